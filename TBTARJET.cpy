000010*    DCLGEN DE LA TABLA ITPFBIO.TBTARJETAS - TARJETAS DE
000020*    DEBITO: UNA FILA POR PLASTICO EMITIDO, VINCULADO A UNA
000030*    CUENTA DE TBCUENTAS Y A SU TITULAR. ESTADO 'A' ACTIVA /
000040*    'B' BLOQUEADA / 'R' REEMPLAZADA (NRO_TARJETA_NUEVA
000050*    APUNTA AL PLASTICO QUE LA SUSTITUYE) / 'C' DADA DE
000060*    BAJA. UNA CUENTA TIENE A LO SUMO UNA TARJETA ACTIVA O
000070*    BLOQUEADA. LA MANTIENE LA TRANSACCION PGMTJD33 (CADA
000080*    ACCION QUEDA EN LA COLA AUDT) Y LA USA LA LIQUIDACION
000090*    DIARIA DE LA RED PGMLIQ33 PARA POSTEAR CAJERO Y POS
000100     EXEC SQL DECLARE ITPFBIO.TBTARJETAS TABLE
000110     ( NRO_TARJETA                    CHAR(16) NOT NULL,
000120       NRO_CUENTA                     CHAR(15) NOT NULL,
000130       NRO_CLIENTE                    DECIMAL(5, 0) NOT NULL,
000140       ESTADO                         CHAR(1) NOT NULL,
000150       FECHA_ALTA                     CHAR(10) NOT NULL,
000160       FECHA_VTO                      CHAR(10) NOT NULL,
000170       FECHA_ESTADO                   CHAR(10) NOT NULL,
000180       MOTIVO                         CHAR(20) NOT NULL,
000190       NRO_TARJETA_NUEVA              CHAR(16) NOT NULL,
000200       USUARIO                        CHAR(8) NOT NULL
000210     ) END-EXEC.
000220*    DECLARACION COBOL DE LA TABLA TBTARJETAS
000230 01  DCLTARJE.
000240     05  TAR-NRO-TARJETA         PIC X(16).
000250     05  TAR-NRO-CUENTA          PIC X(15).
000260     05  TAR-NRO-CLIENTE         PIC S9(5)V USAGE COMP-3.
000270     05  TAR-ESTADO              PIC X(01).
000280     05  TAR-FECHA-ALTA          PIC X(10).
000290     05  TAR-FECHA-VTO           PIC X(10).
000300     05  TAR-FECHA-ESTADO        PIC X(10).
000310     05  TAR-MOTIVO              PIC X(20).
000320     05  TAR-NRO-TARJETA-NUEVA   PIC X(16).
000330     05  TAR-USUARIO             PIC X(08).
