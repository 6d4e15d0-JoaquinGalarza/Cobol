000010*    DCLGEN DE LA TABLA ITPFBIO.TBTRFSALIENTES - TRANSFERENCIAS
000020*    SALIENTES A CBU DE OTROS BANCOS: UNA FILA POR DEBITO 'TS'
000030*    TOMADO POR PGMTRF33 (CLAVE = NRO_COMPROBANTE DEL DEBITO).
000040*    ESTADO 'P' PENDIENTE DE ENVIO / 'E' ENVIADA A LA CAMARA
000050*    (PGMTSA33) / 'A' ACEPTADA / 'R' RECHAZADA Y DEVUELTA A LA
000060*    CUENTA ORIGEN CON EL MOVIMIENTO 'DS' (PGMTSR33), CON EL
000070*    CODIGO DE MOTIVO DE LA CAMARA Y EL COMPROBANTE DEVUELTO
000080     EXEC SQL DECLARE ITPFBIO.TBTRFSALIENTES TABLE
000090     ( NRO_COMPROBANTE                DECIMAL(9, 0) NOT NULL,
000100       NRO_CUENTA                     CHAR(15) NOT NULL,
000110       CBU_DESTINO                    CHAR(22) NOT NULL,
000120       IMPORTE                        DECIMAL(11, 2) NOT NULL,
000130       MONEDA                         CHAR(2) NOT NULL,
000140       FECHA_ALTA                     CHAR(10) NOT NULL,
000150       HORA_ALTA                      CHAR(8) NOT NULL,
000160       USUARIO                        CHAR(8) NOT NULL,
000170       ESTADO                         CHAR(1) NOT NULL,
000180       FECHA_ENVIO                    CHAR(10) NOT NULL,
000190       FECHA_RESPUESTA                CHAR(10) NOT NULL,
000200       COD_MOTIVO                     CHAR(2) NOT NULL,
000210       NRO_COMP_DEVOL                 DECIMAL(9, 0) NOT NULL
000220     ) END-EXEC.
000230*    DECLARACION COBOL DE LA TABLA TBTRFSALIENTES
000240 01  DCLTRFSA.
000250     05  TSA-NRO-COMPROBANTE     PIC S9(9)V USAGE COMP-3.
000260     05  TSA-NRO-CUENTA          PIC X(15).
000270     05  TSA-CBU-DESTINO         PIC X(22).
000280     05  TSA-IMPORTE             PIC S9(9)V99 USAGE COMP-3.
000290     05  TSA-MONEDA              PIC X(02).
000300     05  TSA-FECHA-ALTA          PIC X(10).
000310     05  TSA-HORA-ALTA           PIC X(08).
000320     05  TSA-USUARIO             PIC X(08).
000330     05  TSA-ESTADO              PIC X(01).
000340     05  TSA-FECHA-ENVIO         PIC X(10).
000350     05  TSA-FECHA-RESPUESTA     PIC X(10).
000360     05  TSA-COD-MOTIVO          PIC X(02).
000370     05  TSA-NRO-COMP-DEVOL      PIC S9(9)V USAGE COMP-3.
