000010*    DCLGEN DE LA TABLA ITPFBIO.TBCHEQUERAS - CHEQUERAS
000020*    ENTREGADAS A LAS CUENTAS CORRIENTES: UNA FILA POR
000030*    CHEQUERA CON SU RANGO DE NUMEROS DE CHEQUE (SERIE_DESDE
000040*    A SERIE_HASTA, SIN SUPERPONERSE DENTRO DE LA CUENTA).
000050*    LA GRABA LA TRANSACCION PGMCHQ33 Y LA CONSULTA EL CANJE
000060*    NOCTURNO PGMCNJ33: UN CHEQUE FUERA DE TODA CHEQUERA DE
000070*    LA CUENTA SE RECHAZA
000080     EXEC SQL DECLARE ITPFBIO.TBCHEQUERAS TABLE
000090     ( NRO_CUENTA                     CHAR(15) NOT NULL,
000100       NRO_CHEQUERA                   DECIMAL(5, 0) NOT NULL,
000110       SERIE_DESDE                    DECIMAL(8, 0) NOT NULL,
000120       SERIE_HASTA                    DECIMAL(8, 0) NOT NULL,
000130       FECHA_EMISION                  CHAR(10) NOT NULL,
000140       ESTADO                         CHAR(1) NOT NULL,
000150       USUARIO                        CHAR(8) NOT NULL
000160     ) END-EXEC.
000170*    DECLARACION COBOL DE LA TABLA TBCHEQUERAS
000180 01  DCLCHEQR.
000190     05  CHR-NRO-CUENTA          PIC X(15).
000200     05  CHR-NRO-CHEQUERA        PIC S9(5)V USAGE COMP-3.
000210     05  CHR-SERIE-DESDE         PIC S9(8)V USAGE COMP-3.
000220     05  CHR-SERIE-HASTA         PIC S9(8)V USAGE COMP-3.
000230     05  CHR-FECHA-EMISION       PIC X(10).
000240     05  CHR-ESTADO              PIC X(01).
000250     05  CHR-USUARIO             PIC X(08).
