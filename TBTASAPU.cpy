000030*    (TABLA COMPANERA DE TBTASAS). LAS APLICA EL
000040*    DEVENGAMIENTO PUNITORIO PGMPUN33 SOBRE LOS SALDOS
000050*    EN SOBREGIRO POR LOS DIAS ENTRE CORTES
000052*    CON LA MISMA VIGENCIA POR FECHA_DESDE QUE TBTASAS
000060     EXEC SQL DECLARE ITPFBIO.TBTASAPU TABLE
000070     ( TIPO_CUENTA                    CHAR(2) NOT NULL,
000080       MONEDA                         CHAR(2) NOT NULL,
000085       FECHA_DESDE                    CHAR(10) NOT NULL,
000090       TASA_PUNITORIA                 DECIMAL(5, 2) NOT NULL
000100     ) END-EXEC.
000110*    DECLARACION COBOL DE LA TABLA TBTASAPU
000120 01  DCLTASPU.
000130     05  TPU-TIPO-CUENTA         PIC X(02).
000140     05  TPU-MONEDA              PIC X(02).
000145     05  TPU-FECHA-DESDE         PIC X(10).
000150     05  TPU-TASA-PUNITORIA      PIC S9(3)V99 USAGE COMP-3.
