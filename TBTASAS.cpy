000020*    ANUALES DE INTERES POR TIPO DE CUENTA Y MONEDA. EL
000030*    DEVENGAMIENTO PGMINT33 LAS APLICA SOBRE SALDO_ACTUAL
000040*    POR LOS DIAS TRANSCURRIDOS ENTRE CIERRES
000042*    CADA TASA RIGE DESDE FECHA_DESDE (AAAA-MM-DD) HASTA
000044*    LA FECHA_DESDE SIGUIENTE DEL MISMO TIPO Y MONEDA; LAS
000046*    FILAS YA EN VIGENCIA NO SE MODIFICAN NI SE BORRAN PARA
000048*    QUE LOS DEVENGAMIENTOS PASADOS SIGAN REPRODUCIBLES
000050     EXEC SQL DECLARE ITPFBIO.TBTASAS TABLE
000060     ( TIPO_CUENTA                    CHAR(2) NOT NULL,
000070       MONEDA                         CHAR(2) NOT NULL,
000075       FECHA_DESDE                    CHAR(10) NOT NULL,
000080       TASA_ANUAL                     DECIMAL(5, 2) NOT NULL
000090     ) END-EXEC.
000100*    DECLARACION COBOL DE LA TABLA TBTASAS
000110 01  DCLTASAS.
000120     05  TAS-TIPO-CUENTA         PIC X(02).
000130     05  TAS-MONEDA              PIC X(02).
000135     05  TAS-FECHA-DESDE         PIC X(10).
000140     05  TAS-TASA-ANUAL          PIC S9(3)V99 USAGE COMP-3.
