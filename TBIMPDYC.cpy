000010*    DCLGEN DE LA TABLA ITPFBIO.TBIMPDYC - ALICUOTAS DEL
000020*    IMPUESTO SOBRE LOS DEBITOS Y CREDITOS BANCARIOS (LEY
000030*    25.413) POR TIPO DE CUENTA Y CONDICION DEL CLIENTE
000040*    (TBCONDIMP; SIN FILA EL CLIENTE ES 'GE' GENERAL).
000050*    ALICUOTAS EN PORCENTAJE SOBRE CADA MOVIMIENTO; UNA
000060*    ALICUOTA CERO EXIME ESE LADO (DEBITO O CREDITO). LA
000070*    APLICA EL PROCESO DIARIO PGMIDC33
000080     EXEC SQL DECLARE ITPFBIO.TBIMPDYC TABLE
000090     ( TIPO_CUENTA                    CHAR(2) NOT NULL,
000100       CONDICION                      CHAR(2) NOT NULL,
000110       TASA_DEBITO                    DECIMAL(7, 4) NOT NULL,
000120       TASA_CREDITO                   DECIMAL(7, 4) NOT NULL
000130     ) END-EXEC.
000140*    DECLARACION COBOL DE LA TABLA TBIMPDYC
000150 01  DCLIMPDY.
000160     05  IDC-TIPO-CUENTA         PIC X(02).
000170     05  IDC-CONDICION           PIC X(02).
000180     05  IDC-TASA-DEBITO         PIC S9(3)V9(4) USAGE COMP-3.
000190     05  IDC-TASA-CREDITO        PIC S9(3)V9(4) USAGE COMP-3.
