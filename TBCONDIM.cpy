000010*    DCLGEN DE LA TABLA ITPFBIO.TBCONDIMP - CONDICION DEL
000020*    CLIENTE FRENTE AL IMPUESTO SOBRE LOS DEBITOS Y
000030*    CREDITOS BANCARIOS ('EX' EXENTO, 'RE' ALICUOTA
000040*    REDUCIDA U OTRA QUE DEFINA TBIMPDYC). EL CLIENTE SIN
000050*    FILA TRIBUTA COMO 'GE' (GENERAL). LA CONSULTA EL
000060*    PROCESO DIARIO PGMIDC33
000070     EXEC SQL DECLARE ITPFBIO.TBCONDIMP TABLE
000080     ( NRO_CLIENTE                    DECIMAL(5, 0) NOT NULL,
000090       CONDICION                      CHAR(2) NOT NULL,
000100       FECHA_ALTA                     CHAR(10) NOT NULL,
000110       USUARIO                        CHAR(8) NOT NULL
000120     ) END-EXEC.
000130*    DECLARACION COBOL DE LA TABLA TBCONDIMP
000140 01  DCLCONDI.
000150     05  CND-NRO-CLIENTE         PIC S9(5)V USAGE COMP-3.
000160     05  CND-CONDICION           PIC X(02).
000170     05  CND-FECHA-ALTA          PIC X(10).
000180     05  CND-USUARIO             PIC X(08).
