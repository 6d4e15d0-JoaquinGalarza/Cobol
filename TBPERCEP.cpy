000010*    DCLGEN DE LA TABLA ITPFBIO.TBPERCEP - PERCEPCIONES DEL
000020*    IMPUESTO SOBRE LOS DEBITOS Y CREDITOS BANCARIOS: UNA
000030*    FILA POR MOVIMIENTO EVALUADO (NRO_COMP_ORIGEN, CLAVE
000040*    UNICA), CON EL COMPROBANTE DEL MOVIMIENTO 'ID' QUE
000050*    COBRO EL IMPUESTO. LADO 'D' DEBITO / 'C' CREDITO.
000060*    COD_EXENCION ' ' GRAVADO, 'T' TRANSFERENCIA ENTRE
000070*    CUENTAS DEL MISMO TITULAR, 'R' PAR DE REVERSO, 'E'
000080*    EXENTO POR ALICUOTA CERO. LA GRABA EL PROCESO DIARIO
000090*    PGMIDC33 Y LA LEE LA DECLARACION MENSUAL PGMAFI33
000100     EXEC SQL DECLARE ITPFBIO.TBPERCEP TABLE
000110     ( NRO_COMP_ORIGEN                DECIMAL(9, 0) NOT NULL,
000120       NRO_CUENTA                     CHAR(15) NOT NULL,
000130       NRO_CLIENTE                    DECIMAL(5, 0) NOT NULL,
000140       FECHA                          CHAR(10) NOT NULL,
000150       TIPO_MOVIMIENTO                CHAR(2) NOT NULL,
000160       LADO                           CHAR(1) NOT NULL,
000170       MONEDA                         CHAR(2) NOT NULL,
000180       BASE_IMPONIBLE                 DECIMAL(11, 2) NOT NULL,
000190       CONDICION                      CHAR(2) NOT NULL,
000200       ALICUOTA                       DECIMAL(7, 4) NOT NULL,
000210       IMPORTE                        DECIMAL(11, 2) NOT NULL,
000220       COTIZ_APLICADA                 DECIMAL(9, 4) NOT NULL,
000230       COD_EXENCION                   CHAR(1) NOT NULL,
000240       NRO_COMP_IMPUESTO              DECIMAL(9, 0) NOT NULL
000250     ) END-EXEC.
000260*    DECLARACION COBOL DE LA TABLA TBPERCEP
000270 01  DCLPERCE.
000280     05  PER-NRO-COMP-ORIGEN     PIC S9(9)V USAGE COMP-3.
000290     05  PER-NRO-CUENTA          PIC X(15).
000300     05  PER-NRO-CLIENTE         PIC S9(5)V USAGE COMP-3.
000310     05  PER-FECHA               PIC X(10).
000320     05  PER-TIPO-MOVIMIENTO     PIC X(02).
000330     05  PER-LADO                PIC X(01).
000340     05  PER-MONEDA              PIC X(02).
000350     05  PER-BASE-IMPONIBLE      PIC S9(9)V99 USAGE COMP-3.
000360     05  PER-CONDICION           PIC X(02).
000370     05  PER-ALICUOTA            PIC S9(3)V9(4) USAGE COMP-3.
000380     05  PER-IMPORTE             PIC S9(9)V99 USAGE COMP-3.
000390     05  PER-COTIZ-APLICADA      PIC S9(5)V9(4) USAGE COMP-3.
000400     05  PER-COD-EXENCION        PIC X(01).
000410     05  PER-NRO-COMP-IMPUESTO   PIC S9(9)V USAGE COMP-3.
