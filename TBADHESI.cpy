000010*    DCLGEN DE LA TABLA ITPFBIO.TBADHESIONES - ADHESIONES A
000020*    DEBITO AUTOMATICO: UNA FILA POR EMPRESA PRESTADORA Y
000030*    REFERENCIA DEL CLIENTE ANTE ELLA (NRO DE SUMINISTRO,
000040*    LINEA O POLIZA), CON LA CUENTA A DEBITAR Y UN IMPORTE
000050*    MAXIMO OPCIONAL POR DEBITO (CERO = SIN TOPE). ESTADO
000060*    'A' ACTIVA / 'S' SUSPENDIDA / 'B' DADA DE BAJA. LA
000070*    MANTIENE LA TRANSACCION PGMADH33 (CADA ACCION QUEDA EN
000080*    LA COLA AUDT) Y LA USA EL PROCESO PGMDAU33 AL APLICAR
000090*    EL ARCHIVO DE DEBITOS DE CADA EMPRESA
000100     EXEC SQL DECLARE ITPFBIO.TBADHESIONES TABLE
000110     ( COD_EMPRESA                    CHAR(5) NOT NULL,
000120       REFERENCIA                     CHAR(20) NOT NULL,
000130       NRO_CUENTA                     CHAR(15) NOT NULL,
000140       NRO_CLIENTE                    DECIMAL(5, 0) NOT NULL,
000150       IMPORTE_MAXIMO                 DECIMAL(11, 2) NOT NULL,
000160       ESTADO                         CHAR(1) NOT NULL,
000170       FECHA_ALTA                     CHAR(10) NOT NULL,
000180       FECHA_ESTADO                   CHAR(10) NOT NULL,
000190       USUARIO                        CHAR(8) NOT NULL
000200     ) END-EXEC.
000210*    DECLARACION COBOL DE LA TABLA TBADHESIONES
000220 01  DCLADHES.
000230     05  ADH-COD-EMPRESA         PIC X(05).
000240     05  ADH-REFERENCIA          PIC X(20).
000250     05  ADH-NRO-CUENTA          PIC X(15).
000260     05  ADH-NRO-CLIENTE         PIC S9(5)V USAGE COMP-3.
000270     05  ADH-IMPORTE-MAXIMO      PIC S9(9)V99 USAGE COMP-3.
000280     05  ADH-ESTADO              PIC X(01).
000290     05  ADH-FECHA-ALTA          PIC X(10).
000300     05  ADH-FECHA-ESTADO        PIC X(10).
000310     05  ADH-USUARIO             PIC X(08).
