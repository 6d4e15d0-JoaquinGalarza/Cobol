000030*    TITULARIDAD (1 = TITULAR PRINCIPAL, QUE REPLICA EL
000040*    NRO_CLIENTE DE TBCUENTAS). LA MANTIENE LA TRANSACCION
000050*    PGMTIT33 Y LA CONSULTAN LA BAJA DE CLIENTES, EL
000060*    LISTADO PGMDBL33 Y EL RESUMEN PGMRES33. ROL 'T' ES
000062*    TITULAR O COTITULAR; ROL 'L' ES EL TUTOR LEGAL DE UN
000064*    TITULAR MENOR DE EDAD (LO GRABA PGMCTA33 AL ABRIR LA
000066*    CUENTA Y LO QUITA PGMMAY33 AL CUMPLIR LA MAYORIA)
000070     EXEC SQL DECLARE ITPFBIO.TBTITULAR TABLE
000080     ( NRO_CUENTA                     CHAR(15) NOT NULL,
000090       NRO_CLIENTE                    DECIMAL(5, 0) NOT NULL,
000100       ORDEN                          DECIMAL(2, 0) NOT NULL,
000110       FECHA_ALTA                     CHAR(10) NOT NULL,
000120       USUARIO                        CHAR(8) NOT NULL,
000125       ROL                            CHAR(1) NOT NULL
000130     ) END-EXEC.
000140*    DECLARACION COBOL DE LA TABLA TBTITULAR
000150 01  DCLTITUL.
000180     05  TIT-ORDEN               PIC S9(2)V USAGE COMP-3.
000190     05  TIT-FECHA-ALTA          PIC X(10).
000200     05  TIT-USUARIO             PIC X(08).
000210     05  TIT-ROL                 PIC X(01).
