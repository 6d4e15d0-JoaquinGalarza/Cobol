000010*    DCLGEN DE LA TABLA ITPFBIO.TBDESCONOC - DEBITOS
000020*    AUTOMATICOS DESCONOCIDOS POR EL CLIENTE ANTES DE SU
000030*    PROCESO: UNA FILA POR EMPRESA, REFERENCIA Y FECHA DE
000040*    VENCIMIENTO DEL DEBITO A FRENAR. ESTADO 'V' VIGENTE /
000050*    'A' APLICADA (EL PROCESO PGMDAU33 RECHAZO EL DEBITO) /
000060*    'C' CANCELADA. LA GRABA LA TRANSACCION PGMADH33
000070     EXEC SQL DECLARE ITPFBIO.TBDESCONOC TABLE
000080     ( COD_EMPRESA                    CHAR(5) NOT NULL,
000090       REFERENCIA                     CHAR(20) NOT NULL,
000100       FECHA_VTO                      CHAR(10) NOT NULL,
000110       ESTADO                         CHAR(1) NOT NULL,
000120       FECHA_ALTA                     CHAR(10) NOT NULL,
000130       USUARIO                        CHAR(8) NOT NULL
000140     ) END-EXEC.
000150*    DECLARACION COBOL DE LA TABLA TBDESCONOC
000160 01  DCLDESCO.
000170     05  DSC-COD-EMPRESA         PIC X(05).
000180     05  DSC-REFERENCIA          PIC X(20).
000190     05  DSC-FECHA-VTO           PIC X(10).
000200     05  DSC-ESTADO              PIC X(01).
000210     05  DSC-FECHA-ALTA          PIC X(10).
000220     05  DSC-USUARIO             PIC X(08).
