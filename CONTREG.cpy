000010*    REGISTRO DE OPERACION EN CONTINGENCIA ESCRITO POR
000020*    PGMMOV33 A LA COLA TRANSIENT DATA 'CONT'
000030*    (EXTRAPARTITION) MIENTRAS DB2 NO ESTA DISPONIBLE. LA
000040*    COLA SE GUARDA EN EL ORDEN EN QUE SE AUTORIZARON LAS
000050*    OPERACIONES Y LA CONSUME EL REPROCESO PGMRPC33, QUE LAS
000060*    APLICA EN TBCUENTAS/TBMOVIM CON SU NRO DE COMPROBANTE
000070 01  WS-CONT-REC.
000080     05  CNT-NRO-CUENTA       PIC X(15).
000090     05  CNT-TIPO-MOV         PIC X(01).
000100         88  CNT-DEPOSITO              VALUE 'D'.
000110         88  CNT-EXTRACCION            VALUE 'E'.
000120     05  CNT-IMPORTE          PIC 9(09)V99.
000130     05  CNT-MONEDA           PIC X(02).
000140     05  CNT-FECHA            PIC X(10).
000150     05  CNT-HORA             PIC X(08).
000160     05  CNT-USUARIO          PIC X(08).
000170     05  CNT-TERMINAL         PIC X(04).
000180     05  FILLER               PIC X(21).
