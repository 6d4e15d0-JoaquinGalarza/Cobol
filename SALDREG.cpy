000010*    REGISTRO DEL ARCHIVO DE SALDOS DE CONTINGENCIA (VSAM KSDS
000020*    'SALDCONT', CLAVE NRO DE CUENTA) QUE ARMA CADA NOCHE EL
000030*    PASO PGMCTG33 CON EL SALDO, LOS EMBARGOS ACTIVOS, EL PISO
000040*    DE TBLIMITES, EL TOPE POR OPERACION DE CONTINGENCIA Y LAS
000050*    MARCAS DE CUENTA CERRADA Y TITULAR FALLECIDO/RETENIDO
000055*    (O CUENTA DE MENOR CON TUTOR LEGAL).
000060*    CON DB2 CAIDO PGMMOV33 AUTORIZA CONTRA ESTE REGISTRO Y
000070*    ACUMULA EN SLD-DEBITOS-CONTING LO EXTRAIDO; EL REPROCESO
000080*    PGMRPC33 LO DESCUENTA AL APLICAR LA COLA 'CONT' EN DB2
000082*    MIENTRAS NO SE REPROCESE, PGMCTG33 ARRASTRA DEBITOS Y
000084*    CANTIDAD DE OPERACIONES DE LA GENERACION ANTERIOR
000090 01  WS-SALD-REC.
000100     05  SLD-NRO-CUENTA       PIC X(15).
000110     05  SLD-TIPO-CUENTA      PIC X(02).
000120     05  SLD-MONEDA           PIC X(02).
000130     05  SLD-NRO-CLIENTE      PIC 9(05).
000140     05  SLD-SALDO-ACTUAL     PIC S9(9)V99 COMP-3.
000150     05  SLD-EMBARGOS         PIC S9(9)V99 COMP-3.
000160     05  SLD-PISO             PIC S9(9)V99 COMP-3.
000170     05  SLD-TOPE-CONTING     PIC S9(9)V99 COMP-3.
000180     05  SLD-MARCA-CERRADA    PIC X(01).
000190         88  SLD-CERRADA               VALUE 'S'.
000200     05  SLD-MARCA-TITULAR    PIC X(01).
000210         88  SLD-TIT-FALLECIDO         VALUE 'F'.
000220         88  SLD-TIT-RETENIDO          VALUE 'R'.
000225         88  SLD-TIT-MENOR             VALUE 'L'.
000230     05  SLD-FECHA-SALDO      PIC X(10).
000240     05  SLD-DEBITOS-CONTING  PIC S9(9)V99 COMP-3.
000250     05  SLD-CANT-OPER        PIC S9(5)    COMP-3.
000260     05  FILLER               PIC X(11).
