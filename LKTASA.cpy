000010*    AREA DE COMUNICACION CON LA RUTINA DE TASAS VIGENTES
000020*    RUTTASA (TBTASAS 'A' / TBTASAPU 'P'). EL PROGRAMA
000030*    CARGA TABLA, TIPO DE CUENTA, MONEDA Y EL PERIODO
000040*    DESDE / HASTA (AAAA-MM-DD); LA RUTINA DEVUELVE LOS
000050*    TRAMOS DEL PERIODO CON LA TASA QUE RIGE EN CADA UNO
000060*    Y SUS DIAS (RUTFECHA 'D'). LOS DIAS DEL PERIODO QUE
000070*    NO CUBRE NINGUNA FILA VUELVEN EN UN TRAMO CON TASA
000080*    CERO Y LK-TAS-TR-SIN-FILA. CON DESDE = HASTA DEVUELVE
000090*    UN SOLO TRAMO CON LA TASA VIGENTE ESE DIA (SIN DIAS).
000100*    SALIDA 'Y' CON TASA, 'N' SIN NINGUNA FILA VIGENTE,
000110*    'E' ERROR SQL O MAS CAMBIOS DE TASA QUE TRAMOS
000120 01  LK-TAS-AREA.
000130     05 LK-TAS-TABLA       PIC X(01).
000140        88 LK-TAS-ANUAL          VALUE 'A'.
000150        88 LK-TAS-PUNITORIA      VALUE 'P'.
000160     05 LK-TAS-TIPO-CUENTA PIC X(02).
000170     05 LK-TAS-MONEDA      PIC X(02).
000180     05 LK-TAS-DESDE       PIC X(10).
000190     05 LK-TAS-HASTA       PIC X(10).
000200     05 LK-TAS-SALIDA      PIC X(01).
000210        88 LK-TAS-OK             VALUE 'Y'.
000220        88 LK-TAS-SIN-TASA       VALUE 'N'.
000230        88 LK-TAS-ERROR          VALUE 'E'.
000240     05 LK-TAS-SQLCODE     PIC S9(09) COMP.
000250     05 LK-TAS-TRAMOS.
000260        10 LK-TAS-CANT        PIC 9(02).
000270        10 LK-TAS-TRAMO  OCCURS 10 TIMES
000280                         INDEXED BY LK-TAS-IDX.
000290           15 LK-TAS-TR-DESDE   PIC X(10).
000300           15 LK-TAS-TR-HASTA   PIC X(10).
000310           15 LK-TAS-TR-DIAS    PIC 9(05).
000320           15 LK-TAS-TR-TASA    PIC S9(3)V99 COMP-3.
000330           15 LK-TAS-TR-FILA    PIC X(01).
000340              88 LK-TAS-TR-CON-FILA   VALUE 'S'.
000345              88 LK-TAS-TR-SIN-FILA   VALUE 'N'.
000350     05 FILLER             PIC X(10).
