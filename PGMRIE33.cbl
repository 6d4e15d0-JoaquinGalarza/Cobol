000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMRIE33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* CALIFICACION MENSUAL DEL RIESGO DE CADA      *
000110*         * CLIENTE ACTIVO (CONOZCA A SU CLIENTE):    * JCR *
000120*         * PUNTUA PEP, OCUPACION, ALERTAS DE EFECTIVO   *
000130*         * DE PGMLAV33, TRANSFERENCIAS INTERBANCARIAS   *
000140*         * RECIBIDAS, CUENTAS EN MONEDA EXTRANJERA Y    *
000150*         * CANTIDAD DE CUENTAS; GRABA RIESGO            *
000160*         * BAJO/MEDIO/ALTO Y LA PROXIMA REVISION EN     *
000170*         * TBPERFIL E INFORMA POR SUCURSAL LAS          *
000180*         * REVISIONES DE LEGAJO VENCIDAS                *
000190*************************************
000200  ENVIRONMENT DIVISION.
000210  CONFIGURATION SECTION.
000220  SPECIAL-NAMES.
000230      DECIMAL-POINT IS COMMA.
000240  INPUT-OUTPUT SECTION.
000250  FILE-CONTROL.
000260        SELECT ALERTAS ASSIGN DDALERT
000270               FILE STATUS IS FS-ALERTAS.
000280
000290        SELECT SALIDA ASSIGN DDSALI
000300               FILE STATUS IS FS-SALIDA.
000310
000320  DATA DIVISION.
000330  FILE SECTION.
000340*************************************
000350*  ALERTAS DEL MONITOREO DE         *
000360*  EFECTIVO (DDREGUL DE PGMLAV33)   *
000370*************************************
000380  FD ALERTAS
000390       BLOCK CONTAINS 0 RECORDS
000400       RECORDING MODE IS F.
000410
000420  01 REG-ALERTAS.
000430      05 LAV-TIPO-DOC         PIC X(02).
000440      05 LAV-NRO-DOC          PIC 9(11).
000450      05 LAV-NRO-CLIENTE      PIC 9(05).
000460      05 LAV-NRO-CUENTA       PIC X(15).
000470      05 LAV-FECHA            PIC X(10).
000480      05 LAV-IMPORTE          PIC S9(09)V99.
000490      05 LAV-ALERTA           PIC X(02).
000500         88 LAV-ALERTA-ACUM           VALUE 'AC' 'AF'.
000510         88 LAV-ALERTA-FRACC          VALUE 'FR' 'AF'.
000520      05 FILLER               PIC X(24).
000530
000540  FD SALIDA
000550       BLOCK CONTAINS 0 RECORDS
000560       RECORDING MODE IS F.
000570
000580  01 REG-SALIDA PIC X(132).
000590*************************************
000600*             WORKING              *
000610*************************************
000620  WORKING-STORAGE SECTION.
000630  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000640*************************************
000650*           FILE STATUS            *
000660*************************************
000670  01  FS-FILE-STATUS.
000680      05  FS-ALERTAS      PIC XX    VALUE SPACES.
000690          88  FS-ALERTAS-OK         VALUE '00'.
000700          88  FS-ALERTAS-EOF        VALUE '10'.
000710      05  FS-CLIENTE      PIC X     VALUE SPACES.
000720          88  FS-CLIENTE-OK         VALUE 'Y'.
000730          88  FS-CLIENTE-EOF        VALUE 'N'.
000740      05  FS-SALIDA       PIC XX    VALUE SPACES.
000750          88  FS-SALIDA-OK          VALUE '00'.
000760*************************************
000770*          CONTADORES              *
000780*************************************
000790  01 CN-CONTADORES.
000800      05 CN-ALERTAS-LEIDAS     PIC 9(07)  VALUE ZEROS.
000810      05 CN-CLIENTES           PIC 9(07)  VALUE ZEROS.
000820      05 CN-RIESGO-BAJO        PIC 9(07)  VALUE ZEROS.
000830      05 CN-RIESGO-MEDIO       PIC 9(07)  VALUE ZEROS.
000840      05 CN-RIESGO-ALTO        PIC 9(07)  VALUE ZEROS.
000850      05 CN-CAMBIOS            PIC 9(07)  VALUE ZEROS.
000860      05 CN-PERFILES-NUEVOS    PIC 9(07)  VALUE ZEROS.
000870      05 CN-VENCIDOS           PIC 9(07)  VALUE ZEROS.
000880      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
000890      05 CN-SIN-COMMIT         PIC 9(05)  VALUE ZEROS.
000900      05 CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
000910
000920  01 CN-TOT-SUCURSAL.
000930      05 CN-SUC-VENCIDOS       PIC 9(07)  VALUE ZEROS.
000940*************************************
000950*   PARAMETROS (TBPARAMS): VENTANA  *
000960*   Y UMBRAL DE TRANSFERENCIAS      *
000970*   INTERBANCARIAS RECIBIDAS Y      *
000980*   PUNTAJES DE CORTE ALTO / MEDIO  *
000990*************************************
001000     COPY LKPARM.
001010
001020  77  CT-MESES-INTERB       PIC 9(09)  VALUE 12.
001030  77  CT-UMBRAL-INTERB      PIC 9(09)  VALUE 5000000.
001040  77  CT-PUNTOS-ALTO        PIC 9(09)  VALUE 4.
001050  77  CT-PUNTOS-MEDIO       PIC 9(09)  VALUE 2.
001060*************************************
001070*  PUNTAJE POR FACTOR DE RIESGO     *
001080*************************************
001090  77  CT-PTS-PEP            PIC 9(02)  VALUE 6.
001100  77  CT-PTS-FRACC          PIC 9(02)  VALUE 3.
001110  77  CT-PTS-ACUM           PIC 9(02)  VALUE 2.
001120  77  CT-PTS-MONEDA-EXT     PIC 9(02)  VALUE 1.
001130  77  CT-PTS-MUCHAS-CTAS    PIC 9(02)  VALUE 1.
001140  77  CT-MAX-CUENTAS        PIC 9(02)  VALUE 3.
001150  77  CT-MONEDA-PESOS       PIC X(02)  VALUE '01'.
001160  77  CT-MOV-CRED-INTERB    PIC X(02)  VALUE 'CI'.
001170  77  CT-COMMIT-CADA        PIC 9(05)  VALUE 500.
001180  77  CT-USUARIO-BATCH      PIC X(08)  VALUE 'PGMRIE33'.
001190*************************************
001200*  TARJETA SYSIN: FECHA DE PROCESO *
001210*  (AAAA-MM-DD) EN FORMATO RUTFECHA *
001220*************************************
001230  01  WS-FECHA-PROCESO     PIC X(10)   VALUE SPACES.
001240  01  WS-FECHA-AAAAMMDD    PIC X(08)   VALUE SPACES.
001250*************************************
001260*  INICIO DE LA VENTANA DE          *
001270*  TRANSFERENCIAS INTERBANCARIAS    *
001280*************************************
001290  01  WS-FECHA-DESDE.
001300      05  WS-DES-AA        PIC 9(04)   VALUE ZEROS.
001310      05  FILLER           PIC X(01)   VALUE '-'.
001320      05  WS-DES-MM        PIC 9(02)   VALUE ZEROS.
001330      05  FILLER           PIC X(01)   VALUE '-'.
001340      05  WS-DES-DD        PIC 9(02)   VALUE ZEROS.
001350
001360  77  WS-MESES-TOTAL       PIC 9(07)   COMP  VALUE ZEROS.
001370*************************************
001380*  PROXIMA REVISION DEL LEGAJO      *
001390*************************************
001400  01  WS-FECHA-PROX.
001410      05  WS-PRX-AA        PIC 9(04)   VALUE ZEROS.
001420      05  FILLER           PIC X(01)   VALUE '-'.
001430      05  WS-PRX-MM        PIC 9(02)   VALUE ZEROS.
001440      05  FILLER           PIC X(01)   VALUE '-'.
001450      05  WS-PRX-DD        PIC 9(02)   VALUE ZEROS.
001460
001470  77  WS-REV-ANIOS         PIC 9(01)   VALUE ZEROS.
001480*************************************
001490*      LLAMADA A RUTFECHA          *
001500*************************************
001510      COPY LKFECHA.
001520*************************************
001530*  CLIENTES CON ALERTA DEL          *
001540*  MONITOREO DE EFECTIVO            *
001550*************************************
001560  01  WS-TAB-ALERTAS.
001570      05  WS-ALR-CANT      PIC 9(04)     COMP  VALUE ZEROS.
001580      05  WS-ALR-ITEM  OCCURS 2000 TIMES
001590                        INDEXED BY WS-ALR-IDX.
001600          10  WS-ALR-CLIENTE   PIC 9(05).
001610          10  WS-ALR-ACUM      PIC X(01).
001620          10  WS-ALR-FRACC     PIC X(01).
001630
001640  77  CT-MAX-ALERTAS       PIC 9(04)   VALUE 2000.
001650  01  WS-ALR-DESBORDE      PIC X(01)   VALUE 'N'.
001660      88  WS-ALR-TABLA-LLENA           VALUE 'S'.
001670*************************************
001680*      AREA DE CALCULO             *
001690*************************************
001700  01  WS-CLIENTE.
001710      05  WS-CLI-NRO       PIC S9(5)V    COMP-3 VALUE ZEROS.
001720      05  WS-CLI-SUCURSAL  PIC X(04)     VALUE SPACES.
001730      05  WS-CLI-APELLIDO  PIC X(30)     VALUE SPACES.
001740      05  WS-CLI-FECHA-ALTA PIC X(10)    VALUE SPACES.
001750      05  WS-CLI-PEP       PIC X(01)     VALUE SPACES.
001760      05  WS-CLI-OCUPACION PIC X(02)     VALUE SPACES.
001770      05  WS-CLI-RIESGO-ANT PIC X(01)    VALUE SPACES.
001780      05  WS-CLI-ULT-REV   PIC X(10)     VALUE SPACES.
001790      05  WS-CLI-PERFIL    PIC X(01)     VALUE SPACES.
001800          88  WS-CLI-CON-PERFIL          VALUE 'E'.
001810
001820  77  WS-NRO-CLI-ED        PIC 9(05)            VALUE ZEROS.
001830  77  WS-CANT-CUENTAS      PIC S9(9)     COMP   VALUE ZEROS.
001840  77  WS-CANT-MON-EXT      PIC S9(9)     COMP   VALUE ZEROS.
001850  77  WS-TOTAL-INTERB      PIC S9(11)V99 COMP-3 VALUE ZEROS.
001860  77  WS-PUNTAJE           PIC 9(03)            VALUE ZEROS.
001870  77  WS-RIESGO-NUEVO      PIC X(01)            VALUE SPACES.
001880  77  WS-DIAS-VENCIDO      PIC 9(05)            VALUE ZEROS.
001890  77  WS-SUCURSAL-ANT      PIC X(04)            VALUE SPACES.
001900  77  WS-NOMBRE-SUC        PIC X(30)            VALUE SPACES.
001910  01  WS-PRIMER-VENCIDO    PIC X(01)   VALUE 'S'.
001920      88  WS-ES-PRIMERO                VALUE 'S'.
001930*************************************
001940*       VARIABLES IMPRESION        *
001950*************************************
001960  01  IP-TITULO.
001970      05  FILLER      PIC X(10) VALUE  SPACES.
001980      05  FILLER      PIC X(45) VALUE
001990       'PERFIL DE RIESGO - REVISIONES DE LEGAJO'.
002000      05  FILLER      PIC X(07) VALUE  'FECHA: '.
002010      05  IP-FECHA    PIC X(10) VALUE  SPACES.
002020      05  FILLER      PIC X(60) VALUE  SPACES.
002030
002040  01  IP-SUCURSAL.
002050      05  FILLER      PIC X(09) VALUE  'SUCURSAL '.
002060      05  IP-SUC-COD  PIC X(04) VALUE  SPACES.
002070      05  FILLER      PIC X(03) VALUE  ' - '.
002080      05  IP-SUC-NOM  PIC X(30) VALUE  SPACES.
002090      05  FILLER      PIC X(86) VALUE  SPACES.
002100
002110  01  IP-ENCABEZADO.
002120      05  FILLER    PIC X(08)    VALUE 'CLIENTE'.
002130      05  FILLER    PIC X(33)    VALUE 'APELLIDO'.
002140      05  FILLER    PIC X(05)    VALUE 'PEP'.
002150      05  FILLER    PIC X(06)    VALUE 'OCUP'.
002160      05  FILLER    PIC X(09)    VALUE 'PUNTAJE'.
002170      05  FILLER    PIC X(10)    VALUE 'RIESGO'.
002180      05  FILLER    PIC X(10)    VALUE 'ANTERIOR'.
002190      05  FILLER    PIC X(12)    VALUE 'ULT.REVIS.'.
002200      05  FILLER    PIC X(12)    VALUE 'VENCIMIENTO'.
002210      05  FILLER    PIC X(27)    VALUE 'DIAS VENCIDA'.
002220
002230  01  WS-REG-DETALLE.
002240      05  WS-DET-CLIENTE   PIC ZZZZ9    VALUE ZEROS.
002250      05  FILLER           PIC X(03)    VALUE SPACES.
002260      05  WS-DET-APELLIDO  PIC X(30)    VALUE SPACES.
002270      05  FILLER           PIC X(03)    VALUE SPACES.
002280      05  WS-DET-PEP       PIC X(01)    VALUE SPACES.
002290      05  FILLER           PIC X(04)    VALUE SPACES.
002300      05  WS-DET-OCUPACION PIC X(02)    VALUE SPACES.
002310      05  FILLER           PIC X(05)    VALUE SPACES.
002320      05  WS-DET-PUNTAJE   PIC ZZ9      VALUE ZEROS.
002330      05  FILLER           PIC X(06)    VALUE SPACES.
002340      05  WS-DET-RIESGO    PIC X(01)    VALUE SPACES.
002350      05  FILLER           PIC X(09)    VALUE SPACES.
002360      05  WS-DET-ANTERIOR  PIC X(01)    VALUE SPACES.
002370      05  FILLER           PIC X(09)    VALUE SPACES.
002380      05  WS-DET-ULT-REV   PIC X(10)    VALUE SPACES.
002390      05  FILLER           PIC X(02)    VALUE SPACES.
002400      05  WS-DET-PROX-REV  PIC X(10)    VALUE SPACES.
002410      05  FILLER           PIC X(02)    VALUE SPACES.
002420      05  WS-DET-DIAS      PIC ZZ.ZZ9   VALUE ZEROS.
002430      05  FILLER           PIC X(20)    VALUE SPACES.
002440
002450  01  WS-REG-TOTAL.
002460      05  WS-TOT-ETIQUETA  PIC X(22)    VALUE SPACES.
002470      05  WS-TOT-VENCIDOS  PIC ZZZ.ZZ9  VALUE ZEROS.
002480      05  FILLER           PIC X(103)   VALUE
002490          ' REVISIONES VENCIDAS'.
002500
002510  01  WS-REG-AVISO.
002520      05  FILLER           PIC X(06)    VALUE SPACES.
002530      05  WS-AVI-TEXTO     PIC X(60)    VALUE SPACES.
002540      05  WS-AVI-CANT      PIC ZZZ.ZZ9  VALUE ZEROS.
002550      05  FILLER           PIC X(59)    VALUE SPACES.
002560*************************************
002570*             SQL                  *
002580*************************************
002590       EXEC SQL
002600         INCLUDE SQLCA
002610       END-EXEC.
002620
002630       EXEC SQL
002640         INCLUDE TBCLIENT
002650       END-EXEC.
002660
002670       EXEC SQL
002680         INCLUDE TBPERFIL
002690       END-EXEC.
002700
002710       EXEC SQL
002720         INCLUDE TBSUCURS
002730       END-EXEC.
002740*************************************
002750*  CLIENTES ACTIVOS CON SU PERFIL   *
002760*  (SI LO TIENEN) POR SUCURSAL      *
002770*************************************
002780       EXEC SQL
002790         DECLARE CLIENTE_CURSOR CURSOR WITH HOLD FOR
002800          SELECT C.NRO_CLIENTE, VALUE(C.SUCURSAL, ' '),
002810                 C.APELLIDO_CLIENTE, C.FECHA_DE_ALTA,
002820                 VALUE(P.PEP, 'N'), VALUE(P.OCUPACION, '00'),
002830                 VALUE(P.RIESGO, ' '),
002840                 VALUE(P.FECHA_ULT_REVISION, C.FECHA_DE_ALTA),
002850                 CASE WHEN P.NRO_CLIENTE IS NULL THEN 'N'
002860                      ELSE 'E' END
002870            FROM ITPFBIO.TBCLIENT C
002880                 LEFT OUTER JOIN ITPFBIO.TBPERFIL P
002890              ON P.NRO_CLIENTE EQUAL C.NRO_CLIENTE
002900           WHERE C.FECHA_DE_BAJA IS NULL
002910           ORDER BY 2, C.NRO_CLIENTE
002920       END-EXEC.
002930
002940  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
002950*************************************
002960*  MANEJO COMUN DE ERRORES          *
002970*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
002980*  DE RETORNO DEL BATCH             *
002990*************************************
003000     COPY LKERROR.
003010
003020  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
003030  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
003040  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
003050  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
003060*************************************
003070*  CONTROL DE CORRIDAS (RUTCTRL)    *
003080*************************************
003090     COPY LKCTRL.
003100
003110  01  WS-TARJETA-CONTROL.
003120      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
003130      05  CC-RERUN         PIC X(01)  VALUE SPACES.
003140
003150  01  WS-CTL-HOY.
003160      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
003170      05  FILLER       PIC X(01)  VALUE '-'.
003180      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
003190      05  FILLER       PIC X(01)  VALUE '-'.
003200      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
003210
003220  01  WS-CTL-FECHA-AREA.
003230      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
003240      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
003250      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
003260
003270  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
003280  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
003290      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
003300  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
003310*************************************.
003320  PROCEDURE DIVISION.
003330**************************************
003340*  CUERPO PRINCIPAL DEL PROGRAMA     *
003350**************************************
003360  MAIN-PROGRAM.
003370      PERFORM 1000-I-INICIO
003380         THRU 1000-F-INICIO
003390
003400      IF WS-CORRIDA-RECHAZADA
003410         GO TO F-MAIN-PROGRAM
003420      END-IF
003430
003440      PERFORM 2000-I-CARGAR-ALERTAS
003450         THRU 2000-F-CARGAR-ALERTAS
003460
003470      PERFORM 3000-I-ABRIR-CLIENTES
003480         THRU 3000-F-ABRIR-CLIENTES
003490
003500      PERFORM 4000-I-PROCESO
003510         THRU 4000-F-PROCESO
003520         UNTIL FS-CLIENTE-EOF
003530
003540      PERFORM 9999-I-FINAL
003550         THRU 9999-F-FINAL
003560      .
003570  F-MAIN-PROGRAM. GOBACK.
003580**************************************
003590*  CUERPO INICIO APERTURA ARCHIVOS   *
003600**************************************
003610  1000-I-INICIO.
003620      ACCEPT WS-FECHA-PROCESO FROM SYSIN
003630
003640      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
003650
003660      IF WS-FECHA-PROCESO NOT EQUAL SPACES
003670         AND CC-FECHA-PROCESO EQUAL SPACES
003680         MOVE WS-FECHA-PROCESO TO CC-FECHA-PROCESO
003690      END-IF
003700
003710      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
003720
003730      IF WS-CORRIDA-RECHAZADA
003740         GO TO 1000-F-INICIO
003750      END-IF
003760
003770      IF WS-FECHA-PROCESO EQUAL SPACES
003780         MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO
003790      END-IF
003800
003810      MOVE WS-FECHA-PROCESO (1:4) TO WS-FECHA-AAAAMMDD (1:4)
003820      MOVE WS-FECHA-PROCESO (6:2) TO WS-FECHA-AAAAMMDD (5:2)
003830      MOVE WS-FECHA-PROCESO (9:2) TO WS-FECHA-AAAAMMDD (7:2)
003840
003850      PERFORM 1050-I-PARAMETROS
003860         THRU 1050-F-PARAMETROS
003870
003880      PERFORM 1060-I-VENTANA
003890         THRU 1060-F-VENTANA
003900
003910      OPEN INPUT ALERTAS
003920
003930      IF NOT FS-ALERTAS-OK
003940         DISPLAY '* ERROR EN OPEN ALERTAS = ' FS-ALERTAS
003950         MOVE FS-ALERTAS TO LK-ERR-CODIGO
003960         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003970         MOVE 'OPEN ALERTAS' TO LK-ERR-RECURSO
003980         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003990         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004000         SET FS-ALERTAS-EOF TO TRUE
004010         SET FS-CLIENTE-EOF TO TRUE
004020      END-IF
004030
004040      OPEN OUTPUT SALIDA
004050
004060      IF NOT FS-SALIDA-OK
004070         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
004080         MOVE FS-SALIDA TO LK-ERR-CODIGO
004090         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004100         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
004110         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004120         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004130         SET FS-CLIENTE-EOF TO TRUE
004140      END-IF
004150
004160      MOVE WS-FECHA-PROCESO TO IP-FECHA
004170      .
004180  1000-F-INICIO. EXIT.
004190**************************************
004200*  VENTANA Y UMBRAL DE TRANSFERENCIAS*
004210*  INTERBANCARIAS Y PUNTAJES DE      *
004220*  CORTE (TBPARAMS VIA RUTPARM)      *
004230**************************************
004240  1050-I-PARAMETROS.
004250      MOVE 'PGMRIE33'         TO LK-PAR-PROGRAMA
004260      MOVE 'MESES-INTERB'     TO LK-PAR-PARAMETRO
004270      MOVE CT-MESES-INTERB    TO LK-PAR-DEFECTO
004280      CALL 'RUTPARM' USING LK-PAR-AREA
004290      MOVE LK-PAR-VALOR       TO CT-MESES-INTERB
004300
004310      IF CT-MESES-INTERB EQUAL ZEROS
004320         OR CT-MESES-INTERB GREATER 60
004330         MOVE 12 TO CT-MESES-INTERB
004340      END-IF
004350
004360      MOVE 'UMBRAL-INTERB'    TO LK-PAR-PARAMETRO
004370      MOVE CT-UMBRAL-INTERB   TO LK-PAR-DEFECTO
004380      CALL 'RUTPARM' USING LK-PAR-AREA
004390      MOVE LK-PAR-VALOR       TO CT-UMBRAL-INTERB
004400
004410      MOVE 'PUNTOS-ALTO'      TO LK-PAR-PARAMETRO
004420      MOVE CT-PUNTOS-ALTO     TO LK-PAR-DEFECTO
004430      CALL 'RUTPARM' USING LK-PAR-AREA
004440      MOVE LK-PAR-VALOR       TO CT-PUNTOS-ALTO
004450
004460      MOVE 'PUNTOS-MEDIO'     TO LK-PAR-PARAMETRO
004470      MOVE CT-PUNTOS-MEDIO    TO LK-PAR-DEFECTO
004480      CALL 'RUTPARM' USING LK-PAR-AREA
004490      MOVE LK-PAR-VALOR       TO CT-PUNTOS-MEDIO
004500
004510      IF CT-PUNTOS-MEDIO GREATER CT-PUNTOS-ALTO
004520         MOVE CT-PUNTOS-ALTO TO CT-PUNTOS-MEDIO
004530      END-IF
004540      .
004550  1050-F-PARAMETROS. EXIT.
004560**************************************
004570*  INICIO DE LA VENTANA: FECHA DE    *
004580*  PROCESO MENOS LOS MESES DEL       *
004590*  PARAMETRO (DIA 29 A 31 SE TOMA    *
004600*  COMO 28)                          *
004610**************************************
004620  1060-I-VENTANA.
004630      MOVE WS-FECHA-PROCESO (1:4) TO WS-DES-AA
004640      MOVE WS-FECHA-PROCESO (6:2) TO WS-DES-MM
004650      MOVE WS-FECHA-PROCESO (9:2) TO WS-DES-DD
004660
004670      COMPUTE WS-MESES-TOTAL = WS-DES-AA * 12 + WS-DES-MM - 1
004680                             - CT-MESES-INTERB
004690
004700      DIVIDE WS-MESES-TOTAL BY 12
004710         GIVING WS-DES-AA REMAINDER WS-DES-MM
004720
004730      ADD 1 TO WS-DES-MM
004740
004750      IF WS-DES-DD GREATER 28
004760         MOVE 28 TO WS-DES-DD
004770      END-IF
004780
004790      DISPLAY 'VENTANA INTERBANCARIA DESDE: ' WS-FECHA-DESDE
004800      .
004810  1060-F-VENTANA. EXIT.
004820**************************************
004830*  CARGAR EN MEMORIA LOS CLIENTES    *
004840*  CON ALERTA DE EFECTIVO: 'AC'      *
004850*  ACUMULADO, 'FR' FRACCIONAMIENTO,  *
004860*  'AF' AMBOS                        *
004870**************************************
004880  2000-I-CARGAR-ALERTAS.
004890      IF FS-ALERTAS-EOF
004900         GO TO 2000-F-CARGAR-ALERTAS
004910      END-IF
004920
004930      PERFORM 2100-I-LEER-ALERTA
004940         THRU 2100-F-LEER-ALERTA
004950
004960      PERFORM 2200-I-AGREGAR-ALERTA
004970         THRU 2200-F-AGREGAR-ALERTA
004980         UNTIL FS-ALERTAS-EOF
004990
005000      CLOSE ALERTAS
005010
005020      IF WS-ALR-TABLA-LLENA
005030         DISPLAY '* TABLA DE ALERTAS LLENA - CLIENTES SIN PUNTAJE'
005040         DISPLAY '* DE EFECTIVO A PARTIR DEL ' CT-MAX-ALERTAS
005050         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
005060      END-IF
005070      .
005080  2000-F-CARGAR-ALERTAS. EXIT.
005090**************************************
005100*          LEER UNA ALERTA           *
005110**************************************
005120  2100-I-LEER-ALERTA.
005130      READ ALERTAS
005140
005150      EVALUATE FS-ALERTAS
005160
005170      WHEN '00'
005180         ADD 1 TO CN-ALERTAS-LEIDAS
005190         MOVE LAV-NRO-CLIENTE TO LK-ERR-CLAVE
005200
005210      WHEN '10'
005220         CONTINUE
005230
005240      WHEN OTHER
005250         DISPLAY '* ERROR LEER ALERTAS = ' FS-ALERTAS
005260         MOVE FS-ALERTAS TO LK-ERR-CODIGO
005270         MOVE '2100-I-LEER-ALERTA' TO LK-ERR-PARRAFO
005280         MOVE 'LEER ALERTAS' TO LK-ERR-RECURSO
005290         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005300         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005310         SET FS-ALERTAS-EOF TO TRUE
005320         SET FS-CLIENTE-EOF TO TRUE
005330      END-EVALUATE
005340      .
005350  2100-F-LEER-ALERTA. EXIT.
005360**************************************
005370*  AGREGAR LA ALERTA AL CLIENTE DE   *
005380*  LA TABLA (O ALTA DEL CLIENTE)     *
005390**************************************
005400  2200-I-AGREGAR-ALERTA.
005410      SET WS-ALR-IDX TO 1
005420
005430      SEARCH WS-ALR-ITEM
005440         AT END
005450            SET WS-ALR-TABLA-LLENA TO TRUE
005460         WHEN WS-ALR-IDX GREATER WS-ALR-CANT
005470            ADD 1 TO WS-ALR-CANT
005480            MOVE LAV-NRO-CLIENTE TO WS-ALR-CLIENTE (WS-ALR-IDX)
005490            MOVE 'N'             TO WS-ALR-ACUM    (WS-ALR-IDX)
005500            MOVE 'N'             TO WS-ALR-FRACC   (WS-ALR-IDX)
005510         WHEN WS-ALR-CLIENTE (WS-ALR-IDX) EQUAL LAV-NRO-CLIENTE
005520            CONTINUE
005530      END-SEARCH
005540
005550      IF NOT WS-ALR-TABLA-LLENA
005560         OR WS-ALR-IDX NOT GREATER CT-MAX-ALERTAS
005570         IF LAV-ALERTA-ACUM
005580            MOVE 'S' TO WS-ALR-ACUM  (WS-ALR-IDX)
005590         END-IF
005600         IF LAV-ALERTA-FRACC
005610            MOVE 'S' TO WS-ALR-FRACC (WS-ALR-IDX)
005620         END-IF
005630      END-IF
005640
005650      PERFORM 2100-I-LEER-ALERTA
005660         THRU 2100-F-LEER-ALERTA
005670      .
005680  2200-F-AGREGAR-ALERTA. EXIT.
005690**************************************
005700*  ABRIR EL CURSOR DE CLIENTES       *
005710**************************************
005720  3000-I-ABRIR-CLIENTES.
005730      IF FS-CLIENTE-EOF
005740         GO TO 3000-F-ABRIR-CLIENTES
005750      END-IF
005760
005770      EXEC SQL
005780         OPEN CLIENTE_CURSOR
005790      END-EXEC
005800
005810      IF SQLCODE NOT EQUAL ZEROS
005820         MOVE SQLCODE TO FS-SQLCODE
005830         DISPLAY '* ERROR OPEN CURSOR CLIENTE = ' FS-SQLCODE
005840         MOVE FS-SQLCODE TO LK-ERR-CODIGO
005850         MOVE '3000-I-ABRIR-CLIENTES' TO LK-ERR-PARRAFO
005860         MOVE 'OPEN CURSOR CLIENT' TO LK-ERR-RECURSO
005870         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005880         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005890         SET FS-CLIENTE-EOF TO TRUE
005900         GO TO 3000-F-ABRIR-CLIENTES
005910      END-IF
005920
005930      PERFORM 3100-I-LEER-CLIENTE
005940         THRU 3100-F-LEER-CLIENTE
005950      .
005960  3000-F-ABRIR-CLIENTES. EXIT.
005970**************************************
005980*          LEER UN CLIENTE           *
005990**************************************
006000  3100-I-LEER-CLIENTE.
006010      EXEC SQL
006020           FETCH CLIENTE_CURSOR
006030           INTO  :WS-CLI-NRO,
006040                 :WS-CLI-SUCURSAL,
006050                 :WS-CLI-APELLIDO,
006060                 :WS-CLI-FECHA-ALTA,
006070                 :WS-CLI-PEP,
006080                 :WS-CLI-OCUPACION,
006090                 :WS-CLI-RIESGO-ANT,
006100                 :WS-CLI-ULT-REV,
006110                 :WS-CLI-PERFIL
006120      END-EXEC
006130
006140      EVALUATE SQLCODE
006150
006160      WHEN ZEROS
006170         ADD 1 TO CN-CLIENTES
006180         MOVE WS-CLI-NRO TO WS-NRO-CLI-ED
006190         MOVE WS-NRO-CLI-ED TO LK-ERR-CLAVE
006200
006210      WHEN +100
006220         SET FS-CLIENTE-EOF TO TRUE
006230
006240      WHEN OTHER
006250         MOVE SQLCODE TO FS-SQLCODE
006260         DISPLAY '* ERROR LEER CURSOR CLIENTE = ' FS-SQLCODE
006270         MOVE FS-SQLCODE TO LK-ERR-CODIGO
006280         MOVE '3100-I-LEER-CLIENTE' TO LK-ERR-PARRAFO
006290         MOVE 'LEER CURSOR CLIENT' TO LK-ERR-RECURSO
006300         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006310         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006320         SET FS-CLIENTE-EOF TO TRUE
006330      END-EVALUATE
006340      .
006350  3100-F-LEER-CLIENTE. EXIT.
006360**************************************
006370*  CUERPO PRINCIPAL DE PROCESOS:     *
006380*  CALIFICAR EL CLIENTE, GRABAR SU   *
006390*  PERFIL E INFORMAR LA REVISION     *
006400*  VENCIDA                           *
006410**************************************
006420  4000-I-PROCESO.
006430      PERFORM 4100-I-PUNTUAR
006440         THRU 4100-F-PUNTUAR
006450
006460      IF FS-CLIENTE-EOF
006470         GO TO 4000-F-PROCESO
006480      END-IF
006490
006500      PERFORM 4500-I-GRABAR-PERFIL
006510         THRU 4500-F-GRABAR-PERFIL
006520
006530      IF PRF-FECHA-PROX-REVISION LESS WS-FECHA-PROCESO
006540         PERFORM 4700-I-VENCIDO
006550            THRU 4700-F-VENCIDO
006560      END-IF
006570
006580      PERFORM 3100-I-LEER-CLIENTE
006590         THRU 3100-F-LEER-CLIENTE
006600      .
006610  4000-F-PROCESO. EXIT.
006620**************************************
006630*  PUNTAJE DEL CLIENTE: PEP,         *
006640*  OCUPACION, ALERTAS DE EFECTIVO,   *
006650*  TRANSFERENCIAS INTERBANCARIAS     *
006660*  RECIBIDAS, CUENTAS EN MONEDA      *
006670*  EXTRANJERA Y CANTIDAD DE CUENTAS  *
006680**************************************
006690  4100-I-PUNTUAR.
006700      MOVE ZEROS TO WS-PUNTAJE
006710
006720      IF WS-CLI-PEP EQUAL 'S'
006730         ADD CT-PTS-PEP TO WS-PUNTAJE
006740      END-IF
006750
006760      EVALUATE WS-CLI-OCUPACION
006770         WHEN '07'
006780         WHEN '08'
006790            ADD 2 TO WS-PUNTAJE
006800         WHEN '03'
006810         WHEN '06'
006820         WHEN '09'
006830         WHEN '00'
006840            ADD 1 TO WS-PUNTAJE
006850         WHEN OTHER
006860            CONTINUE
006870      END-EVALUATE
006880
006890      SET WS-ALR-IDX TO 1
006900
006910      SEARCH WS-ALR-ITEM
006920         AT END
006930            CONTINUE
006940         WHEN WS-ALR-IDX GREATER WS-ALR-CANT
006950            CONTINUE
006960         WHEN WS-ALR-CLIENTE (WS-ALR-IDX) EQUAL WS-CLI-NRO
006970            IF WS-ALR-FRACC (WS-ALR-IDX) EQUAL 'S'
006980               ADD CT-PTS-FRACC TO WS-PUNTAJE
006990            END-IF
007000            IF WS-ALR-ACUM (WS-ALR-IDX) EQUAL 'S'
007010               ADD CT-PTS-ACUM TO WS-PUNTAJE
007020            END-IF
007030      END-SEARCH
007040
007050      MOVE WS-CLI-NRO TO CLI-NRO-CLIENTE
007060
007070      EXEC SQL
007080         SELECT VALUE(SUM(M.IMPORTE), 0)
007090           INTO :WS-TOTAL-INTERB
007100           FROM ITPFBIO.TBMOVIM M,
007110                ITPFBIO.TBCUENTAS C
007120          WHERE M.NRO_CUENTA      EQUAL C.NRO_CUENTA
007130            AND C.NRO_CLIENTE     EQUAL :CLI-NRO-CLIENTE
007140            AND M.TIPO_MOVIMIENTO EQUAL :CT-MOV-CRED-INTERB
007150            AND M.FECHA NOT LESS    :WS-FECHA-DESDE
007160            AND M.FECHA NOT GREATER :WS-FECHA-PROCESO
007170      END-EXEC
007180
007190      IF SQLCODE NOT EQUAL ZEROS
007200         PERFORM 4900-I-ERROR-SQL THRU 4900-F-ERROR-SQL
007210         MOVE 'SUMA INTERBANCARIA' TO LK-ERR-RECURSO
007220         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007230         SET FS-CLIENTE-EOF TO TRUE
007240         GO TO 4100-F-PUNTUAR
007250      END-IF
007260
007270      EVALUATE TRUE
007280         WHEN WS-TOTAL-INTERB GREATER CT-UMBRAL-INTERB * 3
007290            ADD 2 TO WS-PUNTAJE
007300         WHEN WS-TOTAL-INTERB GREATER CT-UMBRAL-INTERB
007310            ADD 1 TO WS-PUNTAJE
007320         WHEN OTHER
007330            CONTINUE
007340      END-EVALUATE
007350
007360      EXEC SQL
007370         SELECT COUNT(*),
007380                VALUE(SUM(CASE WHEN MONEDA EQUAL :CT-MONEDA-PESOS
007390                               THEN 0 ELSE 1 END), 0)
007400           INTO :WS-CANT-CUENTAS, :WS-CANT-MON-EXT
007410           FROM ITPFBIO.TBCUENTAS
007420          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
007430            AND FECHA_DE_BAJA IS NULL
007440      END-EXEC
007450
007460      IF SQLCODE NOT EQUAL ZEROS
007470         PERFORM 4900-I-ERROR-SQL THRU 4900-F-ERROR-SQL
007480         MOVE 'CUENTAS CLIENTE' TO LK-ERR-RECURSO
007490         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007500         SET FS-CLIENTE-EOF TO TRUE
007510         GO TO 4100-F-PUNTUAR
007520      END-IF
007530
007540      IF WS-CANT-MON-EXT GREATER ZEROS
007550         ADD CT-PTS-MONEDA-EXT TO WS-PUNTAJE
007560      END-IF
007570
007580      IF WS-CANT-CUENTAS GREATER CT-MAX-CUENTAS
007590         ADD CT-PTS-MUCHAS-CTAS TO WS-PUNTAJE
007600      END-IF
007610
007620      EVALUATE TRUE
007630         WHEN WS-PUNTAJE NOT LESS CT-PUNTOS-ALTO
007640            MOVE 'A' TO WS-RIESGO-NUEVO
007650            ADD 1 TO CN-RIESGO-ALTO
007660         WHEN WS-PUNTAJE NOT LESS CT-PUNTOS-MEDIO
007670            MOVE 'M' TO WS-RIESGO-NUEVO
007680            ADD 1 TO CN-RIESGO-MEDIO
007690         WHEN OTHER
007700            MOVE 'B' TO WS-RIESGO-NUEVO
007710            ADD 1 TO CN-RIESGO-BAJO
007720      END-EVALUATE
007730
007740      IF WS-RIESGO-NUEVO NOT EQUAL WS-CLI-RIESGO-ANT
007750         ADD 1 TO CN-CAMBIOS
007760      END-IF
007770      .
007780  4100-F-PUNTUAR. EXIT.
007790**************************************
007800*  GRABAR LA CALIFICACION: LA        *
007810*  PROXIMA REVISION SE CUENTA DESDE  *
007820*  LA ULTIMA (ALTO 1 ANIO, MEDIO 2,  *
007830*  BAJO 5). EL CLIENTE SIN PERFIL    *
007840*  LO RECIBE CON PEP 'N', OCUPACION  *
007850*  '00' Y SU ALTA COMO REVISION      *
007860**************************************
007870  4500-I-GRABAR-PERFIL.
007880      EVALUATE WS-RIESGO-NUEVO
007890         WHEN 'A'   MOVE 1 TO WS-REV-ANIOS
007900         WHEN 'M'   MOVE 2 TO WS-REV-ANIOS
007910         WHEN OTHER MOVE 5 TO WS-REV-ANIOS
007920      END-EVALUATE
007930
007940      MOVE WS-CLI-ULT-REV   TO WS-FECHA-PROX
007950      ADD WS-REV-ANIOS      TO WS-PRX-AA
007960      IF WS-PRX-MM EQUAL 02 AND WS-PRX-DD EQUAL 29
007970         MOVE 28 TO WS-PRX-DD
007980      END-IF
007990
008000      MOVE WS-CLI-NRO        TO PRF-NRO-CLIENTE
008010      MOVE WS-CLI-PEP        TO PRF-PEP
008020      MOVE WS-CLI-OCUPACION  TO PRF-OCUPACION
008030      MOVE WS-RIESGO-NUEVO   TO PRF-RIESGO
008040      MOVE WS-PUNTAJE        TO PRF-PUNTAJE
008050      MOVE WS-FECHA-PROCESO  TO PRF-FECHA-CALIFIC
008060      MOVE WS-CLI-ULT-REV    TO PRF-FECHA-ULT-REVISION
008070      MOVE WS-FECHA-PROX     TO PRF-FECHA-PROX-REVISION
008080
008090      IF WS-CLI-CON-PERFIL
008100         EXEC SQL
008110            UPDATE ITPFBIO.TBPERFIL
008120               SET RIESGO              = :PRF-RIESGO,
008130                   PUNTAJE             = :PRF-PUNTAJE,
008140                   FECHA_CALIFIC       = :PRF-FECHA-CALIFIC,
008150                   FECHA_PROX_REVISION = :PRF-FECHA-PROX-REVISION
008160             WHERE NRO_CLIENTE EQUAL :PRF-NRO-CLIENTE
008170         END-EXEC
008180      ELSE
008190         MOVE CT-USUARIO-BATCH TO PRF-USUARIO-REVISION
008200         EXEC SQL
008210            INSERT INTO ITPFBIO.TBPERFIL
008220                  (NRO_CLIENTE, PEP, OCUPACION, RIESGO, PUNTAJE,
008230                   FECHA_CALIFIC, FECHA_ULT_REVISION,
008240                   FECHA_PROX_REVISION, USUARIO_REVISION)
008250            VALUES
008260                  (:PRF-NRO-CLIENTE, :PRF-PEP, :PRF-OCUPACION,
008270                   :PRF-RIESGO, :PRF-PUNTAJE, :PRF-FECHA-CALIFIC,
008280                   :PRF-FECHA-ULT-REVISION,
008290                   :PRF-FECHA-PROX-REVISION,
008300                   :PRF-USUARIO-REVISION)
008310         END-EXEC
008320         IF SQLCODE EQUAL ZEROS
008330            ADD 1 TO CN-PERFILES-NUEVOS
008340         END-IF
008350      END-IF
008360
008370      IF SQLCODE NOT EQUAL ZEROS
008380         MOVE SQLCODE TO FS-SQLCODE
008390         DISPLAY '* ERROR GRABAR PERFIL CLIENTE ' WS-NRO-CLI-ED
008400                 ' = ' FS-SQLCODE
008410         MOVE FS-SQLCODE TO LK-ERR-CODIGO
008420         MOVE '4500-I-GRABAR-PERFIL' TO LK-ERR-PARRAFO
008430         MOVE 'GRABAR TBPERFIL' TO LK-ERR-RECURSO
008440         MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
008450         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008460         ADD 1 TO CN-NOVEDADES-ER
008470         GO TO 4500-F-GRABAR-PERFIL
008480      END-IF
008490
008500      ADD 1 TO CN-SIN-COMMIT
008510
008520      IF CN-SIN-COMMIT NOT LESS CT-COMMIT-CADA
008530         EXEC SQL
008540            COMMIT
008550         END-EXEC
008560         MOVE ZEROS TO CN-SIN-COMMIT
008570      END-IF
008580      .
008590  4500-F-GRABAR-PERFIL. EXIT.
008600**************************************
008610*  REVISION DE LEGAJO VENCIDA: DIAS  *
008620*  DE ATRASO (RUTFECHA) Y LINEA DEL  *
008630*  LISTADO, CON CORTE POR SUCURSAL   *
008640**************************************
008650  4700-I-VENCIDO.
008660      ADD 1 TO CN-VENCIDOS
008670
008680      IF WS-ES-PRIMERO
008690         OR WS-CLI-SUCURSAL NOT EQUAL WS-SUCURSAL-ANT
008700         IF NOT WS-ES-PRIMERO
008710            PERFORM 5800-I-CERRAR-SUCURSAL
008720               THRU 5800-F-CERRAR-SUCURSAL
008730         END-IF
008740         MOVE 'N'             TO WS-PRIMER-VENCIDO
008750         MOVE WS-CLI-SUCURSAL TO WS-SUCURSAL-ANT
008760         PERFORM 5700-I-ABRIR-SUCURSAL
008770            THRU 5700-F-ABRIR-SUCURSAL
008780      END-IF
008790
008800      ADD 1 TO CN-SUC-VENCIDOS
008810
008820      SET LK-FUNCION-DIF TO TRUE
008830      MOVE WS-FECHA-AAAAMMDD TO LK-ENTRADA
008840      MOVE PRF-FECHA-PROX-REVISION (1:4) TO LK-ENTRADA-DESDE (1:4)
008850      MOVE PRF-FECHA-PROX-REVISION (6:2) TO LK-ENTRADA-DESDE (5:2)
008860      MOVE PRF-FECHA-PROX-REVISION (9:2) TO LK-ENTRADA-DESDE (7:2)
008870
008880      CALL 'RUTFECHA' USING LK-AREA
008890
008900      IF LK-FECHA-OK
008910         MOVE LK-DIAS TO WS-DIAS-VENCIDO
008920      ELSE
008930         MOVE ZEROS   TO WS-DIAS-VENCIDO
008940      END-IF
008950
008960      PERFORM 5500-I-GRABAR-DETALLE
008970         THRU 5500-F-GRABAR-DETALLE
008980      .
008990  4700-F-VENCIDO. EXIT.
009000**************************************
009010*  ERROR SQL AL PUNTUAR UN CLIENTE   *
009020**************************************
009030  4900-I-ERROR-SQL.
009040      MOVE SQLCODE TO FS-SQLCODE
009050      DISPLAY '* ERROR SQL AL PUNTUAR CLIENTE ' WS-NRO-CLI-ED
009060              ' = ' FS-SQLCODE
009070      MOVE FS-SQLCODE TO LK-ERR-CODIGO
009080      MOVE '4100-I-PUNTUAR' TO LK-ERR-PARRAFO
009090      MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009100      .
009110  4900-F-ERROR-SQL. EXIT.
009120**************************************
009130*  IMPRIMIR UN CLIENTE CON LA        *
009140*  REVISION VENCIDA                  *
009150**************************************
009160  5500-I-GRABAR-DETALLE.
009170      IF CN-CUENTA-LINEA GREATER 60
009180         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
009190      END-IF
009200
009210      MOVE WS-CLI-NRO              TO WS-DET-CLIENTE
009220      MOVE WS-CLI-APELLIDO         TO WS-DET-APELLIDO
009230      MOVE PRF-PEP                 TO WS-DET-PEP
009240      MOVE PRF-OCUPACION           TO WS-DET-OCUPACION
009250      MOVE WS-PUNTAJE              TO WS-DET-PUNTAJE
009260      MOVE PRF-RIESGO              TO WS-DET-RIESGO
009270      MOVE WS-CLI-RIESGO-ANT       TO WS-DET-ANTERIOR
009280      MOVE PRF-FECHA-ULT-REVISION  TO WS-DET-ULT-REV
009290      MOVE PRF-FECHA-PROX-REVISION TO WS-DET-PROX-REV
009300      MOVE WS-DIAS-VENCIDO         TO WS-DET-DIAS
009310
009320      WRITE REG-SALIDA FROM WS-REG-DETALLE
009330
009340      IF NOT FS-SALIDA-OK
009350         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
009360         MOVE FS-SALIDA TO LK-ERR-CODIGO
009370         MOVE '5500-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
009380         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
009390         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009400         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009410         SET  FS-CLIENTE-EOF TO TRUE
009420      ELSE
009430         ADD 1 TO CN-CUENTA-LINEA
009440      END-IF
009450      .
009460  5500-F-GRABAR-DETALLE. EXIT.
009470**************************************
009480*  NOMBRE DE LA SUCURSAL Y TITULO    *
009490**************************************
009500  5700-I-ABRIR-SUCURSAL.
009510      MOVE SPACES TO WS-NOMBRE-SUC
009520
009530      MOVE WS-SUCURSAL-ANT TO SUC-SUCURSAL
009540
009550      EXEC SQL
009560         SELECT NOMBRE
009570           INTO :SUC-NOMBRE
009580           FROM ITPFBIO.TBSUCURS
009590          WHERE SUCURSAL EQUAL :SUC-SUCURSAL
009600      END-EXEC
009610
009620      IF SQLCODE EQUAL ZEROS
009630         MOVE SUC-NOMBRE TO WS-NOMBRE-SUC
009640      ELSE
009650         MOVE 'SUCURSAL INEXISTENTE' TO WS-NOMBRE-SUC
009660      END-IF
009670
009680      PERFORM 9000-I-TITULO THRU 9000-F-TITULO
009690      .
009700  5700-F-ABRIR-SUCURSAL. EXIT.
009710**************************************
009720*  SUBTOTAL DE LA SUCURSAL           *
009730**************************************
009740  5800-I-CERRAR-SUCURSAL.
009750      MOVE 'TOTAL SUCURSAL '  TO WS-TOT-ETIQUETA
009760      MOVE WS-SUCURSAL-ANT    TO WS-TOT-ETIQUETA (16:4)
009770      MOVE CN-SUC-VENCIDOS    TO WS-TOT-VENCIDOS
009780
009790      WRITE REG-SALIDA FROM WS-REG-TOTAL AFTER 2
009800
009810      IF NOT FS-SALIDA-OK
009820         DISPLAY '* ERROR EN GRABAR SUBTOTAL = ' FS-SALIDA
009830         MOVE FS-SALIDA TO LK-ERR-CODIGO
009840         MOVE '5800-I-CERRAR-SUCURSAL' TO LK-ERR-PARRAFO
009850         MOVE 'GRABAR SUBTOTAL' TO LK-ERR-RECURSO
009860         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009870         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009880         SET  FS-CLIENTE-EOF TO TRUE
009890      END-IF
009900
009910      INITIALIZE CN-TOT-SUCURSAL
009920      .
009930  5800-F-CERRAR-SUCURSAL. EXIT.
009940**************************************
009950*  TITULO, SUCURSAL Y ENCABEZADO     *
009960**************************************
009970  9000-I-TITULO.
009980      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
009990
010000      IF NOT FS-SALIDA-OK
010010         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
010020         MOVE FS-SALIDA TO LK-ERR-CODIGO
010030         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
010040         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
010050         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010060         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010070         SET  FS-CLIENTE-EOF TO TRUE
010080         GO TO 9000-F-TITULO
010090      END-IF
010100
010110      MOVE WS-SUCURSAL-ANT TO IP-SUC-COD
010120      MOVE WS-NOMBRE-SUC   TO IP-SUC-NOM
010130
010140      WRITE REG-SALIDA FROM IP-SUCURSAL AFTER 2
010150
010160      WRITE REG-SALIDA FROM IP-ENCABEZADO AFTER 2
010170
010180      MOVE 5 TO CN-CUENTA-LINEA
010190      .
010200  9000-F-TITULO. EXIT.
010210**************************************
010220*  CUERPO FINAL - ULTIMA SUCURSAL,   *
010230*  RESUMEN Y CIERRE. CON REVISIONES  *
010240*  VENCIDAS TERMINA CON 0004 PARA    *
010250*  AVISO A CUMPLIMIENTO              *
010260**************************************
010270  9999-I-FINAL.
010280      IF NOT WS-ES-PRIMERO
010290         AND RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
010300         PERFORM 5800-I-CERRAR-SUCURSAL
010310            THRU 5800-F-CERRAR-SUCURSAL
010320      END-IF
010330
010340      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
010350         PERFORM 9500-I-RESUMEN
010360            THRU 9500-F-RESUMEN
010370      END-IF
010380
010390      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
010400         EXEC SQL
010410            COMMIT
010420         END-EXEC
010430      ELSE
010440         EXEC SQL
010450            ROLLBACK
010460         END-EXEC
010470      END-IF
010480
010490      EXEC SQL
010500         CLOSE CLIENTE_CURSOR
010510      END-EXEC
010520
010530      CLOSE SALIDA
010540      IF NOT FS-SALIDA-OK
010550         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
010560         MOVE FS-SALIDA TO LK-ERR-CODIGO
010570         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
010580         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
010590         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010600         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010610      END-IF
010620
010630      IF CN-VENCIDOS GREATER ZEROS
010640         AND RETURN-CODE EQUAL ZEROS
010650         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
010660      END-IF
010670
010680      DISPLAY 'ALERTAS DE EFECTIVO LEIDAS: ' CN-ALERTAS-LEIDAS
010690      DISPLAY 'CLIENTES CALIFICADOS      : ' CN-CLIENTES
010700      DISPLAY 'RIESGO BAJO               : ' CN-RIESGO-BAJO
010710      DISPLAY 'RIESGO MEDIO              : ' CN-RIESGO-MEDIO
010720      DISPLAY 'RIESGO ALTO               : ' CN-RIESGO-ALTO
010730      DISPLAY 'CAMBIOS DE CALIFICACION   : ' CN-CAMBIOS
010740      DISPLAY 'PERFILES NUEVOS           : ' CN-PERFILES-NUEVOS
010750      DISPLAY 'REVISIONES VENCIDAS       : ' CN-VENCIDOS
010760      DISPLAY 'NOVEDADES CON ERROR       : ' CN-NOVEDADES-ER
010770
010780      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
010790      .
010800  9999-F-FINAL. EXIT.
010810**************************************
010820*  RESUMEN GENERAL DEL LISTADO       *
010830**************************************
010840  9500-I-RESUMEN.
010850      IF WS-ES-PRIMERO
010860         MOVE 'SIN REVISIONES VENCIDAS' TO WS-NOMBRE-SUC
010870         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
010880      END-IF
010890
010900      MOVE 'TOTAL GENERAL'    TO WS-TOT-ETIQUETA
010910      MOVE CN-VENCIDOS        TO WS-TOT-VENCIDOS
010920
010930      WRITE REG-SALIDA FROM WS-REG-TOTAL AFTER 3
010940
010950      IF NOT FS-SALIDA-OK
010960         DISPLAY '* ERROR EN GRABAR TOTAL = ' FS-SALIDA
010970         MOVE FS-SALIDA TO LK-ERR-CODIGO
010980         MOVE '9500-I-RESUMEN' TO LK-ERR-PARRAFO
010990         MOVE 'GRABAR TOTAL' TO LK-ERR-RECURSO
011000         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011010         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011020         GO TO 9500-F-RESUMEN
011030      END-IF
011040
011050      MOVE 'CLIENTES CALIFICADOS:' TO WS-AVI-TEXTO
011060      MOVE CN-CLIENTES TO WS-AVI-CANT
011070      WRITE REG-SALIDA FROM WS-REG-AVISO AFTER 2
011080
011090      MOVE 'RIESGO BAJO:'          TO WS-AVI-TEXTO
011100      MOVE CN-RIESGO-BAJO TO WS-AVI-CANT
011110      WRITE REG-SALIDA FROM WS-REG-AVISO
011120
011130      MOVE 'RIESGO MEDIO:'         TO WS-AVI-TEXTO
011140      MOVE CN-RIESGO-MEDIO TO WS-AVI-CANT
011150      WRITE REG-SALIDA FROM WS-REG-AVISO
011160
011170      MOVE 'RIESGO ALTO:'          TO WS-AVI-TEXTO
011180      MOVE CN-RIESGO-ALTO TO WS-AVI-CANT
011190      WRITE REG-SALIDA FROM WS-REG-AVISO
011200
011210      MOVE 'CAMBIOS DE CALIFICACION RESPECTO DEL MES ANTERIOR:'
011220        TO WS-AVI-TEXTO
011230      MOVE CN-CAMBIOS TO WS-AVI-CANT
011240      WRITE REG-SALIDA FROM WS-REG-AVISO AFTER 2
011250
011260      MOVE 'CLIENTES SIN PERFIL PREVIO (PERFIL CREADO):'
011270        TO WS-AVI-TEXTO
011280      MOVE CN-PERFILES-NUEVOS TO WS-AVI-CANT
011290      WRITE REG-SALIDA FROM WS-REG-AVISO
011300      .
011310  9500-F-RESUMEN. EXIT.
011320**************************************
011330*  REGISTRO DE INICIO EN TBCONTROL   *
011340*  (RUTCTRL): LA MISMA FECHA DE      *
011350*  PROCESO NO SE CORRE DOS VECES     *
011360*  SIN RELANZAR                      *
011370**************************************
011380  1100-I-CONTROL-INICIO.
011390      IF CC-FECHA-PROCESO EQUAL SPACES
011400         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
011410         MOVE CTL-AREA-AA TO CTL-HOY-AA
011420         MOVE CTL-AREA-MM TO CTL-HOY-MM
011430         MOVE CTL-AREA-DD TO CTL-HOY-DD
011440         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
011450      END-IF
011460
011470      SET LK-CTL-INICIO TO TRUE
011480      MOVE 'PGMRIE33' TO LK-CTL-PROGRAMA
011490      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
011500      MOVE CC-RERUN TO LK-CTL-RERUN
011510      MOVE ZEROS TO LK-CTL-CONTADOR
011520
011530      MOVE RETURN-CODE TO WS-RC-GUARDADO
011540      CALL 'RUTCTRL' USING LK-CTL-AREA
011550      MOVE WS-RC-GUARDADO TO RETURN-CODE
011560
011570      IF LK-CTL-YA-CORRIO
011580         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
011590                 CC-FECHA-PROCESO
011600         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
011610         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
011620         SET FS-CLIENTE-EOF TO TRUE
011630         SET WS-CORRIDA-RECHAZADA TO TRUE
011640      END-IF
011650
011660      IF LK-CTL-ERROR
011670         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011680         SET FS-CLIENTE-EOF TO TRUE
011690         SET WS-CORRIDA-RECHAZADA TO TRUE
011700      END-IF
011710      .
011720  1100-F-CONTROL-INICIO. EXIT.
011730**************************************
011740*  REGISTRO DE FIN EXITOSO EN        *
011750*  TBCONTROL CON LA CANTIDAD DE      *
011760*  CLIENTES CALIFICADOS              *
011770**************************************
011780  1200-I-CONTROL-FIN.
011790      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
011800         GO TO 1200-F-CONTROL-FIN
011810      END-IF
011820
011830      SET LK-CTL-FIN TO TRUE
011840      MOVE CN-CLIENTES TO LK-CTL-CONTADOR
011850
011860      MOVE RETURN-CODE TO WS-RC-GUARDADO
011870      CALL 'RUTCTRL' USING LK-CTL-AREA
011880      MOVE WS-RC-GUARDADO TO RETURN-CODE
011890      .
011900  1200-F-CONTROL-FIN. EXIT.
011910
011920*************************************
011930*  GRABAR EL ERROR ESTRUCTURADO EN  *
011940*  EL LOG COMUN (RUTERROR)          *
011950*************************************
011960  9900-I-ERROR.
011970      MOVE 'PGMRIE33' TO LK-ERR-PROGRAMA
011980
011990      MOVE RETURN-CODE TO WS-RC-GUARDADO
012000
012010      CALL 'RUTERROR' USING LK-ERR-AREA
012020
012030      MOVE WS-RC-GUARDADO TO RETURN-CODE
012040
012050      MOVE SPACES TO LK-ERR-RECURSO
012060
012070      MOVE SPACES TO LK-ERR-CODIGO
012080      .
012090  9900-F-ERROR. EXIT.
