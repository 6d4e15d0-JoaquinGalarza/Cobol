000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMCTG33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* ARCHIVO DE SALDOS PARA CONTINGENCIA (VSAM    *
000110*         * SALDCONT, CLAVE NRO DE CUENTA) CON SALDO, * JCR *
000120*         * EMBARGOS ACTIVOS, PISO DE TBLIMITES, TOPE    *
000130*         * POR OPERACION (TBPARAMS TOPE-PESOS /         *
000140*         * TOPE-OTRAS O EL TOPE DE CAJA DE TBTOPES SI   *
000150*         * ES MENOR) Y MARCAS DE CUENTA CERRADA Y       *
000160*         * TITULAR FALLECIDO O RETENIDO. LO USA         *
000170*         * PGMMOV33 CUANDO DB2 NO ESTA DISPONIBLE.      *
000180*         * ULTIMO PASO DE LA CADENA ANTES DE PGMDB233   *
000182* 15/10/26* SIN TITULAR FALLECIDO NI RETENIDO, LA CUENTA *
000184*         * CON TUTOR LEGAL (TBTITULAR ROL 'L') LLEVA * JCR *
000186*         * LA MARCA 'L' Y SE CUENTA EN EL CONTROL       *
000187* 15/10/26* ARRASTRA DE LA GENERACION ANTERIOR DE        *
000188*         * SALDCONT (DDSALANT) LOS DEBITOS DE        * JCR *
000189*         * CONTINGENCIA AUN NO REPROCESADOS (PGMRPC33)  *
000190*************************************
000200  ENVIRONMENT DIVISION.
000210  CONFIGURATION SECTION.
000220  SPECIAL-NAMES.
000230      DECIMAL-POINT IS COMMA.
000240  INPUT-OUTPUT SECTION.
000250  FILE-CONTROL.
000260        SELECT SALDOS ASSIGN DDSALCON
000270        ORGANIZATION IS INDEXED
000280        ACCESS MODE IS SEQUENTIAL
000290        RECORD KEY IS RSC-NRO-CUENTA
000300               FILE STATUS IS FS-SALDOS.
000310
000311        SELECT SALDANT ASSIGN DDSALANT
000312        ORGANIZATION IS INDEXED
000313        ACCESS MODE IS RANDOM
000314        RECORD KEY IS RSA-NRO-CUENTA
000315               FILE STATUS IS FS-SALDANT.
000316
000320        SELECT SALIDA ASSIGN DDSALI
000330               FILE STATUS IS FS-SALIDA.
000340
000350  DATA DIVISION.
000360  FILE SECTION.
000370  FD SALDOS.
000380
000390  01 REG-SALCON.
000400      05 RSC-NRO-CUENTA       PIC X(15).
000410      05 FILLER               PIC X(65).
000411
000412  FD SALDANT.
000413
000414  01 REG-SALANT.
000415      05 RSA-NRO-CUENTA       PIC X(15).
000416      05 FILLER               PIC X(45).
000417      05 RSA-DEBITOS-CONTING  PIC S9(9)V99 COMP-3.
000418      05 RSA-CANT-OPER        PIC S9(5)    COMP-3.
000419      05 FILLER               PIC X(11).
000420
000430  FD SALIDA
000440       BLOCK CONTAINS 0 RECORDS
000450       RECORDING MODE IS F.
000460
000470  01 REG-SALIDA PIC X(132).
000480*************************************
000490*             WORKING              *
000500*************************************
000510  WORKING-STORAGE SECTION.
000520  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000530
000540      COPY SALDREG.
000550*************************************
000560*           FILE STATUS            *
000570*************************************
000580  01  FS-FILE-STATUS.
000590      05  FS-CUENTA       PIC X     VALUE SPACES.
000600          88  FS-CUENTA-OK          VALUE 'Y'.
000610          88  FS-CUENTA-EOF         VALUE 'N'.
000620      05  FS-SALDOS       PIC XX    VALUE SPACES.
000630          88  FS-SALDOS-OK          VALUE '00'.
000640      05  FS-SALIDA       PIC XX    VALUE SPACES.
000650          88  FS-SALIDA-OK          VALUE '00'.
000652      05  FS-SALDANT      PIC XX    VALUE SPACES.
000654          88  FS-SALDANT-OK         VALUE '00'.
000656          88  FS-SALDANT-NOTFND     VALUE '23'.
000660*************************************
000670*          CONTADORES              *
000680*************************************
000690  01 CN-CONTADORES.
000700      05 CN-LEIDOS             PIC 9(07)  VALUE ZEROS.
000710      05 CN-GRABADOS           PIC 9(07)  VALUE ZEROS.
000720      05 CN-CERRADAS           PIC 9(07)  VALUE ZEROS.
000730      05 CN-FALLECIDOS         PIC 9(07)  VALUE ZEROS.
000740      05 CN-RETENIDOS          PIC 9(07)  VALUE ZEROS.
000750      05 CN-CON-EMBARGO        PIC 9(07)  VALUE ZEROS.
000755      05 CN-MENORES            PIC 9(07)  VALUE ZEROS.
000757      05 CN-ARRASTRADOS        PIC 9(07)  VALUE ZEROS.
000760      05 CN-TOPE-TBTOPES       PIC 9(07)  VALUE ZEROS.
000770*************************************
000780*  CONTROL POR MONEDA DE LAS        *
000790*  CUENTAS ABIERTAS GRABADAS        *
000800*************************************
000810  01  CN-TAB-MONEDA.
000820      05  CN-MON-CANT          PIC 9(02)     COMP  VALUE ZEROS.
000830      05  CN-MON-ITEM  OCCURS 10 TIMES
000840                        INDEXED BY CN-MON-IDX.
000850          10  CN-MON-COD       PIC X(02)           VALUE SPACES.
000860          10  CN-MON-CUENTAS   PIC 9(07)           VALUE ZEROS.
000870          10  CN-MON-SALDO     PIC S9(13)V99 COMP-3 VALUE ZEROS.
000880          10  CN-MON-EMBARGOS  PIC S9(13)V99 COMP-3 VALUE ZEROS.
000890*************************************
000900*   PARAMETROS (TBPARAMS): TOPE     *
000910*   POR OPERACION EN CONTINGENCIA   *
000920*   PARA PESOS Y PARA LAS DEMAS     *
000930*   MONEDAS (EN UNIDADES ENTERAS)   *
000940*************************************
000950     COPY LKPARM.
000960
000970  77  CT-TOPE-PESOS         PIC 9(09)  VALUE 100000.
000980  77  CT-TOPE-OTRAS         PIC 9(09)  VALUE 1000.
000990  77  CT-MONEDA-PESOS       PIC X(02)  VALUE '01'.
001000*************************************
001010*  TARJETA SYSIN: FECHA DE PROCESO *
001020*************************************
001030  01  WS-FECHA-PROCESO     PIC X(10)   VALUE SPACES.
001040*************************************
001050*      DATOS DE LA CUENTA LEIDA    *
001060*************************************
001070  01  WS-MARCA-CERRADA     PIC X(01)   VALUE SPACES.
001080  01  WS-MARCA-TITULAR     PIC X(01)   VALUE SPACES.
001090  01  WS-PISO              PIC S9(9)V99 COMP-3  VALUE ZEROS.
001100  01  WS-TOPE-TBTOPES      PIC S9(9)V99 COMP-3  VALUE ZEROS.
001110  01  WS-EMBARGOS          PIC S9(9)V99 COMP-3  VALUE ZEROS.
001120  01  WS-TOPE              PIC S9(9)V99 COMP-3  VALUE ZEROS.
001123  01  WS-SALDANT-SW        PIC X(01)   VALUE 'N'.
001126      88  WS-SALDANT-ABIERTO          VALUE 'S'.
001130*************************************
001140*       VARIABLES IMPRESION        *
001150*************************************
001160  01  IP-TITULO.
001170      05  FILLER      PIC X(10) VALUE  SPACES.
001180      05  FILLER      PIC X(45) VALUE
001190       'ARCHIVO DE SALDOS PARA CONTINGENCIA'.
001200      05  FILLER      PIC X(07) VALUE  'FECHA: '.
001210      05  IP-FECHA    PIC X(10) VALUE  SPACES.
001220      05  FILLER      PIC X(60) VALUE  SPACES.
001230
001240  01  IP-ENCABEZADO.
001250      05  FILLER    PIC X(06)    VALUE SPACES.
001260      05  FILLER    PIC X(10)    VALUE 'MONEDA'.
001270      05  FILLER    PIC X(09)    VALUE '  CUENTAS'.
001280      05  FILLER    PIC X(04)    VALUE SPACES.
001290      05  FILLER    PIC X(19)    VALUE '        SALDO TOTAL'.
001300      05  FILLER    PIC X(04)    VALUE SPACES.
001310      05  FILLER    PIC X(18)    VALUE '    TOTAL EMBARGOS'.
001320      05  FILLER    PIC X(62)    VALUE SPACES.
001330
001340  01  WS-REG-MONEDA.
001350      05  FILLER           PIC X(06)    VALUE SPACES.
001360      05  WS-MON-MONEDA    PIC X(02)    VALUE SPACES.
001370      05  FILLER           PIC X(08)    VALUE SPACES.
001380      05  WS-MON-CUENTAS   PIC Z.ZZZ.ZZ9 VALUE ZEROS.
001390      05  FILLER           PIC X(04)    VALUE SPACES.
001400      05  WS-MON-SALDO     PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
001410      05  FILLER           PIC X(04)    VALUE SPACES.
001420      05  WS-MON-EMBARGOS  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
001430      05  FILLER           PIC X(62)    VALUE SPACES.
001440
001450  01  WS-REG-AVISO.
001460      05  FILLER           PIC X(06)    VALUE SPACES.
001470      05  WS-AVI-TEXTO     PIC X(60)    VALUE SPACES.
001480      05  WS-AVI-CANT      PIC Z.ZZZ.ZZ9 VALUE ZEROS.
001490      05  FILLER           PIC X(57)    VALUE SPACES.
001500*************************************
001510*             SQL                  *
001520*************************************
001530       EXEC SQL
001540         INCLUDE SQLCA
001550       END-EXEC.
001560
001570       EXEC SQL
001580         INCLUDE TBCUENT
001590       END-EXEC.
001600*************************************
001610*  TODAS LAS CUENTAS CON EL PISO    *
001620*  DEL TIPO (TBLIMITES), EL TOPE    *
001630*  DE CAJA (TBTOPES), LOS EMBARGOS  *
001640*  ACTIVOS Y EL PEOR ESTADO DE SUS  *
001650*  TITULARES ('F' ANTES QUE 'R')    *
001660*************************************
001670       EXEC SQL
001680         DECLARE SALDO_CURSOR CURSOR FOR
001690          SELECT C.NRO_CUENTA, C.TIPO_CUENTA, C.MONEDA,
001700                 C.NRO_CLIENTE, C.SALDO_ACTUAL,
001710                 CASE WHEN C.FECHA_DE_BAJA IS NULL THEN 'N'
001720                      ELSE 'S' END,
001730                 VALUE(L.PISO_PERMITIDO, 0),
001740                 VALUE(T.TOPE_OPERACION, 0),
001750                 VALUE((SELECT SUM(E.IMPORTE)
001760                          FROM ITPFBIO.TBEMBARGOS E
001770                         WHERE E.NRO_CUENTA EQUAL C.NRO_CUENTA
001780                           AND E.ESTADO     EQUAL 'A'
001790                           AND (E.FECHA_VTO EQUAL ' '
001800                            OR E.FECHA_VTO NOT LESS
001810                               :WS-FECHA-PROCESO)),
001820                       0),
001830                 VALUE((SELECT MIN(K.ESTADO_CLIENTE)
001840                          FROM ITPFBIO.TBCLIENT K
001850                         WHERE K.ESTADO_CLIENTE IN ('F', 'R')
001860                           AND (K.NRO_CLIENTE EQUAL C.NRO_CLIENTE
001870                            OR K.NRO_CLIENTE IN
001880                               (SELECT S.NRO_CLIENTE
001890                                  FROM ITPFBIO.TBTITULAR S
001900                                 WHERE S.NRO_CUENTA
001910                                       EQUAL C.NRO_CUENTA))),
001912                       (SELECT MIN(S.ROL)
001914                          FROM ITPFBIO.TBTITULAR S
001916                         WHERE S.NRO_CUENTA EQUAL C.NRO_CUENTA
001918                           AND S.ROL        EQUAL 'L'),
001920                       ' ')
001930            FROM ITPFBIO.TBCUENTAS C
001940                 LEFT OUTER JOIN ITPFBIO.TBLIMITES L
001950              ON L.TIPO_CUENTA EQUAL C.TIPO_CUENTA
001960                 LEFT OUTER JOIN ITPFBIO.TBTOPES T
001970              ON T.TIPO_CUENTA EQUAL C.TIPO_CUENTA
001980             AND T.CANAL       EQUAL 'CAJA'
001990           ORDER BY C.NRO_CUENTA
002000       END-EXEC.
002010
002020  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
002030*************************************
002040*  MANEJO COMUN DE ERRORES          *
002050*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
002060*  DE RETORNO DEL BATCH             *
002070*************************************
002080     COPY LKERROR.
002090
002100  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
002110  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
002120  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
002130  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
002140*************************************
002150*  CONTROL DE CORRIDAS (RUTCTRL)    *
002160*************************************
002170     COPY LKCTRL.
002180
002190  01  WS-TARJETA-CONTROL.
002200      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
002210      05  CC-RERUN         PIC X(01)  VALUE SPACES.
002220
002230  01  WS-CTL-HOY.
002240      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
002250      05  FILLER       PIC X(01)  VALUE '-'.
002260      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
002270      05  FILLER       PIC X(01)  VALUE '-'.
002280      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
002290
002300  01  WS-CTL-FECHA-AREA.
002310      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
002320      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
002330      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
002340
002350  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
002360  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
002370      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
002380  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
002390*************************************.
002400  PROCEDURE DIVISION.
002410**************************************
002420*  CUERPO PRINCIPAL DEL PROGRAMA     *
002430**************************************
002440  MAIN-PROGRAM.
002450      PERFORM 1000-I-INICIO
002460         THRU 1000-F-INICIO
002470
002480      IF WS-CORRIDA-RECHAZADA
002490         GO TO F-MAIN-PROGRAM
002500      END-IF
002510
002520      PERFORM 2000-I-ABRIR-CUENTAS
002530         THRU 2000-F-ABRIR-CUENTAS
002540
002550      PERFORM 3000-I-PROCESO
002560         THRU 3000-F-PROCESO
002570         UNTIL FS-CUENTA-EOF
002580
002590      PERFORM 9999-I-FINAL
002600         THRU 9999-F-FINAL
002610      .
002620  F-MAIN-PROGRAM. GOBACK.
002630**************************************
002640*  CUERPO INICIO APERTURA ARCHIVOS   *
002650**************************************
002660  1000-I-INICIO.
002670      ACCEPT WS-FECHA-PROCESO FROM SYSIN
002680
002690      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
002700
002710      IF WS-FECHA-PROCESO NOT EQUAL SPACES
002720         AND CC-FECHA-PROCESO EQUAL SPACES
002730         MOVE WS-FECHA-PROCESO TO CC-FECHA-PROCESO
002740      END-IF
002750
002760      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
002770
002780      IF WS-CORRIDA-RECHAZADA
002790         GO TO 1000-F-INICIO
002800      END-IF
002810
002820      IF WS-FECHA-PROCESO EQUAL SPACES
002830         MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO
002840      END-IF
002850
002860      PERFORM 1050-I-PARAMETROS
002870         THRU 1050-F-PARAMETROS
002880
002890      OPEN OUTPUT SALIDA
002900
002910      IF NOT FS-SALIDA-OK
002920         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
002930         MOVE FS-SALIDA TO LK-ERR-CODIGO
002940         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
002950         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
002960         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002970         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002980         SET FS-CUENTA-EOF TO TRUE
002990         GO TO 1000-F-INICIO
003000      END-IF
003010
003020      OPEN OUTPUT SALDOS
003030
003040      IF NOT FS-SALDOS-OK
003050         DISPLAY '* ERROR EN OPEN SALDOS = ' FS-SALDOS
003060         MOVE FS-SALDOS TO LK-ERR-CODIGO
003070         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003080         MOVE 'OPEN SALDOS' TO LK-ERR-RECURSO
003090         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003100         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003110         SET FS-CUENTA-EOF TO TRUE
003120      END-IF
003130
003132      PERFORM 1060-I-ABRIR-ANTERIOR
003134         THRU 1060-F-ABRIR-ANTERIOR
003136
003140      MOVE WS-FECHA-PROCESO TO IP-FECHA
003150      .
003160  1000-F-INICIO. EXIT.
003170**************************************
003180*  TOPES POR OPERACION EN            *
003190*  CONTINGENCIA (TBPARAMS VIA        *
003200*  RUTPARM)                          *
003210**************************************
003220  1050-I-PARAMETROS.
003230      MOVE 'PGMCTG33'      TO LK-PAR-PROGRAMA
003240      MOVE 'TOPE-PESOS'    TO LK-PAR-PARAMETRO
003250      MOVE CT-TOPE-PESOS   TO LK-PAR-DEFECTO
003260
003270      CALL 'RUTPARM' USING LK-PAR-AREA
003280
003290      MOVE LK-PAR-VALOR TO CT-TOPE-PESOS
003300
003310      MOVE 'PGMCTG33'      TO LK-PAR-PROGRAMA
003320      MOVE 'TOPE-OTRAS'    TO LK-PAR-PARAMETRO
003330      MOVE CT-TOPE-OTRAS   TO LK-PAR-DEFECTO
003340
003350      CALL 'RUTPARM' USING LK-PAR-AREA
003360
003370      MOVE LK-PAR-VALOR TO CT-TOPE-OTRAS
003380      .
003390  1050-F-PARAMETROS. EXIT.
003391**************************************
003392*  GENERACION ANTERIOR DE SALDCONT   *
003393*  (DDSALANT). SI NO EXISTE, PRIMERA *
003394*  CARGA: NO HAY NADA QUE ARRASTRAR  *
003395**************************************
003396  1060-I-ABRIR-ANTERIOR.
003397      IF FS-CUENTA-EOF
003398         GO TO 1060-F-ABRIR-ANTERIOR
003399      END-IF
003400
003401      OPEN INPUT SALDANT
003402
003403      IF FS-SALDANT EQUAL '35'
003404         DISPLAY '* SIN SALDCONT ANTERIOR - NO HAY ARRASTRE'
003405         GO TO 1060-F-ABRIR-ANTERIOR
003406      END-IF
003407
003408      IF NOT FS-SALDANT-OK
003409         DISPLAY '* ERROR EN OPEN SALDANT = ' FS-SALDANT
003410         MOVE FS-SALDANT TO LK-ERR-CODIGO
003411         MOVE '1060-I-ABRIR-ANTERIOR' TO LK-ERR-PARRAFO
003412         MOVE 'OPEN SALDANT' TO LK-ERR-RECURSO
003413         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003414         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003415         SET FS-CUENTA-EOF TO TRUE
003416         GO TO 1060-F-ABRIR-ANTERIOR
003417      END-IF
003418
003419      SET WS-SALDANT-ABIERTO TO TRUE
003420      .
003421  1060-F-ABRIR-ANTERIOR. EXIT.
003422**************************************
003423*  ABRIR EL CURSOR DE CUENTAS        *
003424**************************************
003430  2000-I-ABRIR-CUENTAS.
003440      IF FS-CUENTA-EOF
003450         GO TO 2000-F-ABRIR-CUENTAS
003460      END-IF
003470
003480      EXEC SQL
003490         OPEN SALDO_CURSOR
003500      END-EXEC
003510
003520      IF SQLCODE NOT EQUAL ZEROS
003530         MOVE SQLCODE TO FS-SQLCODE
003540         DISPLAY '* ERROR OPEN CURSOR SALDO = ' FS-SQLCODE
003550         MOVE FS-SQLCODE TO LK-ERR-CODIGO
003560         MOVE '2000-I-ABRIR-CUENTAS' TO LK-ERR-PARRAFO
003570         MOVE 'OPEN CURSOR SALDO' TO LK-ERR-RECURSO
003580         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003590         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003600         SET FS-CUENTA-EOF TO TRUE
003610         GO TO 2000-F-ABRIR-CUENTAS
003620      END-IF
003630
003640      SET FS-CUENTA-OK TO TRUE
003650
003660      PERFORM 2100-I-LEER-CUENTA
003670         THRU 2100-F-LEER-CUENTA
003680      .
003690  2000-F-ABRIR-CUENTAS. EXIT.
003700**************************************
003710*            LEER CUENTA             *
003720**************************************
003730  2100-I-LEER-CUENTA.
003740      EXEC SQL
003750           FETCH SALDO_CURSOR
003760           INTO  :NRO-CUENTA,
003770                 :TIPO-CUENTA,
003780                 :MONEDA,
003790                 :CUE-NRO-CLIENTE,
003800                 :SALDO-ACTUAL,
003810                 :WS-MARCA-CERRADA,
003820                 :WS-PISO,
003830                 :WS-TOPE-TBTOPES,
003840                 :WS-EMBARGOS,
003850                 :WS-MARCA-TITULAR
003860      END-EXEC
003870
003880      EVALUATE SQLCODE
003890
003900      WHEN ZEROS
003910         ADD 1 TO CN-LEIDOS
003920         MOVE NRO-CUENTA TO LK-ERR-CLAVE
003930
003940      WHEN +100
003950         SET FS-CUENTA-EOF TO TRUE
003960
003970      WHEN OTHER
003980         MOVE SQLCODE TO FS-SQLCODE
003990         DISPLAY '* ERROR LEER CURSOR SALDO = ' FS-SQLCODE
004000         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004010         MOVE '2100-I-LEER-CUENTA' TO LK-ERR-PARRAFO
004020         MOVE 'LEER CURSOR SALDO' TO LK-ERR-RECURSO
004030         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004040         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004050         SET FS-CUENTA-EOF TO TRUE
004060      END-EVALUATE
004070      .
004080  2100-F-LEER-CUENTA. EXIT.
004090**************************************
004100*  CUERPO PRINCIPAL DE PROCESOS:     *
004110*  ARMAR Y GRABAR EL REGISTRO DE     *
004120*  SALDO DE LA CUENTA                *
004130**************************************
004140  3000-I-PROCESO.
004150      PERFORM 3100-I-TOPE
004160         THRU 3100-F-TOPE
004170
004180      INITIALIZE WS-SALD-REC
004190      MOVE NRO-CUENTA        TO SLD-NRO-CUENTA
004200      MOVE TIPO-CUENTA       TO SLD-TIPO-CUENTA
004210      MOVE MONEDA            TO SLD-MONEDA
004220      MOVE CUE-NRO-CLIENTE   TO SLD-NRO-CLIENTE
004230      MOVE SALDO-ACTUAL      TO SLD-SALDO-ACTUAL
004240      MOVE WS-EMBARGOS       TO SLD-EMBARGOS
004250      MOVE WS-PISO           TO SLD-PISO
004260      MOVE WS-TOPE           TO SLD-TOPE-CONTING
004270      MOVE WS-MARCA-CERRADA  TO SLD-MARCA-CERRADA
004280      MOVE WS-MARCA-TITULAR  TO SLD-MARCA-TITULAR
004290      MOVE WS-FECHA-PROCESO  TO SLD-FECHA-SALDO
004294      PERFORM 3150-I-ARRASTRE
004298         THRU 3150-F-ARRASTRE
004302
004306      IF FS-CUENTA-EOF
004310         GO TO 3000-F-PROCESO
004314      END-IF
004320
004330      WRITE REG-SALCON FROM WS-SALD-REC
004340
004350      IF NOT FS-SALDOS-OK
004360         DISPLAY '* ERROR EN GRABAR SALDOS = ' FS-SALDOS
004370                 ' CUENTA ' NRO-CUENTA
004380         MOVE FS-SALDOS TO LK-ERR-CODIGO
004390         MOVE '3000-I-PROCESO' TO LK-ERR-PARRAFO
004400         MOVE 'GRABAR SALDOS' TO LK-ERR-RECURSO
004410         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004420         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004430         SET FS-CUENTA-EOF TO TRUE
004440         GO TO 3000-F-PROCESO
004450      END-IF
004460
004470      ADD 1 TO CN-GRABADOS
004480
004490      PERFORM 3200-I-CONTAR
004500         THRU 3200-F-CONTAR
004510
004520      PERFORM 2100-I-LEER-CUENTA
004530         THRU 2100-F-LEER-CUENTA
004540      .
004550  3000-F-PROCESO. EXIT.
004560**************************************
004570*  TOPE POR OPERACION: EL DE LA      *
004580*  MONEDA (TBPARAMS) O EL DE CAJA    *
004590*  DEL TIPO DE CUENTA (TBTOPES) SI   *
004600*  ES MENOR                          *
004610**************************************
004620  3100-I-TOPE.
004630      IF MONEDA EQUAL CT-MONEDA-PESOS
004640         MOVE CT-TOPE-PESOS TO WS-TOPE
004650      ELSE
004660         MOVE CT-TOPE-OTRAS TO WS-TOPE
004670      END-IF
004680
004690      IF WS-TOPE-TBTOPES GREATER ZEROS
004700         AND WS-TOPE-TBTOPES LESS WS-TOPE
004710         MOVE WS-TOPE-TBTOPES TO WS-TOPE
004720         ADD 1 TO CN-TOPE-TBTOPES
004730      END-IF
004740      .
004750  3100-F-TOPE. EXIT.
004751**************************************
004752*  DEBITOS DE CONTINGENCIA TODAVIA   *
004753*  NO APLICADOS EN DB2 (PGMRPC33):   *
004754*  SE TOMAN DE LA GENERACION         *
004755*  ANTERIOR PARA QUE NO SE PIERDAN   *
004756**************************************
004757  3150-I-ARRASTRE.
004758      MOVE ZEROS TO SLD-DEBITOS-CONTING
004759      MOVE ZEROS TO SLD-CANT-OPER
004760
004761      IF NOT WS-SALDANT-ABIERTO
004762         GO TO 3150-F-ARRASTRE
004763      END-IF
004764
004765      MOVE NRO-CUENTA TO RSA-NRO-CUENTA
004766
004767      READ SALDANT
004768
004769      IF FS-SALDANT-NOTFND
004770         GO TO 3150-F-ARRASTRE
004771      END-IF
004772
004773      IF NOT FS-SALDANT-OK
004774         DISPLAY '* ERROR EN LEER SALDANT = ' FS-SALDANT
004775                 ' CUENTA ' NRO-CUENTA
004776         MOVE FS-SALDANT TO LK-ERR-CODIGO
004777         MOVE '3150-I-ARRASTRE' TO LK-ERR-PARRAFO
004778         MOVE 'LEER SALDANT' TO LK-ERR-RECURSO
004779         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004780         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004781         SET FS-CUENTA-EOF TO TRUE
004782         GO TO 3150-F-ARRASTRE
004783      END-IF
004784
004785      MOVE RSA-DEBITOS-CONTING TO SLD-DEBITOS-CONTING
004786      MOVE RSA-CANT-OPER       TO SLD-CANT-OPER
004787
004788      IF SLD-DEBITOS-CONTING NOT EQUAL ZEROS
004789         OR SLD-CANT-OPER NOT EQUAL ZEROS
004790         ADD 1 TO CN-ARRASTRADOS
004791      END-IF
004792      .
004793  3150-F-ARRASTRE. EXIT.
004794**************************************
004795*  CONTADORES DE MARCAS Y CONTROL    *
004796*  POR MONEDA DE LAS CUENTAS         *
004797*  ABIERTAS                          *
004800**************************************
004810  3200-I-CONTAR.
004820      IF SLD-CERRADA
004830         ADD 1 TO CN-CERRADAS
004840         GO TO 3200-F-CONTAR
004850      END-IF
004860
004870      IF SLD-TIT-FALLECIDO
004880         ADD 1 TO CN-FALLECIDOS
004890      END-IF
004900
004910      IF SLD-TIT-RETENIDO
004920         ADD 1 TO CN-RETENIDOS
004930      END-IF
004940
004942      IF SLD-TIT-MENOR
004944         ADD 1 TO CN-MENORES
004946      END-IF
004948
004950      IF WS-EMBARGOS GREATER ZEROS
004960         ADD 1 TO CN-CON-EMBARGO
004970      END-IF
004980
004990      SET CN-MON-IDX TO 1
005000
005010      PERFORM 3260-I-BUSCAR-MONEDA
005020         THRU 3260-F-BUSCAR-MONEDA
005030         UNTIL CN-MON-IDX > CN-MON-CANT
005040            OR CN-MON-COD (CN-MON-IDX) EQUAL MONEDA
005050
005060      IF CN-MON-IDX GREATER CN-MON-CANT
005070         IF CN-MON-CANT NOT LESS 10
005080            DISPLAY '* MAS DE 10 MONEDAS - SIN CONTROL ' MONEDA
005090            GO TO 3200-F-CONTAR
005100         END-IF
005110         SET CN-MON-CANT UP BY 1
005120         SET CN-MON-IDX  TO CN-MON-CANT
005130         MOVE MONEDA TO CN-MON-COD (CN-MON-IDX)
005140      END-IF
005150
005160      ADD 1            TO CN-MON-CUENTAS  (CN-MON-IDX)
005170      ADD SALDO-ACTUAL TO CN-MON-SALDO    (CN-MON-IDX)
005180      ADD WS-EMBARGOS  TO CN-MON-EMBARGOS (CN-MON-IDX)
005190      .
005200  3200-F-CONTAR. EXIT.
005210**************************************
005220*         BUSCAR MONEDA EN TABLA     *
005230**************************************
005240  3260-I-BUSCAR-MONEDA.
005250      IF CN-MON-COD (CN-MON-IDX) NOT EQUAL MONEDA
005260         SET CN-MON-IDX UP BY 1
005270      END-IF
005280      .
005290  3260-F-BUSCAR-MONEDA. EXIT.
005300**************************************
005310*  TITULO Y ENCABEZADO               *
005320**************************************
005330  9000-I-TITULO.
005340      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
005350
005360      IF NOT FS-SALIDA-OK
005370         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
005380         MOVE FS-SALIDA TO LK-ERR-CODIGO
005390         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
005400         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
005410         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005420         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005430         GO TO 9000-F-TITULO
005440      END-IF
005450
005460      WRITE REG-SALIDA FROM IP-ENCABEZADO AFTER 2
005470      .
005480  9000-F-TITULO. EXIT.
005490**************************************
005500*  CUERPO FINAL - CONTROL Y CIERRE.  *
005510*  SIN CUENTAS TERMINA CON 0004      *
005520**************************************
005530  9999-I-FINAL.
005540      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
005550         PERFORM 9500-I-RESUMEN
005560            THRU 9500-F-RESUMEN
005570      END-IF
005580
005590      EXEC SQL
005600         CLOSE SALDO_CURSOR
005610      END-EXEC
005620
005630      CLOSE SALDOS
005640      IF NOT FS-SALDOS-OK
005650         DISPLAY '* ERROR EN CLOSE SALDOS =  ' FS-SALDOS
005660         MOVE FS-SALDOS TO LK-ERR-CODIGO
005670         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
005680         MOVE 'CLOSE SALDOS' TO LK-ERR-RECURSO
005690         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005700         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005710      END-IF
005720
005722      IF WS-SALDANT-ABIERTO
005724         CLOSE SALDANT
005726      END-IF
005728
005730      CLOSE SALIDA
005740      IF NOT FS-SALIDA-OK
005750         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
005760         MOVE FS-SALIDA TO LK-ERR-CODIGO
005770         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
005780         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
005790         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005800         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005810      END-IF
005820
005830      IF CN-GRABADOS EQUAL ZEROS
005840         AND RETURN-CODE EQUAL ZEROS
005850         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
005860      END-IF
005870
005880      DISPLAY 'CUENTAS LEIDAS         : ' CN-LEIDOS
005890      DISPLAY 'REGISTROS GRABADOS     : ' CN-GRABADOS
005900      DISPLAY 'CUENTAS CERRADAS       : ' CN-CERRADAS
005910      DISPLAY 'TITULAR FALLECIDO      : ' CN-FALLECIDOS
005920      DISPLAY 'TITULAR RETENIDO       : ' CN-RETENIDOS
005930      DISPLAY 'CUENTAS CON EMBARGO    : ' CN-CON-EMBARGO
005935      DISPLAY 'CUENTAS DE MENORES     : ' CN-MENORES
005937      DISPLAY 'CON DEBITOS ARRASTRADOS: ' CN-ARRASTRADOS
005940
005950      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
005960      .
005970  9999-F-FINAL. EXIT.
005980**************************************
005990*  CONTROL POR MONEDA Y CANTIDADES   *
006000*  DEL ARCHIVO GENERADO              *
006010**************************************
006020  9500-I-RESUMEN.
006030      PERFORM 9000-I-TITULO THRU 9000-F-TITULO
006040
006050      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
006060         GO TO 9500-F-RESUMEN
006070      END-IF
006080
006090      SET CN-MON-IDX TO 1
006100
006110      PERFORM 9520-I-IMPRIMIR-MONEDA
006120         THRU 9520-F-IMPRIMIR-MONEDA
006130         UNTIL CN-MON-IDX GREATER CN-MON-CANT
006140
006150      MOVE 'CUENTAS GRABADAS EN EL ARCHIVO:' TO WS-AVI-TEXTO
006160      MOVE CN-GRABADOS TO WS-AVI-CANT
006170      WRITE REG-SALIDA FROM WS-REG-AVISO AFTER 3
006180
006190      MOVE 'CUENTAS CERRADAS (SIN OPERACION EN CONTINGENCIA):'
006200        TO WS-AVI-TEXTO
006210      MOVE CN-CERRADAS TO WS-AVI-CANT
006220      WRITE REG-SALIDA FROM WS-REG-AVISO
006230
006240      MOVE 'CUENTAS CON TITULAR FALLECIDO (SIN EXTRACCION):'
006250        TO WS-AVI-TEXTO
006260      MOVE CN-FALLECIDOS TO WS-AVI-CANT
006270      WRITE REG-SALIDA FROM WS-REG-AVISO
006280
006290      MOVE 'CUENTAS CON TITULAR RETENIDO (SIN EXTRACCION):'
006300        TO WS-AVI-TEXTO
006310      MOVE CN-RETENIDOS TO WS-AVI-CANT
006311      WRITE REG-SALIDA FROM WS-REG-AVISO
006312
006313      MOVE 'CUENTAS DE MENORES CON TUTOR (SIN EXTRACCION):'
006314        TO WS-AVI-TEXTO
006315      MOVE CN-MENORES TO WS-AVI-CANT
006320      WRITE REG-SALIDA FROM WS-REG-AVISO
006330
006340      MOVE 'CUENTAS CON EMBARGOS ACTIVOS:' TO WS-AVI-TEXTO
006350      MOVE CN-CON-EMBARGO TO WS-AVI-CANT
006360      WRITE REG-SALIDA FROM WS-REG-AVISO
006370
006380      MOVE 'CUENTAS CON TOPE DE CAJA MENOR AL DE CONTINGENCIA:'
006390        TO WS-AVI-TEXTO
006400      MOVE CN-TOPE-TBTOPES TO WS-AVI-CANT
006410      WRITE REG-SALIDA FROM WS-REG-AVISO
006420
006430      IF NOT FS-SALIDA-OK
006440         DISPLAY '* ERROR EN GRABAR RESUMEN = ' FS-SALIDA
006450         MOVE FS-SALIDA TO LK-ERR-CODIGO
006460         MOVE '9500-I-RESUMEN' TO LK-ERR-PARRAFO
006470         MOVE 'GRABAR RESUMEN' TO LK-ERR-RECURSO
006480         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006490         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006500      END-IF
006510      .
006520  9500-F-RESUMEN. EXIT.
006530**************************************
006540*  IMPRIMIR EL CONTROL DE UNA MONEDA *
006550**************************************
006560  9520-I-IMPRIMIR-MONEDA.
006570      MOVE CN-MON-COD      (CN-MON-IDX) TO WS-MON-MONEDA
006580      MOVE CN-MON-CUENTAS  (CN-MON-IDX) TO WS-MON-CUENTAS
006590      MOVE CN-MON-SALDO    (CN-MON-IDX) TO WS-MON-SALDO
006600      MOVE CN-MON-EMBARGOS (CN-MON-IDX) TO WS-MON-EMBARGOS
006610
006620      WRITE REG-SALIDA FROM WS-REG-MONEDA
006630
006640      SET CN-MON-IDX UP BY 1
006650      .
006660  9520-F-IMPRIMIR-MONEDA. EXIT.
006670**************************************
006680*  REGISTRO DE INICIO EN TBCONTROL   *
006690*  (RUTCTRL): LA MISMA FECHA DE      *
006700*  PROCESO NO SE CORRE DOS VECES     *
006710*  SIN RELANZAR                      *
006720**************************************
006730  1100-I-CONTROL-INICIO.
006740      IF CC-FECHA-PROCESO EQUAL SPACES
006750         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
006760         MOVE CTL-AREA-AA TO CTL-HOY-AA
006770         MOVE CTL-AREA-MM TO CTL-HOY-MM
006780         MOVE CTL-AREA-DD TO CTL-HOY-DD
006790         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
006800      END-IF
006810
006820      SET LK-CTL-INICIO TO TRUE
006830      MOVE 'PGMCTG33' TO LK-CTL-PROGRAMA
006840      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
006850      MOVE CC-RERUN TO LK-CTL-RERUN
006860      MOVE ZEROS TO LK-CTL-CONTADOR
006870
006880      MOVE RETURN-CODE TO WS-RC-GUARDADO
006890      CALL 'RUTCTRL' USING LK-CTL-AREA
006900      MOVE WS-RC-GUARDADO TO RETURN-CODE
006910
006920      IF LK-CTL-YA-CORRIO
006930         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
006940                 CC-FECHA-PROCESO
006950         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
006960         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
006970         SET FS-CUENTA-EOF TO TRUE
006980         SET WS-CORRIDA-RECHAZADA TO TRUE
006990      END-IF
007000
007010      IF LK-CTL-ERROR
007020         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007030         SET FS-CUENTA-EOF TO TRUE
007040         SET WS-CORRIDA-RECHAZADA TO TRUE
007050      END-IF
007060      .
007070  1100-F-CONTROL-INICIO. EXIT.
007080**************************************
007090*  REGISTRO DE FIN EXITOSO EN        *
007100*  TBCONTROL CON LA CANTIDAD DE      *
007110*  REGISTROS GRABADOS                *
007120**************************************
007130  1200-I-CONTROL-FIN.
007140      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
007150         GO TO 1200-F-CONTROL-FIN
007160      END-IF
007170
007180      SET LK-CTL-FIN TO TRUE
007190      MOVE CN-GRABADOS TO LK-CTL-CONTADOR
007200
007210      MOVE RETURN-CODE TO WS-RC-GUARDADO
007220      CALL 'RUTCTRL' USING LK-CTL-AREA
007230      MOVE WS-RC-GUARDADO TO RETURN-CODE
007240      .
007250  1200-F-CONTROL-FIN. EXIT.
007260
007270*************************************
007280*  GRABAR EL ERROR ESTRUCTURADO EN  *
007290*  EL LOG COMUN (RUTERROR)          *
007300*************************************
007310  9900-I-ERROR.
007320      MOVE 'PGMCTG33' TO LK-ERR-PROGRAMA
007330
007340      MOVE RETURN-CODE TO WS-RC-GUARDADO
007350
007360      CALL 'RUTERROR' USING LK-ERR-AREA
007370
007380      MOVE WS-RC-GUARDADO TO RETURN-CODE
007390
007400      MOVE SPACES TO LK-ERR-RECURSO
007410
007420      MOVE SPACES TO LK-ERR-CODIGO
007430      .
007440  9900-F-ERROR. EXIT.
