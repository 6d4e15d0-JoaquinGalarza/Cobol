000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMSED33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* GARANTIA DE LOS DEPOSITOS (SEDESA) POR       *
000110*         * DEPOSITANTE AL CORTE DE TBHISTSAL DE LA   * JCR *
000120*         * TARJETA: SUMA LAS CUENTAS CON SNAPSHOT Y     *
000130*         * LOS PLAZOS FIJOS VIGENTES AL CORTE, REPARTE  *
000140*         * LAS CUENTAS EN COTITULARIDAD EN PARTES       *
000150*         * IGUALES ENTRE LOS TITULARES (TBTITULAR),     *
000160*         * CONVIERTE A PESOS CON LA COTIZACION DEL      *
000170*         * CORTE (TBCOTIZA) Y APLICA EL TOPE POR        *
000180*         * PERSONA (TBPARAMS 'TOPE-GARANTIA'). GRABA    *
000190*         * EL ARCHIVO DEL REGIMEN (DDSEDESA) Y UN       *
000200*         * LISTADO DE CONTROL CON LAS CUENTAS           *
000210*         * EXCLUIDAS, SU MOTIVO Y TOTALES POR SUCURSAL  *
000211* 15/10/26* EL REPARTO EN COTITULARIDAD CUENTA SOLO LOS  *
000212*         * TITULARES (TBTITULAR ROL 'T'); EL TUTOR   * JCR *
000213*         * LEGAL DE UN MENOR NO ES DEPOSITANTE          *
000220*************************************
000230  ENVIRONMENT DIVISION.
000240  CONFIGURATION SECTION.
000250  SPECIAL-NAMES.
000260      DECIMAL-POINT IS COMMA.
000270  INPUT-OUTPUT SECTION.
000280  FILE-CONTROL.
000290        SELECT SALIDA ASSIGN DDSALI
000300               FILE STATUS IS FS-SALIDA.
000310
000320        SELECT REGIMEN ASSIGN DDSEDESA
000330               FILE STATUS IS FS-REGIMEN.
000340
000350  DATA DIVISION.
000360  FILE SECTION.
000370  FD SALIDA
000380       BLOCK CONTAINS 0 RECORDS
000390       RECORDING MODE IS F.
000400
000410  01 REG-SALIDA PIC X(132).
000420
000430  FD REGIMEN
000440       BLOCK CONTAINS 0 RECORDS
000450       RECORDING MODE IS F.
000460
000470  01 REG-SED-CABECERA.
000480      05 SED-TIPO-REG         PIC X(01).
000490         88 SED-ES-CABECERA           VALUE 'H'.
000500         88 SED-ES-DEPOSITANTE        VALUE 'D'.
000510         88 SED-ES-CUENTA             VALUE 'C'.
000520         88 SED-ES-TOTALES            VALUE 'T'.
000530      05 SED-CAB-ENTIDAD      PIC 9(05).
000540      05 SED-CAB-FECHA-CORTE  PIC X(10).
000550      05 SED-CAB-TOPE         PIC 9(09).
000560      05 SED-CAB-FECHA-GEN    PIC X(10).
000570      05 FILLER               PIC X(115).
000580
000590  01 REG-SED-DEPOSITANTE.
000600      05 FILLER               PIC X(01).
000610      05 SED-DEP-TIPO-DOC     PIC X(02).
000620      05 SED-DEP-NRO-DOC      PIC 9(11).
000630      05 SED-DEP-NRO-CLIENTE  PIC 9(05).
000640      05 SED-DEP-APELLIDO     PIC X(30).
000650      05 SED-DEP-NOMBRE       PIC X(30).
000660      05 SED-DEP-SUCURSAL     PIC X(04).
000670      05 SED-DEP-CANT-CUENTAS PIC 9(03).
000680      05 SED-DEP-TOTAL        PIC 9(13)V99.
000690      05 SED-DEP-GARANTIZADO  PIC 9(13)V99.
000700      05 SED-DEP-EXCLUIDO     PIC 9(13)V99.
000710      05 FILLER               PIC X(19).
000720
000730  01 REG-SED-CUENTA.
000740      05 FILLER               PIC X(01).
000750      05 SED-CTA-TIPO-DOC     PIC X(02).
000760      05 SED-CTA-NRO-DOC      PIC 9(11).
000770      05 SED-CTA-ORIGEN       PIC X(01).
000780      05 SED-CTA-NUMERO       PIC X(15).
000790      05 SED-CTA-TIPO-CUENTA  PIC X(02).
000800      05 SED-CTA-MONEDA       PIC X(02).
000810      05 SED-CTA-TITULARES    PIC 9(02).
000820      05 SED-CTA-SALDO        PIC S9(11)V99
000830                               SIGN IS LEADING SEPARATE.
000840      05 SED-CTA-PARTE        PIC S9(11)V99
000850                               SIGN IS LEADING SEPARATE.
000860      05 SED-CTA-COTIZACION   PIC 9(05)V9(04).
000870      05 SED-CTA-PARTE-PESOS  PIC 9(13)V99.
000880      05 SED-CTA-MOTIVO       PIC X(01).
000890      05 FILLER               PIC X(61).
000900
000910  01 REG-SED-TOTALES.
000920      05 FILLER               PIC X(01).
000930      05 SED-TOT-DEPOSITANTES PIC 9(07).
000940      05 SED-TOT-CUENTAS      PIC 9(07).
000950      05 SED-TOT-TOTAL        PIC 9(15)V99.
000960      05 SED-TOT-GARANTIZADO  PIC 9(15)V99.
000970      05 SED-TOT-EXCLUIDO     PIC 9(15)V99.
000980      05 FILLER               PIC X(84).
000990*************************************
001000*             WORKING              *
001010*************************************
001020  WORKING-STORAGE SECTION.
001030  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
001040*************************************
001050*           FILE STATUS            *
001060*************************************
001070  01  FS-FILE-STATUS.
001080      05  FS-DEPOSITO     PIC X     VALUE SPACES.
001090          88  FS-DEPOSITO-OK        VALUE 'Y'.
001100          88  FS-DEPOSITO-EOF       VALUE 'N'.
001110      05  FS-SALIDA       PIC XX    VALUE SPACES.
001120          88  FS-SALIDA-OK          VALUE '00'.
001130      05  FS-REGIMEN      PIC XX    VALUE SPACES.
001140          88  FS-REGIMEN-OK         VALUE '00'.
001150*************************************
001160*          CONTADORES              *
001170*************************************
001180  01 CN-CONTADORES.
001190      05 CN-LEIDOS             PIC 9(07)  VALUE ZEROS.
001200      05 CN-DEPOSITANTES       PIC 9(07)  VALUE ZEROS.
001210      05 CN-CUENTAS-GRAB       PIC 9(07)  VALUE ZEROS.
001220      05 CN-EXCLUIDAS          PIC 9(07)  VALUE ZEROS.
001230      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
001240      05 CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
001250*************************************
001260*  TOTALES GENERALES EN PESOS       *
001270*************************************
001280  01  CN-TOTALES.
001290      05  CN-TOT-TOTAL         PIC S9(15)V99 COMP-3 VALUE ZEROS.
001300      05  CN-TOT-GARANTIZADO   PIC S9(15)V99 COMP-3 VALUE ZEROS.
001310      05  CN-TOT-EXCLUIDO      PIC S9(15)V99 COMP-3 VALUE ZEROS.
001320*************************************
001330*  TOTALES POR SUCURSAL DEL         *
001340*  DEPOSITANTE                      *
001350*************************************
001360  01  CN-TAB-SUCURSAL.
001370      05  CN-SUC-CANT          PIC 9(02)     COMP  VALUE ZEROS.
001380      05  CN-SUC-ITEM  OCCURS 20 TIMES
001390                        INDEXED BY CN-SUC-IDX.
001400          10  CN-SUC-COD       PIC X(04)            VALUE SPACES.
001410          10  CN-SUC-DEPOSIT   PIC 9(07)            VALUE ZEROS.
001420          10  CN-SUC-EXCLUIDAS PIC 9(05)            VALUE ZEROS.
001430          10  CN-SUC-TOTAL     PIC S9(15)V99 COMP-3 VALUE ZEROS.
001440          10  CN-SUC-GARANT    PIC S9(15)V99 COMP-3 VALUE ZEROS.
001450          10  CN-SUC-EXCLUIDO  PIC S9(15)V99 COMP-3 VALUE ZEROS.
001460*************************************
001470*     COTIZACIONES DEL CORTE       *
001480*************************************
001490  01  CN-TAB-COTIZ.
001500      05  CN-COT-CANT          PIC 9(02)     COMP  VALUE ZEROS.
001510      05  CN-COT-ITEM  OCCURS 10 TIMES
001520                        INDEXED BY CN-COT-IDX.
001530          10  CN-COT-MONEDA    PIC X(02)           VALUE SPACES.
001540          10  CN-COT-ESTADO    PIC X(01)           VALUE SPACES.
001550          10  CN-COT-VALOR     PIC S9(5)V9(4) COMP-3 VALUE ZEROS.
001560*************************************
001570*  FILA DEL CURSOR: UNA PARTE DE    *
001580*  UNA CUENTA O UN PLAZO FIJO PARA  *
001590*  UN TITULAR                       *
001600*************************************
001610  01  WS-FILA.
001620      05  WS-FIL-TITULAR       PIC S9(5)V    COMP-3 VALUE ZEROS.
001630      05  WS-FIL-ORIGEN        PIC X(01)            VALUE SPACES.
001640          88  WS-FIL-ES-CUENTA                      VALUE 'C'.
001650          88  WS-FIL-ES-PLAZO                       VALUE 'P'.
001660      05  WS-FIL-NUMERO        PIC X(15)            VALUE SPACES.
001670      05  WS-FIL-TIPO-CUENTA   PIC X(02)            VALUE SPACES.
001680      05  WS-FIL-MONEDA        PIC X(02)            VALUE SPACES.
001690      05  WS-FIL-SALDO         PIC S9(9)V99  COMP-3 VALUE ZEROS.
001700      05  WS-FIL-SUCURSAL      PIC X(04)            VALUE SPACES.
001710      05  WS-FIL-TASA          PIC S9(3)V99  COMP-3 VALUE ZEROS.
001720      05  WS-FIL-TITULARES     PIC S9(04)    COMP   VALUE ZEROS.
001730*************************************
001740*  ACUMULADOS DEL DEPOSITANTE       *
001750*************************************
001760  01  WS-DEPOSITANTE.
001770      05  WS-DEP-CLIENTE       PIC S9(5)V    COMP-3 VALUE ZEROS.
001780      05  WS-DEP-CUENTAS       PIC 9(03)            VALUE ZEROS.
001790      05  WS-DEP-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZEROS.
001800      05  WS-DEP-ALCANZADO     PIC S9(13)V99 COMP-3 VALUE ZEROS.
001810      05  WS-DEP-GARANTIZADO   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001820      05  WS-DEP-EXCLUIDO      PIC S9(13)V99 COMP-3 VALUE ZEROS.
001830      05  WS-DEP-EXCLUIDAS     PIC 9(05)            VALUE ZEROS.
001840  77  WS-HAY-DEPOSITANTE   PIC X(01)            VALUE 'N'.
001850      88  WS-DEPOSITANTE-ABIERTO                VALUE 'S'.
001860  77  WS-HAY-LEGAJO        PIC X(01)            VALUE 'N'.
001870      88  WS-CON-LEGAJO                         VALUE 'S'.
001880  77  WS-HAY-COTIZ         PIC X(01)            VALUE SPACES.
001890      88  WS-COTIZ-OK                           VALUE 'Y'.
001900      88  WS-COTIZ-NO                           VALUE 'N'.
001910
001920  77  WS-PARTE             PIC S9(11)V99 COMP-3 VALUE ZEROS.
001930  77  WS-PARTE-PESOS       PIC S9(13)V99 COMP-3 VALUE ZEROS.
001940  77  WS-COTIZACION        PIC S9(5)V9(4) COMP-3 VALUE ZEROS.
001950  77  WS-TASA-REF          PIC S9(5)V99  COMP-3 VALUE ZEROS.
001960  01  WS-MOTIVO            PIC X(01)            VALUE SPACES.
001970      88  WS-MOT-ALCANZADA                      VALUE ' '.
001980      88  WS-MOT-SALDO-DEUDOR                   VALUE '1'.
001990      88  WS-MOT-SIN-COTIZ                      VALUE '2'.
002000      88  WS-MOT-TASA-SUPERIOR                  VALUE '3'.
002010      88  WS-MOT-SIN-LEGAJO                     VALUE '4'.
002020
002030  77  CT-MONEDA-PESOS      PIC X(02)            VALUE '01'.
002040*************************************
002050*  PARAMETROS (RUTPARM): TOPE POR   *
002060*  PERSONA EN PESOS Y TASA DE       *
002070*  REFERENCIA EN CENTESIMOS (0 =    *
002080*  NO SE CONTROLA LA TASA)          *
002090*************************************
002100  77  CT-TOPE-GARANTIA     PIC 9(09)   VALUE 025000000.
002110  77  CT-TASA-REFERENCIA   PIC 9(09)   VALUE ZEROS.
002120     COPY LKPARM.
002130*************************************
002140*  TARJETA SYSIN: FECHA DE CORTE Y  *
002150*  CODIGO DE ENTIDAD                *
002160*************************************
002170  01  WS-TARJETA-CORTE.
002180      05  WS-FECHA-CORTE   PIC X(10)   VALUE SPACES.
002190      05  FILLER           PIC X(01)   VALUE SPACES.
002200      05  WS-COD-ENTIDAD   PIC 9(05)   VALUE ZEROS.
002210*************************************
002220*       VARIABLES IMPRESION        *
002230*************************************
002240  01  IP-TITULO.
002250      05  FILLER      PIC X(10) VALUE  SPACES.
002260      05  FILLER      PIC X(50) VALUE
002270       'GARANTIA DE LOS DEPOSITOS (SEDESA) - CONTROL'.
002280      05  FILLER      PIC X(02) VALUE  SPACES.
002290      05  FILLER      PIC X(07) VALUE  'CORTE: '.
002300      05  IP-FECHA    PIC X(10) VALUE  SPACES.
002310      05  FILLER      PIC X(08) VALUE  '  TOPE: '.
002320      05  IP-TOPE     PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
002330      05  FILLER      PIC X(34) VALUE  SPACES.
002340
002350  01  IP-ENCABEZADO.
002360      05  FILLER    PIC X(05)    VALUE 'SUC '.
002370      05  FILLER    PIC X(07)    VALUE 'CLIENTE'.
002380      05  FILLER    PIC X(17)    VALUE ' CUENTA/CERTIF.'.
002390      05  FILLER    PIC X(04)    VALUE 'TC'.
002400      05  FILLER    PIC X(04)    VALUE 'MON'.
002410      05  FILLER    PIC X(04)    VALUE 'TIT'.
002420      05  FILLER    PIC X(16)    VALUE '   PARTE (MON)'.
002430      05  FILLER    PIC X(18)    VALUE '   PARTE EN PESOS'.
002440      05  FILLER    PIC X(30)    VALUE 'MOTIVO DE EXCLUSION'.
002450      05  FILLER    PIC X(27)    VALUE SPACES.
002460
002470  01  WS-REG-EXCLUIDA.
002480      05  WS-EXC-SUCURSAL  PIC X(04)    VALUE SPACES.
002490      05  FILLER           PIC X(01)    VALUE SPACES.
002500      05  WS-EXC-CLIENTE   PIC ZZZZ9    VALUE ZEROS.
002510      05  FILLER           PIC X(02)    VALUE SPACES.
002520      05  WS-EXC-NUMERO    PIC X(15)    VALUE SPACES.
002530      05  FILLER           PIC X(02)    VALUE SPACES.
002540      05  WS-EXC-TIPO      PIC X(02)    VALUE SPACES.
002550      05  FILLER           PIC X(02)    VALUE SPACES.
002560      05  WS-EXC-MONEDA    PIC X(02)    VALUE SPACES.
002570      05  FILLER           PIC X(02)    VALUE SPACES.
002580      05  WS-EXC-TITULARES PIC Z9       VALUE ZEROS.
002590      05  FILLER           PIC X(01)    VALUE SPACES.
002600      05  WS-EXC-PARTE     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002610      05  FILLER           PIC X(01)    VALUE SPACES.
002620      05  WS-EXC-PESOS     PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002630      05  FILLER           PIC X(01)    VALUE SPACES.
002640      05  WS-EXC-MOTIVO    PIC X(30)    VALUE SPACES.
002650      05  FILLER           PIC X(28)    VALUE SPACES.
002660
002670  01  IP-TITULO-SUCURSAL.
002680      05  FILLER    PIC X(10)    VALUE SPACES.
002690      05  FILLER    PIC X(50)    VALUE
002700       'TOTALES POR SUCURSAL DEL DEPOSITANTE (EN PESOS)'.
002710      05  FILLER    PIC X(72)    VALUE SPACES.
002720
002730  01  IP-ENCABEZADO-SUC.
002740      05  FILLER    PIC X(06)    VALUE 'SUC '.
002750      05  FILLER    PIC X(11)    VALUE 'DEPOSIT.'.
002760      05  FILLER    PIC X(10)    VALUE 'EXCLUIDAS'.
002770      05  FILLER    PIC X(22)    VALUE '     TOTAL DEPOSITOS'.
002780      05  FILLER    PIC X(22)    VALUE '        GARANTIZADO'.
002790      05  FILLER    PIC X(22)    VALUE '           EXCLUIDO'.
002800      05  FILLER    PIC X(39)    VALUE SPACES.
002810
002820  01  WS-REG-SUCURSAL.
002830      05  WS-SUC-COD       PIC X(04)    VALUE SPACES.
002840      05  FILLER           PIC X(02)    VALUE SPACES.
002850      05  WS-SUC-DEPOSIT   PIC ZZZ.ZZ9  VALUE ZEROS.
002860      05  FILLER           PIC X(04)    VALUE SPACES.
002870      05  WS-SUC-EXCLUIDAS PIC ZZ.ZZ9   VALUE ZEROS.
002880      05  FILLER           PIC X(03)    VALUE SPACES.
002890      05  WS-SUC-TOTAL     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002900      05  FILLER           PIC X(02)    VALUE SPACES.
002910      05  WS-SUC-GARANT    PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002920      05  FILLER           PIC X(02)    VALUE SPACES.
002930      05  WS-SUC-EXCLUIDO  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002940      05  FILLER           PIC X(42)    VALUE SPACES.
002950*************************************
002960*             SQL                  *
002970*************************************
002980       EXEC SQL
002990         INCLUDE SQLCA
003000       END-EXEC.
003010
003020       EXEC SQL
003030         INCLUDE TBCLIENT
003040       END-EXEC.
003050
003060       EXEC SQL
003070         INCLUDE TBCOTIZA
003080       END-EXEC.
003090
003100       EXEC SQL
003110         DECLARE SEDESA_CURSOR CURSOR FOR
003120          SELECT T.NRO_CLIENTE, 'C', C.NRO_CUENTA,
003130                 C.TIPO_CUENTA, C.MONEDA, S.SALDO,
003140                 C.SUCURSAL, 0,
003150                 (SELECT COUNT(*)
003160                    FROM ITPFBIO.TBTITULAR T2
003170                   WHERE T2.NRO_CUENTA EQUAL C.NRO_CUENTA
003175                     AND T2.ROL        EQUAL 'T')
003180                 + CASE WHEN EXISTS
003190                   (SELECT 1
003200                      FROM ITPFBIO.TBTITULAR T3
003210                     WHERE T3.NRO_CUENTA  EQUAL C.NRO_CUENTA
003220                       AND T3.NRO_CLIENTE EQUAL C.NRO_CLIENTE
003225                       AND T3.ROL         EQUAL 'T')
003230                   THEN 0 ELSE 1 END
003240            FROM ITPFBIO.TBHISTSAL S,
003250                 ITPFBIO.TBCUENTAS C,
003260                 ITPFBIO.TBTITULAR T
003270           WHERE S.FECHA_CORTE EQUAL :WS-FECHA-CORTE
003280             AND C.NRO_CUENTA  EQUAL S.NRO_CUENTA
003290             AND T.NRO_CUENTA  EQUAL C.NRO_CUENTA
003295             AND T.ROL         EQUAL 'T'
003300          UNION ALL
003310          SELECT C.NRO_CLIENTE, 'C', C.NRO_CUENTA,
003320                 C.TIPO_CUENTA, C.MONEDA, S.SALDO,
003330                 C.SUCURSAL, 0,
003340                 (SELECT COUNT(*)
003350                    FROM ITPFBIO.TBTITULAR T2
003360                   WHERE T2.NRO_CUENTA EQUAL C.NRO_CUENTA
003365                     AND T2.ROL        EQUAL 'T') + 1
003370            FROM ITPFBIO.TBHISTSAL S,
003380                 ITPFBIO.TBCUENTAS C
003390           WHERE S.FECHA_CORTE EQUAL :WS-FECHA-CORTE
003400             AND C.NRO_CUENTA  EQUAL S.NRO_CUENTA
003410             AND NOT EXISTS
003420                 (SELECT 1
003430                    FROM ITPFBIO.TBTITULAR T3
003440                   WHERE T3.NRO_CUENTA  EQUAL C.NRO_CUENTA
003450                     AND T3.NRO_CLIENTE EQUAL C.NRO_CLIENTE
003455                     AND T3.ROL         EQUAL 'T')
003460          UNION ALL
003470          SELECT P.NRO_CLIENTE, 'P', DIGITS(P.NRO_CERTIFICADO),
003480                 'PF', P.MONEDA, P.IMPORTE,
003490                 C.SUCURSAL, P.TASA, 1
003500            FROM ITPFBIO.TBPLAZOS P,
003510                 ITPFBIO.TBCUENTAS C
003520           WHERE C.NRO_CUENTA EQUAL P.CTA_ORIGEN
003530             AND P.FECHA_CONSTITUCION NOT GREATER :WS-FECHA-CORTE
003540             AND (P.ESTADO EQUAL 'V'
003550              OR (P.ESTADO EQUAL 'C'
003560              AND P.FECHA_LIQUIDACION GREATER :WS-FECHA-CORTE))
003570           ORDER BY 1, 2, 3
003580       END-EXEC.
003590
003600  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
003610*************************************
003620*  MANEJO COMUN DE ERRORES          *
003630*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
003640*  DE RETORNO DEL BATCH             *
003650*************************************
003660     COPY LKERROR.
003670
003680  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
003690  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
003700  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
003710  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
003720*************************************
003730*  CONTROL DE CORRIDAS (RUTCTRL)    *
003740*************************************
003750     COPY LKCTRL.
003760
003770  01  WS-TARJETA-CONTROL.
003780      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
003790      05  CC-RERUN         PIC X(01)  VALUE SPACES.
003800
003810  01  WS-CTL-HOY.
003820      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
003830      05  FILLER       PIC X(01)  VALUE '-'.
003840      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
003850      05  FILLER       PIC X(01)  VALUE '-'.
003860      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
003870
003880  01  WS-CTL-FECHA-AREA.
003890      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
003900      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
003910      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
003920
003930  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
003940  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
003950      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
003960  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
003970*************************************.
003980  PROCEDURE DIVISION.
003990**************************************
004000*  CUERPO PRINCIPAL DEL PROGRAMA     *
004010**************************************
004020  MAIN-PROGRAM.
004030      PERFORM 1000-I-INICIO
004040         THRU 1000-F-INICIO
004050
004060      IF WS-CORRIDA-RECHAZADA
004070         GO TO F-MAIN-PROGRAM
004080      END-IF
004090
004100      PERFORM 2000-I-PROCESO
004110         THRU 2000-F-PROCESO
004120         UNTIL FS-DEPOSITO-EOF
004130
004140      PERFORM 9999-I-FINAL
004150         THRU 9999-F-FINAL
004160      .
004170  F-MAIN-PROGRAM. GOBACK.
004180**************************************
004190*  CUERPO INICIO APERTURA ARCHIVOS   *
004200**************************************
004210  1000-I-INICIO.
004220      ACCEPT WS-TARJETA-CORTE FROM SYSIN
004230
004240      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
004250
004260      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
004270
004280      IF WS-CORRIDA-RECHAZADA
004290         GO TO 1000-F-INICIO
004300      END-IF
004310
004320      PERFORM 1050-I-PARAMETROS
004330         THRU 1050-F-PARAMETROS
004340
004350      OPEN OUTPUT SALIDA
004360
004370      IF NOT FS-SALIDA-OK
004380         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
004390         MOVE FS-SALIDA TO LK-ERR-CODIGO
004400         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004410         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
004420         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004430         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004440         SET  FS-DEPOSITO-EOF TO TRUE
004450      END-IF
004460
004470      OPEN OUTPUT REGIMEN
004480
004490      IF NOT FS-REGIMEN-OK
004500         DISPLAY '* ERROR EN OPEN REGIMEN = ' FS-REGIMEN
004510         MOVE FS-REGIMEN TO LK-ERR-CODIGO
004520         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004530         MOVE 'OPEN REGIMEN' TO LK-ERR-RECURSO
004540         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004550         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004560         SET  FS-DEPOSITO-EOF TO TRUE
004570      END-IF
004580
004590      PERFORM 9000-I-TITULO
004600         THRU 9000-F-TITULO
004610
004620      PERFORM 5100-I-GRABAR-CABECERA
004630         THRU 5100-F-GRABAR-CABECERA
004640
004650      EXEC SQL
004660         OPEN SEDESA_CURSOR
004670      END-EXEC
004680
004690      IF SQLCODE NOT EQUAL ZEROS
004700         MOVE SQLCODE TO FS-SQLCODE
004710         DISPLAY '* ERROR OPEN CURSOR SEDESA = ' FS-SQLCODE
004720         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004730         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004740         MOVE 'OPEN CURSOR SEDESA' TO LK-ERR-RECURSO
004750         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004760         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004770         SET  FS-DEPOSITO-EOF TO TRUE
004780      END-IF
004790
004800      PERFORM 3000-I-LEER-DEPOSITO
004810         THRU 3000-F-LEER-DEPOSITO
004820      .
004830  1000-F-INICIO. EXIT.
004840**************************************
004850*  PARAMETROS DE CORRIDA (RUTPARM) - *
004860*  SIN FILA EN TBPARAMS SE USA EL    *
004870*  DEFECTO COMPILADO                 *
004880**************************************
004890  1050-I-PARAMETROS.
004900      MOVE 'PGMSED33'      TO LK-PAR-PROGRAMA
004910      MOVE 'TOPE-GARANTIA' TO LK-PAR-PARAMETRO
004920      MOVE CT-TOPE-GARANTIA TO LK-PAR-DEFECTO
004930
004940      CALL 'RUTPARM' USING LK-PAR-AREA
004950
004960      MOVE LK-PAR-VALOR TO CT-TOPE-GARANTIA
004970
004980      MOVE 'PGMSED33'        TO LK-PAR-PROGRAMA
004990      MOVE 'TASA-REFERENCIA' TO LK-PAR-PARAMETRO
005000      MOVE CT-TASA-REFERENCIA TO LK-PAR-DEFECTO
005010
005020      CALL 'RUTPARM' USING LK-PAR-AREA
005030
005040      MOVE LK-PAR-VALOR TO CT-TASA-REFERENCIA
005050      DIVIDE CT-TASA-REFERENCIA BY 100 GIVING WS-TASA-REF
005060      .
005070  1050-F-PARAMETROS. EXIT.
005080**************************************
005090*  CUERPO PRINCIPAL DE PROCESOS:     *
005100*  CORTE POR DEPOSITANTE Y UNA PARTE *
005110*  DE CUENTA O PLAZO POR FILA        *
005120**************************************
005130  2000-I-PROCESO.
005140      IF NOT WS-DEPOSITANTE-ABIERTO
005150         OR WS-FIL-TITULAR NOT EQUAL WS-DEP-CLIENTE
005160         PERFORM 6000-I-CORTE-DEPOSITANTE
005170            THRU 6000-F-CORTE-DEPOSITANTE
005180      END-IF
005190
005200      IF NOT FS-DEPOSITO-EOF
005210         PERFORM 4000-I-EVALUAR-PARTE
005220            THRU 4000-F-EVALUAR-PARTE
005230      END-IF
005240
005250      PERFORM 3000-I-LEER-DEPOSITO
005260         THRU 3000-F-LEER-DEPOSITO
005270      .
005280  2000-F-PROCESO. EXIT.
005290**************************************
005300*  LEER UNA PARTE (CUENTA O PLAZO    *
005310*  FIJO) DE UN TITULAR               *
005320**************************************
005330  3000-I-LEER-DEPOSITO.
005340      IF FS-DEPOSITO-EOF
005350         GO TO 3000-F-LEER-DEPOSITO
005360      END-IF
005370
005380      EXEC SQL
005390           FETCH SEDESA_CURSOR
005400           INTO  :WS-FIL-TITULAR,
005410                 :WS-FIL-ORIGEN,
005420                 :WS-FIL-NUMERO,
005430                 :WS-FIL-TIPO-CUENTA,
005440                 :WS-FIL-MONEDA,
005450                 :WS-FIL-SALDO,
005460                 :WS-FIL-SUCURSAL,
005470                 :WS-FIL-TASA,
005480                 :WS-FIL-TITULARES
005490      END-EXEC
005500
005510      EVALUATE SQLCODE
005520
005530      WHEN ZEROS
005540         ADD 1 TO CN-LEIDOS
005550         MOVE WS-FIL-NUMERO TO LK-ERR-CLAVE
005560
005570      WHEN +100
005580         SET FS-DEPOSITO-EOF TO TRUE
005590
005600      WHEN OTHER
005610         ADD 1 TO CN-NOVEDADES-ER
005620         MOVE SQLCODE TO FS-SQLCODE
005630         DISPLAY '* ERROR LEER CURSOR SEDESA = ' FS-SQLCODE
005640         MOVE FS-SQLCODE TO LK-ERR-CODIGO
005650         MOVE '3000-I-LEER-DEPOSITO' TO LK-ERR-PARRAFO
005660         MOVE 'LEER CURSOR SEDESA' TO LK-ERR-RECURSO
005670         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005680         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005690         SET FS-DEPOSITO-EOF TO TRUE
005700      END-EVALUATE
005710      .
005720  3000-F-LEER-DEPOSITO. EXIT.
005730**************************************
005740*  EVALUAR LA PARTE DEL TITULAR:     *
005750*  DIVISION ENTRE COTITULARES,       *
005760*  CONVERSION A PESOS Y MOTIVO DE    *
005770*  EXCLUSION. LOS SALDOS EN CERO NO  *
005780*  SE INFORMAN                       *
005790**************************************
005800  4000-I-EVALUAR-PARTE.
005810      IF WS-FIL-SALDO EQUAL ZEROS
005820         GO TO 4000-F-EVALUAR-PARTE
005830      END-IF
005840
005850      IF WS-FIL-TITULARES LESS 1
005860         MOVE 1 TO WS-FIL-TITULARES
005870      END-IF
005880
005890      MOVE SPACES TO WS-MOTIVO
005900      MOVE ZEROS  TO WS-PARTE-PESOS
005910      MOVE ZEROS  TO WS-COTIZACION
005920
005930      COMPUTE WS-PARTE ROUNDED =
005940              WS-FIL-SALDO / WS-FIL-TITULARES
005950
005960      PERFORM 5600-I-BUSCAR-COTIZ
005970         THRU 5600-F-BUSCAR-COTIZ
005980
005990      IF FS-DEPOSITO-EOF
006000         GO TO 4000-F-EVALUAR-PARTE
006010      END-IF
006020
006030      IF WS-COTIZ-OK
006040         MOVE CN-COT-VALOR (CN-COT-IDX) TO WS-COTIZACION
006050         COMPUTE WS-PARTE-PESOS ROUNDED =
006060                 WS-PARTE * WS-COTIZACION
006070      END-IF
006080
006090      EVALUATE TRUE
006100         WHEN NOT WS-CON-LEGAJO
006110            SET WS-MOT-SIN-LEGAJO    TO TRUE
006120         WHEN WS-PARTE LESS ZEROS
006130            SET WS-MOT-SALDO-DEUDOR  TO TRUE
006140         WHEN WS-COTIZ-NO
006150            SET WS-MOT-SIN-COTIZ     TO TRUE
006160         WHEN WS-FIL-ES-PLAZO
006170              AND WS-TASA-REF GREATER ZEROS
006180              AND WS-FIL-TASA GREATER WS-TASA-REF
006190            SET WS-MOT-TASA-SUPERIOR TO TRUE
006200         WHEN OTHER
006210            SET WS-MOT-ALCANZADA     TO TRUE
006220      END-EVALUATE
006230
006240      ADD 1 TO WS-DEP-CUENTAS
006250
006260      IF WS-PARTE-PESOS GREATER ZEROS
006270         ADD WS-PARTE-PESOS TO WS-DEP-TOTAL
006280         IF WS-MOT-ALCANZADA
006290            ADD WS-PARTE-PESOS TO WS-DEP-ALCANZADO
006300         END-IF
006310      END-IF
006320
006330      PERFORM 5300-I-GRABAR-CUENTA
006340         THRU 5300-F-GRABAR-CUENTA
006350
006360      IF NOT WS-MOT-ALCANZADA
006370         ADD 1 TO WS-DEP-EXCLUIDAS
006380         ADD 1 TO CN-EXCLUIDAS
006390         PERFORM 5500-I-IMPRIMIR-EXCLUIDA
006400            THRU 5500-F-IMPRIMIR-EXCLUIDA
006410      END-IF
006420      .
006430  4000-F-EVALUAR-PARTE. EXIT.
006440**************************************
006450*  CABECERA DEL ARCHIVO DDSEDESA     *
006460**************************************
006470  5100-I-GRABAR-CABECERA.
006480      IF FS-DEPOSITO-EOF
006490         GO TO 5100-F-GRABAR-CABECERA
006500      END-IF
006510
006520      MOVE SPACES            TO REG-SED-CABECERA
006530      SET SED-ES-CABECERA    TO TRUE
006540      MOVE WS-COD-ENTIDAD    TO SED-CAB-ENTIDAD
006550      MOVE WS-FECHA-CORTE    TO SED-CAB-FECHA-CORTE
006560      MOVE CT-TOPE-GARANTIA  TO SED-CAB-TOPE
006570      MOVE CC-FECHA-PROCESO  TO SED-CAB-FECHA-GEN
006580
006590      WRITE REG-SED-CABECERA
006600
006610      IF NOT FS-REGIMEN-OK
006620         DISPLAY '* ERROR EN GRABAR CABECERA = ' FS-REGIMEN
006630         MOVE FS-REGIMEN TO LK-ERR-CODIGO
006640         MOVE '5100-I-GRABAR-CABECERA' TO LK-ERR-PARRAFO
006650         MOVE 'GRABAR CABECERA' TO LK-ERR-RECURSO
006660         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006670         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006680         SET  FS-DEPOSITO-EOF TO TRUE
006690      END-IF
006700      .
006710  5100-F-GRABAR-CABECERA. EXIT.
006720**************************************
006730*  REGISTRO DEL DEPOSITANTE CON EL   *
006740*  TOPE APLICADO                     *
006750**************************************
006760  5200-I-GRABAR-DEPOSITANTE.
006770      MOVE SPACES               TO REG-SED-DEPOSITANTE
006780      SET SED-ES-DEPOSITANTE    TO TRUE
006790      MOVE TIPO-DOCUMENTO       TO SED-DEP-TIPO-DOC
006800      MOVE NRO-DOCUMENTO        TO SED-DEP-NRO-DOC
006810      MOVE WS-DEP-CLIENTE       TO SED-DEP-NRO-CLIENTE
006820      MOVE APELLIDO-CLIENTE     TO SED-DEP-APELLIDO
006830      MOVE NOMBRE-CLIENTE       TO SED-DEP-NOMBRE
006840      MOVE CLI-SUCURSAL         TO SED-DEP-SUCURSAL
006850      MOVE WS-DEP-CUENTAS       TO SED-DEP-CANT-CUENTAS
006860      MOVE WS-DEP-TOTAL         TO SED-DEP-TOTAL
006870      MOVE WS-DEP-GARANTIZADO   TO SED-DEP-GARANTIZADO
006880      MOVE WS-DEP-EXCLUIDO      TO SED-DEP-EXCLUIDO
006890
006900      WRITE REG-SED-DEPOSITANTE
006910
006920      IF NOT FS-REGIMEN-OK
006930         DISPLAY '* ERROR EN GRABAR DEPOSITANTE = ' FS-REGIMEN
006940         MOVE FS-REGIMEN TO LK-ERR-CODIGO
006950         MOVE '5200-I-GRABAR-DEPOSITANTE' TO LK-ERR-PARRAFO
006960         MOVE 'GRABAR DEPOSITANTE' TO LK-ERR-RECURSO
006970         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006980         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006990         SET  FS-DEPOSITO-EOF TO TRUE
007000      END-IF
007010      .
007020  5200-F-GRABAR-DEPOSITANTE. EXIT.
007030**************************************
007040*  REGISTRO DE LA PARTE DE CUENTA O  *
007050*  PLAZO FIJO DEL DEPOSITANTE        *
007060**************************************
007070  5300-I-GRABAR-CUENTA.
007080      MOVE SPACES               TO REG-SED-CUENTA
007090      SET SED-ES-CUENTA         TO TRUE
007100      MOVE TIPO-DOCUMENTO       TO SED-CTA-TIPO-DOC
007110      MOVE NRO-DOCUMENTO        TO SED-CTA-NRO-DOC
007120      MOVE WS-FIL-ORIGEN        TO SED-CTA-ORIGEN
007130      MOVE WS-FIL-NUMERO        TO SED-CTA-NUMERO
007140      MOVE WS-FIL-TIPO-CUENTA   TO SED-CTA-TIPO-CUENTA
007150      MOVE WS-FIL-MONEDA        TO SED-CTA-MONEDA
007160      MOVE WS-FIL-TITULARES     TO SED-CTA-TITULARES
007170      MOVE WS-FIL-SALDO         TO SED-CTA-SALDO
007180      MOVE WS-PARTE             TO SED-CTA-PARTE
007190      MOVE WS-COTIZACION        TO SED-CTA-COTIZACION
007200      MOVE ZEROS                TO SED-CTA-PARTE-PESOS
007210      IF WS-PARTE-PESOS GREATER ZEROS
007220         MOVE WS-PARTE-PESOS    TO SED-CTA-PARTE-PESOS
007230      END-IF
007240      MOVE WS-MOTIVO            TO SED-CTA-MOTIVO
007250
007260      WRITE REG-SED-CUENTA
007270
007280      IF NOT FS-REGIMEN-OK
007290         DISPLAY '* ERROR EN GRABAR CUENTA = ' FS-REGIMEN
007300         MOVE FS-REGIMEN TO LK-ERR-CODIGO
007310         MOVE '5300-I-GRABAR-CUENTA' TO LK-ERR-PARRAFO
007320         MOVE 'GRABAR CUENTA' TO LK-ERR-RECURSO
007330         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007340         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007350         SET  FS-DEPOSITO-EOF TO TRUE
007360      ELSE
007370         ADD 1 TO CN-CUENTAS-GRAB
007380      END-IF
007390      .
007400  5300-F-GRABAR-CUENTA. EXIT.
007410**************************************
007420*  LINEA DE CUENTA EXCLUIDA EN EL    *
007430*  LISTADO CON SU MOTIVO             *
007440**************************************
007450  5500-I-IMPRIMIR-EXCLUIDA.
007460      IF CN-CUENTA-LINEA GREATER 60
007470         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
007480      END-IF
007490
007500      MOVE WS-FIL-SUCURSAL      TO WS-EXC-SUCURSAL
007510      MOVE WS-DEP-CLIENTE       TO WS-EXC-CLIENTE
007520      MOVE WS-FIL-NUMERO        TO WS-EXC-NUMERO
007530      MOVE WS-FIL-TIPO-CUENTA   TO WS-EXC-TIPO
007540      MOVE WS-FIL-MONEDA        TO WS-EXC-MONEDA
007550      MOVE WS-FIL-TITULARES     TO WS-EXC-TITULARES
007560      MOVE WS-PARTE             TO WS-EXC-PARTE
007570      MOVE WS-PARTE-PESOS       TO WS-EXC-PESOS
007580
007590      EVALUATE TRUE
007600         WHEN WS-MOT-SIN-LEGAJO
007610            MOVE 'TITULAR SIN LEGAJO EN TBCLIENT' TO WS-EXC-MOTIVO
007620         WHEN WS-MOT-SALDO-DEUDOR
007630            MOVE 'SALDO DEUDOR - NO ES DEPOSITO'  TO WS-EXC-MOTIVO
007640         WHEN WS-MOT-SIN-COTIZ
007650            MOVE 'SIN COTIZACION AL CORTE'        TO WS-EXC-MOTIVO
007660         WHEN WS-MOT-TASA-SUPERIOR
007670            MOVE 'TASA SUPERIOR A LA REFERENCIA'  TO WS-EXC-MOTIVO
007680      END-EVALUATE
007690
007700      WRITE REG-SALIDA FROM WS-REG-EXCLUIDA
007710
007720      IF NOT FS-SALIDA-OK
007730         DISPLAY '* ERROR EN GRABAR EXCLUIDA = ' FS-SALIDA
007740         MOVE FS-SALIDA TO LK-ERR-CODIGO
007750         MOVE '5500-I-IMPRIMIR-EXCLUIDA' TO LK-ERR-PARRAFO
007760         MOVE 'GRABAR EXCLUIDA' TO LK-ERR-RECURSO
007770         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007780         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007790         SET  FS-DEPOSITO-EOF TO TRUE
007800      ELSE
007810         ADD 1 TO CN-CUENTA-LINEA
007820      END-IF
007830      .
007840  5500-F-IMPRIMIR-EXCLUIDA. EXIT.
007850**************************************
007860*  COTIZACION DEL CORTE DE LA        *
007870*  MONEDA (TABLA LOCAL + TBCOTIZA) - *
007880*  PESOS VALE 1                      *
007890**************************************
007900  5600-I-BUSCAR-COTIZ.
007910      SET CN-COT-IDX TO 1
007920
007930      PERFORM 5610-I-BUSCAR-EN-TABLA
007940         THRU 5610-F-BUSCAR-EN-TABLA
007950         UNTIL CN-COT-IDX > CN-COT-CANT
007960            OR CN-COT-MONEDA (CN-COT-IDX) EQUAL WS-FIL-MONEDA
007970
007980      IF CN-COT-IDX NOT GREATER CN-COT-CANT
007990         IF CN-COT-ESTADO (CN-COT-IDX) EQUAL 'Y'
008000            SET WS-COTIZ-OK TO TRUE
008010         ELSE
008020            SET WS-COTIZ-NO TO TRUE
008030         END-IF
008040         GO TO 5600-F-BUSCAR-COTIZ
008050      END-IF
008060
008070      SET CN-COT-CANT UP BY 1
008080      SET CN-COT-IDX  TO CN-COT-CANT
008090      MOVE WS-FIL-MONEDA TO CN-COT-MONEDA (CN-COT-IDX)
008100
008110      IF WS-FIL-MONEDA EQUAL CT-MONEDA-PESOS
008120         MOVE 'Y' TO CN-COT-ESTADO (CN-COT-IDX)
008130         MOVE 1   TO CN-COT-VALOR  (CN-COT-IDX)
008140         SET WS-COTIZ-OK TO TRUE
008150         GO TO 5600-F-BUSCAR-COTIZ
008160      END-IF
008170
008180      MOVE WS-FIL-MONEDA  TO COT-MONEDA
008190      MOVE WS-FECHA-CORTE TO COT-FECHA
008200
008210      EXEC SQL
008220         SELECT COTIZ_COMPRA
008230           INTO :COT-COMPRA
008240           FROM ITPFBIO.TBCOTIZA
008250          WHERE MONEDA EQUAL :COT-MONEDA
008260            AND FECHA  EQUAL :COT-FECHA
008270      END-EXEC
008280
008290      EVALUATE SQLCODE
008300
008310      WHEN ZEROS
008320         MOVE 'Y' TO CN-COT-ESTADO (CN-COT-IDX)
008330         MOVE COT-COMPRA TO CN-COT-VALOR (CN-COT-IDX)
008340         SET WS-COTIZ-OK TO TRUE
008350
008360      WHEN +100
008370         MOVE 'N' TO CN-COT-ESTADO (CN-COT-IDX)
008380         SET WS-COTIZ-NO TO TRUE
008390
008400      WHEN OTHER
008410         ADD 1 TO CN-NOVEDADES-ER
008420         MOVE SQLCODE TO FS-SQLCODE
008430         DISPLAY '* ERROR LEER TBCOTIZA = ' FS-SQLCODE
008440         MOVE FS-SQLCODE TO LK-ERR-CODIGO
008450         MOVE '5600-I-BUSCAR-COTIZ' TO LK-ERR-PARRAFO
008460         MOVE 'LEER TBCOTIZA' TO LK-ERR-RECURSO
008470         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008480         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008490         SET FS-DEPOSITO-EOF TO TRUE
008500      END-EVALUATE
008510      .
008520  5600-F-BUSCAR-COTIZ. EXIT.
008530**************************************
008540*     BUSCAR MONEDA EN LA TABLA      *
008550**************************************
008560  5610-I-BUSCAR-EN-TABLA.
008570      IF CN-COT-MONEDA (CN-COT-IDX) NOT EQUAL WS-FIL-MONEDA
008580         SET CN-COT-IDX UP BY 1
008590      END-IF
008600      .
008610  5610-F-BUSCAR-EN-TABLA. EXIT.
008620**************************************
008630*  ACUMULAR EL DEPOSITANTE EN SU     *
008640*  SUCURSAL                          *
008650**************************************
008660  5650-I-ACUM-SUCURSAL.
008670      SET CN-SUC-IDX TO 1
008680
008690      PERFORM 5660-I-BUSCAR-SUCURSAL
008700         THRU 5660-F-BUSCAR-SUCURSAL
008710         UNTIL CN-SUC-IDX > CN-SUC-CANT
008720            OR CN-SUC-COD (CN-SUC-IDX) EQUAL CLI-SUCURSAL
008730
008740      IF CN-SUC-IDX GREATER CN-SUC-CANT
008750         SET CN-SUC-CANT UP BY 1
008760         SET CN-SUC-IDX  TO CN-SUC-CANT
008770         MOVE CLI-SUCURSAL TO CN-SUC-COD (CN-SUC-IDX)
008780      END-IF
008790
008800      ADD 1                  TO CN-SUC-DEPOSIT   (CN-SUC-IDX)
008810      ADD WS-DEP-EXCLUIDAS   TO CN-SUC-EXCLUIDAS (CN-SUC-IDX)
008820      ADD WS-DEP-TOTAL       TO CN-SUC-TOTAL     (CN-SUC-IDX)
008830      ADD WS-DEP-GARANTIZADO TO CN-SUC-GARANT    (CN-SUC-IDX)
008840      ADD WS-DEP-EXCLUIDO    TO CN-SUC-EXCLUIDO  (CN-SUC-IDX)
008850      .
008860  5650-F-ACUM-SUCURSAL. EXIT.
008870**************************************
008880*     BUSCAR SUCURSAL EN LA TABLA    *
008890**************************************
008900  5660-I-BUSCAR-SUCURSAL.
008910      IF CN-SUC-COD (CN-SUC-IDX) NOT EQUAL CLI-SUCURSAL
008920         SET CN-SUC-IDX UP BY 1
008930      END-IF
008940      .
008950  5660-F-BUSCAR-SUCURSAL. EXIT.
008960**************************************
008970*  CORTE DE DEPOSITANTE: CIERRA EL   *
008980*  ANTERIOR Y LEE EL LEGAJO DEL      *
008990*  NUEVO (TBCLIENT)                  *
009000**************************************
009010  6000-I-CORTE-DEPOSITANTE.
009020      IF WS-DEPOSITANTE-ABIERTO
009030         PERFORM 6100-I-CERRAR-DEPOSITANTE
009040            THRU 6100-F-CERRAR-DEPOSITANTE
009050      END-IF
009060
009070      IF FS-DEPOSITO-EOF
009080         GO TO 6000-F-CORTE-DEPOSITANTE
009090      END-IF
009100
009110      INITIALIZE WS-DEPOSITANTE
009120      SET WS-DEPOSITANTE-ABIERTO TO TRUE
009130      MOVE WS-FIL-TITULAR TO WS-DEP-CLIENTE
009140      MOVE WS-FIL-TITULAR TO CLI-NRO-CLIENTE
009150
009160      EXEC SQL
009170         SELECT TIPO_DOCUMENTO, NRO_DOCUMENTO,
009180                NOMBRE_CLIENTE, APELLIDO_CLIENTE, SUCURSAL
009190           INTO :TIPO-DOCUMENTO, :NRO-DOCUMENTO,
009200                :NOMBRE-CLIENTE, :APELLIDO-CLIENTE,
009210                :CLI-SUCURSAL
009220           FROM ITPFBIO.TBCLIENT
009230          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
009240      END-EXEC
009250
009260      EVALUATE SQLCODE
009270
009280      WHEN ZEROS
009290         SET WS-CON-LEGAJO TO TRUE
009300
009310      WHEN +100
009320         MOVE 'N'    TO WS-HAY-LEGAJO
009330         MOVE SPACES TO TIPO-DOCUMENTO
009340         MOVE ZEROS  TO NRO-DOCUMENTO
009350         MOVE SPACES TO NOMBRE-CLIENTE
009360         MOVE SPACES TO APELLIDO-CLIENTE
009370         MOVE WS-FIL-SUCURSAL TO CLI-SUCURSAL
009380
009390      WHEN OTHER
009400         ADD 1 TO CN-NOVEDADES-ER
009410         MOVE SQLCODE TO FS-SQLCODE
009420         DISPLAY '* ERROR LEER TBCLIENT = ' FS-SQLCODE
009430         MOVE FS-SQLCODE TO LK-ERR-CODIGO
009440         MOVE '6000-I-CORTE-DEPOSITANTE' TO LK-ERR-PARRAFO
009450         MOVE 'LEER TBCLIENT' TO LK-ERR-RECURSO
009460         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009470         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009480         SET FS-DEPOSITO-EOF TO TRUE
009490      END-EVALUATE
009500      .
009510  6000-F-CORTE-DEPOSITANTE. EXIT.
009520**************************************
009530*  CIERRE DEL DEPOSITANTE: APLICA EL *
009540*  TOPE POR PERSONA SOBRE LO         *
009550*  ALCANZADO; EL RESTO ES EXCLUIDO   *
009560**************************************
009570  6100-I-CERRAR-DEPOSITANTE.
009580      IF WS-DEP-CUENTAS EQUAL ZEROS
009590         GO TO 6100-F-CERRAR-DEPOSITANTE
009600      END-IF
009610
009620      IF WS-DEP-ALCANZADO GREATER CT-TOPE-GARANTIA
009630         MOVE CT-TOPE-GARANTIA TO WS-DEP-GARANTIZADO
009640      ELSE
009650         MOVE WS-DEP-ALCANZADO TO WS-DEP-GARANTIZADO
009660      END-IF
009670
009680      SUBTRACT WS-DEP-GARANTIZADO FROM WS-DEP-TOTAL
009690         GIVING WS-DEP-EXCLUIDO
009700
009710      PERFORM 5200-I-GRABAR-DEPOSITANTE
009720         THRU 5200-F-GRABAR-DEPOSITANTE
009730
009740      ADD 1                  TO CN-DEPOSITANTES
009750      ADD WS-DEP-TOTAL       TO CN-TOT-TOTAL
009760      ADD WS-DEP-GARANTIZADO TO CN-TOT-GARANTIZADO
009770      ADD WS-DEP-EXCLUIDO    TO CN-TOT-EXCLUIDO
009780
009790      PERFORM 5650-I-ACUM-SUCURSAL
009800         THRU 5650-F-ACUM-SUCURSAL
009810      .
009820  6100-F-CERRAR-DEPOSITANTE. EXIT.
009830**************************************
009840*           GRABAR TITULO            *
009850**************************************
009860  9000-I-TITULO.
009870      MOVE WS-FECHA-CORTE   TO IP-FECHA
009880      MOVE CT-TOPE-GARANTIA TO IP-TOPE
009890
009900      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
009910
009920      IF NOT FS-SALIDA-OK
009930         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
009940         MOVE FS-SALIDA TO LK-ERR-CODIGO
009950         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
009960         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
009970         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009980         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009990         SET  FS-DEPOSITO-EOF TO TRUE
010000      ELSE
010010         MOVE 1 TO CN-CUENTA-LINEA
010020      END-IF
010030
010040      WRITE REG-SALIDA FROM IP-ENCABEZADO
010050
010060      IF NOT FS-SALIDA-OK
010070         DISPLAY '* ERROR EN IMPRIMIR ENCABEZADO = ' FS-SALIDA
010080         MOVE FS-SALIDA TO LK-ERR-CODIGO
010090         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
010100         MOVE 'IMPRIMIR ENCABEZAD' TO LK-ERR-RECURSO
010110         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010120         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010130         SET  FS-DEPOSITO-EOF TO TRUE
010140      ELSE
010150         ADD 1 TO CN-CUENTA-LINEA
010160      END-IF
010170      .
010180  9000-F-TITULO. EXIT.
010190**************************************
010200*  CUERPO FINAL - CIERRA EL ULTIMO   *
010210*  DEPOSITANTE, TOTALES POR SUCURSAL *
010220*  Y DEL ARCHIVO Y CIERRE            *
010230**************************************
010240  9999-I-FINAL.
010250      IF WS-DEPOSITANTE-ABIERTO
010260         AND RETURN-CODE LESS CT-RC-ERROR-ENTORNO
010270         PERFORM 6100-I-CERRAR-DEPOSITANTE
010280            THRU 6100-F-CERRAR-DEPOSITANTE
010290      END-IF
010300
010310      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
010320         PERFORM 9500-I-TOTALES
010330            THRU 9500-F-TOTALES
010340      END-IF
010350
010360      EXEC SQL
010370         CLOSE SEDESA_CURSOR
010380      END-EXEC
010390
010400      CLOSE REGIMEN
010410      IF NOT FS-REGIMEN-OK
010420         DISPLAY '* ERROR EN CLOSE REGIMEN =  ' FS-REGIMEN
010430         MOVE FS-REGIMEN TO LK-ERR-CODIGO
010440         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
010450         MOVE 'CLOSE REGIMEN' TO LK-ERR-RECURSO
010460         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010470         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010480      END-IF
010490
010500      CLOSE SALIDA
010510      IF NOT FS-SALIDA-OK
010520         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
010530         MOVE FS-SALIDA TO LK-ERR-CODIGO
010540         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
010550         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
010560         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010570         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010580      END-IF
010590
010600      IF CN-DEPOSITANTES EQUAL ZEROS
010610         AND RETURN-CODE EQUAL ZEROS
010620         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
010630      END-IF
010640
010650      DISPLAY 'PARTES LEIDAS          : ' CN-LEIDOS
010660      DISPLAY 'DEPOSITANTES INFORMADOS: ' CN-DEPOSITANTES
010670      DISPLAY 'CUENTAS INFORMADAS     : ' CN-CUENTAS-GRAB
010680      DISPLAY 'CUENTAS EXCLUIDAS      : ' CN-EXCLUIDAS
010690      DISPLAY 'NOVEDADES CON ERROR    : ' CN-NOVEDADES-ER
010700
010710      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
010720      .
010730  9999-F-FINAL. EXIT.
010740**************************************
010750*  TOTALES POR SUCURSAL EN EL        *
010760*  LISTADO Y REGISTRO 'T' DEL        *
010770*  ARCHIVO                           *
010780**************************************
010790  9500-I-TOTALES.
010800      WRITE REG-SALIDA FROM IP-TITULO-SUCURSAL AFTER PAGE
010810
010820      WRITE REG-SALIDA FROM IP-ENCABEZADO-SUC
010830
010840      SET CN-SUC-IDX TO 1
010850
010860      PERFORM 9510-I-IMPRIMIR-SUCURSAL
010870         THRU 9510-F-IMPRIMIR-SUCURSAL
010880         UNTIL CN-SUC-IDX GREATER CN-SUC-CANT
010890
010900      MOVE 'TOT.'             TO WS-SUC-COD
010910      MOVE CN-DEPOSITANTES    TO WS-SUC-DEPOSIT
010920      MOVE CN-EXCLUIDAS       TO WS-SUC-EXCLUIDAS
010930      MOVE CN-TOT-TOTAL       TO WS-SUC-TOTAL
010940      MOVE CN-TOT-GARANTIZADO TO WS-SUC-GARANT
010950      MOVE CN-TOT-EXCLUIDO    TO WS-SUC-EXCLUIDO
010960
010970      WRITE REG-SALIDA FROM WS-REG-SUCURSAL
010980
010990      MOVE SPACES               TO REG-SED-TOTALES
011000      SET SED-ES-TOTALES        TO TRUE
011010      MOVE CN-DEPOSITANTES      TO SED-TOT-DEPOSITANTES
011020      MOVE CN-CUENTAS-GRAB      TO SED-TOT-CUENTAS
011030      MOVE CN-TOT-TOTAL         TO SED-TOT-TOTAL
011040      MOVE CN-TOT-GARANTIZADO   TO SED-TOT-GARANTIZADO
011050      MOVE CN-TOT-EXCLUIDO      TO SED-TOT-EXCLUIDO
011060
011070      WRITE REG-SED-TOTALES
011080
011090      IF NOT FS-REGIMEN-OK
011100         DISPLAY '* ERROR EN GRABAR TOTALES = ' FS-REGIMEN
011110         MOVE FS-REGIMEN TO LK-ERR-CODIGO
011120         MOVE '9500-I-TOTALES' TO LK-ERR-PARRAFO
011130         MOVE 'GRABAR TOTALES' TO LK-ERR-RECURSO
011140         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011150         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011160      END-IF
011170      .
011180  9500-F-TOTALES. EXIT.
011190**************************************
011200*  IMPRIMIR LOS TOTALES DE UNA       *
011210*  SUCURSAL                          *
011220**************************************
011230  9510-I-IMPRIMIR-SUCURSAL.
011240      MOVE CN-SUC-COD       (CN-SUC-IDX) TO WS-SUC-COD
011250      MOVE CN-SUC-DEPOSIT   (CN-SUC-IDX) TO WS-SUC-DEPOSIT
011260      MOVE CN-SUC-EXCLUIDAS (CN-SUC-IDX) TO WS-SUC-EXCLUIDAS
011270      MOVE CN-SUC-TOTAL     (CN-SUC-IDX) TO WS-SUC-TOTAL
011280      MOVE CN-SUC-GARANT    (CN-SUC-IDX) TO WS-SUC-GARANT
011290      MOVE CN-SUC-EXCLUIDO  (CN-SUC-IDX) TO WS-SUC-EXCLUIDO
011300
011310      WRITE REG-SALIDA FROM WS-REG-SUCURSAL
011320
011330      IF NOT FS-SALIDA-OK
011340         DISPLAY '* ERROR EN TOTALES SUCURSAL = ' FS-SALIDA
011350         MOVE FS-SALIDA TO LK-ERR-CODIGO
011360         MOVE '9510-I-IMPRIMIR-SUCURSAL' TO LK-ERR-PARRAFO
011370         MOVE 'TOTALES SUCURSAL' TO LK-ERR-RECURSO
011380         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011390         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011400      END-IF
011410
011420      SET CN-SUC-IDX UP BY 1
011430      .
011440  9510-F-IMPRIMIR-SUCURSAL. EXIT.
011450**************************************
011460*  REGISTRO DE INICIO EN TBCONTROL   *
011470*  (RUTCTRL), CLAVEADO POR FECHA DE  *
011480*  CORTE: SIN TARJETA SE TOMA LA     *
011490*  FECHA DE PROCESO                  *
011500**************************************
011510  1100-I-CONTROL-INICIO.
011520      IF CC-FECHA-PROCESO EQUAL SPACES
011530         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
011540         MOVE CTL-AREA-AA TO CTL-HOY-AA
011550         MOVE CTL-AREA-MM TO CTL-HOY-MM
011560         MOVE CTL-AREA-DD TO CTL-HOY-DD
011570         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
011580      END-IF
011590
011600      IF WS-FECHA-CORTE EQUAL SPACES
011610         MOVE CC-FECHA-PROCESO TO WS-FECHA-CORTE
011620      END-IF
011630
011640      SET LK-CTL-INICIO TO TRUE
011650      MOVE 'PGMSED33' TO LK-CTL-PROGRAMA
011660      MOVE WS-FECHA-CORTE TO LK-CTL-FECHA
011670      MOVE CC-RERUN TO LK-CTL-RERUN
011680      MOVE ZEROS TO LK-CTL-CONTADOR
011690
011700      MOVE RETURN-CODE TO WS-RC-GUARDADO
011710      CALL 'RUTCTRL' USING LK-CTL-AREA
011720      MOVE WS-RC-GUARDADO TO RETURN-CODE
011730
011740      IF LK-CTL-YA-CORRIO
011750         DISPLAY '* REGIMEN YA GENERADO PARA EL CORTE '
011760                 WS-FECHA-CORTE
011770         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
011780         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
011790         SET FS-DEPOSITO-EOF TO TRUE
011800         SET WS-CORRIDA-RECHAZADA TO TRUE
011810      END-IF
011820
011830      IF LK-CTL-ERROR
011840         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011850         SET FS-DEPOSITO-EOF TO TRUE
011860         SET WS-CORRIDA-RECHAZADA TO TRUE
011870      END-IF
011880      .
011890  1100-F-CONTROL-INICIO. EXIT.
011900**************************************
011910*  REGISTRO DE FIN EXITOSO EN        *
011920*  TBCONTROL CON LA CANTIDAD DE      *
011930*  DEPOSITANTES INFORMADOS           *
011940**************************************
011950  1200-I-CONTROL-FIN.
011960      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
011970         GO TO 1200-F-CONTROL-FIN
011980      END-IF
011990
012000      SET LK-CTL-FIN TO TRUE
012010      MOVE CN-DEPOSITANTES TO LK-CTL-CONTADOR
012020
012030      MOVE RETURN-CODE TO WS-RC-GUARDADO
012040      CALL 'RUTCTRL' USING LK-CTL-AREA
012050      MOVE WS-RC-GUARDADO TO RETURN-CODE
012060      .
012070  1200-F-CONTROL-FIN. EXIT.
012080
012090*************************************
012100*  GRABAR EL ERROR ESTRUCTURADO EN  *
012110*  EL LOG COMUN (RUTERROR)          *
012120*************************************
012130  9900-I-ERROR.
012140      MOVE 'PGMSED33' TO LK-ERR-PROGRAMA
012150
012160      MOVE RETURN-CODE TO WS-RC-GUARDADO
012170
012180      CALL 'RUTERROR' USING LK-ERR-AREA
012190
012200      MOVE WS-RC-GUARDADO TO RETURN-CODE
012210
012220      MOVE SPACES TO LK-ERR-RECURSO
012230
012240      MOVE SPACES TO LK-ERR-CODIGO
012250      .
012260  9900-F-ERROR. EXIT.
