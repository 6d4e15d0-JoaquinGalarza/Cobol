000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMVEN33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* TENDENCIA DE LA VENTANA BATCH. POR CADA      *
000110*         * PASO DE LA CADENA NOCTURNA COMPARA LA     * JCR *
000120*         * DURACION Y LOS REGISTROS DE LA FECHA DE      *
000130*         * PROCESO CON EL PROMEDIO Y EL MAXIMO DE LAS   *
000140*         * ULTIMAS 30 CORRIDAS DE TBCONTROL, MARCA LOS  *
000150*         * PASOS QUE SUPERAN EL PROMEDIO EN MAS DEL     *
000160*         * PORCENTAJE DE TBPARAMS PGMVEN33/PCT-DESVIO   *
000170*         * Y PROYECTA EL FIN DE LA CADENA CONTRA LA     *
000180*         * HORA DE INICIO DEL ONLINE                    *
000190*         * (PGMVEN33/HORA-ONLINE). RC 4 SI HAY DESVIOS  *
000200*         * O EXCESO DE VENTANA                          *
000203* 15/10/26* AGREGA EL PASO PGMRSL33 (PLAZOS DE RECLAMOS) *
000206*         * DESPUES DE PGMCLS33                       * JCR *
000207* 15/10/26* AGREGA EL PASO PGMCTG33 (SALDOS PARA        *
000208*         * CONTINGENCIA) DESPUES DE PGMCHK33       * JCR *
000211* 15/10/26* AGREGA EL PASO PGMRTF33 (TRANSFERENCIAS      *
000214*         * RETENIDAS) DESPUES DE PGMRSL33          * JCR *
000217*************************************
000220  ENVIRONMENT DIVISION.
000230  CONFIGURATION SECTION.
000240  SPECIAL-NAMES.
000250      DECIMAL-POINT IS COMMA.
000260  INPUT-OUTPUT SECTION.
000270  FILE-CONTROL.
000280        SELECT SALIDA ASSIGN DDSALI
000290               FILE STATUS IS FS-SALIDA.
000300
000310  DATA DIVISION.
000320  FILE SECTION.
000330  FD SALIDA
000340       BLOCK CONTAINS 0 RECORDS
000350       RECORDING MODE IS F.
000360
000370  01 REG-SALIDA PIC X(132).
000380*************************************
000390*             WORKING              *
000400*************************************
000410  WORKING-STORAGE SECTION.
000420  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000430*************************************
000440*           FILE STATUS            *
000450*************************************
000460  01  FS-FILE-STATUS.
000470      05  FS-SALIDA       PIC XX    VALUE SPACES.
000480          88  FS-SALIDA-OK          VALUE '00'.
000490      05  FS-HISTORIA     PIC X     VALUE SPACES.
000500          88  FS-HISTORIA-OK        VALUE 'Y'.
000510          88  FS-HISTORIA-EOF       VALUE 'N'.
000520*************************************
000530*          CONTADORES              *
000540*************************************
000550  01 CN-CONTADORES.
000560      05 CN-PASOS-FIN          PIC 9(02)  VALUE ZEROS.
000570      05 CN-PASOS-EXCEDIDOS    PIC 9(02)  VALUE ZEROS.
000580      05 CN-PASOS-SIN-HIST     PIC 9(02)  VALUE ZEROS.
000590      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
000600*************************************
000610*  LOS PASOS DE LA CADENA NOCTURNA *
000620*  EN SU ORDEN DE EJECUCION (LOS   *
000630*  MISMOS QUE MUESTRA PGMCHN33)    *
000640*************************************
000650  01  CT-CADENA.
000660      05 FILLER                PIC X(08) VALUE 'PGMAPA33'.
000670      05 FILLER                PIC X(08) VALUE 'PGMCTZ33'.
000680      05 FILLER                PIC X(08) VALUE 'PGMDBL33'.
000690      05 FILLER                PIC X(08) VALUE 'PGMEXT33'.
000700      05 FILLER                PIC X(08) VALUE 'PGMEJE33'.
000710      05 FILLER                PIC X(08) VALUE 'PGMICB33'.
000720      05 FILLER                PIC X(08) VALUE 'PGMTSR33'.
000730      05 FILLER                PIC X(08) VALUE 'PGMTSA33'.
000740      05 FILLER                PIC X(08) VALUE 'PGMLIQ33'.
000750      05 FILLER                PIC X(08) VALUE 'PGMCNJ33'.
000760      05 FILLER                PIC X(08) VALUE 'PGMVTO33'.
000770      05 FILLER                PIC X(08) VALUE 'PGMCUO33'.
000780      05 FILLER                PIC X(08) VALUE 'PGMCIE33'.
000790      05 FILLER                PIC X(08) VALUE 'PGMPUN33'.
000800      05 FILLER                PIC X(08) VALUE 'PGMIDC33'.
000810      05 FILLER                PIC X(08) VALUE 'PGMGLD33'.
000820      05 FILLER                PIC X(08) VALUE 'PGMCLS33'.
000825      05 FILLER                PIC X(08) VALUE 'PGMRSL33'.
000827      05 FILLER                PIC X(08) VALUE 'PGMRTF33'.
000830      05 FILLER                PIC X(08) VALUE 'PGMCHK33'.
000835      05 FILLER                PIC X(08) VALUE 'PGMCTG33'.
000840      05 FILLER                PIC X(08) VALUE 'PGMDB233'.
000850  01  CT-TABLA-CADENA REDEFINES CT-CADENA.
000860      05 CT-PASO               PIC X(08) OCCURS 22
000870                               INDEXED BY CT-PASO-IDX.
000880
000890  77  CT-CANT-PASOS        PIC 9(02)   VALUE 22.
000900  77  WS-IDX-PASO          PIC 9(02)   VALUE ZEROS.
000910  01  WS-FIN-TABLERO       PIC X(01)   VALUE 'N'.
000920      88  WS-TABLERO-FIN               VALUE 'S'.
000930*************************************
000940*  HISTORIA DEL PASO: ULTIMAS N     *
000950*  CORRIDAS FINALIZADAS ANTES DE LA *
000960*  FECHA DE PROCESO                 *
000970*************************************
000980  77  CT-CORRIDAS-HISTORIA PIC 9(03)   VALUE 030.
000990  01  CN-HISTORIA.
001000      05  CN-HIS-CORRIDAS  PIC 9(03)         VALUE ZEROS.
001010      05  CN-HIS-SUMA-SEG  PIC S9(09)   COMP VALUE ZEROS.
001020      05  CN-HIS-MAX-SEG   PIC S9(07)   COMP VALUE ZEROS.
001030      05  CN-HIS-SUMA-REG  PIC S9(15) COMP-3 VALUE ZEROS.
001040  77  WS-PROM-SEG          PIC S9(07)   COMP VALUE ZEROS.
001050  77  WS-PROM-REG          PIC S9(11) COMP-3 VALUE ZEROS.
001060  77  WS-DESVIO-PCT        PIC S9(05)   COMP VALUE ZEROS.
001070*************************************
001080*  EL PASO EN LA FECHA DE PROCESO   *
001090*************************************
001100  01  WS-PASO-NOCHE.
001110      05  WS-PAC-ESTADO    PIC X(01)         VALUE SPACES.
001120          88  WS-PAC-FINALIZADO              VALUE 'F'.
001130          88  WS-PAC-INICIADO                VALUE 'I'.
001140          88  WS-PAC-PENDIENTE               VALUE 'P'.
001150      05  WS-PAC-SEGUNDOS  PIC S9(07)   COMP VALUE ZEROS.
001160*************************************
001170*  LA CADENA: INICIO, FIN Y TIEMPO  *
001180*  QUE FALTA SEGUN LOS PROMEDIOS    *
001190*  (SEGUNDOS DEL DIA)               *
001200*************************************
001210  01  WS-CADENA-SW         PIC X(01)   VALUE 'N'.
001220      88  WS-CADENA-INICIADA           VALUE 'S'.
001230  01  WS-VENTANA-SW        PIC X(01)   VALUE 'N'.
001240      88  WS-VENTANA-EXCEDIDA          VALUE 'S'.
001250  77  WS-CAD-INICIO-SEG    PIC S9(07)   COMP VALUE ZEROS.
001260  77  WS-CAD-FIN-SEG       PIC S9(07)   COMP VALUE ZEROS.
001270  77  WS-CAD-RESTANTE      PIC S9(09)   COMP VALUE ZEROS.
001280  77  WS-FIN-RELATIVO      PIC S9(09)   COMP VALUE ZEROS.
001290  77  WS-LIMITE-RELATIVO   PIC S9(09)   COMP VALUE ZEROS.
001300  77  WS-AHORA-SEG         PIC S9(07)   COMP VALUE ZEROS.
001310  77  WS-ONLINE-SEG        PIC S9(07)   COMP VALUE ZEROS.
001320  77  CT-SEG-DIA           PIC S9(07)   COMP VALUE 86400.
001330*************************************
001340*  CALCULO DE HORAS: HHMMSSCC DE    *
001350*  TBCONTROL A SEGUNDOS DEL DIA Y   *
001360*  SEGUNDOS A HH:MM:SS              *
001370*************************************
001380  01  WS-HORA-CALC.
001390      05  WS-HOR-HH        PIC 9(02)   VALUE ZEROS.
001400      05  WS-HOR-MM        PIC 9(02)   VALUE ZEROS.
001410      05  WS-HOR-SS        PIC 9(02)   VALUE ZEROS.
001420      05  WS-HOR-CC        PIC 9(02)   VALUE ZEROS.
001430  01  WS-HORA-CALC-X REDEFINES WS-HORA-CALC
001440                           PIC X(08).
001450  01  WS-HORA-SW           PIC X(01)   VALUE 'N'.
001460      88  WS-HORA-VALIDA               VALUE 'S'.
001470      88  WS-HORA-INVALIDA             VALUE 'N'.
001480  01  WS-HORA-AHORA        PIC X(08)   VALUE SPACES.
001490  77  WS-SEG-HORA          PIC S9(07)   COMP VALUE ZEROS.
001500  77  WS-SEG-INICIO        PIC S9(07)   COMP VALUE ZEROS.
001510  77  WS-SEG-FIN           PIC S9(07)   COMP VALUE ZEROS.
001520  77  WS-SEG-DURACION      PIC S9(07)   COMP VALUE ZEROS.
001530  77  WS-SEG-EDITAR        PIC S9(09)   COMP VALUE ZEROS.
001540  77  WS-RESTO-SEG         PIC S9(09)   COMP VALUE ZEROS.
001550  77  WS-DIAS              PIC S9(04)   COMP VALUE ZEROS.
001560
001570  01  WS-DURACION-ED.
001580      05  WS-DUR-HH        PIC 9(02)   VALUE ZEROS.
001590      05  FILLER           PIC X(01)   VALUE ':'.
001600      05  WS-DUR-MM        PIC 9(02)   VALUE ZEROS.
001610      05  FILLER           PIC X(01)   VALUE ':'.
001620      05  WS-DUR-SS        PIC 9(02)   VALUE ZEROS.
001630*************************************
001640*  PARAMETROS (RUTPARM): PORCENTAJE *
001650*  DE DESVIO ADMITIDO SOBRE EL      *
001660*  PROMEDIO Y HORA (HHMM) DE INICIO *
001670*  DEL ONLINE                       *
001680*************************************
001690  77  CT-PCT-DESVIO        PIC 9(09)   VALUE 000000020.
001700  77  CT-HORA-ONLINE       PIC 9(09)   VALUE 000000700.
001710  77  WS-ONL-HH            PIC 9(02)   VALUE ZEROS.
001720  77  WS-ONL-MM            PIC 9(02)   VALUE ZEROS.
001730     COPY LKPARM.
001740*************************************
001750*  TARJETA SYSIN: FECHA DE PROCESO *
001760*************************************
001770  01  WS-FECHA-PROCESO     PIC X(10)   VALUE SPACES.
001780
001790  01  WS-CTL-HOY.
001800      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
001810      05  FILLER       PIC X(01)  VALUE '-'.
001820      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
001830      05  FILLER       PIC X(01)  VALUE '-'.
001840      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
001850
001860  01  WS-CTL-FECHA-AREA.
001870      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
001880      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
001890      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
001900*************************************
001910*       VARIABLES IMPRESION        *
001920*************************************
001930  01  IP-TITULO.
001940      05  FILLER      PIC X(10) VALUE  SPACES.
001950      05  FILLER      PIC X(40) VALUE
001960       'TENDENCIA DE LA VENTANA BATCH'.
001970      05  FILLER      PIC X(07) VALUE  'FECHA: '.
001980      05  IP-FECHA    PIC X(10) VALUE  SPACES.
001990      05  FILLER      PIC X(19) VALUE  '   DESVIO ADMITIDO '.
002000      05  IP-PCT      PIC ZZ9   VALUE  ZEROS.
002010      05  FILLER      PIC X(43) VALUE
002020       '% SOBRE EL PROMEDIO DE LAS ULTIMAS CORRIDAS'.
002030
002040  01  IP-ENCABEZADO.
002050      05  FILLER    PIC X(05)    VALUE 'PASO '.
002060      05  FILLER    PIC X(09)    VALUE 'PROGRAMA'.
002070      05  FILLER    PIC X(11)    VALUE 'ESTADO'.
002080      05  FILLER    PIC X(09)    VALUE 'DURACION'.
002090      05  FILLER    PIC X(15)    VALUE '    REGISTROS  '.
002100      05  FILLER    PIC X(10)    VALUE 'PROMEDIO'.
002110      05  FILLER    PIC X(09)    VALUE 'MAXIMO'.
002120      05  FILLER    PIC X(15)    VALUE ' REGS. PROMEDIO'.
002130      05  FILLER    PIC X(05)    VALUE ' CORR'.
002140      05  FILLER    PIC X(09)    VALUE '  DESVIO '.
002150      05  FILLER    PIC X(20)    VALUE 'OBSERVACION'.
002160      05  FILLER    PIC X(15)    VALUE SPACES.
002170
002180  01  WS-REG-DETALLE.
002190      05  WS-DET-NRO       PIC 9(02)    VALUE ZEROS.
002200      05  FILLER           PIC X(03)    VALUE SPACES.
002210      05  WS-DET-PROGRAMA  PIC X(08)    VALUE SPACES.
002220      05  FILLER           PIC X(01)    VALUE SPACES.
002230      05  WS-DET-ESTADO    PIC X(10)    VALUE SPACES.
002240      05  FILLER           PIC X(01)    VALUE SPACES.
002250      05  WS-DET-DURACION  PIC X(08)    VALUE SPACES.
002260      05  FILLER           PIC X(01)    VALUE SPACES.
002270      05  WS-DET-REGISTROS PIC Z.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
002280      05  FILLER           PIC X(02)    VALUE SPACES.
002290      05  WS-DET-PROMEDIO  PIC X(08)    VALUE SPACES.
002300      05  FILLER           PIC X(02)    VALUE SPACES.
002310      05  WS-DET-MAXIMO    PIC X(08)    VALUE SPACES.
002320      05  FILLER           PIC X(01)    VALUE SPACES.
002330      05  WS-DET-PROM-REG  PIC Z.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
002340      05  FILLER           PIC X(02)    VALUE SPACES.
002350      05  WS-DET-CORRIDAS  PIC ZZ9      VALUE ZEROS.
002360      05  FILLER           PIC X(02)    VALUE SPACES.
002370      05  WS-DET-DESVIO    PIC -ZZZZ9   VALUE ZEROS.
002380      05  FILLER           PIC X(01)    VALUE '%'.
002390      05  FILLER           PIC X(02)    VALUE SPACES.
002400      05  WS-DET-OBSERV    PIC X(20)    VALUE SPACES.
002410      05  FILLER           PIC X(15)    VALUE SPACES.
002420
002430  01  WS-REG-VENTANA.
002440      05  FILLER           PIC X(05)    VALUE SPACES.
002450      05  WS-VEN-ETIQUETA  PIC X(32)    VALUE SPACES.
002460      05  WS-VEN-HORA      PIC X(08)    VALUE SPACES.
002470      05  FILLER           PIC X(02)    VALUE SPACES.
002480      05  WS-VEN-NOTA      PIC X(70)    VALUE SPACES.
002490      05  FILLER           PIC X(15)    VALUE SPACES.
002500
002510  77  WS-CANT-ED           PIC ZZZZZZZ9 VALUE ZEROS.
002520*************************************
002530*             SQL                  *
002540*************************************
002550       EXEC SQL
002560         INCLUDE SQLCA
002570       END-EXEC.
002580
002590       EXEC SQL
002600         INCLUDE TBCONTRL
002610       END-EXEC.
002620
002630       EXEC SQL
002640         DECLARE HISTORIA_CURSOR CURSOR FOR
002650          SELECT CONTADOR, HORA_INICIO, HORA_FIN
002660            FROM ITPFBIO.TBCONTROL
002670           WHERE PROGRAMA      EQUAL :CTL-PROGRAMA
002680             AND FECHA_PROCESO LESS  :WS-FECHA-PROCESO
002690             AND ESTADO        EQUAL 'F'
002700             AND HORA_FIN      NOT EQUAL ' '
002710           ORDER BY FECHA_PROCESO DESC
002720       END-EXEC.
002730
002740  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
002750*************************************
002760*  MANEJO COMUN DE ERRORES          *
002770*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
002780*  DE RETORNO DEL BATCH             *
002790*************************************
002800     COPY LKERROR.
002810
002820  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
002830  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
002840  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
002850  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
002860  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
002870*************************************.
002880  PROCEDURE DIVISION.
002890**************************************
002900*  CUERPO PRINCIPAL DEL PROGRAMA     *
002910**************************************
002920  MAIN-PROGRAM.
002930      PERFORM 1000-I-INICIO
002940         THRU 1000-F-INICIO
002950
002960      PERFORM 2000-I-PROCESO
002970         THRU 2000-F-PROCESO
002980         VARYING WS-IDX-PASO FROM 1 BY 1
002990         UNTIL WS-IDX-PASO GREATER CT-CANT-PASOS
003000            OR WS-TABLERO-FIN
003010
003020      PERFORM 9999-I-FINAL
003030         THRU 9999-F-FINAL
003040      .
003050  F-MAIN-PROGRAM. GOBACK.
003060**************************************
003070*  CUERPO INICIO APERTURA ARCHIVOS   *
003080**************************************
003090  1000-I-INICIO.
003100      ACCEPT WS-FECHA-PROCESO FROM SYSIN
003110
003120      IF WS-FECHA-PROCESO EQUAL SPACES
003130         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
003140         MOVE CTL-AREA-AA TO CTL-HOY-AA
003150         MOVE CTL-AREA-MM TO CTL-HOY-MM
003160         MOVE CTL-AREA-DD TO CTL-HOY-DD
003170         MOVE WS-CTL-HOY  TO WS-FECHA-PROCESO
003180      END-IF
003190
003200      ACCEPT WS-HORA-AHORA FROM TIME
003210
003220      MOVE WS-HORA-AHORA TO WS-HORA-CALC-X
003230      PERFORM 5000-I-SEGUNDOS THRU 5000-F-SEGUNDOS
003240      MOVE WS-SEG-HORA TO WS-AHORA-SEG
003250
003260      PERFORM 1050-I-PARAMETROS THRU 1050-F-PARAMETROS
003270
003280      OPEN OUTPUT SALIDA
003290
003300      IF NOT FS-SALIDA-OK
003310         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
003320         MOVE FS-SALIDA TO LK-ERR-CODIGO
003330         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003340         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
003350         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003360         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003370         SET WS-TABLERO-FIN TO TRUE
003380         GO TO 1000-F-INICIO
003390      END-IF
003400
003410      MOVE WS-FECHA-PROCESO TO IP-FECHA
003420      MOVE CT-PCT-DESVIO    TO IP-PCT
003430
003440      WRITE REG-SALIDA FROM IP-TITULO AFTER PAGE
003450
003460      IF NOT FS-SALIDA-OK
003470         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
003480         MOVE FS-SALIDA TO LK-ERR-CODIGO
003490         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003500         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
003510         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003520         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003530         SET WS-TABLERO-FIN TO TRUE
003540      END-IF
003550
003560      WRITE REG-SALIDA FROM IP-ENCABEZADO AFTER 2
003570      .
003580  1000-F-INICIO. EXIT.
003590**************************************
003600*  PARAMETROS DE CORRIDA (RUTPARM) - *
003610*  SIN FILA EN TBPARAMS RIGE EL      *
003620*  DEFECTO COMPILADO                 *
003630**************************************
003640  1050-I-PARAMETROS.
003650      MOVE 'PGMVEN33'     TO LK-PAR-PROGRAMA
003660      MOVE 'PCT-DESVIO'   TO LK-PAR-PARAMETRO
003670      MOVE CT-PCT-DESVIO  TO LK-PAR-DEFECTO
003680
003690      CALL 'RUTPARM' USING LK-PAR-AREA
003700
003710      IF LK-PAR-VALOR GREATER ZEROS AND LK-PAR-VALOR LESS 1000
003720         MOVE LK-PAR-VALOR TO CT-PCT-DESVIO
003730      END-IF
003740
003750      MOVE 'PGMVEN33'     TO LK-PAR-PROGRAMA
003760      MOVE 'HORA-ONLINE'  TO LK-PAR-PARAMETRO
003770      MOVE CT-HORA-ONLINE TO LK-PAR-DEFECTO
003780
003790      CALL 'RUTPARM' USING LK-PAR-AREA
003800
003810      DIVIDE LK-PAR-VALOR BY 100 GIVING WS-ONL-HH
003820                                 REMAINDER WS-ONL-MM
003830
003840      IF LK-PAR-VALOR GREATER ZEROS AND LK-PAR-VALOR LESS 2400
003850         AND WS-ONL-MM LESS 60
003860         MOVE LK-PAR-VALOR TO CT-HORA-ONLINE
003870      ELSE
003880         DISPLAY '* HORA-ONLINE INVALIDA, SE USA ' CT-HORA-ONLINE
003890      END-IF
003900
003910      DIVIDE CT-HORA-ONLINE BY 100 GIVING WS-ONL-HH
003920                                   REMAINDER WS-ONL-MM
003930
003940      COMPUTE WS-ONLINE-SEG = WS-ONL-HH * 3600 + WS-ONL-MM * 60
003950      .
003960  1050-F-PARAMETROS. EXIT.
003970**************************************
003980*  UN PASO: HISTORIA, CORRIDA DE LA  *
003990*  FECHA, COMPARACION E IMPRESION    *
004000**************************************
004010  2000-I-PROCESO.
004020      SET CT-PASO-IDX TO WS-IDX-PASO
004030
004040      MOVE CT-PASO (CT-PASO-IDX) TO CTL-PROGRAMA
004050      MOVE WS-FECHA-PROCESO      TO CTL-FECHA-PROCESO
004060
004070      PERFORM 3000-I-HISTORIA THRU 3000-F-HISTORIA
004080
004090      IF WS-TABLERO-FIN
004100         GO TO 2000-F-PROCESO
004110      END-IF
004120
004130      PERFORM 4000-I-PASO-NOCHE THRU 4000-F-PASO-NOCHE
004140
004150      IF WS-TABLERO-FIN
004160         GO TO 2000-F-PROCESO
004170      END-IF
004180
004190      PERFORM 4500-I-COMPARAR THRU 4500-F-COMPARAR
004200
004210      PERFORM 5500-I-GRABAR-DETALLE THRU 5500-F-GRABAR-DETALLE
004220      .
004230  2000-F-PROCESO. EXIT.
004240**************************************
004250*  PROMEDIO Y MAXIMO DE LAS ULTIMAS  *
004260*  CORRIDAS FINALIZADAS DEL PASO     *
004270**************************************
004280  3000-I-HISTORIA.
004290      INITIALIZE CN-HISTORIA
004300      MOVE ZEROS TO WS-PROM-SEG
004310      MOVE ZEROS TO WS-PROM-REG
004320
004330      EXEC SQL
004340         OPEN HISTORIA_CURSOR
004350      END-EXEC
004360
004370      IF SQLCODE NOT EQUAL ZEROS
004380         MOVE SQLCODE TO FS-SQLCODE
004390         DISPLAY '* ERROR OPEN CURSOR HISTORIA = ' FS-SQLCODE
004400         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004410         MOVE '3000-I-HISTORIA' TO LK-ERR-PARRAFO
004420         MOVE 'OPEN CURSOR HISTOR' TO LK-ERR-RECURSO
004430         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004440         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004450         SET WS-TABLERO-FIN TO TRUE
004460         GO TO 3000-F-HISTORIA
004470      END-IF
004480
004490      SET FS-HISTORIA-OK TO TRUE
004500
004510      PERFORM 3100-I-LEER-HISTORIA
004520         THRU 3100-F-LEER-HISTORIA
004530         UNTIL FS-HISTORIA-EOF
004540
004550      EXEC SQL
004560         CLOSE HISTORIA_CURSOR
004570      END-EXEC
004580
004590      IF CN-HIS-CORRIDAS GREATER ZEROS
004600         COMPUTE WS-PROM-SEG ROUNDED =
004610                 CN-HIS-SUMA-SEG / CN-HIS-CORRIDAS
004620         COMPUTE WS-PROM-REG ROUNDED =
004630                 CN-HIS-SUMA-REG / CN-HIS-CORRIDAS
004640      END-IF
004650      .
004660  3000-F-HISTORIA. EXIT.
004670**************************************
004680*  LEER UNA CORRIDA ANTERIOR - LAS   *
004690*  HORAS ILEGIBLES NO SE PROMEDIAN   *
004700**************************************
004710  3100-I-LEER-HISTORIA.
004720      EXEC SQL
004730           FETCH HISTORIA_CURSOR
004740           INTO  :CTL-CONTADOR,
004750                 :CTL-HORA-INICIO,
004760                 :CTL-HORA-FIN
004770      END-EXEC
004780
004790      EVALUATE SQLCODE
004800
004810      WHEN ZEROS
004820         PERFORM 5100-I-DURACION THRU 5100-F-DURACION
004830         IF WS-HORA-VALIDA
004840            ADD 1               TO CN-HIS-CORRIDAS
004850            ADD WS-SEG-DURACION TO CN-HIS-SUMA-SEG
004860            ADD CTL-CONTADOR    TO CN-HIS-SUMA-REG
004870            IF WS-SEG-DURACION GREATER CN-HIS-MAX-SEG
004880               MOVE WS-SEG-DURACION TO CN-HIS-MAX-SEG
004890            END-IF
004900         END-IF
004910         IF CN-HIS-CORRIDAS NOT LESS CT-CORRIDAS-HISTORIA
004920            SET FS-HISTORIA-EOF TO TRUE
004930         END-IF
004940
004950      WHEN +100
004960         SET FS-HISTORIA-EOF TO TRUE
004970
004980      WHEN OTHER
004990         ADD 1 TO CN-NOVEDADES-ER
005000         MOVE SQLCODE TO FS-SQLCODE
005010         DISPLAY '* ERROR LEER CURSOR HISTORIA = ' FS-SQLCODE
005020         MOVE FS-SQLCODE TO LK-ERR-CODIGO
005030         MOVE '3100-I-LEER-HISTORIA' TO LK-ERR-PARRAFO
005040         MOVE 'LEER CURSOR HISTOR' TO LK-ERR-RECURSO
005050         MOVE CT-PASO (CT-PASO-IDX) TO LK-ERR-CLAVE
005060         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005070         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005080         SET FS-HISTORIA-EOF TO TRUE
005090         SET WS-TABLERO-FIN TO TRUE
005100      END-EVALUATE
005110      .
005120  3100-F-LEER-HISTORIA. EXIT.
005130**************************************
005140*  EL PASO EN LA FECHA DE PROCESO:   *
005150*  UN PASO INICIADO SE MIDE HASTA    *
005160*  LA HORA ACTUAL                    *
005170**************************************
005180  4000-I-PASO-NOCHE.
005190      MOVE ZEROS TO WS-PAC-SEGUNDOS
005200
005210      EXEC SQL
005220         SELECT ESTADO, CONTADOR, HORA_INICIO, HORA_FIN
005230           INTO :CTL-ESTADO, :CTL-CONTADOR,
005240                :CTL-HORA-INICIO, :CTL-HORA-FIN
005250           FROM ITPFBIO.TBCONTROL
005260          WHERE FECHA_PROCESO EQUAL :CTL-FECHA-PROCESO
005270            AND PROGRAMA      EQUAL :CTL-PROGRAMA
005280      END-EXEC
005290
005300      EVALUATE SQLCODE
005310
005320      WHEN ZEROS
005330         IF CTL-ESTADO EQUAL 'F'
005340            SET WS-PAC-FINALIZADO TO TRUE
005350            ADD 1 TO CN-PASOS-FIN
005360         ELSE
005370            SET WS-PAC-INICIADO TO TRUE
005380            MOVE WS-HORA-AHORA TO CTL-HORA-FIN
005390         END-IF
005400         PERFORM 5100-I-DURACION THRU 5100-F-DURACION
005410         IF WS-HORA-VALIDA
005420            MOVE WS-SEG-DURACION TO WS-PAC-SEGUNDOS
005430            IF NOT WS-CADENA-INICIADA
005440               SET WS-CADENA-INICIADA TO TRUE
005450               MOVE WS-SEG-INICIO TO WS-CAD-INICIO-SEG
005460            END-IF
005470            IF WS-PAC-FINALIZADO
005480               MOVE WS-SEG-FIN TO WS-CAD-FIN-SEG
005490            END-IF
005500         END-IF
005510
005520      WHEN +100
005530         SET WS-PAC-PENDIENTE TO TRUE
005540         MOVE ZEROS TO CTL-CONTADOR
005550
005560      WHEN OTHER
005570         ADD 1 TO CN-NOVEDADES-ER
005580         MOVE SQLCODE TO FS-SQLCODE
005590         DISPLAY '* ERROR LEER TBCONTROL = ' FS-SQLCODE
005600         MOVE FS-SQLCODE TO LK-ERR-CODIGO
005610         MOVE '4000-I-PASO-NOCHE' TO LK-ERR-PARRAFO
005620         MOVE 'LEER TBCONTROL' TO LK-ERR-RECURSO
005630         MOVE CT-PASO (CT-PASO-IDX) TO LK-ERR-CLAVE
005640         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005650         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005660         SET WS-TABLERO-FIN TO TRUE
005670      END-EVALUATE
005680      .
005690  4000-F-PASO-NOCHE. EXIT.
005700**************************************
005710*  DESVIO CONTRA EL PROMEDIO Y LO    *
005720*  QUE LE FALTA AL PASO SEGUN SU     *
005730*  PROMEDIO (PARA LA PROYECCION)     *
005740**************************************
005750  4500-I-COMPARAR.
005760      MOVE ZEROS  TO WS-DESVIO-PCT
005770      MOVE SPACES TO WS-DET-OBSERV
005780
005790      IF WS-PAC-PENDIENTE
005800         ADD WS-PROM-SEG TO WS-CAD-RESTANTE
005810      END-IF
005820
005830      IF WS-PAC-INICIADO
005840         AND WS-PROM-SEG GREATER WS-PAC-SEGUNDOS
005850         COMPUTE WS-CAD-RESTANTE = WS-CAD-RESTANTE
005860                                 + WS-PROM-SEG - WS-PAC-SEGUNDOS
005870      END-IF
005880
005890      IF CN-HIS-CORRIDAS EQUAL ZEROS
005900         MOVE 'SIN HISTORIA' TO WS-DET-OBSERV
005910         ADD 1 TO CN-PASOS-SIN-HIST
005920         GO TO 4500-F-COMPARAR
005930      END-IF
005940
005950      IF WS-PAC-PENDIENTE OR WS-PROM-SEG EQUAL ZEROS
005960         GO TO 4500-F-COMPARAR
005970      END-IF
005980
005990      COMPUTE WS-DESVIO-PCT ROUNDED =
006000              (WS-PAC-SEGUNDOS - WS-PROM-SEG) * 100 / WS-PROM-SEG
006010
006020      IF WS-DESVIO-PCT GREATER CT-PCT-DESVIO
006030         ADD 1 TO CN-PASOS-EXCEDIDOS
006040         IF WS-PAC-INICIADO
006050            MOVE 'EN CURSO Y EXCEDIDO' TO WS-DET-OBSERV
006060         ELSE
006070            MOVE 'EXCEDE EL PROMEDIO' TO WS-DET-OBSERV
006080         END-IF
006090      END-IF
006100      .
006110  4500-F-COMPARAR. EXIT.
006120**************************************
006130*  HORA HHMMSSCC (WS-HORA-CALC) A    *
006140*  SEGUNDOS DEL DIA (WS-SEG-HORA)    *
006150**************************************
006160  5000-I-SEGUNDOS.
006170      MOVE ZEROS TO WS-SEG-HORA
006180
006190      IF WS-HORA-CALC-X NOT NUMERIC
006200         SET WS-HORA-INVALIDA TO TRUE
006210         GO TO 5000-F-SEGUNDOS
006220      END-IF
006230
006240      SET WS-HORA-VALIDA TO TRUE
006250
006260      COMPUTE WS-SEG-HORA = WS-HOR-HH * 3600
006270                          + WS-HOR-MM * 60
006280                          + WS-HOR-SS
006290      .
006300  5000-F-SEGUNDOS. EXIT.
006310**************************************
006320*  DURACION ENTRE CTL-HORA-INICIO Y  *
006330*  CTL-HORA-FIN - SI EL FIN ES MENOR *
006340*  EL PASO CRUZO LA MEDIANOCHE       *
006350**************************************
006360  5100-I-DURACION.
006370      MOVE ZEROS TO WS-SEG-DURACION
006380
006390      MOVE CTL-HORA-INICIO TO WS-HORA-CALC-X
006400      PERFORM 5000-I-SEGUNDOS THRU 5000-F-SEGUNDOS
006410
006420      IF WS-HORA-INVALIDA
006430         GO TO 5100-F-DURACION
006440      END-IF
006450
006460      MOVE WS-SEG-HORA TO WS-SEG-INICIO
006470
006480      MOVE CTL-HORA-FIN TO WS-HORA-CALC-X
006490      PERFORM 5000-I-SEGUNDOS THRU 5000-F-SEGUNDOS
006500
006510      IF WS-HORA-INVALIDA
006520         GO TO 5100-F-DURACION
006530      END-IF
006540
006550      MOVE WS-SEG-HORA TO WS-SEG-FIN
006560
006570      COMPUTE WS-SEG-DURACION = WS-SEG-FIN - WS-SEG-INICIO
006580
006590      IF WS-SEG-DURACION LESS ZEROS
006600         ADD CT-SEG-DIA TO WS-SEG-DURACION
006610      END-IF
006620      .
006630  5100-F-DURACION. EXIT.
006640**************************************
006650*  SEGUNDOS (WS-SEG-EDITAR) A        *
006660*  HH:MM:SS EN WS-DURACION-ED        *
006670**************************************
006680  5300-I-EDITAR-DURACION.
006690      DIVIDE WS-SEG-EDITAR BY 3600 GIVING WS-DUR-HH
006700                                   REMAINDER WS-RESTO-SEG
006710
006720      DIVIDE WS-RESTO-SEG BY 60 GIVING WS-DUR-MM
006730                                REMAINDER WS-DUR-SS
006740      .
006750  5300-F-EDITAR-DURACION. EXIT.
006760**************************************
006770*  IMPRIMIR LA LINEA DEL PASO        *
006780**************************************
006790  5500-I-GRABAR-DETALLE.
006800      MOVE WS-IDX-PASO           TO WS-DET-NRO
006810      MOVE CT-PASO (CT-PASO-IDX) TO WS-DET-PROGRAMA
006820      MOVE CTL-CONTADOR          TO WS-DET-REGISTROS
006830      MOVE WS-PROM-REG           TO WS-DET-PROM-REG
006840      MOVE CN-HIS-CORRIDAS       TO WS-DET-CORRIDAS
006850      MOVE WS-DESVIO-PCT         TO WS-DET-DESVIO
006860
006870      EVALUATE TRUE
006880      WHEN WS-PAC-FINALIZADO
006890         MOVE 'FINALIZADO' TO WS-DET-ESTADO
006900      WHEN WS-PAC-INICIADO
006910         MOVE 'INICIADO'   TO WS-DET-ESTADO
006920      WHEN OTHER
006930         MOVE 'PENDIENTE'  TO WS-DET-ESTADO
006940      END-EVALUATE
006950
006960      IF WS-PAC-PENDIENTE
006970         MOVE SPACES TO WS-DET-DURACION
006980      ELSE
006990         MOVE WS-PAC-SEGUNDOS TO WS-SEG-EDITAR
007000         PERFORM 5300-I-EDITAR-DURACION
007010            THRU 5300-F-EDITAR-DURACION
007020         MOVE WS-DURACION-ED TO WS-DET-DURACION
007030      END-IF
007040
007050      IF CN-HIS-CORRIDAS EQUAL ZEROS
007060         MOVE SPACES TO WS-DET-PROMEDIO
007070         MOVE SPACES TO WS-DET-MAXIMO
007080      ELSE
007090         MOVE WS-PROM-SEG TO WS-SEG-EDITAR
007100         PERFORM 5300-I-EDITAR-DURACION
007110            THRU 5300-F-EDITAR-DURACION
007120         MOVE WS-DURACION-ED TO WS-DET-PROMEDIO
007130         MOVE CN-HIS-MAX-SEG TO WS-SEG-EDITAR
007140         PERFORM 5300-I-EDITAR-DURACION
007150            THRU 5300-F-EDITAR-DURACION
007160         MOVE WS-DURACION-ED TO WS-DET-MAXIMO
007170      END-IF
007180
007190      WRITE REG-SALIDA FROM WS-REG-DETALLE
007200
007210      IF NOT FS-SALIDA-OK
007220         DISPLAY '* ERROR EN GRABAR PASO = ' FS-SALIDA
007230         MOVE FS-SALIDA TO LK-ERR-CODIGO
007240         MOVE '5500-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
007250         MOVE 'GRABAR PASO' TO LK-ERR-RECURSO
007260         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007270         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007280         SET WS-TABLERO-FIN TO TRUE
007290      END-IF
007300      .
007310  5500-F-GRABAR-DETALLE. EXIT.
007320**************************************
007330*  LA CADENA CONTRA LA VENTANA: FIN  *
007340*  REAL O PROYECTADO (HORA ACTUAL +  *
007350*  PROMEDIOS DE LO QUE FALTA) FRENTE *
007360*  AL INICIO DEL ONLINE. LOS TIEMPOS *
007370*  SE MIDEN DESDE EL INICIO DE LA    *
007380*  CADENA PARA CRUZAR LA MEDIANOCHE  *
007390**************************************
007400  6000-I-VENTANA.
007410      IF WS-CADENA-INICIADA
007420         MOVE 'INICIO DE LA CADENA' TO WS-VEN-ETIQUETA
007430         MOVE WS-CAD-INICIO-SEG TO WS-SEG-EDITAR
007440         PERFORM 5300-I-EDITAR-DURACION
007450            THRU 5300-F-EDITAR-DURACION
007460         MOVE WS-DURACION-ED TO WS-VEN-HORA
007470         MOVE SPACES TO WS-VEN-NOTA
007480      ELSE
007490         MOVE WS-AHORA-SEG TO WS-CAD-INICIO-SEG
007500         MOVE 'INICIO DE LA CADENA' TO WS-VEN-ETIQUETA
007510         MOVE SPACES TO WS-VEN-HORA
007520         MOVE 'SIN INICIAR - SE PROYECTA DESDE LA HORA ACTUAL'
007530           TO WS-VEN-NOTA
007540      END-IF
007550
007560      WRITE REG-SALIDA FROM WS-REG-VENTANA AFTER 2
007570
007580      COMPUTE WS-LIMITE-RELATIVO = WS-ONLINE-SEG
007590                                 - WS-CAD-INICIO-SEG
007600
007610      IF WS-LIMITE-RELATIVO NOT GREATER ZEROS
007620         ADD CT-SEG-DIA TO WS-LIMITE-RELATIVO
007630      END-IF
007640
007650      IF CN-PASOS-FIN EQUAL CT-CANT-PASOS
007660         COMPUTE WS-FIN-RELATIVO = WS-CAD-FIN-SEG
007670                                 - WS-CAD-INICIO-SEG
007680         MOVE 'FIN DE LA CADENA' TO WS-VEN-ETIQUETA
007690         MOVE SPACES TO WS-VEN-NOTA
007700      ELSE
007710         COMPUTE WS-FIN-RELATIVO = WS-AHORA-SEG
007720                                 - WS-CAD-INICIO-SEG
007730         MOVE 'FIN PROYECTADO DE LA CADENA' TO WS-VEN-ETIQUETA
007740         MOVE 'SEGUN EL PROMEDIO DE LOS PASOS QUE FALTAN'
007750           TO WS-VEN-NOTA
007760      END-IF
007770
007780      IF WS-FIN-RELATIVO LESS ZEROS
007790         ADD CT-SEG-DIA TO WS-FIN-RELATIVO
007800      END-IF
007810
007820      IF CN-PASOS-FIN LESS CT-CANT-PASOS
007830         ADD WS-CAD-RESTANTE TO WS-FIN-RELATIVO
007840      END-IF
007850
007860      COMPUTE WS-SEG-EDITAR = WS-CAD-INICIO-SEG + WS-FIN-RELATIVO
007870      DIVIDE WS-SEG-EDITAR BY CT-SEG-DIA GIVING WS-DIAS
007880                                         REMAINDER WS-RESTO-SEG
007890      MOVE WS-RESTO-SEG TO WS-SEG-EDITAR
007900      PERFORM 5300-I-EDITAR-DURACION THRU 5300-F-EDITAR-DURACION
007910      MOVE WS-DURACION-ED TO WS-VEN-HORA
007920
007930      WRITE REG-SALIDA FROM WS-REG-VENTANA
007940
007950      MOVE 'INICIO DEL ONLINE' TO WS-VEN-ETIQUETA
007960      MOVE WS-ONLINE-SEG TO WS-SEG-EDITAR
007970      PERFORM 5300-I-EDITAR-DURACION THRU 5300-F-EDITAR-DURACION
007980      MOVE WS-DURACION-ED TO WS-VEN-HORA
007990      MOVE '(TBPARAMS PGMVEN33/HORA-ONLINE)' TO WS-VEN-NOTA
008000
008010      WRITE REG-SALIDA FROM WS-REG-VENTANA
008020
008030      IF WS-FIN-RELATIVO GREATER WS-LIMITE-RELATIVO
008040         SET WS-VENTANA-EXCEDIDA TO TRUE
008050         MOVE 'EXCESO SOBRE LA VENTANA' TO WS-VEN-ETIQUETA
008060         COMPUTE WS-SEG-EDITAR = WS-FIN-RELATIVO
008070                               - WS-LIMITE-RELATIVO
008080         IF CN-PASOS-FIN EQUAL CT-CANT-PASOS
008090            MOVE '*** TERMINO DESPUES DEL INICIO DEL ONLINE'
008100              TO WS-VEN-NOTA
008110         ELSE
008120            MOVE '*** TERMINARIA DESPUES DEL INICIO DEL ONLINE'
008130              TO WS-VEN-NOTA
008140         END-IF
008150      ELSE
008160         MOVE 'MARGEN HASTA EL ONLINE' TO WS-VEN-ETIQUETA
008170         COMPUTE WS-SEG-EDITAR = WS-LIMITE-RELATIVO
008180                               - WS-FIN-RELATIVO
008190         MOVE SPACES TO WS-VEN-NOTA
008200      END-IF
008210
008220      PERFORM 5300-I-EDITAR-DURACION THRU 5300-F-EDITAR-DURACION
008230      MOVE WS-DURACION-ED TO WS-VEN-HORA
008240
008250      WRITE REG-SALIDA FROM WS-REG-VENTANA
008260
008270      MOVE 'PASOS SOBRE EL DESVIO ADMITIDO' TO WS-VEN-ETIQUETA
008280      MOVE CN-PASOS-EXCEDIDOS TO WS-CANT-ED
008290      MOVE WS-CANT-ED TO WS-VEN-HORA
008300      MOVE SPACES TO WS-VEN-NOTA
008310
008320      WRITE REG-SALIDA FROM WS-REG-VENTANA AFTER 2
008330
008340      MOVE 'PASOS SIN HISTORIA' TO WS-VEN-ETIQUETA
008350      MOVE CN-PASOS-SIN-HIST TO WS-CANT-ED
008360      MOVE WS-CANT-ED TO WS-VEN-HORA
008370
008380      WRITE REG-SALIDA FROM WS-REG-VENTANA
008390
008400      IF NOT FS-SALIDA-OK
008410         DISPLAY '* ERROR EN GRABAR VENTANA = ' FS-SALIDA
008420         MOVE FS-SALIDA TO LK-ERR-CODIGO
008430         MOVE '6000-I-VENTANA' TO LK-ERR-PARRAFO
008440         MOVE 'GRABAR VENTANA' TO LK-ERR-RECURSO
008450         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008460         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008470      END-IF
008480      .
008490  6000-F-VENTANA. EXIT.
008500**************************************
008510*  CUERPO FINAL - VENTANA Y CIERRE   *
008520**************************************
008530  9999-I-FINAL.
008540      IF NOT WS-TABLERO-FIN
008550         PERFORM 6000-I-VENTANA THRU 6000-F-VENTANA
008560      END-IF
008570
008580      CLOSE SALIDA
008590      IF NOT FS-SALIDA-OK
008600         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
008610         MOVE FS-SALIDA TO LK-ERR-CODIGO
008620         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
008630         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
008640         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008650         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008660      END-IF
008670
008680      IF (CN-PASOS-EXCEDIDOS GREATER ZEROS OR WS-VENTANA-EXCEDIDA)
008690         AND RETURN-CODE EQUAL ZEROS
008700         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
008710      END-IF
008720
008730      DISPLAY 'PASOS FINALIZADOS      : ' CN-PASOS-FIN
008740      DISPLAY 'PASOS SOBRE EL DESVIO  : ' CN-PASOS-EXCEDIDOS
008750      DISPLAY 'PASOS SIN HISTORIA     : ' CN-PASOS-SIN-HIST
008760      DISPLAY 'VENTANA EXCEDIDA       : ' WS-VENTANA-SW
008770      .
008780  9999-F-FINAL. EXIT.
008790
008800*************************************
008810*  GRABAR EL ERROR ESTRUCTURADO EN  *
008820*  EL LOG COMUN (RUTERROR)          *
008830*************************************
008840  9900-I-ERROR.
008850      MOVE 'PGMVEN33' TO LK-ERR-PROGRAMA
008860
008870      MOVE RETURN-CODE TO WS-RC-GUARDADO
008880
008890      CALL 'RUTERROR' USING LK-ERR-AREA
008900
008910      MOVE WS-RC-GUARDADO TO RETURN-CODE
008920
008930      MOVE SPACES TO LK-ERR-RECURSO
008940
008950      MOVE SPACES TO LK-ERR-CODIGO
008960      .
008970  9900-F-ERROR. EXIT.
