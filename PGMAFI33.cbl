000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMAFI33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* DECLARACION MENSUAL DE PERCEPCIONES DEL      *
000110*         * IMPUESTO S/DEBITOS Y CREDITOS (LEY        * JCR *
000120*         * 25.413) PARA AFIP. TOMA DE TBPERCEP LO       *
000130*         * COBRADO EN EL PERIODO AAAA-MM DE LA          *
000140*         * TARJETA POR PGMIDC33, TOTALIZADO POR         *
000150*         * CLIENTE Y MONEDA, Y GRABA EL ARCHIVO         *
000160*         * DDAFIP (CABECERA, DETALLE, TOTALES). EL      *
000170*         * LISTADO CONCILIA POR MONEDA LO PERCIBIDO     *
000180*         * CONTRA LOS MOVIMIENTOS 'ID' DEL PERIODO      *
000190*         * (LO QUE CONTABILIZA PGMGLD33); SI NO         *
000200*         * CONCILIA TERMINA CON 0008                    *
000210*************************************
000220  ENVIRONMENT DIVISION.
000230  CONFIGURATION SECTION.
000240  SPECIAL-NAMES.
000250      DECIMAL-POINT IS COMMA.
000260  INPUT-OUTPUT SECTION.
000270  FILE-CONTROL.
000280        SELECT SALIDA ASSIGN DDSALI
000290               FILE STATUS IS FS-SALIDA.
000300
000310        SELECT DECLARA ASSIGN DDAFIP
000320               FILE STATUS IS FS-DECLARA.
000330
000340  DATA DIVISION.
000350  FILE SECTION.
000360  FD SALIDA
000370       BLOCK CONTAINS 0 RECORDS
000380       RECORDING MODE IS F.
000390
000400  01 REG-SALIDA PIC X(132).
000410
000420  FD DECLARA
000430       BLOCK CONTAINS 0 RECORDS
000440       RECORDING MODE IS F.
000450
000460  01 REG-AFI-CABECERA.
000470      05 AFI-TIPO-REG         PIC X(01).
000480         88 AFI-ES-CABECERA           VALUE 'H'.
000490         88 AFI-ES-DETALLE            VALUE 'D'.
000500         88 AFI-ES-TOTALES            VALUE 'T'.
000510      05 AFI-CAB-CUIT         PIC 9(11).
000520      05 AFI-CAB-PERIODO      PIC X(07).
000530      05 AFI-CAB-FECHA-GEN    PIC X(10).
000540      05 FILLER               PIC X(131).
000550
000560  01 REG-AFI-DETALLE.
000570      05 FILLER               PIC X(01).
000580      05 AFI-DET-TIPO-DOC     PIC X(02).
000590      05 AFI-DET-NRO-DOC      PIC 9(11).
000600      05 AFI-DET-NRO-CLIENTE  PIC 9(05).
000610      05 AFI-DET-APELLIDO     PIC X(30).
000620      05 AFI-DET-NOMBRE       PIC X(30).
000630      05 AFI-DET-MONEDA       PIC X(02).
000640      05 AFI-DET-BASE-DEB     PIC 9(13)V99.
000650      05 AFI-DET-IMP-DEB      PIC 9(11)V99.
000660      05 AFI-DET-BASE-CRE     PIC 9(13)V99.
000670      05 AFI-DET-IMP-CRE      PIC 9(11)V99.
000680      05 AFI-DET-IMP-PESOS    PIC 9(13)V99.
000690      05 AFI-DET-CANTIDAD     PIC 9(07).
000700      05 FILLER               PIC X(01).
000710
000720  01 REG-AFI-TOTALES.
000730      05 FILLER               PIC X(01).
000740      05 AFI-TOT-REGISTROS    PIC 9(07).
000750      05 AFI-TOT-IMP-PESOS    PIC 9(15)V99.
000760      05 FILLER               PIC X(135).
000770*************************************
000780*             WORKING              *
000790*************************************
000800  WORKING-STORAGE SECTION.
000810  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000820*************************************
000830*           FILE STATUS            *
000840*************************************
000850  01  FS-FILE-STATUS.
000860      05  FS-PERCEP       PIC X     VALUE SPACES.
000870          88  FS-PERCEP-OK          VALUE 'Y'.
000880          88  FS-PERCEP-EOF         VALUE 'N'.
000890      05  FS-SALIDA       PIC XX    VALUE SPACES.
000900          88  FS-SALIDA-OK          VALUE '00'.
000910      05  FS-DECLARA      PIC XX    VALUE SPACES.
000920          88  FS-DECLARA-OK         VALUE '00'.
000930*************************************
000940*          CONTADORES              *
000950*************************************
000960  01 CN-CONTADORES.
000970      05 CN-REGISTROS          PIC 9(07)  VALUE ZEROS.
000980      05 CN-SIN-CLIENTE        PIC 9(05)  VALUE ZEROS.
000990      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
001000      05 CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
001010      05 CN-EXE-TITULAR        PIC S9(09) COMP VALUE ZEROS.
001020      05 CN-EXE-REVERSO        PIC S9(09) COMP VALUE ZEROS.
001030      05 CN-EXE-ALICUOTA       PIC S9(09) COMP VALUE ZEROS.
001040  77  CN-TOT-IMP-PESOS     PIC S9(15)V99 COMP-3 VALUE ZEROS.
001050*************************************
001060*  TOTALES POR MONEDA PARA LA       *
001070*  CONCILIACION CON TBMOVIM 'ID'    *
001080*************************************
001090  01  CN-TAB-MONEDA.
001100      05  CN-MON-CANT          PIC 9(02)     COMP  VALUE ZEROS.
001110      05  CN-MON-ITEM  OCCURS 10 TIMES
001120                        INDEXED BY CN-MON-IDX.
001130          10  CN-MON-MONEDA    PIC X(02)            VALUE SPACES.
001140          10  CN-MON-PERCIBIDO PIC S9(13)V99 COMP-3 VALUE ZEROS.
001150*************************************
001160*  CAMPOS DEL CURSOR (TOTALES DE    *
001170*  UN CLIENTE EN UNA MONEDA)        *
001180*************************************
001190  01  WS-TOT-CLIENTE.
001200      05  WS-TOT-BASE-DEB      PIC S9(13)V99 COMP-3 VALUE ZEROS.
001210      05  WS-TOT-IMP-DEB       PIC S9(11)V99 COMP-3 VALUE ZEROS.
001220      05  WS-TOT-BASE-CRE      PIC S9(13)V99 COMP-3 VALUE ZEROS.
001230      05  WS-TOT-IMP-CRE       PIC S9(11)V99 COMP-3 VALUE ZEROS.
001240      05  WS-TOT-IMP-PESOS     PIC S9(13)V99 COMP-3 VALUE ZEROS.
001250      05  WS-TOT-CANTIDAD      PIC S9(09)    COMP   VALUE ZEROS.
001260  77  WS-TOT-MOVIM-ID      PIC S9(13)V99 COMP-3 VALUE ZEROS.
001270  77  WS-TOT-PERCIBIDO     PIC S9(13)V99 COMP-3 VALUE ZEROS.
001280  77  WS-COD-EXENCION      PIC X(01)            VALUE SPACES.
001290  77  WS-CANT-EXENTOS      PIC S9(09) COMP      VALUE ZEROS.
001300  77  WS-HAY-DIFERENCIA    PIC X(01)            VALUE 'N'.
001310      88  WS-CON-DIFERENCIA                     VALUE 'S'.
001320*************************************
001330*  TARJETA SYSIN: PERIODO AAAA-MM   *
001340*  Y CUIT DEL AGENTE DE PERCEPCION  *
001350*************************************
001360  01  WS-TARJETA-PERIODO.
001370      05  WS-PERIODO-CARD  PIC X(07)   VALUE SPACES.
001380      05  FILLER           PIC X(01)   VALUE SPACES.
001390      05  WS-CUIT-AGENTE   PIC 9(11)   VALUE ZEROS.
001400  01  WS-PATRON-PERIODO    PIC X(08)   VALUE SPACES.
001410*************************************
001420*       VARIABLES IMPRESION        *
001430*************************************
001440  01  IP-TITULO.
001450      05  FILLER      PIC X(10) VALUE  SPACES.
001460      05  FILLER      PIC X(48) VALUE
001470       'DECLARACION PERCEPCIONES LEY 25.413 - AFIP'.
001480      05  FILLER      PIC X(02) VALUE  SPACES.
001490      05  FILLER      PIC X(09) VALUE  'PERIODO: '.
001500      05  IP-PERIODO  PIC X(07) VALUE  SPACES.
001510      05  FILLER      PIC X(56) VALUE  SPACES.
001520
001530  01  IP-ENCABEZADO.
001540      05  FILLER    PIC X(08)    VALUE 'CLIENTE'.
001550      05  FILLER    PIC X(16)    VALUE 'DOCUMENTO'.
001560      05  FILLER    PIC X(32)    VALUE 'APELLIDO'.
001570      05  FILLER    PIC X(04)    VALUE 'MON'.
001580      05  FILLER    PIC X(16)    VALUE '   IMP.DEBITOS'.
001590      05  FILLER    PIC X(16)    VALUE '  IMP.CREDITOS'.
001600      05  FILLER    PIC X(19)    VALUE '    TOTAL EN PESOS'.
001610      05  FILLER    PIC X(21)    VALUE SPACES.
001620
001630  01  WS-REG-DETALLE.
001640      05  WS-DET-CLIENTE   PIC ZZZZ9    VALUE ZEROS.
001650      05  FILLER           PIC X(03)    VALUE SPACES.
001660      05  WS-DET-TIPO-DOC  PIC X(02)    VALUE SPACES.
001670      05  FILLER           PIC X(01)    VALUE SPACES.
001680      05  WS-DET-NRO-DOC   PIC Z(10)9   VALUE ZEROS.
001690      05  FILLER           PIC X(02)    VALUE SPACES.
001700      05  WS-DET-APELLIDO  PIC X(30)    VALUE SPACES.
001710      05  FILLER           PIC X(02)    VALUE SPACES.
001720      05  WS-DET-MONEDA    PIC X(02)    VALUE SPACES.
001730      05  FILLER           PIC X(01)    VALUE SPACES.
001740      05  WS-DET-IMP-DEB   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
001750      05  FILLER           PIC X(02)    VALUE SPACES.
001760      05  WS-DET-IMP-CRE   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
001770      05  FILLER           PIC X(02)    VALUE SPACES.
001780      05  WS-DET-IMP-PESOS PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
001790      05  FILLER           PIC X(01)    VALUE SPACES.
001800      05  WS-DET-OBSERV    PIC X(20)    VALUE SPACES.
001810
001820  01  IP-TITULO-CONCILIA.
001830      05  FILLER    PIC X(10)    VALUE SPACES.
001840      05  FILLER    PIC X(60)    VALUE
001850       'CONCILIACION POR MONEDA: PERCIBIDO VS MOVIMIENTOS ID'.
001860      05  FILLER    PIC X(62)    VALUE SPACES.
001870
001880  01  WS-REG-CONCILIA.
001890      05  FILLER    PIC X(04)    VALUE SPACES.
001900      05  FILLER    PIC X(04)    VALUE 'MON '.
001910      05  WS-CON-MONEDA    PIC X(02)    VALUE SPACES.
001920      05  FILLER    PIC X(13)    VALUE '  PERCIBIDO: '.
001930      05  WS-CON-PERCIBIDO PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
001940      05  FILLER    PIC X(16)    VALUE '  MOVIM. ID:   '.
001950      05  WS-CON-MOVIM-ID  PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
001960      05  FILLER    PIC X(02)    VALUE SPACES.
001970      05  WS-CON-RESULTADO PIC X(10)    VALUE SPACES.
001980      05  FILLER    PIC X(47)    VALUE SPACES.
001990
002000  01  WS-REG-RESUMEN.
002010      05  FILLER    PIC X(04)    VALUE SPACES.
002020      05  FILLER    PIC X(11)    VALUE 'REGISTROS: '.
002030      05  WS-RES-REGISTROS PIC ZZZ.ZZ9       VALUE ZEROS.
002040      05  FILLER    PIC X(18)    VALUE '  TOTAL EN PESOS: '.
002050      05  WS-RES-PESOS     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002060      05  FILLER    PIC X(16)    VALUE '  EXE.TITULAR: '.
002070      05  WS-RES-TITULAR   PIC ZZZ.ZZ9       VALUE ZEROS.
002080      05  FILLER    PIC X(16)    VALUE '  EXE.REVERSO: '.
002090      05  WS-RES-REVERSO   PIC ZZZ.ZZ9       VALUE ZEROS.
002100      05  FILLER    PIC X(16)    VALUE '  EXE.ALICUOTA:'.
002110      05  WS-RES-ALICUOTA  PIC ZZZ.ZZ9       VALUE ZEROS.
002120      05  FILLER    PIC X(03)    VALUE SPACES.
002130*************************************
002140*             SQL                  *
002150*************************************
002160       EXEC SQL
002170         INCLUDE SQLCA
002180       END-EXEC.
002190
002200       EXEC SQL
002210         INCLUDE TBPERCEP
002220       END-EXEC.
002230
002240       EXEC SQL
002250         INCLUDE TBCLIENT
002260       END-EXEC.
002270
002280       EXEC SQL
002290         DECLARE PERCEP_CURSOR CURSOR FOR
002300          SELECT NRO_CLIENTE, MONEDA,
002310                 SUM(CASE WHEN LADO EQUAL 'D'
002320                          THEN BASE_IMPONIBLE ELSE 0 END),
002330                 SUM(CASE WHEN LADO EQUAL 'D'
002340                          THEN IMPORTE ELSE 0 END),
002350                 SUM(CASE WHEN LADO EQUAL 'C'
002360                          THEN BASE_IMPONIBLE ELSE 0 END),
002370                 SUM(CASE WHEN LADO EQUAL 'C'
002380                          THEN IMPORTE ELSE 0 END),
002390                 SUM(IMPORTE * COTIZ_APLICADA),
002400                 COUNT(*)
002410            FROM ITPFBIO.TBPERCEP
002420           WHERE FECHA LIKE :WS-PATRON-PERIODO
002430             AND COD_EXENCION EQUAL ' '
002440           GROUP BY NRO_CLIENTE, MONEDA
002450           ORDER BY NRO_CLIENTE, MONEDA
002460       END-EXEC.
002470
002480  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
002490*************************************
002500*  MANEJO COMUN DE ERRORES          *
002510*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
002520*  DE RETORNO DEL BATCH             *
002530*************************************
002540     COPY LKERROR.
002550
002560  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
002570  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
002580  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
002590  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
002600*************************************
002610*  CONTROL DE CORRIDAS (RUTCTRL)    *
002620*************************************
002630     COPY LKCTRL.
002640
002650  01  WS-TARJETA-CONTROL.
002660      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
002670      05  CC-RERUN         PIC X(01)  VALUE SPACES.
002680
002690  01  WS-CTL-HOY.
002700      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
002710      05  FILLER       PIC X(01)  VALUE '-'.
002720      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
002730      05  FILLER       PIC X(01)  VALUE '-'.
002740      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
002750
002760  01  WS-CTL-FECHA-AREA.
002770      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
002780      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
002790      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
002800
002810  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
002820  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
002830      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
002840  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
002850*************************************.
002860  PROCEDURE DIVISION.
002870**************************************
002880*  CUERPO PRINCIPAL DEL PROGRAMA     *
002890**************************************
002900  MAIN-PROGRAM.
002910      PERFORM 1000-I-INICIO
002920         THRU 1000-F-INICIO
002930
002940      IF WS-CORRIDA-RECHAZADA
002950         GO TO F-MAIN-PROGRAM
002960      END-IF
002970
002980      PERFORM 2000-I-PROCESO
002990         THRU 2000-F-PROCESO
003000         UNTIL FS-PERCEP-EOF
003010
003020      PERFORM 9999-I-FINAL
003030         THRU 9999-F-FINAL
003040      .
003050  F-MAIN-PROGRAM. GOBACK.
003060**************************************
003070*  CUERPO INICIO APERTURA ARCHIVOS   *
003080**************************************
003090  1000-I-INICIO.
003100      ACCEPT WS-TARJETA-PERIODO FROM SYSIN
003110
003120      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
003130
003140      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
003150
003160      IF WS-CORRIDA-RECHAZADA
003170         GO TO 1000-F-INICIO
003180      END-IF
003190
003200      MOVE SPACES TO WS-PATRON-PERIODO
003210      STRING WS-PERIODO-CARD DELIMITED BY ' '
003220             '%' DELIMITED BY SIZE
003230             INTO WS-PATRON-PERIODO
003240
003250      OPEN OUTPUT SALIDA
003260
003270      IF NOT FS-SALIDA-OK
003280         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
003290         MOVE FS-SALIDA TO LK-ERR-CODIGO
003300         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003310         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
003320         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003330         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003340         SET  FS-PERCEP-EOF TO TRUE
003350      END-IF
003360
003370      OPEN OUTPUT DECLARA
003380
003390      IF NOT FS-DECLARA-OK
003400         DISPLAY '* ERROR EN OPEN DECLARA = ' FS-DECLARA
003410         MOVE FS-DECLARA TO LK-ERR-CODIGO
003420         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003430         MOVE 'OPEN DECLARA' TO LK-ERR-RECURSO
003440         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003450         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003460         SET  FS-PERCEP-EOF TO TRUE
003470      END-IF
003480
003490      PERFORM 9000-I-TITULO
003500         THRU 9000-F-TITULO
003510
003520      PERFORM 5100-I-GRABAR-CABECERA
003530         THRU 5100-F-GRABAR-CABECERA
003540
003550      EXEC SQL
003560         OPEN PERCEP_CURSOR
003570      END-EXEC
003580
003590      IF SQLCODE NOT EQUAL ZEROS
003600         MOVE SQLCODE TO FS-SQLCODE
003610         DISPLAY '* ERROR OPEN CURSOR PERCEP = ' FS-SQLCODE
003620         MOVE FS-SQLCODE TO LK-ERR-CODIGO
003630         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003640         MOVE 'OPEN CURSOR PERCEP' TO LK-ERR-RECURSO
003650         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003660         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003670         SET  FS-PERCEP-EOF TO TRUE
003680      END-IF
003690
003700      PERFORM 3000-I-LEER-PERCEP
003710         THRU 3000-F-LEER-PERCEP
003720      .
003730  1000-F-INICIO. EXIT.
003740**************************************
003750*  CUERPO PRINCIPAL DE PROCESOS      *
003760**************************************
003770  2000-I-PROCESO.
003780      PERFORM 4000-I-LEER-CLIENTE
003790         THRU 4000-F-LEER-CLIENTE
003800
003810      IF NOT FS-PERCEP-EOF
003820         PERFORM 5200-I-GRABAR-DETALLE
003830            THRU 5200-F-GRABAR-DETALLE
003840      END-IF
003850
003860      PERFORM 3000-I-LEER-PERCEP
003870         THRU 3000-F-LEER-PERCEP
003880      .
003890  2000-F-PROCESO. EXIT.
003900**************************************
003910*  LEER TOTALES DE UN CLIENTE EN     *
003920*  UNA MONEDA                        *
003930**************************************
003940  3000-I-LEER-PERCEP.
003950      IF FS-PERCEP-EOF
003960         GO TO 3000-F-LEER-PERCEP
003970      END-IF
003980
003990      EXEC SQL
004000           FETCH PERCEP_CURSOR
004010           INTO  :PER-NRO-CLIENTE,
004020                 :PER-MONEDA,
004030                 :WS-TOT-BASE-DEB,
004040                 :WS-TOT-IMP-DEB,
004050                 :WS-TOT-BASE-CRE,
004060                 :WS-TOT-IMP-CRE,
004070                 :WS-TOT-IMP-PESOS,
004080                 :WS-TOT-CANTIDAD
004090      END-EXEC
004100
004110      EVALUATE SQLCODE
004120
004130      WHEN ZEROS
004140         ADD 1 TO CN-REGISTROS
004150
004160      WHEN +100
004170         SET FS-PERCEP-EOF TO TRUE
004180
004190      WHEN OTHER
004200         ADD 1 TO CN-NOVEDADES-ER
004210         MOVE SQLCODE TO FS-SQLCODE
004220         DISPLAY '* ERROR LEER CURSOR PERCEP = ' FS-SQLCODE
004230         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004240         MOVE '3000-I-LEER-PERCEP' TO LK-ERR-PARRAFO
004250         MOVE 'LEER CURSOR PERCEP' TO LK-ERR-RECURSO
004260         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004270         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004280         SET FS-PERCEP-EOF TO TRUE
004290      END-EVALUATE
004300      .
004310  3000-F-LEER-PERCEP. EXIT.
004320**************************************
004330*  DOCUMENTO Y NOMBRE DEL CLIENTE    *
004340*  (TBCLIENT) - SI FALTA SE DECLARA  *
004350*  IGUAL Y SE AVISA EN EL LISTADO    *
004360**************************************
004370  4000-I-LEER-CLIENTE.
004380      MOVE PER-NRO-CLIENTE TO CLI-NRO-CLIENTE
004390      MOVE SPACES          TO WS-DET-OBSERV
004400
004410      EXEC SQL
004420         SELECT TIPO_DOCUMENTO, NRO_DOCUMENTO,
004430                NOMBRE_CLIENTE, APELLIDO_CLIENTE
004440           INTO :TIPO-DOCUMENTO, :NRO-DOCUMENTO,
004450                :NOMBRE-CLIENTE, :APELLIDO-CLIENTE
004460           FROM ITPFBIO.TBCLIENT
004470          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
004480      END-EXEC
004490
004500      EVALUATE SQLCODE
004510
004520      WHEN ZEROS
004530         CONTINUE
004540
004550      WHEN +100
004560         ADD 1 TO CN-SIN-CLIENTE
004570         MOVE SPACES TO TIPO-DOCUMENTO
004580         MOVE ZEROS  TO NRO-DOCUMENTO
004590         MOVE SPACES TO NOMBRE-CLIENTE
004600         MOVE SPACES TO APELLIDO-CLIENTE
004610         MOVE 'CLIENTE INEXISTENTE' TO WS-DET-OBSERV
004620
004630      WHEN OTHER
004640         ADD 1 TO CN-NOVEDADES-ER
004650         MOVE SQLCODE TO FS-SQLCODE
004660         DISPLAY '* ERROR LEER TBCLIENT = ' FS-SQLCODE
004670         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004680         MOVE '4000-I-LEER-CLIENTE' TO LK-ERR-PARRAFO
004690         MOVE 'LEER TBCLIENT' TO LK-ERR-RECURSO
004700         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004710         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004720         SET FS-PERCEP-EOF TO TRUE
004730      END-EVALUATE
004740      .
004750  4000-F-LEER-CLIENTE. EXIT.
004760**************************************
004770*  CABECERA DEL ARCHIVO DDAFIP       *
004780**************************************
004790  5100-I-GRABAR-CABECERA.
004800      IF FS-PERCEP-EOF
004810         GO TO 5100-F-GRABAR-CABECERA
004820      END-IF
004830
004840      MOVE SPACES            TO REG-AFI-CABECERA
004850      SET AFI-ES-CABECERA    TO TRUE
004860      MOVE WS-CUIT-AGENTE    TO AFI-CAB-CUIT
004870      MOVE WS-PERIODO-CARD   TO AFI-CAB-PERIODO
004880      MOVE CC-FECHA-PROCESO  TO AFI-CAB-FECHA-GEN
004890
004900      WRITE REG-AFI-CABECERA
004910
004920      IF NOT FS-DECLARA-OK
004930         DISPLAY '* ERROR EN GRABAR CABECERA = ' FS-DECLARA
004940         MOVE FS-DECLARA TO LK-ERR-CODIGO
004950         MOVE '5100-I-GRABAR-CABECERA' TO LK-ERR-PARRAFO
004960         MOVE 'GRABAR CABECERA' TO LK-ERR-RECURSO
004970         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004980         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004990         SET  FS-PERCEP-EOF TO TRUE
005000      END-IF
005010      .
005020  5100-F-GRABAR-CABECERA. EXIT.
005030**************************************
005040*  DETALLE DEL CLIENTE/MONEDA EN     *
005050*  DDAFIP Y EN EL LISTADO            *
005060**************************************
005070  5200-I-GRABAR-DETALLE.
005080      MOVE SPACES               TO REG-AFI-DETALLE
005090      SET AFI-ES-DETALLE        TO TRUE
005100      MOVE TIPO-DOCUMENTO       TO AFI-DET-TIPO-DOC
005110      MOVE NRO-DOCUMENTO        TO AFI-DET-NRO-DOC
005120      MOVE PER-NRO-CLIENTE      TO AFI-DET-NRO-CLIENTE
005130      MOVE APELLIDO-CLIENTE     TO AFI-DET-APELLIDO
005140      MOVE NOMBRE-CLIENTE       TO AFI-DET-NOMBRE
005150      MOVE PER-MONEDA           TO AFI-DET-MONEDA
005160      MOVE WS-TOT-BASE-DEB      TO AFI-DET-BASE-DEB
005170      MOVE WS-TOT-IMP-DEB       TO AFI-DET-IMP-DEB
005180      MOVE WS-TOT-BASE-CRE      TO AFI-DET-BASE-CRE
005190      MOVE WS-TOT-IMP-CRE       TO AFI-DET-IMP-CRE
005200      MOVE WS-TOT-IMP-PESOS     TO AFI-DET-IMP-PESOS
005210      MOVE WS-TOT-CANTIDAD      TO AFI-DET-CANTIDAD
005220
005230      WRITE REG-AFI-DETALLE
005240
005250      IF NOT FS-DECLARA-OK
005260         DISPLAY '* ERROR EN GRABAR DECLARA = ' FS-DECLARA
005270         MOVE FS-DECLARA TO LK-ERR-CODIGO
005280         MOVE '5200-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
005290         MOVE 'GRABAR DECLARA' TO LK-ERR-RECURSO
005300         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005310         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005320         SET  FS-PERCEP-EOF TO TRUE
005330         GO TO 5200-F-GRABAR-DETALLE
005340      END-IF
005350
005360      ADD WS-TOT-IMP-PESOS TO CN-TOT-IMP-PESOS
005370
005380      PERFORM 5650-I-ACUM-MONEDA
005390         THRU 5650-F-ACUM-MONEDA
005400
005410      IF CN-CUENTA-LINEA GREATER 60
005420         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
005430      END-IF
005440
005450      MOVE PER-NRO-CLIENTE      TO WS-DET-CLIENTE
005460      MOVE TIPO-DOCUMENTO       TO WS-DET-TIPO-DOC
005470      MOVE NRO-DOCUMENTO        TO WS-DET-NRO-DOC
005480      MOVE APELLIDO-CLIENTE     TO WS-DET-APELLIDO
005490      MOVE PER-MONEDA           TO WS-DET-MONEDA
005500      MOVE WS-TOT-IMP-DEB       TO WS-DET-IMP-DEB
005510      MOVE WS-TOT-IMP-CRE       TO WS-DET-IMP-CRE
005520      MOVE WS-TOT-IMP-PESOS     TO WS-DET-IMP-PESOS
005530
005540      WRITE REG-SALIDA FROM WS-REG-DETALLE
005550
005560      IF NOT FS-SALIDA-OK
005570         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
005580         MOVE FS-SALIDA TO LK-ERR-CODIGO
005590         MOVE '5200-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
005600         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
005610         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005620         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005630         SET  FS-PERCEP-EOF TO TRUE
005640      ELSE
005650         ADD 1 TO CN-CUENTA-LINEA
005660      END-IF
005670      .
005680  5200-F-GRABAR-DETALLE. EXIT.
005690**************************************
005700*  ACUMULAR LO PERCIBIDO POR MONEDA  *
005710**************************************
005720  5650-I-ACUM-MONEDA.
005730      SET CN-MON-IDX TO 1
005740
005750      PERFORM 5660-I-BUSCAR-MONEDA
005760         THRU 5660-F-BUSCAR-MONEDA
005770         UNTIL CN-MON-IDX > CN-MON-CANT
005780            OR CN-MON-MONEDA (CN-MON-IDX) EQUAL PER-MONEDA
005790
005800      IF CN-MON-IDX GREATER CN-MON-CANT
005810         SET CN-MON-CANT UP BY 1
005820         SET CN-MON-IDX  TO CN-MON-CANT
005830         MOVE PER-MONEDA TO CN-MON-MONEDA (CN-MON-IDX)
005840      END-IF
005850
005860      ADD WS-TOT-IMP-DEB TO CN-MON-PERCIBIDO (CN-MON-IDX)
005870      ADD WS-TOT-IMP-CRE TO CN-MON-PERCIBIDO (CN-MON-IDX)
005880      .
005890  5650-F-ACUM-MONEDA. EXIT.
005900**************************************
005910*     BUSCAR MONEDA EN LOS TOTALES   *
005920**************************************
005930  5660-I-BUSCAR-MONEDA.
005940      IF CN-MON-MONEDA (CN-MON-IDX) NOT EQUAL PER-MONEDA
005950         SET CN-MON-IDX UP BY 1
005960      END-IF
005970      .
005980  5660-F-BUSCAR-MONEDA. EXIT.
005990**************************************
006000*  REGISTRO DE TOTALES DE DDAFIP     *
006010**************************************
006020  5300-I-GRABAR-TOTALES.
006030      MOVE SPACES               TO REG-AFI-TOTALES
006040      SET AFI-ES-TOTALES        TO TRUE
006050      MOVE CN-REGISTROS         TO AFI-TOT-REGISTROS
006060      MOVE CN-TOT-IMP-PESOS     TO AFI-TOT-IMP-PESOS
006070
006080      WRITE REG-AFI-TOTALES
006090
006100      IF NOT FS-DECLARA-OK
006110         DISPLAY '* ERROR EN GRABAR TOTALES = ' FS-DECLARA
006120         MOVE FS-DECLARA TO LK-ERR-CODIGO
006130         MOVE '5300-I-GRABAR-TOTALES' TO LK-ERR-PARRAFO
006140         MOVE 'GRABAR TOTALES' TO LK-ERR-RECURSO
006150         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006160         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006170      END-IF
006180      .
006190  5300-F-GRABAR-TOTALES. EXIT.
006200**************************************
006210*  CONCILIAR UNA MONEDA: LO          *
006220*  PERCIBIDO CONTRA LA SUMA DE LOS   *
006230*  MOVIMIENTOS 'ID' DEL PERIODO      *
006240**************************************
006250  5400-I-CONCILIAR-MONEDA.
006260      MOVE CN-MON-MONEDA    (CN-MON-IDX) TO PER-MONEDA
006270      MOVE CN-MON-PERCIBIDO (CN-MON-IDX) TO WS-TOT-PERCIBIDO
006280
006290      EXEC SQL
006300         SELECT VALUE(SUM(IMPORTE), 0)
006310           INTO :WS-TOT-MOVIM-ID
006320           FROM ITPFBIO.TBMOVIM
006330          WHERE TIPO_MOVIMIENTO EQUAL 'ID'
006340            AND MONEDA          EQUAL :PER-MONEDA
006350            AND FECHA LIKE :WS-PATRON-PERIODO
006360      END-EXEC
006370
006380      IF SQLCODE NOT EQUAL ZEROS
006390         ADD 1 TO CN-NOVEDADES-ER
006400         MOVE SQLCODE TO FS-SQLCODE
006410         DISPLAY '* ERROR SUMAR TBMOVIM ID = ' FS-SQLCODE
006420         MOVE FS-SQLCODE TO LK-ERR-CODIGO
006430         MOVE '5400-I-CONCILIAR-MONEDA' TO LK-ERR-PARRAFO
006440         MOVE 'SUMAR TBMOVIM ID' TO LK-ERR-RECURSO
006450         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006460         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006470         MOVE ZEROS TO WS-TOT-MOVIM-ID
006480      END-IF
006490
006500      MOVE PER-MONEDA       TO WS-CON-MONEDA
006510      MOVE WS-TOT-PERCIBIDO TO WS-CON-PERCIBIDO
006520      MOVE WS-TOT-MOVIM-ID  TO WS-CON-MOVIM-ID
006530
006540      IF WS-TOT-PERCIBIDO EQUAL WS-TOT-MOVIM-ID
006550         MOVE 'CONCILIA'   TO WS-CON-RESULTADO
006560      ELSE
006570         MOVE 'DIFERENCIA' TO WS-CON-RESULTADO
006580         SET WS-CON-DIFERENCIA TO TRUE
006590      END-IF
006600
006610      WRITE REG-SALIDA FROM WS-REG-CONCILIA
006620
006630      IF NOT FS-SALIDA-OK
006640         DISPLAY '* ERROR EN GRABAR CONCILIA = ' FS-SALIDA
006650         MOVE FS-SALIDA TO LK-ERR-CODIGO
006660         MOVE '5400-I-CONCILIAR-MONEDA' TO LK-ERR-PARRAFO
006670         MOVE 'GRABAR CONCILIA' TO LK-ERR-RECURSO
006680         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006690         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006700      END-IF
006710
006720      SET CN-MON-IDX UP BY 1
006730      .
006740  5400-F-CONCILIAR-MONEDA. EXIT.
006750**************************************
006760*  MOVIMIENTOS 'ID' DE MONEDAS SIN   *
006770*  PERCEPCIONES GRAVADAS EN EL       *
006780*  PERIODO (NO DEBERIA HABER)        *
006790**************************************
006800  5450-I-CONTROLAR-SOBRANTE.
006810      MOVE ZEROS TO WS-TOT-MOVIM-ID
006820
006830      EXEC SQL
006840         SELECT VALUE(SUM(M.IMPORTE), 0)
006850           INTO :WS-TOT-MOVIM-ID
006860           FROM ITPFBIO.TBMOVIM M
006870          WHERE M.TIPO_MOVIMIENTO EQUAL 'ID'
006880            AND M.FECHA LIKE :WS-PATRON-PERIODO
006890            AND NOT EXISTS
006900                (SELECT 1
006910                   FROM ITPFBIO.TBPERCEP P
006920                  WHERE P.NRO_COMP_IMPUESTO EQUAL
006930                        M.NRO_COMPROBANTE)
006940      END-EXEC
006950
006960      IF SQLCODE NOT EQUAL ZEROS
006970         ADD 1 TO CN-NOVEDADES-ER
006980         MOVE SQLCODE TO FS-SQLCODE
006990         DISPLAY '* ERROR CONTROL TBMOVIM ID = ' FS-SQLCODE
007000         MOVE FS-SQLCODE TO LK-ERR-CODIGO
007010         MOVE '5450-I-CONTROLAR-SOBRANTE' TO LK-ERR-PARRAFO
007020         MOVE 'CONTROL TBMOVIM ID' TO LK-ERR-RECURSO
007030         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007040         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007050         GO TO 5450-F-CONTROLAR-SOBRANTE
007060      END-IF
007070
007080      IF WS-TOT-MOVIM-ID NOT EQUAL ZEROS
007090         MOVE '**'             TO WS-CON-MONEDA
007100         MOVE ZEROS            TO WS-CON-PERCIBIDO
007110         MOVE WS-TOT-MOVIM-ID  TO WS-CON-MOVIM-ID
007120         MOVE 'DIFERENCIA'     TO WS-CON-RESULTADO
007130         SET WS-CON-DIFERENCIA TO TRUE
007140         WRITE REG-SALIDA FROM WS-REG-CONCILIA
007150      END-IF
007160      .
007170  5450-F-CONTROLAR-SOBRANTE. EXIT.
007180**************************************
007190*  CANTIDAD DE EXENTOS DEL PERIODO   *
007200*  POR CODIGO DE EXENCION            *
007210**************************************
007220  5500-I-CONTAR-EXENTOS.
007230      MOVE ZEROS TO WS-CANT-EXENTOS
007240
007250      EXEC SQL
007260         SELECT COUNT(*)
007270           INTO :WS-CANT-EXENTOS
007280           FROM ITPFBIO.TBPERCEP
007290          WHERE FECHA LIKE :WS-PATRON-PERIODO
007300            AND COD_EXENCION EQUAL :WS-COD-EXENCION
007310      END-EXEC
007320
007330      IF SQLCODE NOT EQUAL ZEROS
007340         ADD 1 TO CN-NOVEDADES-ER
007350         MOVE SQLCODE TO FS-SQLCODE
007360         DISPLAY '* ERROR CONTAR EXENTOS = ' FS-SQLCODE
007370         MOVE FS-SQLCODE TO LK-ERR-CODIGO
007380         MOVE '5500-I-CONTAR-EXENTOS' TO LK-ERR-PARRAFO
007390         MOVE 'CONTAR EXENTOS' TO LK-ERR-RECURSO
007400         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007410         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007420         MOVE ZEROS TO WS-CANT-EXENTOS
007430      END-IF
007440      .
007450  5500-F-CONTAR-EXENTOS. EXIT.
007460**************************************
007470*           GRABAR TITULO            *
007480**************************************
007490  9000-I-TITULO.
007500      MOVE WS-PERIODO-CARD TO IP-PERIODO
007510
007520      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
007530
007540      IF NOT FS-SALIDA-OK
007550         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
007560         MOVE FS-SALIDA TO LK-ERR-CODIGO
007570         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
007580         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
007590         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007600         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007610         SET  FS-PERCEP-EOF TO TRUE
007620      ELSE
007630         MOVE 1 TO CN-CUENTA-LINEA
007640      END-IF
007650
007660      WRITE REG-SALIDA FROM IP-ENCABEZADO
007670
007680      IF NOT FS-SALIDA-OK
007690         DISPLAY '* ERROR EN IMPRIMIR ENCABEZADO = ' FS-SALIDA
007700         MOVE FS-SALIDA TO LK-ERR-CODIGO
007710         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
007720         MOVE 'IMPRIMIR ENCABEZAD' TO LK-ERR-RECURSO
007730         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007740         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007750         SET  FS-PERCEP-EOF TO TRUE
007760      ELSE
007770         ADD 1 TO CN-CUENTA-LINEA
007780      END-IF
007790      .
007800  9000-F-TITULO. EXIT.
007810**************************************
007820*  CUERPO FINAL - TOTALES DEL        *
007830*  ARCHIVO, CONCILIACION POR MONEDA  *
007840*  CONTRA EL ASIENTO Y CIERRE        *
007850**************************************
007860  9999-I-FINAL.
007870      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
007880         PERFORM 9500-I-TOTALES-CONCILIA
007890            THRU 9500-F-TOTALES-CONCILIA
007900      END-IF
007910
007920      EXEC SQL
007930         CLOSE PERCEP_CURSOR
007940      END-EXEC
007950
007960      CLOSE DECLARA
007970      IF NOT FS-DECLARA-OK
007980         DISPLAY '* ERROR EN CLOSE DECLARA =  ' FS-DECLARA
007990         MOVE FS-DECLARA TO LK-ERR-CODIGO
008000         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
008010         MOVE 'CLOSE DECLARA' TO LK-ERR-RECURSO
008020         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008030         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008040      END-IF
008050
008060      CLOSE SALIDA
008070      IF NOT FS-SALIDA-OK
008080         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
008090         MOVE FS-SALIDA TO LK-ERR-CODIGO
008100         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
008110         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
008120         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008130         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008140      END-IF
008150
008160      IF CN-REGISTROS EQUAL ZEROS
008170         AND RETURN-CODE EQUAL ZEROS
008180         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
008190      END-IF
008200
008210      DISPLAY 'REGISTROS DECLARADOS   : ' CN-REGISTROS
008220      DISPLAY 'TOTAL PERCIBIDO PESOS  : ' CN-TOT-IMP-PESOS
008230      DISPLAY 'CLIENTES INEXISTENTES  : ' CN-SIN-CLIENTE
008240      DISPLAY 'NOVEDADES CON ERROR    : ' CN-NOVEDADES-ER
008250
008260      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
008270      .
008280  9999-F-FINAL. EXIT.
008290**************************************
008300*  TOTALES DE DDAFIP, CONCILIACION   *
008310*  POR MONEDA CONTRA LOS MOVIMIENTOS *
008320*  'ID' (ASIENTO DE PGMGLD33) Y      *
008330*  EXENTOS DEL PERIODO               *
008340**************************************
008350  9500-I-TOTALES-CONCILIA.
008360      PERFORM 5300-I-GRABAR-TOTALES
008370         THRU 5300-F-GRABAR-TOTALES
008380
008390      WRITE REG-SALIDA FROM IP-TITULO-CONCILIA
008400
008410      SET CN-MON-IDX TO 1
008420
008430      PERFORM 5400-I-CONCILIAR-MONEDA
008440         THRU 5400-F-CONCILIAR-MONEDA
008450         UNTIL CN-MON-IDX GREATER CN-MON-CANT
008460
008470      PERFORM 5450-I-CONTROLAR-SOBRANTE
008480         THRU 5450-F-CONTROLAR-SOBRANTE
008490
008500      MOVE 'T' TO WS-COD-EXENCION
008510      PERFORM 5500-I-CONTAR-EXENTOS THRU 5500-F-CONTAR-EXENTOS
008520      MOVE WS-CANT-EXENTOS TO CN-EXE-TITULAR
008530
008540      MOVE 'R' TO WS-COD-EXENCION
008550      PERFORM 5500-I-CONTAR-EXENTOS THRU 5500-F-CONTAR-EXENTOS
008560      MOVE WS-CANT-EXENTOS TO CN-EXE-REVERSO
008570
008580      MOVE 'E' TO WS-COD-EXENCION
008590      PERFORM 5500-I-CONTAR-EXENTOS THRU 5500-F-CONTAR-EXENTOS
008600      MOVE WS-CANT-EXENTOS TO CN-EXE-ALICUOTA
008610
008620      MOVE CN-REGISTROS     TO WS-RES-REGISTROS
008630      MOVE CN-TOT-IMP-PESOS TO WS-RES-PESOS
008640      MOVE CN-EXE-TITULAR   TO WS-RES-TITULAR
008650      MOVE CN-EXE-REVERSO   TO WS-RES-REVERSO
008660      MOVE CN-EXE-ALICUOTA  TO WS-RES-ALICUOTA
008670
008680      WRITE REG-SALIDA FROM WS-REG-RESUMEN
008690
008700      IF NOT FS-SALIDA-OK
008710         DISPLAY '* ERROR EN GRABAR RESUMEN = ' FS-SALIDA
008720         MOVE FS-SALIDA TO LK-ERR-CODIGO
008730         MOVE '9500-I-TOTALES-CONCILIA' TO LK-ERR-PARRAFO
008740         MOVE 'GRABAR RESUMEN' TO LK-ERR-RECURSO
008750         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008760         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008770      END-IF
008780
008790      IF (WS-CON-DIFERENCIA OR CN-SIN-CLIENTE GREATER ZEROS)
008800         AND RETURN-CODE LESS CT-RC-ERROR-DATOS
008810         MOVE WS-PERIODO-CARD TO LK-ERR-CLAVE
008820         MOVE 'TBPERCEP/TBMOVIM' TO LK-ERR-RECURSO
008830         MOVE '9500-I-TOTALES-CONCILIA' TO LK-ERR-PARRAFO
008840         MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
008850         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008860      END-IF
008870      .
008880  9500-F-TOTALES-CONCILIA. EXIT.
008890**************************************
008900*  REGISTRO DE INICIO EN TBCONTROL   *
008910*  (RUTCTRL), CLAVEADO POR PERIODO   *
008920*  AAAA-MM: EL MISMO PERIODO NO SE   *
008930*  DECLARA DOS VECES SIN RELANZAR    *
008940**************************************
008950  1100-I-CONTROL-INICIO.
008960      IF CC-FECHA-PROCESO EQUAL SPACES
008970         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
008980         MOVE CTL-AREA-AA TO CTL-HOY-AA
008990         MOVE CTL-AREA-MM TO CTL-HOY-MM
009000         MOVE CTL-AREA-DD TO CTL-HOY-DD
009010         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
009020      END-IF
009030
009040      IF WS-PERIODO-CARD EQUAL SPACES
009050         MOVE CC-FECHA-PROCESO (1:7) TO WS-PERIODO-CARD
009060      END-IF
009070
009080      SET LK-CTL-INICIO TO TRUE
009090      MOVE 'PGMAFI33' TO LK-CTL-PROGRAMA
009100      MOVE WS-PERIODO-CARD TO LK-CTL-FECHA
009110      MOVE CC-RERUN TO LK-CTL-RERUN
009120      MOVE ZEROS TO LK-CTL-CONTADOR
009130
009140      MOVE RETURN-CODE TO WS-RC-GUARDADO
009150      CALL 'RUTCTRL' USING LK-CTL-AREA
009160      MOVE WS-RC-GUARDADO TO RETURN-CODE
009170
009180      IF LK-CTL-YA-CORRIO
009190         DISPLAY '* DECLARACION YA GENERADA PARA EL PERIODO '
009200                 WS-PERIODO-CARD
009210         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
009220         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
009230         SET FS-PERCEP-EOF TO TRUE
009240         SET WS-CORRIDA-RECHAZADA TO TRUE
009250      END-IF
009260
009270      IF LK-CTL-ERROR
009280         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009290         SET FS-PERCEP-EOF TO TRUE
009300         SET WS-CORRIDA-RECHAZADA TO TRUE
009310      END-IF
009320      .
009330  1100-F-CONTROL-INICIO. EXIT.
009340**************************************
009350*  REGISTRO DE FIN EXITOSO EN        *
009360*  TBCONTROL CON LA CANTIDAD DE      *
009370*  REGISTROS DECLARADOS              *
009380**************************************
009390  1200-I-CONTROL-FIN.
009400      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
009410         GO TO 1200-F-CONTROL-FIN
009420      END-IF
009430
009440      SET LK-CTL-FIN TO TRUE
009450      MOVE CN-REGISTROS TO LK-CTL-CONTADOR
009460
009470      MOVE RETURN-CODE TO WS-RC-GUARDADO
009480      CALL 'RUTCTRL' USING LK-CTL-AREA
009490      MOVE WS-RC-GUARDADO TO RETURN-CODE
009500      .
009510  1200-F-CONTROL-FIN. EXIT.
009520
009530*************************************
009540*  GRABAR EL ERROR ESTRUCTURADO EN  *
009550*  EL LOG COMUN (RUTERROR)          *
009560*************************************
009570  9900-I-ERROR.
009580      MOVE 'PGMAFI33' TO LK-ERR-PROGRAMA
009590
009600      MOVE RETURN-CODE TO WS-RC-GUARDADO
009610
009620      CALL 'RUTERROR' USING LK-ERR-AREA
009630
009640      MOVE WS-RC-GUARDADO TO RETURN-CODE
009650
009660      MOVE SPACES TO LK-ERR-RECURSO
009670
009680      MOVE SPACES TO LK-ERR-CODIGO
009690      .
009700  9900-F-ERROR. EXIT.
