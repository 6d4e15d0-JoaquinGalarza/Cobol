000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMRRG33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* REGIMEN INFORMATIVO TRIMESTRAL DE RECLAMOS   *
000110*         * AL BCRA: RECIBIDOS, RESUELTOS EN Y FUERA  * JCR *
000120*         * DE PLAZO, A FAVOR, DESFAVORABLES Y           *
000130*         * PENDIENTES AL CIERRE POR CATEGORIA Y         *
000140*         * SUCURSAL, CON LISTADO Y ARCHIVO DDBCRA       *
000150*************************************
000160  ENVIRONMENT DIVISION.
000170  CONFIGURATION SECTION.
000180  SPECIAL-NAMES.
000190      DECIMAL-POINT IS COMMA.
000200  INPUT-OUTPUT SECTION.
000210  FILE-CONTROL.
000220        SELECT SALIDA ASSIGN DDSALI
000230               FILE STATUS IS FS-SALIDA.
000240
000250        SELECT INFORMA ASSIGN DDBCRA
000260               FILE STATUS IS FS-INFORMA.
000270
000280  DATA DIVISION.
000290  FILE SECTION.
000300  FD SALIDA
000310       BLOCK CONTAINS 0 RECORDS
000320       RECORDING MODE IS F.
000330
000340  01 REG-SALIDA PIC X(132).
000350
000360  FD INFORMA
000370       BLOCK CONTAINS 0 RECORDS
000380       RECORDING MODE IS F.
000390
000400  01 REG-INF-CABECERA.
000410      05 INF-TIPO-REG         PIC X(01).
000420         88 INF-ES-CABECERA           VALUE 'H'.
000430         88 INF-ES-DETALLE            VALUE 'D'.
000440         88 INF-ES-TOTALES            VALUE 'T'.
000450      05 INF-CAB-ENTIDAD      PIC 9(05).
000460      05 INF-CAB-PERIODO      PIC X(06).
000470      05 INF-CAB-DESDE        PIC X(10).
000480      05 INF-CAB-HASTA        PIC X(10).
000490      05 INF-CAB-FECHA-GEN    PIC X(10).
000500      05 FILLER               PIC X(58).
000510
000520  01 REG-INF-DETALLE.
000530      05 FILLER               PIC X(01).
000540      05 INF-DET-CATEGORIA    PIC X(02).
000550      05 INF-DET-SUCURSAL     PIC X(04).
000560      05 INF-DET-RECIBIDOS    PIC 9(07).
000570      05 INF-DET-EN-PLAZO     PIC 9(07).
000580      05 INF-DET-FUERA-PLAZO  PIC 9(07).
000590      05 INF-DET-A-FAVOR      PIC 9(07).
000600      05 INF-DET-DESFAVOR     PIC 9(07).
000610      05 INF-DET-PENDIENTES   PIC 9(07).
000620      05 INF-DET-PEND-VENC    PIC 9(07).
000630      05 FILLER               PIC X(44).
000640
000650  01 REG-INF-TOTALES.
000660      05 FILLER               PIC X(01).
000670      05 INF-TOT-REGISTROS    PIC 9(07).
000680      05 INF-TOT-RECIBIDOS    PIC 9(07).
000690      05 INF-TOT-EN-PLAZO     PIC 9(07).
000700      05 INF-TOT-FUERA-PLAZO  PIC 9(07).
000710      05 INF-TOT-A-FAVOR      PIC 9(07).
000720      05 INF-TOT-DESFAVOR     PIC 9(07).
000730      05 INF-TOT-PENDIENTES   PIC 9(07).
000740      05 INF-TOT-PEND-VENC    PIC 9(07).
000750      05 FILLER               PIC X(43).
000760*************************************
000770*             WORKING              *
000780*************************************
000790  WORKING-STORAGE SECTION.
000800  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000810*************************************
000820*           FILE STATUS            *
000830*************************************
000840  01  FS-FILE-STATUS.
000850      05  FS-RECLAMO      PIC X     VALUE SPACES.
000860          88  FS-RECLAMO-OK         VALUE 'Y'.
000870          88  FS-RECLAMO-EOF        VALUE 'N'.
000880      05  FS-SALIDA       PIC XX    VALUE SPACES.
000890          88  FS-SALIDA-OK          VALUE '00'.
000900      05  FS-INFORMA      PIC XX    VALUE SPACES.
000910          88  FS-INFORMA-OK         VALUE '00'.
000920*************************************
000930*          CONTADORES              *
000940*************************************
000950  01 CN-CONTADORES.
000960      05 CN-REGISTROS          PIC 9(07)  VALUE ZEROS.
000970      05 CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
000980*************************************
000990*  CANTIDADES DE LA FILA LEIDA      *
001000*  (CATEGORIA Y SUCURSAL)           *
001010*************************************
001020  01  CN-FILA.
001030      05  CN-FIL-RECIBIDOS     PIC S9(09) COMP VALUE ZEROS.
001040      05  CN-FIL-EN-PLAZO      PIC S9(09) COMP VALUE ZEROS.
001050      05  CN-FIL-FUERA-PLAZO   PIC S9(09) COMP VALUE ZEROS.
001060      05  CN-FIL-A-FAVOR       PIC S9(09) COMP VALUE ZEROS.
001070      05  CN-FIL-DESFAVOR      PIC S9(09) COMP VALUE ZEROS.
001080      05  CN-FIL-PENDIENTES    PIC S9(09) COMP VALUE ZEROS.
001090      05  CN-FIL-PEND-VENC     PIC S9(09) COMP VALUE ZEROS.
001100*************************************
001110*  TOTALES POR CATEGORIA Y GENERAL  *
001120*************************************
001130  01  CN-TOT-CATEGORIA.
001140      05  CN-CAT-RECIBIDOS     PIC 9(07)  VALUE ZEROS.
001150      05  CN-CAT-EN-PLAZO      PIC 9(07)  VALUE ZEROS.
001160      05  CN-CAT-FUERA-PLAZO   PIC 9(07)  VALUE ZEROS.
001170      05  CN-CAT-A-FAVOR       PIC 9(07)  VALUE ZEROS.
001180      05  CN-CAT-DESFAVOR      PIC 9(07)  VALUE ZEROS.
001190      05  CN-CAT-PENDIENTES    PIC 9(07)  VALUE ZEROS.
001200      05  CN-CAT-PEND-VENC     PIC 9(07)  VALUE ZEROS.
001210
001220  01  CN-TOT-GENERAL.
001230      05  CN-GEN-RECIBIDOS     PIC 9(07)  VALUE ZEROS.
001240      05  CN-GEN-EN-PLAZO      PIC 9(07)  VALUE ZEROS.
001250      05  CN-GEN-FUERA-PLAZO   PIC 9(07)  VALUE ZEROS.
001260      05  CN-GEN-A-FAVOR       PIC 9(07)  VALUE ZEROS.
001270      05  CN-GEN-DESFAVOR      PIC 9(07)  VALUE ZEROS.
001280      05  CN-GEN-PENDIENTES    PIC 9(07)  VALUE ZEROS.
001290      05  CN-GEN-PEND-VENC     PIC 9(07)  VALUE ZEROS.
001300*************************************
001310*  CATEGORIAS DE RECLAMO (LAS DE    *
001320*  LA PANTALLA DE PGMRCL33)         *
001330*************************************
001340  01  WS-TAB-DESC-CATEG.
001350      05  FILLER           PIC X(30) VALUE
001360       'MOVIMIENTO NO RECONOCIDO'.
001370      05  FILLER           PIC X(30) VALUE
001380       'CARGOS Y COMISIONES'.
001390      05  FILLER           PIC X(30) VALUE
001400       'TARJETAS'.
001410      05  FILLER           PIC X(30) VALUE
001420       'TRANSFERENCIAS'.
001430      05  FILLER           PIC X(30) VALUE
001440       'CAJEROS Y EFECTIVO'.
001450      05  FILLER           PIC X(30) VALUE
001460       'ATENCION AL CLIENTE'.
001470      05  FILLER           PIC X(30) VALUE
001480       'PLAZOS FIJOS Y PRESTAMOS'.
001490      05  FILLER           PIC X(30) VALUE
001500       'OTROS'.
001510  01  WS-TAB-DESC REDEFINES WS-TAB-DESC-CATEG.
001520      05  WS-DESC-CATEG    PIC X(30) OCCURS 8 TIMES.
001530  77  WS-NRO-CATEG         PIC 9(02)            VALUE ZEROS.
001540*************************************
001550*      AREA DE CORTE               *
001560*************************************
001570  77  WS-CATEGORIA-ANT     PIC X(02)            VALUE SPACES.
001580  77  WS-NOMBRE-CATEG      PIC X(30)            VALUE SPACES.
001590  77  WS-NOMBRE-SUC        PIC X(30)            VALUE SPACES.
001600  01  WS-PRIMER-RECLAMO    PIC X(01)   VALUE 'S'.
001610      88  WS-ES-PRIMERO                VALUE 'S'.
001620*************************************
001630*  TARJETA SYSIN: TRIMESTRE         *
001640*  (AAAA-T) Y CODIGO DE ENTIDAD     *
001650*************************************
001660  01  WS-TARJETA-TRIM.
001670      05  WS-TRI-ANIO      PIC X(04)   VALUE SPACES.
001680      05  FILLER           PIC X(01)   VALUE SPACES.
001690      05  WS-TRI-NRO       PIC X(01)   VALUE SPACES.
001700      05  FILLER           PIC X(01)   VALUE SPACES.
001710      05  WS-COD-ENTIDAD   PIC 9(05)   VALUE ZEROS.
001720  01  WS-TRI-NUM REDEFINES WS-TARJETA-TRIM.
001730      05  WS-TRI-ANIO-9    PIC 9(04).
001740      05  FILLER           PIC X(01).
001750      05  WS-TRI-NRO-9     PIC 9(01).
001760      05  FILLER           PIC X(06).
001770  01  WS-PERIODO           PIC X(06)   VALUE SPACES.
001780  01  WS-FECHA-DESDE       PIC X(10)   VALUE SPACES.
001790  01  WS-FECHA-HASTA       PIC X(10)   VALUE SPACES.
001800  77  WS-MES-PROCESO       PIC 9(02)   VALUE ZEROS.
001810*************************************
001820*       VARIABLES IMPRESION        *
001830*************************************
001840  01  IP-TITULO.
001850      05  FILLER      PIC X(10) VALUE  SPACES.
001860      05  FILLER      PIC X(36) VALUE
001870       'RECLAMOS DE CLIENTES - REGIMEN BCRA'.
001880      05  FILLER      PIC X(09) VALUE  'ENTIDAD: '.
001890      05  IP-ENTIDAD  PIC 9(05) VALUE  ZEROS.
001900      05  FILLER      PIC X(11) VALUE  '  PERIODO: '.
001910      05  IP-PERIODO  PIC X(06) VALUE  SPACES.
001920      05  FILLER      PIC X(02) VALUE  ' ('.
001930      05  IP-DESDE    PIC X(10) VALUE  SPACES.
001940      05  FILLER      PIC X(03) VALUE  ' A '.
001950      05  IP-HASTA    PIC X(10) VALUE  SPACES.
001960      05  FILLER      PIC X(30) VALUE  ')'.
001970
001980  01  IP-CATEGORIA.
001990      05  FILLER      PIC X(10) VALUE  'CATEGORIA '.
002000      05  IP-CAT-COD  PIC X(02) VALUE  SPACES.
002010      05  FILLER      PIC X(03) VALUE  ' - '.
002020      05  IP-CAT-NOM  PIC X(30) VALUE  SPACES.
002030      05  FILLER      PIC X(87) VALUE  SPACES.
002040
002050  01  IP-ENCABEZADO.
002060      05  FILLER    PIC X(36)    VALUE 'SUCURSAL'.
002070      05  FILLER    PIC X(11)    VALUE '  RECIBIDOS'.
002080      05  FILLER    PIC X(11)    VALUE '   EN PLAZO'.
002090      05  FILLER    PIC X(11)    VALUE ' FUERA PLAZ'.
002100      05  FILLER    PIC X(11)    VALUE '   A FAVOR'.
002110      05  FILLER    PIC X(11)    VALUE ' DESFAVORAB'.
002120      05  FILLER    PIC X(11)    VALUE ' PENDIENTES'.
002130      05  FILLER    PIC X(11)    VALUE ' PEND.VENC.'.
002140      05  FILLER    PIC X(19)    VALUE SPACES.
002150
002160  01  WS-REG-DETALLE.
002170      05  WS-DET-SUCURSAL  PIC X(04)    VALUE SPACES.
002180      05  FILLER           PIC X(01)    VALUE SPACES.
002190      05  WS-DET-NOMBRE    PIC X(30)    VALUE SPACES.
002200      05  FILLER           PIC X(01)    VALUE SPACES.
002210      05  WS-DET-RECIBIDOS PIC Z.ZZZ.ZZ9 VALUE ZEROS.
002220      05  FILLER           PIC X(02)    VALUE SPACES.
002230      05  WS-DET-EN-PLAZO  PIC Z.ZZZ.ZZ9 VALUE ZEROS.
002240      05  FILLER           PIC X(02)    VALUE SPACES.
002250      05  WS-DET-FUERA     PIC Z.ZZZ.ZZ9 VALUE ZEROS.
002260      05  FILLER           PIC X(02)    VALUE SPACES.
002270      05  WS-DET-A-FAVOR   PIC Z.ZZZ.ZZ9 VALUE ZEROS.
002280      05  FILLER           PIC X(02)    VALUE SPACES.
002290      05  WS-DET-DESFAVOR  PIC Z.ZZZ.ZZ9 VALUE ZEROS.
002300      05  FILLER           PIC X(02)    VALUE SPACES.
002310      05  WS-DET-PENDIENTES PIC Z.ZZZ.ZZ9 VALUE ZEROS.
002320      05  FILLER           PIC X(02)    VALUE SPACES.
002330      05  WS-DET-PEND-VENC PIC Z.ZZZ.ZZ9 VALUE ZEROS.
002340      05  FILLER           PIC X(19)    VALUE SPACES.
002350*************************************
002360*             SQL                  *
002370*************************************
002380       EXEC SQL
002390         INCLUDE SQLCA
002400       END-EXEC.
002410
002420       EXEC SQL
002430         INCLUDE TBRECLAM
002440       END-EXEC.
002450
002460       EXEC SQL
002470         INCLUDE TBSUCURS
002480       END-EXEC.
002490*************************************
002500*  RECLAMOS VIVOS EN EL TRIMESTRE   *
002510*  POR CATEGORIA Y SUCURSAL: LOS    *
002520*  RECIBIDOS, LOS RESUELTOS EN EL   *
002530*  TRIMESTRE (EN PLAZO O FUERA DE   *
002540*  PLAZO, A FAVOR O DESFAVORABLES)  *
002550*  Y LOS PENDIENTES AL CIERRE,      *
002560*  CON LOS YA VENCIDOS A ESA FECHA  *
002570*************************************
002580       EXEC SQL
002590         DECLARE REGIMEN_CURSOR CURSOR FOR
002600          SELECT CATEGORIA, SUCURSAL,
002610                 SUM(CASE WHEN FECHA_ALTA
002620                          BETWEEN :WS-FECHA-DESDE
002630                              AND :WS-FECHA-HASTA
002640                          THEN 1 ELSE 0 END),
002650                 SUM(CASE WHEN ESTADO IN ('F', 'N')
002660                           AND FECHA_RESOL
002670                          BETWEEN :WS-FECHA-DESDE
002680                              AND :WS-FECHA-HASTA
002690                           AND FECHA_RESOL NOT GREATER
002700                               FECHA_LIMITE
002710                          THEN 1 ELSE 0 END),
002720                 SUM(CASE WHEN ESTADO IN ('F', 'N')
002730                           AND FECHA_RESOL
002740                          BETWEEN :WS-FECHA-DESDE
002750                              AND :WS-FECHA-HASTA
002760                           AND FECHA_RESOL GREATER FECHA_LIMITE
002770                          THEN 1 ELSE 0 END),
002780                 SUM(CASE WHEN ESTADO EQUAL 'F'
002790                           AND FECHA_RESOL
002800                          BETWEEN :WS-FECHA-DESDE
002810                              AND :WS-FECHA-HASTA
002820                          THEN 1 ELSE 0 END),
002830                 SUM(CASE WHEN ESTADO EQUAL 'N'
002840                           AND FECHA_RESOL
002850                          BETWEEN :WS-FECHA-DESDE
002860                              AND :WS-FECHA-HASTA
002870                          THEN 1 ELSE 0 END),
002880                 SUM(CASE WHEN ESTADO IN ('A', 'E', 'D')
002890                            OR FECHA_RESOL GREATER
002900                               :WS-FECHA-HASTA
002910                          THEN 1 ELSE 0 END),
002920                 SUM(CASE WHEN (ESTADO IN ('A', 'E', 'D')
002930                            OR FECHA_RESOL GREATER
002940                               :WS-FECHA-HASTA)
002950                           AND FECHA_LIMITE LESS :WS-FECHA-HASTA
002960                          THEN 1 ELSE 0 END)
002970            FROM ITPFBIO.TBRECLAMOS
002980           WHERE FECHA_ALTA NOT GREATER :WS-FECHA-HASTA
002990             AND (ESTADO IN ('A', 'E', 'D')
003000              OR  FECHA_RESOL NOT LESS :WS-FECHA-DESDE)
003010           GROUP BY CATEGORIA, SUCURSAL
003020           ORDER BY CATEGORIA, SUCURSAL
003030       END-EXEC.
003040
003050  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
003060*************************************
003070*  MANEJO COMUN DE ERRORES          *
003080*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
003090*  DE RETORNO DEL BATCH             *
003100*************************************
003110     COPY LKERROR.
003120
003130  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
003140  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
003150  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
003160  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
003170*************************************
003180*  CONTROL DE CORRIDAS (RUTCTRL)    *
003190*************************************
003200     COPY LKCTRL.
003210
003220  01  WS-TARJETA-CONTROL.
003230      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
003240      05  CC-RERUN         PIC X(01)  VALUE SPACES.
003250
003260  01  WS-CTL-HOY.
003270      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
003280      05  FILLER       PIC X(01)  VALUE '-'.
003290      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
003300      05  FILLER       PIC X(01)  VALUE '-'.
003310      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
003320
003330  01  WS-CTL-FECHA-AREA.
003340      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
003350      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
003360      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
003370
003380  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
003390  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
003400      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
003410  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
003420*************************************.
003430  PROCEDURE DIVISION.
003440**************************************
003450*  CUERPO PRINCIPAL DEL PROGRAMA     *
003460**************************************
003470  MAIN-PROGRAM.
003480      PERFORM 1000-I-INICIO
003490         THRU 1000-F-INICIO
003500
003510      IF WS-CORRIDA-RECHAZADA
003520         GO TO F-MAIN-PROGRAM
003530      END-IF
003540
003550      PERFORM 2000-I-PROCESO
003560         THRU 2000-F-PROCESO
003570         UNTIL FS-RECLAMO-EOF
003580
003590      PERFORM 9999-I-FINAL
003600         THRU 9999-F-FINAL
003610      .
003620  F-MAIN-PROGRAM. GOBACK.
003630**************************************
003640*  CUERPO INICIO APERTURA ARCHIVOS   *
003650**************************************
003660  1000-I-INICIO.
003670      ACCEPT WS-TARJETA-TRIM FROM SYSIN
003680
003690      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
003700
003710      PERFORM 1050-I-PERIODO THRU 1050-F-PERIODO
003720
003730      IF WS-CORRIDA-RECHAZADA
003740         GO TO 1000-F-INICIO
003750      END-IF
003760
003770      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
003780
003790      IF WS-CORRIDA-RECHAZADA
003800         GO TO 1000-F-INICIO
003810      END-IF
003820
003830      OPEN OUTPUT SALIDA
003840
003850      IF NOT FS-SALIDA-OK
003860         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
003870         MOVE FS-SALIDA TO LK-ERR-CODIGO
003880         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003890         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
003900         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003910         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003920         SET  FS-RECLAMO-EOF TO TRUE
003930      END-IF
003940
003950      OPEN OUTPUT INFORMA
003960
003970      IF NOT FS-INFORMA-OK
003980         DISPLAY '* ERROR EN OPEN INFORMA = ' FS-INFORMA
003990         MOVE FS-INFORMA TO LK-ERR-CODIGO
004000         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004010         MOVE 'OPEN INFORMA' TO LK-ERR-RECURSO
004020         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004030         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004040         SET  FS-RECLAMO-EOF TO TRUE
004050      END-IF
004060
004070      MOVE WS-COD-ENTIDAD TO IP-ENTIDAD
004080      MOVE WS-PERIODO     TO IP-PERIODO
004090      MOVE WS-FECHA-DESDE TO IP-DESDE
004100      MOVE WS-FECHA-HASTA TO IP-HASTA
004110
004120      PERFORM 5100-I-GRABAR-CABECERA
004130         THRU 5100-F-GRABAR-CABECERA
004140
004150      EXEC SQL
004160         OPEN REGIMEN_CURSOR
004170      END-EXEC
004180
004190      IF SQLCODE NOT EQUAL ZEROS
004200         MOVE SQLCODE TO FS-SQLCODE
004210         DISPLAY '* ERROR OPEN CURSOR REGIMEN = ' FS-SQLCODE
004220         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004230         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004240         MOVE 'OPEN CURSOR REGIMEN' TO LK-ERR-RECURSO
004250         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004260         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004270         SET  FS-RECLAMO-EOF TO TRUE
004280      END-IF
004290
004300      PERFORM 3000-I-LEER-REGIMEN
004310         THRU 3000-F-LEER-REGIMEN
004320      .
004330  1000-F-INICIO. EXIT.
004340**************************************
004350*  TRIMESTRE A INFORMAR: SIN TARJETA *
004360*  EL ANTERIOR A LA FECHA DE PROCESO.*
004370*  DESDE/HASTA SON EL PRIMER Y EL    *
004380*  ULTIMO DIA DEL TRIMESTRE          *
004390**************************************
004400  1050-I-PERIODO.
004410      IF CC-FECHA-PROCESO EQUAL SPACES
004420         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
004430         MOVE CTL-AREA-AA TO CTL-HOY-AA
004440         MOVE CTL-AREA-MM TO CTL-HOY-MM
004450         MOVE CTL-AREA-DD TO CTL-HOY-DD
004460         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
004470      END-IF
004480
004490      IF WS-TRI-ANIO EQUAL SPACES
004500         MOVE CC-FECHA-PROCESO (1:4) TO WS-TRI-ANIO
004510         MOVE CC-FECHA-PROCESO (6:2) TO WS-MES-PROCESO
004520         EVALUATE TRUE
004530            WHEN WS-MES-PROCESO LESS 4
004540               SUBTRACT 1 FROM WS-TRI-ANIO-9
004550               MOVE '4' TO WS-TRI-NRO
004560            WHEN WS-MES-PROCESO LESS 7
004570               MOVE '1' TO WS-TRI-NRO
004580            WHEN WS-MES-PROCESO LESS 10
004590               MOVE '2' TO WS-TRI-NRO
004600            WHEN OTHER
004610               MOVE '3' TO WS-TRI-NRO
004620         END-EVALUATE
004630      END-IF
004640
004650      IF WS-TRI-ANIO NOT NUMERIC
004660         OR WS-TRI-NRO LESS '1'
004670         OR WS-TRI-NRO GREATER '4'
004680         OR WS-COD-ENTIDAD NOT NUMERIC
004690         OR WS-COD-ENTIDAD EQUAL ZEROS
004700         DISPLAY '* TRIMESTRE O ENTIDAD INVALIDOS EN LA TARJETA: '
004710                 WS-TARJETA-TRIM
004720         MOVE SPACES TO LK-ERR-CODIGO
004730         MOVE '1050-I-PERIODO' TO LK-ERR-PARRAFO
004740         MOVE 'TARJETA TRIMESTRE' TO LK-ERR-RECURSO
004750         MOVE WS-TARJETA-TRIM TO LK-ERR-CLAVE
004760         MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
004770         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004780         SET WS-CORRIDA-RECHAZADA TO TRUE
004790         GO TO 1050-F-PERIODO
004800      END-IF
004810
004820      MOVE SPACES TO WS-PERIODO
004830      STRING WS-TRI-ANIO DELIMITED BY SIZE
004840             '-'         DELIMITED BY SIZE
004850             WS-TRI-NRO  DELIMITED BY SIZE
004860             INTO WS-PERIODO
004870
004880      MOVE WS-TRI-ANIO TO WS-FECHA-DESDE (1:4)
004890      MOVE WS-TRI-ANIO TO WS-FECHA-HASTA (1:4)
004900
004910      EVALUATE WS-TRI-NRO-9
004920         WHEN 1
004930            MOVE '-01-01' TO WS-FECHA-DESDE (5:6)
004940            MOVE '-03-31' TO WS-FECHA-HASTA (5:6)
004950         WHEN 2
004960            MOVE '-04-01' TO WS-FECHA-DESDE (5:6)
004970            MOVE '-06-30' TO WS-FECHA-HASTA (5:6)
004980         WHEN 3
004990            MOVE '-07-01' TO WS-FECHA-DESDE (5:6)
005000            MOVE '-09-30' TO WS-FECHA-HASTA (5:6)
005010         WHEN OTHER
005020            MOVE '-10-01' TO WS-FECHA-DESDE (5:6)
005030            MOVE '-12-31' TO WS-FECHA-HASTA (5:6)
005040      END-EVALUATE
005050      .
005060  1050-F-PERIODO. EXIT.
005070**************************************
005080*  CUERPO PRINCIPAL DE PROCESOS:     *
005090*  CORTE POR CATEGORIA Y UNA LINEA   *
005100*  POR SUCURSAL                      *
005110**************************************
005120  2000-I-PROCESO.
005130      IF WS-ES-PRIMERO
005140         OR REC-CATEGORIA NOT EQUAL WS-CATEGORIA-ANT
005150         IF NOT WS-ES-PRIMERO
005160            PERFORM 5800-I-CERRAR-CATEGORIA
005170               THRU 5800-F-CERRAR-CATEGORIA
005180         END-IF
005190         MOVE 'N'           TO WS-PRIMER-RECLAMO
005200         MOVE REC-CATEGORIA TO WS-CATEGORIA-ANT
005210         PERFORM 5700-I-ABRIR-CATEGORIA
005220            THRU 5700-F-ABRIR-CATEGORIA
005230      END-IF
005240
005250      PERFORM 5500-I-GRABAR-DETALLE
005260         THRU 5500-F-GRABAR-DETALLE
005270
005280      PERFORM 3000-I-LEER-REGIMEN
005290         THRU 3000-F-LEER-REGIMEN
005300      .
005310  2000-F-PROCESO. EXIT.
005320**************************************
005330*     LEER CATEGORIA Y SUCURSAL      *
005340**************************************
005350  3000-I-LEER-REGIMEN.
005360      IF FS-RECLAMO-EOF
005370         GO TO 3000-F-LEER-REGIMEN
005380      END-IF
005390
005400      EXEC SQL
005410           FETCH REGIMEN_CURSOR
005420           INTO  :REC-CATEGORIA,
005430                 :REC-SUCURSAL,
005440                 :CN-FIL-RECIBIDOS,
005450                 :CN-FIL-EN-PLAZO,
005460                 :CN-FIL-FUERA-PLAZO,
005470                 :CN-FIL-A-FAVOR,
005480                 :CN-FIL-DESFAVOR,
005490                 :CN-FIL-PENDIENTES,
005500                 :CN-FIL-PEND-VENC
005510      END-EXEC
005520
005530      EVALUATE SQLCODE
005540
005550      WHEN ZEROS
005560         MOVE SPACES        TO LK-ERR-CLAVE
005570         STRING REC-CATEGORIA ' ' REC-SUCURSAL
005580                DELIMITED BY SIZE
005590                INTO LK-ERR-CLAVE
005600
005610      WHEN +100
005620         SET FS-RECLAMO-EOF TO TRUE
005630
005640      WHEN OTHER
005650         MOVE SQLCODE TO FS-SQLCODE
005660         DISPLAY '* ERROR LEER CURSOR REGIMEN = ' FS-SQLCODE
005670         MOVE FS-SQLCODE TO LK-ERR-CODIGO
005680         MOVE '3000-I-LEER-REGIMEN' TO LK-ERR-PARRAFO
005690         MOVE 'LEER CURSOR REGIMEN' TO LK-ERR-RECURSO
005700         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005710         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005720         SET FS-RECLAMO-EOF TO TRUE
005730      END-EVALUATE
005740      .
005750  3000-F-LEER-REGIMEN. EXIT.
005760**************************************
005770*  CABECERA DEL ARCHIVO AL BCRA      *
005780**************************************
005790  5100-I-GRABAR-CABECERA.
005800      IF FS-RECLAMO-EOF
005810         GO TO 5100-F-GRABAR-CABECERA
005820      END-IF
005830
005840      MOVE SPACES            TO REG-INF-CABECERA
005850      SET INF-ES-CABECERA    TO TRUE
005860      MOVE WS-COD-ENTIDAD    TO INF-CAB-ENTIDAD
005870      MOVE WS-PERIODO        TO INF-CAB-PERIODO
005880      MOVE WS-FECHA-DESDE    TO INF-CAB-DESDE
005890      MOVE WS-FECHA-HASTA    TO INF-CAB-HASTA
005900      MOVE CC-FECHA-PROCESO  TO INF-CAB-FECHA-GEN
005910
005920      WRITE REG-INF-CABECERA
005930
005940      IF NOT FS-INFORMA-OK
005950         DISPLAY '* ERROR EN GRABAR CABECERA = ' FS-INFORMA
005960         MOVE FS-INFORMA TO LK-ERR-CODIGO
005970         MOVE '5100-I-GRABAR-CABECERA' TO LK-ERR-PARRAFO
005980         MOVE 'GRABAR CABECERA' TO LK-ERR-RECURSO
005990         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006000         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006010         SET  FS-RECLAMO-EOF TO TRUE
006020      END-IF
006030      .
006040  5100-F-GRABAR-CABECERA. EXIT.
006050**************************************
006060*  REGISTRO DE TOTALES DEL ARCHIVO   *
006070**************************************
006080  5300-I-GRABAR-TOTALES.
006090      MOVE SPACES               TO REG-INF-TOTALES
006100      SET INF-ES-TOTALES        TO TRUE
006110      MOVE CN-REGISTROS         TO INF-TOT-REGISTROS
006120      MOVE CN-GEN-RECIBIDOS     TO INF-TOT-RECIBIDOS
006130      MOVE CN-GEN-EN-PLAZO      TO INF-TOT-EN-PLAZO
006140      MOVE CN-GEN-FUERA-PLAZO   TO INF-TOT-FUERA-PLAZO
006150      MOVE CN-GEN-A-FAVOR       TO INF-TOT-A-FAVOR
006160      MOVE CN-GEN-DESFAVOR      TO INF-TOT-DESFAVOR
006170      MOVE CN-GEN-PENDIENTES    TO INF-TOT-PENDIENTES
006180      MOVE CN-GEN-PEND-VENC     TO INF-TOT-PEND-VENC
006190
006200      WRITE REG-INF-TOTALES
006210
006220      IF NOT FS-INFORMA-OK
006230         DISPLAY '* ERROR EN GRABAR TOTALES = ' FS-INFORMA
006240         MOVE FS-INFORMA TO LK-ERR-CODIGO
006250         MOVE '5300-I-GRABAR-TOTALES' TO LK-ERR-PARRAFO
006260         MOVE 'GRABAR TOTALES' TO LK-ERR-RECURSO
006270         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006280         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006290      END-IF
006300      .
006310  5300-F-GRABAR-TOTALES. EXIT.
006320**************************************
006330*  IMPRIMIR Y GRABAR UNA SUCURSAL DE *
006340*  LA CATEGORIA                      *
006350**************************************
006360  5500-I-GRABAR-DETALLE.
006370      IF CN-CUENTA-LINEA GREATER 60
006380         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
006390      END-IF
006400
006410      MOVE REC-SUCURSAL TO SUC-SUCURSAL
006420
006430      EXEC SQL
006440         SELECT NOMBRE
006450           INTO :SUC-NOMBRE
006460           FROM ITPFBIO.TBSUCURS
006470          WHERE SUCURSAL EQUAL :SUC-SUCURSAL
006480      END-EXEC
006490
006500      IF SQLCODE EQUAL ZEROS
006510         MOVE SUC-NOMBRE TO WS-NOMBRE-SUC
006520      ELSE
006530         MOVE 'SUCURSAL INEXISTENTE' TO WS-NOMBRE-SUC
006540      END-IF
006550
006560      MOVE REC-SUCURSAL        TO WS-DET-SUCURSAL
006570      MOVE WS-NOMBRE-SUC       TO WS-DET-NOMBRE
006580      MOVE CN-FIL-RECIBIDOS    TO WS-DET-RECIBIDOS
006590      MOVE CN-FIL-EN-PLAZO     TO WS-DET-EN-PLAZO
006600      MOVE CN-FIL-FUERA-PLAZO  TO WS-DET-FUERA
006610      MOVE CN-FIL-A-FAVOR      TO WS-DET-A-FAVOR
006620      MOVE CN-FIL-DESFAVOR     TO WS-DET-DESFAVOR
006630      MOVE CN-FIL-PENDIENTES   TO WS-DET-PENDIENTES
006640      MOVE CN-FIL-PEND-VENC    TO WS-DET-PEND-VENC
006650
006660      WRITE REG-SALIDA FROM WS-REG-DETALLE
006670
006680      IF NOT FS-SALIDA-OK
006690         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
006700         MOVE FS-SALIDA TO LK-ERR-CODIGO
006710         MOVE '5500-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
006720         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
006730         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006740         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006750         SET  FS-RECLAMO-EOF TO TRUE
006760      ELSE
006770         ADD 1 TO CN-CUENTA-LINEA
006780      END-IF
006790
006800      MOVE SPACES              TO REG-INF-DETALLE
006810      SET INF-ES-DETALLE       TO TRUE
006820      MOVE REC-CATEGORIA       TO INF-DET-CATEGORIA
006830      MOVE REC-SUCURSAL        TO INF-DET-SUCURSAL
006840      MOVE CN-FIL-RECIBIDOS    TO INF-DET-RECIBIDOS
006850      MOVE CN-FIL-EN-PLAZO     TO INF-DET-EN-PLAZO
006860      MOVE CN-FIL-FUERA-PLAZO  TO INF-DET-FUERA-PLAZO
006870      MOVE CN-FIL-A-FAVOR      TO INF-DET-A-FAVOR
006880      MOVE CN-FIL-DESFAVOR     TO INF-DET-DESFAVOR
006890      MOVE CN-FIL-PENDIENTES   TO INF-DET-PENDIENTES
006900      MOVE CN-FIL-PEND-VENC    TO INF-DET-PEND-VENC
006910
006920      WRITE REG-INF-DETALLE
006930
006940      IF NOT FS-INFORMA-OK
006950         DISPLAY '* ERROR EN GRABAR INFORMA = ' FS-INFORMA
006960         MOVE FS-INFORMA TO LK-ERR-CODIGO
006970         MOVE '5500-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
006980         MOVE 'GRABAR INFORMA' TO LK-ERR-RECURSO
006990         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007000         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007010         SET  FS-RECLAMO-EOF TO TRUE
007020      ELSE
007030         ADD 1 TO CN-REGISTROS
007040      END-IF
007050
007060      ADD CN-FIL-RECIBIDOS    TO CN-CAT-RECIBIDOS
007070      ADD CN-FIL-EN-PLAZO     TO CN-CAT-EN-PLAZO
007080      ADD CN-FIL-FUERA-PLAZO  TO CN-CAT-FUERA-PLAZO
007090      ADD CN-FIL-A-FAVOR      TO CN-CAT-A-FAVOR
007100      ADD CN-FIL-DESFAVOR     TO CN-CAT-DESFAVOR
007110      ADD CN-FIL-PENDIENTES   TO CN-CAT-PENDIENTES
007120      ADD CN-FIL-PEND-VENC    TO CN-CAT-PEND-VENC
007130      .
007140  5500-F-GRABAR-DETALLE. EXIT.
007150**************************************
007160*  NOMBRE DE LA CATEGORIA Y TITULO   *
007170**************************************
007180  5700-I-ABRIR-CATEGORIA.
007190      MOVE SPACES TO WS-NOMBRE-CATEG
007200
007210      IF WS-CATEGORIA-ANT NUMERIC
007220         MOVE WS-CATEGORIA-ANT TO WS-NRO-CATEG
007230      ELSE
007240         MOVE ZEROS TO WS-NRO-CATEG
007250      END-IF
007260
007270      IF WS-NRO-CATEG GREATER ZEROS
007280         AND WS-NRO-CATEG NOT GREATER 8
007290         MOVE WS-DESC-CATEG (WS-NRO-CATEG) TO WS-NOMBRE-CATEG
007300      ELSE
007310         MOVE 'CATEGORIA INEXISTENTE' TO WS-NOMBRE-CATEG
007320      END-IF
007330
007340      PERFORM 9000-I-TITULO THRU 9000-F-TITULO
007350      .
007360  5700-F-ABRIR-CATEGORIA. EXIT.
007370**************************************
007380*  SUBTOTAL DE LA CATEGORIA          *
007390**************************************
007400  5800-I-CERRAR-CATEGORIA.
007410      MOVE SPACES              TO WS-DET-SUCURSAL
007420      MOVE 'TOTAL CATEGORIA'   TO WS-DET-NOMBRE
007430      MOVE WS-CATEGORIA-ANT    TO WS-DET-NOMBRE (17:2)
007440      MOVE CN-CAT-RECIBIDOS    TO WS-DET-RECIBIDOS
007450      MOVE CN-CAT-EN-PLAZO     TO WS-DET-EN-PLAZO
007460      MOVE CN-CAT-FUERA-PLAZO  TO WS-DET-FUERA
007470      MOVE CN-CAT-A-FAVOR      TO WS-DET-A-FAVOR
007480      MOVE CN-CAT-DESFAVOR     TO WS-DET-DESFAVOR
007490      MOVE CN-CAT-PENDIENTES   TO WS-DET-PENDIENTES
007500      MOVE CN-CAT-PEND-VENC    TO WS-DET-PEND-VENC
007510
007520      WRITE REG-SALIDA FROM WS-REG-DETALLE AFTER 2
007530
007540      IF NOT FS-SALIDA-OK
007550         DISPLAY '* ERROR EN GRABAR SUBTOTAL = ' FS-SALIDA
007560         MOVE FS-SALIDA TO LK-ERR-CODIGO
007570         MOVE '5800-I-CERRAR-CATEGORIA' TO LK-ERR-PARRAFO
007580         MOVE 'GRABAR SUBTOTAL' TO LK-ERR-RECURSO
007590         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007600         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007610         SET  FS-RECLAMO-EOF TO TRUE
007620      END-IF
007630
007640      ADD CN-CAT-RECIBIDOS    TO CN-GEN-RECIBIDOS
007650      ADD CN-CAT-EN-PLAZO     TO CN-GEN-EN-PLAZO
007660      ADD CN-CAT-FUERA-PLAZO  TO CN-GEN-FUERA-PLAZO
007670      ADD CN-CAT-A-FAVOR      TO CN-GEN-A-FAVOR
007680      ADD CN-CAT-DESFAVOR     TO CN-GEN-DESFAVOR
007690      ADD CN-CAT-PENDIENTES   TO CN-GEN-PENDIENTES
007700      ADD CN-CAT-PEND-VENC    TO CN-GEN-PEND-VENC
007710
007720      INITIALIZE CN-TOT-CATEGORIA
007730      .
007740  5800-F-CERRAR-CATEGORIA. EXIT.
007750**************************************
007760*  TITULO, CATEGORIA Y ENCABEZADO    *
007770**************************************
007780  9000-I-TITULO.
007790      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
007800
007810      IF NOT FS-SALIDA-OK
007820         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
007830         MOVE FS-SALIDA TO LK-ERR-CODIGO
007840         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
007850         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
007860         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007870         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007880         SET  FS-RECLAMO-EOF TO TRUE
007890         GO TO 9000-F-TITULO
007900      END-IF
007910
007920      MOVE WS-CATEGORIA-ANT TO IP-CAT-COD
007930      MOVE WS-NOMBRE-CATEG  TO IP-CAT-NOM
007940
007950      WRITE REG-SALIDA FROM IP-CATEGORIA AFTER 2
007960
007970      WRITE REG-SALIDA FROM IP-ENCABEZADO AFTER 2
007980
007990      MOVE 5 TO CN-CUENTA-LINEA
008000      .
008010  9000-F-TITULO. EXIT.
008020**************************************
008030*  CUERPO FINAL - ULTIMA CATEGORIA,  *
008040*  TOTAL GENERAL, TOTALES DEL        *
008050*  ARCHIVO Y CIERRE                  *
008060**************************************
008070  9999-I-FINAL.
008080      IF NOT WS-ES-PRIMERO
008090         AND RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
008100         PERFORM 5800-I-CERRAR-CATEGORIA
008110            THRU 5800-F-CERRAR-CATEGORIA
008120      END-IF
008130
008140      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
008150         PERFORM 9500-I-TOTAL-GENERAL
008160            THRU 9500-F-TOTAL-GENERAL
008170         PERFORM 5300-I-GRABAR-TOTALES
008180            THRU 5300-F-GRABAR-TOTALES
008190      END-IF
008200
008210      EXEC SQL
008220         CLOSE REGIMEN_CURSOR
008230      END-EXEC
008240
008250      CLOSE INFORMA
008260      IF NOT FS-INFORMA-OK
008270         DISPLAY '* ERROR EN CLOSE INFORMA =  ' FS-INFORMA
008280         MOVE FS-INFORMA TO LK-ERR-CODIGO
008290         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
008300         MOVE 'CLOSE INFORMA' TO LK-ERR-RECURSO
008310         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008320         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008330      END-IF
008340
008350      CLOSE SALIDA
008360      IF NOT FS-SALIDA-OK
008370         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
008380         MOVE FS-SALIDA TO LK-ERR-CODIGO
008390         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
008400         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
008410         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008420         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008430      END-IF
008440
008450      IF CN-REGISTROS EQUAL ZEROS
008460         AND RETURN-CODE EQUAL ZEROS
008470         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
008480      END-IF
008490
008500      DISPLAY 'PERIODO INFORMADO      : ' WS-PERIODO
008510      DISPLAY 'REGISTROS GRABADOS     : ' CN-REGISTROS
008520      DISPLAY 'RECLAMOS RECIBIDOS     : ' CN-GEN-RECIBIDOS
008530      DISPLAY 'RESUELTOS EN PLAZO     : ' CN-GEN-EN-PLAZO
008540      DISPLAY 'RESUELTOS FUERA PLAZO  : ' CN-GEN-FUERA-PLAZO
008550      DISPLAY 'PENDIENTES AL CIERRE   : ' CN-GEN-PENDIENTES
008560
008570      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
008580      .
008590  9999-F-FINAL. EXIT.
008600**************************************
008610*  TOTAL GENERAL DEL LISTADO         *
008620**************************************
008630  9500-I-TOTAL-GENERAL.
008640      IF WS-ES-PRIMERO
008650         MOVE SPACES                 TO WS-CATEGORIA-ANT
008660         MOVE 'SIN RECLAMOS EN EL PERIODO' TO WS-NOMBRE-CATEG
008670         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
008680      END-IF
008690
008700      MOVE SPACES              TO WS-DET-SUCURSAL
008710      MOVE 'TOTAL GENERAL'     TO WS-DET-NOMBRE
008720      MOVE CN-GEN-RECIBIDOS    TO WS-DET-RECIBIDOS
008730      MOVE CN-GEN-EN-PLAZO     TO WS-DET-EN-PLAZO
008740      MOVE CN-GEN-FUERA-PLAZO  TO WS-DET-FUERA
008750      MOVE CN-GEN-A-FAVOR      TO WS-DET-A-FAVOR
008760      MOVE CN-GEN-DESFAVOR     TO WS-DET-DESFAVOR
008770      MOVE CN-GEN-PENDIENTES   TO WS-DET-PENDIENTES
008780      MOVE CN-GEN-PEND-VENC    TO WS-DET-PEND-VENC
008790
008800      WRITE REG-SALIDA FROM WS-REG-DETALLE AFTER 3
008810
008820      IF NOT FS-SALIDA-OK
008830         DISPLAY '* ERROR EN GRABAR TOTAL = ' FS-SALIDA
008840         MOVE FS-SALIDA TO LK-ERR-CODIGO
008850         MOVE '9500-I-TOTAL-GENERAL' TO LK-ERR-PARRAFO
008860         MOVE 'GRABAR TOTAL' TO LK-ERR-RECURSO
008870         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008880         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008890      END-IF
008900      .
008910  9500-F-TOTAL-GENERAL. EXIT.
008920**************************************
008930*  REGISTRO DE INICIO EN TBCONTROL   *
008940*  (RUTCTRL), CLAVEADO POR EL ULTIMO *
008950*  DIA DEL TRIMESTRE: EL MISMO       *
008960*  TRIMESTRE NO SE INFORMA DOS VECES *
008970*  SIN RELANZAR                      *
008980**************************************
008990  1100-I-CONTROL-INICIO.
009000      SET LK-CTL-INICIO TO TRUE
009010      MOVE 'PGMRRG33' TO LK-CTL-PROGRAMA
009020      MOVE WS-FECHA-HASTA TO LK-CTL-FECHA
009030      MOVE CC-RERUN TO LK-CTL-RERUN
009040      MOVE ZEROS TO LK-CTL-CONTADOR
009050
009060      MOVE RETURN-CODE TO WS-RC-GUARDADO
009070      CALL 'RUTCTRL' USING LK-CTL-AREA
009080      MOVE WS-RC-GUARDADO TO RETURN-CODE
009090
009100      IF LK-CTL-YA-CORRIO
009110         DISPLAY '* REGIMEN YA INFORMADO PARA EL TRIMESTRE '
009120                 WS-PERIODO
009130         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
009140         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
009150         SET FS-RECLAMO-EOF TO TRUE
009160         SET WS-CORRIDA-RECHAZADA TO TRUE
009170      END-IF
009180
009190      IF LK-CTL-ERROR
009200         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009210         SET FS-RECLAMO-EOF TO TRUE
009220         SET WS-CORRIDA-RECHAZADA TO TRUE
009230      END-IF
009240      .
009250  1100-F-CONTROL-INICIO. EXIT.
009260**************************************
009270*  REGISTRO DE FIN EXITOSO EN        *
009280*  TBCONTROL CON LA CANTIDAD DE      *
009290*  REGISTROS INFORMADOS              *
009300**************************************
009310  1200-I-CONTROL-FIN.
009320      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
009330         GO TO 1200-F-CONTROL-FIN
009340      END-IF
009350
009360      SET LK-CTL-FIN TO TRUE
009370      MOVE CN-REGISTROS TO LK-CTL-CONTADOR
009380
009390      MOVE RETURN-CODE TO WS-RC-GUARDADO
009400      CALL 'RUTCTRL' USING LK-CTL-AREA
009410      MOVE WS-RC-GUARDADO TO RETURN-CODE
009420      .
009430  1200-F-CONTROL-FIN. EXIT.
009440
009450*************************************
009460*  GRABAR EL ERROR ESTRUCTURADO EN  *
009470*  EL LOG COMUN (RUTERROR)          *
009480*************************************
009490  9900-I-ERROR.
009500      MOVE 'PGMRRG33' TO LK-ERR-PROGRAMA
009510
009520      MOVE RETURN-CODE TO WS-RC-GUARDADO
009530
009540      CALL 'RUTERROR' USING LK-ERR-AREA
009550
009560      MOVE WS-RC-GUARDADO TO RETURN-CODE
009570
009580      MOVE SPACES TO LK-ERR-RECURSO
009590
009600      MOVE SPACES TO LK-ERR-CODIGO
009610      .
009620  9900-F-ERROR. EXIT.
