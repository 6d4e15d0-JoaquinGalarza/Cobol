000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMHAB33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* ACREDITACION DE HABERES DESDE EL ARCHIVO     *
000110*         * DE SUELDOS DE UNA EMPRESA CLIENTE. CADA   * JCR *
000120*         * EMPLEADO SE IDENTIFICA POR CUIL (RUTVALID)   *
000130*         * O POR CBU (RUTCBU); LAS LINEAS CON EMPLEADO  *
000140*         * DESCONOCIDO, CUENTA CERRADA O DIGITO         *
000150*         * VERIFICADOR ERRONEO VAN AL ARCHIVO DE        *
000160*         * RECHAZOS QUE SE DEVUELVE A LA EMPRESA. LA    *
000170*         * PRIMERA PASADA VALIDA TODO EL ARCHIVO; SI    *
000180*         * LOS TOTALES NO CIERRAN O LA CUENTA DE LA     *
000190*         * EMPRESA NO CUBRE EL TOTAL SE RECHAZA EL      *
000200*         * ARCHIVO ENTERO. LA SEGUNDA PASADA ACREDITA   *
000210*         * CADA EMPLEADO CON 'AH' Y SU PROPIO           *
000220*         * COMPROBANTE Y DEBITA UNA SOLA VEZ A LA       *
000230*         * EMPRESA CON 'DH' POR EL TOTAL ACREDITADO,    *
000240*         * TODO EN UNA UNIDAD DE TRABAJO. RUTCTRL       *
000250*         * IMPIDE APLICAR DOS VECES EL MISMO ARCHIVO    *
000260*         * (CLAVE: EMPRESA + FECHA DE PAGO)             *
000262* 15/10/26* UN CBU ANTERIOR A UNA CONSOLIDACION DE       *
000264*         * SUCURSALES (PGMCSU33) SIGUE UBICANDO A * JCR *
000266*         * LA CUENTA POR LA REFERENCIA CRUZADA          *
000268*         * TBCTAXREF                                    *
000270*************************************
000280  ENVIRONMENT DIVISION.
000290  CONFIGURATION SECTION.
000300  SPECIAL-NAMES.
000310      DECIMAL-POINT IS COMMA.
000320  INPUT-OUTPUT SECTION.
000330  FILE-CONTROL.
000340        SELECT HABERES ASSIGN DDHABER
000350               FILE STATUS IS FS-HABERES.
000360
000370        SELECT RECHAZOS ASSIGN DDRECHA
000380               FILE STATUS IS FS-RECHAZO.
000390
000400  DATA DIVISION.
000410  FILE SECTION.
000420  FD HABERES
000430       BLOCK CONTAINS 0 RECORDS
000440       RECORDING MODE IS F.
000450
000460  01 REG-HAB-CABECERA.
000470      05 HAB-TIPO-REG         PIC X(01).
000480         88 HAB-ES-CABECERA           VALUE 'H'.
000490         88 HAB-ES-DETALLE            VALUE 'D'.
000500         88 HAB-ES-TOTALES            VALUE 'T'.
000510      05 HAB-CAB-CUIT         PIC X(11).
000520      05 HAB-CAB-CUENTA       PIC X(15).
000530      05 HAB-CAB-FECHA-PAGO   PIC X(10).
000540      05 HAB-CAB-MONEDA       PIC X(02).
000550      05 FILLER               PIC X(61).
000560
000570  01 REG-HAB-DETALLE.
000580      05 FILLER               PIC X(01).
000590      05 HAB-DET-TIPO-ID      PIC X(01).
000600         88 HAB-DET-POR-CUIL          VALUE 'L'.
000610         88 HAB-DET-POR-CBU           VALUE 'C'.
000620      05 HAB-DET-IDENT        PIC X(22).
000630      05 HAB-DET-IMPORTE      PIC 9(09)V99.
000640      05 HAB-DET-LEGAJO       PIC X(10).
000650      05 HAB-DET-NOMBRE       PIC X(30).
000660      05 FILLER               PIC X(25).
000670
000680  01 REG-HAB-TOTALES.
000690      05 FILLER               PIC X(01).
000700      05 HAB-TOT-CANTIDAD     PIC 9(07).
000710      05 HAB-TOT-IMPORTE      PIC 9(13)V99.
000720      05 FILLER               PIC X(77).
000730
000740  FD RECHAZOS
000750       BLOCK CONTAINS 0 RECORDS
000760       RECORDING MODE IS F.
000770
000780  01 REG-RECHAZO.
000790      05 RCH-TIPO-REG         PIC X(01).
000800      05 RCH-TIPO-ID          PIC X(01).
000810      05 RCH-IDENT            PIC X(22).
000820      05 RCH-IMPORTE          PIC 9(09)V99.
000830      05 RCH-LEGAJO           PIC X(10).
000840      05 RCH-COD-MOTIVO       PIC X(02).
000850      05 RCH-MOTIVO           PIC X(30).
000860      05 FILLER               PIC X(23).
000870*************************************
000880*             WORKING              *
000890*************************************
000900  WORKING-STORAGE SECTION.
000910  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000920*************************************
000930*           FILE STATUS            *
000940*************************************
000950  01  FS-FILE-STATUS.
000960      05  FS-HABERES      PIC XX    VALUE SPACES.
000970          88  FS-HABERES-OK         VALUE '00'.
000980          88  FS-HABERES-EOF        VALUE '10'.
000990      05  FS-RECHAZO      PIC XX    VALUE SPACES.
001000          88  FS-RECHAZO-OK         VALUE '00'.
001010      05  FS-PROCESO      PIC X     VALUE SPACES.
001020          88  FS-PROCESO-OK         VALUE 'Y'.
001030          88  FS-PROCESO-EOF        VALUE 'N'.
001040*************************************
001050*          CONTADORES              *
001060*************************************
001070  01 CN-CONTADORES.
001080      05 CN-LEIDOS             PIC 9(07)  VALUE ZEROS.
001090      05 CN-VALIDOS            PIC 9(07)  VALUE ZEROS.
001100      05 CN-ACREDITADOS        PIC 9(07)  VALUE ZEROS.
001110      05 CN-RECHAZADOS         PIC 9(07)  VALUE ZEROS.
001120      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
001130*************************************
001140*   TOTALES DE CONTROL DEL ARCHIVO *
001150*************************************
001160  01  CN-TOTALES.
001170      05  CN-TOT-ARCHIVO      PIC S9(13)V99 COMP-3 VALUE ZEROS.
001180      05  CN-TOT-VALIDO       PIC S9(13)V99 COMP-3 VALUE ZEROS.
001190      05  CN-TOT-ACREDITADO   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001200      05  CN-DETALLES         PIC 9(07)            VALUE ZEROS.
001210      05  CN-TRAILERS         PIC 9(03)            VALUE ZEROS.
001220*************************************
001230*      AREA DE TRABAJO             *
001240*************************************
001250  01  WS-IMPORTE           PIC S9(9)V99 COMP-3 VALUE ZEROS.
001260  01  WS-TOTAL-EMBARGOS    PIC S9(9)V99 COMP-3 VALUE ZEROS.
001270  01  WS-SALDO-DISPONIBLE  PIC S9(13)V99 COMP-3 VALUE ZEROS.
001280  01  WS-IMPORTE-EDIT      PIC -Z.ZZZ.ZZZ.ZZZ.999,99 VALUE ZEROS.
001290
001300  01  WS-COD-MOTIVO        PIC X(02)       VALUE SPACES.
001310  01  WS-MOTIVO            PIC X(30)       VALUE SPACES.
001320
001330  01  WS-PASADA            PIC X(01)       VALUE '1'.
001340      88  WS-PRIMERA-PASADA                VALUE '1'.
001350      88  WS-SEGUNDA-PASADA                VALUE '2'.
001360
001370  01  WS-ARCHIVO-SW        PIC X(01)       VALUE 'N'.
001380      88  WS-ARCHIVO-RECHAZADO             VALUE 'S'.
001390
001400  01  WS-APERTURA-SW       PIC X(01)       VALUE 'N'.
001410      88  WS-ARCHIVOS-ABIERTOS             VALUE 'S'.
001420
001430  77  CT-MAXIMO-MOVIMIENTO PIC S9(9)V99 COMP-3
001440                                     VALUE 999999999,99.
001450
001460  01  WS-CUIL-X            PIC X(11)       VALUE SPACES.
001470  01  WS-CUIL-N REDEFINES WS-CUIL-X
001480                           PIC 9(11).
001490
001500  01  WS-ESTADO-CLIENTE    PIC X(01)       VALUE SPACES.
001510  01  WS-EMP-NRO-CLIENTE   PIC 9(05)       VALUE ZEROS.
001520
001530*    DATOS DE LA CUENTA DE LA EMPRESA
001540  01  WS-EMPRESA.
001550      05  WS-EMP-CUENTA       PIC X(15)           VALUE SPACES.
001560      05  WS-EMP-MONEDA       PIC X(02)           VALUE SPACES.
001570      05  WS-EMP-SALDO        PIC S9(9)V99 COMP-3 VALUE ZEROS.
001580
001590*    CUENTA DEL EMPLEADO A ACREDITAR
001600  01  WS-EMPLEADO.
001610      05  WS-EPL-CUENTA       PIC X(15)           VALUE SPACES.
001620      05  WS-EPL-MONEDA       PIC X(02)           VALUE SPACES.
001630
001640*    CLAVE DEL ARCHIVO PARA RUTCTRL: 'HAB' + NRO DE
001650*    CLIENTE DE LA EMPRESA, CON LA FECHA DE PAGO
001660  01  WS-CLAVE-ARCHIVO.
001670      05  FILLER              PIC X(03)           VALUE 'HAB'.
001680      05  WS-CLAVE-CLIENTE    PIC 9(05)           VALUE ZEROS.
001690
001700  77  CT-CANAL-BATCH       PIC X(04)       VALUE 'BTCH'.
001710  77  CT-MOV-ACRED-HABER   PIC X(02)       VALUE 'AH'.
001720  77  CT-MOV-DEB-HABERES   PIC X(02)       VALUE 'DH'.
001730*************************************
001740*      LLAMADA A RUTCBU            *
001750*************************************
001760  01  LK-CBU-AREA.
001770      05 LK-CBU-FUNCION  PIC X(01).
001780         88 LK-CBU-VALIDAR     VALUE 'V'.
001790         88 LK-CBU-GENERAR     VALUE 'G'.
001800      05 LK-CBU          PIC X(22).
001810      05 LK-CBU-SALIDA   PIC X(01).
001820         88 LK-CBU-OK          VALUE 'Y'.
001830         88 LK-CBU-ER          VALUE 'N'.
001840      05 LK-CBU-ENTIDAD-SW PIC X(01).
001850         88 LK-CBU-PROPIA      VALUE 'P'.
001860         88 LK-CBU-OTRO-BANCO  VALUE 'O'.
001870      05 FILLER          PIC X(07).
001880*************************************
001890*      LLAMADA A RUTVALID          *
001900*************************************
001910     COPY LKVALID.
001920*************************************
001930*  TARJETA SYSIN: FECHA DE PROCESO *
001940*************************************
001950  01  WS-FECHA-PROCESO     PIC X(10)   VALUE SPACES.
001960*************************************
001970*             SQL                  *
001980*************************************
001990       EXEC SQL
002000         INCLUDE SQLCA
002010       END-EXEC.
002020
002030       EXEC SQL
002040         INCLUDE TBCLIENT
002050       END-EXEC.
002060
002070       EXEC SQL
002080         INCLUDE TBCUENT
002090       END-EXEC.
002100
002110       EXEC SQL
002120         INCLUDE TBMOVIM
002130       END-EXEC.
002140
002150       EXEC SQL
002160         INCLUDE TBEMBARG
002170       END-EXEC.
002180
002190  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
002200*************************************
002210*  MANEJO COMUN DE ERRORES          *
002220*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
002230*  DE RETORNO DEL BATCH             *
002240*************************************
002250     COPY LKERROR.
002260
002270  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
002280  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
002290  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
002300  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
002310*************************************
002320*  CONTROL DE CORRIDAS (RUTCTRL)    *
002330*************************************
002340     COPY LKCTRL.
002350
002360  01  WS-TARJETA-CONTROL.
002370      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
002380      05  CC-RERUN         PIC X(01)  VALUE SPACES.
002390
002400  01  WS-CTL-HOY.
002410      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
002420      05  FILLER       PIC X(01)  VALUE '-'.
002430      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
002440      05  FILLER       PIC X(01)  VALUE '-'.
002450      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
002460
002470  01  WS-CTL-FECHA-AREA.
002480      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
002490      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
002500      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
002510
002520  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
002530  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
002540      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
002550  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
002560*************************************.
002570  PROCEDURE DIVISION.
002580**************************************
002590*  CUERPO PRINCIPAL DEL PROGRAMA     *
002600**************************************
002610  MAIN-PROGRAM.
002620      PERFORM 1000-I-INICIO
002630         THRU 1000-F-INICIO
002640
002650      IF WS-CORRIDA-RECHAZADA
002660         IF WS-ARCHIVOS-ABIERTOS
002670            PERFORM 9800-I-CERRAR-ARCHIVOS
002680               THRU 9800-F-CERRAR-ARCHIVOS
002690         END-IF
002700         GO TO F-MAIN-PROGRAM
002710      END-IF
002720
002730      PERFORM 2000-I-PROCESO
002740         THRU 2000-F-PROCESO
002750         UNTIL FS-PROCESO-EOF
002760
002770      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
002780         PERFORM 2500-I-CONTROLAR-ARCHIVO
002790            THRU 2500-F-CONTROLAR-ARCHIVO
002800      END-IF
002810
002820      IF RETURN-CODE LESS CT-RC-ERROR-DATOS
002830         AND NOT WS-ARCHIVO-RECHAZADO
002840         PERFORM 2600-I-SEGUNDA-PASADA
002850            THRU 2600-F-SEGUNDA-PASADA
002860      END-IF
002870
002880      PERFORM 9999-I-FINAL
002890         THRU 9999-F-FINAL
002900      .
002910  F-MAIN-PROGRAM. GOBACK.
002920**************************************
002930*  CUERPO INICIO APERTURA ARCHIVOS,  *
002940*  LECTURA DE LA CABECERA Y CONTROL  *
002950*  DEL ARCHIVO EN TBCONTROL          *
002960**************************************
002970  1000-I-INICIO.
002980      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
002990
003000      IF CC-FECHA-PROCESO EQUAL SPACES
003010         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
003020         MOVE CTL-AREA-AA TO CTL-HOY-AA
003030         MOVE CTL-AREA-MM TO CTL-HOY-MM
003040         MOVE CTL-AREA-DD TO CTL-HOY-DD
003050         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
003060      END-IF
003070
003080      MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO
003090
003100      OPEN INPUT HABERES
003110
003120      IF NOT FS-HABERES-OK
003130         DISPLAY '* ERROR EN OPEN HABERES = ' FS-HABERES
003140         MOVE FS-HABERES TO LK-ERR-CODIGO
003150         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003160         MOVE 'OPEN HABERES' TO LK-ERR-RECURSO
003170         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003180         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003190         SET WS-CORRIDA-RECHAZADA TO TRUE
003200         GO TO 1000-F-INICIO
003210      END-IF
003220
003230      OPEN OUTPUT RECHAZOS
003240
003250      IF NOT FS-RECHAZO-OK
003260         DISPLAY '* ERROR EN OPEN RECHAZOS = ' FS-RECHAZO
003270         MOVE FS-RECHAZO TO LK-ERR-CODIGO
003280         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003290         MOVE 'OPEN RECHAZOS' TO LK-ERR-RECURSO
003300         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003310         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003320         SET WS-CORRIDA-RECHAZADA TO TRUE
003330         GO TO 1000-F-INICIO
003340      END-IF
003350
003360      SET WS-ARCHIVOS-ABIERTOS TO TRUE
003370
003380      PERFORM 3000-I-LEER-HABERES
003390         THRU 3000-F-LEER-HABERES
003400
003410      IF FS-PROCESO-EOF
003420         OR NOT HAB-ES-CABECERA
003430         MOVE '90' TO WS-COD-MOTIVO
003440         MOVE 'ARCHIVO SIN CABECERA' TO WS-MOTIVO
003450         PERFORM 5400-I-RECHAZAR-ARCHIVO
003460            THRU 5400-F-RECHAZAR-ARCHIVO
003470         SET WS-CORRIDA-RECHAZADA TO TRUE
003480         GO TO 1000-F-INICIO
003490      END-IF
003500
003510      PERFORM 1500-I-VALIDAR-EMPRESA
003520         THRU 1500-F-VALIDAR-EMPRESA
003530
003540      IF WS-ARCHIVO-RECHAZADO
003550         PERFORM 5400-I-RECHAZAR-ARCHIVO
003560            THRU 5400-F-RECHAZAR-ARCHIVO
003570         SET WS-CORRIDA-RECHAZADA TO TRUE
003580         GO TO 1000-F-INICIO
003590      END-IF
003600
003610      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
003620
003630      IF WS-CORRIDA-RECHAZADA
003640         GO TO 1000-F-INICIO
003650      END-IF
003660
003670      PERFORM 3000-I-LEER-HABERES
003680         THRU 3000-F-LEER-HABERES
003690      .
003700  1000-F-INICIO. EXIT.
003710**************************************
003720*  VALIDAR LA CABECERA: CUENTA DE LA *
003730*  EMPRESA ABIERTA, EN LA MONEDA DEL *
003740*  ARCHIVO Y CUYO TITULAR ES EL CUIT *
003750*  INFORMADO                         *
003760**************************************
003770  1500-I-VALIDAR-EMPRESA.
003780      MOVE HAB-CAB-CUENTA TO WS-EMP-CUENTA
003790      MOVE HAB-CAB-MONEDA TO WS-EMP-MONEDA
003800      MOVE HAB-CAB-CUENTA TO LK-ERR-CLAVE
003810
003820      IF HAB-CAB-FECHA-PAGO EQUAL SPACES
003830         MOVE WS-FECHA-PROCESO TO HAB-CAB-FECHA-PAGO
003840      END-IF
003850
003860      MOVE 'CU'          TO LK-VAL-TIPO-DOC
003870      MOVE HAB-CAB-CUIT  TO LK-VAL-NRO-DOC
003880
003890      CALL 'RUTVALID' USING LK-VAL-AREA
003900
003910      IF LK-VAL-ER
003920         MOVE '91' TO WS-COD-MOTIVO
003930         MOVE 'CUIT DE LA EMPRESA INVALIDO' TO WS-MOTIVO
003940         SET WS-ARCHIVO-RECHAZADO TO TRUE
003950         GO TO 1500-F-VALIDAR-EMPRESA
003960      END-IF
003970
003980      MOVE HAB-CAB-CUIT TO WS-CUIL-X
003990      MOVE WS-EMP-CUENTA TO NRO-CUENTA
004000
004010      EXEC SQL
004020         SELECT C.MONEDA, C.SALDO_ACTUAL, C.NRO_CLIENTE,
004030                L.TIPO_DOCUMENTO, L.NRO_DOCUMENTO
004040           INTO :MONEDA, :SALDO-ACTUAL, :CUE-NRO-CLIENTE,
004050                :TIPO-DOCUMENTO, :NRO-DOCUMENTO
004060           FROM ITPFBIO.TBCUENTAS C,
004070                ITPFBIO.TBCLIENT  L
004080          WHERE C.NRO_CUENTA  EQUAL :NRO-CUENTA
004090            AND C.FECHA_DE_BAJA IS NULL
004100            AND L.NRO_CLIENTE EQUAL C.NRO_CLIENTE
004110      END-EXEC
004120
004130      EVALUATE SQLCODE
004140         WHEN ZEROS
004150            CONTINUE
004160         WHEN +100
004170            MOVE '92' TO WS-COD-MOTIVO
004180            MOVE 'CUENTA EMPRESA INEXISTENTE' TO WS-MOTIVO
004190            SET WS-ARCHIVO-RECHAZADO TO TRUE
004200            GO TO 1500-F-VALIDAR-EMPRESA
004210         WHEN OTHER
004220            MOVE SQLCODE TO FS-SQLCODE
004230            DISPLAY '* ERROR LEER CUENTA EMPRESA = ' FS-SQLCODE
004240            MOVE FS-SQLCODE TO LK-ERR-CODIGO
004250            MOVE '1500-I-VALIDAR-EMPRESA' TO LK-ERR-PARRAFO
004260            MOVE 'LEER TBCUENTAS' TO LK-ERR-RECURSO
004270            MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004280            PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004290            MOVE '99' TO WS-COD-MOTIVO
004300            MOVE 'ERROR SQL AL LEER LA EMPRESA' TO WS-MOTIVO
004310            SET WS-ARCHIVO-RECHAZADO TO TRUE
004320            GO TO 1500-F-VALIDAR-EMPRESA
004330      END-EVALUATE
004340
004350      IF TIPO-DOCUMENTO NOT EQUAL 'CU'
004360         OR NRO-DOCUMENTO NOT EQUAL WS-CUIL-N
004370         MOVE '93' TO WS-COD-MOTIVO
004380         MOVE 'CUIT NO ES TITULAR DE LA CUENTA' TO WS-MOTIVO
004390         SET WS-ARCHIVO-RECHAZADO TO TRUE
004400         GO TO 1500-F-VALIDAR-EMPRESA
004410      END-IF
004420
004430      IF MONEDA NOT EQUAL WS-EMP-MONEDA
004440         MOVE '94' TO WS-COD-MOTIVO
004450         MOVE 'MONEDA DISTINTA A LA EMPRESA' TO WS-MOTIVO
004460         SET WS-ARCHIVO-RECHAZADO TO TRUE
004470         GO TO 1500-F-VALIDAR-EMPRESA
004480      END-IF
004490
004500      MOVE CUE-NRO-CLIENTE TO WS-EMP-NRO-CLIENTE
004510      MOVE SALDO-ACTUAL    TO WS-EMP-SALDO
004520      .
004530  1500-F-VALIDAR-EMPRESA. EXIT.
004540**************************************
004550*  PRIMERA PASADA: VALIDAR CADA      *
004560*  LINEA Y ACUMULAR LOS TOTALES      *
004570**************************************
004580  2000-I-PROCESO.
004590      EVALUATE TRUE
004600
004610      WHEN HAB-ES-DETALLE
004620         ADD 1 TO CN-DETALLES
004630         PERFORM 4100-I-VALIDAR THRU 4100-F-VALIDAR
004640         IF HAB-DET-IMPORTE NUMERIC
004650            ADD HAB-DET-IMPORTE TO CN-TOT-ARCHIVO
004660         END-IF
004670         IF WS-COD-MOTIVO EQUAL SPACES
004680            ADD 1 TO CN-VALIDOS
004690            ADD WS-IMPORTE TO CN-TOT-VALIDO
004700         ELSE
004710            PERFORM 5300-I-RECHAZAR THRU 5300-F-RECHAZAR
004720         END-IF
004730
004740      WHEN HAB-ES-TOTALES
004750         ADD 1 TO CN-TRAILERS
004760         IF HAB-TOT-CANTIDAD NOT NUMERIC
004770            OR HAB-TOT-IMPORTE NOT NUMERIC
004780            OR HAB-TOT-CANTIDAD NOT EQUAL CN-DETALLES
004790            OR HAB-TOT-IMPORTE  NOT EQUAL CN-TOT-ARCHIVO
004800            MOVE '95' TO WS-COD-MOTIVO
004810            MOVE 'TOTALES DE CONTROL NO CIERRAN' TO WS-MOTIVO
004820            SET WS-ARCHIVO-RECHAZADO TO TRUE
004830         END-IF
004840
004850      WHEN OTHER
004860         MOVE '96' TO WS-COD-MOTIVO
004870         MOVE 'TIPO DE REGISTRO INVALIDO' TO WS-MOTIVO
004880         SET WS-ARCHIVO-RECHAZADO TO TRUE
004890      END-EVALUATE
004900
004910      PERFORM 3000-I-LEER-HABERES
004920         THRU 3000-F-LEER-HABERES
004930      .
004940  2000-F-PROCESO. EXIT.
004950**************************************
004960*  CIERRE DE LA PRIMERA PASADA: EL   *
004970*  ARCHIVO SE RECHAZA ENTERO SI NO   *
004980*  TRAE UN UNICO REGISTRO DE TOTALES *
004990*  QUE CIERRE, SI NO TIENE LINEAS    *
005000*  VALIDAS O SI LA EMPRESA NO CUBRE  *
005010*  EL TOTAL CON SU SALDO DISPONIBLE  *
005020*  NETO DE EMBARGOS                  *
005030**************************************
005040  2500-I-CONTROLAR-ARCHIVO.
005050      IF NOT WS-ARCHIVO-RECHAZADO
005060         AND CN-TRAILERS NOT EQUAL 1
005070         MOVE '95' TO WS-COD-MOTIVO
005080         MOVE 'TOTALES DE CONTROL NO CIERRAN' TO WS-MOTIVO
005090         SET WS-ARCHIVO-RECHAZADO TO TRUE
005100      END-IF
005110
005120      IF NOT WS-ARCHIVO-RECHAZADO
005130         AND CN-VALIDOS EQUAL ZEROS
005140         MOVE '97' TO WS-COD-MOTIVO
005150         MOVE 'ARCHIVO SIN LINEAS VALIDAS' TO WS-MOTIVO
005160         SET WS-ARCHIVO-RECHAZADO TO TRUE
005170      END-IF
005180
005190      IF NOT WS-ARCHIVO-RECHAZADO
005200         AND CN-TOT-VALIDO GREATER CT-MAXIMO-MOVIMIENTO
005210         MOVE '99' TO WS-COD-MOTIVO
005220         MOVE 'TOTAL SUPERA EL MAXIMO POSTEABLE' TO WS-MOTIVO
005230         SET WS-ARCHIVO-RECHAZADO TO TRUE
005240      END-IF
005250
005260      IF NOT WS-ARCHIVO-RECHAZADO
005270         MOVE WS-EMP-CUENTA TO NRO-CUENTA
005280         PERFORM 4600-I-SUMAR-EMBARGOS
005290            THRU 4600-F-SUMAR-EMBARGOS
005300         SUBTRACT WS-TOTAL-EMBARGOS FROM WS-EMP-SALDO
005310            GIVING WS-SALDO-DISPONIBLE
005320         IF CN-TOT-VALIDO GREATER WS-SALDO-DISPONIBLE
005330            MOVE '98' TO WS-COD-MOTIVO
005340            MOVE 'EMPRESA SIN SALDO PARA EL TOTAL' TO WS-MOTIVO
005350            SET WS-ARCHIVO-RECHAZADO TO TRUE
005360         END-IF
005370      END-IF
005380
005390      IF WS-ARCHIVO-RECHAZADO
005400         PERFORM 5400-I-RECHAZAR-ARCHIVO
005410            THRU 5400-F-RECHAZAR-ARCHIVO
005420      END-IF
005430      .
005440  2500-F-CONTROLAR-ARCHIVO. EXIT.
005450**************************************
005460*  SEGUNDA PASADA: RELEER EL ARCHIVO,*
005470*  ACREDITAR LAS LINEAS VALIDAS Y    *
005480*  DEBITAR A LA EMPRESA POR EL TOTAL *
005490**************************************
005500  2600-I-SEGUNDA-PASADA.
005510      SET WS-SEGUNDA-PASADA TO TRUE
005520
005530      CLOSE HABERES
005540      OPEN INPUT HABERES
005550
005560      IF NOT FS-HABERES-OK
005570         DISPLAY '* ERROR EN REABRIR HABERES = ' FS-HABERES
005580         MOVE FS-HABERES TO LK-ERR-CODIGO
005590         MOVE '2600-I-SEGUNDA-PASADA' TO LK-ERR-PARRAFO
005600         MOVE 'REABRIR HABERES' TO LK-ERR-RECURSO
005610         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005620         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005630         GO TO 2600-F-SEGUNDA-PASADA
005640      END-IF
005650
005660      SET FS-PROCESO-OK TO TRUE
005670
005680      PERFORM 3000-I-LEER-HABERES
005690         THRU 3000-F-LEER-HABERES
005700
005710      PERFORM 2700-I-ACREDITAR-LINEA
005720         THRU 2700-F-ACREDITAR-LINEA
005730         UNTIL FS-PROCESO-EOF
005740
005750      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
005760         PERFORM 5500-I-DEBITAR-EMPRESA
005770            THRU 5500-F-DEBITAR-EMPRESA
005780      END-IF
005790      .
005800  2600-F-SEGUNDA-PASADA. EXIT.
005810**************************************
005820*  ACREDITAR UNA LINEA VALIDA        *
005830**************************************
005840  2700-I-ACREDITAR-LINEA.
005850      IF HAB-ES-DETALLE
005860         PERFORM 4100-I-VALIDAR THRU 4100-F-VALIDAR
005870         IF WS-COD-MOTIVO EQUAL SPACES
005880            PERFORM 5000-I-ACREDITAR THRU 5000-F-ACREDITAR
005890         END-IF
005900      END-IF
005910
005920      IF NOT FS-PROCESO-EOF
005930         PERFORM 3000-I-LEER-HABERES
005940            THRU 3000-F-LEER-HABERES
005950      END-IF
005960      .
005970  2700-F-ACREDITAR-LINEA. EXIT.
005980**************************************
005990*   LEER UN REGISTRO DEL ARCHIVO     *
006000**************************************
006010  3000-I-LEER-HABERES.
006020      READ HABERES
006030
006040      EVALUATE FS-HABERES
006050
006060      WHEN '00'
006070         IF WS-PRIMERA-PASADA
006080            ADD 1 TO CN-LEIDOS
006090         END-IF
006100
006110      WHEN '10'
006120         SET FS-PROCESO-EOF TO TRUE
006130
006140      WHEN OTHER
006150         DISPLAY '* ERROR LEER HABERES = ' FS-HABERES
006160         MOVE FS-HABERES TO LK-ERR-CODIGO
006170         MOVE '3000-I-LEER-HABERES' TO LK-ERR-PARRAFO
006180         MOVE 'LEER HABERES' TO LK-ERR-RECURSO
006190         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006200         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006210         SET FS-PROCESO-EOF TO TRUE
006220      END-EVALUATE
006230      .
006240  3000-F-LEER-HABERES. EXIT.
006250**************************************
006260*  VALIDAR UNA LINEA: IMPORTE, CUIL  *
006270*  O CBU, CLIENTE Y CUENTA ABIERTA   *
006280*  EN LA MONEDA DEL ARCHIVO (CADA    *
006290*  CONTROL INFORMA SU MOTIVO)        *
006300**************************************
006310  4100-I-VALIDAR.
006320      MOVE SPACES TO WS-COD-MOTIVO
006330      MOVE SPACES TO WS-MOTIVO
006340      MOVE SPACES TO WS-EPL-CUENTA
006350      MOVE HAB-DET-IDENT TO LK-ERR-CLAVE
006360
006370      IF HAB-DET-IMPORTE NOT NUMERIC
006380         MOVE '07' TO WS-COD-MOTIVO
006390         MOVE 'IMPORTE INVALIDO' TO WS-MOTIVO
006400         GO TO 4100-F-VALIDAR
006410      END-IF
006420
006430      MOVE HAB-DET-IMPORTE TO WS-IMPORTE
006440
006450      IF WS-IMPORTE NOT GREATER ZEROS
006460         MOVE '07' TO WS-COD-MOTIVO
006470         MOVE 'IMPORTE DEBE SER MAYOR A CERO' TO WS-MOTIVO
006480         GO TO 4100-F-VALIDAR
006490      END-IF
006500
006510      EVALUATE TRUE
006520         WHEN HAB-DET-POR-CUIL
006530            PERFORM 4200-I-BUSCAR-POR-CUIL
006540               THRU 4200-F-BUSCAR-POR-CUIL
006550         WHEN HAB-DET-POR-CBU
006560            PERFORM 4300-I-BUSCAR-POR-CBU
006570               THRU 4300-F-BUSCAR-POR-CBU
006580         WHEN OTHER
006590            MOVE '08' TO WS-COD-MOTIVO
006600            MOVE 'TIPO DE IDENTIFICACION INVALIDO' TO WS-MOTIVO
006610      END-EVALUATE
006620
006630      IF WS-COD-MOTIVO NOT EQUAL SPACES
006640         GO TO 4100-F-VALIDAR
006650      END-IF
006660
006670      IF WS-ESTADO-CLIENTE EQUAL 'F'
006680         MOVE '05' TO WS-COD-MOTIVO
006690         MOVE 'EMPLEADO FALLECIDO' TO WS-MOTIVO
006700         GO TO 4100-F-VALIDAR
006710      END-IF
006720
006730      IF WS-EPL-MONEDA NOT EQUAL WS-EMP-MONEDA
006740         MOVE '06' TO WS-COD-MOTIVO
006750         MOVE 'MONEDA DISTINTA A LA CUENTA' TO WS-MOTIVO
006760         GO TO 4100-F-VALIDAR
006770      END-IF
006780
006790      IF WS-EPL-CUENTA EQUAL WS-EMP-CUENTA
006800         MOVE '09' TO WS-COD-MOTIVO
006810         MOVE 'CUENTA IGUAL A LA DE LA EMPRESA' TO WS-MOTIVO
006820      END-IF
006830      .
006840  4100-F-VALIDAR. EXIT.
006850**************************************
006860*  EMPLEADO POR CUIL: DIGITO         *
006870*  VERIFICADOR (RUTVALID), CLIENTE   *
006880*  EN TBCLIENT Y SU PRIMERA CUENTA   *
006890*  ABIERTA EN LA MONEDA DEL ARCHIVO  *
006900**************************************
006910  4200-I-BUSCAR-POR-CUIL.
006920      MOVE 'CL'               TO LK-VAL-TIPO-DOC
006930      MOVE HAB-DET-IDENT (1:11) TO LK-VAL-NRO-DOC
006940
006950      CALL 'RUTVALID' USING LK-VAL-AREA
006960
006970      IF LK-VAL-ER
006980         OR HAB-DET-IDENT (12:11) NOT EQUAL SPACES
006990         MOVE '01' TO WS-COD-MOTIVO
007000         MOVE 'CUIL INVALIDO' TO WS-MOTIVO
007010         GO TO 4200-F-BUSCAR-POR-CUIL
007020      END-IF
007030
007040      MOVE HAB-DET-IDENT (1:11) TO WS-CUIL-X
007050      MOVE WS-CUIL-N TO NRO-DOCUMENTO
007060
007070      EXEC SQL
007080         SELECT NRO_CLIENTE, VALUE(ESTADO_CLIENTE, ' ')
007090           INTO :CLI-NRO-CLIENTE, :WS-ESTADO-CLIENTE
007100           FROM ITPFBIO.TBCLIENT
007110          WHERE TIPO_DOCUMENTO IN ('CL', 'CU')
007120            AND NRO_DOCUMENTO  EQUAL :NRO-DOCUMENTO
007130          FETCH FIRST 1 ROW ONLY
007140      END-EXEC
007150
007160      EVALUATE SQLCODE
007170         WHEN ZEROS
007180            CONTINUE
007190         WHEN +100
007200            MOVE '02' TO WS-COD-MOTIVO
007210            MOVE 'EMPLEADO NO ES CLIENTE' TO WS-MOTIVO
007220            GO TO 4200-F-BUSCAR-POR-CUIL
007230         WHEN OTHER
007240            MOVE '10' TO WS-COD-MOTIVO
007250            MOVE 'ERROR SQL AL LEER EL CLIENTE' TO WS-MOTIVO
007260            GO TO 4200-F-BUSCAR-POR-CUIL
007270      END-EVALUATE
007280
007290      EXEC SQL
007300         SELECT NRO_CUENTA, MONEDA
007310           INTO :WS-EPL-CUENTA, :WS-EPL-MONEDA
007320           FROM ITPFBIO.TBCUENTAS
007330          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
007340            AND MONEDA      EQUAL :WS-EMP-MONEDA
007350            AND FECHA_DE_BAJA IS NULL
007360          ORDER BY NRO_CUENTA
007370          FETCH FIRST 1 ROW ONLY
007380      END-EXEC
007390
007400      EVALUATE SQLCODE
007410         WHEN ZEROS
007420            CONTINUE
007430         WHEN +100
007440            MOVE '03' TO WS-COD-MOTIVO
007450            MOVE 'SIN CUENTA ABIERTA EN LA MONEDA' TO WS-MOTIVO
007460         WHEN OTHER
007470            MOVE '10' TO WS-COD-MOTIVO
007480            MOVE 'ERROR SQL AL LEER LA CUENTA' TO WS-MOTIVO
007490      END-EVALUATE
007500      .
007510  4200-F-BUSCAR-POR-CUIL. EXIT.
007520**************************************
007530*  EMPLEADO POR CBU: DIGITOS         *
007540*  VERIFICADORES (RUTCBU), CBU DE    *
007550*  ESTE BANCO Y CUENTA ABIERTA       *
007560**************************************
007570  4300-I-BUSCAR-POR-CBU.
007580      MOVE HAB-DET-IDENT TO LK-CBU
007590
007600      SET LK-CBU-VALIDAR TO TRUE
007610
007620      CALL 'RUTCBU' USING LK-CBU-AREA
007630
007640      IF LK-CBU-ER
007650         MOVE '01' TO WS-COD-MOTIVO
007660         MOVE 'CBU INVALIDO' TO WS-MOTIVO
007670         GO TO 4300-F-BUSCAR-POR-CBU
007680      END-IF
007690
007700      IF LK-CBU-OTRO-BANCO
007710         MOVE '04' TO WS-COD-MOTIVO
007720         MOVE 'CBU DE OTRO BANCO' TO WS-MOTIVO
007730         GO TO 4300-F-BUSCAR-POR-CBU
007740      END-IF
007750
007760      MOVE HAB-DET-IDENT TO CBU
007770
007780      EXEC SQL
007790         SELECT C.NRO_CUENTA, C.MONEDA,
007800                VALUE(L.ESTADO_CLIENTE, ' ')
007810           INTO :WS-EPL-CUENTA, :WS-EPL-MONEDA,
007820                :WS-ESTADO-CLIENTE
007830           FROM ITPFBIO.TBCUENTAS C,
007840                ITPFBIO.TBCLIENT  L
007843          WHERE (C.CBU        EQUAL :CBU
007846              OR C.NRO_CUENTA IN
007849                 (SELECT X.NRO_CUENTA
007852                    FROM ITPFBIO.TBCTAXREF X
007855                   WHERE X.CBU_ANTERIOR EQUAL :CBU))
007860            AND C.FECHA_DE_BAJA IS NULL
007870            AND L.NRO_CLIENTE EQUAL C.NRO_CLIENTE
007880      END-EXEC
007890
007900      EVALUATE SQLCODE
007910         WHEN ZEROS
007920            CONTINUE
007930         WHEN +100
007940            MOVE '03' TO WS-COD-MOTIVO
007950            MOVE 'CUENTA INEXISTENTE O CERRADA' TO WS-MOTIVO
007960         WHEN OTHER
007970            MOVE '10' TO WS-COD-MOTIVO
007980            MOVE 'ERROR SQL AL LEER LA CUENTA' TO WS-MOTIVO
007990      END-EVALUATE
008000      .
008010  4300-F-BUSCAR-POR-CBU. EXIT.
008020**************************************
008030*  SUMAR LOS EMBARGOS ACTIVOS DE LA  *
008040*  CUENTA (TBEMBARGOS)               *
008050**************************************
008060  4600-I-SUMAR-EMBARGOS.
008070      MOVE ZEROS      TO WS-TOTAL-EMBARGOS
008080      MOVE NRO-CUENTA TO EMB-NRO-CUENTA
008090
008100      EXEC SQL
008110         SELECT VALUE(SUM(IMPORTE), 0)
008120           INTO :WS-TOTAL-EMBARGOS
008130           FROM ITPFBIO.TBEMBARGOS
008140          WHERE NRO_CUENTA EQUAL :EMB-NRO-CUENTA
008150            AND ESTADO     EQUAL 'A'
008160            AND (FECHA_VTO EQUAL ' '
008170             OR FECHA_VTO NOT LESS :WS-FECHA-PROCESO)
008180      END-EXEC
008190
008200      IF SQLCODE NOT EQUAL ZEROS
008210         MOVE ZEROS TO WS-TOTAL-EMBARGOS
008220      END-IF
008230      .
008240  4600-F-SUMAR-EMBARGOS. EXIT.
008250**************************************
008260*  ACREDITAR AL EMPLEADO CON 'AH' Y  *
008270*  SU PROPIO NRO DE COMPROBANTE      *
008280**************************************
008290  5000-I-ACREDITAR.
008300      MOVE WS-EPL-CUENTA TO NRO-CUENTA
008310
008320      EXEC SQL
008330         UPDATE ITPFBIO.TBCUENTAS
008340            SET SALDO_ACTUAL = SALDO_ACTUAL + :WS-IMPORTE,
008350                FECHA_ACTUAL = :WS-FECHA-PROCESO
008360          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
008370      END-EXEC
008380
008390      IF SQLCODE NOT EQUAL ZEROS
008400         MOVE 'UPDATE TBCUENTAS' TO LK-ERR-RECURSO
008410         MOVE '5000-I-ACREDITAR' TO LK-ERR-PARRAFO
008420         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
008430         GO TO 5000-F-ACREDITAR
008440      END-IF
008450
008460      MOVE CT-MOV-ACRED-HABER TO MOV-TIPO-MOVIMIENTO
008470
008480      PERFORM 5200-I-GRABAR-MOVIMIENTO
008490         THRU 5200-F-GRABAR-MOVIMIENTO
008500
008510      IF SQLCODE NOT EQUAL ZEROS
008520         MOVE 'INSERT TBMOVIM' TO LK-ERR-RECURSO
008530         MOVE '5000-I-ACREDITAR' TO LK-ERR-PARRAFO
008540         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
008550         GO TO 5000-F-ACREDITAR
008560      END-IF
008570
008580      ADD 1          TO CN-ACREDITADOS
008590      ADD WS-IMPORTE TO CN-TOT-ACREDITADO
008600      .
008610  5000-F-ACREDITAR. EXIT.
008620**************************************
008630*  PROXIMO NRO DE COMPROBANTE        *
008640*  (MAXIMO + 1)                      *
008650**************************************
008660  5150-I-NUMERAR-COMP.
008670      EXEC SQL
008680         SELECT VALUE(MAX(NRO_COMPROBANTE), 0) + 1
008690           INTO :MOV-NRO-COMPROBANTE
008700           FROM ITPFBIO.TBMOVIM
008710      END-EXEC
008720
008730      IF SQLCODE NOT EQUAL ZEROS
008740         MOVE 1 TO MOV-NRO-COMPROBANTE
008750      END-IF
008760      .
008770  5150-F-NUMERAR-COMP. EXIT.
008780**************************************
008790*  GRABAR EL MOVIMIENTO DE LA CUENTA *
008800*  EN NRO-CUENTA (TIPO YA CARGADO)   *
008810**************************************
008820  5200-I-GRABAR-MOVIMIENTO.
008830      MOVE NRO-CUENTA       TO MOV-NRO-CUENTA
008840      MOVE WS-FECHA-PROCESO TO MOV-FECHA
008850      ACCEPT MOV-HORA       FROM TIME
008860      MOVE WS-IMPORTE       TO MOV-IMPORTE
008870      MOVE WS-EMP-MONEDA    TO MOV-MONEDA
008880      MOVE 'PGMHAB33'       TO MOV-USUARIO
008890      MOVE CT-CANAL-BATCH   TO MOV-CANAL
008900
008910      PERFORM 5150-I-NUMERAR-COMP
008920         THRU 5150-F-NUMERAR-COMP
008930
008940      EXEC SQL
008950         INSERT INTO ITPFBIO.TBMOVIM
008960               (NRO_CUENTA, FECHA, HORA, TIPO_MOVIMIENTO,
008970                IMPORTE, MONEDA, USUARIO, CANAL,
008980                NRO_COMPROBANTE)
008990         VALUES
009000               (:MOV-NRO-CUENTA, :MOV-FECHA, :MOV-HORA,
009010                :MOV-TIPO-MOVIMIENTO, :MOV-IMPORTE,
009020                :MOV-MONEDA, :MOV-USUARIO, :MOV-CANAL,
009030                :MOV-NRO-COMPROBANTE)
009040      END-EXEC
009050      .
009060  5200-F-GRABAR-MOVIMIENTO. EXIT.
009070**************************************
009080*  GRABAR LA LINEA RECHAZADA CON SU  *
009090*  CODIGO DE MOTIVO (SE DEVUELVE A   *
009100*  LA EMPRESA)                       *
009110**************************************
009120  5300-I-RECHAZAR.
009130      MOVE 'D'             TO RCH-TIPO-REG
009140      MOVE HAB-DET-TIPO-ID TO RCH-TIPO-ID
009150      MOVE HAB-DET-IDENT   TO RCH-IDENT
009160      IF HAB-DET-IMPORTE NUMERIC
009170         MOVE HAB-DET-IMPORTE TO RCH-IMPORTE
009180      ELSE
009190         MOVE ZEROS           TO RCH-IMPORTE
009200      END-IF
009210      MOVE HAB-DET-LEGAJO  TO RCH-LEGAJO
009220      MOVE WS-COD-MOTIVO   TO RCH-COD-MOTIVO
009230      MOVE WS-MOTIVO       TO RCH-MOTIVO
009240
009250      PERFORM 5350-I-GRABAR-RECHAZO
009260         THRU 5350-F-GRABAR-RECHAZO
009270
009280      ADD 1 TO CN-RECHAZADOS
009290      .
009300  5300-F-RECHAZAR. EXIT.
009310**************************************
009320*  GRABAR UN REGISTRO DE RECHAZO     *
009330**************************************
009340  5350-I-GRABAR-RECHAZO.
009350      WRITE REG-RECHAZO
009360
009370      IF NOT FS-RECHAZO-OK
009380         DISPLAY '* ERROR EN GRABAR RECHAZO = ' FS-RECHAZO
009390         MOVE FS-RECHAZO TO LK-ERR-CODIGO
009400         MOVE '5350-I-GRABAR-RECHAZO' TO LK-ERR-PARRAFO
009410         MOVE 'GRABAR RECHAZO' TO LK-ERR-RECURSO
009420         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009430         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009440         SET FS-PROCESO-EOF TO TRUE
009450      END-IF
009460      .
009470  5350-F-GRABAR-RECHAZO. EXIT.
009480**************************************
009490*  RECHAZO DEL ARCHIVO ENTERO: UN    *
009500*  REGISTRO 'A' CON EL MOTIVO, SIN   *
009510*  NINGUNA ACREDITACION NI DEBITO    *
009520**************************************
009530  5400-I-RECHAZAR-ARCHIVO.
009540      MOVE SPACES         TO REG-RECHAZO
009550      MOVE 'A'            TO RCH-TIPO-REG
009560      MOVE HAB-CAB-CUENTA TO RCH-IDENT
009570      MOVE ZEROS          TO RCH-IMPORTE
009580      MOVE WS-COD-MOTIVO  TO RCH-COD-MOTIVO
009590      MOVE WS-MOTIVO      TO RCH-MOTIVO
009600
009610      PERFORM 5350-I-GRABAR-RECHAZO
009620         THRU 5350-F-GRABAR-RECHAZO
009630
009640      DISPLAY '* ARCHIVO DE HABERES RECHAZADO: ' WS-MOTIVO
009650
009660      IF RETURN-CODE LESS CT-RC-ERROR-DATOS
009670         MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
009680      END-IF
009690      .
009700  5400-F-RECHAZAR-ARCHIVO. EXIT.
009710**************************************
009720*  DEBITO UNICO A LA EMPRESA CON 'DH'*
009730*  POR EL TOTAL ACREDITADO           *
009740**************************************
009750  5500-I-DEBITAR-EMPRESA.
009760      MOVE WS-EMP-CUENTA     TO NRO-CUENTA
009770      MOVE CN-TOT-ACREDITADO TO WS-IMPORTE
009780
009790      EXEC SQL
009800         UPDATE ITPFBIO.TBCUENTAS
009810            SET SALDO_ACTUAL = SALDO_ACTUAL - :WS-IMPORTE,
009820                FECHA_ACTUAL = :WS-FECHA-PROCESO
009830          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
009840      END-EXEC
009850
009860      IF SQLCODE NOT EQUAL ZEROS
009870         MOVE 'UPDATE TBCUENTAS' TO LK-ERR-RECURSO
009880         MOVE '5500-I-DEBITAR-EMPRESA' TO LK-ERR-PARRAFO
009890         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
009900         GO TO 5500-F-DEBITAR-EMPRESA
009910      END-IF
009920
009930      MOVE CT-MOV-DEB-HABERES TO MOV-TIPO-MOVIMIENTO
009940
009950      PERFORM 5200-I-GRABAR-MOVIMIENTO
009960         THRU 5200-F-GRABAR-MOVIMIENTO
009970
009980      IF SQLCODE NOT EQUAL ZEROS
009990         MOVE 'INSERT TBMOVIM' TO LK-ERR-RECURSO
010000         MOVE '5500-I-DEBITAR-EMPRESA' TO LK-ERR-PARRAFO
010010         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
010020      END-IF
010030      .
010040  5500-F-DEBITAR-EMPRESA. EXIT.
010050**************************************
010060*  ERROR SQL AL POSTEAR: SE DESHACE  *
010070*  TODO EL ARCHIVO (ROLLBACK)        *
010080**************************************
010090  5900-I-ERROR-SQL.
010100      MOVE SQLCODE TO FS-SQLCODE
010110
010120      EXEC SQL
010130         ROLLBACK
010140      END-EXEC
010150
010160      ADD 1 TO CN-NOVEDADES-ER
010170      DISPLAY '* ERROR ' LK-ERR-RECURSO ' = ' FS-SQLCODE
010180      MOVE FS-SQLCODE TO LK-ERR-CODIGO
010190      MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010200      PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010210      MOVE ZEROS TO CN-ACREDITADOS
010220      MOVE ZEROS TO CN-TOT-ACREDITADO
010230      SET FS-PROCESO-EOF TO TRUE
010240      .
010250  5900-F-ERROR-SQL. EXIT.
010260**************************************
010270*  CUERPO FINAL: UNA SOLA UNIDAD DE  *
010280*  TRABAJO PARA TODO EL ARCHIVO      *
010290**************************************
010300  9999-I-FINAL.
010310      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
010320         EXEC SQL
010330            COMMIT
010340         END-EXEC
010350      ELSE
010360         EXEC SQL
010370            ROLLBACK
010380         END-EXEC
010390      END-IF
010400
010410      PERFORM 9800-I-CERRAR-ARCHIVOS
010420         THRU 9800-F-CERRAR-ARCHIVOS
010430
010440      MOVE CN-TOT-ACREDITADO TO WS-IMPORTE-EDIT
010450
010460      DISPLAY 'EMPRESA (CUENTA)       : ' WS-EMP-CUENTA
010470      DISPLAY 'FECHA DE PAGO          : ' HAB-CAB-FECHA-PAGO
010480      DISPLAY 'REGISTROS LEIDOS       : ' CN-LEIDOS
010490      DISPLAY 'LINEAS DE DETALLE      : ' CN-DETALLES
010500      DISPLAY 'LINEAS ACREDITADAS     : ' CN-ACREDITADOS
010510      DISPLAY 'LINEAS RECHAZADAS      : ' CN-RECHAZADOS
010520      DISPLAY 'TOTAL DEBITADO EMPRESA : ' WS-IMPORTE-EDIT
010530      DISPLAY 'NOVEDADES CON ERROR    : ' CN-NOVEDADES-ER
010540
010550      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
010560      .
010570  9999-F-FINAL. EXIT.
010580**************************************
010590*  CIERRE DE FILES                   *
010600**************************************
010610  9800-I-CERRAR-ARCHIVOS.
010620      CLOSE HABERES
010630      IF NOT FS-HABERES-OK
010640         DISPLAY '* ERROR EN CLOSE HABERES = ' FS-HABERES
010650         MOVE FS-HABERES TO LK-ERR-CODIGO
010660         MOVE '9800-I-CERRAR-ARCHIVOS' TO LK-ERR-PARRAFO
010670         MOVE 'CLOSE HABERES' TO LK-ERR-RECURSO
010680         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010690         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010700      END-IF
010710
010720      CLOSE RECHAZOS
010730      IF NOT FS-RECHAZO-OK
010740         DISPLAY '* ERROR EN CLOSE RECHAZOS = ' FS-RECHAZO
010750         MOVE FS-RECHAZO TO LK-ERR-CODIGO
010760         MOVE '9800-I-CERRAR-ARCHIVOS' TO LK-ERR-PARRAFO
010770         MOVE 'CLOSE RECHAZOS' TO LK-ERR-RECURSO
010780         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010790         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010800      END-IF
010810      .
010820  9800-F-CERRAR-ARCHIVOS. EXIT.
010830**************************************
010840*  REGISTRO DE INICIO EN TBCONTROL   *
010850*  (RUTCTRL) CON LA CLAVE DEL        *
010860*  ARCHIVO ('HAB' + CLIENTE EMPRESA, *
010870*  FECHA DE PAGO) - UN ARCHIVO YA    *
010880*  APLICADO NO SE VUELVE A APLICAR   *
010890*  SALVO RELANZAMIENTO EXPLICITO     *
010900**************************************
010910  1100-I-CONTROL-INICIO.
010920      MOVE WS-EMP-NRO-CLIENTE TO WS-CLAVE-CLIENTE
010930
010940      SET LK-CTL-INICIO TO TRUE
010950      MOVE WS-CLAVE-ARCHIVO TO LK-CTL-PROGRAMA
010960      MOVE HAB-CAB-FECHA-PAGO TO LK-CTL-FECHA
010970      MOVE CC-RERUN TO LK-CTL-RERUN
010980      MOVE ZEROS TO LK-CTL-CONTADOR
010990
011000      MOVE RETURN-CODE TO WS-RC-GUARDADO
011010      CALL 'RUTCTRL' USING LK-CTL-AREA
011020      MOVE WS-RC-GUARDADO TO RETURN-CODE
011030
011040      IF LK-CTL-YA-CORRIO
011050         DISPLAY '* ARCHIVO DE HABERES YA APLICADO: '
011060                 WS-CLAVE-ARCHIVO ' ' HAB-CAB-FECHA-PAGO
011070         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
011080         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
011090         SET FS-PROCESO-EOF TO TRUE
011100         SET WS-CORRIDA-RECHAZADA TO TRUE
011110      END-IF
011120
011130      IF LK-CTL-ERROR
011140         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011150         SET FS-PROCESO-EOF TO TRUE
011160         SET WS-CORRIDA-RECHAZADA TO TRUE
011170      END-IF
011180      .
011190  1100-F-CONTROL-INICIO. EXIT.
011200**************************************
011210*  REGISTRO DE FIN EXITOSO EN        *
011220*  TBCONTROL CON EL CONTADOR DE      *
011230*  LINEAS ACREDITADAS - UN ARCHIVO   *
011240*  RECHAZO NO QUEDA COMO APLICADO    *
011250**************************************
011260  1200-I-CONTROL-FIN.
011270      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
011280         OR WS-ARCHIVO-RECHAZADO
011290         GO TO 1200-F-CONTROL-FIN
011300      END-IF
011310
011320      SET LK-CTL-FIN TO TRUE
011330      MOVE CN-ACREDITADOS TO LK-CTL-CONTADOR
011340
011350      MOVE RETURN-CODE TO WS-RC-GUARDADO
011360      CALL 'RUTCTRL' USING LK-CTL-AREA
011370      MOVE WS-RC-GUARDADO TO RETURN-CODE
011380      .
011390  1200-F-CONTROL-FIN. EXIT.
011400
011410*************************************
011420*  GRABAR EL ERROR ESTRUCTURADO EN  *
011430*  EL LOG COMUN (RUTERROR)          *
011440*************************************
011450  9900-I-ERROR.
011460      MOVE 'PGMHAB33' TO LK-ERR-PROGRAMA
011470
011480      MOVE RETURN-CODE TO WS-RC-GUARDADO
011490
011500      CALL 'RUTERROR' USING LK-ERR-AREA
011510
011520      MOVE WS-RC-GUARDADO TO RETURN-CODE
011530
011540      MOVE SPACES TO LK-ERR-RECURSO
011550
011560      MOVE SPACES TO LK-ERR-CODIGO
011570      .
011580  9900-F-ERROR. EXIT.
