000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMCER33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* CERTIFICADO ANUAL POR CLIENTE (ORDENADO POR  *
000110*         * DOCUMENTO DE TBCLIENT) CON LO ACREDITADO  * JCR *
000120*         * Y COBRADO EN EL ANO DE LA TARJETA, POR       *
000130*         * CUENTA Y MONEDA, INCLUIDAS LAS CUENTAS EN    *
000140*         * COTITULARIDAD (TBTITULAR): INTERESES         *
000150*         * ('IN' DE PGMINT33), INTERESES DE PLAZO       *
000160*         * FIJO (PGMVTO33, NETO DEL CAPITAL DEVUELTO),  *
000170*         * MANTENIMIENTO ('CM' DE PGMCOM33),            *
000180*         * PUNITORIOS ('IP' DE PGMPUN33) E IMPUESTO     *
000190*         * S/DEBITOS Y CREDITOS ('ID'), Y EL SALDO AL   *
000200*         * CIERRE DEL ANO SEGUN TBHISTSAL. GRABA EL     *
000210*         * MISMO CONTENIDO EN DDINFAN PARA EL REGIMEN   *
000220*         * INFORMATIVO DE AFIP                          *
000221* 15/10/26* DE TBTITULAR SOLO CUENTAN LOS TITULARES      *
000222*         * (ROL 'T'); EL TUTOR LEGAL DE UN MENOR NO  * JCR *
000223*         * RECIBE CERTIFICADO POR ESA CUENTA            *
000230*************************************
000240  ENVIRONMENT DIVISION.
000250  CONFIGURATION SECTION.
000260  SPECIAL-NAMES.
000270      DECIMAL-POINT IS COMMA.
000280  INPUT-OUTPUT SECTION.
000290  FILE-CONTROL.
000300        SELECT SALIDA ASSIGN DDSALI
000310               FILE STATUS IS FS-SALIDA.
000320
000330        SELECT INFORMA ASSIGN DDINFAN
000340               FILE STATUS IS FS-INFORMA.
000350
000360  DATA DIVISION.
000370  FILE SECTION.
000380  FD SALIDA
000390       BLOCK CONTAINS 0 RECORDS
000400       RECORDING MODE IS F.
000410
000420  01 REG-SALIDA PIC X(132).
000430
000440  FD INFORMA
000450       BLOCK CONTAINS 0 RECORDS
000460       RECORDING MODE IS F.
000470
000480  01 REG-INF-CABECERA.
000490      05 INF-TIPO-REG         PIC X(01).
000500         88 INF-ES-CABECERA           VALUE 'H'.
000510         88 INF-ES-DETALLE            VALUE 'D'.
000520         88 INF-ES-TOTALES            VALUE 'T'.
000530      05 INF-CAB-CUIT         PIC 9(11).
000540      05 INF-CAB-ANIO         PIC X(04).
000550      05 INF-CAB-FECHA-GEN    PIC X(10).
000560      05 FILLER               PIC X(174).
000570
000580  01 REG-INF-DETALLE.
000590      05 FILLER               PIC X(01).
000600      05 INF-DET-TIPO-DOC     PIC X(02).
000610      05 INF-DET-NRO-DOC      PIC 9(11).
000620      05 INF-DET-NRO-CLIENTE  PIC 9(05).
000630      05 INF-DET-APELLIDO     PIC X(30).
000640      05 INF-DET-NOMBRE       PIC X(30).
000650      05 INF-DET-CUENTA       PIC X(15).
000660      05 INF-DET-MONEDA       PIC X(02).
000670      05 INF-DET-ROL          PIC X(01).
000680      05 INF-DET-INTERESES    PIC 9(11)V99.
000690      05 INF-DET-INT-PLAZO    PIC 9(11)V99.
000700      05 INF-DET-COMISIONES   PIC 9(11)V99.
000710      05 INF-DET-PUNITORIOS   PIC 9(11)V99.
000720      05 INF-DET-IMPUESTOS    PIC 9(11)V99.
000730      05 INF-DET-SALDO        PIC S9(11)V99
000740                               SIGN IS LEADING SEPARATE.
000750      05 FILLER               PIC X(24).
000760
000770  01 REG-INF-TOTALES.
000780      05 FILLER               PIC X(01).
000790      05 INF-TOT-REGISTROS    PIC 9(07).
000800      05 INF-TOT-CLIENTES     PIC 9(07).
000810      05 INF-TOT-INTERESES    PIC 9(13)V99.
000820      05 INF-TOT-INT-PLAZO    PIC 9(13)V99.
000830      05 INF-TOT-COMISIONES   PIC 9(13)V99.
000840      05 INF-TOT-PUNITORIOS   PIC 9(13)V99.
000850      05 INF-TOT-IMPUESTOS    PIC 9(13)V99.
000860      05 FILLER               PIC X(110).
000870*************************************
000880*             WORKING              *
000890*************************************
000900  WORKING-STORAGE SECTION.
000910  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000920*************************************
000930*           FILE STATUS            *
000940*************************************
000950  01  FS-FILE-STATUS.
000960      05  FS-CUENTA       PIC X     VALUE SPACES.
000970          88  FS-CUENTA-OK          VALUE 'Y'.
000980          88  FS-CUENTA-EOF         VALUE 'N'.
000990      05  FS-SALIDA       PIC XX    VALUE SPACES.
001000          88  FS-SALIDA-OK          VALUE '00'.
001010      05  FS-INFORMA      PIC XX    VALUE SPACES.
001020          88  FS-INFORMA-OK         VALUE '00'.
001030*************************************
001040*          CONTADORES              *
001050*************************************
001060  01 CN-CONTADORES.
001070      05 CN-CUENTAS            PIC 9(07)  VALUE ZEROS.
001080      05 CN-CLIENTES           PIC 9(07)  VALUE ZEROS.
001090      05 CN-SIN-SALDO          PIC 9(05)  VALUE ZEROS.
001100      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
001110      05 CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
001120*************************************
001130*  TOTALES GENERALES DEL ARCHIVO    *
001140*  (SUMA DE TODAS LAS MONEDAS, PARA *
001150*  CONTROL DEL REGISTRO 'T')        *
001160*************************************
001170  01  CN-TOTALES-ARCHIVO.
001180      05  CN-TOT-INTERESES     PIC S9(13)V99 COMP-3 VALUE ZEROS.
001190      05  CN-TOT-INT-PLAZO     PIC S9(13)V99 COMP-3 VALUE ZEROS.
001200      05  CN-TOT-COMISIONES    PIC S9(13)V99 COMP-3 VALUE ZEROS.
001210      05  CN-TOT-PUNITORIOS    PIC S9(13)V99 COMP-3 VALUE ZEROS.
001220      05  CN-TOT-IMPUESTOS     PIC S9(13)V99 COMP-3 VALUE ZEROS.
001230*************************************
001240*  TOTALES DEL CLIENTE POR MONEDA   *
001250*************************************
001260  01  CN-TAB-MONEDA.
001270      05  CN-MON-CANT          PIC 9(02)     COMP  VALUE ZEROS.
001280      05  CN-MON-ITEM  OCCURS 10 TIMES
001290                        INDEXED BY CN-MON-IDX.
001300          10  CN-MON-MONEDA    PIC X(02)            VALUE SPACES.
001310          10  CN-MON-INTERESES PIC S9(11)V99 COMP-3 VALUE ZEROS.
001320          10  CN-MON-INT-PLAZO PIC S9(11)V99 COMP-3 VALUE ZEROS.
001330          10  CN-MON-COMISION  PIC S9(11)V99 COMP-3 VALUE ZEROS.
001340          10  CN-MON-PUNITORIO PIC S9(11)V99 COMP-3 VALUE ZEROS.
001350          10  CN-MON-IMPUESTOS PIC S9(11)V99 COMP-3 VALUE ZEROS.
001360          10  CN-MON-SALDO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
001370*************************************
001380*  IMPORTES DE UNA CUENTA EN EL ANO *
001390*************************************
001400  01  WS-IMP-CUENTA.
001410      05  WS-IMP-INTERESES     PIC S9(11)V99 COMP-3 VALUE ZEROS.
001420      05  WS-IMP-PLAZO-CRE     PIC S9(11)V99 COMP-3 VALUE ZEROS.
001430      05  WS-IMP-CAPITAL-PF    PIC S9(11)V99 COMP-3 VALUE ZEROS.
001440      05  WS-IMP-INT-PLAZO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
001450      05  WS-IMP-COMISIONES    PIC S9(11)V99 COMP-3 VALUE ZEROS.
001460      05  WS-IMP-PUNITORIOS    PIC S9(11)V99 COMP-3 VALUE ZEROS.
001470      05  WS-IMP-IMPUESTOS     PIC S9(11)V99 COMP-3 VALUE ZEROS.
001480      05  WS-IMP-SALDO         PIC S9(11)V99 COMP-3 VALUE ZEROS.
001490  77  WS-SALDO-FECHA       PIC X(10)            VALUE SPACES.
001500  77  WS-CLIENTE-ANT       PIC S9(5)V   COMP-3  VALUE ZEROS.
001510  77  WS-ROL               PIC X(01)            VALUE SPACES.
001520  77  WS-HAY-CLIENTE       PIC X(01)            VALUE 'N'.
001530      88  WS-CLIENTE-ABIERTO                    VALUE 'S'.
001540
001550  77  CT-MOV-INTERES       PIC X(02)            VALUE 'IN'.
001560  77  CT-MOV-PLAZO-CRE     PIC X(02)            VALUE 'PC'.
001570  77  CT-MOV-COMISION      PIC X(02)            VALUE 'CM'.
001580  77  CT-MOV-PUNITORIO     PIC X(02)            VALUE 'IP'.
001590  77  CT-MOV-IMPUESTO      PIC X(02)            VALUE 'ID'.
001600*************************************
001610*  TARJETA SYSIN: ANO AAAA Y CUIT   *
001620*  DEL AGENTE DE INFORMACION        *
001630*************************************
001640  01  WS-TARJETA-ANIO.
001650      05  WS-ANIO-CARD     PIC X(04)   VALUE SPACES.
001660      05  FILLER           PIC X(01)   VALUE SPACES.
001670      05  WS-CUIT-AGENTE   PIC 9(11)   VALUE ZEROS.
001680  01  WS-ANIO-NUM REDEFINES WS-TARJETA-ANIO.
001690      05  WS-ANIO-9        PIC 9(04).
001700      05  FILLER           PIC X(12).
001710  01  WS-PATRON-ANIO       PIC X(06)   VALUE SPACES.
001720  01  WS-INICIO-ANIO       PIC X(10)   VALUE SPACES.
001730  01  WS-CIERRE-ANIO       PIC X(10)   VALUE SPACES.
001740*************************************
001750*       VARIABLES IMPRESION        *
001760*************************************
001770  01  IP-TITULO.
001780      05  FILLER      PIC X(10) VALUE  SPACES.
001790      05  FILLER      PIC X(56) VALUE
001800       'CERTIFICADO ANUAL DE INTERESES, CARGOS E IMPUESTOS - ANO'.
001810      05  FILLER      PIC X(01) VALUE  SPACES.
001820      05  IP-ANIO     PIC X(04) VALUE  SPACES.
001830      05  FILLER      PIC X(61) VALUE  SPACES.
001840
001850  01  IP-CLIENTE.
001860      05  FILLER      PIC X(09) VALUE  'CLIENTE: '.
001870      05  IP-NRO-CLIENTE  PIC ZZZZ9 VALUE ZEROS.
001880      05  FILLER      PIC X(08) VALUE  '   DOC: '.
001890      05  IP-TIPO-DOC PIC X(02) VALUE  SPACES.
001900      05  FILLER      PIC X(01) VALUE  SPACES.
001910      05  IP-NRO-DOC  PIC Z(10)9 VALUE ZEROS.
001920      05  FILLER      PIC X(03) VALUE  SPACES.
001930      05  IP-APELLIDO PIC X(30) VALUE  SPACES.
001940      05  FILLER      PIC X(01) VALUE  SPACES.
001950      05  IP-NOMBRE   PIC X(30) VALUE  SPACES.
001960      05  FILLER      PIC X(07) VALUE  '  SUC: '.
001970      05  IP-SUCURSAL PIC X(04) VALUE  SPACES.
001980      05  FILLER      PIC X(21) VALUE  SPACES.
001990
002000  01  IP-ENCABEZADO.
002010      05  FILLER    PIC X(16)    VALUE 'NRO CUENTA'.
002020      05  FILLER    PIC X(04)    VALUE 'MON'.
002030      05  FILLER    PIC X(04)    VALUE 'TIT'.
002040      05  FILLER    PIC X(15)    VALUE '     INTERESES'.
002050      05  FILLER    PIC X(15)    VALUE '   INT.PF'.
002060      05  FILLER    PIC X(15)    VALUE '   COMISIONES'.
002070      05  FILLER    PIC X(15)    VALUE '   PUNITORIOS'.
002080      05  FILLER    PIC X(15)    VALUE '    IMPUESTOS'.
002090      05  FILLER    PIC X(17)    VALUE '  SALDO AL CIERRE'.
002100      05  FILLER    PIC X(16)    VALUE SPACES.
002110
002120  01  WS-REG-DETALLE.
002130      05  WS-DET-CUENTA    PIC X(15)    VALUE SPACES.
002140      05  FILLER           PIC X(01)    VALUE SPACES.
002150      05  WS-DET-MONEDA    PIC X(02)    VALUE SPACES.
002160      05  FILLER           PIC X(02)    VALUE SPACES.
002170      05  WS-DET-ROL       PIC X(01)    VALUE SPACES.
002180      05  FILLER           PIC X(02)    VALUE SPACES.
002190      05  WS-DET-INTERESES PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002200      05  FILLER           PIC X(01)    VALUE SPACES.
002210      05  WS-DET-INT-PLAZO PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002220      05  FILLER           PIC X(01)    VALUE SPACES.
002230      05  WS-DET-COMISION  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002240      05  FILLER           PIC X(01)    VALUE SPACES.
002250      05  WS-DET-PUNITORIO PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002260      05  FILLER           PIC X(01)    VALUE SPACES.
002270      05  WS-DET-IMPUESTOS PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002280      05  FILLER           PIC X(01)    VALUE SPACES.
002290      05  WS-DET-SALDO     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002300      05  FILLER           PIC X(01)    VALUE SPACES.
002310      05  WS-DET-OBSERV    PIC X(15)    VALUE SPACES.
002320
002330  01  WS-REG-TOT-MONEDA.
002340      05  FILLER           PIC X(07)    VALUE 'TOTAL  '.
002350      05  FILLER           PIC X(04)    VALUE 'MON '.
002360      05  WS-TOT-MONEDA    PIC X(02)    VALUE SPACES.
002370      05  FILLER           PIC X(10)    VALUE SPACES.
002380      05  WS-TOT-INTERESES PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002390      05  FILLER           PIC X(01)    VALUE SPACES.
002400      05  WS-TOT-INT-PLAZO PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002410      05  FILLER           PIC X(01)    VALUE SPACES.
002420      05  WS-TOT-COMISION  PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002430      05  FILLER           PIC X(01)    VALUE SPACES.
002440      05  WS-TOT-PUNITORIO PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002450      05  FILLER           PIC X(01)    VALUE SPACES.
002460      05  WS-TOT-IMPUESTOS PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002470      05  FILLER           PIC X(01)    VALUE SPACES.
002480      05  WS-TOT-SALDO     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002490      05  FILLER           PIC X(16)    VALUE SPACES.
002500
002510  01  IP-PIE.
002520      05  FILLER    PIC X(45)    VALUE
002530       'TIT: T = TITULAR PRINCIPAL, C = COTITULAR. '.
002540      05  FILLER    PIC X(45)    VALUE
002550       'IMPORTES EN LA MONEDA DE CADA CUENTA.'.
002560      05  FILLER    PIC X(42)    VALUE SPACES.
002570*************************************
002580*             SQL                  *
002590*************************************
002600       EXEC SQL
002610         INCLUDE SQLCA
002620       END-EXEC.
002630
002640       EXEC SQL
002650         INCLUDE TBCLIENT
002660       END-EXEC.
002670
002680       EXEC SQL
002690         INCLUDE TBCUENT
002700       END-EXEC.
002710
002720       EXEC SQL
002730         INCLUDE TBHISTSA
002740       END-EXEC.
002750
002760       EXEC SQL
002770         DECLARE CERTIF_CURSOR CURSOR FOR
002780          SELECT L.TIPO_DOCUMENTO, L.NRO_DOCUMENTO,
002790                 L.NRO_CLIENTE, L.APELLIDO_CLIENTE,
002800                 L.NOMBRE_CLIENTE, L.SUCURSAL,
002810                 C.NRO_CUENTA, C.MONEDA, C.NRO_CLIENTE
002820            FROM ITPFBIO.TBCLIENT L,
002830                 ITPFBIO.TBCUENTAS C
002840           WHERE (C.NRO_CLIENTE EQUAL L.NRO_CLIENTE
002850              OR EXISTS
002860                 (SELECT 1
002870                    FROM ITPFBIO.TBTITULAR T
002880                   WHERE T.NRO_CUENTA  EQUAL C.NRO_CUENTA
002890                     AND T.NRO_CLIENTE EQUAL L.NRO_CLIENTE
002895                     AND T.ROL         EQUAL 'T'))
002900             AND (C.FECHA_DE_BAJA IS NULL
002910              OR C.FECHA_DE_BAJA NOT LESS :WS-INICIO-ANIO)
002920           ORDER BY L.TIPO_DOCUMENTO, L.NRO_DOCUMENTO,
002930                    L.NRO_CLIENTE, C.MONEDA, C.NRO_CUENTA
002940       END-EXEC.
002950
002960  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
002970*************************************
002980*  MANEJO COMUN DE ERRORES          *
002990*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
003000*  DE RETORNO DEL BATCH             *
003010*************************************
003020     COPY LKERROR.
003030
003040  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
003050  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
003060  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
003070  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
003080*************************************
003090*  CONTROL DE CORRIDAS (RUTCTRL)    *
003100*************************************
003110     COPY LKCTRL.
003120
003130  01  WS-TARJETA-CONTROL.
003140      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
003150      05  CC-RERUN         PIC X(01)  VALUE SPACES.
003160
003170  01  WS-CTL-HOY.
003180      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
003190      05  FILLER       PIC X(01)  VALUE '-'.
003200      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
003210      05  FILLER       PIC X(01)  VALUE '-'.
003220      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
003230
003240  01  WS-CTL-FECHA-AREA.
003250      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
003260      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
003270      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
003280
003290  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
003300  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
003310      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
003320  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
003330*************************************.
003340  PROCEDURE DIVISION.
003350**************************************
003360*  CUERPO PRINCIPAL DEL PROGRAMA     *
003370**************************************
003380  MAIN-PROGRAM.
003390      PERFORM 1000-I-INICIO
003400         THRU 1000-F-INICIO
003410
003420      IF WS-CORRIDA-RECHAZADA
003430         GO TO F-MAIN-PROGRAM
003440      END-IF
003450
003460      PERFORM 2000-I-PROCESO
003470         THRU 2000-F-PROCESO
003480         UNTIL FS-CUENTA-EOF
003490
003500      PERFORM 9999-I-FINAL
003510         THRU 9999-F-FINAL
003520      .
003530  F-MAIN-PROGRAM. GOBACK.
003540**************************************
003550*  CUERPO INICIO APERTURA ARCHIVOS   *
003560**************************************
003570  1000-I-INICIO.
003580      ACCEPT WS-TARJETA-ANIO FROM SYSIN
003590
003600      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
003610
003620      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
003630
003640      IF WS-CORRIDA-RECHAZADA
003650         GO TO 1000-F-INICIO
003660      END-IF
003670
003680      MOVE SPACES TO WS-PATRON-ANIO
003690      STRING WS-ANIO-CARD DELIMITED BY SIZE
003700             '-%'         DELIMITED BY SIZE
003710             INTO WS-PATRON-ANIO
003720
003730      MOVE SPACES TO WS-INICIO-ANIO
003740      STRING WS-ANIO-CARD DELIMITED BY SIZE
003750             '-01-01'     DELIMITED BY SIZE
003760             INTO WS-INICIO-ANIO
003770
003780      MOVE SPACES TO WS-CIERRE-ANIO
003790      STRING WS-ANIO-CARD DELIMITED BY SIZE
003800             '-12-31'     DELIMITED BY SIZE
003810             INTO WS-CIERRE-ANIO
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
003920         SET  FS-CUENTA-EOF TO TRUE
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
004040         SET  FS-CUENTA-EOF TO TRUE
004050      END-IF
004060
004070      PERFORM 5100-I-GRABAR-CABECERA
004080         THRU 5100-F-GRABAR-CABECERA
004090
004100      EXEC SQL
004110         OPEN CERTIF_CURSOR
004120      END-EXEC
004130
004140      IF SQLCODE NOT EQUAL ZEROS
004150         MOVE SQLCODE TO FS-SQLCODE
004160         DISPLAY '* ERROR OPEN CURSOR CERTIF = ' FS-SQLCODE
004170         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004180         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004190         MOVE 'OPEN CURSOR CERTIF' TO LK-ERR-RECURSO
004200         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004210         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004220         SET  FS-CUENTA-EOF TO TRUE
004230      END-IF
004240
004250      PERFORM 3000-I-LEER-CUENTA
004260         THRU 3000-F-LEER-CUENTA
004270      .
004280  1000-F-INICIO. EXIT.
004290**************************************
004300*  CUERPO PRINCIPAL DE PROCESOS:     *
004310*  CORTE POR CLIENTE Y UNA LINEA POR *
004320*  CUENTA                            *
004330**************************************
004340  2000-I-PROCESO.
004350      IF NOT WS-CLIENTE-ABIERTO
004360         OR CLI-NRO-CLIENTE NOT EQUAL WS-CLIENTE-ANT
004370         PERFORM 6000-I-CORTE-CLIENTE
004380            THRU 6000-F-CORTE-CLIENTE
004390      END-IF
004400
004410      PERFORM 4000-I-IMPORTES-CUENTA
004420         THRU 4000-F-IMPORTES-CUENTA
004430
004440      IF NOT FS-CUENTA-EOF
004450         PERFORM 5200-I-GRABAR-DETALLE
004460            THRU 5200-F-GRABAR-DETALLE
004470      END-IF
004480
004490      PERFORM 3000-I-LEER-CUENTA
004500         THRU 3000-F-LEER-CUENTA
004510      .
004520  2000-F-PROCESO. EXIT.
004530**************************************
004540*  LEER CLIENTE/CUENTA               *
004550**************************************
004560  3000-I-LEER-CUENTA.
004570      IF FS-CUENTA-EOF
004580         GO TO 3000-F-LEER-CUENTA
004590      END-IF
004600
004610      EXEC SQL
004620           FETCH CERTIF_CURSOR
004630           INTO  :TIPO-DOCUMENTO,
004640                 :NRO-DOCUMENTO,
004650                 :CLI-NRO-CLIENTE,
004660                 :APELLIDO-CLIENTE,
004670                 :NOMBRE-CLIENTE,
004680                 :CLI-SUCURSAL,
004690                 :NRO-CUENTA,
004700                 :MONEDA,
004710                 :CUE-NRO-CLIENTE
004720      END-EXEC
004730
004740      EVALUATE SQLCODE
004750
004760      WHEN ZEROS
004770         ADD 1 TO CN-CUENTAS
004780         MOVE NRO-CUENTA TO LK-ERR-CLAVE
004790
004800      WHEN +100
004810         SET FS-CUENTA-EOF TO TRUE
004820
004830      WHEN OTHER
004840         ADD 1 TO CN-NOVEDADES-ER
004850         MOVE SQLCODE TO FS-SQLCODE
004860         DISPLAY '* ERROR LEER CURSOR CERTIF = ' FS-SQLCODE
004870         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004880         MOVE '3000-I-LEER-CUENTA' TO LK-ERR-PARRAFO
004890         MOVE 'LEER CURSOR CERTIF' TO LK-ERR-RECURSO
004900         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004910         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004920         SET FS-CUENTA-EOF TO TRUE
004930      END-EVALUATE
004940      .
004950  3000-F-LEER-CUENTA. EXIT.
004960**************************************
004970*  IMPORTES DE LA CUENTA EN EL ANO   *
004980*  (SIN LOS MOVIMIENTOS REVERSADOS)  *
004990*  Y SALDO AL CIERRE DEL ANO         *
005000**************************************
005010  4000-I-IMPORTES-CUENTA.
005020      INITIALIZE WS-IMP-CUENTA
005030      MOVE SPACES TO WS-DET-OBSERV
005040
005050      IF CUE-NRO-CLIENTE EQUAL CLI-NRO-CLIENTE
005060         MOVE 'T' TO WS-ROL
005070      ELSE
005080         MOVE 'C' TO WS-ROL
005090      END-IF
005100
005110      EXEC SQL
005120         SELECT VALUE(SUM(CASE WHEN TIPO_MOVIMIENTO
005130                                    EQUAL :CT-MOV-INTERES
005140                               THEN IMPORTE ELSE 0 END), 0),
005150                VALUE(SUM(CASE WHEN TIPO_MOVIMIENTO
005160                                    EQUAL :CT-MOV-PLAZO-CRE
005170                               THEN IMPORTE ELSE 0 END), 0),
005180                VALUE(SUM(CASE WHEN TIPO_MOVIMIENTO
005190                                    EQUAL :CT-MOV-COMISION
005200                               THEN IMPORTE ELSE 0 END), 0),
005210                VALUE(SUM(CASE WHEN TIPO_MOVIMIENTO
005220                                    EQUAL :CT-MOV-PUNITORIO
005230                               THEN IMPORTE ELSE 0 END), 0),
005240                VALUE(SUM(CASE WHEN TIPO_MOVIMIENTO
005250                                    EQUAL :CT-MOV-IMPUESTO
005260                               THEN IMPORTE ELSE 0 END), 0)
005270           INTO :WS-IMP-INTERESES, :WS-IMP-PLAZO-CRE,
005280                :WS-IMP-COMISIONES, :WS-IMP-PUNITORIOS,
005290                :WS-IMP-IMPUESTOS
005300           FROM ITPFBIO.TBMOVIM
005310          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
005320            AND FECHA LIKE :WS-PATRON-ANIO
005330            AND VALUE(ESTADO_REV, ' ') NOT EQUAL 'R'
005340      END-EXEC
005350
005360      IF SQLCODE NOT EQUAL ZEROS
005370         MOVE 'SUMAR TBMOVIM' TO LK-ERR-RECURSO
005380         PERFORM 4900-I-ERROR-SQL THRU 4900-F-ERROR-SQL
005390         GO TO 4000-F-IMPORTES-CUENTA
005400      END-IF
005410
005420      PERFORM 4100-I-CAPITAL-PLAZO
005430         THRU 4100-F-CAPITAL-PLAZO
005440
005450      IF FS-CUENTA-EOF
005460         GO TO 4000-F-IMPORTES-CUENTA
005470      END-IF
005480
005490      SUBTRACT WS-IMP-CAPITAL-PF FROM WS-IMP-PLAZO-CRE
005500         GIVING WS-IMP-INT-PLAZO
005510
005520      IF WS-IMP-INT-PLAZO LESS ZEROS
005530         MOVE ZEROS TO WS-IMP-INT-PLAZO
005540      END-IF
005550
005560      PERFORM 4200-I-SALDO-CIERRE
005570         THRU 4200-F-SALDO-CIERRE
005580      .
005590  4000-F-IMPORTES-CUENTA. EXIT.
005600**************************************
005610*  CAPITAL DE PLAZOS FIJOS DEVUELTO  *
005620*  EN EL ANO: EL 'PC' DE PGMVTO33    *
005630*  (INSTRUCCION 'C') Y DE LA         *
005640*  CANCELACION ANTICIPADA (PGMPLA33) *
005650*  INCLUYE EL CAPITAL DE LOS         *
005660*  CERTIFICADOS QUE QUEDAN CERRADOS  *
005670**************************************
005680  4100-I-CAPITAL-PLAZO.
005690      EXEC SQL
005700         SELECT VALUE(SUM(IMPORTE), 0)
005710           INTO :WS-IMP-CAPITAL-PF
005720           FROM ITPFBIO.TBPLAZOS
005730          WHERE CTA_ORIGEN EQUAL :NRO-CUENTA
005740            AND ESTADO     EQUAL 'C'
005750            AND FECHA_LIQUIDACION LIKE :WS-PATRON-ANIO
005760      END-EXEC
005770
005780      IF SQLCODE NOT EQUAL ZEROS
005790         MOVE 'LEER TBPLAZOS' TO LK-ERR-RECURSO
005800         PERFORM 4900-I-ERROR-SQL THRU 4900-F-ERROR-SQL
005810      END-IF
005820      .
005830  4100-F-CAPITAL-PLAZO. EXIT.
005840**************************************
005850*  SALDO AL CIERRE: ULTIMO SNAPSHOT  *
005860*  DE TBHISTSAL HASTA EL 31/12       *
005870**************************************
005880  4200-I-SALDO-CIERRE.
005890      MOVE NRO-CUENTA     TO HIS-NRO-CUENTA
005900
005910      EXEC SQL
005920         SELECT FECHA_CORTE, SALDO
005930           INTO :WS-SALDO-FECHA, :WS-IMP-SALDO
005940           FROM ITPFBIO.TBHISTSAL
005950          WHERE NRO_CUENTA  EQUAL :HIS-NRO-CUENTA
005960            AND FECHA_CORTE NOT GREATER :WS-CIERRE-ANIO
005970          ORDER BY FECHA_CORTE DESC
005980          FETCH FIRST 1 ROW ONLY
005990      END-EXEC
006000
006010      EVALUATE SQLCODE
006020         WHEN ZEROS
006030            IF WS-SALDO-FECHA LESS WS-INICIO-ANIO
006040               MOVE 'SALDO ANO ANT.' TO WS-DET-OBSERV
006050            END-IF
006060         WHEN +100
006070            ADD 1 TO CN-SIN-SALDO
006080            MOVE ZEROS TO WS-IMP-SALDO
006090            MOVE 'SIN SNAPSHOT' TO WS-DET-OBSERV
006100         WHEN OTHER
006110            MOVE 'LEER TBHISTSAL' TO LK-ERR-RECURSO
006120            PERFORM 4900-I-ERROR-SQL THRU 4900-F-ERROR-SQL
006130      END-EVALUATE
006140      .
006150  4200-F-SALDO-CIERRE. EXIT.
006160**************************************
006170*  ERROR SQL AL LEER LOS IMPORTES    *
006180**************************************
006190  4900-I-ERROR-SQL.
006200      ADD 1 TO CN-NOVEDADES-ER
006210      MOVE SQLCODE TO FS-SQLCODE
006220      DISPLAY '* ERROR ' LK-ERR-RECURSO ' = ' FS-SQLCODE
006230      MOVE FS-SQLCODE TO LK-ERR-CODIGO
006240      MOVE '4000-I-IMPORTES-CUENTA' TO LK-ERR-PARRAFO
006250      MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006260      PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006270      SET FS-CUENTA-EOF TO TRUE
006280      .
006290  4900-F-ERROR-SQL. EXIT.
006300**************************************
006310*  CABECERA DEL ARCHIVO DDINFAN      *
006320**************************************
006330  5100-I-GRABAR-CABECERA.
006340      IF FS-CUENTA-EOF
006350         GO TO 5100-F-GRABAR-CABECERA
006360      END-IF
006370
006380      MOVE SPACES            TO REG-INF-CABECERA
006390      SET INF-ES-CABECERA    TO TRUE
006400      MOVE WS-CUIT-AGENTE    TO INF-CAB-CUIT
006410      MOVE WS-ANIO-CARD      TO INF-CAB-ANIO
006420      MOVE CC-FECHA-PROCESO  TO INF-CAB-FECHA-GEN
006430
006440      WRITE REG-INF-CABECERA
006450
006460      IF NOT FS-INFORMA-OK
006470         DISPLAY '* ERROR EN GRABAR CABECERA = ' FS-INFORMA
006480         MOVE FS-INFORMA TO LK-ERR-CODIGO
006490         MOVE '5100-I-GRABAR-CABECERA' TO LK-ERR-PARRAFO
006500         MOVE 'GRABAR CABECERA' TO LK-ERR-RECURSO
006510         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006520         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006530         SET  FS-CUENTA-EOF TO TRUE
006540      END-IF
006550      .
006560  5100-F-GRABAR-CABECERA. EXIT.
006570**************************************
006580*  LINEA DE LA CUENTA EN EL          *
006590*  CERTIFICADO Y EN DDINFAN          *
006600**************************************
006610  5200-I-GRABAR-DETALLE.
006620      MOVE SPACES               TO REG-INF-DETALLE
006630      SET INF-ES-DETALLE        TO TRUE
006640      MOVE TIPO-DOCUMENTO       TO INF-DET-TIPO-DOC
006650      MOVE NRO-DOCUMENTO        TO INF-DET-NRO-DOC
006660      MOVE CLI-NRO-CLIENTE      TO INF-DET-NRO-CLIENTE
006670      MOVE APELLIDO-CLIENTE     TO INF-DET-APELLIDO
006680      MOVE NOMBRE-CLIENTE       TO INF-DET-NOMBRE
006690      MOVE NRO-CUENTA           TO INF-DET-CUENTA
006700      MOVE MONEDA               TO INF-DET-MONEDA
006710      MOVE WS-ROL               TO INF-DET-ROL
006720      MOVE WS-IMP-INTERESES     TO INF-DET-INTERESES
006730      MOVE WS-IMP-INT-PLAZO     TO INF-DET-INT-PLAZO
006740      MOVE WS-IMP-COMISIONES    TO INF-DET-COMISIONES
006750      MOVE WS-IMP-PUNITORIOS    TO INF-DET-PUNITORIOS
006760      MOVE WS-IMP-IMPUESTOS     TO INF-DET-IMPUESTOS
006770      MOVE WS-IMP-SALDO         TO INF-DET-SALDO
006780
006790      WRITE REG-INF-DETALLE
006800
006810      IF NOT FS-INFORMA-OK
006820         DISPLAY '* ERROR EN GRABAR INFORMA = ' FS-INFORMA
006830         MOVE FS-INFORMA TO LK-ERR-CODIGO
006840         MOVE '5200-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
006850         MOVE 'GRABAR INFORMA' TO LK-ERR-RECURSO
006860         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006870         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006880         SET  FS-CUENTA-EOF TO TRUE
006890         GO TO 5200-F-GRABAR-DETALLE
006900      END-IF
006910
006920      ADD WS-IMP-INTERESES  TO CN-TOT-INTERESES
006930      ADD WS-IMP-INT-PLAZO  TO CN-TOT-INT-PLAZO
006940      ADD WS-IMP-COMISIONES TO CN-TOT-COMISIONES
006950      ADD WS-IMP-PUNITORIOS TO CN-TOT-PUNITORIOS
006960      ADD WS-IMP-IMPUESTOS  TO CN-TOT-IMPUESTOS
006970
006980      PERFORM 5650-I-ACUM-MONEDA
006990         THRU 5650-F-ACUM-MONEDA
007000
007010      IF CN-CUENTA-LINEA GREATER 60
007020         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
007030      END-IF
007040
007050      MOVE NRO-CUENTA           TO WS-DET-CUENTA
007060      MOVE MONEDA               TO WS-DET-MONEDA
007070      MOVE WS-ROL               TO WS-DET-ROL
007080      MOVE WS-IMP-INTERESES     TO WS-DET-INTERESES
007090      MOVE WS-IMP-INT-PLAZO     TO WS-DET-INT-PLAZO
007100      MOVE WS-IMP-COMISIONES    TO WS-DET-COMISION
007110      MOVE WS-IMP-PUNITORIOS    TO WS-DET-PUNITORIO
007120      MOVE WS-IMP-IMPUESTOS     TO WS-DET-IMPUESTOS
007130      MOVE WS-IMP-SALDO         TO WS-DET-SALDO
007140
007150      WRITE REG-SALIDA FROM WS-REG-DETALLE
007160
007170      IF NOT FS-SALIDA-OK
007180         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
007190         MOVE FS-SALIDA TO LK-ERR-CODIGO
007200         MOVE '5200-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
007210         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
007220         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007230         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007240         SET  FS-CUENTA-EOF TO TRUE
007250      ELSE
007260         ADD 1 TO CN-CUENTA-LINEA
007270      END-IF
007280      .
007290  5200-F-GRABAR-DETALLE. EXIT.
007300**************************************
007310*  REGISTRO DE TOTALES DE DDINFAN    *
007320**************************************
007330  5300-I-GRABAR-TOTALES.
007340      MOVE SPACES               TO REG-INF-TOTALES
007350      SET INF-ES-TOTALES        TO TRUE
007360      MOVE CN-CUENTAS           TO INF-TOT-REGISTROS
007370      MOVE CN-CLIENTES          TO INF-TOT-CLIENTES
007380      MOVE CN-TOT-INTERESES     TO INF-TOT-INTERESES
007390      MOVE CN-TOT-INT-PLAZO     TO INF-TOT-INT-PLAZO
007400      MOVE CN-TOT-COMISIONES    TO INF-TOT-COMISIONES
007410      MOVE CN-TOT-PUNITORIOS    TO INF-TOT-PUNITORIOS
007420      MOVE CN-TOT-IMPUESTOS     TO INF-TOT-IMPUESTOS
007430
007440      WRITE REG-INF-TOTALES
007450
007460      IF NOT FS-INFORMA-OK
007470         DISPLAY '* ERROR EN GRABAR TOTALES = ' FS-INFORMA
007480         MOVE FS-INFORMA TO LK-ERR-CODIGO
007490         MOVE '5300-I-GRABAR-TOTALES' TO LK-ERR-PARRAFO
007500         MOVE 'GRABAR TOTALES' TO LK-ERR-RECURSO
007510         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007520         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007530      END-IF
007540      .
007550  5300-F-GRABAR-TOTALES. EXIT.
007560**************************************
007570*  ACUMULAR LA CUENTA EN LOS         *
007580*  TOTALES DEL CLIENTE POR MONEDA    *
007590**************************************
007600  5650-I-ACUM-MONEDA.
007610      SET CN-MON-IDX TO 1
007620
007630      PERFORM 5660-I-BUSCAR-MONEDA
007640         THRU 5660-F-BUSCAR-MONEDA
007650         UNTIL CN-MON-IDX > CN-MON-CANT
007660            OR CN-MON-MONEDA (CN-MON-IDX) EQUAL MONEDA
007670
007680      IF CN-MON-IDX GREATER CN-MON-CANT
007690         SET CN-MON-CANT UP BY 1
007700         SET CN-MON-IDX  TO CN-MON-CANT
007710         MOVE MONEDA TO CN-MON-MONEDA (CN-MON-IDX)
007720      END-IF
007730
007740      ADD WS-IMP-INTERESES  TO CN-MON-INTERESES (CN-MON-IDX)
007750      ADD WS-IMP-INT-PLAZO  TO CN-MON-INT-PLAZO (CN-MON-IDX)
007760      ADD WS-IMP-COMISIONES TO CN-MON-COMISION  (CN-MON-IDX)
007770      ADD WS-IMP-PUNITORIOS TO CN-MON-PUNITORIO (CN-MON-IDX)
007780      ADD WS-IMP-IMPUESTOS  TO CN-MON-IMPUESTOS (CN-MON-IDX)
007790      ADD WS-IMP-SALDO      TO CN-MON-SALDO     (CN-MON-IDX)
007800      .
007810  5650-F-ACUM-MONEDA. EXIT.
007820**************************************
007830*     BUSCAR MONEDA EN LOS TOTALES   *
007840**************************************
007850  5660-I-BUSCAR-MONEDA.
007860      IF CN-MON-MONEDA (CN-MON-IDX) NOT EQUAL MONEDA
007870         SET CN-MON-IDX UP BY 1
007880      END-IF
007890      .
007900  5660-F-BUSCAR-MONEDA. EXIT.
007910**************************************
007920*  CORTE DE CLIENTE: CIERRA EL       *
007930*  CERTIFICADO ANTERIOR CON SUS      *
007940*  TOTALES Y ABRE UNO NUEVO EN HOJA  *
007950*  APARTE                            *
007960**************************************
007970  6000-I-CORTE-CLIENTE.
007980      IF WS-CLIENTE-ABIERTO
007990         PERFORM 6100-I-CERRAR-CLIENTE
008000            THRU 6100-F-CERRAR-CLIENTE
008010      END-IF
008020
008030      IF FS-CUENTA-EOF
008040         GO TO 6000-F-CORTE-CLIENTE
008050      END-IF
008060
008070      ADD 1 TO CN-CLIENTES
008080      SET WS-CLIENTE-ABIERTO TO TRUE
008090      MOVE CLI-NRO-CLIENTE   TO WS-CLIENTE-ANT
008100
008110      INITIALIZE CN-TAB-MONEDA
008120
008130      MOVE CLI-NRO-CLIENTE   TO IP-NRO-CLIENTE
008140      MOVE TIPO-DOCUMENTO    TO IP-TIPO-DOC
008150      MOVE NRO-DOCUMENTO     TO IP-NRO-DOC
008160      MOVE APELLIDO-CLIENTE  TO IP-APELLIDO
008170      MOVE NOMBRE-CLIENTE    TO IP-NOMBRE
008180      MOVE CLI-SUCURSAL      TO IP-SUCURSAL
008190
008200      PERFORM 9000-I-TITULO
008210         THRU 9000-F-TITULO
008220      .
008230  6000-F-CORTE-CLIENTE. EXIT.
008240**************************************
008250*  TOTALES POR MONEDA Y PIE DEL      *
008260*  CERTIFICADO                       *
008270**************************************
008280  6100-I-CERRAR-CLIENTE.
008290      SET CN-MON-IDX TO 1
008300
008310      PERFORM 6200-I-IMPRIMIR-MONEDA
008320         THRU 6200-F-IMPRIMIR-MONEDA
008330         UNTIL CN-MON-IDX GREATER CN-MON-CANT
008340
008350      WRITE REG-SALIDA FROM IP-PIE
008360
008370      IF NOT FS-SALIDA-OK
008380         DISPLAY '* ERROR EN GRABAR PIE = ' FS-SALIDA
008390         MOVE FS-SALIDA TO LK-ERR-CODIGO
008400         MOVE '6100-I-CERRAR-CLIENTE' TO LK-ERR-PARRAFO
008410         MOVE 'GRABAR PIE' TO LK-ERR-RECURSO
008420         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008430         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008440         SET  FS-CUENTA-EOF TO TRUE
008450      END-IF
008460      .
008470  6100-F-CERRAR-CLIENTE. EXIT.
008480**************************************
008490*  IMPRIMIR EL TOTAL DE UNA MONEDA   *
008500*  DEL CLIENTE                       *
008510**************************************
008520  6200-I-IMPRIMIR-MONEDA.
008530      MOVE CN-MON-MONEDA    (CN-MON-IDX) TO WS-TOT-MONEDA
008540      MOVE CN-MON-INTERESES (CN-MON-IDX) TO WS-TOT-INTERESES
008550      MOVE CN-MON-INT-PLAZO (CN-MON-IDX) TO WS-TOT-INT-PLAZO
008560      MOVE CN-MON-COMISION  (CN-MON-IDX) TO WS-TOT-COMISION
008570      MOVE CN-MON-PUNITORIO (CN-MON-IDX) TO WS-TOT-PUNITORIO
008580      MOVE CN-MON-IMPUESTOS (CN-MON-IDX) TO WS-TOT-IMPUESTOS
008590      MOVE CN-MON-SALDO     (CN-MON-IDX) TO WS-TOT-SALDO
008600
008610      WRITE REG-SALIDA FROM WS-REG-TOT-MONEDA
008620
008630      IF NOT FS-SALIDA-OK
008640         DISPLAY '* ERROR EN TOTAL MONEDA = ' FS-SALIDA
008650         MOVE FS-SALIDA TO LK-ERR-CODIGO
008660         MOVE '6200-I-IMPRIMIR-MONEDA' TO LK-ERR-PARRAFO
008670         MOVE 'TOTAL MONEDA' TO LK-ERR-RECURSO
008680         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008690         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008700      END-IF
008710
008720      SET CN-MON-IDX UP BY 1
008730      .
008740  6200-F-IMPRIMIR-MONEDA. EXIT.
008750**************************************
008760*  TITULO DEL CERTIFICADO (HOJA      *
008770*  NUEVA CON LOS DATOS DEL CLIENTE)  *
008780**************************************
008790  9000-I-TITULO.
008800      MOVE WS-ANIO-CARD TO IP-ANIO
008810
008820      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
008830
008840      IF NOT FS-SALIDA-OK
008850         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
008860         MOVE FS-SALIDA TO LK-ERR-CODIGO
008870         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
008880         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
008890         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008900         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008910         SET  FS-CUENTA-EOF TO TRUE
008920      ELSE
008930         MOVE 1 TO CN-CUENTA-LINEA
008940      END-IF
008950
008960      WRITE REG-SALIDA FROM IP-CLIENTE
008970
008980      WRITE REG-SALIDA FROM IP-ENCABEZADO
008990
009000      IF NOT FS-SALIDA-OK
009010         DISPLAY '* ERROR EN IMPRIMIR ENCABEZADO = ' FS-SALIDA
009020         MOVE FS-SALIDA TO LK-ERR-CODIGO
009030         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
009040         MOVE 'IMPRIMIR ENCABEZAD' TO LK-ERR-RECURSO
009050         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009060         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009070         SET  FS-CUENTA-EOF TO TRUE
009080      ELSE
009090         ADD 2 TO CN-CUENTA-LINEA
009100      END-IF
009110      .
009120  9000-F-TITULO. EXIT.
009130**************************************
009140*  CUERPO FINAL - CIERRA EL ULTIMO   *
009150*  CERTIFICADO, TOTALES DE DDINFAN Y *
009160*  CIERRE                            *
009170**************************************
009180  9999-I-FINAL.
009190      IF WS-CLIENTE-ABIERTO
009200         AND RETURN-CODE LESS CT-RC-ERROR-ENTORNO
009210         PERFORM 6100-I-CERRAR-CLIENTE
009220            THRU 6100-F-CERRAR-CLIENTE
009230      END-IF
009240
009250      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
009260         PERFORM 5300-I-GRABAR-TOTALES
009270            THRU 5300-F-GRABAR-TOTALES
009280      END-IF
009290
009300      EXEC SQL
009310         CLOSE CERTIF_CURSOR
009320      END-EXEC
009330
009340      CLOSE INFORMA
009350      IF NOT FS-INFORMA-OK
009360         DISPLAY '* ERROR EN CLOSE INFORMA =  ' FS-INFORMA
009370         MOVE FS-INFORMA TO LK-ERR-CODIGO
009380         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
009390         MOVE 'CLOSE INFORMA' TO LK-ERR-RECURSO
009400         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009410         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009420      END-IF
009430
009440      CLOSE SALIDA
009450      IF NOT FS-SALIDA-OK
009460         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
009470         MOVE FS-SALIDA TO LK-ERR-CODIGO
009480         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
009490         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
009500         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009510         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009520      END-IF
009530
009540      IF CN-CUENTAS EQUAL ZEROS
009550         AND RETURN-CODE EQUAL ZEROS
009560         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
009570      END-IF
009580
009590      DISPLAY 'CERTIFICADOS EMITIDOS  : ' CN-CLIENTES
009600      DISPLAY 'LINEAS DE CUENTA       : ' CN-CUENTAS
009610      DISPLAY 'CUENTAS SIN SNAPSHOT   : ' CN-SIN-SALDO
009620      DISPLAY 'NOVEDADES CON ERROR    : ' CN-NOVEDADES-ER
009630
009640      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
009650      .
009660  9999-F-FINAL. EXIT.
009670**************************************
009680*  REGISTRO DE INICIO EN TBCONTROL   *
009690*  (RUTCTRL), CLAVEADO POR ANO: SIN  *
009700*  TARJETA SE CERTIFICA EL ANO       *
009710*  ANTERIOR A LA FECHA DE PROCESO    *
009720**************************************
009730  1100-I-CONTROL-INICIO.
009740      IF CC-FECHA-PROCESO EQUAL SPACES
009750         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
009760         MOVE CTL-AREA-AA TO CTL-HOY-AA
009770         MOVE CTL-AREA-MM TO CTL-HOY-MM
009780         MOVE CTL-AREA-DD TO CTL-HOY-DD
009790         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
009800      END-IF
009810
009820      IF WS-ANIO-CARD EQUAL SPACES
009830         MOVE CC-FECHA-PROCESO (1:4) TO WS-ANIO-CARD
009840         SUBTRACT 1 FROM WS-ANIO-9
009850      END-IF
009860
009870      SET LK-CTL-INICIO TO TRUE
009880      MOVE 'PGMCER33' TO LK-CTL-PROGRAMA
009890      MOVE WS-ANIO-CARD TO LK-CTL-FECHA
009900      MOVE CC-RERUN TO LK-CTL-RERUN
009910      MOVE ZEROS TO LK-CTL-CONTADOR
009920
009930      MOVE RETURN-CODE TO WS-RC-GUARDADO
009940      CALL 'RUTCTRL' USING LK-CTL-AREA
009950      MOVE WS-RC-GUARDADO TO RETURN-CODE
009960
009970      IF LK-CTL-YA-CORRIO
009980         DISPLAY '* CERTIFICADOS YA EMITIDOS PARA EL ANO '
009990                 WS-ANIO-CARD
010000         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
010010         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
010020         SET FS-CUENTA-EOF TO TRUE
010030         SET WS-CORRIDA-RECHAZADA TO TRUE
010040      END-IF
010050
010060      IF LK-CTL-ERROR
010070         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010080         SET FS-CUENTA-EOF TO TRUE
010090         SET WS-CORRIDA-RECHAZADA TO TRUE
010100      END-IF
010110      .
010120  1100-F-CONTROL-INICIO. EXIT.
010130**************************************
010140*  REGISTRO DE FIN EXITOSO EN        *
010150*  TBCONTROL CON LA CANTIDAD DE      *
010160*  CERTIFICADOS EMITIDOS             *
010170**************************************
010180  1200-I-CONTROL-FIN.
010190      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
010200         GO TO 1200-F-CONTROL-FIN
010210      END-IF
010220
010230      SET LK-CTL-FIN TO TRUE
010240      MOVE CN-CLIENTES TO LK-CTL-CONTADOR
010250
010260      MOVE RETURN-CODE TO WS-RC-GUARDADO
010270      CALL 'RUTCTRL' USING LK-CTL-AREA
010280      MOVE WS-RC-GUARDADO TO RETURN-CODE
010290      .
010300  1200-F-CONTROL-FIN. EXIT.
010310
010320*************************************
010330*  GRABAR EL ERROR ESTRUCTURADO EN  *
010340*  EL LOG COMUN (RUTERROR)          *
010350*************************************
010360  9900-I-ERROR.
010370      MOVE 'PGMCER33' TO LK-ERR-PROGRAMA
010380
010390      MOVE RETURN-CODE TO WS-RC-GUARDADO
010400
010410      CALL 'RUTERROR' USING LK-ERR-AREA
010420
010430      MOVE WS-RC-GUARDADO TO RETURN-CODE
010440
010450      MOVE SPACES TO LK-ERR-RECURSO
010460
010470      MOVE SPACES TO LK-ERR-CODIGO
010480      .
010490  9900-F-ERROR. EXIT.
