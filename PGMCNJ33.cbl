000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMCNJ33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* CANJE NOCTURNO DE CHEQUES: PAGA O            *
000110*         * RECHAZA CADA CHEQUE LIBRADO CONTRA        * JCR *
000120*         * NUESTRAS CUENTAS CORRIENTES Y                *
000130*         * PRESENTADO POR LA CAMARA                     *
000140*         * COMPENSADORA. SE RECHAZA POR SALDO           *
000150*         * INSUFICIENTE (PISO DE TBLIMITES Y            *
000160*         * EMBARGOS), ORDEN DE NO PAGAR, NRO            *
000170*         * FUERA DE TODA CHEQUERA ENTREGADA,            *
000180*         * CUENTA CERRADA, TITULAR FALLECIDO,           *
000190*         * CHEQUE YA PAGADO, IMPORTE O MONEDA           *
000200*         * INVALIDOS. LOS PAGADOS SE DEBITAN            *
000210*         * ('CH', CANAL 'CANJ'); LOS RECHAZOS           *
000220*         * VAN AL ARCHIVO DE DEVOLUCION PARA LA         *
000230*         * CAMARA CON SU CODIGO DE MOTIVO Y AL          *
000240*         * LISTADO DE CHEQUES RECHAZADOS POR            *
000250*         * SUCURSAL. SI LOS TOTALES DE LA               *
000260*         * CAMARA NO CIERRAN NO SE PAGA NADA            *
000270*************************************
000280  ENVIRONMENT DIVISION.
000290  CONFIGURATION SECTION.
000300  SPECIAL-NAMES.
000310      DECIMAL-POINT IS COMMA.
000320  INPUT-OUTPUT SECTION.
000330  FILE-CONTROL.
000340        SELECT CANJE ASSIGN DDCANJE
000350               FILE STATUS IS FS-CANJE.
000360
000370        SELECT DEVOLUC ASSIGN DDDEVCHQ
000380               FILE STATUS IS FS-DEVOLUC.
000390
000400        SELECT SALIDA ASSIGN DDSALI
000410               FILE STATUS IS FS-SALIDA.
000420
000430  DATA DIVISION.
000440  FILE SECTION.
000450  FD CANJE
000460       BLOCK CONTAINS 0 RECORDS
000470       RECORDING MODE IS F.
000480
000490  01 REG-CNJ-CABECERA.
000500      05 CNJ-TIPO-REG         PIC X(01).
000510         88 CNJ-ES-CABECERA           VALUE 'H'.
000520         88 CNJ-ES-DETALLE            VALUE 'D'.
000530         88 CNJ-ES-TOTALES            VALUE 'T'.
000540      05 CNJ-CAB-CAMARA       PIC X(04).
000550      05 CNJ-CAB-ENTIDAD      PIC X(03).
000560      05 CNJ-CAB-FECHA        PIC X(10).
000570      05 FILLER               PIC X(82).
000580
000590  01 REG-CNJ-DETALLE.
000600      05 FILLER               PIC X(01).
000610      05 CNJ-DET-CUENTA       PIC X(15).
000620      05 CNJ-DET-CHEQUE       PIC 9(08).
000630      05 CNJ-DET-CHEQUE-X REDEFINES CNJ-DET-CHEQUE
000640                              PIC X(08).
000650      05 CNJ-DET-IMPORTE      PIC 9(09)V99.
000660      05 CNJ-DET-MONEDA       PIC X(02).
000670      05 CNJ-DET-BANCO-DEP    PIC X(03).
000680      05 CNJ-DET-FECHA-PRES   PIC X(10).
000690      05 CNJ-DET-REFERENCIA   PIC X(12).
000700      05 FILLER               PIC X(38).
000710
000720  01 REG-CNJ-TOTALES.
000730      05 FILLER               PIC X(01).
000740      05 CNJ-TOT-CANTIDAD     PIC 9(07).
000750      05 CNJ-TOT-IMPORTE      PIC 9(13)V99.
000760      05 FILLER               PIC X(77).
000770
000780  FD DEVOLUC
000790       BLOCK CONTAINS 0 RECORDS
000800       RECORDING MODE IS F.
000810
000820  01 REG-DEV-CABECERA.
000830      05 DEV-TIPO-REG         PIC X(01).
000840      05 DEV-CAB-ENTIDAD      PIC X(03).
000850      05 DEV-CAB-CAMARA       PIC X(04).
000860      05 DEV-CAB-FECHA        PIC X(10).
000870      05 FILLER               PIC X(82).
000880
000890  01 REG-DEV-DETALLE.
000900      05 FILLER               PIC X(01).
000910      05 DEV-DET-CUENTA       PIC X(15).
000920      05 DEV-DET-CHEQUE       PIC X(08).
000930      05 DEV-DET-IMPORTE      PIC 9(09)V99.
000940      05 DEV-DET-MONEDA       PIC X(02).
000950      05 DEV-DET-BANCO-DEP    PIC X(03).
000960      05 DEV-DET-REFERENCIA   PIC X(12).
000970      05 DEV-DET-COD-MOTIVO   PIC X(02).
000980      05 DEV-DET-MOTIVO       PIC X(30).
000990      05 FILLER               PIC X(16).
001000
001010  01 REG-DEV-TOTALES.
001020      05 FILLER               PIC X(01).
001030      05 DEV-TOT-CANTIDAD     PIC 9(07).
001040      05 DEV-TOT-IMPORTE      PIC 9(13)V99.
001050      05 FILLER               PIC X(77).
001060
001070  FD SALIDA
001080       BLOCK CONTAINS 0 RECORDS
001090       RECORDING MODE IS F.
001100
001110  01 REG-SALIDA PIC X(132).
001120*************************************
001130*             WORKING              *
001140*************************************
001150  WORKING-STORAGE SECTION.
001160  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
001170*************************************
001180*           FILE STATUS            *
001190*************************************
001200  01  FS-FILE-STATUS.
001210      05  FS-CANJE        PIC XX    VALUE SPACES.
001220          88  FS-CANJE-OK           VALUE '00'.
001230          88  FS-CANJE-EOF          VALUE '10'.
001240      05  FS-DEVOLUC      PIC XX    VALUE SPACES.
001250          88  FS-DEVOLUC-OK         VALUE '00'.
001260      05  FS-SALIDA       PIC XX    VALUE SPACES.
001270          88  FS-SALIDA-OK          VALUE '00'.
001280      05  FS-PROCESO      PIC X     VALUE SPACES.
001290          88  FS-PROCESO-OK         VALUE 'Y'.
001300          88  FS-PROCESO-EOF        VALUE 'N'.
001310      05  FS-RECHAZO      PIC X     VALUE SPACES.
001320          88  FS-RECHAZO-OK         VALUE 'Y'.
001330          88  FS-RECHAZO-EOF        VALUE 'N'.
001340*************************************
001350*          CONTADORES              *
001360*************************************
001370  01 CN-CONTADORES.
001380      05 CN-LEIDOS             PIC 9(07)  VALUE ZEROS.
001390      05 CN-DETALLES           PIC 9(07)  VALUE ZEROS.
001400      05 CN-TRAILERS           PIC 9(03)  VALUE ZEROS.
001410      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
001420      05 CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
001430*************************************
001440*  TOTALES DE CONTROL: CANTIDAD E   *
001450*  IMPORTE DE CADA CONCEPTO DE LA   *
001460*  CONCILIACION CON LA CAMARA       *
001470*************************************
001480  01  CN-TOTALES.
001490      05  CN-LEIDO.
001500          10  CN-LEI-CANT      PIC 9(07)            VALUE ZEROS.
001510          10  CN-LEI-IMPORTE   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001520      05  CN-PAGADO.
001530          10  CN-PAG-CANT      PIC 9(07)            VALUE ZEROS.
001540          10  CN-PAG-IMPORTE   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001550      05  CN-DEVUELTO.
001560          10  CN-DEV-CANT      PIC 9(07)            VALUE ZEROS.
001570          10  CN-DEV-IMPORTE   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001580      05  CN-CONCILIADO.
001590          10  CN-CON-CANT      PIC 9(07)            VALUE ZEROS.
001600          10  CN-CON-IMPORTE   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001610      05  CN-CONTROL-CAMARA.
001620          10  CN-CAM-CANT      PIC 9(07)            VALUE ZEROS.
001630          10  CN-CAM-IMPORTE   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001640*************************************
001650*  LISTADO DE RECHAZADOS: CORTE POR *
001660*  SUCURSAL                         *
001670*************************************
001680  77  WS-SUCURSAL-ANT      PIC X(04)   VALUE SPACES.
001690  77  WS-PRIMER-CORTE-SW   PIC X(01)   VALUE 'S'.
001700      88  WS-PRIMER-CORTE              VALUE 'S'.
001710
001720  01  CN-SUBTOTAL-CANT     PIC 9(05)            VALUE ZEROS.
001730  01  CN-SUBTOTAL-SUC      PIC S9(13)V99 COMP-3 VALUE ZEROS.
001740  01  CN-TOTAL-CANT        PIC 9(07)            VALUE ZEROS.
001750  01  CN-TOTAL-GENERAL     PIC S9(13)V99 COMP-3 VALUE ZEROS.
001760*************************************
001770*      AREA DE TRABAJO             *
001780*************************************
001790  01  WS-IMPORTE           PIC S9(9)V99 COMP-3 VALUE ZEROS.
001800  01  WS-TOTAL-EMBARGOS    PIC S9(9)V99 COMP-3 VALUE ZEROS.
001810  01  WS-PISO-SOBREGIRO    PIC S9(9)V99 COMP-3 VALUE ZEROS.
001820  01  WS-SALDO-NUEVO       PIC S9(11)V99 COMP-3 VALUE ZEROS.
001830  01  WS-SALDO-DISPONIBLE  PIC S9(11)V99 COMP-3 VALUE ZEROS.
001840  01  WS-CANT-FALLEC       PIC S9(04) COMP     VALUE ZEROS.
001850  01  WS-CANT-CHEQUERAS    PIC S9(04) COMP     VALUE ZEROS.
001860
001870  01  WS-COD-MOTIVO        PIC X(02)       VALUE SPACES.
001880  01  WS-MOTIVO            PIC X(30)       VALUE SPACES.
001890
001900  01  WS-PASADA            PIC X(01)       VALUE '1'.
001910      88  WS-PRIMERA-PASADA                VALUE '1'.
001920      88  WS-SEGUNDA-PASADA                VALUE '2'.
001930
001940  01  WS-ARCHIVO-SW        PIC X(01)       VALUE 'N'.
001950      88  WS-ARCHIVO-RECHAZADO             VALUE 'S'.
001960
001970  01  WS-APERTURA-SW       PIC X(01)       VALUE 'N'.
001980      88  WS-ARCHIVOS-ABIERTOS             VALUE 'S'.
001990
002000  01  WS-CHEQUE-SW         PIC X(01)       VALUE 'N'.
002010      88  WS-CHEQUE-CON-NOVEDAD            VALUE 'S'.
002020      88  WS-CHEQUE-SIN-NOVEDAD            VALUE 'N'.
002030
002040*    CUENTA CONTRA LA QUE SE LIBRO EL CHEQUE
002050  01  WS-CUENTA.
002060      05  WS-CTA-NRO          PIC X(15)           VALUE SPACES.
002070      05  WS-CTA-TIPO         PIC X(02)           VALUE SPACES.
002080      05  WS-CTA-MONEDA       PIC X(02)           VALUE SPACES.
002090      05  WS-CTA-SUCURSAL     PIC X(04)           VALUE SPACES.
002100      05  WS-CTA-CLIENTE      PIC S9(5) COMP-3    VALUE ZEROS.
002110
002120  01  WS-FECHA-BAJA        PIC X(10)       VALUE SPACES.
002130  01  WS-FECHA-BAJA-NULL   PIC S9(04) COMP VALUE ZEROS.
002140
002150  77  CT-ENTIDAD           PIC X(03)       VALUE '285'.
002160  77  CT-CANAL-CANJE       PIC X(04)       VALUE 'CANJ'.
002170  77  CT-MOV-CHEQUE        PIC X(02)       VALUE 'CH'.
002180  77  CT-NO-PAGAR          PIC X(01)       VALUE 'N'.
002190  77  CT-PAGADO            PIC X(01)       VALUE 'P'.
002200  77  CT-RECHAZADO         PIC X(01)       VALUE 'R'.
002210*************************************
002220*  TARJETA SYSIN: FECHA DE PROCESO *
002230*************************************
002240  01  WS-FECHA-PROCESO     PIC X(10)   VALUE SPACES.
002250*************************************
002260*       VARIABLES IMPRESION        *
002270*************************************
002280  01  IP-TITULO.
002290      05  FILLER      PIC X(10) VALUE  SPACES.
002300      05  FILLER      PIC X(42) VALUE
002310       'CHEQUES RECHAZADOS EN CANJE POR SUCURSAL'.
002320      05  FILLER      PIC X(08) VALUE  'CAMARA: '.
002330      05  IP-CAMARA   PIC X(04) VALUE  SPACES.
002340      05  FILLER      PIC X(03) VALUE  SPACES.
002350      05  FILLER      PIC X(07) VALUE  'FECHA: '.
002360      05  IP-FECHA    PIC X(10) VALUE  SPACES.
002370      05  FILLER      PIC X(48) VALUE  SPACES.
002380
002390  01  IP-ENCABEZADO.
002400      05  FILLER    PIC X(04)    VALUE 'SUC '.
002410      05  FILLER    PIC X(01)    VALUE SPACES.
002420      05  FILLER    PIC X(15)    VALUE 'NRO CUENTA'.
002430      05  FILLER    PIC X(01)    VALUE SPACES.
002440      05  FILLER    PIC X(08)    VALUE 'CHEQUE'.
002450      05  FILLER    PIC X(01)    VALUE SPACES.
002460      05  FILLER    PIC X(15)    VALUE '        IMPORTE'.
002470      05  FILLER    PIC X(01)    VALUE SPACES.
002480      05  FILLER    PIC X(04)    VALUE 'COD '.
002490      05  FILLER    PIC X(30)    VALUE 'MOTIVO DEL RECHAZO'.
002500      05  FILLER    PIC X(52)    VALUE SPACES.
002510
002520  01  WS-REG-DETALLE.
002530      05  WS-DET-SUCURSAL  PIC X(04)    VALUE SPACES.
002540      05  FILLER           PIC X(01)    VALUE SPACES.
002550      05  WS-DET-CUENTA    PIC X(15)    VALUE SPACES.
002560      05  FILLER           PIC X(01)    VALUE SPACES.
002570      05  WS-DET-CHEQUE    PIC 9(08)    VALUE ZEROS.
002580      05  FILLER           PIC X(01)    VALUE SPACES.
002590      05  WS-DET-IMPORTE   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
002600      05  FILLER           PIC X(02)    VALUE SPACES.
002610      05  WS-DET-COD       PIC X(02)    VALUE SPACES.
002620      05  FILLER           PIC X(01)    VALUE SPACES.
002630      05  WS-DET-MOTIVO    PIC X(30)    VALUE SPACES.
002640      05  FILLER           PIC X(52)    VALUE SPACES.
002650
002660  01  WS-REG-SUBTOTAL.
002670      05  FILLER    PIC X(10)    VALUE SPACES.
002680      05  FILLER    PIC X(15)    VALUE 'TOTAL SUCURSAL '.
002690      05  WS-SUB-SUCURSAL  PIC X(04)    VALUE SPACES.
002700      05  FILLER    PIC X(03)    VALUE ' : '.
002710      05  WS-SUB-CANT      PIC ZZ.ZZ9   VALUE ZEROS.
002720      05  FILLER    PIC X(10)    VALUE ' CHEQUES  '.
002730      05  WS-SUB-IMPORTE   PIC -ZZ.ZZZ.ZZZ.999,99 VALUE ZEROS.
002740      05  FILLER    PIC X(01)    VALUE SPACES.
002750      05  WS-SUB-NOMBRE    PIC X(30)    VALUE SPACES.
002760      05  FILLER    PIC X(35)    VALUE SPACES.
002770
002780  01  WS-REG-TOTAL-GENERAL.
002790      05  FILLER    PIC X(10)    VALUE SPACES.
002800      05  FILLER    PIC X(26)    VALUE
002810       'TOTAL CHEQUES RECHAZADOS  '.
002820      05  FILLER    PIC X(03)    VALUE ' : '.
002830      05  WS-TOT-CANT      PIC Z.ZZZ.ZZ9    VALUE ZEROS.
002840      05  FILLER    PIC X(01)    VALUE SPACES.
002850      05  WS-TOT-IMPORTE   PIC -ZZ.ZZZ.ZZZ.999,99 VALUE ZEROS.
002860      05  FILLER    PIC X(65)    VALUE SPACES.
002870
002880  01  IP-ENCABEZADO-CONC.
002890      05  FILLER    PIC X(34)    VALUE
002900       'CONCILIACION CON LA CAMARA'.
002910      05  FILLER    PIC X(10)    VALUE '  CANTIDAD'.
002920      05  FILLER    PIC X(22)    VALUE '               IMPORTE'.
002930      05  FILLER    PIC X(66)    VALUE SPACES.
002940
002950  01  WS-REG-CONCEPTO.
002960      05  WS-CPT-DESCRIPCION  PIC X(32)    VALUE SPACES.
002970      05  FILLER              PIC X(02)    VALUE SPACES.
002980      05  WS-CPT-CANTIDAD     PIC Z.ZZZ.ZZ9    VALUE ZEROS.
002990      05  FILLER              PIC X(01)    VALUE SPACES.
003000      05  WS-CPT-IMPORTE      PIC -ZZ.ZZZ.ZZZ.999,99 VALUE ZEROS.
003010      05  FILLER              PIC X(67)    VALUE SPACES.
003020
003030  01  WS-REG-RESULTADO.
003040      05  FILLER    PIC X(14)    VALUE 'RESULTADO:    '.
003050      05  WS-RES-TEXTO     PIC X(40)    VALUE SPACES.
003060      05  FILLER    PIC X(78)    VALUE SPACES.
003070*************************************
003080*             SQL                  *
003090*************************************
003100       EXEC SQL
003110         INCLUDE SQLCA
003120       END-EXEC.
003130
003140       EXEC SQL
003150         INCLUDE TBCUENT
003160       END-EXEC.
003170
003180       EXEC SQL
003190         INCLUDE TBMOVIM
003200       END-EXEC.
003210
003220       EXEC SQL
003230         INCLUDE TBEMBARG
003240       END-EXEC.
003250
003260       EXEC SQL
003270         INCLUDE TBLIMITE
003280       END-EXEC.
003290
003300       EXEC SQL
003310         INCLUDE TBCHEQRA
003320       END-EXEC.
003330
003340       EXEC SQL
003350         INCLUDE TBCHEQUE
003360       END-EXEC.
003370
003380       EXEC SQL
003390         INCLUDE TBSUCURS
003400       END-EXEC.
003410
003420       EXEC SQL
003430         DECLARE RECHAZO_CURSOR CURSOR FOR
003440          SELECT SUCURSAL, NRO_CUENTA, NRO_CHEQUE,
003450                 IMPORTE, COD_RECHAZO
003460            FROM ITPFBIO.TBCHEQUES
003470           WHERE FECHA_RECHAZO EQUAL :WS-FECHA-PROCESO
003480           ORDER BY SUCURSAL, NRO_CUENTA, NRO_CHEQUE
003490       END-EXEC.
003500
003510  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
003520*************************************
003530*  MANEJO COMUN DE ERRORES          *
003540*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
003550*  DE RETORNO DEL BATCH             *
003560*************************************
003570     COPY LKERROR.
003580
003590  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
003600  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
003610  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
003620  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
003630*************************************
003640*  CONTROL DE CORRIDAS (RUTCTRL)    *
003650*************************************
003660     COPY LKCTRL.
003670
003680  01  WS-TARJETA-CONTROL.
003690      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
003700      05  CC-RERUN         PIC X(01)  VALUE SPACES.
003710
003720  01  WS-CTL-HOY.
003730      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
003740      05  FILLER       PIC X(01)  VALUE '-'.
003750      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
003760      05  FILLER       PIC X(01)  VALUE '-'.
003770      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
003780
003790  01  WS-CTL-FECHA-AREA.
003800      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
003810      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
003820      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
003830
003840  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
003850  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
003860      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
003870  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
003880*************************************.
003890  PROCEDURE DIVISION.
003900**************************************
003910*  CUERPO PRINCIPAL DEL PROGRAMA     *
003920**************************************
003930  MAIN-PROGRAM.
003940      PERFORM 1000-I-INICIO
003950         THRU 1000-F-INICIO
003960
003970      IF WS-CORRIDA-RECHAZADA
003980         IF WS-ARCHIVOS-ABIERTOS
003990            PERFORM 9800-I-CERRAR-ARCHIVOS
004000               THRU 9800-F-CERRAR-ARCHIVOS
004010         END-IF
004020         GO TO F-MAIN-PROGRAM
004030      END-IF
004040
004050      PERFORM 2000-I-PROCESO
004060         THRU 2000-F-PROCESO
004070         UNTIL FS-PROCESO-EOF
004080
004090      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
004100         PERFORM 2500-I-CONTROLAR-ARCHIVO
004110            THRU 2500-F-CONTROLAR-ARCHIVO
004120      END-IF
004130
004140      IF RETURN-CODE LESS CT-RC-ERROR-DATOS
004150         AND NOT WS-ARCHIVO-RECHAZADO
004160         AND CN-LEI-CANT GREATER ZEROS
004170         PERFORM 2600-I-SEGUNDA-PASADA
004180            THRU 2600-F-SEGUNDA-PASADA
004190      END-IF
004200
004210      PERFORM 9999-I-FINAL
004220         THRU 9999-F-FINAL
004230      .
004240  F-MAIN-PROGRAM. GOBACK.
004250**************************************
004260*  CUERPO INICIO APERTURA ARCHIVOS,  *
004270*  LECTURA DE LA CABECERA Y CONTROL  *
004280*  DEL CANJE EN TBCONTROL            *
004290**************************************
004300  1000-I-INICIO.
004310      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
004320
004330      IF CC-FECHA-PROCESO EQUAL SPACES
004340         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
004350         MOVE CTL-AREA-AA TO CTL-HOY-AA
004360         MOVE CTL-AREA-MM TO CTL-HOY-MM
004370         MOVE CTL-AREA-DD TO CTL-HOY-DD
004380         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
004390      END-IF
004400
004410      MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO
004420      MOVE WS-FECHA-PROCESO TO IP-FECHA
004430
004440      OPEN INPUT CANJE
004450
004460      IF NOT FS-CANJE-OK
004470         DISPLAY '* ERROR EN OPEN CANJE = ' FS-CANJE
004480         MOVE FS-CANJE TO LK-ERR-CODIGO
004490         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004500         MOVE 'OPEN CANJE' TO LK-ERR-RECURSO
004510         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004520         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004530         SET WS-CORRIDA-RECHAZADA TO TRUE
004540         GO TO 1000-F-INICIO
004550      END-IF
004560
004570      OPEN OUTPUT DEVOLUC
004580
004590      IF NOT FS-DEVOLUC-OK
004600         DISPLAY '* ERROR EN OPEN DEVOLUC = ' FS-DEVOLUC
004610         MOVE FS-DEVOLUC TO LK-ERR-CODIGO
004620         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004630         MOVE 'OPEN DEVOLUC' TO LK-ERR-RECURSO
004640         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004650         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004660         CLOSE CANJE
004670         SET WS-CORRIDA-RECHAZADA TO TRUE
004680         GO TO 1000-F-INICIO
004690      END-IF
004700
004710      OPEN OUTPUT SALIDA
004720
004730      IF NOT FS-SALIDA-OK
004740         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
004750         MOVE FS-SALIDA TO LK-ERR-CODIGO
004760         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004770         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
004780         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004790         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004800         CLOSE CANJE
004810         CLOSE DEVOLUC
004820         SET WS-CORRIDA-RECHAZADA TO TRUE
004830         GO TO 1000-F-INICIO
004840      END-IF
004850
004860      SET WS-ARCHIVOS-ABIERTOS TO TRUE
004870
004880      PERFORM 3000-I-LEER-CANJE
004890         THRU 3000-F-LEER-CANJE
004900
004910      IF FS-PROCESO-EOF
004920         OR NOT CNJ-ES-CABECERA
004930         MOVE SPACES TO CNJ-CAB-CAMARA
004940         MOVE WS-FECHA-PROCESO TO CNJ-CAB-FECHA
004950         MOVE '90' TO WS-COD-MOTIVO
004960         MOVE 'ARCHIVO SIN CABECERA' TO WS-MOTIVO
004970         PERFORM 5100-I-CABECERA-DEVOL
004980            THRU 5100-F-CABECERA-DEVOL
004990         PERFORM 5400-I-RECHAZAR-ARCHIVO
005000            THRU 5400-F-RECHAZAR-ARCHIVO
005010         SET WS-CORRIDA-RECHAZADA TO TRUE
005020         GO TO 1000-F-INICIO
005030      END-IF
005040
005050      IF CNJ-CAB-FECHA EQUAL SPACES
005060         MOVE WS-FECHA-PROCESO TO CNJ-CAB-FECHA
005070      END-IF
005080
005090      MOVE CNJ-CAB-CAMARA TO IP-CAMARA
005100
005110      PERFORM 5100-I-CABECERA-DEVOL
005120         THRU 5100-F-CABECERA-DEVOL
005130
005140      IF CNJ-CAB-ENTIDAD NOT EQUAL CT-ENTIDAD
005150         MOVE '91' TO WS-COD-MOTIVO
005160         MOVE 'CANJE DE OTRA ENTIDAD' TO WS-MOTIVO
005170         PERFORM 5400-I-RECHAZAR-ARCHIVO
005180            THRU 5400-F-RECHAZAR-ARCHIVO
005190         SET WS-CORRIDA-RECHAZADA TO TRUE
005200         GO TO 1000-F-INICIO
005210      END-IF
005220
005230      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
005240
005250      IF WS-CORRIDA-RECHAZADA
005260         GO TO 1000-F-INICIO
005270      END-IF
005280
005290      PERFORM 3000-I-LEER-CANJE
005300         THRU 3000-F-LEER-CANJE
005310      .
005320  1000-F-INICIO. EXIT.
005330**************************************
005340*  REGISTRO DE INICIO EN TBCONTROL   *
005350*  (RUTCTRL) CON LA FECHA DE PROCESO *
005360*  - EL CANJE DE UNA NOCHE YA        *
005370*  PROCESADO NO SE VUELVE A PAGAR    *
005380*  SALVO RELANZAMIENTO EXPLICITO     *
005390**************************************
005400  1100-I-CONTROL-INICIO.
005410      SET LK-CTL-INICIO TO TRUE
005420      MOVE 'PGMCNJ33' TO LK-CTL-PROGRAMA
005430      MOVE WS-FECHA-PROCESO TO LK-CTL-FECHA
005440      MOVE CC-RERUN TO LK-CTL-RERUN
005450      MOVE ZEROS TO LK-CTL-CONTADOR
005460
005470      MOVE RETURN-CODE TO WS-RC-GUARDADO
005480      CALL 'RUTCTRL' USING LK-CTL-AREA
005490      MOVE WS-RC-GUARDADO TO RETURN-CODE
005500
005510      IF LK-CTL-YA-CORRIO
005520         DISPLAY '* CANJE YA PROCESADO PARA LA FECHA '
005530                 WS-FECHA-PROCESO
005540         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
005550         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
005560         SET FS-PROCESO-EOF TO TRUE
005570         SET WS-CORRIDA-RECHAZADA TO TRUE
005580      END-IF
005590
005600      IF LK-CTL-ERROR
005610         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005620         SET FS-PROCESO-EOF TO TRUE
005630         SET WS-CORRIDA-RECHAZADA TO TRUE
005640      END-IF
005650      .
005660  1100-F-CONTROL-INICIO. EXIT.
005670**************************************
005680*  REGISTRO DE FIN EN TBCONTROL CON  *
005690*  LA CANTIDAD PAGADA - UN CANJE     *
005700*  RECHAZADO NO QUEDA COMO PROCESADO *
005710**************************************
005720  1200-I-CONTROL-FIN.
005730      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
005740         OR WS-ARCHIVO-RECHAZADO
005750         GO TO 1200-F-CONTROL-FIN
005760      END-IF
005770
005780      SET LK-CTL-FIN TO TRUE
005790      MOVE CN-PAG-CANT TO LK-CTL-CONTADOR
005800
005810      MOVE RETURN-CODE TO WS-RC-GUARDADO
005820      CALL 'RUTCTRL' USING LK-CTL-AREA
005830      MOVE WS-RC-GUARDADO TO RETURN-CODE
005840      .
005850  1200-F-CONTROL-FIN. EXIT.
005860**************************************
005870*  PRIMERA PASADA: ACUMULAR LO LEIDO *
005880*  Y TOMAR EL CONTROL DE LA CAMARA   *
005890**************************************
005900  2000-I-PROCESO.
005910      EVALUATE TRUE
005920
005930      WHEN CNJ-ES-DETALLE
005940         ADD 1 TO CN-DETALLES
005950         ADD 1 TO CN-LEI-CANT
005960         IF CNJ-DET-IMPORTE NUMERIC
005970            ADD CNJ-DET-IMPORTE TO CN-LEI-IMPORTE
005980         END-IF
005990
006000      WHEN CNJ-ES-TOTALES
006010         ADD 1 TO CN-TRAILERS
006020         IF CNJ-TOT-CANTIDAD NUMERIC
006030            AND CNJ-TOT-IMPORTE NUMERIC
006040            MOVE CNJ-TOT-CANTIDAD TO CN-CAM-CANT
006050            MOVE CNJ-TOT-IMPORTE  TO CN-CAM-IMPORTE
006060         ELSE
006070            MOVE '95' TO WS-COD-MOTIVO
006080            MOVE 'TOTALES DE CONTROL INVALIDOS' TO WS-MOTIVO
006090            SET WS-ARCHIVO-RECHAZADO TO TRUE
006100         END-IF
006110
006120      WHEN OTHER
006130         MOVE '96' TO WS-COD-MOTIVO
006140         MOVE 'TIPO DE REGISTRO INVALIDO' TO WS-MOTIVO
006150         SET WS-ARCHIVO-RECHAZADO TO TRUE
006160      END-EVALUATE
006170
006180      PERFORM 3000-I-LEER-CANJE
006190         THRU 3000-F-LEER-CANJE
006200      .
006210  2000-F-PROCESO. EXIT.
006220**************************************
006230*  CIERRE DE LA PRIMERA PASADA: EL   *
006240*  CANJE SE RECHAZA ENTERO SI NO     *
006250*  TRAE UN UNICO REGISTRO DE TOTALES *
006260*  O SI LA CANTIDAD O EL IMPORTE DE  *
006270*  LA CAMARA NO CIERRAN CON LO LEIDO *
006280**************************************
006290  2500-I-CONTROLAR-ARCHIVO.
006300      IF NOT WS-ARCHIVO-RECHAZADO
006310         AND CN-TRAILERS NOT EQUAL 1
006320         MOVE '95' TO WS-COD-MOTIVO
006330         MOVE 'FALTA O SOBRA REGISTRO TOTALES' TO WS-MOTIVO
006340         SET WS-ARCHIVO-RECHAZADO TO TRUE
006350      END-IF
006360
006370      IF NOT WS-ARCHIVO-RECHAZADO
006380         AND (CN-CAM-CANT    NOT EQUAL CN-LEI-CANT
006390          OR  CN-CAM-IMPORTE NOT EQUAL CN-LEI-IMPORTE)
006400         MOVE '97' TO WS-COD-MOTIVO
006410         MOVE 'TOTALES DE CONTROL NO CIERRAN' TO WS-MOTIVO
006420         SET WS-ARCHIVO-RECHAZADO TO TRUE
006430      END-IF
006440
006450      IF WS-ARCHIVO-RECHAZADO
006460         PERFORM 5400-I-RECHAZAR-ARCHIVO
006470            THRU 5400-F-RECHAZAR-ARCHIVO
006480      END-IF
006490      .
006500  2500-F-CONTROLAR-ARCHIVO. EXIT.
006510**************************************
006520*  SEGUNDA PASADA: RELEER EL ARCHIVO *
006530*  Y PAGAR O RECHAZAR CADA CHEQUE    *
006540**************************************
006550  2600-I-SEGUNDA-PASADA.
006560      SET WS-SEGUNDA-PASADA TO TRUE
006570
006580      CLOSE CANJE
006590      OPEN INPUT CANJE
006600
006610      IF NOT FS-CANJE-OK
006620         DISPLAY '* ERROR EN REABRIR CANJE = ' FS-CANJE
006630         MOVE FS-CANJE TO LK-ERR-CODIGO
006640         MOVE '2600-I-SEGUNDA-PASADA' TO LK-ERR-PARRAFO
006650         MOVE 'REABRIR CANJE' TO LK-ERR-RECURSO
006660         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006670         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006680         GO TO 2600-F-SEGUNDA-PASADA
006690      END-IF
006700
006710      SET FS-PROCESO-OK TO TRUE
006720
006730      PERFORM 3000-I-LEER-CANJE
006740         THRU 3000-F-LEER-CANJE
006750
006760      PERFORM 2700-I-PROCESAR-CHEQUE
006770         THRU 2700-F-PROCESAR-CHEQUE
006780         UNTIL FS-PROCESO-EOF
006790      .
006800  2600-F-SEGUNDA-PASADA. EXIT.
006810**************************************
006820*  PAGAR O RECHAZAR UN CHEQUE        *
006830**************************************
006840  2700-I-PROCESAR-CHEQUE.
006850      IF CNJ-ES-DETALLE
006860         PERFORM 4100-I-VALIDAR THRU 4100-F-VALIDAR
006870         EVALUATE TRUE
006880            WHEN RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
006890               CONTINUE
006900            WHEN WS-COD-MOTIVO EQUAL SPACES
006910               PERFORM 5000-I-PAGAR THRU 5000-F-PAGAR
006920            WHEN OTHER
006930               PERFORM 5300-I-RECHAZAR THRU 5300-F-RECHAZAR
006940         END-EVALUATE
006950      END-IF
006960
006970      IF NOT FS-PROCESO-EOF
006980         PERFORM 3000-I-LEER-CANJE
006990            THRU 3000-F-LEER-CANJE
007000      END-IF
007010      .
007020  2700-F-PROCESAR-CHEQUE. EXIT.
007030**************************************
007040*   LEER UN REGISTRO DEL ARCHIVO     *
007050**************************************
007060  3000-I-LEER-CANJE.
007070      READ CANJE
007080
007090      EVALUATE FS-CANJE
007100
007110      WHEN '00'
007120         IF WS-PRIMERA-PASADA
007130            ADD 1 TO CN-LEIDOS
007140         END-IF
007150
007160      WHEN '10'
007170         SET FS-PROCESO-EOF TO TRUE
007180
007190      WHEN OTHER
007200         DISPLAY '* ERROR LEER CANJE = ' FS-CANJE
007210         MOVE FS-CANJE TO LK-ERR-CODIGO
007220         MOVE '3000-I-LEER-CANJE' TO LK-ERR-PARRAFO
007230         MOVE 'LEER CANJE' TO LK-ERR-RECURSO
007240         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007250         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007260         SET FS-PROCESO-EOF TO TRUE
007270      END-EVALUATE
007280      .
007290  3000-F-LEER-CANJE. EXIT.
007300**************************************
007310*  VALIDAR UN CHEQUE: IMPORTE,       *
007320*  CUENTA, TITULARES, MONEDA,        *
007330*  CHEQUERA, NOVEDADES DEL CHEQUE Y  *
007340*  SALDO (CADA CONTROL DEJA SU       *
007350*  CODIGO DE MOTIVO)                 *
007360**************************************
007370  4100-I-VALIDAR.
007380      MOVE SPACES TO WS-COD-MOTIVO
007390      MOVE SPACES TO WS-MOTIVO
007400      MOVE SPACES TO WS-CTA-SUCURSAL
007410      SET WS-CHEQUE-SIN-NOVEDAD TO TRUE
007420      MOVE CNJ-DET-CUENTA TO LK-ERR-CLAVE
007430
007440      IF CNJ-DET-IMPORTE NOT NUMERIC
007450         OR CNJ-DET-CHEQUE NOT NUMERIC
007460         MOVE '07' TO WS-COD-MOTIVO
007470         GO TO 4100-F-VALIDAR
007480      END-IF
007490
007500      MOVE CNJ-DET-IMPORTE TO WS-IMPORTE
007510
007520      IF WS-IMPORTE NOT GREATER ZEROS
007530         MOVE '07' TO WS-COD-MOTIVO
007540         GO TO 4100-F-VALIDAR
007550      END-IF
007560
007570      PERFORM 4300-I-LEER-CUENTA
007580         THRU 4300-F-LEER-CUENTA
007590
007600      IF WS-COD-MOTIVO NOT EQUAL SPACES
007610         OR RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
007620         GO TO 4100-F-VALIDAR
007630      END-IF
007640
007650      PERFORM 4400-I-CONTROLAR-CHEQUE
007660         THRU 4400-F-CONTROLAR-CHEQUE
007670
007680      IF WS-COD-MOTIVO NOT EQUAL SPACES
007690         OR RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
007700         GO TO 4100-F-VALIDAR
007710      END-IF
007720
007730      PERFORM 4500-I-CONTROLAR-SALDO
007740         THRU 4500-F-CONTROLAR-SALDO
007750      .
007760  4100-F-VALIDAR. EXIT.
007770**************************************
007780*  CUENTA ABIERTA, SIN TITULARES     *
007790*  FALLECIDOS Y EN LA MONEDA DEL     *
007800*  CHEQUE (UNA CUENTA CERRADA DEJA   *
007810*  SU SUCURSAL PARA EL LISTADO)      *
007820**************************************
007830  4300-I-LEER-CUENTA.
007840      MOVE CNJ-DET-CUENTA TO NRO-CUENTA
007850
007860      EXEC SQL
007870         SELECT TIPO_CUENTA, MONEDA, SALDO_ACTUAL, NRO_CLIENTE,
007880                SUCURSAL, FECHA_DE_BAJA
007890           INTO :TIPO-CUENTA, :MONEDA, :SALDO-ACTUAL,
007900                :CUE-NRO-CLIENTE, :SUCURSAL,
007910                :WS-FECHA-BAJA :WS-FECHA-BAJA-NULL
007920           FROM ITPFBIO.TBCUENTAS
007930          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
007940      END-EXEC
007950
007960      EVALUATE SQLCODE
007970         WHEN ZEROS
007980            MOVE SUCURSAL TO WS-CTA-SUCURSAL
007990         WHEN +100
008000            MOVE '04' TO WS-COD-MOTIVO
008010            GO TO 4300-F-LEER-CUENTA
008020         WHEN OTHER
008030            MOVE 'LEER TBCUENTAS' TO LK-ERR-RECURSO
008040            MOVE '4300-I-LEER-CUENTA' TO LK-ERR-PARRAFO
008050            PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
008060            GO TO 4300-F-LEER-CUENTA
008070      END-EVALUATE
008080
008090      IF WS-FECHA-BAJA-NULL NOT LESS ZEROS
008100         MOVE '04' TO WS-COD-MOTIVO
008110         GO TO 4300-F-LEER-CUENTA
008120      END-IF
008130
008140      MOVE NRO-CUENTA      TO WS-CTA-NRO
008150      MOVE TIPO-CUENTA     TO WS-CTA-TIPO
008160      MOVE MONEDA          TO WS-CTA-MONEDA
008170      MOVE CUE-NRO-CLIENTE TO WS-CTA-CLIENTE
008180
008190      MOVE ZEROS TO WS-CANT-FALLEC
008200
008210      EXEC SQL
008220         SELECT COUNT(*)
008230           INTO :WS-CANT-FALLEC
008240           FROM ITPFBIO.TBCLIENT
008250          WHERE ESTADO_CLIENTE EQUAL 'F'
008260            AND (NRO_CLIENTE EQUAL :CUE-NRO-CLIENTE
008270             OR NRO_CLIENTE IN
008280                (SELECT NRO_CLIENTE
008290                   FROM ITPFBIO.TBTITULAR
008300                  WHERE NRO_CUENTA EQUAL :NRO-CUENTA))
008310      END-EXEC
008320
008330      IF SQLCODE NOT EQUAL ZEROS
008340         MOVE 'LEER TBCLIENT' TO LK-ERR-RECURSO
008350         MOVE '4300-I-LEER-CUENTA' TO LK-ERR-PARRAFO
008360         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
008370         GO TO 4300-F-LEER-CUENTA
008380      END-IF
008390
008400      IF WS-CANT-FALLEC GREATER ZEROS
008410         MOVE '05' TO WS-COD-MOTIVO
008420         GO TO 4300-F-LEER-CUENTA
008430      END-IF
008440
008450      IF CNJ-DET-MONEDA NOT EQUAL WS-CTA-MONEDA
008460         MOVE '08' TO WS-COD-MOTIVO
008470      END-IF
008480      .
008490  4300-F-LEER-CUENTA. EXIT.
008500**************************************
008510*  EL NRO DE CHEQUE DEBE ESTAR EN    *
008520*  ALGUNA CHEQUERA ENTREGADA A LA    *
008530*  CUENTA; SIN ORDEN DE NO PAGAR     *
008540*  VIGENTE NI PAGADO ANTES           *
008550**************************************
008560  4400-I-CONTROLAR-CHEQUE.
008570      MOVE WS-CTA-NRO     TO CHR-NRO-CUENTA
008580      MOVE CNJ-DET-CHEQUE TO CHR-SERIE-DESDE
008590      MOVE ZEROS          TO WS-CANT-CHEQUERAS
008600
008610      EXEC SQL
008620         SELECT COUNT(*)
008630           INTO :WS-CANT-CHEQUERAS
008640           FROM ITPFBIO.TBCHEQUERAS
008650          WHERE NRO_CUENTA  EQUAL :CHR-NRO-CUENTA
008660            AND SERIE_DESDE NOT GREATER :CHR-SERIE-DESDE
008670            AND SERIE_HASTA NOT LESS    :CHR-SERIE-DESDE
008680      END-EXEC
008690
008700      IF SQLCODE NOT EQUAL ZEROS
008710         MOVE 'LEER TBCHEQUERAS' TO LK-ERR-RECURSO
008720         MOVE '4400-I-CONTROLAR-CHEQUE' TO LK-ERR-PARRAFO
008730         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
008740         GO TO 4400-F-CONTROLAR-CHEQUE
008750      END-IF
008760
008770      IF WS-CANT-CHEQUERAS EQUAL ZEROS
008780         MOVE '03' TO WS-COD-MOTIVO
008790         GO TO 4400-F-CONTROLAR-CHEQUE
008800      END-IF
008810
008820      PERFORM 4450-I-LEER-NOVEDAD
008830         THRU 4450-F-LEER-NOVEDAD
008840
008850      IF WS-CHEQUE-SIN-NOVEDAD
008860         GO TO 4400-F-CONTROLAR-CHEQUE
008870      END-IF
008880
008890      EVALUATE CHE-ESTADO
008900         WHEN CT-NO-PAGAR
008910            MOVE '02' TO WS-COD-MOTIVO
008920         WHEN CT-PAGADO
008930            MOVE '06' TO WS-COD-MOTIVO
008940         WHEN OTHER
008950            CONTINUE
008960      END-EVALUATE
008970      .
008980  4400-F-CONTROLAR-CHEQUE. EXIT.
008990**************************************
009000*  LEER LA NOVEDAD DEL CHEQUE EN     *
009010*  TBCHEQUES (ORDEN, PAGO O RECHAZO  *
009020*  ANTERIOR), SI LA TIENE            *
009030**************************************
009040  4450-I-LEER-NOVEDAD.
009050      SET WS-CHEQUE-SIN-NOVEDAD TO TRUE
009060      MOVE CNJ-DET-CUENTA TO CHE-NRO-CUENTA
009070      MOVE CNJ-DET-CHEQUE TO CHE-NRO-CHEQUE
009080
009090      EXEC SQL
009100         SELECT ESTADO
009110           INTO :CHE-ESTADO
009120           FROM ITPFBIO.TBCHEQUES
009130          WHERE NRO_CUENTA EQUAL :CHE-NRO-CUENTA
009140            AND NRO_CHEQUE EQUAL :CHE-NRO-CHEQUE
009150      END-EXEC
009160
009170      EVALUATE SQLCODE
009180         WHEN ZEROS
009190            SET WS-CHEQUE-CON-NOVEDAD TO TRUE
009200         WHEN +100
009210            MOVE SPACES TO CHE-ESTADO
009220         WHEN OTHER
009230            MOVE 'LEER TBCHEQUES' TO LK-ERR-RECURSO
009240            MOVE '4450-I-LEER-NOVEDAD' TO LK-ERR-PARRAFO
009250            PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
009260      END-EVALUATE
009270      .
009280  4450-F-LEER-NOVEDAD. EXIT.
009290**************************************
009300*  SALDO PARA PAGAR: EL SALDO        *
009310*  RESULTANTE NETO DE EMBARGOS NO    *
009320*  PUEDE QUEDAR BAJO EL PISO DE      *
009330*  SOBREGIRO (TBLIMITES)             *
009340**************************************
009350  4500-I-CONTROLAR-SALDO.
009360      MOVE ZEROS       TO WS-PISO-SOBREGIRO
009370      MOVE WS-CTA-TIPO TO LIM-TIPO-CUENTA
009380
009390      EXEC SQL
009400         SELECT PISO_PERMITIDO
009410           INTO :LIM-PISO-PERMITIDO
009420           FROM ITPFBIO.TBLIMITES
009430          WHERE TIPO_CUENTA EQUAL :LIM-TIPO-CUENTA
009440      END-EXEC
009450
009460      IF SQLCODE EQUAL ZEROS
009470         MOVE LIM-PISO-PERMITIDO TO WS-PISO-SOBREGIRO
009480      END-IF
009490
009500      PERFORM 4600-I-SUMAR-EMBARGOS
009510         THRU 4600-F-SUMAR-EMBARGOS
009520
009530      SUBTRACT WS-IMPORTE FROM SALDO-ACTUAL
009540         GIVING WS-SALDO-NUEVO
009550      SUBTRACT WS-TOTAL-EMBARGOS FROM WS-SALDO-NUEVO
009560         GIVING WS-SALDO-DISPONIBLE
009570
009580      IF WS-SALDO-DISPONIBLE LESS WS-PISO-SOBREGIRO
009590         MOVE '01' TO WS-COD-MOTIVO
009600      END-IF
009610      .
009620  4500-F-CONTROLAR-SALDO. EXIT.
009630**************************************
009640*  SUMAR LOS EMBARGOS ACTIVOS DE LA  *
009650*  CUENTA (TBEMBARGOS)               *
009660**************************************
009670  4600-I-SUMAR-EMBARGOS.
009680      MOVE ZEROS      TO WS-TOTAL-EMBARGOS
009690      MOVE NRO-CUENTA TO EMB-NRO-CUENTA
009700
009710      EXEC SQL
009720         SELECT VALUE(SUM(IMPORTE), 0)
009730           INTO :WS-TOTAL-EMBARGOS
009740           FROM ITPFBIO.TBEMBARGOS
009750          WHERE NRO_CUENTA EQUAL :EMB-NRO-CUENTA
009760            AND ESTADO     EQUAL 'A'
009770            AND (FECHA_VTO EQUAL ' '
009780             OR FECHA_VTO NOT LESS :WS-FECHA-PROCESO)
009790      END-EXEC
009800
009810      IF SQLCODE NOT EQUAL ZEROS
009820         MOVE ZEROS TO WS-TOTAL-EMBARGOS
009830      END-IF
009840      .
009850  4600-F-SUMAR-EMBARGOS. EXIT.
009860**************************************
009870*  DESCRIPCION DEL CODIGO DE MOTIVO  *
009880*  DE RECHAZO DE UN CHEQUE           *
009890**************************************
009900  4900-I-DESCRIBIR-MOTIVO.
009910      EVALUATE WS-COD-MOTIVO
009920         WHEN '01'
009930            MOVE 'FONDOS INSUFICIENTES' TO WS-MOTIVO
009940         WHEN '02'
009950            MOVE 'ORDEN DE NO PAGAR' TO WS-MOTIVO
009960         WHEN '03'
009970            MOVE 'CHEQUE FUERA DE CHEQUERA' TO WS-MOTIVO
009980         WHEN '04'
009990            MOVE 'CUENTA CERRADA O INEXISTENTE' TO WS-MOTIVO
010000         WHEN '05'
010010            MOVE 'TITULAR FALLECIDO' TO WS-MOTIVO
010020         WHEN '06'
010030            MOVE 'CHEQUE YA PAGADO' TO WS-MOTIVO
010040         WHEN '07'
010050            MOVE 'IMPORTE O NRO INVALIDO' TO WS-MOTIVO
010060         WHEN '08'
010070            MOVE 'MONEDA DISTINTA A LA CUENTA' TO WS-MOTIVO
010080         WHEN OTHER
010090            MOVE SPACES TO WS-MOTIVO
010100      END-EVALUATE
010110      .
010120  4900-F-DESCRIBIR-MOTIVO. EXIT.
010130**************************************
010140*  PAGAR EL CHEQUE: DEBITO EN LA     *
010150*  CUENTA, MOVIMIENTO 'CH' DEL CANJE *
010160*  Y CHEQUE MARCADO PAGADO           *
010170**************************************
010180  5000-I-PAGAR.
010190      MOVE WS-CTA-NRO TO NRO-CUENTA
010200
010210      EXEC SQL
010220         UPDATE ITPFBIO.TBCUENTAS
010230            SET SALDO_ACTUAL = SALDO_ACTUAL - :WS-IMPORTE,
010240                FECHA_ACTUAL = :WS-FECHA-PROCESO
010250          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
010260      END-EXEC
010270
010280      IF SQLCODE NOT EQUAL ZEROS
010290         MOVE 'UPDATE TBCUENTAS' TO LK-ERR-RECURSO
010300         MOVE '5000-I-PAGAR' TO LK-ERR-PARRAFO
010310         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
010320         GO TO 5000-F-PAGAR
010330      END-IF
010340
010350      PERFORM 5200-I-GRABAR-MOVIMIENTO
010360         THRU 5200-F-GRABAR-MOVIMIENTO
010370
010380      IF SQLCODE NOT EQUAL ZEROS
010390         MOVE 'INSERT TBMOVIM' TO LK-ERR-RECURSO
010400         MOVE '5000-I-PAGAR' TO LK-ERR-PARRAFO
010410         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
010420         GO TO 5000-F-PAGAR
010430      END-IF
010440
010450      MOVE CT-PAGADO        TO CHE-ESTADO
010460      MOVE WS-IMPORTE       TO CHE-IMPORTE
010470      MOVE WS-FECHA-PROCESO TO CHE-FECHA-ESTADO
010480      MOVE WS-CTA-SUCURSAL  TO CHE-SUCURSAL
010490      MOVE 'PGMCNJ33'       TO CHE-USUARIO
010500
010510      IF WS-CHEQUE-CON-NOVEDAD
010520         EXEC SQL
010530            UPDATE ITPFBIO.TBCHEQUES
010540               SET ESTADO        = :CHE-ESTADO,
010550                   IMPORTE       = :CHE-IMPORTE,
010560                   FECHA_ESTADO  = :CHE-FECHA-ESTADO,
010570                   SUCURSAL      = :CHE-SUCURSAL,
010580                   USUARIO       = :CHE-USUARIO
010590             WHERE NRO_CUENTA EQUAL :CHE-NRO-CUENTA
010600               AND NRO_CHEQUE EQUAL :CHE-NRO-CHEQUE
010610         END-EXEC
010620      ELSE
010630         MOVE SPACES TO CHE-MOTIVO
010640         MOVE SPACES TO CHE-FECHA-RECHAZO
010650         MOVE SPACES TO CHE-COD-RECHAZO
010660         PERFORM 5250-I-INSERTAR-CHEQUE
010670            THRU 5250-F-INSERTAR-CHEQUE
010680      END-IF
010690
010700      IF SQLCODE NOT EQUAL ZEROS
010710         MOVE 'GRABAR TBCHEQUES' TO LK-ERR-RECURSO
010720         MOVE '5000-I-PAGAR' TO LK-ERR-PARRAFO
010730         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
010740         GO TO 5000-F-PAGAR
010750      END-IF
010760
010770      ADD 1          TO CN-PAG-CANT
010780      ADD WS-IMPORTE TO CN-PAG-IMPORTE
010790      .
010800  5000-F-PAGAR. EXIT.
010810**************************************
010820*  CABECERA DEL ARCHIVO DE           *
010830*  DEVOLUCION PARA LA CAMARA         *
010840**************************************
010850  5100-I-CABECERA-DEVOL.
010860      MOVE SPACES         TO REG-DEV-CABECERA
010870      MOVE 'H'            TO DEV-TIPO-REG
010880      MOVE CT-ENTIDAD     TO DEV-CAB-ENTIDAD
010890      MOVE CNJ-CAB-CAMARA TO DEV-CAB-CAMARA
010900      MOVE CNJ-CAB-FECHA  TO DEV-CAB-FECHA
010910
010920      PERFORM 5350-I-GRABAR-DEVOL
010930         THRU 5350-F-GRABAR-DEVOL
010940      .
010950  5100-F-CABECERA-DEVOL. EXIT.
010960**************************************
010970*  PROXIMO NRO DE COMPROBANTE        *
010980*  (MAXIMO + 1)                      *
010990**************************************
011000  5150-I-NUMERAR-COMP.
011010      EXEC SQL
011020         SELECT VALUE(MAX(NRO_COMPROBANTE), 0) + 1
011030           INTO :MOV-NRO-COMPROBANTE
011040           FROM ITPFBIO.TBMOVIM
011050      END-EXEC
011060
011070      IF SQLCODE NOT EQUAL ZEROS
011080         MOVE 1 TO MOV-NRO-COMPROBANTE
011090      END-IF
011100      .
011110  5150-F-NUMERAR-COMP. EXIT.
011120**************************************
011130*  GRABAR EL MOVIMIENTO DEL CHEQUE   *
011140*  PAGADO CON EL CANAL DEL CANJE     *
011150**************************************
011160  5200-I-GRABAR-MOVIMIENTO.
011170      MOVE NRO-CUENTA         TO MOV-NRO-CUENTA
011180      MOVE WS-FECHA-PROCESO   TO MOV-FECHA
011190      MOVE CT-MOV-CHEQUE      TO MOV-TIPO-MOVIMIENTO
011200      MOVE WS-IMPORTE         TO MOV-IMPORTE
011210      MOVE WS-CTA-MONEDA      TO MOV-MONEDA
011220      MOVE 'PGMCNJ33'         TO MOV-USUARIO
011230      MOVE CT-CANAL-CANJE     TO MOV-CANAL
011240      ACCEPT MOV-HORA FROM TIME
011250
011260      PERFORM 5150-I-NUMERAR-COMP
011270         THRU 5150-F-NUMERAR-COMP
011280
011290      EXEC SQL
011300         INSERT INTO ITPFBIO.TBMOVIM
011310               (NRO_CUENTA, FECHA, HORA, TIPO_MOVIMIENTO,
011320                IMPORTE, MONEDA, USUARIO, CANAL,
011330                NRO_COMPROBANTE)
011340         VALUES
011350               (:MOV-NRO-CUENTA, :MOV-FECHA, :MOV-HORA,
011360                :MOV-TIPO-MOVIMIENTO, :MOV-IMPORTE,
011370                :MOV-MONEDA, :MOV-USUARIO, :MOV-CANAL,
011380                :MOV-NRO-COMPROBANTE)
011390      END-EXEC
011400      .
011410  5200-F-GRABAR-MOVIMIENTO. EXIT.
011420**************************************
011430*  ALTA DE LA FILA DEL CHEQUE EN     *
011440*  TBCHEQUES                         *
011450**************************************
011460  5250-I-INSERTAR-CHEQUE.
011470      EXEC SQL
011480         INSERT INTO ITPFBIO.TBCHEQUES
011490               (NRO_CUENTA, NRO_CHEQUE, ESTADO, IMPORTE,
011500                FECHA_ESTADO, MOTIVO, FECHA_RECHAZO,
011510                COD_RECHAZO, SUCURSAL, USUARIO)
011520         VALUES
011530               (:CHE-NRO-CUENTA, :CHE-NRO-CHEQUE, :CHE-ESTADO,
011540                :CHE-IMPORTE, :CHE-FECHA-ESTADO, :CHE-MOTIVO,
011550                :CHE-FECHA-RECHAZO, :CHE-COD-RECHAZO,
011560                :CHE-SUCURSAL, :CHE-USUARIO)
011570      END-EXEC
011580      .
011590  5250-F-INSERTAR-CHEQUE. EXIT.
011600**************************************
011610*  RECHAZAR EL CHEQUE: DEVOLUCION A  *
011620*  LA CAMARA CON SU CODIGO Y MARCA   *
011630*  DEL RECHAZO EN TBCHEQUES PARA EL  *
011640*  LISTADO POR SUCURSAL              *
011650**************************************
011660  5300-I-RECHAZAR.
011670      PERFORM 4900-I-DESCRIBIR-MOTIVO
011680         THRU 4900-F-DESCRIBIR-MOTIVO
011690
011700      MOVE SPACES             TO REG-DEV-DETALLE
011710      MOVE 'D'                TO DEV-TIPO-REG
011720      MOVE CNJ-DET-CUENTA     TO DEV-DET-CUENTA
011730      MOVE CNJ-DET-CHEQUE-X   TO DEV-DET-CHEQUE
011740      MOVE CNJ-DET-MONEDA     TO DEV-DET-MONEDA
011750      MOVE CNJ-DET-BANCO-DEP  TO DEV-DET-BANCO-DEP
011760      MOVE CNJ-DET-REFERENCIA TO DEV-DET-REFERENCIA
011770      MOVE WS-COD-MOTIVO      TO DEV-DET-COD-MOTIVO
011780      MOVE WS-MOTIVO          TO DEV-DET-MOTIVO
011790
011800      IF CNJ-DET-IMPORTE NUMERIC
011810         MOVE CNJ-DET-IMPORTE TO DEV-DET-IMPORTE
011820      ELSE
011830         MOVE ZEROS           TO DEV-DET-IMPORTE
011840      END-IF
011850
011860      PERFORM 5350-I-GRABAR-DEVOL
011870         THRU 5350-F-GRABAR-DEVOL
011880
011890      ADD 1               TO CN-DEV-CANT
011900      ADD DEV-DET-IMPORTE TO CN-DEV-IMPORTE
011910
011920      IF CNJ-DET-CHEQUE NOT NUMERIC
011930         GO TO 5300-F-RECHAZAR
011940      END-IF
011950
011960      PERFORM 5450-I-MARCAR-RECHAZO
011970         THRU 5450-F-MARCAR-RECHAZO
011980      .
011990  5300-F-RECHAZAR. EXIT.
012000**************************************
012010*  GRABAR UN REGISTRO DE DEVOLUCION  *
012020**************************************
012030  5350-I-GRABAR-DEVOL.
012040      WRITE REG-DEV-CABECERA
012050
012060      IF NOT FS-DEVOLUC-OK
012070         DISPLAY '* ERROR EN GRABAR DEVOLUC = ' FS-DEVOLUC
012080         MOVE FS-DEVOLUC TO LK-ERR-CODIGO
012090         MOVE '5350-I-GRABAR-DEVOL' TO LK-ERR-PARRAFO
012100         MOVE 'GRABAR DEVOLUC' TO LK-ERR-RECURSO
012110         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
012120         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
012130         SET FS-PROCESO-EOF TO TRUE
012140      END-IF
012150      .
012160  5350-F-GRABAR-DEVOL. EXIT.
012170**************************************
012180*  RECHAZO DEL CANJE ENTERO: UN      *
012190*  REGISTRO 'A' CON EL MOTIVO, SIN   *
012200*  PAGAR NINGUN CHEQUE               *
012210**************************************
012220  5400-I-RECHAZAR-ARCHIVO.
012230      MOVE SPACES         TO REG-DEV-DETALLE
012240      MOVE 'A'            TO DEV-TIPO-REG
012250      MOVE ZEROS          TO DEV-DET-IMPORTE
012260      MOVE WS-COD-MOTIVO  TO DEV-DET-COD-MOTIVO
012270      MOVE WS-MOTIVO      TO DEV-DET-MOTIVO
012280
012290      PERFORM 5350-I-GRABAR-DEVOL
012300         THRU 5350-F-GRABAR-DEVOL
012310
012320      DISPLAY '* CANJE DE LA CAMARA RECHAZADO: ' WS-MOTIVO
012330
012340      IF RETURN-CODE LESS CT-RC-ERROR-DATOS
012350         MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
012360      END-IF
012370      .
012380  5400-F-RECHAZAR-ARCHIVO. EXIT.
012390**************************************
012400*  MARCAR EL RECHAZO EN TBCHEQUES:   *
012410*  FECHA, CODIGO, IMPORTE PRESENTADO *
012420*  Y SUCURSAL. UNA ORDEN DE NO PAGAR *
012430*  SIGUE VIGENTE Y UN CHEQUE YA      *
012440*  PAGADO CONSERVA SU PAGO           *
012450**************************************
012460  5450-I-MARCAR-RECHAZO.
012470      MOVE CNJ-DET-CUENTA   TO CHE-NRO-CUENTA
012480      MOVE CNJ-DET-CHEQUE   TO CHE-NRO-CHEQUE
012490      MOVE WS-FECHA-PROCESO TO CHE-FECHA-RECHAZO
012500      MOVE WS-COD-MOTIVO    TO CHE-COD-RECHAZO
012510      MOVE WS-CTA-SUCURSAL  TO CHE-SUCURSAL
012520      MOVE 'PGMCNJ33'       TO CHE-USUARIO
012530
012540      IF CNJ-DET-IMPORTE NUMERIC
012550         MOVE CNJ-DET-IMPORTE TO CHE-IMPORTE
012560      ELSE
012570         MOVE ZEROS           TO CHE-IMPORTE
012580      END-IF
012590
012600      IF WS-COD-MOTIVO EQUAL '03' OR '04' OR '05' OR '07' OR '08'
012610         PERFORM 4450-I-LEER-NOVEDAD
012620            THRU 4450-F-LEER-NOVEDAD
012630         IF RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
012640            GO TO 5450-F-MARCAR-RECHAZO
012650         END-IF
012660      END-IF
012670
012680      EVALUATE TRUE
012690         WHEN WS-CHEQUE-SIN-NOVEDAD
012700            MOVE CT-RECHAZADO     TO CHE-ESTADO
012710            MOVE WS-FECHA-PROCESO TO CHE-FECHA-ESTADO
012720            MOVE SPACES           TO CHE-MOTIVO
012730            PERFORM 5250-I-INSERTAR-CHEQUE
012740               THRU 5250-F-INSERTAR-CHEQUE
012750         WHEN CHE-ESTADO EQUAL CT-PAGADO
012760            EXEC SQL
012770               UPDATE ITPFBIO.TBCHEQUES
012780                  SET FECHA_RECHAZO = :CHE-FECHA-RECHAZO,
012790                      COD_RECHAZO   = :CHE-COD-RECHAZO
012800                WHERE NRO_CUENTA EQUAL :CHE-NRO-CUENTA
012810                  AND NRO_CHEQUE EQUAL :CHE-NRO-CHEQUE
012820            END-EXEC
012830         WHEN OTHER
012840            IF CHE-ESTADO NOT EQUAL CT-NO-PAGAR
012850               MOVE CT-RECHAZADO  TO CHE-ESTADO
012860            END-IF
012870            MOVE WS-FECHA-PROCESO TO CHE-FECHA-ESTADO
012880            EXEC SQL
012890               UPDATE ITPFBIO.TBCHEQUES
012900                  SET ESTADO        = :CHE-ESTADO,
012910                      IMPORTE       = :CHE-IMPORTE,
012920                      FECHA_ESTADO  = :CHE-FECHA-ESTADO,
012930                      FECHA_RECHAZO = :CHE-FECHA-RECHAZO,
012940                      COD_RECHAZO   = :CHE-COD-RECHAZO,
012950                      SUCURSAL      = :CHE-SUCURSAL,
012960                      USUARIO       = :CHE-USUARIO
012970                WHERE NRO_CUENTA EQUAL :CHE-NRO-CUENTA
012980                  AND NRO_CHEQUE EQUAL :CHE-NRO-CHEQUE
012990            END-EXEC
013000      END-EVALUATE
013010
013020      IF SQLCODE NOT EQUAL ZEROS
013030         MOVE 'MARCAR RECHAZO' TO LK-ERR-RECURSO
013040         MOVE '5450-I-MARCAR-RECHAZO' TO LK-ERR-PARRAFO
013050         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
013060      END-IF
013070      .
013080  5450-F-MARCAR-RECHAZO. EXIT.
013090**************************************
013100*  LISTADO DE CHEQUES RECHAZADOS EN  *
013110*  LA FECHA, POR SUCURSAL, DESDE LAS *
013120*  MARCAS DE RECHAZO DE TBCHEQUES    *
013130**************************************
013140  5500-I-LISTAR-RECHAZOS.
013150      PERFORM 9000-I-TITULO
013160         THRU 9000-F-TITULO
013170
013180      EXEC SQL
013190         OPEN RECHAZO_CURSOR
013200      END-EXEC
013210
013220      IF SQLCODE NOT EQUAL ZEROS
013230         MOVE SQLCODE TO FS-SQLCODE
013240         DISPLAY '* ERROR OPEN CURSOR RECHAZO = ' FS-SQLCODE
013250         MOVE FS-SQLCODE TO LK-ERR-CODIGO
013260         MOVE '5500-I-LISTAR-RECHAZOS' TO LK-ERR-PARRAFO
013270         MOVE 'OPEN CURSOR RECHAZ' TO LK-ERR-RECURSO
013280         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
013290         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
013300         GO TO 5500-F-LISTAR-RECHAZOS
013310      END-IF
013320
013330      SET FS-RECHAZO-OK TO TRUE
013340
013350      PERFORM 5600-I-LEER-RECHAZO
013360         THRU 5600-F-LEER-RECHAZO
013370
013380      PERFORM 5700-I-GRABAR-DETALLE
013390         THRU 5700-F-GRABAR-DETALLE
013400         UNTIL FS-RECHAZO-EOF
013410
013420      EXEC SQL
013430         CLOSE RECHAZO_CURSOR
013440      END-EXEC
013450
013460      MOVE CN-TOTAL-CANT    TO WS-TOT-CANT
013470      MOVE CN-TOTAL-GENERAL TO WS-TOT-IMPORTE
013480
013490      WRITE REG-SALIDA FROM WS-REG-TOTAL-GENERAL
013500
013510      IF NOT FS-SALIDA-OK
013520         DISPLAY '* ERROR EN GRABAR TOTAL = ' FS-SALIDA
013530         MOVE FS-SALIDA TO LK-ERR-CODIGO
013540         MOVE '5500-I-LISTAR-RECHAZOS' TO LK-ERR-PARRAFO
013550         MOVE 'GRABAR TOTAL' TO LK-ERR-RECURSO
013560         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
013570         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
013580      END-IF
013590      .
013600  5500-F-LISTAR-RECHAZOS. EXIT.
013610**************************************
013620*  LEER UN CHEQUE RECHAZADO          *
013630**************************************
013640  5600-I-LEER-RECHAZO.
013650      EXEC SQL
013660           FETCH RECHAZO_CURSOR
013670           INTO  :CHE-SUCURSAL,
013680                 :CHE-NRO-CUENTA,
013690                 :CHE-NRO-CHEQUE,
013700                 :CHE-IMPORTE,
013710                 :CHE-COD-RECHAZO
013720      END-EXEC
013730
013740      EVALUATE SQLCODE
013750
013760      WHEN ZEROS
013770         IF WS-PRIMER-CORTE
013780            MOVE 'N' TO WS-PRIMER-CORTE-SW
013790            MOVE CHE-SUCURSAL TO WS-SUCURSAL-ANT
013800         END-IF
013810         IF CHE-SUCURSAL NOT EQUAL WS-SUCURSAL-ANT
013820            PERFORM 5800-I-GRABAR-SUBTOTAL
013830               THRU 5800-F-GRABAR-SUBTOTAL
013840            MOVE CHE-SUCURSAL TO WS-SUCURSAL-ANT
013850         END-IF
013860
013870      WHEN +100
013880         IF NOT WS-PRIMER-CORTE
013890            PERFORM 5800-I-GRABAR-SUBTOTAL
013900               THRU 5800-F-GRABAR-SUBTOTAL
013910         END-IF
013920         SET FS-RECHAZO-EOF TO TRUE
013930
013940      WHEN OTHER
013950         MOVE SQLCODE TO FS-SQLCODE
013960         DISPLAY '* ERROR LEER CURSOR RECHAZO = ' FS-SQLCODE
013970         MOVE FS-SQLCODE TO LK-ERR-CODIGO
013980         MOVE '5600-I-LEER-RECHAZO' TO LK-ERR-PARRAFO
013990         MOVE 'LEER CURSOR RECHAZ' TO LK-ERR-RECURSO
014000         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
014010         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
014020         SET FS-RECHAZO-EOF TO TRUE
014030      END-EVALUATE
014040      .
014050  5600-F-LEER-RECHAZO. EXIT.
014060**************************************
014070*  IMPRIMIR UN CHEQUE RECHAZADO      *
014080**************************************
014090  5700-I-GRABAR-DETALLE.
014100      IF CN-CUENTA-LINEA GREATER 60
014110         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
014120      END-IF
014130
014140      MOVE CHE-COD-RECHAZO TO WS-COD-MOTIVO
014150
014160      PERFORM 4900-I-DESCRIBIR-MOTIVO
014170         THRU 4900-F-DESCRIBIR-MOTIVO
014180
014190      MOVE CHE-SUCURSAL    TO WS-DET-SUCURSAL
014200      MOVE CHE-NRO-CUENTA  TO WS-DET-CUENTA
014210      MOVE CHE-NRO-CHEQUE  TO WS-DET-CHEQUE
014220      MOVE CHE-IMPORTE     TO WS-DET-IMPORTE
014230      MOVE CHE-COD-RECHAZO TO WS-DET-COD
014240      MOVE WS-MOTIVO       TO WS-DET-MOTIVO
014250
014260      WRITE REG-SALIDA FROM WS-REG-DETALLE
014270
014280      IF NOT FS-SALIDA-OK
014290         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
014300         MOVE FS-SALIDA TO LK-ERR-CODIGO
014310         MOVE '5700-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
014320         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
014330         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
014340         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
014350         SET FS-RECHAZO-EOF TO TRUE
014360         GO TO 5700-F-GRABAR-DETALLE
014370      END-IF
014380
014390      ADD 1 TO CN-CUENTA-LINEA
014400      ADD 1           TO CN-SUBTOTAL-CANT
014410      ADD CHE-IMPORTE TO CN-SUBTOTAL-SUC
014420      ADD 1           TO CN-TOTAL-CANT
014430      ADD CHE-IMPORTE TO CN-TOTAL-GENERAL
014440
014450      PERFORM 5600-I-LEER-RECHAZO
014460         THRU 5600-F-LEER-RECHAZO
014470      .
014480  5700-F-GRABAR-DETALLE. EXIT.
014490**************************************
014500*           GRABAR SUBTOTAL          *
014510**************************************
014520  5800-I-GRABAR-SUBTOTAL.
014530      MOVE WS-SUCURSAL-ANT  TO WS-SUB-SUCURSAL
014540      MOVE CN-SUBTOTAL-CANT TO WS-SUB-CANT
014550      MOVE CN-SUBTOTAL-SUC  TO WS-SUB-IMPORTE
014560
014570      MOVE WS-SUCURSAL-ANT TO SUC-SUCURSAL
014580
014590      PERFORM 5850-I-NOMBRE-SUCURSAL
014600         THRU 5850-F-NOMBRE-SUCURSAL
014610
014620      WRITE REG-SALIDA FROM WS-REG-SUBTOTAL
014630
014640      IF NOT FS-SALIDA-OK
014650         DISPLAY '* ERROR EN GRABAR SUBTOTAL = ' FS-SALIDA
014660         MOVE FS-SALIDA TO LK-ERR-CODIGO
014670         MOVE '5800-I-GRABAR-SUBTOTAL' TO LK-ERR-PARRAFO
014680         MOVE 'GRABAR SUBTOTAL' TO LK-ERR-RECURSO
014690         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
014700         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
014710         SET FS-RECHAZO-EOF TO TRUE
014720      ELSE
014730         ADD 1 TO CN-CUENTA-LINEA
014740      END-IF
014750
014760      INITIALIZE CN-SUBTOTAL-SUC
014770      MOVE ZEROS TO CN-SUBTOTAL-CANT
014780      .
014790  5800-F-GRABAR-SUBTOTAL. EXIT.
014800**************************************
014810*  NOMBRE DE LA SUCURSAL EN EL       *
014820*  MAESTRO TBSUCURS (SIN FILA SE     *
014830*  IMPRIME SOLO EL CODIGO; SIN       *
014840*  SUCURSAL, CUENTA INEXISTENTE)     *
014850**************************************
014860  5850-I-NOMBRE-SUCURSAL.
014870      MOVE SPACES TO WS-SUB-NOMBRE
014880
014890      IF SUC-SUCURSAL EQUAL SPACES
014900         MOVE 'CUENTAS INEXISTENTES' TO WS-SUB-NOMBRE
014910         GO TO 5850-F-NOMBRE-SUCURSAL
014920      END-IF
014930
014940      EXEC SQL
014950         SELECT NOMBRE
014960           INTO :SUC-NOMBRE
014970           FROM ITPFBIO.TBSUCURS
014980          WHERE SUCURSAL EQUAL :SUC-SUCURSAL
014990      END-EXEC
015000
015010      IF SQLCODE EQUAL ZEROS
015020         MOVE SUC-NOMBRE TO WS-SUB-NOMBRE
015030      END-IF
015040      .
015050  5850-F-NOMBRE-SUCURSAL. EXIT.
015060**************************************
015070*  ERROR SQL AL VALIDAR O PAGAR: SE  *
015080*  DESHACE TODO EL CANJE (ROLLBACK)  *
015090*  Y NO SE SIGUE LEYENDO             *
015100**************************************
015110  5900-I-ERROR-SQL.
015120      MOVE SQLCODE TO FS-SQLCODE
015130
015140      EXEC SQL
015150         ROLLBACK
015160      END-EXEC
015170
015180      ADD 1 TO CN-NOVEDADES-ER
015190      DISPLAY '* ERROR ' LK-ERR-RECURSO ' = ' FS-SQLCODE
015200      MOVE FS-SQLCODE TO LK-ERR-CODIGO
015210      MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
015220      PERFORM 9900-I-ERROR THRU 9900-F-ERROR
015230      INITIALIZE CN-PAGADO
015240      SET FS-PROCESO-EOF TO TRUE
015250      .
015260  5900-F-ERROR-SQL. EXIT.
015270**************************************
015280*           GRABAR TITULO            *
015290**************************************
015300  9000-I-TITULO.
015310      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
015320
015330      IF NOT FS-SALIDA-OK
015340         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
015350         MOVE FS-SALIDA TO LK-ERR-CODIGO
015360         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
015370         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
015380         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
015390         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
015400      ELSE
015410         MOVE 1 TO CN-CUENTA-LINEA
015420      END-IF
015430
015440      WRITE REG-SALIDA FROM IP-ENCABEZADO
015450
015460      IF NOT FS-SALIDA-OK
015470         DISPLAY '* ERROR EN IMPRIMIR ENCABEZADO = ' FS-SALIDA
015480         MOVE FS-SALIDA TO LK-ERR-CODIGO
015490         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
015500         MOVE 'IMPRIMIR ENCABEZAD' TO LK-ERR-RECURSO
015510         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
015520         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
015530      ELSE
015540         ADD 1 TO CN-CUENTA-LINEA
015550      END-IF
015560      .
015570  9000-F-TITULO. EXIT.
015580**************************************
015590*  CONCILIACION CON LA CAMARA: SU    *
015600*  CONTROL CONTRA LO LEIDO, LO       *
015610*  PAGADO Y LO DEVUELTO              *
015620**************************************
015630  9100-I-CONCILIAR.
015640      MOVE CN-PAG-CANT       TO CN-CON-CANT
015650      MOVE CN-PAG-IMPORTE    TO CN-CON-IMPORTE
015660      ADD  CN-DEV-CANT       TO CN-CON-CANT
015670      ADD  CN-DEV-IMPORTE    TO CN-CON-IMPORTE
015680
015690      WRITE REG-SALIDA FROM IP-ENCABEZADO-CONC AFTER 2
015700
015710      IF NOT FS-SALIDA-OK
015720         DISPLAY '* ERROR EN IMPRIMIR ENCABEZADO = ' FS-SALIDA
015730         MOVE FS-SALIDA TO LK-ERR-CODIGO
015740         MOVE '9100-I-CONCILIAR' TO LK-ERR-PARRAFO
015750         MOVE 'IMPRIMIR ENCABEZAD' TO LK-ERR-RECURSO
015760         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
015770         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
015780      END-IF
015790
015800      MOVE 'CONTROL INFORMADO POR CAMARA' TO WS-CPT-DESCRIPCION
015810      MOVE CN-CAM-CANT       TO WS-CPT-CANTIDAD
015820      MOVE CN-CAM-IMPORTE    TO WS-CPT-IMPORTE
015830      PERFORM 9150-I-GRABAR-CONCEPTO THRU 9150-F-GRABAR-CONCEPTO
015840
015850      MOVE 'PRESENTADO EN EL ARCHIVO' TO WS-CPT-DESCRIPCION
015860      MOVE CN-LEI-CANT       TO WS-CPT-CANTIDAD
015870      MOVE CN-LEI-IMPORTE    TO WS-CPT-IMPORTE
015880      PERFORM 9150-I-GRABAR-CONCEPTO THRU 9150-F-GRABAR-CONCEPTO
015890
015900      MOVE 'PAGADO' TO WS-CPT-DESCRIPCION
015910      MOVE CN-PAG-CANT       TO WS-CPT-CANTIDAD
015920      MOVE CN-PAG-IMPORTE    TO WS-CPT-IMPORTE
015930      PERFORM 9150-I-GRABAR-CONCEPTO THRU 9150-F-GRABAR-CONCEPTO
015940
015950      MOVE 'DEVUELTO A LA CAMARA' TO WS-CPT-DESCRIPCION
015960      MOVE CN-DEV-CANT       TO WS-CPT-CANTIDAD
015970      MOVE CN-DEV-IMPORTE    TO WS-CPT-IMPORTE
015980      PERFORM 9150-I-GRABAR-CONCEPTO THRU 9150-F-GRABAR-CONCEPTO
015990
016000      MOVE 'PAGADO + DEVUELTO' TO WS-CPT-DESCRIPCION
016010      MOVE CN-CON-CANT       TO WS-CPT-CANTIDAD
016020      MOVE CN-CON-IMPORTE    TO WS-CPT-IMPORTE
016030      PERFORM 9150-I-GRABAR-CONCEPTO THRU 9150-F-GRABAR-CONCEPTO
016040
016050      EVALUATE TRUE
016060         WHEN WS-ARCHIVO-RECHAZADO
016070            MOVE 'CANJE RECHAZADO - NADA PAGADO'
016080                 TO WS-RES-TEXTO
016090         WHEN RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
016100            MOVE 'ERROR DE ENTORNO - NADA PAGADO'
016110                 TO WS-RES-TEXTO
016120         WHEN CN-CON-CANT    EQUAL CN-CAM-CANT
016130          AND CN-CON-IMPORTE EQUAL CN-CAM-IMPORTE
016140            MOVE 'CONCILIADO' TO WS-RES-TEXTO
016150         WHEN OTHER
016160            MOVE 'NO CONCILIA CON EL CONTROL DE LA CAMARA'
016170                 TO WS-RES-TEXTO
016180            DISPLAY '* CANJE NO CONCILIA CON LA CAMARA'
016190            MOVE 'CANJE NO CONCILIA' TO LK-ERR-CLAVE
016200            MOVE 'CONCILIACION CANJE' TO LK-ERR-RECURSO
016210            MOVE '9100-I-CONCILIAR' TO LK-ERR-PARRAFO
016220            MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
016230            PERFORM 9900-I-ERROR THRU 9900-F-ERROR
016240      END-EVALUATE
016250
016260      WRITE REG-SALIDA FROM WS-REG-RESULTADO
016270
016280      IF NOT FS-SALIDA-OK
016290         DISPLAY '* ERROR EN IMPRIMIR RESULTADO = ' FS-SALIDA
016300         MOVE FS-SALIDA TO LK-ERR-CODIGO
016310         MOVE '9100-I-CONCILIAR' TO LK-ERR-PARRAFO
016320         MOVE 'IMPRIMIR RESULTADO' TO LK-ERR-RECURSO
016330         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
016340         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
016350      END-IF
016360      .
016370  9100-F-CONCILIAR. EXIT.
016380**************************************
016390*  IMPRIMIR UN CONCEPTO DEL INFORME  *
016400**************************************
016410  9150-I-GRABAR-CONCEPTO.
016420      WRITE REG-SALIDA FROM WS-REG-CONCEPTO
016430
016440      IF NOT FS-SALIDA-OK
016450         DISPLAY '* ERROR EN IMPRIMIR CONCEPTO = ' FS-SALIDA
016460         MOVE FS-SALIDA TO LK-ERR-CODIGO
016470         MOVE '9150-I-GRABAR-CONCEPTO' TO LK-ERR-PARRAFO
016480         MOVE 'IMPRIMIR CONCEPTO' TO LK-ERR-RECURSO
016490         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
016500         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
016510      END-IF
016520      .
016530  9150-F-GRABAR-CONCEPTO. EXIT.
016540**************************************
016550*  TOTALES DEL ARCHIVO DE            *
016560*  DEVOLUCION                        *
016570**************************************
016580  9200-I-TOTALES-DEVOL.
016590      MOVE SPACES          TO REG-DEV-TOTALES
016600      MOVE 'T'             TO DEV-TIPO-REG
016610      MOVE CN-DEV-CANT     TO DEV-TOT-CANTIDAD
016620      MOVE CN-DEV-IMPORTE  TO DEV-TOT-IMPORTE
016630
016640      PERFORM 5350-I-GRABAR-DEVOL
016650         THRU 5350-F-GRABAR-DEVOL
016660      .
016670  9200-F-TOTALES-DEVOL. EXIT.
016680**************************************
016690*  CIERRE DE FILES                   *
016700**************************************
016710  9800-I-CERRAR-ARCHIVOS.
016720      CLOSE CANJE
016730      IF NOT FS-CANJE-OK
016740         DISPLAY '* ERROR EN CLOSE CANJE = ' FS-CANJE
016750         MOVE FS-CANJE TO LK-ERR-CODIGO
016760         MOVE '9800-I-CERRAR-ARCHIVOS' TO LK-ERR-PARRAFO
016770         MOVE 'CLOSE CANJE' TO LK-ERR-RECURSO
016780         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
016790         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
016800      END-IF
016810
016820      CLOSE DEVOLUC
016830      IF NOT FS-DEVOLUC-OK
016840         DISPLAY '* ERROR EN CLOSE DEVOLUC = ' FS-DEVOLUC
016850         MOVE FS-DEVOLUC TO LK-ERR-CODIGO
016860         MOVE '9800-I-CERRAR-ARCHIVOS' TO LK-ERR-PARRAFO
016870         MOVE 'CLOSE DEVOLUC' TO LK-ERR-RECURSO
016880         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
016890         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
016900      END-IF
016910
016920      CLOSE SALIDA
016930      IF NOT FS-SALIDA-OK
016940         DISPLAY '* ERROR EN CLOSE SALIDA = ' FS-SALIDA
016950         MOVE FS-SALIDA TO LK-ERR-CODIGO
016960         MOVE '9800-I-CERRAR-ARCHIVOS' TO LK-ERR-PARRAFO
016970         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
016980         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
016990         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
017000      END-IF
017010      .
017020  9800-F-CERRAR-ARCHIVOS. EXIT.
017030*************************************
017040*  GRABAR EL ERROR ESTRUCTURADO EN  *
017050*  EL LOG COMUN (RUTERROR)          *
017060*************************************
017070  9900-I-ERROR.
017080      MOVE 'PGMCNJ33' TO LK-ERR-PROGRAMA
017090
017100      MOVE RETURN-CODE TO WS-RC-GUARDADO
017110
017120      CALL 'RUTERROR' USING LK-ERR-AREA
017130
017140      MOVE WS-RC-GUARDADO TO RETURN-CODE
017150
017160      MOVE SPACES TO LK-ERR-RECURSO
017170
017180      MOVE SPACES TO LK-ERR-CODIGO
017190      .
017200  9900-F-ERROR. EXIT.
017210**************************************
017220*  CUERPO FINAL: UNA SOLA UNIDAD DE  *
017230*  TRABAJO PARA TODO EL CANJE; LUEGO *
017240*  EL LISTADO POR SUCURSAL Y LA      *
017250*  CONCILIACION                      *
017260**************************************
017270  9999-I-FINAL.
017280      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
017290         EXEC SQL
017300            COMMIT
017310         END-EXEC
017320      ELSE
017330         EXEC SQL
017340            ROLLBACK
017350         END-EXEC
017360      END-IF
017370
017380      IF NOT WS-ARCHIVO-RECHAZADO
017390         AND RETURN-CODE LESS CT-RC-ERROR-ENTORNO
017400         PERFORM 9200-I-TOTALES-DEVOL
017410            THRU 9200-F-TOTALES-DEVOL
017420      END-IF
017430
017440      IF NOT WS-ARCHIVO-RECHAZADO
017450         AND RETURN-CODE LESS CT-RC-ERROR-ENTORNO
017460         PERFORM 5500-I-LISTAR-RECHAZOS
017470            THRU 5500-F-LISTAR-RECHAZOS
017480      ELSE
017490         PERFORM 9000-I-TITULO
017500            THRU 9000-F-TITULO
017510      END-IF
017520
017530      PERFORM 9100-I-CONCILIAR
017540         THRU 9100-F-CONCILIAR
017550
017560      IF CN-LEI-CANT EQUAL ZEROS
017570         AND RETURN-CODE EQUAL ZEROS
017580         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
017590      END-IF
017600
017610      PERFORM 9800-I-CERRAR-ARCHIVOS
017620         THRU 9800-F-CERRAR-ARCHIVOS
017630
017640      DISPLAY 'CAMARA / FECHA CANJE   : ' IP-CAMARA ' '
017650              WS-FECHA-PROCESO
017660      DISPLAY 'REGISTROS LEIDOS       : ' CN-LEIDOS
017670      DISPLAY 'CHEQUES PRESENTADOS    : ' CN-DETALLES
017680      DISPLAY 'CHEQUES PAGADOS        : ' CN-PAG-CANT
017690      DISPLAY 'CHEQUES RECHAZADOS     : ' CN-DEV-CANT
017700      DISPLAY 'NOVEDADES CON ERROR    : ' CN-NOVEDADES-ER
017710      DISPLAY 'CONCILIACION           : ' WS-RES-TEXTO
017720
017730      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
017740      .
017750  9999-F-FINAL. EXIT.
