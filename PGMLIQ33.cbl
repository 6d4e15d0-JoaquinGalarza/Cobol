000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMLIQ33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* LIQUIDACION DIARIA DE LA RED DE              *
000110*         * TARJETAS DE DEBITO: POSTEA CADA           * JCR *
000120*         * OPERACION DEL ARCHIVO DE LA RED              *
000130*         * CONTRA LA CUENTA DE LA TARJETA               *
000140*         * (TBTARJETAS) CON CANAL 'ATM '                *
000150*         * (EXTRACCION EN CAJERO 'EA') O 'POS '         *
000160*         * (COMPRA 'CB' Y DEVOLUCION 'DT'), ASI         *
000170*         * TBTOPES FIJA TOPES PROPIOS POR CANAL.        *
000180*         * RECHAZA TARJETAS INEXISTENTES,               *
000190*         * BLOQUEADAS, DADAS DE BAJA O VENCIDAS,        *
000200*         * CUENTAS CERRADAS, TITULARES                  *
000210*         * FALLECIDOS, FALTA DE SALDO (PISO DE          *
000220*         * TBLIMITES Y EMBARGOS) Y EXCESOS DE           *
000230*         * TOPE; LOS RECHAZOS VAN AL ARCHIVO DE         *
000240*         * CONTRACARGOS PARA LA RED. SI LOS             *
000250*         * TOTALES DE LA RED NO CIERRAN CON EL          *
000260*         * ARCHIVO NO SE POSTEA NADA; AL FINAL          *
000270*         * SE CONCILIA EL CONTROL DE LA RED             *
000280*         * CONTRA LO POSTEADO MAS LO DEVUELTO           *
000290*************************************
000300  ENVIRONMENT DIVISION.
000310  CONFIGURATION SECTION.
000320  SPECIAL-NAMES.
000330      DECIMAL-POINT IS COMMA.
000340  INPUT-OUTPUT SECTION.
000350  FILE-CONTROL.
000360        SELECT LIQUIDA ASSIGN DDLIQRED
000370               FILE STATUS IS FS-LIQUIDA.
000380
000390        SELECT CONTRACA ASSIGN DDCONTRA
000400               FILE STATUS IS FS-CONTRACA.
000410
000420        SELECT SALIDA ASSIGN DDSALI
000430               FILE STATUS IS FS-SALIDA.
000440
000450  DATA DIVISION.
000460  FILE SECTION.
000470  FD LIQUIDA
000480       BLOCK CONTAINS 0 RECORDS
000490       RECORDING MODE IS F.
000500
000510  01 REG-LIQ-CABECERA.
000520      05 LIQ-TIPO-REG         PIC X(01).
000530         88 LIQ-ES-CABECERA           VALUE 'H'.
000540         88 LIQ-ES-DETALLE            VALUE 'D'.
000550         88 LIQ-ES-TOTALES            VALUE 'T'.
000560      05 LIQ-CAB-RED          PIC X(04).
000570      05 LIQ-CAB-ENTIDAD      PIC X(03).
000580      05 LIQ-CAB-FECHA        PIC X(10).
000590      05 FILLER               PIC X(82).
000600
000610  01 REG-LIQ-DETALLE.
000620      05 FILLER               PIC X(01).
000630      05 LIQ-DET-TARJETA      PIC X(16).
000640      05 LIQ-DET-CANAL        PIC X(01).
000650         88 LIQ-DET-CAJERO            VALUE 'A'.
000660         88 LIQ-DET-POS               VALUE 'P'.
000670      05 LIQ-DET-OPERACION    PIC X(02).
000680         88 LIQ-DET-EXTRACCION        VALUE 'EX'.
000690         88 LIQ-DET-COMPRA            VALUE 'CO'.
000700         88 LIQ-DET-DEVOLUCION        VALUE 'DV'.
000710      05 LIQ-DET-IMPORTE      PIC 9(09)V99.
000720      05 LIQ-DET-MONEDA       PIC X(02).
000730      05 LIQ-DET-FECHA-OPER   PIC X(10).
000740      05 LIQ-DET-HORA-OPER    PIC X(08).
000750      05 LIQ-DET-REFERENCIA   PIC X(12).
000760      05 LIQ-DET-TERMINAL     PIC X(08).
000770      05 LIQ-DET-COMERCIO     PIC X(20).
000780      05 FILLER               PIC X(09).
000790
000800  01 REG-LIQ-TOTALES.
000810      05 FILLER               PIC X(01).
000820      05 LIQ-TOT-CANTIDAD     PIC 9(07).
000830      05 LIQ-TOT-DEBITOS      PIC 9(13)V99.
000840      05 LIQ-TOT-CREDITOS     PIC 9(13)V99.
000850      05 FILLER               PIC X(62).
000860
000870  FD CONTRACA
000880       BLOCK CONTAINS 0 RECORDS
000890       RECORDING MODE IS F.
000900
000910  01 REG-CTR-CABECERA.
000920      05 CTR-TIPO-REG         PIC X(01).
000930      05 CTR-CAB-ENTIDAD      PIC X(03).
000940      05 CTR-CAB-RED          PIC X(04).
000950      05 CTR-CAB-FECHA        PIC X(10).
000960      05 FILLER               PIC X(82).
000970
000980  01 REG-CTR-DETALLE.
000990      05 FILLER               PIC X(01).
001000      05 CTR-DET-TARJETA      PIC X(16).
001010      05 CTR-DET-CANAL        PIC X(01).
001020      05 CTR-DET-OPERACION    PIC X(02).
001030      05 CTR-DET-IMPORTE      PIC 9(09)V99.
001040      05 CTR-DET-MONEDA       PIC X(02).
001050      05 CTR-DET-FECHA-OPER   PIC X(10).
001060      05 CTR-DET-REFERENCIA   PIC X(12).
001070      05 CTR-DET-COD-MOTIVO   PIC X(02).
001080      05 CTR-DET-MOTIVO       PIC X(30).
001090      05 FILLER               PIC X(13).
001100
001110  01 REG-CTR-TOTALES.
001120      05 FILLER               PIC X(01).
001130      05 CTR-TOT-CANTIDAD     PIC 9(07).
001140      05 CTR-TOT-DEBITOS      PIC 9(13)V99.
001150      05 CTR-TOT-CREDITOS     PIC 9(13)V99.
001160      05 FILLER               PIC X(62).
001170
001180  FD SALIDA
001190       BLOCK CONTAINS 0 RECORDS
001200       RECORDING MODE IS F.
001210
001220  01 REG-SALIDA PIC X(132).
001230*************************************
001240*             WORKING              *
001250*************************************
001260  WORKING-STORAGE SECTION.
001270  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
001280*************************************
001290*           FILE STATUS            *
001300*************************************
001310  01  FS-FILE-STATUS.
001320      05  FS-LIQUIDA      PIC XX    VALUE SPACES.
001330          88  FS-LIQUIDA-OK         VALUE '00'.
001340          88  FS-LIQUIDA-EOF        VALUE '10'.
001350      05  FS-CONTRACA     PIC XX    VALUE SPACES.
001360          88  FS-CONTRACA-OK        VALUE '00'.
001370      05  FS-SALIDA       PIC XX    VALUE SPACES.
001380          88  FS-SALIDA-OK          VALUE '00'.
001390      05  FS-PROCESO      PIC X     VALUE SPACES.
001400          88  FS-PROCESO-OK         VALUE 'Y'.
001410          88  FS-PROCESO-EOF        VALUE 'N'.
001420*************************************
001430*          CONTADORES              *
001440*************************************
001450  01 CN-CONTADORES.
001460      05 CN-LEIDOS             PIC 9(07)  VALUE ZEROS.
001470      05 CN-DETALLES           PIC 9(07)  VALUE ZEROS.
001480      05 CN-TRAILERS           PIC 9(03)  VALUE ZEROS.
001490      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
001500*************************************
001510*  TOTALES DE CONTROL: CANTIDAD,    *
001520*  DEBITOS (EXTRACCION Y COMPRA) Y  *
001530*  CREDITOS (DEVOLUCION) DE CADA    *
001540*  CONCEPTO DE LA CONCILIACION      *
001550*************************************
001560  01  CN-TOTALES.
001570      05  CN-LEIDO.
001580          10  CN-LEI-CANT      PIC 9(07)            VALUE ZEROS.
001590          10  CN-LEI-DEBITOS   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001600          10  CN-LEI-CREDITOS  PIC S9(13)V99 COMP-3 VALUE ZEROS.
001610      05  CN-POSTEADO.
001620          10  CN-POS-CANT      PIC 9(07)            VALUE ZEROS.
001630          10  CN-POS-DEBITOS   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001640          10  CN-POS-CREDITOS  PIC S9(13)V99 COMP-3 VALUE ZEROS.
001650      05  CN-CAJERO.
001660          10  CN-ATM-CANT      PIC 9(07)            VALUE ZEROS.
001670          10  CN-ATM-DEBITOS   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001680          10  CN-ATM-CREDITOS  PIC S9(13)V99 COMP-3 VALUE ZEROS.
001690      05  CN-COMERCIO.
001700          10  CN-CPR-CANT      PIC 9(07)            VALUE ZEROS.
001710          10  CN-CPR-DEBITOS   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001720          10  CN-CPR-CREDITOS  PIC S9(13)V99 COMP-3 VALUE ZEROS.
001730      05  CN-DEVUELTO.
001740          10  CN-DEV-CANT      PIC 9(07)            VALUE ZEROS.
001750          10  CN-DEV-DEBITOS   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001760          10  CN-DEV-CREDITOS  PIC S9(13)V99 COMP-3 VALUE ZEROS.
001770      05  CN-CONCILIADO.
001780          10  CN-CON-CANT      PIC 9(07)            VALUE ZEROS.
001790          10  CN-CON-DEBITOS   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001800          10  CN-CON-CREDITOS  PIC S9(13)V99 COMP-3 VALUE ZEROS.
001810      05  CN-CONTROL-RED.
001820          10  CN-RED-CANT      PIC 9(07)            VALUE ZEROS.
001830          10  CN-RED-DEBITOS   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001840          10  CN-RED-CREDITOS  PIC S9(13)V99 COMP-3 VALUE ZEROS.
001850*************************************
001860*      AREA DE TRABAJO             *
001870*************************************
001880  01  WS-IMPORTE           PIC S9(9)V99 COMP-3 VALUE ZEROS.
001890  01  WS-TOTAL-EMBARGOS    PIC S9(9)V99 COMP-3 VALUE ZEROS.
001900  01  WS-PISO-SOBREGIRO    PIC S9(9)V99 COMP-3 VALUE ZEROS.
001910  01  WS-SALDO-NUEVO       PIC S9(11)V99 COMP-3 VALUE ZEROS.
001920  01  WS-SALDO-DISPONIBLE  PIC S9(11)V99 COMP-3 VALUE ZEROS.
001930  01  WS-ACUMULADO-DIA     PIC S9(11)V99 COMP-3 VALUE ZEROS.
001940  01  WS-CANT-FALLEC       PIC S9(04) COMP     VALUE ZEROS.
001950
001960  01  WS-COD-MOTIVO        PIC X(02)       VALUE SPACES.
001970  01  WS-MOTIVO            PIC X(30)       VALUE SPACES.
001980
001990  01  WS-PASADA            PIC X(01)       VALUE '1'.
002000      88  WS-PRIMERA-PASADA                VALUE '1'.
002010      88  WS-SEGUNDA-PASADA                VALUE '2'.
002020
002030  01  WS-ARCHIVO-SW        PIC X(01)       VALUE 'N'.
002040      88  WS-ARCHIVO-RECHAZADO             VALUE 'S'.
002050
002060  01  WS-APERTURA-SW       PIC X(01)       VALUE 'N'.
002070      88  WS-ARCHIVOS-ABIERTOS             VALUE 'S'.
002080
002090  01  WS-SENTIDO-SW        PIC X(01)       VALUE SPACES.
002100      88  WS-ES-DEBITO                     VALUE 'D'.
002110      88  WS-ES-CREDITO                    VALUE 'C'.
002120
002130*    CUENTA DE LA TARJETA A POSTEAR
002140  01  WS-CUENTA.
002150      05  WS-CTA-NRO          PIC X(15)           VALUE SPACES.
002160      05  WS-CTA-TIPO         PIC X(02)           VALUE SPACES.
002170      05  WS-CTA-MONEDA       PIC X(02)           VALUE SPACES.
002180      05  WS-CTA-CLIENTE      PIC S9(5) COMP-3    VALUE ZEROS.
002190
002200  01  WS-CANAL             PIC X(04)       VALUE SPACES.
002210  01  WS-TIPO-MOVIMIENTO   PIC X(02)       VALUE SPACES.
002220
002230  77  CT-ENTIDAD           PIC X(03)       VALUE '285'.
002240  77  CT-CANAL-CAJERO      PIC X(04)       VALUE 'ATM '.
002250  77  CT-CANAL-POS         PIC X(04)       VALUE 'POS '.
002260  77  CT-MOV-EXTR-CAJERO   PIC X(02)       VALUE 'EA'.
002270  77  CT-MOV-COMPRA-POS    PIC X(02)       VALUE 'CB'.
002280  77  CT-MOV-DEVOL-POS     PIC X(02)       VALUE 'DT'.
002290*************************************
002300*  TARJETA SYSIN: FECHA DE PROCESO *
002310*************************************
002320  01  WS-FECHA-PROCESO     PIC X(10)   VALUE SPACES.
002330*************************************
002340*       VARIABLES IMPRESION        *
002350*************************************
002360  01  IP-TITULO.
002370      05  FILLER      PIC X(10) VALUE  SPACES.
002380      05  FILLER      PIC X(42) VALUE
002390       'CONCILIACION LIQUIDACION RED DE TARJETAS'.
002400      05  FILLER      PIC X(05) VALUE  'RED: '.
002410      05  IP-RED      PIC X(04) VALUE  SPACES.
002420      05  FILLER      PIC X(03) VALUE  SPACES.
002430      05  FILLER      PIC X(07) VALUE  'FECHA: '.
002440      05  IP-FECHA    PIC X(10) VALUE  SPACES.
002450      05  FILLER      PIC X(51) VALUE  SPACES.
002460
002470  01  IP-ENCABEZADO.
002480      05  FILLER    PIC X(34)    VALUE 'CONCEPTO'.
002490      05  FILLER    PIC X(10)    VALUE '  CANTIDAD'.
002500      05  FILLER    PIC X(22)    VALUE '               DEBITOS'.
002510      05  FILLER    PIC X(22)    VALUE '              CREDITOS'.
002520      05  FILLER    PIC X(44)    VALUE SPACES.
002530
002540  01  WS-REG-CONCEPTO.
002550      05  WS-CPT-DESCRIPCION  PIC X(32)    VALUE SPACES.
002560      05  FILLER              PIC X(02)    VALUE SPACES.
002570      05  WS-CPT-CANTIDAD     PIC Z.ZZZ.ZZ9    VALUE ZEROS.
002580      05  FILLER              PIC X(01)    VALUE SPACES.
002590      05  WS-CPT-DEBITOS      PIC -ZZ.ZZZ.ZZZ.999,99 VALUE ZEROS.
002600      05  FILLER              PIC X(01)    VALUE SPACES.
002610      05  WS-CPT-CREDITOS     PIC -ZZ.ZZZ.ZZZ.999,99 VALUE ZEROS.
002620      05  FILLER              PIC X(44)    VALUE SPACES.
002630
002640  01  WS-REG-RESULTADO.
002650      05  FILLER    PIC X(14)    VALUE 'RESULTADO:    '.
002660      05  WS-RES-TEXTO     PIC X(40)    VALUE SPACES.
002670      05  FILLER    PIC X(78)    VALUE SPACES.
002680*************************************
002690*             SQL                  *
002700*************************************
002710       EXEC SQL
002720         INCLUDE SQLCA
002730       END-EXEC.
002740
002750       EXEC SQL
002760         INCLUDE TBCUENT
002770       END-EXEC.
002780
002790       EXEC SQL
002800         INCLUDE TBTARJET
002810       END-EXEC.
002820
002830       EXEC SQL
002840         INCLUDE TBMOVIM
002850       END-EXEC.
002860
002870       EXEC SQL
002880         INCLUDE TBEMBARG
002890       END-EXEC.
002900
002910       EXEC SQL
002920         INCLUDE TBLIMITE
002930       END-EXEC.
002940
002950       EXEC SQL
002960         INCLUDE TBTOPES
002970       END-EXEC.
002980
002990  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
003000*************************************
003010*  MANEJO COMUN DE ERRORES          *
003020*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
003030*  DE RETORNO DEL BATCH             *
003040*************************************
003050     COPY LKERROR.
003060
003070  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
003080  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
003090  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
003100  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
003110*************************************
003120*  CONTROL DE CORRIDAS (RUTCTRL)    *
003130*************************************
003140     COPY LKCTRL.
003150
003160  01  WS-TARJETA-CONTROL.
003170      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
003180      05  CC-RERUN         PIC X(01)  VALUE SPACES.
003190
003200  01  WS-CTL-HOY.
003210      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
003220      05  FILLER       PIC X(01)  VALUE '-'.
003230      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
003240      05  FILLER       PIC X(01)  VALUE '-'.
003250      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
003260
003270  01  WS-CTL-FECHA-AREA.
003280      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
003290      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
003300      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
003310
003320  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
003330  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
003340      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
003350  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
003360*************************************.
003370  PROCEDURE DIVISION.
003380**************************************
003390*  CUERPO PRINCIPAL DEL PROGRAMA     *
003400**************************************
003410  MAIN-PROGRAM.
003420      PERFORM 1000-I-INICIO
003430         THRU 1000-F-INICIO
003440
003450      IF WS-CORRIDA-RECHAZADA
003460         IF WS-ARCHIVOS-ABIERTOS
003470            PERFORM 9800-I-CERRAR-ARCHIVOS
003480               THRU 9800-F-CERRAR-ARCHIVOS
003490         END-IF
003500         GO TO F-MAIN-PROGRAM
003510      END-IF
003520
003530      PERFORM 2000-I-PROCESO
003540         THRU 2000-F-PROCESO
003550         UNTIL FS-PROCESO-EOF
003560
003570      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
003580         PERFORM 2500-I-CONTROLAR-ARCHIVO
003590            THRU 2500-F-CONTROLAR-ARCHIVO
003600      END-IF
003610
003620      IF RETURN-CODE LESS CT-RC-ERROR-DATOS
003630         AND NOT WS-ARCHIVO-RECHAZADO
003640         AND CN-LEI-CANT GREATER ZEROS
003650         PERFORM 2600-I-SEGUNDA-PASADA
003660            THRU 2600-F-SEGUNDA-PASADA
003670      END-IF
003680
003690      PERFORM 9999-I-FINAL
003700         THRU 9999-F-FINAL
003710      .
003720  F-MAIN-PROGRAM. GOBACK.
003730**************************************
003740*  CUERPO INICIO APERTURA ARCHIVOS,  *
003750*  LECTURA DE LA CABECERA Y CONTROL  *
003760*  DE LA LIQUIDACION EN TBCONTROL    *
003770**************************************
003780  1000-I-INICIO.
003790      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
003800
003810      IF CC-FECHA-PROCESO EQUAL SPACES
003820         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
003830         MOVE CTL-AREA-AA TO CTL-HOY-AA
003840         MOVE CTL-AREA-MM TO CTL-HOY-MM
003850         MOVE CTL-AREA-DD TO CTL-HOY-DD
003860         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
003870      END-IF
003880
003890      MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO
003900
003910      OPEN INPUT LIQUIDA
003920
003930      IF NOT FS-LIQUIDA-OK
003940         DISPLAY '* ERROR EN OPEN LIQUIDA = ' FS-LIQUIDA
003950         MOVE FS-LIQUIDA TO LK-ERR-CODIGO
003960         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003970         MOVE 'OPEN LIQUIDA' TO LK-ERR-RECURSO
003980         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003990         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004000         SET WS-CORRIDA-RECHAZADA TO TRUE
004010         GO TO 1000-F-INICIO
004020      END-IF
004030
004040      OPEN OUTPUT CONTRACA
004050
004060      IF NOT FS-CONTRACA-OK
004070         DISPLAY '* ERROR EN OPEN CONTRACA = ' FS-CONTRACA
004080         MOVE FS-CONTRACA TO LK-ERR-CODIGO
004090         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004100         MOVE 'OPEN CONTRACA' TO LK-ERR-RECURSO
004110         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004120         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004130         CLOSE LIQUIDA
004140         SET WS-CORRIDA-RECHAZADA TO TRUE
004150         GO TO 1000-F-INICIO
004160      END-IF
004170
004180      OPEN OUTPUT SALIDA
004190
004200      IF NOT FS-SALIDA-OK
004210         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
004220         MOVE FS-SALIDA TO LK-ERR-CODIGO
004230         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004240         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
004250         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004260         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004270         CLOSE LIQUIDA
004280         CLOSE CONTRACA
004290         SET WS-CORRIDA-RECHAZADA TO TRUE
004300         GO TO 1000-F-INICIO
004310      END-IF
004320
004330      SET WS-ARCHIVOS-ABIERTOS TO TRUE
004340
004350      PERFORM 3000-I-LEER-LIQUIDA
004360         THRU 3000-F-LEER-LIQUIDA
004370
004380      IF FS-PROCESO-EOF
004390         OR NOT LIQ-ES-CABECERA
004400         MOVE SPACES TO LIQ-CAB-RED
004410         MOVE WS-FECHA-PROCESO TO LIQ-CAB-FECHA
004420         MOVE '90' TO WS-COD-MOTIVO
004430         MOVE 'ARCHIVO SIN CABECERA' TO WS-MOTIVO
004440         PERFORM 5100-I-CABECERA-CONTRA
004450            THRU 5100-F-CABECERA-CONTRA
004460         PERFORM 5400-I-RECHAZAR-ARCHIVO
004470            THRU 5400-F-RECHAZAR-ARCHIVO
004480         SET WS-CORRIDA-RECHAZADA TO TRUE
004490         GO TO 1000-F-INICIO
004500      END-IF
004510
004520      IF LIQ-CAB-FECHA EQUAL SPACES
004530         MOVE WS-FECHA-PROCESO TO LIQ-CAB-FECHA
004540      END-IF
004550
004560      MOVE LIQ-CAB-RED   TO IP-RED
004570      MOVE LIQ-CAB-FECHA TO IP-FECHA
004580
004590      PERFORM 5100-I-CABECERA-CONTRA
004600         THRU 5100-F-CABECERA-CONTRA
004610
004620      IF LIQ-CAB-ENTIDAD NOT EQUAL CT-ENTIDAD
004630         MOVE '91' TO WS-COD-MOTIVO
004640         MOVE 'LIQUIDACION DE OTRA ENTIDAD' TO WS-MOTIVO
004650         PERFORM 5400-I-RECHAZAR-ARCHIVO
004660            THRU 5400-F-RECHAZAR-ARCHIVO
004670         SET WS-CORRIDA-RECHAZADA TO TRUE
004680         GO TO 1000-F-INICIO
004690      END-IF
004700
004710      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
004720
004730      IF WS-CORRIDA-RECHAZADA
004740         GO TO 1000-F-INICIO
004750      END-IF
004760
004770      PERFORM 3000-I-LEER-LIQUIDA
004780         THRU 3000-F-LEER-LIQUIDA
004790      .
004800  1000-F-INICIO. EXIT.
004810**************************************
004820*  PRIMERA PASADA: ACUMULAR LO LEIDO *
004830*  Y TOMAR EL CONTROL DE LA RED      *
004840**************************************
004850  2000-I-PROCESO.
004860      EVALUATE TRUE
004870
004880      WHEN LIQ-ES-DETALLE
004890         ADD 1 TO CN-DETALLES
004900         ADD 1 TO CN-LEI-CANT
004910         IF LIQ-DET-IMPORTE NUMERIC
004920            IF LIQ-DET-DEVOLUCION
004930               ADD LIQ-DET-IMPORTE TO CN-LEI-CREDITOS
004940            ELSE
004950               ADD LIQ-DET-IMPORTE TO CN-LEI-DEBITOS
004960            END-IF
004970         END-IF
004980
004990      WHEN LIQ-ES-TOTALES
005000         ADD 1 TO CN-TRAILERS
005010         IF LIQ-TOT-CANTIDAD NUMERIC
005020            AND LIQ-TOT-DEBITOS NUMERIC
005030            AND LIQ-TOT-CREDITOS NUMERIC
005040            MOVE LIQ-TOT-CANTIDAD TO CN-RED-CANT
005050            MOVE LIQ-TOT-DEBITOS  TO CN-RED-DEBITOS
005060            MOVE LIQ-TOT-CREDITOS TO CN-RED-CREDITOS
005070         ELSE
005080            MOVE '95' TO WS-COD-MOTIVO
005090            MOVE 'TOTALES DE CONTROL INVALIDOS' TO WS-MOTIVO
005100            SET WS-ARCHIVO-RECHAZADO TO TRUE
005110         END-IF
005120
005130      WHEN OTHER
005140         MOVE '96' TO WS-COD-MOTIVO
005150         MOVE 'TIPO DE REGISTRO INVALIDO' TO WS-MOTIVO
005160         SET WS-ARCHIVO-RECHAZADO TO TRUE
005170      END-EVALUATE
005180
005190      PERFORM 3000-I-LEER-LIQUIDA
005200         THRU 3000-F-LEER-LIQUIDA
005210      .
005220  2000-F-PROCESO. EXIT.
005230**************************************
005240*  CIERRE DE LA PRIMERA PASADA: LA   *
005250*  LIQUIDACION SE RECHAZA ENTERA SI  *
005260*  NO TRAE UN UNICO REGISTRO DE      *
005270*  TOTALES O SI LA CANTIDAD, LOS     *
005280*  DEBITOS O LOS CREDITOS DE LA RED  *
005290*  NO CIERRAN CON LO LEIDO           *
005300**************************************
005310  2500-I-CONTROLAR-ARCHIVO.
005320      IF NOT WS-ARCHIVO-RECHAZADO
005330         AND CN-TRAILERS NOT EQUAL 1
005340         MOVE '95' TO WS-COD-MOTIVO
005350         MOVE 'FALTA O SOBRA REGISTRO TOTALES' TO WS-MOTIVO
005360         SET WS-ARCHIVO-RECHAZADO TO TRUE
005370      END-IF
005380
005390      IF NOT WS-ARCHIVO-RECHAZADO
005400         AND (CN-RED-CANT     NOT EQUAL CN-LEI-CANT
005410          OR  CN-RED-DEBITOS  NOT EQUAL CN-LEI-DEBITOS
005420          OR  CN-RED-CREDITOS NOT EQUAL CN-LEI-CREDITOS)
005430         MOVE '97' TO WS-COD-MOTIVO
005440         MOVE 'TOTALES DE CONTROL NO CIERRAN' TO WS-MOTIVO
005450         SET WS-ARCHIVO-RECHAZADO TO TRUE
005460      END-IF
005470
005480      IF WS-ARCHIVO-RECHAZADO
005490         PERFORM 5400-I-RECHAZAR-ARCHIVO
005500            THRU 5400-F-RECHAZAR-ARCHIVO
005510      END-IF
005520      .
005530  2500-F-CONTROLAR-ARCHIVO. EXIT.
005540**************************************
005550*  SEGUNDA PASADA: RELEER EL ARCHIVO *
005560*  Y POSTEAR O DEVOLVER CADA LINEA   *
005570**************************************
005580  2600-I-SEGUNDA-PASADA.
005590      SET WS-SEGUNDA-PASADA TO TRUE
005600
005610      CLOSE LIQUIDA
005620      OPEN INPUT LIQUIDA
005630
005640      IF NOT FS-LIQUIDA-OK
005650         DISPLAY '* ERROR EN REABRIR LIQUIDA = ' FS-LIQUIDA
005660         MOVE FS-LIQUIDA TO LK-ERR-CODIGO
005670         MOVE '2600-I-SEGUNDA-PASADA' TO LK-ERR-PARRAFO
005680         MOVE 'REABRIR LIQUIDA' TO LK-ERR-RECURSO
005690         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005700         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005710         GO TO 2600-F-SEGUNDA-PASADA
005720      END-IF
005730
005740      SET FS-PROCESO-OK TO TRUE
005750
005760      PERFORM 3000-I-LEER-LIQUIDA
005770         THRU 3000-F-LEER-LIQUIDA
005780
005790      PERFORM 2700-I-POSTEAR-LINEA
005800         THRU 2700-F-POSTEAR-LINEA
005810         UNTIL FS-PROCESO-EOF
005820      .
005830  2600-F-SEGUNDA-PASADA. EXIT.
005840**************************************
005850*  POSTEAR O DEVOLVER UNA LINEA      *
005860**************************************
005870  2700-I-POSTEAR-LINEA.
005880      IF LIQ-ES-DETALLE
005890         PERFORM 4100-I-VALIDAR THRU 4100-F-VALIDAR
005900         EVALUATE TRUE
005910            WHEN RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
005920               CONTINUE
005930            WHEN WS-COD-MOTIVO EQUAL SPACES
005940               PERFORM 5000-I-POSTEAR THRU 5000-F-POSTEAR
005950            WHEN OTHER
005960               PERFORM 5300-I-CONTRACARGO THRU 5300-F-CONTRACARGO
005970         END-EVALUATE
005980      END-IF
005990
006000      IF NOT FS-PROCESO-EOF
006010         PERFORM 3000-I-LEER-LIQUIDA
006020            THRU 3000-F-LEER-LIQUIDA
006030      END-IF
006040      .
006050  2700-F-POSTEAR-LINEA. EXIT.
006060**************************************
006070*   LEER UN REGISTRO DEL ARCHIVO     *
006080**************************************
006090  3000-I-LEER-LIQUIDA.
006100      READ LIQUIDA
006110
006120      EVALUATE FS-LIQUIDA
006130
006140      WHEN '00'
006150         IF WS-PRIMERA-PASADA
006160            ADD 1 TO CN-LEIDOS
006170         END-IF
006180
006190      WHEN '10'
006200         SET FS-PROCESO-EOF TO TRUE
006210
006220      WHEN OTHER
006230         DISPLAY '* ERROR LEER LIQUIDA = ' FS-LIQUIDA
006240         MOVE FS-LIQUIDA TO LK-ERR-CODIGO
006250         MOVE '3000-I-LEER-LIQUIDA' TO LK-ERR-PARRAFO
006260         MOVE 'LEER LIQUIDA' TO LK-ERR-RECURSO
006270         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006280         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006290         SET FS-PROCESO-EOF TO TRUE
006300      END-EVALUATE
006310      .
006320  3000-F-LEER-LIQUIDA. EXIT.
006330**************************************
006340*  VALIDAR UNA LINEA: OPERACION DEL  *
006350*  CANAL, IMPORTE, TARJETA, CUENTA,  *
006360*  TITULARES, SALDO Y TOPES (CADA    *
006370*  CONTROL INFORMA SU MOTIVO)        *
006380**************************************
006390  4100-I-VALIDAR.
006400      MOVE SPACES TO WS-COD-MOTIVO
006410      MOVE SPACES TO WS-MOTIVO
006420      MOVE LIQ-DET-TARJETA TO LK-ERR-CLAVE
006430
006440      EVALUATE TRUE
006450         WHEN LIQ-DET-CAJERO AND LIQ-DET-EXTRACCION
006460            MOVE CT-CANAL-CAJERO    TO WS-CANAL
006470            MOVE CT-MOV-EXTR-CAJERO TO WS-TIPO-MOVIMIENTO
006480            SET WS-ES-DEBITO        TO TRUE
006490         WHEN LIQ-DET-POS AND LIQ-DET-COMPRA
006500            MOVE CT-CANAL-POS       TO WS-CANAL
006510            MOVE CT-MOV-COMPRA-POS  TO WS-TIPO-MOVIMIENTO
006520            SET WS-ES-DEBITO        TO TRUE
006530         WHEN LIQ-DET-POS AND LIQ-DET-DEVOLUCION
006540            MOVE CT-CANAL-POS       TO WS-CANAL
006550            MOVE CT-MOV-DEVOL-POS   TO WS-TIPO-MOVIMIENTO
006560            SET WS-ES-CREDITO       TO TRUE
006570         WHEN OTHER
006580            MOVE '01' TO WS-COD-MOTIVO
006590            MOVE 'OPERACION INVALIDA PARA CANAL' TO WS-MOTIVO
006600            GO TO 4100-F-VALIDAR
006610      END-EVALUATE
006620
006630      IF LIQ-DET-IMPORTE NOT NUMERIC
006640         MOVE '02' TO WS-COD-MOTIVO
006650         MOVE 'IMPORTE INVALIDO' TO WS-MOTIVO
006660         GO TO 4100-F-VALIDAR
006670      END-IF
006680
006690      MOVE LIQ-DET-IMPORTE TO WS-IMPORTE
006700
006710      IF WS-IMPORTE NOT GREATER ZEROS
006720         MOVE '02' TO WS-COD-MOTIVO
006730         MOVE 'IMPORTE DEBE SER MAYOR A CERO' TO WS-MOTIVO
006740         GO TO 4100-F-VALIDAR
006750      END-IF
006760
006770      PERFORM 4200-I-LEER-TARJETA
006780         THRU 4200-F-LEER-TARJETA
006790
006800      IF WS-COD-MOTIVO NOT EQUAL SPACES
006810         OR RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
006820         GO TO 4100-F-VALIDAR
006830      END-IF
006840
006850      PERFORM 4300-I-LEER-CUENTA
006860         THRU 4300-F-LEER-CUENTA
006870
006880      IF WS-COD-MOTIVO NOT EQUAL SPACES
006890         OR RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
006900         GO TO 4100-F-VALIDAR
006910      END-IF
006920
006930      IF WS-ES-CREDITO
006940         GO TO 4100-F-VALIDAR
006950      END-IF
006960
006970      PERFORM 4500-I-CONTROLAR-SALDO
006980         THRU 4500-F-CONTROLAR-SALDO
006990
007000      IF WS-COD-MOTIVO NOT EQUAL SPACES
007010         GO TO 4100-F-VALIDAR
007020      END-IF
007030
007040      PERFORM 4700-I-CONTROLAR-TOPES
007050         THRU 4700-F-CONTROLAR-TOPES
007060      .
007070  4100-F-VALIDAR. EXIT.
007080**************************************
007090*  TARJETA REGISTRADA, ACTIVA Y NO   *
007100*  VENCIDA A LA FECHA DE LA          *
007110*  OPERACION                         *
007120**************************************
007130  4200-I-LEER-TARJETA.
007140      MOVE LIQ-DET-TARJETA TO TAR-NRO-TARJETA
007150
007160      EXEC SQL
007170         SELECT NRO_CUENTA, ESTADO, FECHA_VTO
007180           INTO :TAR-NRO-CUENTA, :TAR-ESTADO, :TAR-FECHA-VTO
007190           FROM ITPFBIO.TBTARJETAS
007200          WHERE NRO_TARJETA EQUAL :TAR-NRO-TARJETA
007210      END-EXEC
007220
007230      EVALUATE SQLCODE
007240         WHEN ZEROS
007250            CONTINUE
007260         WHEN +100
007270            MOVE '03' TO WS-COD-MOTIVO
007280            MOVE 'TARJETA INEXISTENTE' TO WS-MOTIVO
007290            GO TO 4200-F-LEER-TARJETA
007300         WHEN OTHER
007310            MOVE 'LEER TBTARJETAS' TO LK-ERR-RECURSO
007320            MOVE '4200-I-LEER-TARJETA' TO LK-ERR-PARRAFO
007330            PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
007340            GO TO 4200-F-LEER-TARJETA
007350      END-EVALUATE
007360
007370      EVALUATE TAR-ESTADO
007380         WHEN 'A'
007390            CONTINUE
007400         WHEN 'B'
007410            MOVE '04' TO WS-COD-MOTIVO
007420            MOVE 'TARJETA BLOQUEADA' TO WS-MOTIVO
007430         WHEN OTHER
007440            MOVE '05' TO WS-COD-MOTIVO
007450            MOVE 'TARJETA DADA DE BAJA/REEMPLAZADA' TO WS-MOTIVO
007460      END-EVALUATE
007470
007480      IF WS-COD-MOTIVO EQUAL SPACES
007490         AND LIQ-DET-FECHA-OPER GREATER TAR-FECHA-VTO
007500         MOVE '06' TO WS-COD-MOTIVO
007510         MOVE 'TARJETA VENCIDA' TO WS-MOTIVO
007520      END-IF
007530      .
007540  4200-F-LEER-TARJETA. EXIT.
007550**************************************
007560*  CUENTA DE LA TARJETA ABIERTA, EN  *
007570*  LA MONEDA DE LA OPERACION Y SIN   *
007580*  TITULARES FALLECIDOS              *
007590**************************************
007600  4300-I-LEER-CUENTA.
007610      MOVE TAR-NRO-CUENTA  TO NRO-CUENTA
007620
007630      EXEC SQL
007640         SELECT TIPO_CUENTA, MONEDA, SALDO_ACTUAL, NRO_CLIENTE
007650           INTO :TIPO-CUENTA, :MONEDA, :SALDO-ACTUAL,
007660                :CUE-NRO-CLIENTE
007670           FROM ITPFBIO.TBCUENTAS
007680          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
007690            AND FECHA_DE_BAJA IS NULL
007700      END-EXEC
007710
007720      EVALUATE SQLCODE
007730         WHEN ZEROS
007740            CONTINUE
007750         WHEN +100
007760            MOVE '07' TO WS-COD-MOTIVO
007770            MOVE 'CUENTA CERRADA' TO WS-MOTIVO
007780            GO TO 4300-F-LEER-CUENTA
007790         WHEN OTHER
007800            MOVE 'LEER TBCUENTAS' TO LK-ERR-RECURSO
007810            MOVE '4300-I-LEER-CUENTA' TO LK-ERR-PARRAFO
007820            PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
007830            GO TO 4300-F-LEER-CUENTA
007840      END-EVALUATE
007850
007860      MOVE NRO-CUENTA      TO WS-CTA-NRO
007870      MOVE TIPO-CUENTA     TO WS-CTA-TIPO
007880      MOVE MONEDA          TO WS-CTA-MONEDA
007890      MOVE CUE-NRO-CLIENTE TO WS-CTA-CLIENTE
007900
007910      MOVE ZEROS TO WS-CANT-FALLEC
007920
007930      EXEC SQL
007940         SELECT COUNT(*)
007950           INTO :WS-CANT-FALLEC
007960           FROM ITPFBIO.TBCLIENT
007970          WHERE ESTADO_CLIENTE EQUAL 'F'
007980            AND (NRO_CLIENTE EQUAL :CUE-NRO-CLIENTE
007990             OR NRO_CLIENTE IN
008000                (SELECT NRO_CLIENTE
008010                   FROM ITPFBIO.TBTITULAR
008020                  WHERE NRO_CUENTA EQUAL :NRO-CUENTA))
008030      END-EXEC
008040
008050      IF SQLCODE NOT EQUAL ZEROS
008060         MOVE 'LEER TBCLIENT' TO LK-ERR-RECURSO
008070         MOVE '4300-I-LEER-CUENTA' TO LK-ERR-PARRAFO
008080         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
008090         GO TO 4300-F-LEER-CUENTA
008100      END-IF
008110
008120      IF WS-CANT-FALLEC GREATER ZEROS
008130         MOVE '08' TO WS-COD-MOTIVO
008140         MOVE 'TITULAR FALLECIDO' TO WS-MOTIVO
008150         GO TO 4300-F-LEER-CUENTA
008160      END-IF
008170
008180      IF LIQ-DET-MONEDA NOT EQUAL WS-CTA-MONEDA
008190         MOVE '09' TO WS-COD-MOTIVO
008200         MOVE 'MONEDA DISTINTA A LA CUENTA' TO WS-MOTIVO
008210      END-IF
008220      .
008230  4300-F-LEER-CUENTA. EXIT.
008240**************************************
008250*  SALDO PARA EL DEBITO: EL SALDO    *
008260*  RESULTANTE NO PUEDE QUEDAR BAJO   *
008270*  EL PISO DE SOBREGIRO (TBLIMITES)  *
008280*  NI COMPROMETER LOS EMBARGOS       *
008290**************************************
008300  4500-I-CONTROLAR-SALDO.
008310      MOVE ZEROS       TO WS-PISO-SOBREGIRO
008320      MOVE WS-CTA-TIPO TO LIM-TIPO-CUENTA
008330
008340      EXEC SQL
008350         SELECT PISO_PERMITIDO
008360           INTO :LIM-PISO-PERMITIDO
008370           FROM ITPFBIO.TBLIMITES
008380          WHERE TIPO_CUENTA EQUAL :LIM-TIPO-CUENTA
008390      END-EXEC
008400
008410      IF SQLCODE EQUAL ZEROS
008420         MOVE LIM-PISO-PERMITIDO TO WS-PISO-SOBREGIRO
008430      END-IF
008440
008450      PERFORM 4600-I-SUMAR-EMBARGOS
008460         THRU 4600-F-SUMAR-EMBARGOS
008470
008480      SUBTRACT WS-IMPORTE FROM SALDO-ACTUAL
008490         GIVING WS-SALDO-NUEVO
008500      SUBTRACT WS-TOTAL-EMBARGOS FROM WS-SALDO-NUEVO
008510         GIVING WS-SALDO-DISPONIBLE
008520
008530      IF WS-SALDO-DISPONIBLE LESS WS-PISO-SOBREGIRO
008540         MOVE '10' TO WS-COD-MOTIVO
008550         MOVE 'SALDO INSUFICIENTE' TO WS-MOTIVO
008560      END-IF
008570      .
008580  4500-F-CONTROLAR-SALDO. EXIT.
008590**************************************
008600*  SUMAR LOS EMBARGOS ACTIVOS DE LA  *
008610*  CUENTA (TBEMBARGOS)               *
008620**************************************
008630  4600-I-SUMAR-EMBARGOS.
008640      MOVE ZEROS      TO WS-TOTAL-EMBARGOS
008650      MOVE NRO-CUENTA TO EMB-NRO-CUENTA
008660
008670      EXEC SQL
008680         SELECT VALUE(SUM(IMPORTE), 0)
008690           INTO :WS-TOTAL-EMBARGOS
008700           FROM ITPFBIO.TBEMBARGOS
008710          WHERE NRO_CUENTA EQUAL :EMB-NRO-CUENTA
008720            AND ESTADO     EQUAL 'A'
008730            AND (FECHA_VTO EQUAL ' '
008740             OR FECHA_VTO NOT LESS :WS-FECHA-PROCESO)
008750      END-EXEC
008760
008770      IF SQLCODE NOT EQUAL ZEROS
008780         MOVE ZEROS TO WS-TOTAL-EMBARGOS
008790      END-IF
008800      .
008810  4600-F-SUMAR-EMBARGOS. EXIT.
008820**************************************
008830*  TOPES DEL CANAL DE LA TARJETA     *
008840*  (TBTOPES POR TIPO DE CUENTA Y     *
008850*  CANAL 'ATM '/'POS ', SIN FILA NO  *
008860*  HAY TOPE): POR OPERACION Y        *
008870*  ACUMULADO DEL DIA EN ESE CANAL    *
008880**************************************
008890  4700-I-CONTROLAR-TOPES.
008900      MOVE WS-CTA-TIPO TO TOP-TIPO-CUENTA
008910      MOVE WS-CANAL    TO TOP-CANAL
008920
008930      EXEC SQL
008940         SELECT TOPE_OPERACION, TOPE_DIARIO
008950           INTO :TOP-TOPE-OPERACION, :TOP-TOPE-DIARIO
008960           FROM ITPFBIO.TBTOPES
008970          WHERE TIPO_CUENTA EQUAL :TOP-TIPO-CUENTA
008980            AND CANAL       EQUAL :TOP-CANAL
008990      END-EXEC
009000
009010      IF SQLCODE NOT EQUAL ZEROS
009020         GO TO 4700-F-CONTROLAR-TOPES
009030      END-IF
009040
009050      IF WS-IMPORTE GREATER TOP-TOPE-OPERACION
009060         MOVE '11' TO WS-COD-MOTIVO
009070         MOVE 'SUPERA TOPE POR OPERACION' TO WS-MOTIVO
009080         GO TO 4700-F-CONTROLAR-TOPES
009090      END-IF
009100
009110      MOVE ZEROS TO WS-ACUMULADO-DIA
009120
009130      EXEC SQL
009140         SELECT VALUE(SUM(IMPORTE), 0)
009150           INTO :WS-ACUMULADO-DIA
009160           FROM ITPFBIO.TBMOVIM
009170          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
009180            AND FECHA      EQUAL :WS-FECHA-PROCESO
009190            AND CANAL      EQUAL :TOP-CANAL
009200            AND TIPO_MOVIMIENTO IN ('EA', 'CB')
009210      END-EXEC
009220
009230      IF SQLCODE NOT EQUAL ZEROS
009240         MOVE ZEROS TO WS-ACUMULADO-DIA
009250      END-IF
009260
009270      ADD WS-IMPORTE TO WS-ACUMULADO-DIA
009280
009290      IF WS-ACUMULADO-DIA GREATER TOP-TOPE-DIARIO
009300         MOVE '12' TO WS-COD-MOTIVO
009310         MOVE 'SUPERA TOPE DIARIO DEL CANAL' TO WS-MOTIVO
009320      END-IF
009330      .
009340  4700-F-CONTROLAR-TOPES. EXIT.
009350**************************************
009360*  POSTEAR LA OPERACION: SALDO DE LA *
009370*  CUENTA Y MOVIMIENTO CON EL CANAL  *
009380*  DE LA TARJETA Y SU COMPROBANTE    *
009390**************************************
009400  5000-I-POSTEAR.
009410      MOVE WS-CTA-NRO TO NRO-CUENTA
009420
009430      IF WS-ES-DEBITO
009440         EXEC SQL
009450            UPDATE ITPFBIO.TBCUENTAS
009460               SET SALDO_ACTUAL = SALDO_ACTUAL - :WS-IMPORTE,
009470                   FECHA_ACTUAL = :WS-FECHA-PROCESO
009480             WHERE NRO_CUENTA EQUAL :NRO-CUENTA
009490         END-EXEC
009500      ELSE
009510         EXEC SQL
009520            UPDATE ITPFBIO.TBCUENTAS
009530               SET SALDO_ACTUAL = SALDO_ACTUAL + :WS-IMPORTE,
009540                   FECHA_ACTUAL = :WS-FECHA-PROCESO
009550             WHERE NRO_CUENTA EQUAL :NRO-CUENTA
009560         END-EXEC
009570      END-IF
009580
009590      IF SQLCODE NOT EQUAL ZEROS
009600         MOVE 'UPDATE TBCUENTAS' TO LK-ERR-RECURSO
009610         MOVE '5000-I-POSTEAR' TO LK-ERR-PARRAFO
009620         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
009630         GO TO 5000-F-POSTEAR
009640      END-IF
009650
009660      PERFORM 5200-I-GRABAR-MOVIMIENTO
009670         THRU 5200-F-GRABAR-MOVIMIENTO
009680
009690      IF SQLCODE NOT EQUAL ZEROS
009700         MOVE 'INSERT TBMOVIM' TO LK-ERR-RECURSO
009710         MOVE '5000-I-POSTEAR' TO LK-ERR-PARRAFO
009720         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
009730         GO TO 5000-F-POSTEAR
009740      END-IF
009750
009760      ADD 1 TO CN-POS-CANT
009770
009780      IF WS-ES-DEBITO
009790         ADD WS-IMPORTE TO CN-POS-DEBITOS
009800      ELSE
009810         ADD WS-IMPORTE TO CN-POS-CREDITOS
009820      END-IF
009830
009840      IF WS-CANAL EQUAL CT-CANAL-CAJERO
009850         ADD 1          TO CN-ATM-CANT
009860         ADD WS-IMPORTE TO CN-ATM-DEBITOS
009870      ELSE
009880         ADD 1 TO CN-CPR-CANT
009890         IF WS-ES-DEBITO
009900            ADD WS-IMPORTE TO CN-CPR-DEBITOS
009910         ELSE
009920            ADD WS-IMPORTE TO CN-CPR-CREDITOS
009930         END-IF
009940      END-IF
009950      .
009960  5000-F-POSTEAR. EXIT.
009970**************************************
009980*  CABECERA DEL ARCHIVO DE           *
009990*  CONTRACARGOS PARA LA RED          *
010000**************************************
010010  5100-I-CABECERA-CONTRA.
010020      MOVE SPACES        TO REG-CTR-CABECERA
010030      MOVE 'H'           TO CTR-TIPO-REG
010040      MOVE CT-ENTIDAD    TO CTR-CAB-ENTIDAD
010050      MOVE LIQ-CAB-RED   TO CTR-CAB-RED
010060      MOVE LIQ-CAB-FECHA TO CTR-CAB-FECHA
010070
010080      PERFORM 5350-I-GRABAR-CONTRA
010090         THRU 5350-F-GRABAR-CONTRA
010100      .
010110  5100-F-CABECERA-CONTRA. EXIT.
010120**************************************
010130*  PROXIMO NRO DE COMPROBANTE        *
010140*  (MAXIMO + 1)                      *
010150**************************************
010160  5150-I-NUMERAR-COMP.
010170      EXEC SQL
010180         SELECT VALUE(MAX(NRO_COMPROBANTE), 0) + 1
010190           INTO :MOV-NRO-COMPROBANTE
010200           FROM ITPFBIO.TBMOVIM
010210      END-EXEC
010220
010230      IF SQLCODE NOT EQUAL ZEROS
010240         MOVE 1 TO MOV-NRO-COMPROBANTE
010250      END-IF
010260      .
010270  5150-F-NUMERAR-COMP. EXIT.
010280**************************************
010290*  GRABAR EL MOVIMIENTO DE LA CUENTA *
010300*  CON EL CANAL DE LA TARJETA        *
010310**************************************
010320  5200-I-GRABAR-MOVIMIENTO.
010330      MOVE NRO-CUENTA         TO MOV-NRO-CUENTA
010340      MOVE WS-FECHA-PROCESO   TO MOV-FECHA
010350      MOVE LIQ-DET-HORA-OPER  TO MOV-HORA
010360      MOVE WS-TIPO-MOVIMIENTO TO MOV-TIPO-MOVIMIENTO
010370      MOVE WS-IMPORTE         TO MOV-IMPORTE
010380      MOVE WS-CTA-MONEDA      TO MOV-MONEDA
010390      MOVE 'PGMLIQ33'         TO MOV-USUARIO
010400      MOVE WS-CANAL           TO MOV-CANAL
010410
010420      IF MOV-HORA EQUAL SPACES
010430         ACCEPT MOV-HORA FROM TIME
010440      END-IF
010450
010460      PERFORM 5150-I-NUMERAR-COMP
010470         THRU 5150-F-NUMERAR-COMP
010480
010490      EXEC SQL
010500         INSERT INTO ITPFBIO.TBMOVIM
010510               (NRO_CUENTA, FECHA, HORA, TIPO_MOVIMIENTO,
010520                IMPORTE, MONEDA, USUARIO, CANAL,
010530                NRO_COMPROBANTE)
010540         VALUES
010550               (:MOV-NRO-CUENTA, :MOV-FECHA, :MOV-HORA,
010560                :MOV-TIPO-MOVIMIENTO, :MOV-IMPORTE,
010570                :MOV-MONEDA, :MOV-USUARIO, :MOV-CANAL,
010580                :MOV-NRO-COMPROBANTE)
010590      END-EXEC
010600      .
010610  5200-F-GRABAR-MOVIMIENTO. EXIT.
010620**************************************
010630*  DEVOLVER LA LINEA A LA RED EN EL  *
010640*  ARCHIVO DE CONTRACARGOS CON SU    *
010650*  CODIGO DE MOTIVO                  *
010660**************************************
010670  5300-I-CONTRACARGO.
010680      MOVE SPACES             TO REG-CTR-DETALLE
010690      MOVE 'D'                TO CTR-TIPO-REG
010700      MOVE LIQ-DET-TARJETA    TO CTR-DET-TARJETA
010710      MOVE LIQ-DET-CANAL      TO CTR-DET-CANAL
010720      MOVE LIQ-DET-OPERACION  TO CTR-DET-OPERACION
010730      MOVE LIQ-DET-MONEDA     TO CTR-DET-MONEDA
010740      MOVE LIQ-DET-FECHA-OPER TO CTR-DET-FECHA-OPER
010750      MOVE LIQ-DET-REFERENCIA TO CTR-DET-REFERENCIA
010760      MOVE WS-COD-MOTIVO      TO CTR-DET-COD-MOTIVO
010770      MOVE WS-MOTIVO          TO CTR-DET-MOTIVO
010780
010790      IF LIQ-DET-IMPORTE NUMERIC
010800         MOVE LIQ-DET-IMPORTE TO CTR-DET-IMPORTE
010810      ELSE
010820         MOVE ZEROS           TO CTR-DET-IMPORTE
010830      END-IF
010840
010850      PERFORM 5350-I-GRABAR-CONTRA
010860         THRU 5350-F-GRABAR-CONTRA
010870
010880      ADD 1 TO CN-DEV-CANT
010890
010900      IF LIQ-DET-DEVOLUCION
010910         ADD CTR-DET-IMPORTE TO CN-DEV-CREDITOS
010920      ELSE
010930         ADD CTR-DET-IMPORTE TO CN-DEV-DEBITOS
010940      END-IF
010950      .
010960  5300-F-CONTRACARGO. EXIT.
010970**************************************
010980*  GRABAR UN REGISTRO DE CONTRACARGO *
010990**************************************
011000  5350-I-GRABAR-CONTRA.
011010      WRITE REG-CTR-CABECERA
011020
011030      IF NOT FS-CONTRACA-OK
011040         DISPLAY '* ERROR EN GRABAR CONTRACA = ' FS-CONTRACA
011050         MOVE FS-CONTRACA TO LK-ERR-CODIGO
011060         MOVE '5350-I-GRABAR-CONTRA' TO LK-ERR-PARRAFO
011070         MOVE 'GRABAR CONTRACA' TO LK-ERR-RECURSO
011080         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011090         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011100         SET FS-PROCESO-EOF TO TRUE
011110      END-IF
011120      .
011130  5350-F-GRABAR-CONTRA. EXIT.
011140**************************************
011150*  RECHAZO DE LA LIQUIDACION ENTERA: *
011160*  UN REGISTRO 'A' CON EL MOTIVO,    *
011170*  SIN NINGUN POSTEO                 *
011180**************************************
011190  5400-I-RECHAZAR-ARCHIVO.
011200      MOVE SPACES         TO REG-CTR-DETALLE
011210      MOVE 'A'            TO CTR-TIPO-REG
011220      MOVE ZEROS          TO CTR-DET-IMPORTE
011230      MOVE LIQ-CAB-FECHA  TO CTR-DET-FECHA-OPER
011240      MOVE WS-COD-MOTIVO  TO CTR-DET-COD-MOTIVO
011250      MOVE WS-MOTIVO      TO CTR-DET-MOTIVO
011260
011270      PERFORM 5350-I-GRABAR-CONTRA
011280         THRU 5350-F-GRABAR-CONTRA
011290
011300      DISPLAY '* LIQUIDACION DE LA RED RECHAZADA: ' WS-MOTIVO
011310
011320      IF RETURN-CODE LESS CT-RC-ERROR-DATOS
011330         MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
011340      END-IF
011350      .
011360  5400-F-RECHAZAR-ARCHIVO. EXIT.
011370**************************************
011380*  ERROR SQL AL VALIDAR O POSTEAR:   *
011390*  SE DESHACE TODA LA LIQUIDACION    *
011400*  (ROLLBACK) Y NO SE SIGUE LEYENDO  *
011410**************************************
011420  5900-I-ERROR-SQL.
011430      MOVE SQLCODE TO FS-SQLCODE
011440
011450      EXEC SQL
011460         ROLLBACK
011470      END-EXEC
011480
011490      ADD 1 TO CN-NOVEDADES-ER
011500      DISPLAY '* ERROR ' LK-ERR-RECURSO ' = ' FS-SQLCODE
011510      MOVE FS-SQLCODE TO LK-ERR-CODIGO
011520      MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011530      PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011540      INITIALIZE CN-POSTEADO
011550      INITIALIZE CN-CAJERO
011560      INITIALIZE CN-COMERCIO
011570      SET FS-PROCESO-EOF TO TRUE
011580      .
011590  5900-F-ERROR-SQL. EXIT.
011600**************************************
011610*           GRABAR TITULO            *
011620**************************************
011630  9000-I-TITULO.
011640      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
011650
011660      IF NOT FS-SALIDA-OK
011670         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
011680         MOVE FS-SALIDA TO LK-ERR-CODIGO
011690         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
011700         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
011710         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011720         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011730      END-IF
011740
011750      WRITE REG-SALIDA FROM IP-ENCABEZADO
011760
011770      IF NOT FS-SALIDA-OK
011780         DISPLAY '* ERROR EN IMPRIMIR ENCABEZADO = ' FS-SALIDA
011790         MOVE FS-SALIDA TO LK-ERR-CODIGO
011800         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
011810         MOVE 'IMPRIMIR ENCABEZAD' TO LK-ERR-RECURSO
011820         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011830         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011840      END-IF
011850      .
011860  9000-F-TITULO. EXIT.
011870**************************************
011880*  INFORME DE CONCILIACION: CONTROL  *
011890*  DE LA RED CONTRA LO LEIDO, LO     *
011900*  POSTEADO (POR CANAL) Y LO         *
011910*  DEVUELTO EN CONTRACARGOS          *
011920**************************************
011930  9100-I-CONCILIAR.
011940      MOVE CN-POS-CANT       TO CN-CON-CANT
011950      MOVE CN-POS-DEBITOS    TO CN-CON-DEBITOS
011960      MOVE CN-POS-CREDITOS   TO CN-CON-CREDITOS
011970      ADD  CN-DEV-CANT       TO CN-CON-CANT
011980      ADD  CN-DEV-DEBITOS    TO CN-CON-DEBITOS
011990      ADD  CN-DEV-CREDITOS   TO CN-CON-CREDITOS
012000
012010      PERFORM 9000-I-TITULO
012020         THRU 9000-F-TITULO
012030
012040      MOVE 'CONTROL INFORMADO POR LA RED' TO WS-CPT-DESCRIPCION
012050      MOVE CN-RED-CANT       TO WS-CPT-CANTIDAD
012060      MOVE CN-RED-DEBITOS    TO WS-CPT-DEBITOS
012070      MOVE CN-RED-CREDITOS   TO WS-CPT-CREDITOS
012080      PERFORM 9150-I-GRABAR-CONCEPTO THRU 9150-F-GRABAR-CONCEPTO
012090
012100      MOVE 'LEIDO EN EL ARCHIVO' TO WS-CPT-DESCRIPCION
012110      MOVE CN-LEI-CANT       TO WS-CPT-CANTIDAD
012120      MOVE CN-LEI-DEBITOS    TO WS-CPT-DEBITOS
012130      MOVE CN-LEI-CREDITOS   TO WS-CPT-CREDITOS
012140      PERFORM 9150-I-GRABAR-CONCEPTO THRU 9150-F-GRABAR-CONCEPTO
012150
012160      MOVE '  POSTEADO CANAL ATM' TO WS-CPT-DESCRIPCION
012170      MOVE CN-ATM-CANT       TO WS-CPT-CANTIDAD
012180      MOVE CN-ATM-DEBITOS    TO WS-CPT-DEBITOS
012190      MOVE CN-ATM-CREDITOS   TO WS-CPT-CREDITOS
012200      PERFORM 9150-I-GRABAR-CONCEPTO THRU 9150-F-GRABAR-CONCEPTO
012210
012220      MOVE '  POSTEADO CANAL POS' TO WS-CPT-DESCRIPCION
012230      MOVE CN-CPR-CANT       TO WS-CPT-CANTIDAD
012240      MOVE CN-CPR-DEBITOS    TO WS-CPT-DEBITOS
012250      MOVE CN-CPR-CREDITOS   TO WS-CPT-CREDITOS
012260      PERFORM 9150-I-GRABAR-CONCEPTO THRU 9150-F-GRABAR-CONCEPTO
012270
012280      MOVE 'POSTEADO EN CUENTAS' TO WS-CPT-DESCRIPCION
012290      MOVE CN-POS-CANT       TO WS-CPT-CANTIDAD
012300      MOVE CN-POS-DEBITOS    TO WS-CPT-DEBITOS
012310      MOVE CN-POS-CREDITOS   TO WS-CPT-CREDITOS
012320      PERFORM 9150-I-GRABAR-CONCEPTO THRU 9150-F-GRABAR-CONCEPTO
012330
012340      MOVE 'DEVUELTO EN CONTRACARGOS' TO WS-CPT-DESCRIPCION
012350      MOVE CN-DEV-CANT       TO WS-CPT-CANTIDAD
012360      MOVE CN-DEV-DEBITOS    TO WS-CPT-DEBITOS
012370      MOVE CN-DEV-CREDITOS   TO WS-CPT-CREDITOS
012380      PERFORM 9150-I-GRABAR-CONCEPTO THRU 9150-F-GRABAR-CONCEPTO
012390
012400      MOVE 'POSTEADO + DEVUELTO' TO WS-CPT-DESCRIPCION
012410      MOVE CN-CON-CANT       TO WS-CPT-CANTIDAD
012420      MOVE CN-CON-DEBITOS    TO WS-CPT-DEBITOS
012430      MOVE CN-CON-CREDITOS   TO WS-CPT-CREDITOS
012440      PERFORM 9150-I-GRABAR-CONCEPTO THRU 9150-F-GRABAR-CONCEPTO
012450
012460      EVALUATE TRUE
012470         WHEN WS-ARCHIVO-RECHAZADO
012480            MOVE 'LIQUIDACION RECHAZADA - NADA POSTEADO'
012490                 TO WS-RES-TEXTO
012500         WHEN RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
012510            MOVE 'ERROR DE ENTORNO - NADA POSTEADO'
012520                 TO WS-RES-TEXTO
012530         WHEN CN-CON-CANT     EQUAL CN-RED-CANT
012540          AND CN-CON-DEBITOS  EQUAL CN-RED-DEBITOS
012550          AND CN-CON-CREDITOS EQUAL CN-RED-CREDITOS
012560            MOVE 'CONCILIADO' TO WS-RES-TEXTO
012570         WHEN OTHER
012580            MOVE 'NO CONCILIA CON EL CONTROL DE LA RED'
012590                 TO WS-RES-TEXTO
012600            DISPLAY '* LIQUIDACION NO CONCILIA CON LA RED'
012610            MOVE 'LIQUIDACION NO CONCILIA' TO LK-ERR-CLAVE
012620            MOVE 'CONCILIACION RED' TO LK-ERR-RECURSO
012630            MOVE '9100-I-CONCILIAR' TO LK-ERR-PARRAFO
012640            MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
012650            PERFORM 9900-I-ERROR THRU 9900-F-ERROR
012660      END-EVALUATE
012670
012680      WRITE REG-SALIDA FROM WS-REG-RESULTADO
012690
012700      IF NOT FS-SALIDA-OK
012710         DISPLAY '* ERROR EN IMPRIMIR RESULTADO = ' FS-SALIDA
012720         MOVE FS-SALIDA TO LK-ERR-CODIGO
012730         MOVE '9100-I-CONCILIAR' TO LK-ERR-PARRAFO
012740         MOVE 'IMPRIMIR RESULTADO' TO LK-ERR-RECURSO
012750         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
012760         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
012770      END-IF
012780      .
012790  9100-F-CONCILIAR. EXIT.
012800**************************************
012810*  IMPRIMIR UN CONCEPTO DEL INFORME  *
012820**************************************
012830  9150-I-GRABAR-CONCEPTO.
012840      WRITE REG-SALIDA FROM WS-REG-CONCEPTO
012850
012860      IF NOT FS-SALIDA-OK
012870         DISPLAY '* ERROR EN IMPRIMIR CONCEPTO = ' FS-SALIDA
012880         MOVE FS-SALIDA TO LK-ERR-CODIGO
012890         MOVE '9150-I-GRABAR-CONCEPTO' TO LK-ERR-PARRAFO
012900         MOVE 'IMPRIMIR CONCEPTO' TO LK-ERR-RECURSO
012910         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
012920         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
012930      END-IF
012940      .
012950  9150-F-GRABAR-CONCEPTO. EXIT.
012960**************************************
012970*  TOTALES DEL ARCHIVO DE            *
012980*  CONTRACARGOS                      *
012990**************************************
013000  9200-I-TOTALES-CONTRA.
013010      MOVE SPACES          TO REG-CTR-TOTALES
013020      MOVE 'T'             TO CTR-TIPO-REG
013030      MOVE CN-DEV-CANT     TO CTR-TOT-CANTIDAD
013040      MOVE CN-DEV-DEBITOS  TO CTR-TOT-DEBITOS
013050      MOVE CN-DEV-CREDITOS TO CTR-TOT-CREDITOS
013060
013070      PERFORM 5350-I-GRABAR-CONTRA
013080         THRU 5350-F-GRABAR-CONTRA
013090      .
013100  9200-F-TOTALES-CONTRA. EXIT.
013110**************************************
013120*  CUERPO FINAL: UNA SOLA UNIDAD DE  *
013130*  TRABAJO PARA TODA LA LIQUIDACION, *
013140*  CONCILIACION E INFORME            *
013150**************************************
013160  9999-I-FINAL.
013170      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
013180         EXEC SQL
013190            COMMIT
013200         END-EXEC
013210      ELSE
013220         EXEC SQL
013230            ROLLBACK
013240         END-EXEC
013250      END-IF
013260
013270      IF NOT WS-ARCHIVO-RECHAZADO
013280         AND RETURN-CODE LESS CT-RC-ERROR-ENTORNO
013290         PERFORM 9200-I-TOTALES-CONTRA
013300            THRU 9200-F-TOTALES-CONTRA
013310      END-IF
013320
013330      PERFORM 9100-I-CONCILIAR
013340         THRU 9100-F-CONCILIAR
013350
013360      IF CN-LEI-CANT EQUAL ZEROS
013370         AND RETURN-CODE EQUAL ZEROS
013380         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
013390      END-IF
013400
013410      PERFORM 9800-I-CERRAR-ARCHIVOS
013420         THRU 9800-F-CERRAR-ARCHIVOS
013430
013440      DISPLAY 'RED / FECHA LIQUIDACION: ' IP-RED ' '
013450              IP-FECHA
013460      DISPLAY 'REGISTROS LEIDOS       : ' CN-LEIDOS
013470      DISPLAY 'LINEAS DE DETALLE      : ' CN-DETALLES
013480      DISPLAY 'OPERACIONES POSTEADAS  : ' CN-POS-CANT
013490      DISPLAY '  CANAL ATM            : ' CN-ATM-CANT
013500      DISPLAY '  CANAL POS            : ' CN-CPR-CANT
013510      DISPLAY 'CONTRACARGOS A LA RED  : ' CN-DEV-CANT
013520      DISPLAY 'NOVEDADES CON ERROR    : ' CN-NOVEDADES-ER
013530      DISPLAY 'CONCILIACION           : ' WS-RES-TEXTO
013540
013550      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
013560      .
013570  9999-F-FINAL. EXIT.
013580**************************************
013590*  CIERRE DE FILES                   *
013600**************************************
013610  9800-I-CERRAR-ARCHIVOS.
013620      CLOSE LIQUIDA
013630      IF NOT FS-LIQUIDA-OK
013640         DISPLAY '* ERROR EN CLOSE LIQUIDA = ' FS-LIQUIDA
013650         MOVE FS-LIQUIDA TO LK-ERR-CODIGO
013660         MOVE '9800-I-CERRAR-ARCHIVOS' TO LK-ERR-PARRAFO
013670         MOVE 'CLOSE LIQUIDA' TO LK-ERR-RECURSO
013680         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
013690         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
013700      END-IF
013710
013720      CLOSE CONTRACA
013730      IF NOT FS-CONTRACA-OK
013740         DISPLAY '* ERROR EN CLOSE CONTRACA = ' FS-CONTRACA
013750         MOVE FS-CONTRACA TO LK-ERR-CODIGO
013760         MOVE '9800-I-CERRAR-ARCHIVOS' TO LK-ERR-PARRAFO
013770         MOVE 'CLOSE CONTRACA' TO LK-ERR-RECURSO
013780         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
013790         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
013800      END-IF
013810
013820      CLOSE SALIDA
013830      IF NOT FS-SALIDA-OK
013840         DISPLAY '* ERROR EN CLOSE SALIDA = ' FS-SALIDA
013850         MOVE FS-SALIDA TO LK-ERR-CODIGO
013860         MOVE '9800-I-CERRAR-ARCHIVOS' TO LK-ERR-PARRAFO
013870         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
013880         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
013890         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
013900      END-IF
013910      .
013920  9800-F-CERRAR-ARCHIVOS. EXIT.
013930**************************************
013940*  REGISTRO DE INICIO EN TBCONTROL   *
013950*  (RUTCTRL) CON LA FECHA DE PROCESO *
013960*  - LA LIQUIDACION DE UNA NOCHE YA  *
013970*  POSTEADA NO SE VUELVE A POSTEAR   *
013980*  SALVO RELANZAMIENTO EXPLICITO     *
013990**************************************
014000  1100-I-CONTROL-INICIO.
014010      SET LK-CTL-INICIO TO TRUE
014020      MOVE 'PGMLIQ33' TO LK-CTL-PROGRAMA
014030      MOVE WS-FECHA-PROCESO TO LK-CTL-FECHA
014040      MOVE CC-RERUN TO LK-CTL-RERUN
014050      MOVE ZEROS TO LK-CTL-CONTADOR
014060
014070      MOVE RETURN-CODE TO WS-RC-GUARDADO
014080      CALL 'RUTCTRL' USING LK-CTL-AREA
014090      MOVE WS-RC-GUARDADO TO RETURN-CODE
014100
014110      IF LK-CTL-YA-CORRIO
014120         DISPLAY '* LIQUIDACION YA POSTEADA PARA LA FECHA '
014130                 WS-FECHA-PROCESO
014140         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
014150         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
014160         SET FS-PROCESO-EOF TO TRUE
014170         SET WS-CORRIDA-RECHAZADA TO TRUE
014180      END-IF
014190
014200      IF LK-CTL-ERROR
014210         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
014220         SET FS-PROCESO-EOF TO TRUE
014230         SET WS-CORRIDA-RECHAZADA TO TRUE
014240      END-IF
014250      .
014260  1100-F-CONTROL-INICIO. EXIT.
014270**************************************
014280*  REGISTRO DE FIN EN TBCONTROL CON  *
014290*  LA CANTIDAD POSTEADA - UNA        *
014300*  LIQUIDACION RECHAZADA NO QUEDA    *
014310*  COMO POSTEADA                     *
014320**************************************
014330  1200-I-CONTROL-FIN.
014340      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
014350         OR WS-ARCHIVO-RECHAZADO
014360         GO TO 1200-F-CONTROL-FIN
014370      END-IF
014380
014390      SET LK-CTL-FIN TO TRUE
014400      MOVE CN-POS-CANT TO LK-CTL-CONTADOR
014410
014420      MOVE RETURN-CODE TO WS-RC-GUARDADO
014430      CALL 'RUTCTRL' USING LK-CTL-AREA
014440      MOVE WS-RC-GUARDADO TO RETURN-CODE
014450      .
014460  1200-F-CONTROL-FIN. EXIT.
014470
014480*************************************
014490*  GRABAR EL ERROR ESTRUCTURADO EN  *
014500*  EL LOG COMUN (RUTERROR)          *
014510*************************************
014520  9900-I-ERROR.
014530      MOVE 'PGMLIQ33' TO LK-ERR-PROGRAMA
014540
014550      MOVE RETURN-CODE TO WS-RC-GUARDADO
014560
014570      CALL 'RUTERROR' USING LK-ERR-AREA
014580
014590      MOVE WS-RC-GUARDADO TO RETURN-CODE
014600
014610      MOVE SPACES TO LK-ERR-RECURSO
014620
014630      MOVE SPACES TO LK-ERR-CODIGO
014640      .
014650  9900-F-ERROR. EXIT.
