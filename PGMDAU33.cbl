000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMDAU33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* APLICACION DEL ARCHIVO DE DEBITOS            *
000110*         * AUTOMATICOS DE UNA EMPRESA PRESTADORA     * JCR *
000120*         * (LUZ, TELEFONO, SEGUROS) CONTRA LAS          *
000130*         * ADHESIONES DE TBADHESIONES. CADA LINEA       *
000140*         * SE CONTESTA A LA EMPRESA EN EL ARCHIVO       *
000150*         * DE RESPUESTA: 00 APLICADO, 01 SIN            *
000160*         * ADHESION ACTIVA, 02 SUPERA EL MAXIMO,        *
000170*         * 03 FONDOS INSUFICIENTES (PISO DE             *
000180*         * TBLIMITES Y EMBARGOS), 04 CUENTA             *
000190*         * CERRADA, 05 DESCONOCIDO POR EL CLIENTE       *
000200*         * (TBDESCONOC), 06 IMPORTE O MONEDA            *
000210*         * INVALIDOS, 07 TITULAR FALLECIDO. LA          *
000220*         * PRIMERA PASADA CONTROLA LA ESTRUCTURA Y      *
000230*         * LOS TOTALES; SI NO CIERRAN O LA CUENTA       *
000240*         * RECAUDADORA NO ES VALIDA SE RECHAZA EL       *
000250*         * ARCHIVO ENTERO. LA SEGUNDA DEBITA CADA       *
000260*         * LINEA APLICADA CON 'DA' Y ACREDITA UNA       *
000270*         * SOLA VEZ A LA EMPRESA CON 'CA' POR EL        *
000280*         * TOTAL, EN UNA UNIDAD DE TRABAJO. RUTCTRL     *
000290*         * IMPIDE APLICAR DOS VECES EL MISMO            *
000300*         * ARCHIVO (CLAVE: EMPRESA + FECHA)             *
000310*************************************
000320  ENVIRONMENT DIVISION.
000330  CONFIGURATION SECTION.
000340  SPECIAL-NAMES.
000350      DECIMAL-POINT IS COMMA.
000360  INPUT-OUTPUT SECTION.
000370  FILE-CONTROL.
000380        SELECT DEBITOS ASSIGN DDDEBITO
000390               FILE STATUS IS FS-DEBITOS.
000400
000410        SELECT RESPUESTA ASSIGN DDRESDEB
000420               FILE STATUS IS FS-RESPUESTA.
000430
000440  DATA DIVISION.
000450  FILE SECTION.
000460  FD DEBITOS
000470       BLOCK CONTAINS 0 RECORDS
000480       RECORDING MODE IS F.
000490
000500  01 REG-DEB-CABECERA.
000510      05 DEB-TIPO-REG         PIC X(01).
000520         88 DEB-ES-CABECERA           VALUE 'H'.
000530         88 DEB-ES-DETALLE            VALUE 'D'.
000540         88 DEB-ES-TOTALES            VALUE 'T'.
000550      05 DEB-CAB-EMPRESA      PIC X(05).
000560      05 DEB-CAB-FECHA        PIC X(10).
000570      05 DEB-CAB-CUENTA       PIC X(15).
000580      05 FILLER               PIC X(69).
000590
000600  01 REG-DEB-DETALLE.
000610      05 FILLER               PIC X(01).
000620      05 DEB-DET-REFERENCIA   PIC X(20).
000630      05 DEB-DET-IMPORTE      PIC 9(09)V99.
000640      05 DEB-DET-MONEDA       PIC X(02).
000650      05 DEB-DET-FECHA-VTO    PIC X(10).
000660      05 DEB-DET-FACTURA      PIC X(15).
000670      05 FILLER               PIC X(41).
000680
000690  01 REG-DEB-TOTALES.
000700      05 FILLER               PIC X(01).
000710      05 DEB-TOT-CANTIDAD     PIC 9(07).
000720      05 DEB-TOT-IMPORTE      PIC 9(13)V99.
000730      05 FILLER               PIC X(77).
000740
000750  FD RESPUESTA
000760       BLOCK CONTAINS 0 RECORDS
000770       RECORDING MODE IS F.
000780
000790  01 REG-RES-CABECERA.
000800      05 RES-TIPO-REG         PIC X(01).
000810      05 RES-CAB-EMPRESA      PIC X(05).
000820      05 RES-CAB-FECHA        PIC X(10).
000830      05 RES-CAB-CUENTA       PIC X(15).
000840      05 RES-CAB-COD-MOTIVO   PIC X(02).
000850      05 RES-CAB-MOTIVO       PIC X(30).
000860      05 FILLER               PIC X(37).
000870
000880  01 REG-RES-DETALLE.
000890      05 FILLER               PIC X(01).
000900      05 RES-DET-REFERENCIA   PIC X(20).
000910      05 RES-DET-IMPORTE      PIC 9(09)V99.
000920      05 RES-DET-MONEDA       PIC X(02).
000930      05 RES-DET-FECHA-VTO    PIC X(10).
000940      05 RES-DET-FACTURA      PIC X(15).
000950      05 RES-DET-COD-MOTIVO   PIC X(02).
000960      05 RES-DET-MOTIVO       PIC X(30).
000970      05 FILLER               PIC X(09).
000980
000990  01 REG-RES-TOTALES.
001000      05 FILLER               PIC X(01).
001010      05 RES-TOT-CANT-APLIC   PIC 9(07).
001020      05 RES-TOT-IMP-APLIC    PIC 9(13)V99.
001030      05 RES-TOT-CANT-RECH    PIC 9(07).
001040      05 RES-TOT-IMP-RECH     PIC 9(13)V99.
001050      05 FILLER               PIC X(55).
001060*************************************
001070*             WORKING              *
001080*************************************
001090  WORKING-STORAGE SECTION.
001100  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
001110*************************************
001120*           FILE STATUS            *
001130*************************************
001140  01  FS-FILE-STATUS.
001150      05  FS-DEBITOS      PIC XX    VALUE SPACES.
001160          88  FS-DEBITOS-OK         VALUE '00'.
001170          88  FS-DEBITOS-EOF        VALUE '10'.
001180      05  FS-RESPUESTA    PIC XX    VALUE SPACES.
001190          88  FS-RESPUESTA-OK       VALUE '00'.
001200      05  FS-PROCESO      PIC X     VALUE SPACES.
001210          88  FS-PROCESO-OK         VALUE 'Y'.
001220          88  FS-PROCESO-EOF        VALUE 'N'.
001230*************************************
001240*          CONTADORES              *
001250*************************************
001260  01 CN-CONTADORES.
001270      05 CN-LEIDOS             PIC 9(07)  VALUE ZEROS.
001280      05 CN-DETALLES           PIC 9(07)  VALUE ZEROS.
001290      05 CN-TRAILERS           PIC 9(03)  VALUE ZEROS.
001300      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
001310*************************************
001320*  TOTALES DE CONTROL: LO LEIDO,    *
001330*  LO APLICADO Y LO RECHAZADO       *
001340*************************************
001350  01  CN-TOTALES.
001360      05  CN-TOT-ARCHIVO      PIC S9(13)V99 COMP-3 VALUE ZEROS.
001370      05  CN-APLICADO.
001380          10  CN-APL-CANT      PIC 9(07)            VALUE ZEROS.
001390          10  CN-APL-IMPORTE   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001400      05  CN-RECHAZADO.
001410          10  CN-RCH-CANT      PIC 9(07)            VALUE ZEROS.
001420          10  CN-RCH-IMPORTE   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001430*************************************
001440*      AREA DE TRABAJO             *
001450*************************************
001460  01  WS-IMPORTE           PIC S9(9)V99 COMP-3 VALUE ZEROS.
001470  01  WS-TOTAL-EMBARGOS    PIC S9(9)V99 COMP-3 VALUE ZEROS.
001480  01  WS-PISO-SOBREGIRO    PIC S9(9)V99 COMP-3 VALUE ZEROS.
001490  01  WS-SALDO-NUEVO       PIC S9(11)V99 COMP-3 VALUE ZEROS.
001500  01  WS-SALDO-DISPONIBLE  PIC S9(11)V99 COMP-3 VALUE ZEROS.
001510  01  WS-CANT-FALLEC       PIC S9(04) COMP     VALUE ZEROS.
001520  01  WS-CANT-DESCONOC     PIC S9(04) COMP     VALUE ZEROS.
001530  01  WS-IMPORTE-EDIT      PIC -Z.ZZZ.ZZZ.ZZZ.999,99 VALUE ZEROS.
001540
001550  01  WS-COD-MOTIVO        PIC X(02)       VALUE SPACES.
001560  01  WS-MOTIVO            PIC X(30)       VALUE SPACES.
001570
001580  01  WS-PASADA            PIC X(01)       VALUE '1'.
001590      88  WS-PRIMERA-PASADA                VALUE '1'.
001600      88  WS-SEGUNDA-PASADA                VALUE '2'.
001610
001620  01  WS-ARCHIVO-SW        PIC X(01)       VALUE 'N'.
001630      88  WS-ARCHIVO-RECHAZADO             VALUE 'S'.
001640
001650  01  WS-APERTURA-SW       PIC X(01)       VALUE 'N'.
001660      88  WS-ARCHIVOS-ABIERTOS             VALUE 'S'.
001670
001680  77  CT-MAXIMO-MOVIMIENTO PIC S9(9)V99 COMP-3
001690                                     VALUE 999999999,99.
001700
001710*    CUENTA RECAUDADORA DE LA EMPRESA
001720  01  WS-EMPRESA.
001730      05  WS-EMP-CUENTA       PIC X(15)           VALUE SPACES.
001740      05  WS-EMP-MONEDA       PIC X(02)           VALUE SPACES.
001750
001760*    CUENTA ADHERIDA A DEBITAR
001770  01  WS-CUENTA.
001780      05  WS-CTA-NRO          PIC X(15)           VALUE SPACES.
001790      05  WS-CTA-TIPO         PIC X(02)           VALUE SPACES.
001800      05  WS-CTA-MONEDA       PIC X(02)           VALUE SPACES.
001810
001820  01  WS-FECHA-BAJA        PIC X(10)       VALUE SPACES.
001830  01  WS-FECHA-BAJA-NULL   PIC S9(04) COMP VALUE ZEROS.
001840
001850*    CLAVE DEL ARCHIVO PARA RUTCTRL: 'DAU' + CODIGO DE
001860*    EMPRESA, CON LA FECHA DE LA CABECERA
001870  01  WS-CLAVE-ARCHIVO.
001880      05  FILLER              PIC X(03)           VALUE 'DAU'.
001890      05  WS-CLAVE-EMPRESA    PIC X(05)           VALUE SPACES.
001900
001910  77  CT-CANAL-BATCH       PIC X(04)       VALUE 'BTCH'.
001920  77  CT-MOV-DEB-AUTOM     PIC X(02)       VALUE 'DA'.
001930  77  CT-MOV-CRED-EMPRESA  PIC X(02)       VALUE 'CA'.
001940  77  CT-ADHESION-ACTIVA   PIC X(01)       VALUE 'A'.
001950  77  CT-DESC-VIGENTE      PIC X(01)       VALUE 'V'.
001960  77  CT-DESC-APLICADA     PIC X(01)       VALUE 'A'.
001970*************************************
001980*  TARJETA SYSIN: FECHA DE PROCESO *
001990*************************************
002000  01  WS-FECHA-PROCESO     PIC X(10)   VALUE SPACES.
002010*************************************
002020*             SQL                  *
002030*************************************
002040       EXEC SQL
002050         INCLUDE SQLCA
002060       END-EXEC.
002070
002080       EXEC SQL
002090         INCLUDE TBCUENT
002100       END-EXEC.
002110
002120       EXEC SQL
002130         INCLUDE TBMOVIM
002140       END-EXEC.
002150
002160       EXEC SQL
002170         INCLUDE TBEMBARG
002180       END-EXEC.
002190
002200       EXEC SQL
002210         INCLUDE TBLIMITE
002220       END-EXEC.
002230
002240       EXEC SQL
002250         INCLUDE TBADHESI
002260       END-EXEC.
002270
002280       EXEC SQL
002290         INCLUDE TBDESCON
002300       END-EXEC.
002310
002320  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
002330*************************************
002340*  MANEJO COMUN DE ERRORES          *
002350*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
002360*  DE RETORNO DEL BATCH             *
002370*************************************
002380     COPY LKERROR.
002390
002400  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
002410  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
002420  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
002430  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
002440*************************************
002450*  CONTROL DE CORRIDAS (RUTCTRL)    *
002460*************************************
002470     COPY LKCTRL.
002480
002490  01  WS-TARJETA-CONTROL.
002500      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
002510      05  CC-RERUN         PIC X(01)  VALUE SPACES.
002520
002530  01  WS-CTL-HOY.
002540      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
002550      05  FILLER       PIC X(01)  VALUE '-'.
002560      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
002570      05  FILLER       PIC X(01)  VALUE '-'.
002580      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
002590
002600  01  WS-CTL-FECHA-AREA.
002610      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
002620      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
002630      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
002640
002650  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
002660  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
002670      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
002680  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
002690*************************************.
002700  PROCEDURE DIVISION.
002710**************************************
002720*  CUERPO PRINCIPAL DEL PROGRAMA     *
002730**************************************
002740  MAIN-PROGRAM.
002750      PERFORM 1000-I-INICIO
002760         THRU 1000-F-INICIO
002770
002780      IF WS-CORRIDA-RECHAZADA
002790         IF WS-ARCHIVOS-ABIERTOS
002800            PERFORM 9800-I-CERRAR-ARCHIVOS
002810               THRU 9800-F-CERRAR-ARCHIVOS
002820         END-IF
002830         GO TO F-MAIN-PROGRAM
002840      END-IF
002850
002860      PERFORM 2000-I-PROCESO
002870         THRU 2000-F-PROCESO
002880         UNTIL FS-PROCESO-EOF
002890
002900      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
002910         PERFORM 2500-I-CONTROLAR-ARCHIVO
002920            THRU 2500-F-CONTROLAR-ARCHIVO
002930      END-IF
002940
002950      IF RETURN-CODE LESS CT-RC-ERROR-DATOS
002960         AND NOT WS-ARCHIVO-RECHAZADO
002970         PERFORM 2600-I-SEGUNDA-PASADA
002980            THRU 2600-F-SEGUNDA-PASADA
002990      END-IF
003000
003010      PERFORM 9999-I-FINAL
003020         THRU 9999-F-FINAL
003030      .
003040  F-MAIN-PROGRAM. GOBACK.
003050**************************************
003060*  CUERPO INICIO APERTURA ARCHIVOS,  *
003070*  LECTURA DE LA CABECERA Y CONTROL  *
003080*  DEL ARCHIVO EN TBCONTROL          *
003090**************************************
003100  1000-I-INICIO.
003110      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
003120
003130      IF CC-FECHA-PROCESO EQUAL SPACES
003140         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
003150         MOVE CTL-AREA-AA TO CTL-HOY-AA
003160         MOVE CTL-AREA-MM TO CTL-HOY-MM
003170         MOVE CTL-AREA-DD TO CTL-HOY-DD
003180         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
003190      END-IF
003200
003210      MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO
003220
003230      OPEN INPUT DEBITOS
003240
003250      IF NOT FS-DEBITOS-OK
003260         DISPLAY '* ERROR EN OPEN DEBITOS = ' FS-DEBITOS
003270         MOVE FS-DEBITOS TO LK-ERR-CODIGO
003280         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003290         MOVE 'OPEN DEBITOS' TO LK-ERR-RECURSO
003300         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003310         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003320         SET WS-CORRIDA-RECHAZADA TO TRUE
003330         GO TO 1000-F-INICIO
003340      END-IF
003350
003360      OPEN OUTPUT RESPUESTA
003370
003380      IF NOT FS-RESPUESTA-OK
003390         DISPLAY '* ERROR EN OPEN RESPUESTA = ' FS-RESPUESTA
003400         MOVE FS-RESPUESTA TO LK-ERR-CODIGO
003410         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003420         MOVE 'OPEN RESPUESTA' TO LK-ERR-RECURSO
003430         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003440         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003450         CLOSE DEBITOS
003460         SET WS-CORRIDA-RECHAZADA TO TRUE
003470         GO TO 1000-F-INICIO
003480      END-IF
003490
003500      SET WS-ARCHIVOS-ABIERTOS TO TRUE
003510
003520      PERFORM 3000-I-LEER-DEBITOS
003530         THRU 3000-F-LEER-DEBITOS
003540
003550      IF FS-PROCESO-EOF
003560         OR NOT DEB-ES-CABECERA
003570         MOVE SPACES TO DEB-CAB-EMPRESA
003580         MOVE SPACES TO DEB-CAB-CUENTA
003590         MOVE WS-FECHA-PROCESO TO DEB-CAB-FECHA
003600         MOVE '90' TO WS-COD-MOTIVO
003610         MOVE 'ARCHIVO SIN CABECERA' TO WS-MOTIVO
003620         PERFORM 5400-I-RECHAZAR-ARCHIVO
003630            THRU 5400-F-RECHAZAR-ARCHIVO
003640         SET WS-CORRIDA-RECHAZADA TO TRUE
003650         GO TO 1000-F-INICIO
003660      END-IF
003670
003680      IF DEB-CAB-FECHA EQUAL SPACES
003690         MOVE WS-FECHA-PROCESO TO DEB-CAB-FECHA
003700      END-IF
003710
003720      PERFORM 1500-I-VALIDAR-EMPRESA
003730         THRU 1500-F-VALIDAR-EMPRESA
003740
003750      IF WS-ARCHIVO-RECHAZADO
003760         PERFORM 5400-I-RECHAZAR-ARCHIVO
003770            THRU 5400-F-RECHAZAR-ARCHIVO
003780         SET WS-CORRIDA-RECHAZADA TO TRUE
003790         GO TO 1000-F-INICIO
003800      END-IF
003810
003820      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
003830
003840      IF WS-CORRIDA-RECHAZADA
003850         GO TO 1000-F-INICIO
003860      END-IF
003870
003880      PERFORM 3000-I-LEER-DEBITOS
003890         THRU 3000-F-LEER-DEBITOS
003900      .
003910  1000-F-INICIO. EXIT.
003920**************************************
003930*  REGISTRO DE INICIO EN TBCONTROL   *
003940*  (RUTCTRL) CON LA CLAVE DEL        *
003950*  ARCHIVO ('DAU' + EMPRESA, FECHA   *
003960*  DE LA CABECERA) - UN ARCHIVO YA   *
003970*  APLICADO NO SE VUELVE A DEBITAR   *
003980*  SALVO RELANZAMIENTO EXPLICITO     *
003990**************************************
004000  1100-I-CONTROL-INICIO.
004010      MOVE DEB-CAB-EMPRESA TO WS-CLAVE-EMPRESA
004020
004030      SET LK-CTL-INICIO TO TRUE
004040      MOVE WS-CLAVE-ARCHIVO TO LK-CTL-PROGRAMA
004050      MOVE DEB-CAB-FECHA TO LK-CTL-FECHA
004060      MOVE CC-RERUN TO LK-CTL-RERUN
004070      MOVE ZEROS TO LK-CTL-CONTADOR
004080
004090      MOVE RETURN-CODE TO WS-RC-GUARDADO
004100      CALL 'RUTCTRL' USING LK-CTL-AREA
004110      MOVE WS-RC-GUARDADO TO RETURN-CODE
004120
004130      IF LK-CTL-YA-CORRIO
004140         DISPLAY '* ARCHIVO DE DEBITOS YA APLICADO: '
004150                 WS-CLAVE-ARCHIVO ' ' DEB-CAB-FECHA
004160         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
004170         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
004180         SET FS-PROCESO-EOF TO TRUE
004190         SET WS-CORRIDA-RECHAZADA TO TRUE
004200      END-IF
004210
004220      IF LK-CTL-ERROR
004230         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004240         SET FS-PROCESO-EOF TO TRUE
004250         SET WS-CORRIDA-RECHAZADA TO TRUE
004260      END-IF
004270      .
004280  1100-F-CONTROL-INICIO. EXIT.
004290**************************************
004300*  REGISTRO DE FIN EXITOSO EN        *
004310*  TBCONTROL CON EL CONTADOR DE      *
004320*  LINEAS APLICADAS - UN ARCHIVO     *
004330*  RECHAZADO NO QUEDA COMO APLICADO  *
004340**************************************
004350  1200-I-CONTROL-FIN.
004360      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
004370         OR WS-ARCHIVO-RECHAZADO
004380         GO TO 1200-F-CONTROL-FIN
004390      END-IF
004400
004410      SET LK-CTL-FIN TO TRUE
004420      MOVE CN-APL-CANT TO LK-CTL-CONTADOR
004430
004440      MOVE RETURN-CODE TO WS-RC-GUARDADO
004450      CALL 'RUTCTRL' USING LK-CTL-AREA
004460      MOVE WS-RC-GUARDADO TO RETURN-CODE
004470      .
004480  1200-F-CONTROL-FIN. EXIT.
004490**************************************
004500*  VALIDAR LA CABECERA: CODIGO DE    *
004510*  EMPRESA INFORMADO Y CUENTA        *
004520*  RECAUDADORA ABIERTA               *
004530**************************************
004540  1500-I-VALIDAR-EMPRESA.
004550      MOVE DEB-CAB-CUENTA TO WS-EMP-CUENTA
004560      MOVE DEB-CAB-CUENTA TO LK-ERR-CLAVE
004570
004580      IF DEB-CAB-EMPRESA EQUAL SPACES
004590         MOVE '91' TO WS-COD-MOTIVO
004600         MOVE 'CODIGO DE EMPRESA NO INFORMADO' TO WS-MOTIVO
004610         SET WS-ARCHIVO-RECHAZADO TO TRUE
004620         GO TO 1500-F-VALIDAR-EMPRESA
004630      END-IF
004640
004650      MOVE WS-EMP-CUENTA TO NRO-CUENTA
004660
004670      EXEC SQL
004680         SELECT MONEDA
004690           INTO :MONEDA
004700           FROM ITPFBIO.TBCUENTAS
004710          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
004720            AND FECHA_DE_BAJA IS NULL
004730      END-EXEC
004740
004750      EVALUATE SQLCODE
004760         WHEN ZEROS
004770            MOVE MONEDA TO WS-EMP-MONEDA
004780         WHEN +100
004790            MOVE '92' TO WS-COD-MOTIVO
004800            MOVE 'CUENTA RECAUDADORA INEXISTENTE' TO WS-MOTIVO
004810            SET WS-ARCHIVO-RECHAZADO TO TRUE
004820         WHEN OTHER
004830            MOVE SQLCODE TO FS-SQLCODE
004840            DISPLAY '* ERROR LEER CUENTA EMPRESA = ' FS-SQLCODE
004850            MOVE FS-SQLCODE TO LK-ERR-CODIGO
004860            MOVE '1500-I-VALIDAR-EMPRESA' TO LK-ERR-PARRAFO
004870            MOVE 'LEER TBCUENTAS' TO LK-ERR-RECURSO
004880            MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004890            PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004900            MOVE '99' TO WS-COD-MOTIVO
004910            MOVE 'ERROR SQL AL LEER LA EMPRESA' TO WS-MOTIVO
004920            SET WS-ARCHIVO-RECHAZADO TO TRUE
004930      END-EVALUATE
004940      .
004950  1500-F-VALIDAR-EMPRESA. EXIT.
004960**************************************
004970*  PRIMERA PASADA: ACUMULAR LO LEIDO *
004980*  Y CONTROLAR LOS TOTALES DE LA     *
004990*  EMPRESA                           *
005000**************************************
005010  2000-I-PROCESO.
005020      EVALUATE TRUE
005030
005040      WHEN DEB-ES-DETALLE
005050         ADD 1 TO CN-DETALLES
005060         IF DEB-DET-IMPORTE NUMERIC
005070            ADD DEB-DET-IMPORTE TO CN-TOT-ARCHIVO
005080         END-IF
005090
005100      WHEN DEB-ES-TOTALES
005110         ADD 1 TO CN-TRAILERS
005120         IF DEB-TOT-CANTIDAD NOT NUMERIC
005130            OR DEB-TOT-IMPORTE NOT NUMERIC
005140            OR DEB-TOT-CANTIDAD NOT EQUAL CN-DETALLES
005150            OR DEB-TOT-IMPORTE  NOT EQUAL CN-TOT-ARCHIVO
005160            MOVE '95' TO WS-COD-MOTIVO
005170            MOVE 'TOTALES DE CONTROL NO CIERRAN' TO WS-MOTIVO
005180            SET WS-ARCHIVO-RECHAZADO TO TRUE
005190         END-IF
005200
005210      WHEN OTHER
005220         MOVE '96' TO WS-COD-MOTIVO
005230         MOVE 'TIPO DE REGISTRO INVALIDO' TO WS-MOTIVO
005240         SET WS-ARCHIVO-RECHAZADO TO TRUE
005250      END-EVALUATE
005260
005270      PERFORM 3000-I-LEER-DEBITOS
005280         THRU 3000-F-LEER-DEBITOS
005290      .
005300  2000-F-PROCESO. EXIT.
005310**************************************
005320*  CIERRE DE LA PRIMERA PASADA: EL   *
005330*  ARCHIVO SE RECHAZA ENTERO SI NO   *
005340*  TRAE UN UNICO REGISTRO DE TOTALES *
005350*  QUE CIERRE O SI NO TIENE LINEAS   *
005360**************************************
005370  2500-I-CONTROLAR-ARCHIVO.
005380      IF NOT WS-ARCHIVO-RECHAZADO
005390         AND CN-TRAILERS NOT EQUAL 1
005400         MOVE '95' TO WS-COD-MOTIVO
005410         MOVE 'TOTALES DE CONTROL NO CIERRAN' TO WS-MOTIVO
005420         SET WS-ARCHIVO-RECHAZADO TO TRUE
005430      END-IF
005440
005450      IF NOT WS-ARCHIVO-RECHAZADO
005460         AND CN-DETALLES EQUAL ZEROS
005470         MOVE '97' TO WS-COD-MOTIVO
005480         MOVE 'ARCHIVO SIN LINEAS DE DEBITO' TO WS-MOTIVO
005490         SET WS-ARCHIVO-RECHAZADO TO TRUE
005500      END-IF
005510
005520      IF WS-ARCHIVO-RECHAZADO
005530         PERFORM 5400-I-RECHAZAR-ARCHIVO
005540            THRU 5400-F-RECHAZAR-ARCHIVO
005550      END-IF
005560      .
005570  2500-F-CONTROLAR-ARCHIVO. EXIT.
005580**************************************
005590*  SEGUNDA PASADA: RELEER EL ARCHIVO,*
005600*  DEBITAR O RECHAZAR CADA LINEA Y   *
005610*  ACREDITAR A LA EMPRESA EL TOTAL   *
005620**************************************
005630  2600-I-SEGUNDA-PASADA.
005640      SET WS-SEGUNDA-PASADA TO TRUE
005650
005660      CLOSE DEBITOS
005670      OPEN INPUT DEBITOS
005680
005690      IF NOT FS-DEBITOS-OK
005700         DISPLAY '* ERROR EN REABRIR DEBITOS = ' FS-DEBITOS
005710         MOVE FS-DEBITOS TO LK-ERR-CODIGO
005720         MOVE '2600-I-SEGUNDA-PASADA' TO LK-ERR-PARRAFO
005730         MOVE 'REABRIR DEBITOS' TO LK-ERR-RECURSO
005740         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005750         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005760         GO TO 2600-F-SEGUNDA-PASADA
005770      END-IF
005780
005790      SET FS-PROCESO-OK TO TRUE
005800
005810      PERFORM 5100-I-CABECERA-RESP
005820         THRU 5100-F-CABECERA-RESP
005830
005840      PERFORM 3000-I-LEER-DEBITOS
005850         THRU 3000-F-LEER-DEBITOS
005860
005870      PERFORM 2700-I-PROCESAR-DEBITO
005880         THRU 2700-F-PROCESAR-DEBITO
005890         UNTIL FS-PROCESO-EOF
005900
005910      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
005920         AND CN-APL-IMPORTE GREATER ZEROS
005930         PERFORM 5500-I-ACREDITAR-EMPRESA
005940            THRU 5500-F-ACREDITAR-EMPRESA
005950      END-IF
005960
005970      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
005980         PERFORM 5600-I-TOTALES-RESP
005990            THRU 5600-F-TOTALES-RESP
006000      END-IF
006010      .
006020  2600-F-SEGUNDA-PASADA. EXIT.
006030**************************************
006040*  DEBITAR O RECHAZAR UNA LINEA      *
006050**************************************
006060  2700-I-PROCESAR-DEBITO.
006070      IF DEB-ES-DETALLE
006080         PERFORM 4100-I-VALIDAR THRU 4100-F-VALIDAR
006090         EVALUATE TRUE
006100            WHEN RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
006110               CONTINUE
006120            WHEN WS-COD-MOTIVO EQUAL SPACES
006130               PERFORM 5000-I-DEBITAR THRU 5000-F-DEBITAR
006140            WHEN OTHER
006150               PERFORM 5300-I-RECHAZAR THRU 5300-F-RECHAZAR
006160         END-EVALUATE
006170      END-IF
006180
006190      IF NOT FS-PROCESO-EOF
006200         PERFORM 3000-I-LEER-DEBITOS
006210            THRU 3000-F-LEER-DEBITOS
006220      END-IF
006230      .
006240  2700-F-PROCESAR-DEBITO. EXIT.
006250**************************************
006260*   LEER UN REGISTRO DEL ARCHIVO     *
006270**************************************
006280  3000-I-LEER-DEBITOS.
006290      READ DEBITOS
006300
006310      EVALUATE FS-DEBITOS
006320
006330      WHEN '00'
006340         IF WS-PRIMERA-PASADA
006350            ADD 1 TO CN-LEIDOS
006360         END-IF
006370
006380      WHEN '10'
006390         SET FS-PROCESO-EOF TO TRUE
006400
006410      WHEN OTHER
006420         DISPLAY '* ERROR LEER DEBITOS = ' FS-DEBITOS
006430         MOVE FS-DEBITOS TO LK-ERR-CODIGO
006440         MOVE '3000-I-LEER-DEBITOS' TO LK-ERR-PARRAFO
006450         MOVE 'LEER DEBITOS' TO LK-ERR-RECURSO
006460         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006470         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006480         SET FS-PROCESO-EOF TO TRUE
006490      END-EVALUATE
006500      .
006510  3000-F-LEER-DEBITOS. EXIT.
006520**************************************
006530*  VALIDAR UNA LINEA: IMPORTE,       *
006540*  ADHESION ACTIVA, DESCONOCIMIENTO, *
006550*  CUENTA, TITULARES, MONEDA, TOPE Y *
006560*  SALDO (CADA CONTROL DEJA SU       *
006570*  CODIGO DE MOTIVO)                 *
006580**************************************
006590  4100-I-VALIDAR.
006600      MOVE SPACES TO WS-COD-MOTIVO
006610      MOVE SPACES TO WS-MOTIVO
006620      MOVE DEB-DET-REFERENCIA TO LK-ERR-CLAVE
006630
006640      IF DEB-DET-IMPORTE NOT NUMERIC
006650         MOVE '06' TO WS-COD-MOTIVO
006660         GO TO 4100-F-VALIDAR
006670      END-IF
006680
006690      MOVE DEB-DET-IMPORTE TO WS-IMPORTE
006700
006710      IF WS-IMPORTE NOT GREATER ZEROS
006720         MOVE '06' TO WS-COD-MOTIVO
006730         GO TO 4100-F-VALIDAR
006740      END-IF
006750
006760      PERFORM 4200-I-LEER-ADHESION
006770         THRU 4200-F-LEER-ADHESION
006780
006790      IF WS-COD-MOTIVO NOT EQUAL SPACES
006800         OR RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
006810         GO TO 4100-F-VALIDAR
006820      END-IF
006830
006840      PERFORM 4250-I-CONTROLAR-DESCONOC
006850         THRU 4250-F-CONTROLAR-DESCONOC
006860
006870      IF WS-COD-MOTIVO NOT EQUAL SPACES
006880         OR RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
006890         GO TO 4100-F-VALIDAR
006900      END-IF
006910
006920      PERFORM 4300-I-LEER-CUENTA
006930         THRU 4300-F-LEER-CUENTA
006940
006950      IF WS-COD-MOTIVO NOT EQUAL SPACES
006960         OR RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
006970         GO TO 4100-F-VALIDAR
006980      END-IF
006990
007000      IF ADH-IMPORTE-MAXIMO GREATER ZEROS
007010         AND WS-IMPORTE GREATER ADH-IMPORTE-MAXIMO
007020         MOVE '02' TO WS-COD-MOTIVO
007030         GO TO 4100-F-VALIDAR
007040      END-IF
007050
007060      PERFORM 4500-I-CONTROLAR-SALDO
007070         THRU 4500-F-CONTROLAR-SALDO
007080      .
007090  4100-F-VALIDAR. EXIT.
007100**************************************
007110*  LA REFERENCIA DEBE TENER UNA      *
007120*  ADHESION ACTIVA CON LA EMPRESA    *
007130*  (SUSPENDIDA O DADA DE BAJA SE     *
007140*  CONTESTA SIN ADHESION)            *
007150**************************************
007160  4200-I-LEER-ADHESION.
007170      MOVE DEB-CAB-EMPRESA    TO ADH-COD-EMPRESA
007180      MOVE DEB-DET-REFERENCIA TO ADH-REFERENCIA
007190
007200      EXEC SQL
007210         SELECT NRO_CUENTA, IMPORTE_MAXIMO, ESTADO
007220           INTO :ADH-NRO-CUENTA, :ADH-IMPORTE-MAXIMO,
007230                :ADH-ESTADO
007240           FROM ITPFBIO.TBADHESIONES
007250          WHERE COD_EMPRESA EQUAL :ADH-COD-EMPRESA
007260            AND REFERENCIA  EQUAL :ADH-REFERENCIA
007270      END-EXEC
007280
007290      EVALUATE SQLCODE
007300         WHEN ZEROS
007310            IF ADH-ESTADO NOT EQUAL CT-ADHESION-ACTIVA
007320               MOVE '01' TO WS-COD-MOTIVO
007330            END-IF
007340         WHEN +100
007350            MOVE '01' TO WS-COD-MOTIVO
007360         WHEN OTHER
007370            MOVE 'LEER TBADHESIONES' TO LK-ERR-RECURSO
007380            MOVE '4200-I-LEER-ADHESION' TO LK-ERR-PARRAFO
007390            PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
007400      END-EVALUATE
007410      .
007420  4200-F-LEER-ADHESION. EXIT.
007430**************************************
007440*  EL CLIENTE PUDO DESCONOCER ESTE   *
007450*  DEBITO (MISMA EMPRESA, REFERENCIA *
007460*  Y VENCIMIENTO) ANTES DEL PROCESO  *
007470**************************************
007480  4250-I-CONTROLAR-DESCONOC.
007490      MOVE DEB-CAB-EMPRESA    TO DSC-COD-EMPRESA
007500      MOVE DEB-DET-REFERENCIA TO DSC-REFERENCIA
007510      MOVE DEB-DET-FECHA-VTO  TO DSC-FECHA-VTO
007520      MOVE ZEROS              TO WS-CANT-DESCONOC
007530
007540      EXEC SQL
007550         SELECT COUNT(*)
007560           INTO :WS-CANT-DESCONOC
007570           FROM ITPFBIO.TBDESCONOC
007580          WHERE COD_EMPRESA EQUAL :DSC-COD-EMPRESA
007590            AND REFERENCIA  EQUAL :DSC-REFERENCIA
007600            AND FECHA_VTO   EQUAL :DSC-FECHA-VTO
007610            AND ESTADO      EQUAL :CT-DESC-VIGENTE
007620      END-EXEC
007630
007640      IF SQLCODE NOT EQUAL ZEROS
007650         MOVE 'LEER TBDESCONOC' TO LK-ERR-RECURSO
007660         MOVE '4250-I-CONTROLAR-DESCONOC' TO LK-ERR-PARRAFO
007670         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
007680         GO TO 4250-F-CONTROLAR-DESCONOC
007690      END-IF
007700
007710      IF WS-CANT-DESCONOC GREATER ZEROS
007720         MOVE '05' TO WS-COD-MOTIVO
007730      END-IF
007740      .
007750  4250-F-CONTROLAR-DESCONOC. EXIT.
007760**************************************
007770*  CUENTA ADHERIDA ABIERTA, SIN      *
007780*  TITULARES FALLECIDOS Y EN LA      *
007790*  MONEDA DEL DEBITO Y DE LA EMPRESA *
007800**************************************
007810  4300-I-LEER-CUENTA.
007820      MOVE ADH-NRO-CUENTA TO NRO-CUENTA
007830
007840      EXEC SQL
007850         SELECT TIPO_CUENTA, MONEDA, SALDO_ACTUAL, NRO_CLIENTE,
007860                FECHA_DE_BAJA
007870           INTO :TIPO-CUENTA, :MONEDA, :SALDO-ACTUAL,
007880                :CUE-NRO-CLIENTE,
007890                :WS-FECHA-BAJA :WS-FECHA-BAJA-NULL
007900           FROM ITPFBIO.TBCUENTAS
007910          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
007920      END-EXEC
007930
007940      EVALUATE SQLCODE
007950         WHEN ZEROS
007960            CONTINUE
007970         WHEN +100
007980            MOVE '04' TO WS-COD-MOTIVO
007990            GO TO 4300-F-LEER-CUENTA
008000         WHEN OTHER
008010            MOVE 'LEER TBCUENTAS' TO LK-ERR-RECURSO
008020            MOVE '4300-I-LEER-CUENTA' TO LK-ERR-PARRAFO
008030            PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
008040            GO TO 4300-F-LEER-CUENTA
008050      END-EVALUATE
008060
008070      IF WS-FECHA-BAJA-NULL NOT LESS ZEROS
008080         MOVE '04' TO WS-COD-MOTIVO
008090         GO TO 4300-F-LEER-CUENTA
008100      END-IF
008110
008120      MOVE NRO-CUENTA      TO WS-CTA-NRO
008130      MOVE TIPO-CUENTA     TO WS-CTA-TIPO
008140      MOVE MONEDA          TO WS-CTA-MONEDA
008150
008160      MOVE ZEROS TO WS-CANT-FALLEC
008170
008180      EXEC SQL
008190         SELECT COUNT(*)
008200           INTO :WS-CANT-FALLEC
008210           FROM ITPFBIO.TBCLIENT
008220          WHERE ESTADO_CLIENTE EQUAL 'F'
008230            AND (NRO_CLIENTE EQUAL :CUE-NRO-CLIENTE
008240             OR NRO_CLIENTE IN
008250                (SELECT NRO_CLIENTE
008260                   FROM ITPFBIO.TBTITULAR
008270                  WHERE NRO_CUENTA EQUAL :NRO-CUENTA))
008280      END-EXEC
008290
008300      IF SQLCODE NOT EQUAL ZEROS
008310         MOVE 'LEER TBCLIENT' TO LK-ERR-RECURSO
008320         MOVE '4300-I-LEER-CUENTA' TO LK-ERR-PARRAFO
008330         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
008340         GO TO 4300-F-LEER-CUENTA
008350      END-IF
008360
008370      IF WS-CANT-FALLEC GREATER ZEROS
008380         MOVE '07' TO WS-COD-MOTIVO
008390         GO TO 4300-F-LEER-CUENTA
008400      END-IF
008410
008420      IF DEB-DET-MONEDA NOT EQUAL WS-CTA-MONEDA
008430         OR DEB-DET-MONEDA NOT EQUAL WS-EMP-MONEDA
008440         MOVE '06' TO WS-COD-MOTIVO
008450      END-IF
008460      .
008470  4300-F-LEER-CUENTA. EXIT.
008480**************************************
008490*  SALDO PARA DEBITAR: EL SALDO      *
008500*  RESULTANTE NETO DE EMBARGOS NO    *
008510*  PUEDE QUEDAR BAJO EL PISO DE      *
008520*  SOBREGIRO (TBLIMITES). EL SALDO   *
008530*  LEIDO YA INCLUYE LOS DEBITOS      *
008540*  ANTERIORES DEL MISMO ARCHIVO      *
008550**************************************
008560  4500-I-CONTROLAR-SALDO.
008570      MOVE ZEROS       TO WS-PISO-SOBREGIRO
008580      MOVE WS-CTA-TIPO TO LIM-TIPO-CUENTA
008590
008600      EXEC SQL
008610         SELECT PISO_PERMITIDO
008620           INTO :LIM-PISO-PERMITIDO
008630           FROM ITPFBIO.TBLIMITES
008640          WHERE TIPO_CUENTA EQUAL :LIM-TIPO-CUENTA
008650      END-EXEC
008660
008670      IF SQLCODE EQUAL ZEROS
008680         MOVE LIM-PISO-PERMITIDO TO WS-PISO-SOBREGIRO
008690      END-IF
008700
008710      PERFORM 4600-I-SUMAR-EMBARGOS
008720         THRU 4600-F-SUMAR-EMBARGOS
008730
008740      SUBTRACT WS-IMPORTE FROM SALDO-ACTUAL
008750         GIVING WS-SALDO-NUEVO
008760      SUBTRACT WS-TOTAL-EMBARGOS FROM WS-SALDO-NUEVO
008770         GIVING WS-SALDO-DISPONIBLE
008780
008790      IF WS-SALDO-DISPONIBLE LESS WS-PISO-SOBREGIRO
008800         MOVE '03' TO WS-COD-MOTIVO
008810      END-IF
008820      .
008830  4500-F-CONTROLAR-SALDO. EXIT.
008840**************************************
008850*  SUMAR LOS EMBARGOS ACTIVOS DE LA  *
008860*  CUENTA (TBEMBARGOS)               *
008870**************************************
008880  4600-I-SUMAR-EMBARGOS.
008890      MOVE ZEROS      TO WS-TOTAL-EMBARGOS
008900      MOVE NRO-CUENTA TO EMB-NRO-CUENTA
008910
008920      EXEC SQL
008930         SELECT VALUE(SUM(IMPORTE), 0)
008940           INTO :WS-TOTAL-EMBARGOS
008950           FROM ITPFBIO.TBEMBARGOS
008960          WHERE NRO_CUENTA EQUAL :EMB-NRO-CUENTA
008970            AND ESTADO     EQUAL 'A'
008980            AND (FECHA_VTO EQUAL ' '
008990             OR FECHA_VTO NOT LESS :WS-FECHA-PROCESO)
009000      END-EXEC
009010
009020      IF SQLCODE NOT EQUAL ZEROS
009030         MOVE ZEROS TO WS-TOTAL-EMBARGOS
009040      END-IF
009050      .
009060  4600-F-SUMAR-EMBARGOS. EXIT.
009070**************************************
009080*  DESCRIPCION DEL CODIGO DE         *
009090*  RESPUESTA DE UNA LINEA            *
009100**************************************
009110  4900-I-DESCRIBIR-MOTIVO.
009120      EVALUATE WS-COD-MOTIVO
009130         WHEN '00'
009140            MOVE 'DEBITO APLICADO' TO WS-MOTIVO
009150         WHEN '01'
009160            MOVE 'SIN ADHESION ACTIVA' TO WS-MOTIVO
009170         WHEN '02'
009180            MOVE 'SUPERA EL IMPORTE MAXIMO' TO WS-MOTIVO
009190         WHEN '03'
009200            MOVE 'FONDOS INSUFICIENTES' TO WS-MOTIVO
009210         WHEN '04'
009220            MOVE 'CUENTA CERRADA O INEXISTENTE' TO WS-MOTIVO
009230         WHEN '05'
009240            MOVE 'DEBITO DESCONOCIDO POR CLIENTE' TO WS-MOTIVO
009250         WHEN '06'
009260            MOVE 'IMPORTE O MONEDA INVALIDOS' TO WS-MOTIVO
009270         WHEN '07'
009280            MOVE 'TITULAR FALLECIDO' TO WS-MOTIVO
009290         WHEN OTHER
009300            MOVE SPACES TO WS-MOTIVO
009310      END-EVALUATE
009320      .
009330  4900-F-DESCRIBIR-MOTIVO. EXIT.
009340**************************************
009350*  DEBITAR LA LINEA: DEBITO 'DA' EN  *
009360*  LA CUENTA ADHERIDA Y RESPUESTA 00 *
009370**************************************
009380  5000-I-DEBITAR.
009390      MOVE WS-CTA-NRO TO NRO-CUENTA
009400
009410      EXEC SQL
009420         UPDATE ITPFBIO.TBCUENTAS
009430            SET SALDO_ACTUAL = SALDO_ACTUAL - :WS-IMPORTE,
009440                FECHA_ACTUAL = :WS-FECHA-PROCESO
009450          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
009460      END-EXEC
009470
009480      IF SQLCODE NOT EQUAL ZEROS
009490         MOVE 'UPDATE TBCUENTAS' TO LK-ERR-RECURSO
009500         MOVE '5000-I-DEBITAR' TO LK-ERR-PARRAFO
009510         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
009520         GO TO 5000-F-DEBITAR
009530      END-IF
009540
009550      MOVE CT-MOV-DEB-AUTOM TO MOV-TIPO-MOVIMIENTO
009560
009570      PERFORM 5200-I-GRABAR-MOVIMIENTO
009580         THRU 5200-F-GRABAR-MOVIMIENTO
009590
009600      IF SQLCODE NOT EQUAL ZEROS
009610         MOVE 'INSERT TBMOVIM' TO LK-ERR-RECURSO
009620         MOVE '5000-I-DEBITAR' TO LK-ERR-PARRAFO
009630         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
009640         GO TO 5000-F-DEBITAR
009650      END-IF
009660
009670      ADD 1          TO CN-APL-CANT
009680      ADD WS-IMPORTE TO CN-APL-IMPORTE
009690
009700      MOVE '00' TO WS-COD-MOTIVO
009710
009720      PERFORM 5250-I-RESPONDER-LINEA
009730         THRU 5250-F-RESPONDER-LINEA
009740      .
009750  5000-F-DEBITAR. EXIT.
009760**************************************
009770*  CABECERA DEL ARCHIVO DE           *
009780*  RESPUESTA PARA LA EMPRESA         *
009790**************************************
009800  5100-I-CABECERA-RESP.
009810      MOVE SPACES          TO REG-RES-CABECERA
009820      MOVE 'H'             TO RES-TIPO-REG
009830      MOVE DEB-CAB-EMPRESA TO RES-CAB-EMPRESA
009840      MOVE DEB-CAB-FECHA   TO RES-CAB-FECHA
009850      MOVE DEB-CAB-CUENTA  TO RES-CAB-CUENTA
009860
009870      PERFORM 5350-I-GRABAR-RESPUESTA
009880         THRU 5350-F-GRABAR-RESPUESTA
009890      .
009900  5100-F-CABECERA-RESP. EXIT.
009910**************************************
009920*  PROXIMO NRO DE COMPROBANTE        *
009930*  (MAXIMO + 1)                      *
009940**************************************
009950  5150-I-NUMERAR-COMP.
009960      EXEC SQL
009970         SELECT VALUE(MAX(NRO_COMPROBANTE), 0) + 1
009980           INTO :MOV-NRO-COMPROBANTE
009990           FROM ITPFBIO.TBMOVIM
010000      END-EXEC
010010
010020      IF SQLCODE NOT EQUAL ZEROS
010030         MOVE 1 TO MOV-NRO-COMPROBANTE
010040      END-IF
010050      .
010060  5150-F-NUMERAR-COMP. EXIT.
010070**************************************
010080*  GRABAR EL MOVIMIENTO DE LA CUENTA *
010090*  EN NRO-CUENTA (TIPO YA CARGADO)   *
010100**************************************
010110  5200-I-GRABAR-MOVIMIENTO.
010120      MOVE NRO-CUENTA       TO MOV-NRO-CUENTA
010130      MOVE WS-FECHA-PROCESO TO MOV-FECHA
010140      ACCEPT MOV-HORA       FROM TIME
010150      MOVE WS-IMPORTE       TO MOV-IMPORTE
010160      MOVE WS-EMP-MONEDA    TO MOV-MONEDA
010170      MOVE 'PGMDAU33'       TO MOV-USUARIO
010180      MOVE CT-CANAL-BATCH   TO MOV-CANAL
010190
010200      PERFORM 5150-I-NUMERAR-COMP
010210         THRU 5150-F-NUMERAR-COMP
010220
010230      EXEC SQL
010240         INSERT INTO ITPFBIO.TBMOVIM
010250               (NRO_CUENTA, FECHA, HORA, TIPO_MOVIMIENTO,
010260                IMPORTE, MONEDA, USUARIO, CANAL,
010270                NRO_COMPROBANTE)
010280         VALUES
010290               (:MOV-NRO-CUENTA, :MOV-FECHA, :MOV-HORA,
010300                :MOV-TIPO-MOVIMIENTO, :MOV-IMPORTE,
010310                :MOV-MONEDA, :MOV-USUARIO, :MOV-CANAL,
010320                :MOV-NRO-COMPROBANTE)
010330      END-EXEC
010340      .
010350  5200-F-GRABAR-MOVIMIENTO. EXIT.
010360**************************************
010370*  CONTESTAR LA LINEA A LA EMPRESA   *
010380*  CON SU CODIGO DE RESPUESTA        *
010390**************************************
010400  5250-I-RESPONDER-LINEA.
010410      PERFORM 4900-I-DESCRIBIR-MOTIVO
010420         THRU 4900-F-DESCRIBIR-MOTIVO
010430
010440      MOVE SPACES             TO REG-RES-DETALLE
010450      MOVE 'D'                TO RES-TIPO-REG
010460      MOVE DEB-DET-REFERENCIA TO RES-DET-REFERENCIA
010470      MOVE DEB-DET-MONEDA     TO RES-DET-MONEDA
010480      MOVE DEB-DET-FECHA-VTO  TO RES-DET-FECHA-VTO
010490      MOVE DEB-DET-FACTURA    TO RES-DET-FACTURA
010500      MOVE WS-COD-MOTIVO      TO RES-DET-COD-MOTIVO
010510      MOVE WS-MOTIVO          TO RES-DET-MOTIVO
010520
010530      IF DEB-DET-IMPORTE NUMERIC
010540         MOVE DEB-DET-IMPORTE TO RES-DET-IMPORTE
010550      ELSE
010560         MOVE ZEROS           TO RES-DET-IMPORTE
010570      END-IF
010580
010590      PERFORM 5350-I-GRABAR-RESPUESTA
010600         THRU 5350-F-GRABAR-RESPUESTA
010610      .
010620  5250-F-RESPONDER-LINEA. EXIT.
010630**************************************
010640*  RECHAZAR LA LINEA: RESPUESTA CON  *
010650*  SU CODIGO; UN DEBITO DESCONOCIDO  *
010660*  DEJA EL DESCONOCIMIENTO APLICADO  *
010670**************************************
010680  5300-I-RECHAZAR.
010690      PERFORM 5250-I-RESPONDER-LINEA
010700         THRU 5250-F-RESPONDER-LINEA
010710
010720      ADD 1               TO CN-RCH-CANT
010730      ADD RES-DET-IMPORTE TO CN-RCH-IMPORTE
010740
010750      IF WS-COD-MOTIVO NOT EQUAL '05'
010760         GO TO 5300-F-RECHAZAR
010770      END-IF
010780
010790      EXEC SQL
010800         UPDATE ITPFBIO.TBDESCONOC
010810            SET ESTADO = :CT-DESC-APLICADA
010820          WHERE COD_EMPRESA EQUAL :DSC-COD-EMPRESA
010830            AND REFERENCIA  EQUAL :DSC-REFERENCIA
010840            AND FECHA_VTO   EQUAL :DSC-FECHA-VTO
010850            AND ESTADO      EQUAL :CT-DESC-VIGENTE
010860      END-EXEC
010870
010880      IF SQLCODE NOT EQUAL ZEROS
010890         MOVE 'UPDATE TBDESCONOC' TO LK-ERR-RECURSO
010900         MOVE '5300-I-RECHAZAR' TO LK-ERR-PARRAFO
010910         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
010920      END-IF
010930      .
010940  5300-F-RECHAZAR. EXIT.
010950**************************************
010960*  GRABAR UN REGISTRO DE RESPUESTA   *
010970**************************************
010980  5350-I-GRABAR-RESPUESTA.
010990      WRITE REG-RES-CABECERA
011000
011010      IF NOT FS-RESPUESTA-OK
011020         DISPLAY '* ERROR EN GRABAR RESPUESTA = ' FS-RESPUESTA
011030         MOVE FS-RESPUESTA TO LK-ERR-CODIGO
011040         MOVE '5350-I-GRABAR-RESPUESTA' TO LK-ERR-PARRAFO
011050         MOVE 'GRABAR RESPUESTA' TO LK-ERR-RECURSO
011060         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011070         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011080         SET FS-PROCESO-EOF TO TRUE
011090      END-IF
011100      .
011110  5350-F-GRABAR-RESPUESTA. EXIT.
011120**************************************
011130*  RECHAZO DEL ARCHIVO ENTERO: UN    *
011140*  REGISTRO 'A' CON EL MOTIVO, SIN   *
011150*  NINGUN DEBITO NI CREDITO          *
011160**************************************
011170  5400-I-RECHAZAR-ARCHIVO.
011180      MOVE SPACES          TO REG-RES-CABECERA
011190      MOVE 'A'             TO RES-TIPO-REG
011200      MOVE DEB-CAB-EMPRESA TO RES-CAB-EMPRESA
011210      MOVE DEB-CAB-FECHA   TO RES-CAB-FECHA
011220      MOVE DEB-CAB-CUENTA  TO RES-CAB-CUENTA
011230      MOVE WS-COD-MOTIVO   TO RES-CAB-COD-MOTIVO
011240      MOVE WS-MOTIVO       TO RES-CAB-MOTIVO
011250
011260      PERFORM 5350-I-GRABAR-RESPUESTA
011270         THRU 5350-F-GRABAR-RESPUESTA
011280
011290      DISPLAY '* ARCHIVO DE DEBITOS RECHAZADO: ' WS-MOTIVO
011300
011310      IF RETURN-CODE LESS CT-RC-ERROR-DATOS
011320         MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
011330      END-IF
011340      .
011350  5400-F-RECHAZAR-ARCHIVO. EXIT.
011360**************************************
011370*  CREDITO UNICO A LA EMPRESA CON    *
011380*  'CA' POR EL TOTAL DEBITADO        *
011390**************************************
011400  5500-I-ACREDITAR-EMPRESA.
011410      MOVE WS-EMP-CUENTA  TO NRO-CUENTA
011420      MOVE CN-APL-IMPORTE TO WS-IMPORTE
011430
011440      EXEC SQL
011450         UPDATE ITPFBIO.TBCUENTAS
011460            SET SALDO_ACTUAL = SALDO_ACTUAL + :WS-IMPORTE,
011470                FECHA_ACTUAL = :WS-FECHA-PROCESO
011480          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
011490      END-EXEC
011500
011510      IF SQLCODE NOT EQUAL ZEROS
011520         MOVE 'UPDATE TBCUENTAS' TO LK-ERR-RECURSO
011530         MOVE '5500-I-ACREDITAR-EMPRESA' TO LK-ERR-PARRAFO
011540         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
011550         GO TO 5500-F-ACREDITAR-EMPRESA
011560      END-IF
011570
011580      MOVE CT-MOV-CRED-EMPRESA TO MOV-TIPO-MOVIMIENTO
011590
011600      PERFORM 5200-I-GRABAR-MOVIMIENTO
011610         THRU 5200-F-GRABAR-MOVIMIENTO
011620
011630      IF SQLCODE NOT EQUAL ZEROS
011640         MOVE 'INSERT TBMOVIM' TO LK-ERR-RECURSO
011650         MOVE '5500-I-ACREDITAR-EMPRESA' TO LK-ERR-PARRAFO
011660         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
011670      END-IF
011680      .
011690  5500-F-ACREDITAR-EMPRESA. EXIT.
011700**************************************
011710*  TOTALES DE LA RESPUESTA: LO       *
011720*  APLICADO Y LO RECHAZADO           *
011730**************************************
011740  5600-I-TOTALES-RESP.
011750      MOVE SPACES         TO REG-RES-TOTALES
011760      MOVE 'T'            TO RES-TIPO-REG
011770      MOVE CN-APL-CANT    TO RES-TOT-CANT-APLIC
011780      MOVE CN-APL-IMPORTE TO RES-TOT-IMP-APLIC
011790      MOVE CN-RCH-CANT    TO RES-TOT-CANT-RECH
011800      MOVE CN-RCH-IMPORTE TO RES-TOT-IMP-RECH
011810
011820      PERFORM 5350-I-GRABAR-RESPUESTA
011830         THRU 5350-F-GRABAR-RESPUESTA
011840      .
011850  5600-F-TOTALES-RESP. EXIT.
011860**************************************
011870*  ERROR SQL AL POSTEAR: SE DESHACE  *
011880*  TODO EL ARCHIVO (ROLLBACK)        *
011890**************************************
011900  5900-I-ERROR-SQL.
011910      MOVE SQLCODE TO FS-SQLCODE
011920
011930      EXEC SQL
011940         ROLLBACK
011950      END-EXEC
011960
011970      ADD 1 TO CN-NOVEDADES-ER
011980      DISPLAY '* ERROR ' LK-ERR-RECURSO ' = ' FS-SQLCODE
011990      MOVE FS-SQLCODE TO LK-ERR-CODIGO
012000      MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
012010      PERFORM 9900-I-ERROR THRU 9900-F-ERROR
012020      MOVE ZEROS TO CN-APL-CANT
012030      MOVE ZEROS TO CN-APL-IMPORTE
012040      SET FS-PROCESO-EOF TO TRUE
012050      .
012060  5900-F-ERROR-SQL. EXIT.
012070**************************************
012080*  CUERPO FINAL: UNA SOLA UNIDAD DE  *
012090*  TRABAJO PARA TODO EL ARCHIVO      *
012100**************************************
012110  9999-I-FINAL.
012120      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
012130         EXEC SQL
012140            COMMIT
012150         END-EXEC
012160      ELSE
012170         EXEC SQL
012180            ROLLBACK
012190         END-EXEC
012200      END-IF
012210
012220      PERFORM 9800-I-CERRAR-ARCHIVOS
012230         THRU 9800-F-CERRAR-ARCHIVOS
012240
012250      MOVE CN-APL-IMPORTE TO WS-IMPORTE-EDIT
012260
012270      DISPLAY 'EMPRESA                : ' DEB-CAB-EMPRESA
012280      DISPLAY 'CUENTA RECAUDADORA     : ' WS-EMP-CUENTA
012290      DISPLAY 'FECHA DEL ARCHIVO      : ' DEB-CAB-FECHA
012300      DISPLAY 'REGISTROS LEIDOS       : ' CN-LEIDOS
012310      DISPLAY 'LINEAS DE DETALLE      : ' CN-DETALLES
012320      DISPLAY 'LINEAS APLICADAS       : ' CN-APL-CANT
012330      DISPLAY 'LINEAS RECHAZADAS      : ' CN-RCH-CANT
012340      DISPLAY 'TOTAL ACREDITADO EMPR. : ' WS-IMPORTE-EDIT
012350      DISPLAY 'NOVEDADES CON ERROR    : ' CN-NOVEDADES-ER
012360
012370      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
012380      .
012390  9999-F-FINAL. EXIT.
012400**************************************
012410*  CIERRE DE FILES                   *
012420**************************************
012430  9800-I-CERRAR-ARCHIVOS.
012440      CLOSE DEBITOS
012450      IF NOT FS-DEBITOS-OK
012460         DISPLAY '* ERROR EN CLOSE DEBITOS = ' FS-DEBITOS
012470         MOVE FS-DEBITOS TO LK-ERR-CODIGO
012480         MOVE '9800-I-CERRAR-ARCHIVOS' TO LK-ERR-PARRAFO
012490         MOVE 'CLOSE DEBITOS' TO LK-ERR-RECURSO
012500         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
012510         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
012520      END-IF
012530
012540      CLOSE RESPUESTA
012550      IF NOT FS-RESPUESTA-OK
012560         DISPLAY '* ERROR EN CLOSE RESPUESTA = ' FS-RESPUESTA
012570         MOVE FS-RESPUESTA TO LK-ERR-CODIGO
012580         MOVE '9800-I-CERRAR-ARCHIVOS' TO LK-ERR-PARRAFO
012590         MOVE 'CLOSE RESPUESTA' TO LK-ERR-RECURSO
012600         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
012610         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
012620      END-IF
012630      .
012640  9800-F-CERRAR-ARCHIVOS. EXIT.
012650
012660*************************************
012670*  GRABAR EL ERROR ESTRUCTURADO EN  *
012680*  EL LOG COMUN (RUTERROR)          *
012690*************************************
012700  9900-I-ERROR.
012710      MOVE 'PGMDAU33' TO LK-ERR-PROGRAMA
012720
012730      MOVE RETURN-CODE TO WS-RC-GUARDADO
012740
012750      CALL 'RUTERROR' USING LK-ERR-AREA
012760
012770      MOVE WS-RC-GUARDADO TO RETURN-CODE
012780
012790      MOVE SPACES TO LK-ERR-RECURSO
012800
012810      MOVE SPACES TO LK-ERR-CODIGO
012820      .
012830  9900-F-ERROR. EXIT.
