000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMMAY33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* PROCESO MENSUAL DE MAYORIA DE EDAD: LOS      *
000110*         * CLIENTES CON TUTOR LEGAL VIGENTE         * JCR *
000120*         * (TBTUTORES ESTADO 'A') QUE CUMPLIERON 18     *
000130*         * ANIOS A LA FECHA DE PROCESO (FECCHA_         *
000140*         * NACIMIENTO EN TBCLIENT) PASAN A CUENTA       *
000150*         * COMUN: SE BORRA EL TUTOR (ROL 'L') DE LA     *
000160*         * TITULARIDAD DE SUS CUENTAS, SE CIERRA EL     *
000170*         * VINCULO (ESTADO 'M' CON FECHA DE CESE), QUEDA*
000180*         * EN TBAUDIT, SE AVISA AL CLIENTE POR LA COLA  *
000190*         * MAIL (EVENTO 'MAYORIA', LO ENVIA PGMMAI33) Y *
000200*         * SE LISTAN LAS CONVERSIONES POR SUCURSAL.     *
000210*         * COMMIT PERIODICO CON PUNTO DE CONTROL        *
000220*         * (RUTCTRL 'C') Y REANUDACION DE UNA CORRIDA   *
000230*         * INTERRUMPIDA                                 *
000240*************************************
000250  ENVIRONMENT DIVISION.
000260  CONFIGURATION SECTION.
000270  SPECIAL-NAMES.
000280      DECIMAL-POINT IS COMMA.
000290  INPUT-OUTPUT SECTION.
000300  FILE-CONTROL.
000310        SELECT SALIDA ASSIGN DDSALI
000320               FILE STATUS IS FS-SALIDA.
000330
000340        SELECT MAILS ASSIGN DDMAIL
000350               FILE STATUS IS FS-MAIL.
000360
000370  DATA DIVISION.
000380  FILE SECTION.
000390  FD SALIDA
000400       BLOCK CONTAINS 0 RECORDS
000410       RECORDING MODE IS F.
000420
000430  01 REG-SALIDA PIC X(132).
000440
000450  FD MAILS
000460       BLOCK CONTAINS 0 RECORDS
000470       RECORDING MODE IS F.
000480*************************************
000490*  EVENTO DE MAIL CON EL FORMATO DE *
000500*  LA COLA 'MAIL' (MAILREG): EL     *
000510*  DATASET SE AGREGA AL QUE PROCESA *
000520*  PGMMAI33                         *
000530*************************************
000540  01 REG-MAIL     PIC X(73).
000550*************************************
000560*             WORKING              *
000570*************************************
000580  WORKING-STORAGE SECTION.
000590  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000600
000610      COPY MAILREG.
000620
000630*************************************
000640*           FILE STATUS            *
000650*************************************
000660  01  FS-FILE-STATUS.
000670      05  FS-MENOR        PIC X     VALUE SPACES.
000680          88  FS-MENOR-OK           VALUE 'Y'.
000690          88  FS-MENOR-EOF          VALUE 'N'.
000700      05  FS-SALIDA       PIC XX    VALUE SPACES.
000710          88  FS-SALIDA-OK          VALUE '00'.
000720      05  FS-MAIL         PIC XX    VALUE SPACES.
000730          88  FS-MAIL-OK            VALUE '00'.
000740*************************************
000750*          CONTADORES              *
000760*************************************
000770  01 CN-CONTADORES.
000780      05 CN-CONVERTIDOS        PIC 9(07)  VALUE ZEROS.
000790      05 CN-TITULARIDADES      PIC 9(07)  VALUE ZEROS.
000800      05 CN-MAILS              PIC 9(07)  VALUE ZEROS.
000810      05 CN-SIN-CORREO         PIC 9(07)  VALUE ZEROS.
000820      05 CN-SUBTOTAL-SUC       PIC 9(05)  VALUE ZEROS.
000830
000840  77  CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
000850*************************************
000860*   CONTROL DE COMMITS PERIODICOS  *
000870*   (EL INTERVALO SE AJUSTA DESDE  *
000880*   TBPARAMS VIA RUTPARM)          *
000890*************************************
000900  77  CT-COMMIT-CADA        PIC 9(05)  VALUE 00100.
000910  77  CN-COMMIT-PEND        PIC 9(05)  VALUE ZEROS.
000920*************************************
000930*      LLAMADA A RUTPARM           *
000940*************************************
000950      COPY LKPARM.
000960*************************************
000970*  FECHA DE MAYORIA: LA DE PROCESO  *
000980*  CON 18 ANIOS MENOS. NACIDO HASTA *
000990*  ESA FECHA YA ES MAYOR DE EDAD    *
001000*************************************
001010  77  CT-EDAD-MAYORIA       PIC 9(02)  VALUE 18.
001020
001030  01  WS-FECHA-MAYORIA.
001040      05  WS-MAY-AA        PIC 9(04)         VALUE ZEROS.
001050      05  WS-SEP1          PIC X(01)         VALUE '-'.
001060      05  WS-MAY-MM        PIC X(02)         VALUE SPACES.
001070      05  WS-SEP2          PIC X(01)         VALUE '-'.
001080      05  WS-MAY-DD        PIC X(02)         VALUE SPACES.
001090
001100  01  WS-FECHA-PROCESO-R.
001110      05  WS-PRO-AA        PIC 9(04)         VALUE ZEROS.
001120      05  FILLER           PIC X(01)         VALUE SPACES.
001130      05  WS-PRO-MM        PIC X(02)         VALUE SPACES.
001140      05  FILLER           PIC X(01)         VALUE SPACES.
001150      05  WS-PRO-DD        PIC X(02)         VALUE SPACES.
001160*************************************
001170*      AREA DE TRABAJO             *
001180*************************************
001190  77  WS-SUCURSAL-ANT       PIC X(04)             VALUE SPACES.
001200  77  WS-SUCURSAL           PIC X(04)             VALUE SPACES.
001210  77  WS-CANT-FILAS         PIC 9(07)             VALUE ZEROS.
001220  77  WS-NRO-CLI-EDIT       PIC 9(05)             VALUE ZEROS.
001230  77  WS-NRO-TUT-EDIT       PIC 9(05)             VALUE ZEROS.
001240*************************************
001250*       VARIABLES IMPRESION        *
001260*************************************
001270  01  IP-TITULO.
001280      05  FILLER      PIC X(10) VALUE  SPACES.
001290      05  FILLER      PIC X(48) VALUE
001300       'CLIENTES QUE CUMPLIERON LA MAYORIA DE EDAD'.
001310      05  FILLER      PIC X(07) VALUE  'FECHA: '.
001320      05  IP-FECHA    PIC X(10) VALUE  SPACES.
001330      05  FILLER      PIC X(57) VALUE  SPACES.
001340
001350  01  IP-ENCABEZADO.
001360      05  FILLER    PIC X(04)    VALUE 'SUC '.
001370      05  FILLER    PIC X(01)    VALUE SPACES.
001380      05  FILLER    PIC X(07)    VALUE 'CLIENTE'.
001390      05  FILLER    PIC X(01)    VALUE SPACES.
001400      05  FILLER    PIC X(15)    VALUE 'DOCUMENTO'.
001410      05  FILLER    PIC X(01)    VALUE SPACES.
001420      05  FILLER    PIC X(41)    VALUE 'APELLIDO Y NOMBRE'.
001430      05  FILLER    PIC X(11)    VALUE 'NACIMIENTO'.
001440      05  FILLER    PIC X(07)    VALUE 'TUTOR'.
001450      05  FILLER    PIC X(09)    VALUE 'CUENTAS'.
001460      05  FILLER    PIC X(35)    VALUE SPACES.
001470
001480  01  WS-REG-DETALLE.
001490      05  WS-DET-SUCURSAL  PIC X(04)    VALUE SPACES.
001500      05  FILLER           PIC X(01)    VALUE SPACES.
001510      05  WS-DET-CLIENTE   PIC 9(05)    VALUE ZEROS.
001520      05  FILLER           PIC X(03)    VALUE SPACES.
001530      05  WS-DET-TIPO-DOC  PIC X(02)    VALUE SPACES.
001540      05  FILLER           PIC X(01)    VALUE SPACES.
001550      05  WS-DET-NRO-DOC   PIC 9(11)    VALUE ZEROS.
001560      05  FILLER           PIC X(02)    VALUE SPACES.
001570      05  WS-DET-NOMBRE    PIC X(40)    VALUE SPACES.
001580      05  FILLER           PIC X(01)    VALUE SPACES.
001590      05  WS-DET-NACIM     PIC X(10)    VALUE SPACES.
001600      05  FILLER           PIC X(01)    VALUE SPACES.
001610      05  WS-DET-TUTOR     PIC 9(05)    VALUE ZEROS.
001620      05  FILLER           PIC X(02)    VALUE SPACES.
001630      05  WS-DET-CUENTAS   PIC ZZ9      VALUE ZEROS.
001640      05  FILLER           PIC X(02)    VALUE SPACES.
001650      05  WS-DET-AVISO     PIC X(15)    VALUE SPACES.
001660      05  FILLER           PIC X(24)    VALUE SPACES.
001670
001680  01  WS-REG-SUBTOTAL.
001690      05  FILLER    PIC X(10)    VALUE SPACES.
001700      05  FILLER    PIC X(24)    VALUE 'CONVERSIONES EN SUCURSAL'.
001710      05  WS-SUB-SUCURSAL  PIC X(04)    VALUE SPACES.
001720      05  FILLER    PIC X(03)    VALUE ' : '.
001730      05  WS-SUB-CANT      PIC ZZ.ZZ9   VALUE ZEROS.
001740      05  FILLER    PIC X(01)    VALUE SPACES.
001750      05  WS-SUB-NOMBRE    PIC X(30)    VALUE SPACES.
001760      05  FILLER    PIC X(54)    VALUE SPACES.
001770
001780  01  WS-REG-AVISO.
001790      05  FILLER           PIC X(06)    VALUE SPACES.
001800      05  WS-AVI-TEXTO     PIC X(60)    VALUE SPACES.
001810      05  WS-AVI-CANT      PIC Z.ZZZ.ZZ9 VALUE ZEROS.
001820      05  FILLER           PIC X(57)    VALUE SPACES.
001830*************************************
001840*  PUNTO DE CONTROL DE LA CORRIDA   *
001850*  (RUTCTRL 'C' EN CADA COMMIT).    *
001860*  LLEVA LA SUCURSAL EN CURSO PARA  *
001870*  QUE SU SUBTOTAL SIGA AL REANUDAR *
001880*************************************
001890  01  WS-ULTIMA-CLAVE      PIC X(20)   VALUE SPACES.
001900  01  WS-REANUDA-SW        PIC X(01)   VALUE 'N'.
001910      88 WS-CORRIDA-REANUDADA          VALUE 'S'.
001920  01  WS-PUNTO-CONTROL.
001930      05  CKP-SUCURSAL-ANT PIC X(04)   VALUE SPACES.
001940      05  CKP-CONTADORES   PIC X(33)   VALUE SPACES.
001950      05  FILLER           PIC X(63)   VALUE SPACES.
001960  01  WS-REG-REANUDA.
001970      05  FILLER    PIC X(10)    VALUE SPACES.
001980      05  FILLER    PIC X(36)    VALUE
001990       'CORRIDA REANUDADA A CONTINUACION DE '.
002000      05  WS-AVI-CLAVE     PIC X(20)    VALUE SPACES.
002010      05  FILLER    PIC X(66)    VALUE
002020       '- LOS TOTALES INCLUYEN LO PREVIO AL REARRANQUE'.
002030*************************************
002040*             SQL                  *
002050*************************************
002060       EXEC SQL
002070         INCLUDE SQLCA
002080       END-EXEC.
002090
002100       EXEC SQL
002110         INCLUDE TBCLIENT
002120       END-EXEC.
002130
002140       EXEC SQL
002150         INCLUDE TBTUTOR
002160       END-EXEC.
002170
002180       EXEC SQL
002190         INCLUDE TBSUCURS
002200       END-EXEC.
002210
002220       EXEC SQL
002230         INCLUDE TBAUDIT
002240       END-EXEC.
002250*************************************
002260*  MENORES CON TUTOR VIGENTE QUE YA *
002270*  CUMPLIERON LA MAYORIA, POR       *
002280*  SUCURSAL. LOS YA CONVERTIDOS     *
002290*  (ESTADO 'M') NO VUELVEN A SALIR, *
002300*  ASI QUE UNA CORRIDA REANUDADA    *
002310*  SIGUE CON LOS QUE FALTAN         *
002320*************************************
002330       EXEC SQL
002340         DECLARE MENOR_CURSOR CURSOR WITH HOLD FOR
002350          SELECT T.NRO_CLIENTE, T.NRO_CLIENTE_TUTOR,
002360                 L.TIPO_DOCUMENTO, L.NRO_DOCUMENTO,
002370                 L.NOMBRE_CLIENTE, L.APELLIDO_CLIENTE,
002380                 L.CORREO_ELECTRONICO, L.FECCHA_NACIMIENTO,
002390                 L.SUCURSAL
002400            FROM ITPFBIO.TBTUTORES T,
002410                 ITPFBIO.TBCLIENT  L
002420           WHERE T.ESTADO            EQUAL 'A'
002430             AND L.NRO_CLIENTE       EQUAL T.NRO_CLIENTE
002440             AND L.FECCHA_NACIMIENTO BETWEEN '1900-01-01'
002450                                         AND :WS-FECHA-MAYORIA
002460           ORDER BY L.SUCURSAL, T.NRO_CLIENTE
002470       END-EXEC.
002480
002490  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
002500*************************************
002510*  MANEJO COMUN DE ERRORES          *
002520*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
002530*  DE RETORNO DEL BATCH             *
002540*************************************
002550     COPY LKERROR.
002560
002570  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
002580  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
002590  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
002600  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
002610*************************************
002620*  CONTROL DE CORRIDAS (RUTCTRL)    *
002630*************************************
002640     COPY LKCTRL.
002650
002660  01  WS-TARJETA-CONTROL.
002670      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
002680      05  CC-RERUN         PIC X(01)  VALUE SPACES.
002690
002700  01  WS-CTL-HOY.
002710      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
002720      05  FILLER       PIC X(01)  VALUE '-'.
002730      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
002740      05  FILLER       PIC X(01)  VALUE '-'.
002750      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
002760
002770  01  WS-CTL-FECHA-AREA.
002780      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
002790      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
002800      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
002810
002820  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
002830  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
002840      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
002850  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
002860*************************************.
002870  PROCEDURE DIVISION.
002880**************************************
002890*  CUERPO PRINCIPAL DEL PROGRAMA     *
002900**************************************
002910  MAIN-PROGRAM.
002920      PERFORM 1000-I-INICIO
002930         THRU 1000-F-INICIO
002940
002950      IF WS-CORRIDA-RECHAZADA
002960         GO TO F-MAIN-PROGRAM
002970      END-IF
002980
002990      PERFORM 3000-I-ABRIR-MENORES
003000         THRU 3000-F-ABRIR-MENORES
003010
003020      PERFORM 2000-I-PROCESO
003030         THRU 2000-F-PROCESO
003040         UNTIL FS-MENOR-EOF
003050
003060      PERFORM 9999-I-FINAL
003070         THRU 9999-F-FINAL
003080      .
003090  F-MAIN-PROGRAM. GOBACK.
003100**************************************
003110*  CUERPO INICIO APERTURA ARCHIVOS   *
003120**************************************
003130  1000-I-INICIO.
003140      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
003150
003160      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
003170
003180      IF WS-CORRIDA-RECHAZADA
003190         GO TO 1000-F-INICIO
003200      END-IF
003210
003220      PERFORM 1050-I-PARAMETROS THRU 1050-F-PARAMETROS
003230
003240      PERFORM 1400-I-FECHA-MAYORIA THRU 1400-F-FECHA-MAYORIA
003250
003260      OPEN OUTPUT SALIDA
003270
003280      IF NOT FS-SALIDA-OK
003290         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
003300         MOVE FS-SALIDA TO LK-ERR-CODIGO
003310         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003320         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
003330         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003340         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003350         SET WS-CORRIDA-RECHAZADA TO TRUE
003360         GO TO 1000-F-INICIO
003370      END-IF
003380
003390      IF WS-CORRIDA-REANUDADA
003400         OPEN EXTEND MAILS
003410      ELSE
003420         OPEN OUTPUT MAILS
003430      END-IF
003440
003450      IF NOT FS-MAIL-OK
003460         DISPLAY '* ERROR EN OPEN MAIL = ' FS-MAIL
003470         MOVE FS-MAIL TO LK-ERR-CODIGO
003480         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003490         MOVE 'OPEN MAIL' TO LK-ERR-RECURSO
003500         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003510         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003520         SET FS-MENOR-EOF TO TRUE
003530         GO TO 1000-F-INICIO
003540      END-IF
003550
003560      MOVE CC-FECHA-PROCESO TO IP-FECHA
003570
003580      PERFORM 9000-I-TITULO THRU 9000-F-TITULO
003590
003600      IF WS-CORRIDA-REANUDADA
003610         PERFORM 1300-I-AVISO-REANUDA THRU 1300-F-AVISO-REANUDA
003620      END-IF
003630      .
003640  1000-F-INICIO. EXIT.
003650**************************************
003660*  FECHA DE MAYORIA: MISMO DIA Y MES *
003670*  DE LA FECHA DE PROCESO, 18 ANIOS  *
003680*  ANTES. UN NACIDO UN 29/02 PASA EN *
003690*  LA CORRIDA DEL MES SIGUIENTE      *
003700**************************************
003710  1400-I-FECHA-MAYORIA.
003720      MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO-R
003730
003740      IF WS-PRO-AA NOT NUMERIC
003750         DISPLAY '* FECHA DE PROCESO INVALIDA: ' CC-FECHA-PROCESO
003760         MOVE CC-FECHA-PROCESO TO LK-ERR-CLAVE
003770         MOVE '1400-I-FECHA-MAYORIA' TO LK-ERR-PARRAFO
003780         MOVE 'TARJETA CONTROL' TO LK-ERR-RECURSO
003790         MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
003800         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003810         SET WS-CORRIDA-RECHAZADA TO TRUE
003820         GO TO 1400-F-FECHA-MAYORIA
003830      END-IF
003840
003850      COMPUTE WS-MAY-AA = WS-PRO-AA - CT-EDAD-MAYORIA
003860      MOVE WS-PRO-MM TO WS-MAY-MM
003870      MOVE WS-PRO-DD TO WS-MAY-DD
003880
003890      DISPLAY 'FECHA DE PROCESO       : ' CC-FECHA-PROCESO
003900      DISPLAY 'NACIDOS HASTA EL       : ' WS-FECHA-MAYORIA
003910      .
003920  1400-F-FECHA-MAYORIA. EXIT.
003930**************************************
003940*  CUERPO PRINCIPAL DE PROCESOS -    *
003950*  CORTE POR SUCURSAL                *
003960**************************************
003970  2000-I-PROCESO.
003980      IF WS-SUCURSAL NOT EQUAL WS-SUCURSAL-ANT
003990         IF WS-SUCURSAL-ANT NOT EQUAL SPACES
004000            PERFORM 5800-I-GRABAR-SUBTOTAL
004010               THRU 5800-F-GRABAR-SUBTOTAL
004020         END-IF
004030         MOVE WS-SUCURSAL TO WS-SUCURSAL-ANT
004040      END-IF
004050
004060      PERFORM 4000-I-CONVERTIR
004070         THRU 4000-F-CONVERTIR
004080
004090      IF FS-MENOR-EOF
004100         GO TO 2000-F-PROCESO
004110      END-IF
004120
004130      PERFORM 3100-I-LEER-MENOR
004140         THRU 3100-F-LEER-MENOR
004150      .
004160  2000-F-PROCESO. EXIT.
004170**************************************
004180*  ABRIR LOS MENORES A CONVERTIR     *
004190**************************************
004200  3000-I-ABRIR-MENORES.
004210      IF FS-MENOR-EOF
004220         GO TO 3000-F-ABRIR-MENORES
004230      END-IF
004240
004250      EXEC SQL
004260         OPEN MENOR_CURSOR
004270      END-EXEC
004280
004290      IF SQLCODE NOT EQUAL ZEROS
004300         MOVE SQLCODE TO FS-SQLCODE
004310         DISPLAY '* ERROR OPEN CURSOR MENORES = ' FS-SQLCODE
004320         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004330         MOVE '3000-I-ABRIR-MENORES' TO LK-ERR-PARRAFO
004340         MOVE 'OPEN CURSOR MENOR' TO LK-ERR-RECURSO
004350         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004360         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004370         SET FS-MENOR-EOF TO TRUE
004380         GO TO 3000-F-ABRIR-MENORES
004390      END-IF
004400
004410      SET FS-MENOR-OK TO TRUE
004420
004430      PERFORM 3100-I-LEER-MENOR
004440         THRU 3100-F-LEER-MENOR
004450      .
004460  3000-F-ABRIR-MENORES. EXIT.
004470**************************************
004480*       LEER MENOR A CONVERTIR       *
004490**************************************
004500  3100-I-LEER-MENOR.
004510      EXEC SQL
004520           FETCH MENOR_CURSOR
004530           INTO  :TUT-NRO-CLIENTE,
004540                 :TUT-NRO-CLIENTE-TUTOR,
004550                 :TIPO-DOCUMENTO,
004560                 :NRO-DOCUMENTO,
004570                 :NOMBRE-CLIENTE,
004580                 :APELLIDO-CLIENTE,
004590                 :CORREO-ELECTRONICO,
004600                 :FECCHA-NACIMIENTO,
004610                 :WS-SUCURSAL
004620      END-EXEC
004630
004640      EVALUATE SQLCODE
004650
004660      WHEN ZEROS
004670         MOVE TUT-NRO-CLIENTE TO WS-NRO-CLI-EDIT
004680         MOVE WS-NRO-CLI-EDIT TO LK-ERR-CLAVE
004690
004700      WHEN +100
004710         IF WS-SUCURSAL-ANT NOT EQUAL SPACES
004720            PERFORM 5800-I-GRABAR-SUBTOTAL
004730               THRU 5800-F-GRABAR-SUBTOTAL
004740         END-IF
004750         SET FS-MENOR-EOF TO TRUE
004760
004770      WHEN OTHER
004780         MOVE SQLCODE TO FS-SQLCODE
004790         DISPLAY '* ERROR LEER CURSOR MENORES = ' FS-SQLCODE
004800         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004810         MOVE '3100-I-LEER-MENOR' TO LK-ERR-PARRAFO
004820         MOVE 'LEER CURSOR MENOR' TO LK-ERR-RECURSO
004830         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004840         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004850         SET FS-MENOR-EOF TO TRUE
004860      END-EVALUATE
004870      .
004880  3100-F-LEER-MENOR. EXIT.
004890**************************************
004900*   COMMIT CADA N CONVERSIONES       *
004910**************************************
004920  3500-I-COMMIT-PERIODICO.
004930      ADD 1 TO CN-COMMIT-PEND
004940
004950      IF CN-COMMIT-PEND NOT LESS CT-COMMIT-CADA
004960         PERFORM 3550-I-PUNTO-CONTROL
004970            THRU 3550-F-PUNTO-CONTROL
004980         IF LK-CTL-ERROR
004990            GO TO 3500-F-COMMIT-PERIODICO
005000         END-IF
005010         EXEC SQL
005020            COMMIT
005030         END-EXEC
005040         MOVE ZEROS TO CN-COMMIT-PEND
005050      END-IF
005060      .
005070  3500-F-COMMIT-PERIODICO. EXIT.
005080**************************************
005090*  PUNTO DE CONTROL ANTES DE CADA    *
005100*  COMMIT: ULTIMA CLAVE, SUCURSAL EN *
005110*  CURSO Y TOTALES EN TBCONTROL      *
005120*  (RUTCTRL 'C')                     *
005130**************************************
005140  3550-I-PUNTO-CONTROL.
005150      MOVE WS-SUCURSAL-ANT  TO CKP-SUCURSAL-ANT
005160      MOVE CN-CONTADORES    TO CKP-CONTADORES
005170
005180      SET LK-CTL-CHECKPOINT TO TRUE
005190      MOVE WS-ULTIMA-CLAVE  TO LK-CTL-CLAVE
005200      MOVE WS-PUNTO-CONTROL TO LK-CTL-TOTALES
005210      MOVE CN-CONVERTIDOS   TO LK-CTL-CONTADOR
005220
005230      MOVE RETURN-CODE TO WS-RC-GUARDADO
005240      CALL 'RUTCTRL' USING LK-CTL-AREA
005250      MOVE WS-RC-GUARDADO TO RETURN-CODE
005260
005270      IF LK-CTL-ERROR
005280         DISPLAY '* ERROR AL GRABAR EL PUNTO DE CONTROL'
005290         MOVE LK-CTL-SALIDA TO LK-ERR-CODIGO
005300         MOVE '3550-I-PUNTO-CONTROL' TO LK-ERR-PARRAFO
005310         MOVE 'PUNTO DE CONTROL' TO LK-ERR-RECURSO
005320         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005330         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005340         SET FS-MENOR-EOF TO TRUE
005350      END-IF
005360      .
005370  3550-F-PUNTO-CONTROL. EXIT.
005380**************************************
005390*  CONVERTIR UN MENOR QUE CUMPLIO LA *
005400*  MAYORIA: SIN TUTOR EN SUS         *
005410*  CUENTAS, VINCULO CERRADO,         *
005420*  AUDITORIA, MAIL Y LISTADO         *
005430**************************************
005440  4000-I-CONVERTIR.
005450      PERFORM 4100-I-QUITAR-TUTOR
005460         THRU 4100-F-QUITAR-TUTOR
005470
005480      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
005490         GO TO 4000-F-CONVERTIR
005500      END-IF
005510
005520      PERFORM 4200-I-CERRAR-VINCULO
005530         THRU 4200-F-CERRAR-VINCULO
005540
005550      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
005560         GO TO 4000-F-CONVERTIR
005570      END-IF
005580
005590      PERFORM 7000-I-AUDITAR
005600         THRU 7000-F-AUDITAR
005610
005620      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
005630         GO TO 4000-F-CONVERTIR
005640      END-IF
005650
005660      ADD 1 TO CN-CONVERTIDOS
005670      ADD 1 TO CN-SUBTOTAL-SUC
005680
005690      PERFORM 5000-I-GRABAR-MAIL
005700         THRU 5000-F-GRABAR-MAIL
005710
005720      PERFORM 5500-I-GRABAR-DETALLE
005730         THRU 5500-F-GRABAR-DETALLE
005740
005750      MOVE WS-SUCURSAL     TO WS-ULTIMA-CLAVE
005760      MOVE WS-NRO-CLI-EDIT TO WS-ULTIMA-CLAVE (5:5)
005770
005780      PERFORM 3500-I-COMMIT-PERIODICO
005790         THRU 3500-F-COMMIT-PERIODICO
005800      .
005810  4000-F-CONVERTIR. EXIT.
005820**************************************
005830*  QUITAR EL TUTOR LEGAL (ROL 'L')   *
005840*  DE LA TITULARIDAD DE LAS CUENTAS  *
005850*  DEL CLIENTE: DESDE AHI OPERA SIN  *
005860*  MENSUAL NI AUTORIZACION           *
005870**************************************
005880  4100-I-QUITAR-TUTOR.
005890      MOVE ZEROS TO WS-CANT-FILAS
005900
005910      EXEC SQL
005920         DELETE FROM ITPFBIO.TBTITULAR
005930          WHERE ROL         EQUAL 'L'
005940            AND NRO_CLIENTE EQUAL :TUT-NRO-CLIENTE-TUTOR
005950            AND NRO_CUENTA  IN
005960               (SELECT C.NRO_CUENTA
005970                  FROM ITPFBIO.TBCUENTAS C
005980                 WHERE C.NRO_CLIENTE EQUAL :TUT-NRO-CLIENTE)
005990      END-EXEC
006000
006010      EVALUATE SQLCODE
006020
006030      WHEN ZEROS
006040         MOVE SQLERRD (3) TO WS-CANT-FILAS
006050         ADD WS-CANT-FILAS TO CN-TITULARIDADES
006060
006070      WHEN +100
006080         CONTINUE
006090
006100      WHEN OTHER
006110         MOVE SQLCODE TO FS-SQLCODE
006120         DISPLAY '* ERROR BORRAR TUTOR TBTITULAR = ' FS-SQLCODE
006130         MOVE FS-SQLCODE TO LK-ERR-CODIGO
006140         MOVE '4100-I-QUITAR-TUTOR' TO LK-ERR-PARRAFO
006150         MOVE 'DELETE TBTITULAR' TO LK-ERR-RECURSO
006160         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006170         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006180         SET FS-MENOR-EOF TO TRUE
006190      END-EVALUATE
006200      .
006210  4100-F-QUITAR-TUTOR. EXIT.
006220**************************************
006230*  CERRAR EL VINCULO CON EL TUTOR    *
006240*  (ESTADO 'M' MAYORIA CUMPLIDA)     *
006250**************************************
006260  4200-I-CERRAR-VINCULO.
006270      MOVE 'M'              TO TUT-ESTADO
006280      MOVE CC-FECHA-PROCESO TO TUT-FECHA-CESE
006290      MOVE 'PGMMAY33'       TO TUT-USUARIO
006300
006310      EXEC SQL
006320         UPDATE ITPFBIO.TBTUTORES
006330            SET ESTADO     = :TUT-ESTADO,
006340                FECHA_CESE = :TUT-FECHA-CESE,
006350                USUARIO    = :TUT-USUARIO
006360          WHERE NRO_CLIENTE EQUAL :TUT-NRO-CLIENTE
006370            AND ESTADO      EQUAL 'A'
006380      END-EXEC
006390
006400      IF SQLCODE NOT EQUAL ZEROS
006410         MOVE SQLCODE TO FS-SQLCODE
006420         DISPLAY '* ERROR ACTUALIZAR TBTUTORES = ' FS-SQLCODE
006430         MOVE FS-SQLCODE TO LK-ERR-CODIGO
006440         MOVE '4200-I-CERRAR-VINCULO' TO LK-ERR-PARRAFO
006450         MOVE 'UPDATE TBTUTORES' TO LK-ERR-RECURSO
006460         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006470         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006480         SET FS-MENOR-EOF TO TRUE
006490      END-IF
006500      .
006510  4200-F-CERRAR-VINCULO. EXIT.
006520**************************************
006530*  AVISO AL CLIENTE: EVENTO          *
006540*  'MAYORIA' EN EL FORMATO DE LA     *
006550*  COLA MAIL. SIN CORREO EN TBCLIENT *
006560*  IGUAL SE GRABA: PGMMAI33 LO DEJA  *
006570*  EN SU INFORME DE RECHAZOS PARA LA *
006580*  SUCURSAL                          *
006590**************************************
006600  5000-I-GRABAR-MAIL.
006610      MOVE TIPO-DOCUMENTO     TO MAIL-TIPO-DOC
006620      MOVE NRO-DOCUMENTO      TO MAIL-NRO-DOC
006630      MOVE CORREO-ELECTRONICO TO MAIL-EMAIL
006640      MOVE 'MAYORIA'          TO MAIL-EVENTO
006650      MOVE CC-FECHA-PROCESO   TO MAIL-FECHA
006660
006670      IF CORREO-ELECTRONICO EQUAL SPACES
006680         ADD 1 TO CN-SIN-CORREO
006690      END-IF
006700
006710      WRITE REG-MAIL FROM WS-MAIL-REC
006720
006730      IF FS-MAIL-OK
006740         ADD 1 TO CN-MAILS
006750      ELSE
006760         DISPLAY '* ERROR EN GRABAR MAIL = ' FS-MAIL
006770         MOVE FS-MAIL TO LK-ERR-CODIGO
006780         MOVE '5000-I-GRABAR-MAIL' TO LK-ERR-PARRAFO
006790         MOVE 'GRABAR MAIL' TO LK-ERR-RECURSO
006800         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006810         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006820         SET FS-MENOR-EOF TO TRUE
006830      END-IF
006840      .
006850  5000-F-GRABAR-MAIL. EXIT.
006860**************************************
006870*           GRABAR DETALLE           *
006880**************************************
006890  5500-I-GRABAR-DETALLE.
006900      IF CN-CUENTA-LINEA GREATER 60
006910         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
006920      END-IF
006930
006940      MOVE WS-SUCURSAL           TO WS-DET-SUCURSAL
006950      MOVE WS-NRO-CLI-EDIT       TO WS-DET-CLIENTE
006960      MOVE TIPO-DOCUMENTO        TO WS-DET-TIPO-DOC
006970      MOVE NRO-DOCUMENTO         TO WS-DET-NRO-DOC
006980      MOVE SPACES                TO WS-DET-NOMBRE
006990      STRING APELLIDO-CLIENTE DELIMITED BY '  '
007000             ' '              DELIMITED BY SIZE
007010             NOMBRE-CLIENTE   DELIMITED BY '  '
007020             INTO WS-DET-NOMBRE
007030      MOVE FECCHA-NACIMIENTO     TO WS-DET-NACIM
007040      MOVE TUT-NRO-CLIENTE-TUTOR TO WS-NRO-TUT-EDIT
007050      MOVE WS-NRO-TUT-EDIT       TO WS-DET-TUTOR
007060      MOVE WS-CANT-FILAS         TO WS-DET-CUENTAS
007070
007080      IF CORREO-ELECTRONICO EQUAL SPACES
007090         MOVE 'SIN CORREO'       TO WS-DET-AVISO
007100      ELSE
007110         MOVE SPACES             TO WS-DET-AVISO
007120      END-IF
007130
007140      WRITE REG-SALIDA FROM WS-REG-DETALLE
007150
007160      IF NOT FS-SALIDA-OK
007170         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
007180         MOVE FS-SALIDA TO LK-ERR-CODIGO
007190         MOVE '5500-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
007200         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
007210         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007220         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007230         SET  FS-MENOR-EOF TO TRUE
007240      ELSE
007250         ADD 1 TO CN-CUENTA-LINEA
007260      END-IF
007270      .
007280  5500-F-GRABAR-DETALLE. EXIT.
007290**************************************
007300*           GRABAR SUBTOTAL          *
007310**************************************
007320  5800-I-GRABAR-SUBTOTAL.
007330      MOVE WS-SUCURSAL-ANT TO WS-SUB-SUCURSAL
007340      MOVE CN-SUBTOTAL-SUC TO WS-SUB-CANT
007350
007360      MOVE WS-SUCURSAL-ANT TO SUC-SUCURSAL
007370
007380      PERFORM 5850-I-NOMBRE-SUCURSAL
007390         THRU 5850-F-NOMBRE-SUCURSAL
007400
007410      WRITE REG-SALIDA FROM WS-REG-SUBTOTAL AFTER 2
007420
007430      IF NOT FS-SALIDA-OK
007440         DISPLAY '* ERROR EN GRABAR SUBTOTAL = ' FS-SALIDA
007450         MOVE FS-SALIDA TO LK-ERR-CODIGO
007460         MOVE '5800-I-GRABAR-SUBTOTAL' TO LK-ERR-PARRAFO
007470         MOVE 'GRABAR SUBTOTAL' TO LK-ERR-RECURSO
007480         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007490         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007500         SET  FS-MENOR-EOF TO TRUE
007510      ELSE
007520         ADD 2 TO CN-CUENTA-LINEA
007530      END-IF
007540
007550      MOVE ZEROS TO CN-SUBTOTAL-SUC
007560      .
007570  5800-F-GRABAR-SUBTOTAL. EXIT.
007580**************************************
007590*  NOMBRE DE LA SUCURSAL EN EL      *
007600*  MAESTRO TBSUCURS (SIN FILA SE    *
007610*  IMPRIME SOLO EL CODIGO)          *
007620**************************************
007630  5850-I-NOMBRE-SUCURSAL.
007640      MOVE SPACES TO WS-SUB-NOMBRE
007650
007660      EXEC SQL
007670         SELECT NOMBRE
007680           INTO :SUC-NOMBRE
007690           FROM ITPFBIO.TBSUCURS
007700          WHERE SUCURSAL EQUAL :SUC-SUCURSAL
007710      END-EXEC
007720
007730      IF SQLCODE EQUAL ZEROS
007740         MOVE SUC-NOMBRE TO WS-SUB-NOMBRE
007750      END-IF
007760      .
007770  5850-F-NOMBRE-SUCURSAL. EXIT.
007780**************************************
007790*  PISTA DE AUDITORIA: CADA          *
007800*  CONVERSION SE INSERTA EN TBAUDIT  *
007810*  CON EL TUTOR QUE DEJA DE SERLO    *
007820**************************************
007830  7000-I-AUDITAR.
007840      MOVE CC-FECHA-PROCESO TO AUT-FECHA
007850      ACCEPT AUT-HORA       FROM TIME
007860      MOVE 'PGMMAY33'       TO AUT-USERID
007870      MOVE 'BTCH'           TO AUT-TERMID
007880      MOVE 'MAYO'           TO AUT-TRANSACCION
007890      MOVE TIPO-DOCUMENTO   TO AUT-TIPO-DOC
007900      MOVE NRO-DOCUMENTO    TO AUT-NRO-DOC
007910      MOVE 'TUTOR LEGAL'    TO AUT-CAMPO
007920      MOVE TUT-NRO-CLIENTE-TUTOR TO WS-NRO-TUT-EDIT
007930      MOVE SPACES           TO AUT-VALOR-ANTES
007940      STRING 'TUTOR ' WS-NRO-TUT-EDIT
007950             DELIMITED BY SIZE INTO AUT-VALOR-ANTES
007960      MOVE 'MAYORIA DE EDAD - SIN TUTOR' TO AUT-VALOR-DESPUES
007970
007980      EXEC SQL
007990         INSERT INTO ITPFBIO.TBAUDIT
008000               (FECHA, HORA, USERID, TERMID, TRANSACCION,
008010                TIPO_DOC, NRO_DOC, CAMPO, VALOR_ANTES,
008020                VALOR_DESPUES)
008030         VALUES
008040               (:AUT-FECHA, :AUT-HORA, :AUT-USERID,
008050                :AUT-TERMID, :AUT-TRANSACCION, :AUT-TIPO-DOC,
008060                :AUT-NRO-DOC, :AUT-CAMPO, :AUT-VALOR-ANTES,
008070                :AUT-VALOR-DESPUES)
008080      END-EXEC
008090
008100      IF SQLCODE NOT EQUAL ZEROS
008110         MOVE SQLCODE TO FS-SQLCODE
008120         DISPLAY '* ERROR INSERT TBAUDIT = ' FS-SQLCODE
008130         MOVE FS-SQLCODE TO LK-ERR-CODIGO
008140         MOVE '7000-I-AUDITAR' TO LK-ERR-PARRAFO
008150         MOVE 'INSERT TBAUDIT' TO LK-ERR-RECURSO
008160         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008170         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008180         SET FS-MENOR-EOF TO TRUE
008190      END-IF
008200      .
008210  7000-F-AUDITAR. EXIT.
008220**************************************
008230*           GRABAR TITULO            *
008240**************************************
008250  9000-I-TITULO.
008260      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
008270
008280      IF NOT FS-SALIDA-OK
008290         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
008300         MOVE FS-SALIDA TO LK-ERR-CODIGO
008310         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
008320         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
008330         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008340         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008350         SET FS-MENOR-EOF TO TRUE
008360         GO TO 9000-F-TITULO
008370      END-IF
008380
008390      WRITE REG-SALIDA FROM IP-ENCABEZADO AFTER 2
008400
008410      MOVE 3 TO CN-CUENTA-LINEA
008420      .
008430  9000-F-TITULO. EXIT.
008440**************************************
008450*  RESUMEN DE LA CORRIDA             *
008460**************************************
008470  9600-I-RESUMEN.
008480      MOVE 'CLIENTES CONVERTIDOS A MAYOR DE EDAD:'
008490        TO WS-AVI-TEXTO
008500      MOVE CN-CONVERTIDOS TO WS-AVI-CANT
008510      WRITE REG-SALIDA FROM WS-REG-AVISO AFTER 3
008520
008530      MOVE 'TITULARIDADES DE TUTOR QUITADAS:'
008540        TO WS-AVI-TEXTO
008550      MOVE CN-TITULARIDADES TO WS-AVI-CANT
008560      WRITE REG-SALIDA FROM WS-REG-AVISO
008570
008580      MOVE 'AVISOS GRABADOS PARA LA COLA MAIL:'
008590        TO WS-AVI-TEXTO
008600      MOVE CN-MAILS TO WS-AVI-CANT
008610      WRITE REG-SALIDA FROM WS-REG-AVISO
008620
008630      MOVE 'CLIENTES SIN CORREO ELECTRONICO (AVISO EN SUCURSAL):'
008640        TO WS-AVI-TEXTO
008650      MOVE CN-SIN-CORREO TO WS-AVI-CANT
008660      WRITE REG-SALIDA FROM WS-REG-AVISO
008670
008680      IF NOT FS-SALIDA-OK
008690         DISPLAY '* ERROR EN GRABAR RESUMEN = ' FS-SALIDA
008700         MOVE FS-SALIDA TO LK-ERR-CODIGO
008710         MOVE '9600-I-RESUMEN' TO LK-ERR-PARRAFO
008720         MOVE 'GRABAR RESUMEN' TO LK-ERR-RECURSO
008730         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008740         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008750      END-IF
008760      .
008770  9600-F-RESUMEN. EXIT.
008780**************************************
008790*  CUERPO FINAL - RESUMEN,           *
008800*  CONFIRMACION Y CIERRE. ANTE UN    *
008810*  ERROR DE ENTORNO SE VUELVE AL     *
008820*  ULTIMO PUNTO DE CONTROL           *
008830**************************************
008840  9999-I-FINAL.
008850      EXEC SQL
008860         CLOSE MENOR_CURSOR
008870      END-EXEC
008880
008890      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
008900         PERFORM 9600-I-RESUMEN
008910            THRU 9600-F-RESUMEN
008920      END-IF
008930
008940      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
008950         AND WS-ULTIMA-CLAVE NOT EQUAL SPACES
008960         PERFORM 3550-I-PUNTO-CONTROL
008970            THRU 3550-F-PUNTO-CONTROL
008980      END-IF
008990
009000      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
009010         EXEC SQL
009020            ROLLBACK
009030         END-EXEC
009040      ELSE
009050         EXEC SQL
009060            COMMIT
009070         END-EXEC
009080      END-IF
009090
009100      CLOSE MAILS
009110      IF NOT FS-MAIL-OK
009120         DISPLAY '* ERROR EN CLOSE MAIL =  ' FS-MAIL
009130         MOVE FS-MAIL TO LK-ERR-CODIGO
009140         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
009150         MOVE 'CLOSE MAIL' TO LK-ERR-RECURSO
009160         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009170         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009180      END-IF
009190
009200      CLOSE SALIDA
009210      IF NOT FS-SALIDA-OK
009220         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
009230         MOVE FS-SALIDA TO LK-ERR-CODIGO
009240         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
009250         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
009260         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009270         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009280      END-IF
009290
009300      IF RETURN-CODE EQUAL ZEROS
009310         AND CN-CONVERTIDOS EQUAL ZEROS
009320         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
009330      END-IF
009340
009350      DISPLAY 'CLIENTES CONVERTIDOS   : ' CN-CONVERTIDOS
009360      DISPLAY 'TITULARIDADES QUITADAS : ' CN-TITULARIDADES
009370      DISPLAY 'AVISOS DE MAIL         : ' CN-MAILS
009380      DISPLAY 'CLIENTES SIN CORREO    : ' CN-SIN-CORREO
009390
009400      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
009410      .
009420  9999-F-FINAL. EXIT.
009430**************************************
009440*  REGISTRO DE INICIO EN TBCONTROL   *
009450*  (RUTCTRL) - SI LA FECHA YA        *
009460*  TERMINO Y NO HAY RELANZAMIENTO    *
009470*  LA CORRIDA NO ARRANCA             *
009480**************************************
009490  1100-I-CONTROL-INICIO.
009500      IF CC-FECHA-PROCESO EQUAL SPACES
009510         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
009520         MOVE CTL-AREA-AA TO CTL-HOY-AA
009530         MOVE CTL-AREA-MM TO CTL-HOY-MM
009540         MOVE CTL-AREA-DD TO CTL-HOY-DD
009550         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
009560      END-IF
009570
009580      SET LK-CTL-INICIO TO TRUE
009590      MOVE 'PGMMAY33' TO LK-CTL-PROGRAMA
009600      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
009610      MOVE CC-RERUN TO LK-CTL-RERUN
009620      MOVE ZEROS TO LK-CTL-CONTADOR
009630
009640      MOVE RETURN-CODE TO WS-RC-GUARDADO
009650      CALL 'RUTCTRL' USING LK-CTL-AREA
009660      MOVE WS-RC-GUARDADO TO RETURN-CODE
009670
009680      IF LK-CTL-YA-CORRIO
009690         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
009700                 CC-FECHA-PROCESO
009710         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
009720         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
009730         SET WS-CORRIDA-RECHAZADA TO TRUE
009740      END-IF
009750
009760      IF LK-CTL-ERROR
009770         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009780         SET WS-CORRIDA-RECHAZADA TO TRUE
009790      END-IF
009800
009810      IF LK-CTL-REANUDADA
009820         PERFORM 1150-I-REANUDAR THRU 1150-F-REANUDAR
009830      END-IF
009840      .
009850  1100-F-CONTROL-INICIO. EXIT.
009860**************************************
009870*  CORRIDA REANUDADA: RETOMAR LA     *
009880*  SUCURSAL EN CURSO Y LOS TOTALES   *
009890*  DEL ULTIMO PUNTO DE CONTROL       *
009900**************************************
009910  1150-I-REANUDAR.
009920      SET WS-CORRIDA-REANUDADA TO TRUE
009930      MOVE LK-CTL-CLAVE     TO WS-ULTIMA-CLAVE
009940      MOVE LK-CTL-TOTALES   TO WS-PUNTO-CONTROL
009950      MOVE CKP-CONTADORES   TO CN-CONTADORES
009960      MOVE CKP-SUCURSAL-ANT TO WS-SUCURSAL-ANT
009970
009980      DISPLAY '* CORRIDA REANUDADA A CONTINUACION DE '
009990              LK-CTL-CLAVE
010000      .
010010  1150-F-REANUDAR. EXIT.
010020**************************************
010030*  AVISO EN EL LISTADO DE QUE LA     *
010040*  CORRIDA FUE REANUDADA             *
010050**************************************
010060  1300-I-AVISO-REANUDA.
010070      MOVE WS-ULTIMA-CLAVE TO WS-AVI-CLAVE
010080
010090      WRITE REG-SALIDA FROM WS-REG-REANUDA AFTER 2
010100
010110      IF NOT FS-SALIDA-OK
010120         DISPLAY '* ERROR EN IMPRIMIR REANUDACION = ' FS-SALIDA
010130         MOVE FS-SALIDA TO LK-ERR-CODIGO
010140         MOVE '1300-I-AVISO-REANUDA' TO LK-ERR-PARRAFO
010150         MOVE 'IMPRIMIR REANUDA' TO LK-ERR-RECURSO
010160         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010170         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010180         SET FS-MENOR-EOF TO TRUE
010190      END-IF
010200
010210      ADD 2 TO CN-CUENTA-LINEA
010220      .
010230  1300-F-AVISO-REANUDA. EXIT.
010240**************************************
010250*  PARAMETROS DE CORRIDA (RUTPARM) - *
010260*  SIN FILA EN TBPARAMS RIGE EL      *
010270*  DEFECTO COMPILADO                 *
010280**************************************
010290  1050-I-PARAMETROS.
010300      MOVE 'PGMMAY33'    TO LK-PAR-PROGRAMA
010310      MOVE 'COMMIT-CADA' TO LK-PAR-PARAMETRO
010320      MOVE CT-COMMIT-CADA TO LK-PAR-DEFECTO
010330
010340      CALL 'RUTPARM' USING LK-PAR-AREA
010350
010360      MOVE LK-PAR-VALOR TO CT-COMMIT-CADA
010370      .
010380  1050-F-PARAMETROS. EXIT.
010390**************************************
010400*  REGISTRO DE FIN EXITOSO EN        *
010410*  TBCONTROL CON EL CONTADOR DE      *
010420*  CLIENTES CONVERTIDOS              *
010430**************************************
010440  1200-I-CONTROL-FIN.
010450      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
010460         GO TO 1200-F-CONTROL-FIN
010470      END-IF
010480
010490      SET LK-CTL-FIN TO TRUE
010500      MOVE CN-CONVERTIDOS TO LK-CTL-CONTADOR
010510
010520      MOVE RETURN-CODE TO WS-RC-GUARDADO
010530      CALL 'RUTCTRL' USING LK-CTL-AREA
010540      MOVE WS-RC-GUARDADO TO RETURN-CODE
010550      .
010560  1200-F-CONTROL-FIN. EXIT.
010570*************************************
010580*  GRABAR EL ERROR ESTRUCTURADO EN  *
010590*  EL LOG COMUN (RUTERROR)          *
010600*************************************
010610  9900-I-ERROR.
010620      MOVE 'PGMMAY33' TO LK-ERR-PROGRAMA
010630
010640      MOVE RETURN-CODE TO WS-RC-GUARDADO
010650
010660      CALL 'RUTERROR' USING LK-ERR-AREA
010670
010680      MOVE WS-RC-GUARDADO TO RETURN-CODE
010690
010700      MOVE SPACES TO LK-ERR-RECURSO
010710
010720      MOVE SPACES TO LK-ERR-CODIGO
010730      .
010740  9900-F-ERROR. EXIT.
