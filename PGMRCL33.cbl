000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMRCL33.
000030**********************************************************
000040*                                                        *
000050**********************************************************
000060*     MANTENIMIENTO DE PROGRAMA                         *
000070**********************************************************
000080* FECHA   *    DETALLE        * COD *
000090**************************************
000100*         *                   *     *
000110* 15/10/26* TRANSACCION CICS DE RECLAMOS DE CLIENTES:    *
000120*         * ALTA CON PLAZO DE RESPUESTA EN DIAS       * JCR *
000130*         * HABILES, ANALISIS, RESOLUCION Y DEVOLUCION   *
000140*         * POR EL CIRCUITO DE APROBACION DEL REVERSO    *
000150**************************************
000160  ENVIRONMENT DIVISION.
000170  CONFIGURATION SECTION.
000180  SPECIAL-NAMES.
000190      DECIMAL-POINT IS COMMA.
000200
000210  DATA DIVISION.
000220  WORKING-STORAGE SECTION.
000230  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000240
000250      COPY MAPSETA.
000260
000270      COPY AUDITREG.
000280
000290*************************************
000300*         FECHA DE PROCESO         *
000310*************************************
000320  01  WS-AREA.
000330      05  WS-AREA-AA       PIC 9(04)         VALUE ZEROS.
000340      05  WS-AREA-MM       PIC 9(02)         VALUE ZEROS.
000350      05  WS-AREA-DD       PIC 9(02)         VALUE ZEROS.
000360
000370  01  WS-FECHA-HOY.
000380      05  WS-HOY-AA        PIC 9(04)         VALUE ZEROS.
000390      05  WS-SEP1          PIC X(01)         VALUE '-'.
000400      05  WS-HOY-MM        PIC 9(02)         VALUE ZEROS.
000410      05  WS-SEP2          PIC X(01)         VALUE '-'.
000420      05  WS-HOY-DD        PIC 9(02)         VALUE ZEROS.
000430*************************************
000440*      LLAMADA A RUTFECHA          *
000450*************************************
000460      COPY LKFECHA.
000470*************************************
000480*  PLAZO DE RESPUESTA EN DIAS       *
000490*  HABILES (TBPARAMS PGMRCL33 /     *
000500*  DIAS-RESPUESTA, 10 POR DEFECTO)  *
000510*************************************
000520  77  CT-DIAS-DEFECTO      PIC 9(03)       VALUE 10.
000530  01  WS-DIAS-RESPUESTA    PIC 9(03)       VALUE ZEROS.
000540  01  WS-DIAS-CONTADOS     PIC 9(03)       VALUE ZEROS.
000550  01  WS-FECHA-LIMITE      PIC X(10)       VALUE SPACES.
000560*************************************
000570*      AREA DE TRABAJO RECLAMOS    *
000580*************************************
000590  01  WS-NRO-EDIT          PIC 9(09)       VALUE ZEROS.
000600  01  WS-NRO-MAPA          PIC 9(09)       VALUE ZEROS.
000610  01  WS-DOC-EDIT          PIC 9(11)       VALUE ZEROS.
000620  01  WS-CANT-LINEAS       PIC 9(02)       VALUE ZEROS.
000630  01  WS-CANT-RECLAMOS     PIC 9(03)       VALUE ZEROS.
000640  01  WS-CANT-EDIT         PIC ZZ9         VALUE ZEROS.
000650  01  WS-CANT-CUENTA       PIC S9(04) COMP VALUE ZEROS.
000660  01  WS-CANT-PEND         PIC S9(04) COMP VALUE ZEROS.
000670  01  WS-ESTADO-ANTES      PIC X(01)       VALUE SPACES.
000680  01  WS-ESTADO-DESC       PIC X(30)       VALUE SPACES.
000690  01  WS-CUENTA-MOV        PIC X(15)       VALUE SPACES.
000700
000710  01  WS-REC-FIN           PIC X(01)       VALUE 'N'.
000720      88 WS-REC-CURSOR-FIN                 VALUE 'S'.
000730      88 WS-REC-CURSOR-OK                  VALUE 'N'.
000740*************************************
000750*  RESOLUCION PEDIDA (PF3 A FAVOR / *
000760*  PF6 DESFAVORABLE)                *
000770*************************************
000780  01  WS-ACCION            PIC X(01)       VALUE SPACES.
000790      88 WS-ACC-FAVOR                      VALUE 'F'.
000800      88 WS-ACC-DESFAVOR                   VALUE 'N'.
000810*************************************
000820*  PERFIL DEL OPERADOR (TBUSUARIOS) *
000830*************************************
000840  01  WS-ROL-OPERADOR      PIC X(01)       VALUE SPACES.
000850      88 WS-ROL-SUPERVISOR                 VALUE 'S'.
000860*************************************
000870*  MOVIMIENTO A DEVOLVER (REVERSO   *
000880*  POR EL CIRCUITO DE PGMREV33)     *
000890*************************************
000900  01  WS-ORIGINAL.
000910      05  WS-ORI-FECHA     PIC X(10)       VALUE SPACES.
000920      05  WS-ORI-HORA      PIC X(08)       VALUE SPACES.
000930      05  WS-ORI-TIPO      PIC X(02)       VALUE SPACES.
000940      05  WS-ORI-ESTADO    PIC X(01)       VALUE SPACES.
000950*************************************
000960*  DATOS DE LA SOLICITUD DE REVERSO *
000970*  (MISMO FORMATO QUE GRABA Y LEE   *
000980*  PGMREV33 EN TBAPROBACIONES)      *
000990*************************************
001000  01  WS-SOLICITUD.
001010      05  WS-SOL-CUENTA    PIC X(15)       VALUE SPACES.
001020      05  FILLER           PIC X(01)       VALUE SPACES.
001030      05  WS-SOL-FECHA     PIC X(10)       VALUE SPACES.
001040      05  FILLER           PIC X(01)       VALUE SPACES.
001050      05  WS-SOL-HORA      PIC X(08)       VALUE SPACES.
001060      05  FILLER           PIC X(65)       VALUE SPACES.
001070  01  WS-SOL-NRO           PIC 9(09)       VALUE ZEROS.
001080*************************************
001090*   LINEA DE RECLAMO DEL CLIENTE    *
001100*************************************
001110  01  WS-LINEA-REC.
001120      05  WS-LR-NRO        PIC 9(09).
001130      05  FILLER           PIC X(01)       VALUE SPACES.
001140      05  WS-LR-CATEGORIA  PIC X(02).
001150      05  FILLER           PIC X(01)       VALUE SPACES.
001160      05  WS-LR-ESTADO     PIC X(10).
001170      05  FILLER           PIC X(01)       VALUE SPACES.
001180      05  WS-LR-ALTA       PIC X(10).
001190      05  FILLER           PIC X(01)       VALUE SPACES.
001200      05  WS-LR-VENCE      PIC X(10).
001210      05  FILLER           PIC X(01)       VALUE SPACES.
001220      05  WS-LR-DETALLE    PIC X(30).
001230*************************************
001240*   COMMAREA HACIA EL MENU (MSG)   *
001250*************************************
001260  01  WS-CA-MENU-AREA.
001270      05 CA-MSG            PIC X(72)       VALUE SPACES.
001280
001290  01  WS-CA-ESTADO         PIC X(01)       VALUE SPACES.
001300      88 WS-CA-1RA-VEZ                     VALUE SPACES.
001310      88 WS-CA-PROCESANDO                  VALUE 'P'.
001320*************************************
001330*             SQL                  *
001340*************************************
001350       EXEC SQL
001360         INCLUDE SQLCA
001370       END-EXEC.
001380
001390       EXEC SQL
001400         INCLUDE TBCLIENT
001410       END-EXEC.
001420
001430       EXEC SQL
001440         INCLUDE TBMOVIM
001450       END-EXEC.
001460
001470       EXEC SQL
001480         INCLUDE TBRECLAM
001490       END-EXEC.
001500
001510       EXEC SQL
001520         INCLUDE TBAPROBA
001530       END-EXEC.
001540
001550       EXEC SQL
001560         INCLUDE TBPARAMS
001570       END-EXEC.
001580
001590       EXEC SQL
001600         INCLUDE TBUSUARIO
001610       END-EXEC.
001620
001630*************************************
001640* RECLAMOS DEL CLIENTE PARA MOSTRAR*
001650* (LOS MAS RECIENTES PRIMERO)      *
001660*************************************
001670       EXEC SQL
001680         DECLARE RECL_CURSOR CURSOR FOR
001690          SELECT NRO_RECLAMO, CATEGORIA, ESTADO, FECHA_ALTA,
001700                 FECHA_LIMITE, DETALLE
001710            FROM ITPFBIO.TBRECLAMOS
001720           WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
001730           ORDER BY FECHA_ALTA DESC, NRO_RECLAMO DESC
001740       END-EXEC.
001750
001760  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
001770*************************************.
001780  LINKAGE SECTION.
001790  01  DFHCOMMAREA           PIC X(01).
001800**************************************
001810  PROCEDURE DIVISION.
001820**************************************
001830*  CUERPO PRINCIPAL DEL PROGRAMA     *
001840**************************************
001850  MAIN-PROGRAM.
001860
001870      IF EIBCALEN EQUAL ZERO
001880         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
001890      ELSE
001900         MOVE DFHCOMMAREA TO WS-CA-ESTADO
001910         EVALUATE TRUE
001920            WHEN EIBAID EQUAL DFHPF1
001930               PERFORM 3000-I-ALTA        THRU 3000-F-ALTA
001940            WHEN EIBAID EQUAL DFHPF2
001950               PERFORM 4000-I-ANALISIS    THRU 4000-F-ANALISIS
001960            WHEN EIBAID EQUAL DFHPF3
001970               SET WS-ACC-FAVOR TO TRUE
001980               PERFORM 4500-I-RESOLVER    THRU 4500-F-RESOLVER
001990            WHEN EIBAID EQUAL DFHPF4
002000               PERFORM 5000-I-DEVOLUCION  THRU 5000-F-DEVOLUCION
002010            WHEN EIBAID EQUAL DFHPF5
002020               PERFORM 3700-I-CONSULTAR   THRU 3700-F-CONSULTAR
002030            WHEN EIBAID EQUAL DFHPF6
002040               SET WS-ACC-DESFAVOR TO TRUE
002050               PERFORM 4500-I-RESOLVER    THRU 4500-F-RESOLVER
002060            WHEN EIBAID EQUAL DFHPF12
002070               PERFORM 3500-I-A-SALIR     THRU 3500-F-A-SALIR
002080            WHEN OTHER
002090               PERFORM 2000-I-INICIAL     THRU 2000-F-INICIAL
002100         END-EVALUATE
002110      END-IF.
002120
002130  F-MAIN-PROGRAM. EXIT.
002140**************************************
002150*      PRIMER ENVIO DE PANTALLA      *
002160**************************************
002170  2000-I-INICIAL.
002180      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002190
002200      MOVE WS-FECHA-HOY  TO RCFECHAO.
002210      MOVE SPACES        TO RCMSGO.
002220
002230      EXEC CICS SEND MAP('RECL0233') MAPSET('MAPSETA')
002240                FROM(RECL0233O) ERASE
002250      END-EXEC.
002260
002270      MOVE 'P' TO WS-CA-ESTADO.
002280
002290      EXEC CICS RETURN TRANSID('RCL1')
002300                COMMAREA(WS-CA-ESTADO) LENGTH(1)
002310      END-EXEC.
002320
002330  2000-F-INICIAL. EXIT.
002340**************************************
002350*  RECIBIR EL MAPA (CAMINO COMUN)    *
002360**************************************
002370  2100-I-RECIBIR.
002380      EXEC CICS RECEIVE MAP('RECL0233') MAPSET('MAPSETA')
002390                INTO(RECL0233I)
002400      END-EXEC.
002410
002420      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002430
002440      MOVE SPACES TO CA-MSG.
002450
002460  2100-F-RECIBIR. EXIT.
002470**************************************
002480*  REGISTRAR UN RECLAMO (PF1): EL    *
002490*  CLIENTE, LA CATEGORIA Y EL        *
002500*  DETALLE SON OBLIGATORIOS; LA      *
002510*  CUENTA Y EL COMPROBANTE SON       *
002520*  OPCIONALES PERO DEBEN SER DEL     *
002530*  CLIENTE                           *
002540**************************************
002550  3000-I-ALTA.
002560      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
002570
002580      PERFORM 3100-I-VALIDAR-CLIENTE THRU 3100-F-VALIDAR-CLIENTE.
002590
002600      IF RCCATEGI NOT NUMERIC
002610         OR RCCATEGI LESS '01'
002620         OR RCCATEGI GREATER '08'
002630         MOVE 'CATEGORIA INVALIDA - USE 01 A 08' TO CA-MSG
002640         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002650      END-IF.
002660
002670      IF RCDETALI EQUAL SPACES OR RCDETALI EQUAL LOW-VALUES
002680         MOVE 'DESCRIBA EL MOTIVO DEL RECLAMO EN DETALLE'
002690              TO CA-MSG
002700         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002710      END-IF.
002720
002730      MOVE SPACES TO REC-NRO-CUENTA.
002740      MOVE ZEROS  TO REC-NRO-COMPROBANTE.
002750
002760      IF RCCOMPRI NOT EQUAL SPACES
002770         AND RCCOMPRI NOT EQUAL LOW-VALUES
002780         PERFORM 3150-I-VALIDAR-COMPROB
002790            THRU 3150-F-VALIDAR-COMPROB
002800      END-IF.
002810
002820      IF RCCUENTI NOT EQUAL SPACES
002830         AND RCCUENTI NOT EQUAL LOW-VALUES
002840         IF REC-NRO-CUENTA NOT EQUAL SPACES
002850            AND REC-NRO-CUENTA NOT EQUAL RCCUENTI
002860            MOVE 'EL COMPROBANTE NO ES DE LA CUENTA INDICADA'
002870                 TO CA-MSG
002880            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002890         END-IF
002900         MOVE RCCUENTI TO REC-NRO-CUENTA
002910      END-IF.
002920
002930      IF REC-NRO-CUENTA NOT EQUAL SPACES
002940         PERFORM 3160-I-VALIDAR-CUENTA THRU 3160-F-VALIDAR-CUENTA
002950      END-IF.
002960
002970      PERFORM 5100-I-FECHA-LIMITE THRU 5100-F-FECHA-LIMITE.
002980
002990      EXEC SQL
003000         SELECT VALUE(MAX(NRO_RECLAMO), 0) + 1
003010           INTO :REC-NRO-RECLAMO
003020           FROM ITPFBIO.TBRECLAMOS
003030      END-EXEC.
003040
003050      IF SQLCODE NOT EQUAL ZEROS
003060         MOVE 'ERROR AL NUMERAR EL RECLAMO - VER SQLCODE'
003070              TO CA-MSG
003080         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003090      END-IF.
003100
003110      MOVE CLI-NRO-CLIENTE TO REC-NRO-CLIENTE.
003120      MOVE CLI-SUCURSAL    TO REC-SUCURSAL.
003130      MOVE RCCATEGI        TO REC-CATEGORIA.
003140      MOVE RCDETALI        TO REC-DETALLE.
003150      MOVE 'A'             TO REC-ESTADO.
003160      MOVE WS-FECHA-HOY    TO REC-FECHA-ALTA.
003170      ACCEPT REC-HORA-ALTA FROM TIME.
003180      MOVE EIBUSERID       TO REC-USUARIO-ALTA.
003190      MOVE WS-FECHA-LIMITE TO REC-FECHA-LIMITE.
003200      MOVE ZEROS           TO REC-NRO-SOLICITUD.
003210      MOVE SPACES          TO REC-RESPUESTA.
003220      MOVE SPACES          TO REC-FECHA-RESOL.
003230      MOVE SPACES          TO REC-USUARIO-RESOL.
003240
003250      EXEC SQL
003260         INSERT INTO ITPFBIO.TBRECLAMOS
003270               (NRO_RECLAMO, NRO_CLIENTE, SUCURSAL, NRO_CUENTA,
003280                NRO_COMPROBANTE, CATEGORIA, DETALLE, ESTADO,
003290                FECHA_ALTA, HORA_ALTA, USUARIO_ALTA, FECHA_LIMITE,
003300                NRO_SOLICITUD, RESPUESTA, FECHA_RESOL,
003310                USUARIO_RESOL)
003320         VALUES
003330               (:REC-NRO-RECLAMO, :REC-NRO-CLIENTE, :REC-SUCURSAL,
003340                :REC-NRO-CUENTA, :REC-NRO-COMPROBANTE,
003350                :REC-CATEGORIA, :REC-DETALLE, :REC-ESTADO,
003360                :REC-FECHA-ALTA, :REC-HORA-ALTA,
003370                :REC-USUARIO-ALTA,
003380                :REC-FECHA-LIMITE, :REC-NRO-SOLICITUD,
003390                :REC-RESPUESTA, :REC-FECHA-RESOL,
003400                :REC-USUARIO-RESOL)
003410      END-EXEC.
003420
003430      IF SQLCODE NOT EQUAL ZEROS
003440         MOVE 'ERROR AL GRABAR EL RECLAMO - VER SQLCODE' TO CA-MSG
003450         PERFORM 6900-I-ERROR-SQL THRU 6900-F-ERROR-SQL
003460      END-IF.
003470
003480      MOVE REC-NRO-RECLAMO TO WS-NRO-EDIT.
003490      MOVE 'RECLAMO ALTA'  TO AUD-CAMPO.
003500      MOVE SPACES          TO AUD-VALOR-ANTES.
003510      STRING 'NRO ' WS-NRO-EDIT ' CAT ' REC-CATEGORIA
003520             ' CTA ' REC-NRO-CUENTA
003530             DELIMITED BY SIZE
003540             INTO AUD-VALOR-ANTES.
003550      MOVE REC-DETALLE     TO AUD-VALOR-DESPUES.
003560
003570      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
003580
003590      MOVE WS-NRO-EDIT TO RCNROREO.
003600
003610      PERFORM 3300-I-MOSTRAR THRU 3300-F-MOSTRAR.
003620
003630      STRING 'RECLAMO NRO ' WS-NRO-EDIT ' REGISTRADO - VENCE EL '
003640             WS-FECHA-LIMITE
003650             DELIMITED BY SIZE
003660             INTO CA-MSG.
003670
003680      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
003690
003700  3000-F-ALTA. EXIT.
003710**************************************
003720*  EL CLIENTE DEBE EXISTIR (SE       *
003730*  ADMITEN RECLAMOS DE CLIENTES DE   *
003740*  BAJA POR HECHOS ANTERIORES)       *
003750**************************************
003760  3100-I-VALIDAR-CLIENTE.
003770      MOVE RCTIPDOI TO TIPO-DOCUMENTO.
003780
003790      IF RCNRODOI NUMERIC
003800         MOVE RCNRODOI TO NRO-DOCUMENTO
003810      ELSE
003820         MOVE 'NRO DE DOCUMENTO INVALIDO' TO CA-MSG
003830         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003840      END-IF.
003850
003860      EXEC SQL
003870         SELECT NRO_CLIENTE, NOMBRE_CLIENTE, APELLIDO_CLIENTE,
003880                SUCURSAL
003890           INTO :CLI-NRO-CLIENTE, :NOMBRE-CLIENTE,
003900                :APELLIDO-CLIENTE, :CLI-SUCURSAL
003910           FROM ITPFBIO.TBCLIENT
003920          WHERE TIPO_DOCUMENTO EQUAL :TIPO-DOCUMENTO
003930            AND NRO_DOCUMENTO  EQUAL :NRO-DOCUMENTO
003940      END-EXEC.
003950
003960      EVALUATE SQLCODE
003970         WHEN ZEROS
003980            CONTINUE
003990         WHEN +100
004000            MOVE 'CLIENTE INEXISTENTE' TO CA-MSG
004010            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004020         WHEN OTHER
004030            MOVE 'ERROR AL LEER EL CLIENTE - VER SQLCODE'
004040                 TO CA-MSG
004050            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004060      END-EVALUATE.
004070
004080  3100-F-VALIDAR-CLIENTE. EXIT.
004090**************************************
004100*  EL COMPROBANTE DEBE EXISTIR EN    *
004110*  TBMOVIM; SU CUENTA PASA A SER LA  *
004120*  CUENTA DEL RECLAMO                *
004130**************************************
004140  3150-I-VALIDAR-COMPROB.
004150      IF RCCOMPRI NOT NUMERIC
004160         MOVE 'NRO DE COMPROBANTE INVALIDO' TO CA-MSG
004170         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004180      END-IF.
004190
004200      MOVE RCCOMPRI TO MOV-NRO-COMPROBANTE.
004210
004220      EXEC SQL
004230         SELECT NRO_CUENTA
004240           INTO :MOV-NRO-CUENTA
004250           FROM ITPFBIO.TBMOVIM
004260          WHERE NRO_COMPROBANTE EQUAL :MOV-NRO-COMPROBANTE
004270      END-EXEC.
004280
004290      EVALUATE SQLCODE
004300         WHEN ZEROS
004310            MOVE MOV-NRO-COMPROBANTE TO REC-NRO-COMPROBANTE
004320            MOVE MOV-NRO-CUENTA      TO REC-NRO-CUENTA
004330         WHEN +100
004340            MOVE 'COMPROBANTE INEXISTENTE' TO CA-MSG
004350            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004360         WHEN OTHER
004370            MOVE 'ERROR AL LEER EL COMPROBANTE - VER SQLCODE'
004380                 TO CA-MSG
004390            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004400      END-EVALUATE.
004410
004420  3150-F-VALIDAR-COMPROB. EXIT.
004430**************************************
004440*  LA CUENTA DEBE SER DEL CLIENTE,   *
004450*  COMO TITULAR O COTITULAR (PUEDE   *
004460*  ESTAR CERRADA)                    *
004470**************************************
004480  3160-I-VALIDAR-CUENTA.
004490      MOVE ZEROS TO WS-CANT-CUENTA.
004500
004510      EXEC SQL
004520         SELECT COUNT(*)
004530           INTO :WS-CANT-CUENTA
004540           FROM ITPFBIO.TBCUENTAS C
004550          WHERE C.NRO_CUENTA EQUAL :REC-NRO-CUENTA
004560            AND (C.NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
004570             OR C.NRO_CUENTA IN
004580                (SELECT NRO_CUENTA
004590                   FROM ITPFBIO.TBTITULAR
004600                  WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE))
004610      END-EXEC.
004620
004630      IF SQLCODE NOT EQUAL ZEROS
004640         MOVE 'ERROR AL LEER LA CUENTA - VER SQLCODE' TO CA-MSG
004650         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004660      END-IF.
004670
004680      IF WS-CANT-CUENTA EQUAL ZEROS
004690         MOVE 'LA CUENTA NO EXISTE O NO ES DEL CLIENTE' TO CA-MSG
004700         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004710      END-IF.
004720
004730  3160-F-VALIDAR-CUENTA. EXIT.
004740**************************************
004750*  LEER EL RECLAMO INFORMADO EN      *
004760*  PANTALLA Y SU CLIENTE             *
004770**************************************
004780  3200-I-LEER-RECLAMO.
004790      IF RCNROREI NOT NUMERIC
004800         MOVE 'INFORME EL NRO DE RECLAMO' TO CA-MSG
004810         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004820      END-IF.
004830
004840      MOVE RCNROREI TO REC-NRO-RECLAMO.
004850
004860      EXEC SQL
004870         SELECT NRO_CLIENTE, SUCURSAL, NRO_CUENTA,
004880                NRO_COMPROBANTE, CATEGORIA, DETALLE, ESTADO,
004890                FECHA_ALTA, HORA_ALTA, USUARIO_ALTA, FECHA_LIMITE,
004900                NRO_SOLICITUD, RESPUESTA, FECHA_RESOL,
004910                USUARIO_RESOL
004920           INTO :REC-NRO-CLIENTE, :REC-SUCURSAL, :REC-NRO-CUENTA,
004930                :REC-NRO-COMPROBANTE, :REC-CATEGORIA,
004940                :REC-DETALLE, :REC-ESTADO, :REC-FECHA-ALTA,
004950                :REC-HORA-ALTA,
004960                :REC-USUARIO-ALTA, :REC-FECHA-LIMITE,
004970                :REC-NRO-SOLICITUD, :REC-RESPUESTA,
004980                :REC-FECHA-RESOL, :REC-USUARIO-RESOL
004990           FROM ITPFBIO.TBRECLAMOS
005000          WHERE NRO_RECLAMO EQUAL :REC-NRO-RECLAMO
005010      END-EXEC.
005020
005030      EVALUATE SQLCODE
005040         WHEN ZEROS
005050            CONTINUE
005060         WHEN +100
005070            MOVE 'RECLAMO INEXISTENTE' TO CA-MSG
005080            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005090         WHEN OTHER
005100            MOVE 'ERROR AL LEER EL RECLAMO - VER SQLCODE'
005110                 TO CA-MSG
005120            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005130      END-EVALUATE.
005140
005150      MOVE REC-NRO-CLIENTE TO CLI-NRO-CLIENTE.
005160
005170      EXEC SQL
005180         SELECT TIPO_DOCUMENTO, NRO_DOCUMENTO, NOMBRE_CLIENTE,
005190                APELLIDO_CLIENTE
005200           INTO :TIPO-DOCUMENTO, :NRO-DOCUMENTO, :NOMBRE-CLIENTE,
005210                :APELLIDO-CLIENTE
005220           FROM ITPFBIO.TBCLIENT
005230          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
005240      END-EXEC.
005250
005260      IF SQLCODE NOT EQUAL ZEROS
005270         MOVE SPACES              TO TIPO-DOCUMENTO
005280         MOVE ZEROS               TO NRO-DOCUMENTO
005290         MOVE 'CLIENTE INEXISTENTE' TO APELLIDO-CLIENTE
005300         MOVE SPACES              TO NOMBRE-CLIENTE
005310      END-IF.
005320
005330  3200-F-LEER-RECLAMO. EXIT.
005340**************************************
005350*  CARGAR EL RECLAMO, EL TITULAR Y   *
005360*  LOS 4 RECLAMOS MAS RECIENTES DEL  *
005370*  CLIENTE EN EL MAPA                *
005380**************************************
005390  3300-I-MOSTRAR.
005400      MOVE TIPO-DOCUMENTO TO RCTIPDOO.
005410      MOVE NRO-DOCUMENTO  TO WS-DOC-EDIT.
005420      MOVE WS-DOC-EDIT    TO RCNRODOO.
005430
005440      MOVE SPACES TO RCTITULO.
005450      STRING APELLIDO-CLIENTE DELIMITED BY '  '
005460             ', '             DELIMITED BY SIZE
005470             NOMBRE-CLIENTE   DELIMITED BY '  '
005480             INTO RCTITULO.
005490
005500      IF REC-NRO-RECLAMO GREATER ZEROS
005510         MOVE REC-NRO-RECLAMO  TO WS-NRO-MAPA
005520         MOVE WS-NRO-MAPA      TO RCNROREO
005530         MOVE REC-NRO-CUENTA   TO RCCUENTO
005540         IF REC-NRO-COMPROBANTE GREATER ZEROS
005550            MOVE REC-NRO-COMPROBANTE TO WS-NRO-MAPA
005560            MOVE WS-NRO-MAPA   TO RCCOMPRO
005570         ELSE
005580            MOVE SPACES        TO RCCOMPRO
005590         END-IF
005600         MOVE REC-CATEGORIA    TO RCCATEGO
005610         MOVE REC-DETALLE      TO RCDETALO
005620         MOVE REC-RESPUESTA    TO RCRESPUO
005630         MOVE REC-FECHA-LIMITE TO RCVENCEO
005640         PERFORM 3350-I-DESC-ESTADO THRU 3350-F-DESC-ESTADO
005650         MOVE WS-ESTADO-DESC   TO RCESTADO
005660      END-IF.
005670
005680      MOVE SPACES TO RCLIN1O RCLIN2O RCLIN3O RCLIN4O.
005690      MOVE ZEROS  TO WS-CANT-LINEAS WS-CANT-RECLAMOS.
005700
005710      EXEC SQL
005720         OPEN RECL_CURSOR
005730      END-EXEC.
005740
005750      IF SQLCODE NOT EQUAL ZEROS
005760         MOVE 'ERROR AL LEER LOS RECLAMOS - VER SQLCODE' TO CA-MSG
005770         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005780      END-IF.
005790
005800      SET WS-REC-CURSOR-OK TO TRUE.
005810
005820      PERFORM 3310-I-FETCH-RECLAMO THRU 3310-F-FETCH-RECLAMO
005830         UNTIL WS-REC-CURSOR-FIN.
005840
005850      EXEC SQL
005860         CLOSE RECL_CURSOR
005870      END-EXEC.
005880
005890  3300-F-MOSTRAR. EXIT.
005900**************************************
005910*  FETCH DE UN RECLAMO DEL CLIENTE   *
005920*  (LOS DATOS DEL RECLAMO EN         *
005930*  PANTALLA YA ESTAN EN EL MAPA)     *
005940**************************************
005950  3310-I-FETCH-RECLAMO.
005960      EXEC SQL
005970         FETCH RECL_CURSOR
005980         INTO :REC-NRO-RECLAMO, :REC-CATEGORIA, :REC-ESTADO,
005990              :REC-FECHA-ALTA, :REC-FECHA-LIMITE, :REC-DETALLE
006000      END-EXEC.
006010
006020      IF SQLCODE NOT EQUAL ZEROS
006030         SET WS-REC-CURSOR-FIN TO TRUE
006040         GO TO 3310-F-FETCH-RECLAMO
006050      END-IF.
006060
006070      ADD 1 TO WS-CANT-RECLAMOS.
006080
006090      IF WS-CANT-LINEAS NOT LESS 4
006100         GO TO 3310-F-FETCH-RECLAMO
006110      END-IF.
006120
006130      PERFORM 3350-I-DESC-ESTADO THRU 3350-F-DESC-ESTADO.
006140
006150      MOVE REC-NRO-RECLAMO   TO WS-LR-NRO.
006160      MOVE REC-CATEGORIA     TO WS-LR-CATEGORIA.
006170      MOVE WS-ESTADO-DESC    TO WS-LR-ESTADO.
006180      MOVE REC-FECHA-ALTA    TO WS-LR-ALTA.
006190      MOVE REC-FECHA-LIMITE  TO WS-LR-VENCE.
006200      MOVE REC-DETALLE       TO WS-LR-DETALLE.
006210
006220      ADD 1 TO WS-CANT-LINEAS.
006230
006240      EVALUATE WS-CANT-LINEAS
006250         WHEN 1
006260            MOVE WS-LINEA-REC TO RCLIN1O
006270         WHEN 2
006280            MOVE WS-LINEA-REC TO RCLIN2O
006290         WHEN 3
006300            MOVE WS-LINEA-REC TO RCLIN3O
006310         WHEN OTHER
006320            MOVE WS-LINEA-REC TO RCLIN4O
006330      END-EVALUATE.
006340
006350  3310-F-FETCH-RECLAMO. EXIT.
006360**************************************
006370*  DESCRIPCION DEL ESTADO            *
006380**************************************
006390  3350-I-DESC-ESTADO.
006400      EVALUATE REC-ESTADO
006410         WHEN 'A'
006420            MOVE 'ABIERTO'                    TO WS-ESTADO-DESC
006430         WHEN 'E'
006440            MOVE 'EN ANALISIS'                TO WS-ESTADO-DESC
006450         WHEN 'D'
006460            MOVE SPACES                       TO WS-ESTADO-DESC
006470            MOVE REC-NRO-SOLICITUD            TO WS-NRO-MAPA
006480            STRING 'DEVOLUCION SOL ' WS-NRO-MAPA
006490                   DELIMITED BY SIZE
006500                   INTO WS-ESTADO-DESC
006510         WHEN 'F'
006520            MOVE 'RESUELTO A FAVOR'           TO WS-ESTADO-DESC
006530         WHEN OTHER
006540            MOVE 'RESUELTO DESFAVORABLE'      TO WS-ESTADO-DESC
006550      END-EVALUATE.
006560
006570  3350-F-DESC-ESTADO. EXIT.
006580**************************************
006590*   VOLVER AL MENU PRINCIPAL (PF12)  *
006600**************************************
006610  3500-I-A-SALIR.
006620      MOVE SPACES TO CA-MSG.
006630
006640      EXEC CICS XCTL PROGRAM('PGMMEN33')
006650                COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
006660      END-EXEC.
006670
006680  3500-F-A-SALIR. EXIT.
006690**************************************
006700*  CONSULTAR (PF5): POR NRO DE       *
006710*  RECLAMO, O LOS RECLAMOS DEL       *
006720*  CLIENTE SI SOLO SE INFORMA EL     *
006730*  DOCUMENTO                         *
006740**************************************
006750  3700-I-CONSULTAR.
006760      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
006770
006780      IF RCNROREI NUMERIC
006790         PERFORM 3200-I-LEER-RECLAMO THRU 3200-F-LEER-RECLAMO
006800      ELSE
006810         PERFORM 3100-I-VALIDAR-CLIENTE
006820            THRU 3100-F-VALIDAR-CLIENTE
006830         MOVE ZEROS TO REC-NRO-RECLAMO
006840         MOVE SPACES TO RCCUENTO RCCOMPRO RCCATEGO RCDETALO
006850                        RCRESPUO RCVENCEO RCESTADO RCNROREO
006860      END-IF.
006870
006880      PERFORM 3300-I-MOSTRAR THRU 3300-F-MOSTRAR.
006890
006900      MOVE WS-CANT-RECLAMOS TO WS-CANT-EDIT.
006910
006920      IF WS-CANT-RECLAMOS EQUAL ZEROS
006930         MOVE 'EL CLIENTE NO TIENE RECLAMOS REGISTRADOS' TO CA-MSG
006940      ELSE
006950         STRING WS-CANT-EDIT
006960                ' RECLAMO(S) DEL CLIENTE - SE VEN LOS ULTIMOS'
006970                DELIMITED BY SIZE
006980                INTO CA-MSG
006990      END-IF.
007000
007010      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
007020
007030  3700-F-CONSULTAR. EXIT.
007040**************************************
007050*  TOMAR EL RECLAMO EN ANALISIS (PF2)*
007060*  - SOLO DESDE ABIERTO              *
007070**************************************
007080  4000-I-ANALISIS.
007090      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
007100
007110      PERFORM 3200-I-LEER-RECLAMO THRU 3200-F-LEER-RECLAMO.
007120
007130      IF REC-ESTADO NOT EQUAL 'A'
007140         MOVE 'SOLO UN RECLAMO ABIERTO PASA A ANALISIS' TO CA-MSG
007150         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
007160      END-IF.
007170
007180      MOVE REC-ESTADO TO WS-ESTADO-ANTES.
007190      MOVE 'E'        TO REC-ESTADO.
007200
007210      PERFORM 4900-I-ACTUALIZAR THRU 4900-F-ACTUALIZAR.
007220
007230      PERFORM 3300-I-MOSTRAR THRU 3300-F-MOSTRAR.
007240
007250      MOVE 'RECLAMO EN ANALISIS' TO CA-MSG.
007260
007270      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
007280
007290  4000-F-ANALISIS. EXIT.
007300**************************************
007310*  RESOLVER EL RECLAMO SIN           *
007320*  DEVOLUCION (PF3 A FAVOR / PF6     *
007330*  DESFAVORABLE) CON LA RESPUESTA    *
007340*  DADA AL CLIENTE                   *
007350**************************************
007360  4500-I-RESOLVER.
007370      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
007380
007390      PERFORM 3200-I-LEER-RECLAMO THRU 3200-F-LEER-RECLAMO.
007400
007410      IF REC-ESTADO NOT EQUAL 'A' AND REC-ESTADO NOT EQUAL 'E'
007420         MOVE 'EL RECLAMO YA ESTA RESUELTO O CON DEVOLUCION'
007430              TO CA-MSG
007440         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
007450      END-IF.
007460
007470      IF RCRESPUI EQUAL SPACES OR RCRESPUI EQUAL LOW-VALUES
007480         MOVE 'INFORME LA RESPUESTA DADA AL CLIENTE' TO CA-MSG
007490         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
007500      END-IF.
007510
007520      MOVE REC-ESTADO   TO WS-ESTADO-ANTES.
007530      MOVE WS-ACCION    TO REC-ESTADO.
007540      MOVE RCRESPUI     TO REC-RESPUESTA.
007550      MOVE WS-FECHA-HOY TO REC-FECHA-RESOL.
007560      MOVE EIBUSERID    TO REC-USUARIO-RESOL.
007570
007580      PERFORM 4900-I-ACTUALIZAR THRU 4900-F-ACTUALIZAR.
007590
007600      PERFORM 3300-I-MOSTRAR THRU 3300-F-MOSTRAR.
007610
007620      IF WS-ACC-FAVOR
007630         MOVE 'RECLAMO RESUELTO A FAVOR DEL CLIENTE' TO CA-MSG
007640      ELSE
007650         MOVE 'RECLAMO RESUELTO DESFAVORABLE' TO CA-MSG
007660      END-IF.
007670
007680      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
007690
007700  4500-F-RESOLVER. EXIT.
007710**************************************
007720*  GRABAR EL CAMBIO DE ESTADO (SOLO  *
007730*  SI NADIE LO CAMBIO ENTRETANTO) Y  *
007740*  AUDITARLO                         *
007750**************************************
007760  4900-I-ACTUALIZAR.
007770      EXEC SQL
007780         UPDATE ITPFBIO.TBRECLAMOS
007790            SET ESTADO        = :REC-ESTADO,
007800                NRO_SOLICITUD = :REC-NRO-SOLICITUD,
007810                RESPUESTA     = :REC-RESPUESTA,
007820                FECHA_RESOL   = :REC-FECHA-RESOL,
007830                USUARIO_RESOL = :REC-USUARIO-RESOL
007840          WHERE NRO_RECLAMO EQUAL :REC-NRO-RECLAMO
007850            AND ESTADO      EQUAL :WS-ESTADO-ANTES
007860      END-EXEC.
007870
007880      EVALUATE SQLCODE
007890         WHEN ZEROS
007900            CONTINUE
007910         WHEN +100
007920            MOVE 'EL RECLAMO FUE MODIFICADO POR OTRO USUARIO'
007930                 TO CA-MSG
007940            PERFORM 6900-I-ERROR-SQL THRU 6900-F-ERROR-SQL
007950         WHEN OTHER
007960            MOVE 'ERROR AL ACTUALIZAR EL RECLAMO - VER SQLCODE'
007970                 TO CA-MSG
007980            PERFORM 6900-I-ERROR-SQL THRU 6900-F-ERROR-SQL
007990      END-EVALUATE.
008000
008010      MOVE REC-NRO-RECLAMO TO WS-NRO-EDIT.
008020      MOVE 'RECLAMO ESTADO' TO AUD-CAMPO.
008030      MOVE SPACES           TO AUD-VALOR-ANTES.
008040      STRING 'NRO ' WS-NRO-EDIT ' ESTADO ' WS-ESTADO-ANTES
008050             DELIMITED BY SIZE
008060             INTO AUD-VALOR-ANTES.
008070      MOVE SPACES           TO AUD-VALOR-DESPUES.
008080      STRING REC-ESTADO ' ' REC-RESPUESTA
008090             DELIMITED BY SIZE
008100             INTO AUD-VALOR-DESPUES.
008110
008120      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
008130
008140  4900-F-ACTUALIZAR. EXIT.
008150**************************************
008160*  RESOLVER CON DEVOLUCION (PF4): EL *
008170*  DINERO VUELVE POR EL REVERSO DEL  *
008180*  MOVIMIENTO RECLAMADO. SE CARGA LA *
008190*  MISMA SOLICITUD QUE PGMREV33 EN   *
008200*  TBAPROBACIONES, OTRO SUPERVISOR   *
008210*  LA APRUEBA EN PGMAPR33 Y PGMREV33 *
008220*  LA EJECUTA; EL RECLAMO QUEDA EN   *
008230*  'D' HASTA QUE PGMRSL33 VE LA      *
008240*  SOLICITUD RESUELTA                *
008250**************************************
008260  5000-I-DEVOLUCION.
008270      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
008280
008290      PERFORM 5050-I-VERIFICAR-SUPERVISOR
008300         THRU 5050-F-VERIFICAR-SUPERVISOR.
008310
008320      PERFORM 3200-I-LEER-RECLAMO THRU 3200-F-LEER-RECLAMO.
008330
008340      IF REC-ESTADO NOT EQUAL 'A' AND REC-ESTADO NOT EQUAL 'E'
008350         MOVE 'EL RECLAMO YA ESTA RESUELTO O CON DEVOLUCION'
008360              TO CA-MSG
008370         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
008380      END-IF.
008390
008400      IF REC-NRO-COMPROBANTE NOT GREATER ZEROS
008410         MOVE 'SIN COMPROBANTE VINCULADO NO HAY QUE DEVOLVER'
008420              TO CA-MSG
008430         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
008440      END-IF.
008450
008460      IF RCRESPUI EQUAL SPACES OR RCRESPUI EQUAL LOW-VALUES
008470         MOVE 'INFORME LA RESPUESTA DADA AL CLIENTE' TO CA-MSG
008480         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
008490      END-IF.
008500
008510      PERFORM 5200-I-VALIDAR-MOVIM THRU 5200-F-VALIDAR-MOVIM.
008520
008530      PERFORM 5300-I-SOLICITAR THRU 5300-F-SOLICITAR.
008540
008550      MOVE REC-ESTADO        TO WS-ESTADO-ANTES.
008560      MOVE 'D'               TO REC-ESTADO.
008570      MOVE APR-NRO-SOLICITUD TO REC-NRO-SOLICITUD.
008580      MOVE RCRESPUI          TO REC-RESPUESTA.
008590
008600      PERFORM 4900-I-ACTUALIZAR THRU 4900-F-ACTUALIZAR.
008610
008620      PERFORM 3300-I-MOSTRAR THRU 3300-F-MOSTRAR.
008630
008640      MOVE SPACES TO CA-MSG.
008650      STRING 'DEVOLUCION SOLICITADA NRO ' WS-SOL-NRO
008660             ' - APROBAR EN OPCION 30'
008670             DELIMITED BY SIZE
008680             INTO CA-MSG.
008690
008700      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
008710
008720  5000-F-DEVOLUCION. EXIT.
008730**************************************
008740*  LA DEVOLUCION SE RECONFIRMA       *
008750*  CONTRA TBUSUARIOS: SOLO ROL 'S',  *
008760*  IGUAL QUE EL REVERSO (OPCION 16)  *
008770**************************************
008780  5050-I-VERIFICAR-SUPERVISOR.
008790      MOVE SPACES    TO WS-ROL-OPERADOR.
008800      MOVE EIBUSERID TO USU-USERID.
008810
008820      EXEC SQL
008830         SELECT ROL
008840           INTO :USU-ROL
008850           FROM ITPFBIO.TBUSUARIOS
008860          WHERE USERID EQUAL :USU-USERID
008870            AND ESTADO EQUAL 'A'
008880      END-EXEC.
008890
008900      IF SQLCODE EQUAL ZEROS
008910         MOVE USU-ROL TO WS-ROL-OPERADOR
008920      END-IF.
008930
008940      IF NOT WS-ROL-SUPERVISOR
008950         MOVE 'LA DEVOLUCION ESTA RESERVADA A SUPERVISORES'
008960              TO CA-MSG
008970         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
008980      END-IF.
008990
009000  5050-F-VERIFICAR-SUPERVISOR. EXIT.
009010**************************************
009020*  PLAZO DE RESPUESTA: LA FECHA DE   *
009030*  ALTA MAS LOS DIAS HABILES DEL     *
009040*  PARAMETRO (RUTFECHA 'H' DA EL     *
009050*  HABIL SIGUIENTE DE CADA FECHA)    *
009060**************************************
009070  5100-I-FECHA-LIMITE.
009080      MOVE 'PGMRCL33'       TO PAR-PROGRAMA.
009090      MOVE 'DIAS-RESPUESTA' TO PAR-PARAMETRO.
009100
009110      EXEC SQL
009120         SELECT VALOR
009130           INTO :PAR-VALOR
009140           FROM ITPFBIO.TBPARAMS
009150          WHERE PROGRAMA  EQUAL :PAR-PROGRAMA
009160            AND PARAMETRO EQUAL :PAR-PARAMETRO
009170      END-EXEC.
009180
009190      IF SQLCODE NOT EQUAL ZEROS
009200         MOVE ZEROS TO PAR-VALOR
009210      END-IF.
009220
009230      IF PAR-VALOR GREATER ZEROS AND PAR-VALOR LESS 100
009240         MOVE PAR-VALOR       TO WS-DIAS-RESPUESTA
009250      ELSE
009260         MOVE CT-DIAS-DEFECTO TO WS-DIAS-RESPUESTA
009270      END-IF.
009280
009290      MOVE WS-AREA   TO LK-ENTRADA.
009300      MOVE ZEROS     TO WS-DIAS-CONTADOS.
009310
009320      PERFORM 5110-I-SUMAR-HABIL THRU 5110-F-SUMAR-HABIL
009330         UNTIL WS-DIAS-CONTADOS NOT LESS WS-DIAS-RESPUESTA.
009340
009350      MOVE LK-ENTRADA (1:4) TO WS-FECHA-LIMITE (1:4).
009360      MOVE '-'              TO WS-FECHA-LIMITE (5:1).
009370      MOVE LK-ENTRADA (5:2) TO WS-FECHA-LIMITE (6:2).
009380      MOVE '-'              TO WS-FECHA-LIMITE (8:1).
009390      MOVE LK-ENTRADA (7:2) TO WS-FECHA-LIMITE (9:2).
009400
009410  5100-F-FECHA-LIMITE. EXIT.
009420**************************************
009430*  AVANZAR UN DIA HABIL              *
009440**************************************
009450  5110-I-SUMAR-HABIL.
009460      SET LK-FUNCION-HABIL TO TRUE.
009470
009480      CALL 'RUTFECHA' USING LK-AREA.
009490
009500      IF NOT LK-FECHA-OK
009510         MOVE 'ERROR AL CALCULAR EL PLAZO DE RESPUESTA' TO CA-MSG
009520         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
009530      END-IF.
009540
009550      MOVE LK-DIA-SIGUIENTE TO LK-ENTRADA.
009560
009570      ADD 1 TO WS-DIAS-CONTADOS.
009580
009590  5110-F-SUMAR-HABIL. EXIT.
009600**************************************
009610*  EL MOVIMIENTO DEBE PODER          *
009620*  REVERSARSE (MISMOS CONTROLES QUE  *
009630*  PGMREV33, QUE LOS REPITE AL       *
009640*  EJECUTAR) Y SU CUENTA ESTAR       *
009650*  ABIERTA                           *
009660**************************************
009670  5200-I-VALIDAR-MOVIM.
009680      MOVE REC-NRO-COMPROBANTE TO MOV-NRO-COMPROBANTE.
009690
009700      EXEC SQL
009710         SELECT NRO_CUENTA, FECHA, HORA, TIPO_MOVIMIENTO,
009720                VALUE(ESTADO_REV, ' ')
009730           INTO :MOV-NRO-CUENTA, :WS-ORI-FECHA, :WS-ORI-HORA,
009740                :WS-ORI-TIPO, :WS-ORI-ESTADO
009750           FROM ITPFBIO.TBMOVIM
009760          WHERE NRO_COMPROBANTE EQUAL :MOV-NRO-COMPROBANTE
009770      END-EXEC.
009780
009790      IF SQLCODE NOT EQUAL ZEROS
009800         MOVE 'COMPROBANTE INEXISTENTE' TO CA-MSG
009810         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
009820      END-IF.
009830
009840      IF WS-ORI-ESTADO EQUAL 'R'
009850         MOVE 'EL MOVIMIENTO YA FUE REVERSADO' TO CA-MSG
009860         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
009870      END-IF.
009880
009890      IF WS-ORI-ESTADO EQUAL 'C'
009900         MOVE 'UN CONTRAASIENTO NO SE PUEDE REVERSAR' TO CA-MSG
009910         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
009920      END-IF.
009930
009940      IF WS-ORI-TIPO EQUAL 'TS' OR 'EA' OR 'CB' OR 'DT' OR 'CH'
009950                        OR 'DA' OR 'CA' OR 'ID'
009960         MOVE 'ESTE TIPO DE MOVIMIENTO NO SE DEVUELVE POR REVERSO'
009970              TO CA-MSG
009980         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
009990      END-IF.
010000
010010      MOVE MOV-NRO-CUENTA TO WS-CUENTA-MOV.
010020      MOVE ZEROS          TO WS-CANT-CUENTA.
010030
010040      EXEC SQL
010050         SELECT COUNT(*)
010060           INTO :WS-CANT-CUENTA
010070           FROM ITPFBIO.TBCUENTAS
010080          WHERE NRO_CUENTA EQUAL :WS-CUENTA-MOV
010090            AND FECHA_DE_BAJA IS NULL
010100      END-EXEC.
010110
010120      IF SQLCODE NOT EQUAL ZEROS OR WS-CANT-CUENTA EQUAL ZEROS
010130         MOVE 'LA CUENTA DEL MOVIMIENTO ESTA CERRADA' TO CA-MSG
010140         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
010150      END-IF.
010160
010170  5200-F-VALIDAR-MOVIM. EXIT.
010180**************************************
010190*  CARGAR LA SOLICITUD DE REVERSO    *
010200*  PENDIENTE A NOMBRE DE PGMREV33    *
010210*  (SE NIEGA SI YA HAY UNA IGUAL)    *
010220**************************************
010230  5300-I-SOLICITAR.
010240      MOVE MOV-NRO-CUENTA       TO WS-SOL-CUENTA.
010250      MOVE WS-ORI-FECHA         TO WS-SOL-FECHA.
010260      MOVE WS-ORI-HORA          TO WS-SOL-HORA.
010270
010280      MOVE 'PGMREV33'           TO APR-PROGRAMA.
010290      MOVE 'REVERSO MOVIMIENTO' TO APR-OPERACION.
010300      MOVE MOV-NRO-CUENTA       TO APR-CLAVE.
010310      MOVE WS-SOLICITUD         TO APR-DATOS.
010320      MOVE ZEROS                TO WS-CANT-PEND.
010330
010340      EXEC SQL
010350         SELECT COUNT(*)
010360           INTO :WS-CANT-PEND
010370           FROM ITPFBIO.TBAPROBACIONES
010380          WHERE PROGRAMA  EQUAL :APR-PROGRAMA
010390            AND OPERACION EQUAL :APR-OPERACION
010400            AND DATOS     EQUAL :APR-DATOS
010410            AND ESTADO    EQUAL 'P'
010420      END-EXEC.
010430
010440      IF WS-CANT-PEND GREATER ZEROS
010450         MOVE 'YA HAY UN REVERSO PENDIENTE PARA ESE MOVIMIENTO'
010460              TO CA-MSG
010470         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
010480      END-IF.
010490
010500      EXEC SQL
010510         SELECT VALUE(MAX(NRO_SOLICITUD), 0) + 1
010520           INTO :APR-NRO-SOLICITUD
010530           FROM ITPFBIO.TBAPROBACIONES
010540      END-EXEC.
010550
010560      IF SQLCODE NOT EQUAL ZEROS
010570         MOVE 'ERROR AL NUMERAR LA SOLICITUD - VER SQLCODE'
010580              TO CA-MSG
010590         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
010600      END-IF.
010610
010620      MOVE 'P'             TO APR-ESTADO.
010630      MOVE EIBUSERID       TO APR-USUARIO-ALTA.
010640      MOVE WS-FECHA-HOY    TO APR-FECHA-ALTA.
010650      ACCEPT APR-HORA-ALTA FROM TIME.
010660      MOVE SPACES          TO APR-USUARIO-RESOL.
010670      MOVE SPACES          TO APR-FECHA-RESOL.
010680      MOVE SPACES          TO APR-HORA-RESOL.
010690      MOVE SPACES          TO APR-MOTIVO-RESOL.
010700
010710      EXEC SQL
010720         INSERT INTO ITPFBIO.TBAPROBACIONES
010730               (NRO_SOLICITUD, PROGRAMA, OPERACION, CLAVE, DATOS,
010740                ESTADO, USUARIO_ALTA, FECHA_ALTA, HORA_ALTA,
010750                USUARIO_RESOL, FECHA_RESOL, HORA_RESOL,
010760                MOTIVO_RESOL)
010770         VALUES
010780               (:APR-NRO-SOLICITUD, :APR-PROGRAMA, :APR-OPERACION,
010790                :APR-CLAVE, :APR-DATOS, :APR-ESTADO,
010800                :APR-USUARIO-ALTA, :APR-FECHA-ALTA,
010810                :APR-HORA-ALTA,
010820                :APR-USUARIO-RESOL, :APR-FECHA-RESOL,
010830                :APR-HORA-RESOL, :APR-MOTIVO-RESOL)
010840      END-EXEC.
010850
010860      IF SQLCODE NOT EQUAL ZEROS
010870         MOVE 'ERROR AL GRABAR LA SOLICITUD - VER SQLCODE'
010880              TO CA-MSG
010890         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
010900      END-IF.
010910
010920      MOVE APR-NRO-SOLICITUD   TO WS-SOL-NRO.
010930      MOVE 'SOLICITUD PENDIENTE' TO AUD-CAMPO.
010940      MOVE SPACES              TO AUD-VALOR-ANTES.
010950      MOVE SPACES              TO AUD-VALOR-DESPUES.
010960
010970      STRING 'SOL '          DELIMITED BY SIZE
010980             WS-SOL-NRO      DELIMITED BY SIZE
010990             ' '             DELIMITED BY SIZE
011000             APR-OPERACION   DELIMITED BY SIZE
011010             INTO AUD-VALOR-ANTES.
011020
011030      STRING 'CARGO:'        DELIMITED BY SIZE
011040             APR-USUARIO-ALTA DELIMITED BY SIZE
011050             ' '             DELIMITED BY SIZE
011060             APR-CLAVE       DELIMITED BY SIZE
011070             INTO AUD-VALOR-DESPUES.
011080
011090      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
011100
011110  5300-F-SOLICITAR. EXIT.
011120**************************************
011130*   RECHAZAR LA OPERACION (MSG)      *
011140**************************************
011150  6000-I-RECHAZO.
011160      MOVE CA-MSG        TO RCMSGO.
011170      MOVE WS-FECHA-HOY  TO RCFECHAO.
011180
011190      EXEC CICS SEND MAP('RECL0233') MAPSET('MAPSETA')
011200                FROM(RECL0233O)
011210      END-EXEC.
011220
011230      EXEC CICS RETURN TRANSID('RCL1')
011240                COMMAREA(WS-CA-ESTADO) LENGTH(1)
011250      END-EXEC.
011260
011270  6000-F-RECHAZO. EXIT.
011280**************************************
011290*   ENVIAR EL MAPA CARGADO (MSG)     *
011300**************************************
011310  6100-I-ENVIAR.
011320      MOVE CA-MSG        TO RCMSGO.
011330      MOVE WS-FECHA-HOY  TO RCFECHAO.
011340
011350      EXEC CICS SEND MAP('RECL0233') MAPSET('MAPSETA')
011360                FROM(RECL0233O) ERASE
011370      END-EXEC.
011380
011390      EXEC CICS RETURN TRANSID('RCL1')
011400                COMMAREA(WS-CA-ESTADO) LENGTH(1)
011410      END-EXEC.
011420
011430  6100-F-ENVIAR. EXIT.
011440**************************************
011450*   ERROR SQL A MITAD DE CAMINO:     *
011460*   DESHACE LO GRABADO Y RECHAZA     *
011470**************************************
011480  6900-I-ERROR-SQL.
011490      EXEC CICS SYNCPOINT ROLLBACK
011500      END-EXEC.
011510
011520      PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO.
011530
011540  6900-F-ERROR-SQL. EXIT.
011550**************************************
011560*           TOMAR FECHA              *
011570**************************************
011580  7000-I-FECHA.
011590      ACCEPT WS-AREA FROM DATE YYYYMMDD.
011600
011610      MOVE WS-AREA-AA TO WS-HOY-AA.
011620      MOVE WS-AREA-MM TO WS-HOY-MM.
011630      MOVE WS-AREA-DD TO WS-HOY-DD.
011640
011650  7000-F-FECHA. EXIT.
011660**************************************
011670*   GRABAR AUDITORIA EN LA COLA AUDT *
011680**************************************
011690  9000-I-AUDITAR.
011700      MOVE WS-FECHA-HOY    TO AUD-FECHA.
011710      ACCEPT AUD-HORA      FROM TIME.
011720      MOVE EIBUSERID       TO AUD-USERID.
011730      MOVE EIBTRMID        TO AUD-TERMID.
011740      MOVE EIBTRNID        TO AUD-TRANSACCION.
011750      MOVE TIPO-DOCUMENTO  TO AUD-TIPO-DOC.
011760      MOVE NRO-DOCUMENTO   TO AUD-NRO-DOC.
011770
011780      EXEC CICS WRITEQ TD QUEUE('AUDT')
011790                FROM(WS-AUDIT-REC) LENGTH(147)
011800      END-EXEC.
011810
011820  9000-F-AUDITAR. EXIT.
