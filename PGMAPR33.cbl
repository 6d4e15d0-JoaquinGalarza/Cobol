000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMAPR33.
000030**********************************************************
000040*                                                        *
000050**********************************************************
000060*     MANTENIMIENTO DE PROGRAMA                         *
000070**********************************************************
000080* FECHA   *    DETALLE        * COD *
000090**************************************
000100*         *                   *     *
000110* 15/10/26* TRANSACCION CICS DE APROBACION DE OPERACIO-  *
000120*         * NES SENSIBLES (MAP0233/APRO0233,          * JCR *
000130*         * OPCION 30, SOLO SUPERVISOR). LISTA LAS       *
000140*         * SOLICITUDES PENDIENTES DE TBAPROBACIONES     *
000150*         * (PF1, PF7/PF8 PAGINAN), PF5 CONSULTA UNA,    *
000155*         * PF2 LA APRUEBA                               *
000160*         * Y PF3 LA RECHAZA CON MOTIVO. QUIEN RESUELVE  *
000170*         * DEBE SER SUPERVISOR Y DISTINTO DE QUIEN LA   *
000180*         * CARGO. AL APROBAR SE HACE XCTL AL PROGRAMA   *
000190*         * DE LA OPERACION, QUE LA EJECUTA Y DEVUELVE   *
000200*         * EL RESULTADO (COMMAREA LKAPROB). LAS         *
000210*         * PENDIENTES QUE SUPERAN LAS HORAS DE TBPARAMS *
000220*         * PGMAPR33/HORAS-VENCIMIENTO (24 POR DEFECTO)  *
000230*         * VENCEN. CADA RESOLUCION QUEDA EN AUDT CON    *
000240*         * QUIEN CARGO Y QUIEN RESOLVIO                 *
000242* 15/10/26* HABILITA PGMTRF33: LAS TRANSFERENCIAS        *
000244*         * RETENIDAS POR CONTROL DE FRAUDE SE       * JCR *
000246*         * LIBERAN APROBANDO SU SOLICITUD               *
000250**************************************
000260  ENVIRONMENT DIVISION.
000270  CONFIGURATION SECTION.
000280  SPECIAL-NAMES.
000290      DECIMAL-POINT IS COMMA.
000300
000310  DATA DIVISION.
000320  WORKING-STORAGE SECTION.
000330  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000340
000350      COPY MAPSETA.
000360
000370      COPY AUDITREG.
000380
000390      COPY LKFECHA.
000400
000410      COPY LKAPROB.
000420
000430*************************************
000440*         FECHA DE PROCESO         *
000450*************************************
000460  01  WS-AREA.
000470      05  WS-AREA-AA       PIC 9(04)         VALUE ZEROS.
000480      05  WS-AREA-MM       PIC 9(02)         VALUE ZEROS.
000490      05  WS-AREA-DD       PIC 9(02)         VALUE ZEROS.
000500
000510  01  WS-FECHA-HOY.
000520      05  WS-HOY-AA        PIC 9(04)         VALUE ZEROS.
000530      05  WS-SEP1          PIC X(01)         VALUE '-'.
000540      05  WS-HOY-MM        PIC 9(02)         VALUE ZEROS.
000550      05  WS-SEP2          PIC X(01)         VALUE '-'.
000560      05  WS-HOY-DD        PIC 9(02)         VALUE ZEROS.
000570*************************************
000580*   VENCIMIENTO DE LAS SOLICITUDES *
000590*************************************
000600  77  CT-HORAS-DEFECTO     PIC 9(05)       VALUE 24.
000610  77  CT-TAM-PAGINA        PIC 9(02)       VALUE 10.
000620
000630  01  WS-HORAS-VENC        PIC 9(05)       VALUE ZEROS.
000640  01  WS-MINUTOS-LIMITE    PIC S9(09) COMP-3 VALUE ZEROS.
000650  01  WS-MINUTOS           PIC S9(09) COMP-3 VALUE ZEROS.
000660
000670  01  WS-HORA-AHORA.
000680      05  WS-AHO-HH        PIC 9(02)       VALUE ZEROS.
000690      05  WS-AHO-MM        PIC 9(02)       VALUE ZEROS.
000700      05  FILLER           PIC X(04)       VALUE SPACES.
000710
000720  01  WS-HORA-ALTA.
000730      05  WS-ALT-HH        PIC 9(02)       VALUE ZEROS.
000740      05  WS-ALT-MM        PIC 9(02)       VALUE ZEROS.
000750      05  FILLER           PIC X(04)       VALUE SPACES.
000760
000770  01  WS-FECHA-ALTA-N.
000780      05  WS-FAN-AA        PIC X(04)       VALUE SPACES.
000790      05  WS-FAN-MM        PIC X(02)       VALUE SPACES.
000800      05  WS-FAN-DD        PIC X(02)       VALUE SPACES.
000810
000820  01  WS-VENCIMIENTO       PIC X(01)       VALUE 'N'.
000830      88 WS-SOL-VENCIDA                    VALUE 'S'.
000840      88 WS-SOL-EN-PLAZO                   VALUE 'N'.
000850*************************************
000860*   SOLICITUD EN PROCESO           *
000870*************************************
000880  01  WS-SOL-NRO           PIC 9(09)       VALUE ZEROS.
000890  01  WS-AUD-CAMPO         PIC X(20)       VALUE SPACES.
000900
000910  01  WS-PGM-SOLICITUD     PIC X(08)       VALUE SPACES.
000920      88 WS-PGM-HABILITADO                 VALUES 'PGMEMB33'
000930                                                  'PGMFAL33'
000940                                                  'PGMFUS33'
000950                                                  'PGMREV33'
000960                                                  'PGMALS33'
000965                                                  'PGMTRF33'.
000970
000980  01  WS-ROL-OPERADOR      PIC X(01)       VALUE SPACES.
000990      88 WS-ROL-SUPERVISOR                 VALUE 'S'.
001000
001010  01  WS-DETALLE.
001020      05  WS-DET-PROGRAMA  PIC X(08)       VALUE SPACES.
001030      05  FILLER           PIC X(01)       VALUE SPACES.
001040      05  WS-DET-DATOS     PIC X(67)       VALUE SPACES.
001050*************************************
001060*   LISTADO PAGINADO               *
001070*************************************
001080  77  WS-SALTAR            PIC 9(05)       VALUE ZEROS.
001090  77  WS-LEIDAS            PIC 9(05)       VALUE ZEROS.
001100  77  WS-CANT-LINEAS       PIC 9(02)       VALUE ZEROS.
001110  77  WS-PAGINA-EDIT       PIC ZZ9         VALUE ZEROS.
001120
001130  01  WS-FIN-CURSOR        PIC X(01)       VALUE 'N'.
001140      88  WS-CURSOR-FIN                    VALUE 'S'.
001150      88  WS-CURSOR-OK                     VALUE 'N'.
001160
001170  01  WS-LIN-APROB.
001180      05  WS-LA-NRO        PIC ZZZZZZZZ9   VALUE ZEROS.
001190      05  FILLER           PIC X(01)       VALUE SPACES.
001200      05  WS-LA-OPERACION  PIC X(18)       VALUE SPACES.
001210      05  FILLER           PIC X(01)       VALUE SPACES.
001220      05  WS-LA-CLAVE      PIC X(20)       VALUE SPACES.
001230      05  FILLER           PIC X(01)       VALUE SPACES.
001240      05  WS-LA-USUARIO    PIC X(08)       VALUE SPACES.
001250      05  FILLER           PIC X(01)       VALUE SPACES.
001260      05  WS-LA-FECHA      PIC X(10)       VALUE SPACES.
001270      05  FILLER           PIC X(01)       VALUE SPACES.
001280      05  WS-LA-HORA.
001290          10  WS-LA-HH     PIC X(02)       VALUE SPACES.
001300          10  FILLER       PIC X(01)       VALUE ':'.
001310          10  WS-LA-MI     PIC X(02)       VALUE SPACES.
001320      05  FILLER           PIC X(01)       VALUE SPACES.
001330*************************************
001340*   COMMAREA HACIA EL MENU (MSG)   *
001350*************************************
001360  01  WS-CA-MENU-AREA.
001370      05 CA-MSG            PIC X(72)       VALUE SPACES.
001380*************************************
001390*   COMMAREA PROPIA: PAGINA Y      *
001400*   ULTIMA SOLICITUD CONSULTADA    *
001410*************************************
001420  01  WS-CA-APR-AREA.
001430      05 CA-ESTADO         PIC X(01)       VALUE SPACES.
001440         88 WS-CA-1RA-VEZ                  VALUE SPACES.
001450         88 WS-CA-PROCESANDO               VALUE 'P'.
001460      05 CA-PAGINA         PIC 9(03)       VALUE ZEROS.
001470      05 CA-NRO            PIC 9(09)       VALUE ZEROS.
001480*************************************
001490*             SQL                  *
001500*************************************
001510       EXEC SQL
001520         INCLUDE SQLCA
001530       END-EXEC.
001540
001550       EXEC SQL
001560         INCLUDE TBAPROBA
001570       END-EXEC.
001580
001590       EXEC SQL
001600         INCLUDE TBPARAMS
001610       END-EXEC.
001620
001630       EXEC SQL
001640         INCLUDE TBUSUARIO
001650       END-EXEC.
001660
001670*************************************
001680* SOLICITUDES PENDIENTES (LISTADO) *
001690*************************************
001700       EXEC SQL
001710         DECLARE APR_PEND_CURSOR CURSOR FOR
001720          SELECT NRO_SOLICITUD, OPERACION, CLAVE, USUARIO_ALTA,
001730                 FECHA_ALTA, HORA_ALTA
001740            FROM ITPFBIO.TBAPROBACIONES
001750           WHERE ESTADO EQUAL 'P'
001760           ORDER BY NRO_SOLICITUD
001770       END-EXEC.
001780
001790*************************************
001800* PENDIENTES A CONTROLAR POR        *
001810* VENCIMIENTO - SE ACTUALIZAN DE A  *
001820* UNA                               *
001830*************************************
001840       EXEC SQL
001850         DECLARE APR_VENC_CURSOR CURSOR FOR
001860          SELECT NRO_SOLICITUD, OPERACION, USUARIO_ALTA,
001870                 FECHA_ALTA, HORA_ALTA
001880            FROM ITPFBIO.TBAPROBACIONES
001890           WHERE ESTADO EQUAL 'P'
001900             FOR UPDATE OF ESTADO, USUARIO_RESOL, FECHA_RESOL,
001910                           HORA_RESOL, MOTIVO_RESOL
001920       END-EXEC.
001930
001940  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
001950*************************************.
001960  LINKAGE SECTION.
001970  01  DFHCOMMAREA           PIC X(222).
001980**************************************
001990  PROCEDURE DIVISION.
002000**************************************
002010*  CUERPO PRINCIPAL DEL PROGRAMA     *
002020*  (LARGO 222 = VUELTA DEL PROGRAMA  *
002030*  QUE EJECUTO UNA SOLICITUD)        *
002040**************************************
002050  MAIN-PROGRAM.
002060
002070      IF EIBCALEN EQUAL ZERO
002080         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
002090      ELSE
002100         IF EIBCALEN EQUAL 222
002110            MOVE DFHCOMMAREA TO LK-APR-AREA
002120            PERFORM 4500-I-RESULTADO THRU 4500-F-RESULTADO
002130         END-IF
002140         MOVE DFHCOMMAREA TO WS-CA-APR-AREA
002150         EVALUATE TRUE
002160            WHEN EIBAID EQUAL DFHPF1
002170               PERFORM 3000-I-LISTAR     THRU 3000-F-LISTAR
002180            WHEN EIBAID EQUAL DFHPF2
002190               PERFORM 4000-I-APROBAR    THRU 4000-F-APROBAR
002200            WHEN EIBAID EQUAL DFHPF3
002210               PERFORM 4200-I-RECHAZAR   THRU 4200-F-RECHAZAR
002220            WHEN EIBAID EQUAL DFHPF5
002230               PERFORM 4300-I-CONSULTAR  THRU 4300-F-CONSULTAR
002240            WHEN EIBAID EQUAL DFHPF8
002250               PERFORM 3100-I-SIGUIENTE  THRU 3100-F-SIGUIENTE
002260            WHEN EIBAID EQUAL DFHPF7
002270               PERFORM 3200-I-ANTERIOR   THRU 3200-F-ANTERIOR
002280            WHEN EIBAID EQUAL DFHPF12
002290               PERFORM 3500-I-A-SALIR    THRU 3500-F-A-SALIR
002300            WHEN OTHER
002310               PERFORM 2000-I-INICIAL    THRU 2000-F-INICIAL
002320         END-EVALUATE
002330      END-IF.
002340
002350  F-MAIN-PROGRAM. EXIT.
002360**************************************
002370*  PRIMER ENVIO: VENCE LAS QUE       *
002380*  SUPERARON EL PLAZO Y LISTA LA     *
002390*  PRIMER PAGINA DE PENDIENTES       *
002400**************************************
002410  2000-I-INICIAL.
002420      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002430
002440      MOVE LOW-VALUES TO APRO0233O.
002450      MOVE SPACES     TO CA-MSG.
002460      MOVE 1          TO CA-PAGINA.
002470      MOVE ZEROS      TO CA-NRO.
002480
002490      PERFORM 3400-I-VENCER THRU 3400-F-VENCER.
002500
002510      PERFORM 3300-I-CARGAR-PAGINA THRU 3300-F-CARGAR-PAGINA.
002520
002530      IF WS-CANT-LINEAS EQUAL ZEROS AND CA-MSG EQUAL SPACES
002540         MOVE 'NO HAY SOLICITUDES PENDIENTES' TO CA-MSG
002550      END-IF.
002560
002570      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
002580
002590  2000-F-INICIAL. EXIT.
002600**************************************
002610*  RECIBIR LA PANTALLA: EL NUMERO    *
002620*  QUE NO SE REINGRESA ES EL ULTIMO  *
002630*  CONSULTADO                        *
002640**************************************
002650  2100-I-RECIBIR.
002660      EXEC CICS RECEIVE MAP('APRO0233') MAPSET('MAPSETA')
002670                INTO(APRO0233I)
002680      END-EXEC.
002690
002700      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002710
002720      MOVE SPACES TO CA-MSG.
002730
002740      IF APMOTIVI EQUAL LOW-VALUES
002750         MOVE SPACES TO APMOTIVI
002760      END-IF.
002770
002780      IF APNROSOI NUMERIC
002790         MOVE APNROSOI TO CA-NRO
002800      END-IF.
002810
002820      MOVE CA-NRO TO WS-SOL-NRO.
002830
002840  2100-F-RECIBIR. EXIT.
002850**************************************
002860*  LAS RESOLUCIONES SE RECONFIRMAN   *
002870*  CONTRA TBUSUARIOS: SOLO ROL 'S'   *
002880**************************************
002890  2300-I-VERIFICAR-SUPERVISOR.
002900      MOVE SPACES    TO WS-ROL-OPERADOR.
002910      MOVE EIBUSERID TO USU-USERID.
002920
002930      EXEC SQL
002940         SELECT ROL
002950           INTO :USU-ROL
002960           FROM ITPFBIO.TBUSUARIOS
002970          WHERE USERID EQUAL :USU-USERID
002980            AND ESTADO EQUAL 'A'
002990      END-EXEC.
003000
003010      IF SQLCODE EQUAL ZEROS
003020         MOVE USU-ROL TO WS-ROL-OPERADOR
003030      END-IF.
003040
003050      IF NOT WS-ROL-SUPERVISOR
003060         MOVE 'OPERACION RESERVADA A SUPERVISORES' TO CA-MSG
003070         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003080      END-IF.
003090
003100  2300-F-VERIFICAR-SUPERVISOR. EXIT.
003110**************************************
003120*   LISTAR LAS PENDIENTES (PF1)      *
003130**************************************
003140  3000-I-LISTAR.
003150      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
003160
003170      MOVE 1 TO CA-PAGINA.
003180
003190      PERFORM 3400-I-VENCER THRU 3400-F-VENCER.
003200
003210      PERFORM 3300-I-CARGAR-PAGINA THRU 3300-F-CARGAR-PAGINA.
003220
003230      IF WS-CANT-LINEAS EQUAL ZEROS AND CA-MSG EQUAL SPACES
003240         MOVE 'NO HAY SOLICITUDES PENDIENTES' TO CA-MSG
003250      END-IF.
003260
003270      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
003280
003290  3000-F-LISTAR. EXIT.
003300**************************************
003310*   PAGINA SIGUIENTE (PF8)           *
003320**************************************
003330  3100-I-SIGUIENTE.
003340      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
003350
003360      ADD 1 TO CA-PAGINA.
003370
003380      PERFORM 3300-I-CARGAR-PAGINA THRU 3300-F-CARGAR-PAGINA.
003390
003400      IF WS-CANT-LINEAS EQUAL ZEROS AND CA-PAGINA GREATER 1
003410         SUBTRACT 1 FROM CA-PAGINA
003420         PERFORM 3300-I-CARGAR-PAGINA THRU 3300-F-CARGAR-PAGINA
003430         MOVE 'NO HAY MAS SOLICITUDES HACIA ADELANTE' TO CA-MSG
003440      END-IF.
003450
003460      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
003470
003480  3100-F-SIGUIENTE. EXIT.
003490**************************************
003500*   PAGINA ANTERIOR (PF7)            *
003510**************************************
003520  3200-I-ANTERIOR.
003530      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
003540
003550      IF CA-PAGINA NOT GREATER 1
003560         MOVE 1 TO CA-PAGINA
003570         MOVE 'ESTA EN LA PRIMER PAGINA' TO CA-MSG
003580      ELSE
003590         SUBTRACT 1 FROM CA-PAGINA
003600      END-IF.
003610
003620      PERFORM 3300-I-CARGAR-PAGINA THRU 3300-F-CARGAR-PAGINA.
003630
003640      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
003650
003660  3200-F-ANTERIOR. EXIT.
003670**************************************
003680*  LEER LA PAGINA PEDIDA (SE         *
003690*  SALTEAN LAS FILAS DE LAS PAGINAS  *
003700*  ANTERIORES). UN ERROR SQL SOLO    *
003710*  QUEDA EN EL MENSAJE               *
003720**************************************
003730  3300-I-CARGAR-PAGINA.
003740      PERFORM 6500-I-LIMPIAR-LINEAS THRU 6500-F-LIMPIAR-LINEAS.
003750
003760      IF CA-PAGINA LESS 1
003770         MOVE 1 TO CA-PAGINA
003780      END-IF.
003790
003800      COMPUTE WS-SALTAR = (CA-PAGINA - 1) * CT-TAM-PAGINA.
003810      MOVE ZEROS TO WS-LEIDAS.
003820      MOVE ZEROS TO WS-CANT-LINEAS.
003830
003840      MOVE CA-PAGINA      TO WS-PAGINA-EDIT.
003850      MOVE WS-PAGINA-EDIT TO APPAGINO.
003860
003870      EXEC SQL
003880         OPEN APR_PEND_CURSOR
003890      END-EXEC.
003900
003910      IF SQLCODE NOT EQUAL ZEROS
003920         IF CA-MSG EQUAL SPACES
003930            MOVE 'ERROR AL LEER LAS SOLICITUDES - VER SQLCODE'
003940                 TO CA-MSG
003950         END-IF
003960         GO TO 3300-F-CARGAR-PAGINA
003970      END-IF.
003980
003990      SET WS-CURSOR-OK TO TRUE.
004000
004010      PERFORM 3310-I-FETCH-PENDIENTE THRU 3310-F-FETCH-PENDIENTE
004020         UNTIL WS-CURSOR-FIN.
004030
004040      EXEC SQL
004050         CLOSE APR_PEND_CURSOR
004060      END-EXEC.
004070
004080  3300-F-CARGAR-PAGINA. EXIT.
004090
004100  3310-I-FETCH-PENDIENTE.
004110      EXEC SQL
004120         FETCH APR_PEND_CURSOR
004130         INTO :APR-NRO-SOLICITUD, :APR-OPERACION, :APR-CLAVE,
004140              :APR-USUARIO-ALTA, :APR-FECHA-ALTA, :APR-HORA-ALTA
004150      END-EXEC.
004160
004170      IF SQLCODE NOT EQUAL ZEROS
004180         SET WS-CURSOR-FIN TO TRUE
004190         GO TO 3310-F-FETCH-PENDIENTE
004200      END-IF.
004210
004220      MOVE APR-NRO-SOLICITUD  TO WS-LA-NRO.
004230      MOVE APR-OPERACION      TO WS-LA-OPERACION.
004240      MOVE APR-CLAVE          TO WS-LA-CLAVE.
004250      MOVE APR-USUARIO-ALTA   TO WS-LA-USUARIO.
004260      MOVE APR-FECHA-ALTA     TO WS-LA-FECHA.
004270      MOVE APR-HORA-ALTA(1:2) TO WS-LA-HH.
004280      MOVE APR-HORA-ALTA(3:2) TO WS-LA-MI.
004290
004300      PERFORM 3390-I-AGREGAR-LINEA THRU 3390-F-AGREGAR-LINEA.
004310
004320  3310-F-FETCH-PENDIENTE. EXIT.
004330**************************************
004340*  PASAR LA LINEA A LA PANTALLA SI   *
004350*  CORRESPONDE A LA PAGINA PEDIDA    *
004360**************************************
004370  3390-I-AGREGAR-LINEA.
004380      ADD 1 TO WS-LEIDAS.
004390
004400      IF WS-LEIDAS NOT GREATER WS-SALTAR
004410         GO TO 3390-F-AGREGAR-LINEA
004420      END-IF.
004430
004440      ADD 1 TO WS-CANT-LINEAS.
004450
004460      EVALUATE WS-CANT-LINEAS
004470         WHEN 1
004480            MOVE WS-LIN-APROB TO APLIN1O
004490         WHEN 2
004500            MOVE WS-LIN-APROB TO APLIN2O
004510         WHEN 3
004520            MOVE WS-LIN-APROB TO APLIN3O
004530         WHEN 4
004540            MOVE WS-LIN-APROB TO APLIN4O
004550         WHEN 5
004560            MOVE WS-LIN-APROB TO APLIN5O
004570         WHEN 6
004580            MOVE WS-LIN-APROB TO APLIN6O
004590         WHEN 7
004600            MOVE WS-LIN-APROB TO APLIN7O
004610         WHEN 8
004620            MOVE WS-LIN-APROB TO APLIN8O
004630         WHEN 9
004640            MOVE WS-LIN-APROB TO APLIN9O
004650         WHEN 10
004660            MOVE WS-LIN-APROB TO APLIN10O
004670      END-EVALUATE.
004680
004690      IF WS-CANT-LINEAS NOT LESS CT-TAM-PAGINA
004700         SET WS-CURSOR-FIN TO TRUE
004710      END-IF.
004720
004730  3390-F-AGREGAR-LINEA. EXIT.
004740**************************************
004750*  VENCER LAS PENDIENTES QUE         *
004760*  SUPERARON EL PLAZO. UN ERROR SQL  *
004770*  NO IMPIDE LISTAR                  *
004780**************************************
004790  3400-I-VENCER.
004800      PERFORM 5000-I-LEER-PARAMETRO THRU 5000-F-LEER-PARAMETRO.
004810
004820      EXEC SQL
004830         OPEN APR_VENC_CURSOR
004840      END-EXEC.
004850
004860      IF SQLCODE NOT EQUAL ZEROS
004870         GO TO 3400-F-VENCER
004880      END-IF.
004890
004900      SET WS-CURSOR-OK TO TRUE.
004910
004920      PERFORM 3410-I-VENCER-UNA THRU 3410-F-VENCER-UNA
004930         UNTIL WS-CURSOR-FIN.
004940
004950      EXEC SQL
004960         CLOSE APR_VENC_CURSOR
004970      END-EXEC.
004980
004990  3400-F-VENCER. EXIT.
005000
005010  3410-I-VENCER-UNA.
005020      EXEC SQL
005030         FETCH APR_VENC_CURSOR
005040         INTO :APR-NRO-SOLICITUD, :APR-OPERACION,
005050              :APR-USUARIO-ALTA, :APR-FECHA-ALTA, :APR-HORA-ALTA
005060      END-EXEC.
005070
005080      IF SQLCODE NOT EQUAL ZEROS
005090         SET WS-CURSOR-FIN TO TRUE
005100         GO TO 3410-F-VENCER-UNA
005110      END-IF.
005120
005130      PERFORM 5100-I-CALCULAR-VENCIDA
005135         THRU 5100-F-CALCULAR-VENCIDA.
005140
005150      IF WS-SOL-EN-PLAZO
005160         GO TO 3410-F-VENCER-UNA
005170      END-IF.
005180
005190      MOVE 'V'                    TO APR-ESTADO.
005200      MOVE 'SISTEMA'              TO APR-USUARIO-RESOL.
005210      MOVE WS-FECHA-HOY           TO APR-FECHA-RESOL.
005220      ACCEPT APR-HORA-RESOL       FROM TIME.
005230      MOVE 'VENCIDA SIN RESOLVER' TO APR-MOTIVO-RESOL.
005240
005250      EXEC SQL
005260         UPDATE ITPFBIO.TBAPROBACIONES
005270            SET ESTADO        = :APR-ESTADO,
005280                USUARIO_RESOL = :APR-USUARIO-RESOL,
005290                FECHA_RESOL   = :APR-FECHA-RESOL,
005300                HORA_RESOL    = :APR-HORA-RESOL,
005310                MOTIVO_RESOL  = :APR-MOTIVO-RESOL
005320          WHERE CURRENT OF APR_VENC_CURSOR
005330      END-EXEC.
005340
005350      IF SQLCODE NOT EQUAL ZEROS
005360         GO TO 3410-F-VENCER-UNA
005370      END-IF.
005380
005390      MOVE 'SOLICITUD VENCIDA' TO WS-AUD-CAMPO.
005400
005410      PERFORM 8000-I-AUDITAR-SOLICITUD
005420         THRU 8000-F-AUDITAR-SOLICITUD.
005430
005440  3410-F-VENCER-UNA. EXIT.
005450**************************************
005460*   VOLVER AL MENU PRINCIPAL (PF12)  *
005470**************************************
005480  3500-I-A-SALIR.
005490      MOVE SPACES TO CA-MSG.
005500
005510      EXEC CICS XCTL PROGRAM('PGMMEN33')
005520                COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
005530      END-EXEC.
005540
005550  3500-F-A-SALIR. EXIT.
005560**************************************
005570*  APROBAR (PF2): SE MARCA APROBADA  *
005580*  Y SE PASA EL CONTROL AL PROGRAMA  *
005590*  DE LA OPERACION, QUE LA EJECUTA Y *
005600*  VUELVE CON EL RESULTADO (4500)    *
005610**************************************
005620  4000-I-APROBAR.
005630      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
005640      PERFORM 2300-I-VERIFICAR-SUPERVISOR
005650         THRU 2300-F-VERIFICAR-SUPERVISOR.
005660      PERFORM 4100-I-CONTROLES THRU 4100-F-CONTROLES.
005670
005680      MOVE APR-PROGRAMA TO WS-PGM-SOLICITUD.
005690
005700      IF NOT WS-PGM-HABILITADO
005710         MOVE 'PROGRAMA DE LA SOLICITUD NO HABILITADO' TO CA-MSG
005720         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005730      END-IF.
005740
005750      MOVE 'A'          TO APR-ESTADO.
005760      MOVE EIBUSERID    TO APR-USUARIO-RESOL.
005770      MOVE WS-FECHA-HOY TO APR-FECHA-RESOL.
005780      ACCEPT APR-HORA-RESOL FROM TIME.
005790      MOVE APMOTIVI     TO APR-MOTIVO-RESOL.
005800
005810      EXEC SQL
005820         UPDATE ITPFBIO.TBAPROBACIONES
005830            SET ESTADO        = :APR-ESTADO,
005840                USUARIO_RESOL = :APR-USUARIO-RESOL,
005850                FECHA_RESOL   = :APR-FECHA-RESOL,
005860                HORA_RESOL    = :APR-HORA-RESOL,
005870                MOTIVO_RESOL  = :APR-MOTIVO-RESOL
005880          WHERE NRO_SOLICITUD EQUAL :APR-NRO-SOLICITUD
005890            AND ESTADO        EQUAL 'P'
005900      END-EXEC.
005910
005920      EVALUATE SQLCODE
005930         WHEN ZEROS
005940            CONTINUE
005950         WHEN +100
005960            MOVE 'LA SOLICITUD YA FUE RESUELTA POR OTRO USUARIO'
005970                 TO CA-MSG
005980            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005990         WHEN OTHER
006000            MOVE 'ERROR AL APROBAR LA SOLICITUD - VER SQLCODE'
006010                 TO CA-MSG
006020            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006030      END-EVALUATE.
006040
006050      MOVE SPACES            TO LK-APR-AREA.
006060      SET LK-APR-EJECUTAR    TO TRUE.
006070      MOVE WS-SOL-NRO        TO LK-APR-NRO.
006080      MOVE APR-PROGRAMA      TO LK-APR-PROGRAMA.
006090      MOVE APR-USUARIO-ALTA  TO LK-APR-USU-ALTA.
006100      MOVE APR-CLAVE         TO LK-APR-CLAVE.
006110      MOVE APR-DATOS         TO LK-APR-DATOS.
006120
006130      EXEC CICS XCTL PROGRAM(WS-PGM-SOLICITUD)
006140                COMMAREA(LK-APR-AREA) LENGTH(222)
006150      END-EXEC.
006160
006170  4000-F-APROBAR. EXIT.
006180**************************************
006190*  CONTROLES COMUNES A APROBAR Y     *
006200*  RECHAZAR: PENDIENTE, EN PLAZO Y   *
006210*  CARGADA POR OTRO USUARIO          *
006220**************************************
006230  4100-I-CONTROLES.
006240      IF WS-SOL-NRO EQUAL ZEROS
006250         MOVE 'INGRESE EL NUMERO DE SOLICITUD' TO CA-MSG
006260         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006270      END-IF.
006280
006290      PERFORM 5300-I-LEER-SOLICITUD THRU 5300-F-LEER-SOLICITUD.
006300
006310      IF APR-ESTADO NOT EQUAL 'P'
006320         MOVE 'LA SOLICITUD YA FUE RESUELTA' TO CA-MSG
006330         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006340      END-IF.
006350
006360      PERFORM 5000-I-LEER-PARAMETRO THRU 5000-F-LEER-PARAMETRO.
006370      PERFORM 5100-I-CALCULAR-VENCIDA
006375         THRU 5100-F-CALCULAR-VENCIDA.
006380
006390      IF WS-SOL-VENCIDA
006400         PERFORM 5200-I-MARCAR-VENCIDA THRU 5200-F-MARCAR-VENCIDA
006410         MOVE 'LA SOLICITUD SUPERO EL PLAZO Y QUEDO VENCIDA'
006420              TO CA-MSG
006430         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006440      END-IF.
006450
006460      IF APR-USUARIO-ALTA EQUAL EIBUSERID
006470         MOVE 'LA SOLICITUD DEBE RESOLVERLA OTRO USUARIO'
006475              TO CA-MSG
006480         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006490      END-IF.
006500
006510  4100-F-CONTROLES. EXIT.
006520**************************************
006530*  RECHAZAR (PF3) CON MOTIVO         *
006540**************************************
006550  4200-I-RECHAZAR.
006560      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
006570      PERFORM 2300-I-VERIFICAR-SUPERVISOR
006580         THRU 2300-F-VERIFICAR-SUPERVISOR.
006590
006600      IF APMOTIVI EQUAL SPACES
006610         MOVE 'INGRESE EL MOTIVO DEL RECHAZO' TO CA-MSG
006620         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006630      END-IF.
006640
006650      PERFORM 4100-I-CONTROLES THRU 4100-F-CONTROLES.
006660
006670      MOVE 'R'          TO APR-ESTADO.
006680      MOVE EIBUSERID    TO APR-USUARIO-RESOL.
006690      MOVE WS-FECHA-HOY TO APR-FECHA-RESOL.
006700      ACCEPT APR-HORA-RESOL FROM TIME.
006710      MOVE APMOTIVI     TO APR-MOTIVO-RESOL.
006720
006730      EXEC SQL
006740         UPDATE ITPFBIO.TBAPROBACIONES
006750            SET ESTADO        = :APR-ESTADO,
006760                USUARIO_RESOL = :APR-USUARIO-RESOL,
006770                FECHA_RESOL   = :APR-FECHA-RESOL,
006780                HORA_RESOL    = :APR-HORA-RESOL,
006790                MOTIVO_RESOL  = :APR-MOTIVO-RESOL
006800          WHERE NRO_SOLICITUD EQUAL :APR-NRO-SOLICITUD
006810            AND ESTADO        EQUAL 'P'
006820      END-EXEC.
006830
006840      EVALUATE SQLCODE
006850         WHEN ZEROS
006860            CONTINUE
006870         WHEN +100
006880            MOVE 'LA SOLICITUD YA FUE RESUELTA POR OTRO USUARIO'
006890                 TO CA-MSG
006900            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006910         WHEN OTHER
006920            MOVE 'ERROR AL RECHAZAR LA SOLICITUD - VER SQLCODE'
006930                 TO CA-MSG
006940            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006950      END-EVALUATE.
006960
006970      MOVE 'SOLICITUD RECHAZADA' TO WS-AUD-CAMPO.
006980
006990      PERFORM 8000-I-AUDITAR-SOLICITUD
007000         THRU 8000-F-AUDITAR-SOLICITUD.
007010
007020      MOVE ZEROS  TO CA-NRO.
007030      MOVE SPACES TO APNROSOO.
007040      MOVE SPACES TO APMOTIVO.
007050      MOVE SPACES TO APDETALO.
007060      MOVE 'SOLICITUD RECHAZADA CORRECTAMENTE' TO CA-MSG.
007070
007080      PERFORM 3300-I-CARGAR-PAGINA THRU 3300-F-CARGAR-PAGINA.
007090
007100      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
007110
007120  4200-F-RECHAZAR. EXIT.
007130**************************************
007140*  CONSULTAR UNA SOLICITUD (PF5):    *
007150*  PROGRAMA Y DATOS A EJECUTAR       *
007160**************************************
007170  4300-I-CONSULTAR.
007180      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
007190
007200      IF WS-SOL-NRO EQUAL ZEROS
007210         MOVE 'INGRESE EL NUMERO DE SOLICITUD' TO CA-MSG
007220         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
007230      END-IF.
007240
007250      PERFORM 5300-I-LEER-SOLICITUD THRU 5300-F-LEER-SOLICITUD.
007260
007270      MOVE APR-PROGRAMA TO WS-DET-PROGRAMA.
007280      MOVE APR-DATOS    TO WS-DET-DATOS.
007290      MOVE WS-DETALLE   TO APDETALO.
007300      MOVE WS-SOL-NRO   TO APNROSOO.
007310
007320      EVALUATE APR-ESTADO
007330         WHEN 'P'
007340            MOVE 'PENDIENTE - PF2 APRUEBA, PF3 RECHAZA CON MOTIVO'
007350                 TO CA-MSG
007360         WHEN 'A'
007370            MOVE 'SOLICITUD YA APROBADA Y EJECUTADA' TO CA-MSG
007380         WHEN 'R'
007390            MOVE 'SOLICITUD RECHAZADA' TO CA-MSG
007400         WHEN 'V'
007410            MOVE 'SOLICITUD VENCIDA SIN RESOLVER' TO CA-MSG
007420         WHEN OTHER
007430            MOVE SPACES TO CA-MSG
007440            STRING 'APROBADA PERO NO EJECUTADA: '
007445                                                 DELIMITED BY SIZE
007450                   APR-MOTIVO-RESOL              DELIMITED BY SIZE
007460                   INTO CA-MSG
007470      END-EVALUATE.
007480
007490      PERFORM 3300-I-CARGAR-PAGINA THRU 3300-F-CARGAR-PAGINA.
007500
007510      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
007520
007530  4300-F-CONSULTAR. EXIT.
007540**************************************
007550*  VUELTA DEL PROGRAMA QUE EJECUTO   *
007560*  LA SOLICITUD: SI LA EJECUTO SE    *
007570*  AUDITA LA APROBACION; SI LA       *
007580*  RECHAZO SE DESHACE LO HECHO Y LA  *
007590*  SOLICITUD QUEDA CON ERROR ('E')   *
007600**************************************
007610  4500-I-RESULTADO.
007620      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
007630
007640      IF NOT LK-APR-RESULTADO
007650         PERFORM 2000-I-INICIAL THRU 2000-F-INICIAL
007660      END-IF.
007670
007680      MOVE LOW-VALUES TO APRO0233O.
007690      MOVE SPACES     TO CA-MSG.
007700      MOVE 'P'        TO CA-ESTADO.
007710      MOVE 1          TO CA-PAGINA.
007720      MOVE ZEROS      TO CA-NRO.
007730      MOVE LK-APR-NRO TO WS-SOL-NRO.
007740
007750      IF LK-APR-OK
007760         PERFORM 5300-I-LEER-SOLICITUD THRU 5300-F-LEER-SOLICITUD
007770         MOVE 'SOLICITUD APROBADA' TO WS-AUD-CAMPO
007780         PERFORM 8000-I-AUDITAR-SOLICITUD
007790            THRU 8000-F-AUDITAR-SOLICITUD
007800         STRING 'SOL '     DELIMITED BY SIZE
007810                WS-SOL-NRO DELIMITED BY SIZE
007820                ': '       DELIMITED BY SIZE
007830                LK-APR-MSG DELIMITED BY SIZE
007840                INTO CA-MSG
007850         GO TO 4500-F-RESULTADO-LISTAR
007860      END-IF.
007870
007880      EXEC CICS SYNCPOINT ROLLBACK
007890      END-EXEC.
007900
007910      PERFORM 5300-I-LEER-SOLICITUD THRU 5300-F-LEER-SOLICITUD.
007920
007930      MOVE 'E'              TO APR-ESTADO.
007940      MOVE EIBUSERID        TO APR-USUARIO-RESOL.
007950      MOVE WS-FECHA-HOY     TO APR-FECHA-RESOL.
007960      ACCEPT APR-HORA-RESOL FROM TIME.
007970      MOVE LK-APR-MSG       TO APR-MOTIVO-RESOL.
007980
007990      EXEC SQL
008000         UPDATE ITPFBIO.TBAPROBACIONES
008010            SET ESTADO        = :APR-ESTADO,
008020                USUARIO_RESOL = :APR-USUARIO-RESOL,
008030                FECHA_RESOL   = :APR-FECHA-RESOL,
008040                HORA_RESOL    = :APR-HORA-RESOL,
008050                MOTIVO_RESOL  = :APR-MOTIVO-RESOL
008060          WHERE NRO_SOLICITUD EQUAL :APR-NRO-SOLICITUD
008070            AND ESTADO        EQUAL 'P'
008080      END-EXEC.
008090
008100      MOVE 'SOLICITUD CON ERROR' TO WS-AUD-CAMPO.
008110
008120      PERFORM 8000-I-AUDITAR-SOLICITUD
008130         THRU 8000-F-AUDITAR-SOLICITUD.
008140
008150      STRING 'SOL '          DELIMITED BY SIZE
008160             WS-SOL-NRO      DELIMITED BY SIZE
008170             ' NO EJECUTADA: ' DELIMITED BY SIZE
008180             LK-APR-MSG      DELIMITED BY SIZE
008190             INTO CA-MSG.
008200
008210  4500-F-RESULTADO-LISTAR.
008220      PERFORM 3300-I-CARGAR-PAGINA THRU 3300-F-CARGAR-PAGINA.
008230
008240      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
008250
008260  4500-F-RESULTADO. EXIT.
008270**************************************
008280*  HORAS DE VIGENCIA DE UNA          *
008290*  SOLICITUD (TBPARAMS, 24 SI NO     *
008300*  ESTA O NO ES POSITIVO)            *
008310**************************************
008320  5000-I-LEER-PARAMETRO.
008330      MOVE 'PGMAPR33'          TO PAR-PROGRAMA.
008340      MOVE 'HORAS-VENCIMIENTO' TO PAR-PARAMETRO.
008350
008360      EXEC SQL
008370         SELECT VALOR
008380           INTO :PAR-VALOR
008390           FROM ITPFBIO.TBPARAMS
008400          WHERE PROGRAMA  EQUAL :PAR-PROGRAMA
008410            AND PARAMETRO EQUAL :PAR-PARAMETRO
008420      END-EXEC.
008430
008440      IF SQLCODE NOT EQUAL ZEROS
008450         MOVE ZEROS TO PAR-VALOR
008460      END-IF.
008470
008480      IF PAR-VALOR GREATER ZEROS
008490         MOVE PAR-VALOR        TO WS-HORAS-VENC
008500      ELSE
008510         MOVE CT-HORAS-DEFECTO TO WS-HORAS-VENC
008520      END-IF.
008530
008540      COMPUTE WS-MINUTOS-LIMITE = WS-HORAS-VENC * 60.
008550
008560  5000-F-LEER-PARAMETRO. EXIT.
008570**************************************
008580*  MINUTOS TRANSCURRIDOS DESDE EL    *
008590*  ALTA (DIAS POR RUTFECHA 'D' MAS   *
008600*  LA DIFERENCIA DE HORA) CONTRA EL  *
008610*  PLAZO EN MINUTOS                  *
008620**************************************
008630  5100-I-CALCULAR-VENCIDA.
008640      SET WS-SOL-EN-PLAZO TO TRUE.
008650
008660      MOVE APR-FECHA-ALTA(1:4) TO WS-FAN-AA.
008670      MOVE APR-FECHA-ALTA(6:2) TO WS-FAN-MM.
008680      MOVE APR-FECHA-ALTA(9:2) TO WS-FAN-DD.
008690      MOVE APR-HORA-ALTA       TO WS-HORA-ALTA.
008700
008710      IF WS-FECHA-ALTA-N NOT NUMERIC
008720         OR WS-ALT-HH NOT NUMERIC
008730         OR WS-ALT-MM NOT NUMERIC
008740         GO TO 5100-F-CALCULAR-VENCIDA
008750      END-IF.
008760
008770      MOVE ZEROS TO LK-DIAS.
008780
008790      IF WS-FECHA-ALTA-N NOT EQUAL WS-AREA
008800         MOVE WS-FECHA-ALTA-N TO LK-ENTRADA-DESDE
008810         MOVE WS-AREA         TO LK-ENTRADA
008820         SET LK-FUNCION-DIF   TO TRUE
008830         CALL 'RUTFECHA' USING LK-AREA
008840         IF LK-FECHA-ER
008850            MOVE ZEROS TO LK-DIAS
008860         END-IF
008870      END-IF.
008880
008890      ACCEPT WS-HORA-AHORA FROM TIME.
008900
008910      COMPUTE WS-MINUTOS = LK-DIAS * 1440
008920                         + WS-AHO-HH * 60 + WS-AHO-MM
008930                         - WS-ALT-HH * 60 - WS-ALT-MM.
008940
008950      IF WS-MINUTOS NOT LESS WS-MINUTOS-LIMITE
008960         SET WS-SOL-VENCIDA TO TRUE
008970      END-IF.
008980
008990  5100-F-CALCULAR-VENCIDA. EXIT.
009000**************************************
009010*  MARCAR VENCIDA LA SOLICITUD LEIDA *
009020**************************************
009030  5200-I-MARCAR-VENCIDA.
009040      MOVE 'V'                    TO APR-ESTADO.
009050      MOVE 'SISTEMA'              TO APR-USUARIO-RESOL.
009060      MOVE WS-FECHA-HOY           TO APR-FECHA-RESOL.
009070      ACCEPT APR-HORA-RESOL       FROM TIME.
009080      MOVE 'VENCIDA SIN RESOLVER' TO APR-MOTIVO-RESOL.
009090
009100      EXEC SQL
009110         UPDATE ITPFBIO.TBAPROBACIONES
009120            SET ESTADO        = :APR-ESTADO,
009130                USUARIO_RESOL = :APR-USUARIO-RESOL,
009140                FECHA_RESOL   = :APR-FECHA-RESOL,
009150                HORA_RESOL    = :APR-HORA-RESOL,
009160                MOTIVO_RESOL  = :APR-MOTIVO-RESOL
009170          WHERE NRO_SOLICITUD EQUAL :APR-NRO-SOLICITUD
009180            AND ESTADO        EQUAL 'P'
009190      END-EXEC.
009200
009210      IF SQLCODE EQUAL ZEROS
009220         MOVE 'SOLICITUD VENCIDA' TO WS-AUD-CAMPO
009230         PERFORM 8000-I-AUDITAR-SOLICITUD
009240            THRU 8000-F-AUDITAR-SOLICITUD
009250      END-IF.
009260
009270  5200-F-MARCAR-VENCIDA. EXIT.
009280**************************************
009290*  LEER LA SOLICITUD WS-SOL-NRO      *
009300**************************************
009310  5300-I-LEER-SOLICITUD.
009320      MOVE WS-SOL-NRO TO APR-NRO-SOLICITUD.
009330
009340      EXEC SQL
009350         SELECT PROGRAMA, OPERACION, CLAVE, DATOS, ESTADO,
009360                USUARIO_ALTA, FECHA_ALTA, HORA_ALTA,
009370                USUARIO_RESOL, FECHA_RESOL, HORA_RESOL,
009380                MOTIVO_RESOL
009390           INTO :APR-PROGRAMA, :APR-OPERACION, :APR-CLAVE,
009400                :APR-DATOS, :APR-ESTADO,
009410                :APR-USUARIO-ALTA, :APR-FECHA-ALTA,
009420                :APR-HORA-ALTA,
009430                :APR-USUARIO-RESOL, :APR-FECHA-RESOL,
009440                :APR-HORA-RESOL, :APR-MOTIVO-RESOL
009450           FROM ITPFBIO.TBAPROBACIONES
009460          WHERE NRO_SOLICITUD EQUAL :APR-NRO-SOLICITUD
009470      END-EXEC.
009480
009490      EVALUATE SQLCODE
009500         WHEN ZEROS
009510            CONTINUE
009520         WHEN +100
009530            MOVE 'SOLICITUD INEXISTENTE' TO CA-MSG
009540            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
009550         WHEN OTHER
009560            MOVE 'ERROR AL LEER LA SOLICITUD - VER SQLCODE'
009570                 TO CA-MSG
009580            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
009590      END-EVALUATE.
009600
009610  5300-F-LEER-SOLICITUD. EXIT.
009620**************************************
009630*   RECHAZAR LA OPERACION (MSG)      *
009640**************************************
009650  6000-I-RECHAZO.
009660      PERFORM 3300-I-CARGAR-PAGINA THRU 3300-F-CARGAR-PAGINA.
009670
009680      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
009690
009700  6000-F-RECHAZO. EXIT.
009710**************************************
009720*  ENVIAR EL MAPA Y RETORNAR         *
009730**************************************
009740  6100-I-ENVIAR.
009750      MOVE WS-FECHA-HOY TO APFECHAO.
009760      MOVE CA-MSG       TO APMSGO.
009770      MOVE 'P'          TO CA-ESTADO.
009780
009790      EXEC CICS SEND MAP('APRO0233') MAPSET('MAPSETA')
009800                FROM(APRO0233O) ERASE
009810      END-EXEC.
009820
009830      EXEC CICS RETURN TRANSID('APR1')
009840                COMMAREA(WS-CA-APR-AREA) LENGTH(13)
009850      END-EXEC.
009860
009870  6100-F-ENVIAR. EXIT.
009880**************************************
009890*  LIMPIAR LAS LINEAS DE LA PANTALLA *
009900**************************************
009910  6500-I-LIMPIAR-LINEAS.
009920      MOVE SPACES TO APLIN1O.
009930      MOVE SPACES TO APLIN2O.
009940      MOVE SPACES TO APLIN3O.
009950      MOVE SPACES TO APLIN4O.
009960      MOVE SPACES TO APLIN5O.
009970      MOVE SPACES TO APLIN6O.
009980      MOVE SPACES TO APLIN7O.
009990      MOVE SPACES TO APLIN8O.
010000      MOVE SPACES TO APLIN9O.
010010      MOVE SPACES TO APLIN10O.
010020
010030  6500-F-LIMPIAR-LINEAS. EXIT.
010040**************************************
010050*           TOMAR FECHA              *
010060**************************************
010070  7000-I-FECHA.
010080      ACCEPT WS-AREA FROM DATE YYYYMMDD.
010090
010100      MOVE WS-AREA-AA TO WS-HOY-AA.
010110      MOVE WS-AREA-MM TO WS-HOY-MM.
010120      MOVE WS-AREA-DD TO WS-HOY-DD.
010130
010140  7000-F-FECHA. EXIT.
010150**************************************
010160*  AUDITAR LA RESOLUCION: NUMERO Y   *
010170*  OPERACION, QUIEN LA CARGO Y QUIEN *
010180*  LA RESOLVIO                       *
010190**************************************
010200  8000-I-AUDITAR-SOLICITUD.
010210      MOVE APR-NRO-SOLICITUD TO WS-SOL-NRO.
010220      MOVE WS-AUD-CAMPO      TO AUD-CAMPO.
010230      MOVE SPACES            TO AUD-VALOR-ANTES.
010240      MOVE SPACES            TO AUD-VALOR-DESPUES.
010250
010260      STRING 'SOL '          DELIMITED BY SIZE
010270             WS-SOL-NRO      DELIMITED BY SIZE
010280             ' '             DELIMITED BY SIZE
010290             APR-OPERACION   DELIMITED BY SIZE
010300             INTO AUD-VALOR-ANTES.
010310
010320      STRING 'CARGO:'          DELIMITED BY SIZE
010330             APR-USUARIO-ALTA  DELIMITED BY SIZE
010340             ' RESOLVIO:'      DELIMITED BY SIZE
010350             APR-USUARIO-RESOL DELIMITED BY SIZE
010360             INTO AUD-VALOR-DESPUES.
010370
010380      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
010390
010400  8000-F-AUDITAR-SOLICITUD. EXIT.
010410**************************************
010420*   GRABAR AUDITORIA EN LA COLA AUDT *
010430**************************************
010440  9000-I-AUDITAR.
010450      MOVE WS-FECHA-HOY    TO AUD-FECHA.
010460      ACCEPT AUD-HORA      FROM TIME.
010470      MOVE EIBUSERID       TO AUD-USERID.
010480      MOVE EIBTRMID        TO AUD-TERMID.
010490      MOVE EIBTRNID        TO AUD-TRANSACCION.
010500      MOVE SPACES          TO AUD-TIPO-DOC.
010510      MOVE ZEROS           TO AUD-NRO-DOC.
010520
010530      EXEC CICS WRITEQ TD QUEUE('AUDT')
010540                FROM(WS-AUDIT-REC) LENGTH(147)
010550      END-EXEC.
010560
010570  9000-F-AUDITAR. EXIT.

