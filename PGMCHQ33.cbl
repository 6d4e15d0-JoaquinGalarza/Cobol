000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMCHQ33.
000030**********************************************************
000040*                                                        *
000050**********************************************************
000060*     MANTENIMIENTO DE PROGRAMA                         *
000070**********************************************************
000080* FECHA   *    DETALLE        * COD *
000090**************************************
000100*         *                   *     *
000110* 15/10/26* TRANSACCION CICS DE CHEQUERAS Y ORDENES DE   *
000120*         * NO PAGAR (MAP0233/CHEQ0233, OPCION 25 DEL * JCR *
000130*         * MENU, SOLO SUPERVISOR) - PF1 ENTREGA UNA     *
000140*         * CHEQUERA A UNA CUENTA CORRIENTE ABIERTA Y    *
000150*         * ACTIVA CON EL RANGO SIGUIENTE AL DE SU       *
000160*         * ULTIMA CHEQUERA; PF2 REGISTRA LA DENUNCIA U  *
000170*         * ORDEN DE NO PAGAR DE UN CHEQUE DE ALGUNA     *
000180*         * CHEQUERA DE LA CUENTA; PF3 LA LEVANTA Y PF5  *
000190*         * CONSULTA LA CHEQUERA Y EL ESTADO DEL CHEQUE. *
000200*         * NO SE ENTREGAN CHEQUERAS A CUENTAS CON       *
000210*         * TITULAR FALLECIDO. CADA ACCION QUEDA EN LA   *
000220*         * COLA DE AUDITORIA AUDT                       *
000230**************************************
000240  ENVIRONMENT DIVISION.
000250  CONFIGURATION SECTION.
000260  SPECIAL-NAMES.
000270      DECIMAL-POINT IS COMMA.
000280
000290  DATA DIVISION.
000300  WORKING-STORAGE SECTION.
000310  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000320
000330      COPY MAPSETA.
000340
000350      COPY AUDITREG.
000360
000370*************************************
000380*         FECHA DE PROCESO         *
000390*************************************
000400  01  WS-AREA.
000410      05  WS-AREA-AA       PIC 9(04)         VALUE ZEROS.
000420      05  WS-AREA-MM       PIC 9(02)         VALUE ZEROS.
000430      05  WS-AREA-DD       PIC 9(02)         VALUE ZEROS.
000440
000450  01  WS-FECHA-HOY.
000460      05  WS-HOY-AA        PIC 9(04)         VALUE ZEROS.
000470      05  WS-SEP1          PIC X(01)         VALUE '-'.
000480      05  WS-HOY-MM        PIC 9(02)         VALUE ZEROS.
000490      05  WS-SEP2          PIC X(01)         VALUE '-'.
000500      05  WS-HOY-DD        PIC 9(02)         VALUE ZEROS.
000510*************************************
000520*      AREA DE TRABAJO CHEQUES     *
000530*************************************
000540  01  WS-CANT-CHEQUES      PIC 9(03)         VALUE ZEROS.
000550  01  WS-NRO-CHEQUE        PIC 9(08)         VALUE ZEROS.
000560  01  WS-ULTIMA-SERIE      PIC S9(8)V COMP-3 VALUE ZEROS.
000570  01  WS-ULTIMA-CHEQUERA   PIC S9(5)V COMP-3 VALUE ZEROS.
000580  01  WS-CANT-FALLEC       PIC S9(04) COMP   VALUE ZEROS.
000590  01  WS-ESTADO-CUENTA     PIC X(01)         VALUE SPACES.
000600      88 WS-CUENTA-INACTIVA                  VALUE 'D'.
000610
000620  01  WS-CHEQUE-SW         PIC X(01)         VALUE 'N'.
000630      88 WS-CHEQUE-CON-NOVEDAD               VALUE 'S'.
000640      88 WS-CHEQUE-SIN-NOVEDAD               VALUE 'N'.
000650
000660  01  WS-ESTADO-ANTERIOR   PIC X(01)         VALUE SPACES.
000670
000680  01  WS-EDIT-CHEQUERA     PIC ZZZZ9         VALUE ZEROS.
000690  01  WS-EDIT-SERIE        PIC 9(08)         VALUE ZEROS.
000700
000710  01  WS-AUD-CHEQUE.
000720      05  WS-AUD-CUENTA    PIC X(15)         VALUE SPACES.
000730      05  FILLER           PIC X(01)         VALUE SPACES.
000740      05  WS-AUD-NRO       PIC 9(08)         VALUE ZEROS.
000750      05  FILLER           PIC X(01)         VALUE SPACES.
000760      05  WS-AUD-ESTADO    PIC X(01)         VALUE SPACES.
000770      05  FILLER           PIC X(01)         VALUE SPACES.
000780      05  WS-AUD-MOTIVO    PIC X(13)         VALUE SPACES.
000790
000800  01  WS-AUD-CHEQUERA.
000810      05  WS-AUD-CHR-NRO   PIC 9(05)         VALUE ZEROS.
000820      05  FILLER           PIC X(01)         VALUE SPACES.
000830      05  WS-AUD-DESDE     PIC 9(08)         VALUE ZEROS.
000840      05  FILLER           PIC X(01)         VALUE '-'.
000850      05  WS-AUD-HASTA     PIC 9(08)         VALUE ZEROS.
000860      05  FILLER           PIC X(17)         VALUE SPACES.
000870
000880  77  CT-TIPO-CTA-CTE      PIC X(02)       VALUE 'CC'.
000890  77  CT-CANT-DEFECTO      PIC 9(03)       VALUE 025.
000900  77  CT-CANT-MAXIMA       PIC 9(03)       VALUE 100.
000910  77  CT-CHEQUERA-VIGENTE  PIC X(01)       VALUE 'A'.
000920  77  CT-NO-PAGAR          PIC X(01)       VALUE 'N'.
000930  77  CT-LEVANTADA         PIC X(01)       VALUE 'L'.
000940  77  CT-PAGADO            PIC X(01)       VALUE 'P'.
000950  77  CT-RECHAZADO         PIC X(01)       VALUE 'R'.
000960*************************************
000970*   COMMAREA HACIA EL MENU (MSG)   *
000980*************************************
000990  01  WS-CA-MENU-AREA.
001000      05 CA-MSG            PIC X(72)       VALUE SPACES.
001010
001020  01  WS-CA-ESTADO         PIC X(01)       VALUE SPACES.
001030      88 WS-CA-1RA-VEZ                     VALUE SPACES.
001040      88 WS-CA-PROCESANDO                  VALUE 'P'.
001050*************************************
001060*             SQL                  *
001070*************************************
001080       EXEC SQL
001090         INCLUDE SQLCA
001100       END-EXEC.
001110
001120       EXEC SQL
001130         INCLUDE TBCUENT
001140       END-EXEC.
001150
001160       EXEC SQL
001170         INCLUDE TBCLIENT
001180       END-EXEC.
001190
001200       EXEC SQL
001210         INCLUDE TBCHEQRA
001220       END-EXEC.
001230
001240       EXEC SQL
001250         INCLUDE TBCHEQUE
001260       END-EXEC.
001270
001280  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
001290*************************************.
001300  LINKAGE SECTION.
001310  01  DFHCOMMAREA           PIC X(01).
001320**************************************
001330  PROCEDURE DIVISION.
001340**************************************
001350*  CUERPO PRINCIPAL DEL PROGRAMA     *
001360**************************************
001370  MAIN-PROGRAM.
001380
001390      IF EIBCALEN EQUAL ZERO
001400         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
001410      ELSE
001420         MOVE DFHCOMMAREA TO WS-CA-ESTADO
001430         EVALUATE TRUE
001440            WHEN EIBAID EQUAL DFHPF1
001450               PERFORM 3000-I-CHEQUERA   THRU 3000-F-CHEQUERA
001460            WHEN EIBAID EQUAL DFHPF2
001470               PERFORM 4000-I-NO-PAGAR   THRU 4000-F-NO-PAGAR
001480            WHEN EIBAID EQUAL DFHPF3
001490               PERFORM 4500-I-LEVANTAR   THRU 4500-F-LEVANTAR
001500            WHEN EIBAID EQUAL DFHPF5
001510               PERFORM 5500-I-CONSULTAR  THRU 5500-F-CONSULTAR
001520            WHEN EIBAID EQUAL DFHPF12
001530               PERFORM 3500-I-A-SALIR    THRU 3500-F-A-SALIR
001540            WHEN OTHER
001550               PERFORM 2000-I-INICIAL    THRU 2000-F-INICIAL
001560         END-EVALUATE
001570      END-IF.
001580
001590  F-MAIN-PROGRAM. EXIT.
001600**************************************
001610*      PRIMER ENVIO DE PANTALLA      *
001620**************************************
001630  2000-I-INICIAL.
001640      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
001650
001660      MOVE WS-FECHA-HOY  TO ZFECHAO.
001670      MOVE SPACES        TO ZMSGO.
001680
001690      PERFORM 6500-I-LIMPIAR-DATOS THRU 6500-F-LIMPIAR-DATOS.
001700
001710      EXEC CICS SEND MAP('CHEQ0233') MAPSET('MAPSETA')
001720                FROM(CHEQ0233O) ERASE
001730      END-EXEC.
001740
001750      MOVE 'P' TO WS-CA-ESTADO.
001760
001770      EXEC CICS RETURN TRANSID('CHQ1')
001780                COMMAREA(WS-CA-ESTADO) LENGTH(1)
001790      END-EXEC.
001800
001810  2000-F-INICIAL. EXIT.
001820**************************************
001830*  ENTREGAR UNA CHEQUERA A LA CUENTA *
001840*  CORRIENTE INGRESADA (PF1): EL     *
001850*  RANGO EMPIEZA DESPUES DEL ULTIMO  *
001860*  CHEQUE ENTREGADO A LA CUENTA      *
001870**************************************
001880  3000-I-CHEQUERA.
001890      PERFORM 3050-I-RECIBIR THRU 3050-F-RECIBIR.
001900
001910      IF ZCANTI EQUAL SPACES OR LOW-VALUES
001920         MOVE CT-CANT-DEFECTO TO WS-CANT-CHEQUES
001930      ELSE
001940         IF ZCANTI NOT NUMERIC
001950            MOVE 'CANTIDAD DE CHEQUES INVALIDA' TO CA-MSG
001960            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
001970         END-IF
001980         MOVE ZCANTI TO WS-CANT-CHEQUES
001990      END-IF.
002000
002010      IF WS-CANT-CHEQUES EQUAL ZEROS
002020      OR WS-CANT-CHEQUES GREATER CT-CANT-MAXIMA
002030         MOVE 'LA CHEQUERA DEBE TENER ENTRE 1 Y 100 CHEQUES'
002040              TO CA-MSG
002050         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002060      END-IF.
002070
002080      PERFORM 3100-I-VALIDAR-CUENTA THRU 3100-F-VALIDAR-CUENTA.
002090
002100      MOVE NRO-CUENTA TO CHR-NRO-CUENTA.
002110
002120      EXEC SQL
002130         SELECT VALUE(MAX(NRO_CHEQUERA), 0),
002140                VALUE(MAX(SERIE_HASTA), 0)
002150           INTO :WS-ULTIMA-CHEQUERA, :WS-ULTIMA-SERIE
002160           FROM ITPFBIO.TBCHEQUERAS
002170          WHERE NRO_CUENTA EQUAL :CHR-NRO-CUENTA
002180      END-EXEC.
002190
002200      IF SQLCODE NOT EQUAL ZEROS
002210         MOVE 'ERROR AL LEER CHEQUERAS - VER SQLCODE' TO CA-MSG
002220         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002230      END-IF.
002240
002250      ADD 1 WS-ULTIMA-CHEQUERA GIVING CHR-NRO-CHEQUERA.
002260      ADD 1 WS-ULTIMA-SERIE    GIVING CHR-SERIE-DESDE.
002270      ADD WS-CANT-CHEQUES WS-ULTIMA-SERIE GIVING CHR-SERIE-HASTA.
002280      MOVE WS-FECHA-HOY        TO CHR-FECHA-EMISION.
002290      MOVE CT-CHEQUERA-VIGENTE TO CHR-ESTADO.
002300      MOVE EIBUSERID           TO CHR-USUARIO.
002310
002320      EXEC SQL
002330         INSERT INTO ITPFBIO.TBCHEQUERAS
002340               (NRO_CUENTA, NRO_CHEQUERA, SERIE_DESDE,
002350                SERIE_HASTA, FECHA_EMISION, ESTADO, USUARIO)
002360         VALUES
002370               (:CHR-NRO-CUENTA, :CHR-NRO-CHEQUERA,
002380                :CHR-SERIE-DESDE, :CHR-SERIE-HASTA,
002390                :CHR-FECHA-EMISION, :CHR-ESTADO, :CHR-USUARIO)
002400      END-EXEC.
002410
002420      IF SQLCODE NOT EQUAL ZEROS
002430         PERFORM 5900-I-DESHACER THRU 5900-F-DESHACER
002440      END-IF.
002450
002460      MOVE 'CHEQUERA ENTREGADA' TO AUD-CAMPO.
002470      MOVE NRO-CUENTA           TO AUD-VALOR-ANTES.
002480      MOVE CHR-NRO-CHEQUERA     TO WS-AUD-CHR-NRO.
002490      MOVE CHR-SERIE-DESDE      TO WS-AUD-DESDE.
002500      MOVE CHR-SERIE-HASTA      TO WS-AUD-HASTA.
002510      MOVE WS-AUD-CHEQUERA      TO AUD-VALOR-DESPUES.
002520
002530      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
002540
002550      PERFORM 6300-I-MOSTRAR-CHEQUERA
002560         THRU 6300-F-MOSTRAR-CHEQUERA.
002570
002580      MOVE WS-CANT-CHEQUES TO ZCANTO.
002590      MOVE SPACES          TO ZESTADOO.
002600      MOVE 'CHEQUERA ENTREGADA CORRECTAMENTE' TO ZMSGO.
002610
002620      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
002630
002640  3000-F-CHEQUERA. EXIT.
002650**************************************
002660*  RECIBIR LA PANTALLA: LA CUENTA ES *
002670*  OBLIGATORIA EN TODAS LAS TECLAS   *
002680**************************************
002690  3050-I-RECIBIR.
002700      EXEC CICS RECEIVE MAP('CHEQ0233') MAPSET('MAPSETA')
002710                INTO(CHEQ0233I)
002720      END-EXEC.
002730
002740      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002750
002760      MOVE SPACES TO CA-MSG.
002770
002780      IF ZNROCTAI EQUAL SPACES OR LOW-VALUES
002790         MOVE 'INGRESE EL NRO DE CUENTA' TO CA-MSG
002800         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002810      END-IF.
002820
002830      MOVE ZNROCTAI TO NRO-CUENTA.
002840
002850  3050-F-RECIBIR. EXIT.
002860**************************************
002870*  LA CUENTA DEBE SER CUENTA         *
002880*  CORRIENTE, ABIERTA Y ACTIVA, SIN  *
002890*  TITULARES FALLECIDOS (DEJA        *
002900*  CARGADOS TBCUENT/TBCLIENT)        *
002910**************************************
002920  3100-I-VALIDAR-CUENTA.
002930      PERFORM 3150-I-LEER-CUENTA THRU 3150-F-LEER-CUENTA.
002940
002950      IF TIPO-CUENTA NOT EQUAL CT-TIPO-CTA-CTE
002960         MOVE 'SOLO LAS CUENTAS CORRIENTES OPERAN CON CHEQUES'
002970              TO CA-MSG
002980         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002990      END-IF.
003000
003010      IF WS-CUENTA-INACTIVA
003020         MOVE 'CUENTA INACTIVA - NO ADMITE CHEQUERA' TO CA-MSG
003030         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003040      END-IF.
003050
003060      PERFORM 4800-I-CONTROLAR-FALLECIDO
003070         THRU 4800-F-CONTROLAR-FALLECIDO.
003080
003090      IF CA-MSG NOT EQUAL SPACES
003100         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003110      END-IF.
003120
003130  3100-F-VALIDAR-CUENTA. EXIT.
003140**************************************
003150*  LEER LA CUENTA ABIERTA Y EL       *
003160*  NOMBRE DE SU TITULAR              *
003170**************************************
003180  3150-I-LEER-CUENTA.
003190      EXEC SQL
003200         SELECT NRO_CUENTA, TIPO_CUENTA, NRO_CLIENTE, SUCURSAL,
003210                VALUE(ESTADO_CUENTA, ' ')
003220           INTO :NRO-CUENTA, :TIPO-CUENTA, :CUE-NRO-CLIENTE,
003230                :SUCURSAL, :WS-ESTADO-CUENTA
003240           FROM ITPFBIO.TBCUENTAS
003250          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
003260            AND FECHA_DE_BAJA IS NULL
003270      END-EXEC.
003280
003290      EVALUATE SQLCODE
003300         WHEN ZEROS
003310            CONTINUE
003320         WHEN +100
003330            MOVE 'CUENTA INEXISTENTE O CERRADA' TO CA-MSG
003340            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003350         WHEN OTHER
003360            MOVE 'ERROR AL LEER LA CUENTA - VER SQLCODE' TO CA-MSG
003370            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003380      END-EVALUATE.
003390
003400      MOVE CUE-NRO-CLIENTE TO CLI-NRO-CLIENTE.
003410
003420      EXEC SQL
003430         SELECT NOMBRE_CLIENTE, APELLIDO_CLIENTE
003440           INTO :NOMBRE-CLIENTE, :APELLIDO-CLIENTE
003450           FROM ITPFBIO.TBCLIENT
003460          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
003470      END-EXEC.
003480
003490      IF SQLCODE NOT EQUAL ZEROS
003500         MOVE SPACES TO NOMBRE-CLIENTE
003510         MOVE SPACES TO APELLIDO-CLIENTE
003520      END-IF.
003530
003540      MOVE SPACES TO ZTITULAO.
003550      STRING APELLIDO-CLIENTE DELIMITED BY '  '
003560             ', '             DELIMITED BY SIZE
003570             NOMBRE-CLIENTE   DELIMITED BY '  '
003580             INTO ZTITULAO.
003590
003600  3150-F-LEER-CUENTA. EXIT.
003610**************************************
003620*   VOLVER AL MENU PRINCIPAL (PF12)  *
003630**************************************
003640  3500-I-A-SALIR.
003650      MOVE SPACES TO CA-MSG.
003660
003670      EXEC CICS XCTL PROGRAM('PGMMEN33')
003680                COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
003690      END-EXEC.
003700
003710  3500-F-A-SALIR. EXIT.
003720**************************************
003730*  REGISTRAR LA ORDEN DE NO PAGAR DE *
003740*  UN CHEQUE (PF2): EL CHEQUE DEBE   *
003750*  PERTENECER A UNA CHEQUERA DE LA   *
003760*  CUENTA Y NO ESTAR YA PAGADO       *
003770**************************************
003780  4000-I-NO-PAGAR.
003790      PERFORM 3050-I-RECIBIR THRU 3050-F-RECIBIR.
003800
003810      PERFORM 3150-I-LEER-CUENTA THRU 3150-F-LEER-CUENTA.
003820
003830      PERFORM 4100-I-LEER-CHEQUE THRU 4100-F-LEER-CHEQUE.
003840
003850      IF ZMOTIVOI EQUAL SPACES OR LOW-VALUES
003860         MOVE 'INGRESE EL MOTIVO (EXTRAVIO, ROBO, ADULTERACION)'
003870              TO CA-MSG
003880         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003890      END-IF.
003900
003910      EVALUATE TRUE
003920         WHEN WS-CHEQUE-SIN-NOVEDAD
003930            CONTINUE
003940         WHEN CHE-ESTADO EQUAL CT-NO-PAGAR
003950            MOVE 'EL CHEQUE YA TIENE ORDEN DE NO PAGAR' TO CA-MSG
003960            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003970         WHEN CHE-ESTADO EQUAL CT-PAGADO
003980            MOVE 'EL CHEQUE YA FUE PAGADO - NO ADMITE ORDEN'
003990                 TO CA-MSG
004000            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004010         WHEN OTHER
004020            CONTINUE
004030      END-EVALUATE.
004040
004050      MOVE CHE-ESTADO   TO WS-ESTADO-ANTERIOR.
004060      MOVE CT-NO-PAGAR  TO CHE-ESTADO.
004070      MOVE ZMOTIVOI     TO CHE-MOTIVO.
004080      MOVE WS-FECHA-HOY TO CHE-FECHA-ESTADO.
004090      MOVE EIBUSERID    TO CHE-USUARIO.
004100
004110      IF WS-CHEQUE-SIN-NOVEDAD
004120         MOVE SPACES    TO WS-ESTADO-ANTERIOR
004130         MOVE ZEROS     TO CHE-IMPORTE
004140         MOVE SPACES    TO CHE-FECHA-RECHAZO
004150         MOVE SPACES    TO CHE-COD-RECHAZO
004160         MOVE SUCURSAL  TO CHE-SUCURSAL
004170         EXEC SQL
004180            INSERT INTO ITPFBIO.TBCHEQUES
004190                  (NRO_CUENTA, NRO_CHEQUE, ESTADO, IMPORTE,
004200                   FECHA_ESTADO, MOTIVO, FECHA_RECHAZO,
004210                   COD_RECHAZO, SUCURSAL, USUARIO)
004220            VALUES
004230                  (:CHE-NRO-CUENTA, :CHE-NRO-CHEQUE, :CHE-ESTADO,
004240                   :CHE-IMPORTE, :CHE-FECHA-ESTADO, :CHE-MOTIVO,
004250                   :CHE-FECHA-RECHAZO, :CHE-COD-RECHAZO,
004260                   :CHE-SUCURSAL, :CHE-USUARIO)
004270         END-EXEC
004280      ELSE
004290         PERFORM 4300-I-CAMBIAR-ESTADO THRU 4300-F-CAMBIAR-ESTADO
004300      END-IF.
004310
004320      IF SQLCODE NOT EQUAL ZEROS
004330         PERFORM 5900-I-DESHACER THRU 5900-F-DESHACER
004340      END-IF.
004350
004360      MOVE 'ORDEN DE NO PAGAR' TO AUD-CAMPO.
004370
004380      PERFORM 4400-I-AUDITAR-ESTADO THRU 4400-F-AUDITAR-ESTADO.
004390
004400      PERFORM 6400-I-MOSTRAR-ESTADO THRU 6400-F-MOSTRAR-ESTADO.
004410
004420      MOVE 'ORDEN DE NO PAGAR REGISTRADA' TO ZMSGO.
004430
004440      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
004450
004460  4000-F-NO-PAGAR. EXIT.
004470**************************************
004480*  EL CHEQUE INGRESADO DEBE ESTAR EN *
004490*  UNA CHEQUERA DE LA CUENTA; LEE SU *
004500*  FILA DE TBCHEQUES SI LA TIENE     *
004510**************************************
004520  4100-I-LEER-CHEQUE.
004530      IF ZNROCHQI NOT NUMERIC
004540         MOVE 'INGRESE EL NRO DE CHEQUE (8 DIGITOS)' TO CA-MSG
004550         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004560      END-IF.
004570
004580      MOVE ZNROCHQI   TO WS-NRO-CHEQUE.
004590      MOVE NRO-CUENTA TO CHR-NRO-CUENTA.
004600      MOVE WS-NRO-CHEQUE TO CHR-SERIE-DESDE.
004610
004620      EXEC SQL
004630         SELECT NRO_CHEQUERA, SERIE_DESDE, SERIE_HASTA
004640           INTO :CHR-NRO-CHEQUERA, :CHR-SERIE-DESDE,
004650                :CHR-SERIE-HASTA
004660           FROM ITPFBIO.TBCHEQUERAS
004670          WHERE NRO_CUENTA  EQUAL :CHR-NRO-CUENTA
004680            AND SERIE_DESDE NOT GREATER :CHR-SERIE-DESDE
004690            AND SERIE_HASTA NOT LESS    :CHR-SERIE-DESDE
004700      END-EXEC.
004710
004720      EVALUATE SQLCODE
004730         WHEN ZEROS
004740            CONTINUE
004750         WHEN +100
004760            MOVE 'EL CHEQUE NO PERTENECE A NINGUNA CHEQUERA'
004770                 TO CA-MSG
004780            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004790         WHEN OTHER
004800            MOVE 'ERROR AL LEER CHEQUERAS - VER SQLCODE'
004810                 TO CA-MSG
004820            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004830      END-EVALUATE.
004840
004850      PERFORM 6300-I-MOSTRAR-CHEQUERA
004860         THRU 6300-F-MOSTRAR-CHEQUERA.
004870
004880      MOVE NRO-CUENTA    TO CHE-NRO-CUENTA.
004890      MOVE WS-NRO-CHEQUE TO CHE-NRO-CHEQUE.
004900
004910      EXEC SQL
004920         SELECT ESTADO, IMPORTE, FECHA_ESTADO, MOTIVO,
004930                FECHA_RECHAZO, COD_RECHAZO, SUCURSAL, USUARIO
004940           INTO :CHE-ESTADO, :CHE-IMPORTE, :CHE-FECHA-ESTADO,
004950                :CHE-MOTIVO, :CHE-FECHA-RECHAZO,
004960                :CHE-COD-RECHAZO, :CHE-SUCURSAL, :CHE-USUARIO
004970           FROM ITPFBIO.TBCHEQUES
004980          WHERE NRO_CUENTA EQUAL :CHE-NRO-CUENTA
004990            AND NRO_CHEQUE EQUAL :CHE-NRO-CHEQUE
005000      END-EXEC.
005010
005020      EVALUATE SQLCODE
005030         WHEN ZEROS
005040            SET WS-CHEQUE-CON-NOVEDAD TO TRUE
005050         WHEN +100
005060            SET WS-CHEQUE-SIN-NOVEDAD TO TRUE
005070            MOVE SPACES TO CHE-ESTADO
005080            MOVE SPACES TO CHE-MOTIVO
005090         WHEN OTHER
005100            MOVE 'ERROR AL LEER EL CHEQUE - VER SQLCODE' TO CA-MSG
005110            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005120      END-EVALUATE.
005130
005140  4100-F-LEER-CHEQUE. EXIT.
005150**************************************
005160*  GRABAR EL NUEVO ESTADO DEL CHEQUE *
005170*  (SOLO SI NADIE LO CAMBIO ENTRE LA *
005180*  LECTURA Y LA GRABACION)           *
005190**************************************
005200  4300-I-CAMBIAR-ESTADO.
005210      EXEC SQL
005220         UPDATE ITPFBIO.TBCHEQUES
005230            SET ESTADO       = :CHE-ESTADO,
005240                FECHA_ESTADO = :CHE-FECHA-ESTADO,
005250                MOTIVO       = :CHE-MOTIVO,
005260                USUARIO      = :CHE-USUARIO
005270          WHERE NRO_CUENTA EQUAL :CHE-NRO-CUENTA
005280            AND NRO_CHEQUE EQUAL :CHE-NRO-CHEQUE
005290            AND ESTADO     EQUAL :WS-ESTADO-ANTERIOR
005300      END-EXEC.
005310
005320      IF SQLCODE EQUAL +100
005330         EXEC CICS SYNCPOINT ROLLBACK
005340         END-EXEC
005350         MOVE 'EL CHEQUE CAMBIO DE ESTADO - CONSULTE DE NUEVO'
005360              TO CA-MSG
005370         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005380      END-IF.
005390
005400  4300-F-CAMBIAR-ESTADO. EXIT.
005410**************************************
005420*  AUDITAR EL CAMBIO DE ESTADO CON   *
005430*  EL CHEQUE ANTES Y DESPUES         *
005440**************************************
005450  4400-I-AUDITAR-ESTADO.
005460      MOVE NRO-CUENTA          TO WS-AUD-CUENTA.
005470      MOVE WS-NRO-CHEQUE       TO WS-AUD-NRO.
005480      MOVE WS-ESTADO-ANTERIOR  TO WS-AUD-ESTADO.
005490      MOVE SPACES              TO WS-AUD-MOTIVO.
005500      MOVE WS-AUD-CHEQUE       TO AUD-VALOR-ANTES.
005510
005520      MOVE CHE-ESTADO          TO WS-AUD-ESTADO.
005530      MOVE CHE-MOTIVO          TO WS-AUD-MOTIVO.
005540      MOVE WS-AUD-CHEQUE       TO AUD-VALOR-DESPUES.
005550
005560      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
005570
005580  4400-F-AUDITAR-ESTADO. EXIT.
005590**************************************
005600*  LEVANTAR LA ORDEN DE NO PAGAR DE  *
005610*  UN CHEQUE (PF3)                   *
005620**************************************
005630  4500-I-LEVANTAR.
005640      PERFORM 3050-I-RECIBIR THRU 3050-F-RECIBIR.
005650
005660      PERFORM 3150-I-LEER-CUENTA THRU 3150-F-LEER-CUENTA.
005670
005680      PERFORM 4100-I-LEER-CHEQUE THRU 4100-F-LEER-CHEQUE.
005690
005700      IF CHE-ESTADO NOT EQUAL CT-NO-PAGAR
005710         MOVE 'EL CHEQUE NO TIENE ORDEN DE NO PAGAR VIGENTE'
005720              TO CA-MSG
005730         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005740      END-IF.
005750
005760      IF ZMOTIVOI NOT EQUAL SPACES AND NOT EQUAL LOW-VALUES
005770         MOVE ZMOTIVOI TO CHE-MOTIVO
005780      END-IF.
005790
005800      MOVE CHE-ESTADO   TO WS-ESTADO-ANTERIOR.
005810      MOVE CT-LEVANTADA TO CHE-ESTADO.
005820      MOVE WS-FECHA-HOY TO CHE-FECHA-ESTADO.
005830      MOVE EIBUSERID    TO CHE-USUARIO.
005840
005850      PERFORM 4300-I-CAMBIAR-ESTADO THRU 4300-F-CAMBIAR-ESTADO.
005860
005870      IF SQLCODE NOT EQUAL ZEROS
005880         PERFORM 5900-I-DESHACER THRU 5900-F-DESHACER
005890      END-IF.
005900
005910      MOVE 'ORDEN NO PAGAR LEVANT' TO AUD-CAMPO.
005920
005930      PERFORM 4400-I-AUDITAR-ESTADO THRU 4400-F-AUDITAR-ESTADO.
005940
005950      PERFORM 6400-I-MOSTRAR-ESTADO THRU 6400-F-MOSTRAR-ESTADO.
005960
005970      MOVE 'ORDEN DE NO PAGAR LEVANTADA' TO ZMSGO.
005980
005990      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
006000
006010  4500-F-LEVANTAR. EXIT.
006020**************************************
006030*  CONTROLAR TITULARES FALLECIDOS    *
006040*  (ESTADO_CLIENTE 'F')              *
006050**************************************
006060  4800-I-CONTROLAR-FALLECIDO.
006070      MOVE ZEROS TO WS-CANT-FALLEC.
006080
006090      EXEC SQL
006100         SELECT COUNT(*)
006110           INTO :WS-CANT-FALLEC
006120           FROM ITPFBIO.TBCLIENT
006130          WHERE ESTADO_CLIENTE EQUAL 'F'
006140            AND (NRO_CLIENTE EQUAL :CUE-NRO-CLIENTE
006150             OR NRO_CLIENTE IN
006160                (SELECT NRO_CLIENTE
006170                   FROM ITPFBIO.TBTITULAR
006180                  WHERE NRO_CUENTA EQUAL :NRO-CUENTA))
006190      END-EXEC.
006200
006210      IF SQLCODE NOT EQUAL ZEROS
006220         MOVE ZEROS TO WS-CANT-FALLEC
006230      END-IF.
006240
006250      IF WS-CANT-FALLEC GREATER ZEROS
006260         MOVE 'CUENTA BLOQUEADA - TITULAR FALLECIDO' TO CA-MSG
006270      END-IF.
006280
006290  4800-F-CONTROLAR-FALLECIDO. EXIT.
006300**************************************
006310*  CONSULTAR (PF5): CON NRO DE       *
006320*  CHEQUE MUESTRA SU CHEQUERA Y SU   *
006330*  ESTADO; SIN EL, LA ULTIMA         *
006340*  CHEQUERA ENTREGADA A LA CUENTA    *
006350**************************************
006360  5500-I-CONSULTAR.
006370      PERFORM 3050-I-RECIBIR THRU 3050-F-RECIBIR.
006380
006390      PERFORM 3150-I-LEER-CUENTA THRU 3150-F-LEER-CUENTA.
006400
006410      IF ZNROCHQI NOT EQUAL SPACES AND NOT EQUAL LOW-VALUES
006420         PERFORM 4100-I-LEER-CHEQUE THRU 4100-F-LEER-CHEQUE
006430         PERFORM 6400-I-MOSTRAR-ESTADO THRU 6400-F-MOSTRAR-ESTADO
006440         MOVE SPACES TO ZMSGO
006450         PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR
006460      END-IF.
006470
006480      MOVE NRO-CUENTA TO CHR-NRO-CUENTA.
006490
006500      EXEC SQL
006510         SELECT NRO_CHEQUERA, SERIE_DESDE, SERIE_HASTA
006520           INTO :CHR-NRO-CHEQUERA, :CHR-SERIE-DESDE,
006530                :CHR-SERIE-HASTA
006540           FROM ITPFBIO.TBCHEQUERAS
006550          WHERE NRO_CUENTA   EQUAL :CHR-NRO-CUENTA
006560            AND NRO_CHEQUERA EQUAL
006570                (SELECT MAX(NRO_CHEQUERA)
006580                   FROM ITPFBIO.TBCHEQUERAS
006590                  WHERE NRO_CUENTA EQUAL :CHR-NRO-CUENTA)
006600      END-EXEC.
006610
006620      EVALUATE SQLCODE
006630         WHEN ZEROS
006640            PERFORM 6300-I-MOSTRAR-CHEQUERA
006650               THRU 6300-F-MOSTRAR-CHEQUERA
006660            MOVE SPACES TO ZMSGO
006670         WHEN +100
006680            MOVE 'LA CUENTA NO TIENE CHEQUERAS ENTREGADAS'
006690                 TO ZMSGO
006700         WHEN OTHER
006710            MOVE 'ERROR AL LEER CHEQUERAS - VER SQLCODE'
006720                 TO CA-MSG
006730            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006740      END-EVALUATE.
006750
006760      MOVE SPACES TO ZESTADOO.
006770
006780      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
006790
006800  5500-F-CONSULTAR. EXIT.
006810**************************************
006820*  DESHACER LA UNIDAD DE TRABAJO     *
006830*  ANTE CUALQUIER ERROR SQL          *
006840**************************************
006850  5900-I-DESHACER.
006860      EXEC CICS SYNCPOINT ROLLBACK
006870      END-EXEC.
006880
006890      MOVE 'ERROR SQL - OPERACION ANULADA COMPLETA' TO CA-MSG.
006900
006910      PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO.
006920
006930  5900-F-DESHACER. EXIT.
006940**************************************
006950*   RECHAZAR LA OPERACION (MSG)      *
006960**************************************
006970  6000-I-RECHAZO.
006980      MOVE CA-MSG        TO ZMSGO.
006990
007000      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
007010
007020  6000-F-RECHAZO. EXIT.
007030**************************************
007040*  ENVIAR LA PANTALLA Y ESPERAR      *
007050**************************************
007060  6200-I-ENVIAR.
007070      MOVE WS-FECHA-HOY  TO ZFECHAO.
007080
007090      EXEC CICS SEND MAP('CHEQ0233') MAPSET('MAPSETA')
007100                FROM(CHEQ0233O)
007110      END-EXEC.
007120
007130      EXEC CICS RETURN TRANSID('CHQ1')
007140                COMMAREA(WS-CA-ESTADO) LENGTH(1)
007150      END-EXEC.
007160
007170  6200-F-ENVIAR. EXIT.
007180**************************************
007190*  MOSTRAR LA CHEQUERA Y SU RANGO    *
007200**************************************
007210  6300-I-MOSTRAR-CHEQUERA.
007220      MOVE NRO-CUENTA       TO ZNROCTAO.
007230      MOVE CHR-NRO-CHEQUERA TO WS-EDIT-CHEQUERA.
007240      MOVE WS-EDIT-CHEQUERA TO ZCHEQRAO.
007250      MOVE CHR-SERIE-DESDE  TO WS-EDIT-SERIE.
007260      MOVE WS-EDIT-SERIE    TO ZDESDEO.
007270      MOVE CHR-SERIE-HASTA  TO WS-EDIT-SERIE.
007280      MOVE WS-EDIT-SERIE    TO ZHASTAO.
007290
007300  6300-F-MOSTRAR-CHEQUERA. EXIT.
007310**************************************
007320*  MOSTRAR EL ESTADO DEL CHEQUE      *
007330**************************************
007340  6400-I-MOSTRAR-ESTADO.
007350      MOVE WS-NRO-CHEQUE TO ZNROCHQO.
007360      MOVE CHE-MOTIVO    TO ZMOTIVOO.
007370
007380      EVALUATE CHE-ESTADO
007390         WHEN 'N'
007400            MOVE 'ORDEN DE NO PAGAR'    TO ZESTADOO
007410         WHEN 'L'
007420            MOVE 'ORDEN LEVANTADA'      TO ZESTADOO
007430         WHEN 'P'
007440            MOVE 'PAGADO'               TO ZESTADOO
007450         WHEN 'R'
007460            MOVE 'RECHAZADO'            TO ZESTADOO
007470         WHEN OTHER
007480            MOVE 'SIN NOVEDAD'          TO ZESTADOO
007490      END-EVALUATE.
007500
007510  6400-F-MOSTRAR-ESTADO. EXIT.
007520**************************************
007530*  LIMPIAR LOS DATOS DE LA PANTALLA  *
007540**************************************
007550  6500-I-LIMPIAR-DATOS.
007560      MOVE SPACES TO ZNROCTAO.
007570      MOVE SPACES TO ZCANTO.
007580      MOVE SPACES TO ZNROCHQO.
007590      MOVE SPACES TO ZMOTIVOO.
007600      MOVE SPACES TO ZTITULAO.
007610      MOVE SPACES TO ZCHEQRAO.
007620      MOVE SPACES TO ZDESDEO.
007630      MOVE SPACES TO ZHASTAO.
007640      MOVE SPACES TO ZESTADOO.
007650
007660  6500-F-LIMPIAR-DATOS. EXIT.
007670**************************************
007680*           TOMAR FECHA              *
007690**************************************
007700  7000-I-FECHA.
007710      ACCEPT WS-AREA FROM DATE YYYYMMDD.
007720
007730      MOVE WS-AREA-AA TO WS-HOY-AA.
007740      MOVE WS-AREA-MM TO WS-HOY-MM.
007750      MOVE WS-AREA-DD TO WS-HOY-DD.
007760
007770  7000-F-FECHA. EXIT.
007780**************************************
007790*   GRABAR AUDITORIA EN LA COLA AUDT *
007800**************************************
007810  9000-I-AUDITAR.
007820      MOVE WS-FECHA-HOY    TO AUD-FECHA.
007830      ACCEPT AUD-HORA      FROM TIME.
007840      MOVE EIBUSERID       TO AUD-USERID.
007850      MOVE EIBTRMID        TO AUD-TERMID.
007860      MOVE EIBTRNID        TO AUD-TRANSACCION.
007870      MOVE SPACES          TO AUD-TIPO-DOC.
007880      MOVE ZEROS           TO AUD-NRO-DOC.
007890
007900      EXEC CICS WRITEQ TD QUEUE('AUDT')
007910                FROM(WS-AUDIT-REC) LENGTH(147)
007920      END-EXEC.
007930
007940  9000-F-AUDITAR. EXIT.
