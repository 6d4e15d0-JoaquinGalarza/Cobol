000170*         * RETIRADO COMO FUSIONADO (FECHA_DE_BAJA +     *
000180*         * CLIENTE_FUSION). SE NIEGA SI EL RETIRADO     *
000190*         * TIENE EMBARGOS ACTIVOS O PLAZOS FIJOS        *
000192*         * VIGENTES. CADA CUENTA TOCADA Y EL CIERRE     *
000194*         * DE LA FUSION DEJAN SU REGISTRO EN AUDT       *
000196* 02/09/26* LA PANTALLA MUESTRA CUENTAS ANTES Y          *
000198*         * REASIGNADAS, Y SI AMBAS CANTIDADES NO    * JCR *
000200*         * COINCIDEN LA FUSION SE ANULA COMPLETA        *
000202* 15/10/26* LA FUSION (PF1) YA NO SE APLICA EN EL ACTO:  *
000204*         * QUEDA COMO SOLICITUD PENDIENTE EN TBAPRO- * JCR *
000206*         * BACIONES Y LA EJECUTA ESTE MISMO PROGRAMA    *
000208*         * SI OTRO SUPERVISOR LA APRUEBA EN PGMAPR33    *
000210*         * (XCTL CON LA COMMAREA LKAPROB)               *
000220**************************************
000230  ENVIRONMENT DIVISION.
000240  CONFIGURATION SECTION.
000480      05  WS-SEP2          PIC X(01)         VALUE '-'.
000490      05  WS-HOY-DD        PIC 9(02)         VALUE ZEROS.
000500*************************************
000504*      AREA DE TRABAJO FUSION      *
000508*************************************
000512  01  WS-CLI-SOBREVIVE     PIC 9(05)       VALUE ZEROS.
000516  01  WS-CLI-RETIRA        PIC 9(05)       VALUE ZEROS.
000520  01  WS-CANT-TRABAJO      PIC S9(04) COMP VALUE ZEROS.
000524  01  WS-CTAS-ANTES        PIC 9(05)       VALUE ZEROS.
000528  01  WS-CTAS-MOVIDAS      PIC 9(05)       VALUE ZEROS.
000532
000536  01  WS-RESULTADO.
000540      05  FILLER           PIC X(07)       VALUE 'ANTES: '.
000544      05  WS-RES-ANTES     PIC ZZ.ZZ9      VALUE ZEROS.
000548      05  FILLER           PIC X(15)       VALUE
000552       '  REASIGNADAS: '.
000556      05  WS-RES-CANT      PIC ZZ.ZZ9      VALUE ZEROS.
000560      05  FILLER           PIC X(06)       VALUE SPACES.
000564
000568  01  WS-FIN-CTAS          PIC X(01)       VALUE SPACES.
000572      88  WS-CTAS-EOF                      VALUE 'F'.
000576  01  WS-SOLICITUD.
000580      05  WS-SOL-SOBREVIVE PIC X(05)       VALUE SPACES.
000584      05  FILLER           PIC X(01)       VALUE SPACES.
000588      05  WS-SOL-RETIRA    PIC X(05)       VALUE SPACES.
000592      05  FILLER           PIC X(89)       VALUE SPACES.
000596*************************************
000600*   DOBLE CONTROL: SOLICITUD EN    *
000604*   TBAPROBACIONES Y COMMAREA DE   *
000608*   EJECUCION DESDE PGMAPR33       *
000612*************************************
000616      COPY LKAPROB.
000620
000624  01  WS-MODO              PIC X(01)       VALUE 'P'.
000628      88 WS-MODO-PANTALLA                  VALUE 'P'.
000632      88 WS-MODO-APROBACION                VALUE 'A'.
000636
000640  01  WS-SOL-NRO           PIC 9(09)       VALUE ZEROS.
000644  01  WS-CANT-PEND         PIC S9(04) COMP VALUE ZEROS.
000670*************************************
000680*   COMMAREA HACIA EL MENU (MSG)   *
000690*************************************
000890       END-EXEC.
000900
000910       EXEC SQL
000915         INCLUDE TBPLAZOS
000920       END-EXEC.
000925
000930       EXEC SQL
000935         INCLUDE TBAPROBA
000940       END-EXEC.
000950       EXEC SQL
000960         DECLARE CTAS_FUSION_CURSOR CURSOR FOR
000970          SELECT NRO_CUENTA
001030  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
001040*************************************.
001050  LINKAGE SECTION.
001060  01  DFHCOMMAREA           PIC X(222).
001070**************************************
001080  PROCEDURE DIVISION.
001090**************************************
001100*  CUERPO PRINCIPAL DEL PROGRAMA     *
001110**************************************
001115  MAIN-PROGRAM.
001120
001125      IF EIBCALEN EQUAL ZERO
001130         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
001135      ELSE
001140         IF EIBCALEN EQUAL 222
001145            MOVE DFHCOMMAREA TO LK-APR-AREA
001150            PERFORM 8600-I-EJECUTAR-APROBADA
001155               THRU 8600-F-EJECUTAR-APROBADA
001160         END-IF
001170         MOVE DFHCOMMAREA TO WS-CA-ESTADO
001180         EVALUATE TRUE
001190            WHEN EIBAID EQUAL DFHPF1
001430      MOVE 'P' TO WS-CA-ESTADO.
001440
001450      EXEC CICS RETURN TRANSID('FUS1')
001455                COMMAREA(WS-CA-ESTADO) LENGTH(1)
001460      END-EXEC.
001465
001470  2000-F-INICIAL. EXIT.
001475**************************************
001480*   VOLVER AL MENU PRINCIPAL (PF12)  *
001485**************************************
001490  3500-I-A-SALIR.
001495      MOVE SPACES TO CA-MSG.
001500
001505      EXEC CICS XCTL PROGRAM('PGMMEN33')
001510                COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
001515      END-EXEC.
001520
001525  3500-F-A-SALIR. EXIT.
001530**************************************
001535*   FUSIONAR LOS CLIENTES (PF1)      *
001540**************************************
001545  3000-I-FUSIONAR.
001550      EXEC CICS RECEIVE MAP('FUSI0233') MAPSET('MAPSETA')
001555                INTO(FUSI0233I)
001560      END-EXEC.
001565
001570      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
001575
001580      MOVE SPACES TO CA-MSG.
001585
001590      PERFORM 3050-I-VALIDAR THRU 3050-F-VALIDAR.
001595
001600      MOVE SCLISOBI          TO WS-SOL-SOBREVIVE.
001605      MOVE SCLIRETI          TO WS-SOL-RETIRA.
001610      MOVE 'FUSION CLIENTES' TO APR-OPERACION.
001615      MOVE WS-SOLICITUD      TO APR-CLAVE.
001620
001625      PERFORM 8500-I-SOLICITAR THRU 8500-F-SOLICITAR.
001630
001635      MOVE SPACES          TO SCANTO.
001640      MOVE WS-FECHA-HOY    TO SFECHAO.
001645      MOVE CA-MSG          TO SMSGO.
001650
001655      EXEC CICS SEND MAP('FUSI0233') MAPSET('MAPSETA')
001660                FROM(FUSI0233O)
001665      END-EXEC.
001670
001675      EXEC CICS RETURN TRANSID('FUS1')
001680                COMMAREA(WS-CA-ESTADO) LENGTH(1)
001685      END-EXEC.
001690
001695  3000-F-FUSIONAR. EXIT.
001700**************************************
001705*  VALIDAR LOS DOS CLIENTES Y LOS    *
001710*  CONTROLES PREVIOS A LA FUSION     *
001715**************************************
001720  3050-I-VALIDAR.
001730      IF SCLISOBI NOT NUMERIC OR SCLIRETI NOT NUMERIC
001740         MOVE 'COMPLETE LOS DOS NUMEROS DE CLIENTE' TO CA-MSG
001750         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
001900      PERFORM 3100-I-LEER-CLIENTE THRU 3100-F-LEER-CLIENTE.
001910
001920      PERFORM 3200-I-CONTROLES THRU 3200-F-CONTROLES.
001990
002060  3050-F-VALIDAR. EXIT.
002130**************************************
002140*  EL CLIENTE DEBE EXISTIR Y ESTAR   *
002150*  ACTIVO                            *
002880
002890      MOVE WS-CANT-TRABAJO TO WS-CTAS-ANTES.
002900
002904  3200-F-CONTROLES. EXIT.
002908**************************************
002912*  UN REGISTRO DE AUDITORIA POR      *
002916*  CADA CUENTA A REASIGNAR           *
002920**************************************
002924  3300-I-AUDITAR-CUENTAS.
002928      MOVE SPACES TO WS-FIN-CTAS.
002932
002936      EXEC SQL
002940         OPEN CTAS_FUSION_CURSOR
002944      END-EXEC.
002948
002952      IF SQLCODE NOT EQUAL ZEROS
002956         MOVE 'ERROR AL LEER LAS CUENTAS - VER SQLCODE'
002960              TO CA-MSG
002964         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002968      END-IF.
002972
002976      PERFORM 3310-I-AUDITAR-UNA THRU 3310-F-AUDITAR-UNA
002980         UNTIL WS-CTAS-EOF.
002984
002988      EXEC SQL
002992         CLOSE CTAS_FUSION_CURSOR
002996      END-EXEC.
003000
003004  3300-F-AUDITAR-CUENTAS. EXIT.
003008**************************************
003012*  AUDITAR UNA CUENTA REASIGNADA     *
003016**************************************
003020  3310-I-AUDITAR-UNA.
003024      EXEC SQL
003028         FETCH CTAS_FUSION_CURSOR
003032         INTO :NRO-CUENTA
003036      END-EXEC.
003040
003044      IF SQLCODE EQUAL ZEROS
003048         MOVE 'CUENTA REASIGNADA' TO AUD-CAMPO
003052         MOVE NRO-CUENTA          TO AUD-VALOR-ANTES
003056         MOVE WS-CLI-SOBREVIVE    TO AUD-VALOR-DESPUES
003060         PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR
003064      ELSE
003068         SET WS-CTAS-EOF TO TRUE
003072      END-IF.
003076
003080  3310-F-AUDITAR-UNA. EXIT.
003084**************************************
003088*  REASIGNAR CUENTAS, TITULARIDADES  *
003092*  Y ESTAMPAR AL RETIRADO COMO       *
003096*  FUSIONADO (MISMA UNIDAD DE        *
003100*  TRABAJO)                          *
003104**************************************
003108  4000-I-REASIGNAR.
003112      EXEC SQL
003116         UPDATE ITPFBIO.TBCUENTAS
003120            SET NRO_CLIENTE = :WS-CLI-SOBREVIVE
003124          WHERE NRO_CLIENTE EQUAL :WS-CLI-RETIRA
003128      END-EXEC.
003132
003136      IF SQLCODE NOT EQUAL ZEROS
003140         AND SQLCODE NOT EQUAL +100
003144         PERFORM 5500-I-DESHACER THRU 5500-F-DESHACER
003148      END-IF.
003152
003156      MOVE SQLERRD (3) TO WS-CTAS-MOVIDAS.
003160
003164*     LA CANTIDAD REASIGNADA DEBE COINCIDIR CON LA
003168*     CONTADA EN LOS CONTROLES PREVIOS
003172      IF WS-CTAS-MOVIDAS NOT EQUAL WS-CTAS-ANTES
003176         PERFORM 5600-I-DESCUADRE THRU 5600-F-DESCUADRE
003180      END-IF.
003184
003188      EXEC SQL
003192         UPDATE ITPFBIO.TBTITULAR
003196            SET NRO_CLIENTE = :WS-CLI-SOBREVIVE
003200          WHERE NRO_CLIENTE EQUAL :WS-CLI-RETIRA
003204      END-EXEC.
003208
003212      IF SQLCODE NOT EQUAL ZEROS
003216         AND SQLCODE NOT EQUAL +100
003220         PERFORM 5500-I-DESHACER THRU 5500-F-DESHACER
003224      END-IF.
003228
003232      EXEC SQL
003236         UPDATE ITPFBIO.TBCLIENT
003240            SET FECHA_DE_BAJA  = :WS-FECHA-HOY,
003244                CLIENTE_FUSION = :WS-CLI-SOBREVIVE
003248          WHERE NRO_CLIENTE EQUAL :WS-CLI-RETIRA
003252      END-EXEC.
003256
003260      IF SQLCODE NOT EQUAL ZEROS
003264         PERFORM 5500-I-DESHACER THRU 5500-F-DESHACER
003268      END-IF.
003272
003276      MOVE 'FUSION CLIENTES' TO AUD-CAMPO.
003280      MOVE WS-CLI-RETIRA     TO AUD-VALOR-ANTES.
003284      MOVE WS-CLI-SOBREVIVE  TO AUD-VALOR-DESPUES.
003288
003292      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
003296
003300  4000-F-REASIGNAR. EXIT.
003304**************************************
003308*  DESHACER LA UNIDAD DE TRABAJO     *
003312*  ANTE CUALQUIER ERROR SQL          *
003316**************************************
003320  5500-I-DESHACER.
003324      EXEC CICS SYNCPOINT ROLLBACK
003328      END-EXEC.
003332
003336      MOVE 'ERROR SQL - FUSION ANULADA COMPLETA' TO CA-MSG.
003340
003344      PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO.
003348
003352  5500-F-DESHACER. EXIT.
003356**************************************
003360*   RECHAZAR LA OPERACION (MSG)      *
003364**************************************
003368  6000-I-RECHAZO.
003372      IF WS-MODO-APROBACION
003376         MOVE CA-MSG TO LK-APR-MSG
003380         SET LK-APR-ERROR TO TRUE
003384         PERFORM 8700-I-DEVOLVER THRU 8700-F-DEVOLVER
003388      END-IF.
003392      MOVE CA-MSG        TO SMSGO.
003396      MOVE SPACES        TO SCANTO.
003400      MOVE WS-FECHA-HOY  TO SFECHAO.
003404
003408      EXEC CICS SEND MAP('FUSI0233') MAPSET('MAPSETA')
003412                FROM(FUSI0233O)
003416      END-EXEC.
003420
003424      EXEC CICS RETURN TRANSID('FUS1')
003428                COMMAREA(WS-CA-ESTADO) LENGTH(1)
003432      END-EXEC.
003436
003440  6000-F-RECHAZO. EXIT.
003444**************************************
003448*   GRABAR AUDITORIA EN LA COLA AUDT *
003452**************************************
003456  9000-I-AUDITAR.
003460      MOVE WS-FECHA-HOY    TO AUD-FECHA.
003464      ACCEPT AUD-HORA      FROM TIME.
003468      MOVE EIBUSERID       TO AUD-USERID.
003472      MOVE EIBTRMID        TO AUD-TERMID.
003476      MOVE EIBTRNID        TO AUD-TRANSACCION.
003480      MOVE SPACES          TO AUD-TIPO-DOC.
003484      MOVE ZEROS           TO AUD-NRO-DOC.
003488
003492      EXEC CICS WRITEQ TD QUEUE('AUDT')
003496                FROM(WS-AUDIT-REC) LENGTH(147)
003500      END-EXEC.
003504
003508  9000-F-AUDITAR. EXIT.
003512**************************************
003516*  DOBLE CONTROL: LA OPERACION QUEDA *
003520*  PENDIENTE EN TBAPROBACIONES HASTA *
003524*  QUE OTRO SUPERVISOR LA APRUEBE EN *
003528*  PGMAPR33. SE NIEGA SI YA HAY UNA  *
003532*  SOLICITUD PENDIENTE CON IGUALES   *
003536*  DATOS                             *
003540**************************************
003544  8500-I-SOLICITAR.
003548      MOVE 'PGMFUS33'     TO APR-PROGRAMA.
003552      MOVE WS-SOLICITUD   TO APR-DATOS.
003556      MOVE ZEROS          TO WS-CANT-PEND.
003560
003564      EXEC SQL
003568         SELECT COUNT(*)
003572           INTO :WS-CANT-PEND
003576           FROM ITPFBIO.TBAPROBACIONES
003580          WHERE PROGRAMA  EQUAL :APR-PROGRAMA
003584            AND OPERACION EQUAL :APR-OPERACION
003588            AND DATOS     EQUAL :APR-DATOS
003592            AND ESTADO    EQUAL 'P'
003596      END-EXEC.
003600
003604      IF WS-CANT-PEND GREATER ZEROS
003608         MOVE 'YA HAY UNA SOLICITUD PENDIENTE PARA ESTA OPERACION'
003612              TO CA-MSG
003616         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003620      END-IF.
003624
003628      EXEC SQL
003632         SELECT VALUE(MAX(NRO_SOLICITUD), 0) + 1
003636           INTO :APR-NRO-SOLICITUD
003640           FROM ITPFBIO.TBAPROBACIONES
003644      END-EXEC.
003648
003652      IF SQLCODE NOT EQUAL ZEROS
003656         MOVE 'ERROR AL NUMERAR LA SOLICITUD - VER SQLCODE'
003660              TO CA-MSG
003664         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003668      END-IF.
003672
003676      MOVE 'P'             TO APR-ESTADO.
003680      MOVE EIBUSERID       TO APR-USUARIO-ALTA.
003684      MOVE WS-FECHA-HOY    TO APR-FECHA-ALTA.
003688      ACCEPT APR-HORA-ALTA FROM TIME.
003692      MOVE SPACES          TO APR-USUARIO-RESOL.
003696      MOVE SPACES          TO APR-FECHA-RESOL.
003700      MOVE SPACES          TO APR-HORA-RESOL.
003704      MOVE SPACES          TO APR-MOTIVO-RESOL.
003708
003712      EXEC SQL
003716         INSERT INTO ITPFBIO.TBAPROBACIONES
003720               (NRO_SOLICITUD, PROGRAMA, OPERACION, CLAVE, DATOS,
003724                ESTADO, USUARIO_ALTA, FECHA_ALTA, HORA_ALTA,
003728                USUARIO_RESOL, FECHA_RESOL, HORA_RESOL,
003732                MOTIVO_RESOL)
003736         VALUES
003740               (:APR-NRO-SOLICITUD, :APR-PROGRAMA, :APR-OPERACION,
003744                :APR-CLAVE, :APR-DATOS, :APR-ESTADO,
003748                :APR-USUARIO-ALTA, :APR-FECHA-ALTA,
003752                :APR-HORA-ALTA,
003756                :APR-USUARIO-RESOL, :APR-FECHA-RESOL,
003760                :APR-HORA-RESOL, :APR-MOTIVO-RESOL)
003764      END-EXEC.
003768
003772      IF SQLCODE NOT EQUAL ZEROS
003776         MOVE 'ERROR AL GRABAR LA SOLICITUD - VER SQLCODE'
003780              TO CA-MSG
003784         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003788      END-IF.
003792
003796      MOVE APR-NRO-SOLICITUD TO WS-SOL-NRO.
003800      MOVE 'SOLICITUD PENDIENTE' TO AUD-CAMPO.
003804      MOVE SPACES            TO AUD-VALOR-ANTES.
003808      MOVE SPACES            TO AUD-VALOR-DESPUES.
003812
003816      STRING 'SOL '          DELIMITED BY SIZE
003820             WS-SOL-NRO      DELIMITED BY SIZE
003824             ' '             DELIMITED BY SIZE
003828             APR-OPERACION   DELIMITED BY SIZE
003832             INTO AUD-VALOR-ANTES.
003836
003840      STRING 'CARGO:'        DELIMITED BY SIZE
003844             APR-USUARIO-ALTA DELIMITED BY SIZE
003848             ' '             DELIMITED BY SIZE
003852             APR-CLAVE       DELIMITED BY SIZE
003856             INTO AUD-VALOR-DESPUES.
003860
003864      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
003868
003872      MOVE SPACES TO CA-MSG.
003876
003880      STRING 'SOLICITUD NRO ' DELIMITED BY SIZE
003884             WS-SOL-NRO       DELIMITED BY SIZE
003888             ' PENDIENTE DE APROBACION (OPCION 30)'
003892                              DELIMITED BY SIZE
003896             INTO CA-MSG.
003900
003904  8500-F-SOLICITAR. EXIT.
003908**************************************
003912*  EJECUCION DE UNA SOLICITUD YA     *
003916*  APROBADA (XCTL DESDE PGMAPR33):   *
003920*  REVALIDA, FUSIONA Y DEVUELVE EL   *
003924*  RESULTADO                         *
003928**************************************
003932  8600-I-EJECUTAR-APROBADA.
003936      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
003940
003944      SET WS-MODO-APROBACION TO TRUE.
003948      MOVE SPACES TO CA-MSG.
003952
003956      IF NOT LK-APR-EJECUTAR
003960         MOVE 'FUNCION DE APROBACION INVALIDA' TO CA-MSG
003964         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003968      END-IF.
003972
003976      MOVE LK-APR-DATOS     TO WS-SOLICITUD.
003980      MOVE WS-SOL-SOBREVIVE TO SCLISOBI.
003984      MOVE WS-SOL-RETIRA    TO SCLIRETI.
003988
003992      PERFORM 3050-I-VALIDAR THRU 3050-F-VALIDAR.
003996
004000      PERFORM 3300-I-AUDITAR-CUENTAS
004004         THRU 3300-F-AUDITAR-CUENTAS.
004008
004012      PERFORM 4000-I-REASIGNAR THRU 4000-F-REASIGNAR.
004016
004020      MOVE WS-CTAS-MOVIDAS TO WS-RES-CANT.
004024      MOVE WS-CTAS-ANTES   TO WS-RES-ANTES.
004028
004032      SET LK-APR-OK TO TRUE.
004036      MOVE SPACES TO LK-APR-MSG.
004040
004044      STRING 'FUSION REALIZADA - ' DELIMITED BY SIZE
004048             WS-RESULTADO          DELIMITED BY SIZE
004052             INTO LK-APR-MSG.
004056
004060      PERFORM 8700-I-DEVOLVER THRU 8700-F-DEVOLVER.
004064
004068  8600-F-EJECUTAR-APROBADA. EXIT.
004072**************************************
004076*  DEVOLVER EL RESULTADO DE LA       *
004080*  EJECUCION A PGMAPR33              *
004084**************************************
004088  8700-I-DEVOLVER.
004092      SET LK-APR-RESULTADO TO TRUE.
004096
004100      EXEC CICS XCTL PROGRAM('PGMAPR33')
004104                COMMAREA(LK-APR-AREA) LENGTH(222)
004108      END-EXEC.
004112
004116  8700-F-DEVOLVER. EXIT.
004320**************************************
004330*           TOMAR FECHA              *
004340**************************************
