000130*         * DEL MENU, SOLO SUPERVISOR) - PF1 TRABA UN    *
000140*         * EMBARGO SOBRE LA CUENTA EN TBEMBARGOS Y PF2  *
000150*         * LO LEVANTA (ESTADO 'L', LA FILA NO SE        *
000152*         * BORRA); CADA OPERACION DEJA SU REGISTRO EN   *
000154*         * LA COLA DE AUDITORIA AUDT                    *
000156* 02/09/26* EL VENCIMIENTO SE VALIDA CON RUTFECHA 'V'    *
000158*         * (AAAA-MM-DD; EN BLANCO = SIN             * JCR *
000160*         * VENCIMIENTO) ANTES DE GRABAR EL EMBARGO      *
000162* 15/10/26* EL LEVANTAMIENTO (PF2) YA NO SE APLICA EN EL *
000164*         * ACTO: QUEDA COMO SOLICITUD PENDIENTE EN   * JCR *
000166*         * TBAPROBACIONES Y LO EJECUTA ESTE MISMO       *
000168*         * PROGRAMA CUANDO OTRO SUPERVISOR LO APRUEBA   *
000170*         * EN PGMAPR33 (XCTL CON LA COMMAREA LKAPROB)   *
000180**************************************
000190  ENVIRONMENT DIVISION.
000200  CONFIGURATION SECTION.
000320*************************************
000330*         FECHA DE PROCESO         *
000340*************************************
000345  01  WS-AREA.
000350      05  WS-AREA-AA       PIC 9(04)         VALUE ZEROS.
000355      05  WS-AREA-MM       PIC 9(02)         VALUE ZEROS.
000360      05  WS-AREA-DD       PIC 9(02)         VALUE ZEROS.
000365
000370  01  WS-FECHA-HOY.
000375      05  WS-HOY-AA        PIC 9(04)         VALUE ZEROS.
000380      05  WS-SEP1          PIC X(01)         VALUE '-'.
000385      05  WS-HOY-MM        PIC 9(02)         VALUE ZEROS.
000390      05  WS-SEP2          PIC X(01)         VALUE '-'.
000395      05  WS-HOY-DD        PIC 9(02)         VALUE ZEROS.
000400*************************************
000405*      AREA DE TRABAJO EMBARGO     *
000410*************************************
000415  01  WS-IMPORTE           PIC S9(9)V99 COMP-3 VALUE ZEROS.
000420  01  WS-IMPORTE-EDIT      PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000425  01  WS-NRO-EMB           PIC 9(05)       VALUE ZEROS.
000430  01  WS-NRO-EMB-EDIT      PIC 9(05)       VALUE ZEROS.
000435  01  WS-SOLICITUD.
000440      05  WS-SOL-CUENTA    PIC X(15)       VALUE SPACES.
000445      05  FILLER           PIC X(01)       VALUE SPACES.
000450      05  WS-SOL-EMBARGO   PIC 9(05)       VALUE ZEROS.
000455      05  FILLER           PIC X(79)       VALUE SPACES.
000460*************************************
000465*   DOBLE CONTROL: SOLICITUD EN    *
000470*   TBAPROBACIONES Y COMMAREA DE   *
000475*   EJECUCION DESDE PGMAPR33       *
000480*************************************
000485      COPY LKAPROB.
000490
000495  01  WS-MODO              PIC X(01)       VALUE 'P'.
000500      88 WS-MODO-PANTALLA                  VALUE 'P'.
000505      88 WS-MODO-APROBACION                VALUE 'A'.
000510
000515  01  WS-SOL-NRO           PIC 9(09)       VALUE ZEROS.
000520  01  WS-CANT-PEND         PIC S9(04) COMP VALUE ZEROS.
000530*************************************
000540*   COMMAREA HACIA EL MENU (MSG)   *
000550*************************************
000710       END-EXEC.
000720
000730       EXEC SQL
000735         INCLUDE TBEMBARG
000740       END-EXEC.
000745
000750       EXEC SQL
000755         INCLUDE TBAPROBA
000760       END-EXEC.
000770  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000780*************************************.
000790  LINKAGE SECTION.
000800  01  DFHCOMMAREA           PIC X(222).
000810**************************************
000820  PROCEDURE DIVISION.
000830**************************************
000840*  CUERPO PRINCIPAL DEL PROGRAMA     *
000850**************************************
000855  MAIN-PROGRAM.
000860
000865      IF EIBCALEN EQUAL ZERO
000870         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
000875      ELSE
000880         IF EIBCALEN EQUAL 222
000885            MOVE DFHCOMMAREA TO LK-APR-AREA
000890            PERFORM 8600-I-EJECUTAR-APROBADA
000895               THRU 8600-F-EJECUTAR-APROBADA
000900         END-IF
000910         MOVE DFHCOMMAREA TO WS-CA-ESTADO
000920         EVALUATE TRUE
000930            WHEN EIBAID EQUAL DFHPF1
002340**************************************
002350*  PROXIMO NUMERO DE EMBARGO DE LA   *
002360*  CUENTA (MAXIMO + 1)               *
002365**************************************
002370  3200-I-NUMERAR.
002375      MOVE NRO-CUENTA TO EMB-NRO-CUENTA.
002380
002385      EXEC SQL
002390         SELECT VALUE(MAX(NRO_EMBARGO), 0)
002395           INTO :EMB-NRO-EMBARGO
002400           FROM ITPFBIO.TBEMBARGOS
002405          WHERE NRO_CUENTA EQUAL :EMB-NRO-CUENTA
002410      END-EXEC.
002415
002420      IF SQLCODE NOT EQUAL ZEROS
002425         MOVE 'ERROR AL NUMERAR EL EMBARGO - VER SQLCODE'
002430              TO CA-MSG
002435         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002440      END-IF.
002445
002450      ADD 1 TO EMB-NRO-EMBARGO GIVING WS-NRO-EMB.
002455
002460  3200-F-NUMERAR. EXIT.
002465**************************************
002470*   LEVANTAR UN EMBARGO (PF2) -      *
002475*   QUEDA PENDIENTE DE APROBACION    *
002480**************************************
002485  4000-I-LEVANTAR.
002490      EXEC CICS RECEIVE MAP('EMBA0233') MAPSET('MAPSETA')
002495                INTO(EMBA0233I)
002500      END-EXEC.
002505
002510      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002515
002520      MOVE SPACES TO CA-MSG.
002525      MOVE ENROCTAI TO EMB-NRO-CUENTA.
002530
002535      IF ENROEMBI NUMERIC
002540         MOVE ENROEMBI TO WS-NRO-EMB
002545      ELSE
002550         MOVE ZEROS    TO WS-NRO-EMB
002555      END-IF.
002560
002565      IF WS-NRO-EMB EQUAL ZEROS
002570         MOVE 'INGRESE EL NRO DE EMBARGO A LEVANTAR' TO CA-MSG
002575         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002580      END-IF.
002585
002590      MOVE WS-NRO-EMB TO EMB-NRO-EMBARGO.
002595
002600      EXEC SQL
002605         SELECT ESTADO
002610           INTO :EMB-ESTADO
002615           FROM ITPFBIO.TBEMBARGOS
002620          WHERE NRO_CUENTA  EQUAL :EMB-NRO-CUENTA
002625            AND NRO_EMBARGO EQUAL :EMB-NRO-EMBARGO
002630      END-EXEC.
002635
002640      EVALUATE TRUE
002645         WHEN SQLCODE EQUAL ZEROS AND EMB-ESTADO EQUAL 'A'
002650            CONTINUE
002655         WHEN SQLCODE EQUAL ZEROS OR SQLCODE EQUAL +100
002660            MOVE 'EMBARGO INEXISTENTE O YA LEVANTADO' TO CA-MSG
002665            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002670         WHEN OTHER
002675            MOVE 'ERROR AL LEER EL EMBARGO - VER SQLCODE'
002680                 TO CA-MSG
002685            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002690      END-EVALUATE.
002695
002700      MOVE EMB-NRO-CUENTA     TO WS-SOL-CUENTA.
002705      MOVE WS-NRO-EMB         TO WS-SOL-EMBARGO.
002710      MOVE 'LEVANTAR EMBARGO' TO APR-OPERACION.
002715      MOVE EMB-NRO-CUENTA     TO APR-CLAVE.
002720      MOVE WS-SOL-EMBARGO     TO APR-CLAVE (16:5).
002725
002730      PERFORM 8500-I-SOLICITAR THRU 8500-F-SOLICITAR.
002735
002740      MOVE WS-FECHA-HOY TO EFECHAO.
002745      MOVE CA-MSG       TO EMSGO.
002750
002755      EXEC CICS SEND MAP('EMBA0233') MAPSET('MAPSETA')
002760                FROM(EMBA0233O)
002765      END-EXEC.
002770
002775      EXEC CICS RETURN TRANSID('EMB1')
002780                COMMAREA(WS-CA-ESTADO) LENGTH(1)
002785      END-EXEC.
002790
002795  4000-F-LEVANTAR. EXIT.
002800**************************************
002805*   EJECUTAR EL LEVANTAMIENTO YA     *
002810*   APROBADO - MARCA ESTADO 'L', NO  *
002815*   BORRA                            *
002820**************************************
002825  4100-I-APLICAR-LEVANTAR.
002830      EXEC SQL
002835         UPDATE ITPFBIO.TBEMBARGOS
002840            SET ESTADO = 'L'
002845          WHERE NRO_CUENTA  EQUAL :EMB-NRO-CUENTA
002850            AND NRO_EMBARGO EQUAL :EMB-NRO-EMBARGO
002855            AND ESTADO      EQUAL 'A'
002860      END-EXEC.
002865
002870      EVALUATE SQLCODE
002875         WHEN ZEROS
002878            CONTINUE
002881         WHEN +100
002884            MOVE 'EMBARGO INEXISTENTE O YA LEVANTADO' TO CA-MSG
002887            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002890         WHEN OTHER
002893            MOVE 'ERROR AL LEVANTAR EL EMBARGO - VER SQLCODE'
002896                 TO CA-MSG
002899            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002902      END-EVALUATE.
002905
002908      MOVE WS-NRO-EMB TO WS-NRO-EMB-EDIT.
002911      MOVE 'EMBARGO LEVANTADO' TO AUD-CAMPO.
002914      MOVE EMB-NRO-CUENTA  TO AUD-VALOR-ANTES.
002917      MOVE WS-NRO-EMB-EDIT TO AUD-VALOR-DESPUES.
002920
002923      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
002926
002929  4100-F-APLICAR-LEVANTAR. EXIT.
002932**************************************
002935*  EJECUCION DE UNA SOLICITUD YA     *
002938*  APROBADA (XCTL DESDE PGMAPR33):   *
002941*  REVALIDA, APLICA Y DEVUELVE EL    *
002944*  RESULTADO                         *
002947**************************************
002950  8600-I-EJECUTAR-APROBADA.
002953      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002956
002959      SET WS-MODO-APROBACION TO TRUE.
002962      MOVE SPACES TO CA-MSG.
002965
002968      IF NOT LK-APR-EJECUTAR
002971         MOVE 'FUNCION DE APROBACION INVALIDA' TO CA-MSG
002974         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002977      END-IF.
002980
002983      MOVE LK-APR-DATOS   TO WS-SOLICITUD.
002986      MOVE WS-SOL-CUENTA  TO EMB-NRO-CUENTA.
002989      MOVE WS-SOL-EMBARGO TO WS-NRO-EMB.
002992      MOVE WS-NRO-EMB     TO EMB-NRO-EMBARGO.
002995
002998      PERFORM 4100-I-APLICAR-LEVANTAR
003001         THRU 4100-F-APLICAR-LEVANTAR.
003004
003007      SET LK-APR-OK TO TRUE.
003010      MOVE 'EMBARGO LEVANTADO CORRECTAMENTE' TO LK-APR-MSG.
003013
003016      PERFORM 8700-I-DEVOLVER THRU 8700-F-DEVOLVER.
003019
003022  8600-F-EJECUTAR-APROBADA. EXIT.
003025**************************************
003028*  DEVOLVER EL RESULTADO DE LA       *
003031*  EJECUCION A PGMAPR33              *
003034**************************************
003037  8700-I-DEVOLVER.
003040      SET LK-APR-RESULTADO TO TRUE.
003043
003046      EXEC CICS XCTL PROGRAM('PGMAPR33')
003049                COMMAREA(LK-APR-AREA) LENGTH(222)
003052      END-EXEC.
003055
003058  8700-F-DEVOLVER. EXIT.
003061**************************************
003064*   RECHAZAR LA OPERACION (MSG)      *
003067**************************************
003070  6000-I-RECHAZO.
003073      IF WS-MODO-APROBACION
003076         MOVE CA-MSG TO LK-APR-MSG
003079         SET LK-APR-ERROR TO TRUE
003082         PERFORM 8700-I-DEVOLVER THRU 8700-F-DEVOLVER
003085      END-IF.
003088      MOVE CA-MSG        TO EMSGO.
003091      MOVE WS-FECHA-HOY  TO EFECHAO.
003094
003097      EXEC CICS SEND MAP('EMBA0233') MAPSET('MAPSETA')
003100                FROM(EMBA0233O)
003103      END-EXEC.
003106
003109      EXEC CICS RETURN TRANSID('EMB1')
003112                COMMAREA(WS-CA-ESTADO) LENGTH(1)
003115      END-EXEC.
003118
003121  6000-F-RECHAZO. EXIT.
003124**************************************
003127*   GRABAR AUDITORIA EN LA COLA AUDT *
003130**************************************
003133  9000-I-AUDITAR.
003136      MOVE WS-FECHA-HOY    TO AUD-FECHA.
003139      ACCEPT AUD-HORA      FROM TIME.
003142      MOVE EIBUSERID       TO AUD-USERID.
003145      MOVE EIBTRMID        TO AUD-TERMID.
003148      MOVE EIBTRNID        TO AUD-TRANSACCION.
003151      MOVE SPACES          TO AUD-TIPO-DOC.
003154      MOVE ZEROS           TO AUD-NRO-DOC.
003157
003160      EXEC CICS WRITEQ TD QUEUE('AUDT')
003163                FROM(WS-AUDIT-REC) LENGTH(147)
003166      END-EXEC.
003169
003172  9000-F-AUDITAR. EXIT.
003175**************************************
003178*  DOBLE CONTROL: LA OPERACION QUEDA *
003181*  PENDIENTE EN TBAPROBACIONES HASTA *
003184*  QUE OTRO SUPERVISOR LA APRUEBE EN *
003187*  PGMAPR33. SE NIEGA SI YA HAY UNA  *
003190*  SOLICITUD PENDIENTE CON IGUALES   *
003193*  DATOS                             *
003196**************************************
003199  8500-I-SOLICITAR.
003202      MOVE 'PGMEMB33'     TO APR-PROGRAMA.
003205      MOVE WS-SOLICITUD   TO APR-DATOS.
003208      MOVE ZEROS          TO WS-CANT-PEND.
003211
003214      EXEC SQL
003217         SELECT COUNT(*)
003220           INTO :WS-CANT-PEND
003223           FROM ITPFBIO.TBAPROBACIONES
003226          WHERE PROGRAMA  EQUAL :APR-PROGRAMA
003229            AND OPERACION EQUAL :APR-OPERACION
003232            AND DATOS     EQUAL :APR-DATOS
003235            AND ESTADO    EQUAL 'P'
003238      END-EXEC.
003241
003244      IF WS-CANT-PEND GREATER ZEROS
003247         MOVE 'YA HAY UNA SOLICITUD PENDIENTE PARA ESTA OPERACION'
003250              TO CA-MSG
003253         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003256      END-IF.
003259
003262      EXEC SQL
003265         SELECT VALUE(MAX(NRO_SOLICITUD), 0) + 1
003268           INTO :APR-NRO-SOLICITUD
003271           FROM ITPFBIO.TBAPROBACIONES
003274      END-EXEC.
003277
003280      IF SQLCODE NOT EQUAL ZEROS
003283         MOVE 'ERROR AL NUMERAR LA SOLICITUD - VER SQLCODE'
003286              TO CA-MSG
003289         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003292      END-IF.
003295
003298      MOVE 'P'             TO APR-ESTADO.
003301      MOVE EIBUSERID       TO APR-USUARIO-ALTA.
003304      MOVE WS-FECHA-HOY    TO APR-FECHA-ALTA.
003307      ACCEPT APR-HORA-ALTA FROM TIME.
003310      MOVE SPACES          TO APR-USUARIO-RESOL.
003313      MOVE SPACES          TO APR-FECHA-RESOL.
003316      MOVE SPACES          TO APR-HORA-RESOL.
003319      MOVE SPACES          TO APR-MOTIVO-RESOL.
003322
003325      EXEC SQL
003328         INSERT INTO ITPFBIO.TBAPROBACIONES
003331               (NRO_SOLICITUD, PROGRAMA, OPERACION, CLAVE, DATOS,
003334                ESTADO, USUARIO_ALTA, FECHA_ALTA, HORA_ALTA,
003337                USUARIO_RESOL, FECHA_RESOL, HORA_RESOL,
003340                MOTIVO_RESOL)
003343         VALUES
003346               (:APR-NRO-SOLICITUD, :APR-PROGRAMA, :APR-OPERACION,
003349                :APR-CLAVE, :APR-DATOS, :APR-ESTADO,
003352                :APR-USUARIO-ALTA, :APR-FECHA-ALTA,
003355                :APR-HORA-ALTA,
003358                :APR-USUARIO-RESOL, :APR-FECHA-RESOL,
003361                :APR-HORA-RESOL, :APR-MOTIVO-RESOL)
003364      END-EXEC.
003367
003370      IF SQLCODE NOT EQUAL ZEROS
003373         MOVE 'ERROR AL GRABAR LA SOLICITUD - VER SQLCODE'
003376              TO CA-MSG
003379         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003382      END-IF.
003385
003388      MOVE APR-NRO-SOLICITUD TO WS-SOL-NRO.
003391      MOVE 'SOLICITUD PENDIENTE' TO AUD-CAMPO.
003394      MOVE SPACES            TO AUD-VALOR-ANTES.
003397      MOVE SPACES            TO AUD-VALOR-DESPUES.
003400
003403      STRING 'SOL '          DELIMITED BY SIZE
003406             WS-SOL-NRO      DELIMITED BY SIZE
003409             ' '             DELIMITED BY SIZE
003412             APR-OPERACION   DELIMITED BY SIZE
003415             INTO AUD-VALOR-ANTES.
003418
003421      STRING 'CARGO:'        DELIMITED BY SIZE
003424             APR-USUARIO-ALTA DELIMITED BY SIZE
003427             ' '             DELIMITED BY SIZE
003430             APR-CLAVE       DELIMITED BY SIZE
003433             INTO AUD-VALOR-DESPUES.
003436
003439      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
003442
003445      MOVE SPACES TO CA-MSG.
003448
003451      STRING 'SOLICITUD NRO ' DELIMITED BY SIZE
003454             WS-SOL-NRO       DELIMITED BY SIZE
003457             ' PENDIENTE DE APROBACION (OPCION 30)'
003460                              DELIMITED BY SIZE
003463             INTO CA-MSG.
003466
003469  8500-F-SOLICITAR. EXIT.
003560**************************************
003570*           TOMAR FECHA              *
003580**************************************
