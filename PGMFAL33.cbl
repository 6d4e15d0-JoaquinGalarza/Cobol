000120*         * (MAP0233/FALL0233, OPCION 21 DEL MENU,    * JCR *
000130*         * SOLO SUPERVISOR) - PF1 MARCA AL CLIENTE      *
000140*         * COMO FALLECIDO (ESTADO_CLIENTE 'F' Y FECHA   *
000145*         * DE FALLECIMIENTO) Y PF2 QUITA LA MARCA;      *
000150*         * CON LA MARCA PUESTA PGMMOV33 Y PGMTRF33      *
000155*         * RECHAZAN LOS DEBITOS DE SUS CUENTAS Y LOS    *
000160*         * CREDITOS SIGUEN ENTRANDO. CADA CAMBIO DEJA   *
000165*         * SU REGISTRO EN LA COLA DE AUDITORIA AUDT     *
000170* 15/10/26* QUITAR LA MARCA (PF2) YA NO SE APLICA EN EL  *
000175*         * ACTO: QUEDA COMO SOLICITUD PENDIENTE EN   * JCR *
000180*         * TBAPROBACIONES Y LA EJECUTA ESTE MISMO       *
000185*         * PROGRAMA CUANDO OTRO SUPERVISOR LA APRUEBA   *
000190*         * EN PGMAPR33 (XCTL CON LA COMMAREA LKAPROB)   *
000200**************************************
000210  ENVIRONMENT DIVISION.
000220  CONFIGURATION SECTION.
000290
000300      COPY MAPSETA.
000310
000315      COPY AUDITREG.
000320
000325*************************************
000330*         FECHA DE PROCESO         *
000335*************************************
000340  01  WS-AREA.
000345      05  WS-AREA-AA       PIC 9(04)         VALUE ZEROS.
000350      05  WS-AREA-MM       PIC 9(02)         VALUE ZEROS.
000355      05  WS-AREA-DD       PIC 9(02)         VALUE ZEROS.
000360
000365  01  WS-FECHA-HOY.
000370      05  WS-HOY-AA        PIC 9(04)         VALUE ZEROS.
000375      05  WS-SEP1          PIC X(01)         VALUE '-'.
000380      05  WS-HOY-MM        PIC 9(02)         VALUE ZEROS.
000385      05  WS-SEP2          PIC X(01)         VALUE '-'.
000390      05  WS-HOY-DD        PIC 9(02)         VALUE ZEROS.
000395*************************************
000400*     AREA DE TRABAJO FALLECIDO    *
000405*************************************
000410  01  WS-FECHA-FALLEC      PIC X(10)       VALUE SPACES.
000415  01  WS-ESTADO-CLIENTE    PIC X(01)       VALUE SPACES.
000420
000425  01  WS-SOLICITUD.
000430      05  WS-SOL-TIPO-DOC  PIC X(02)       VALUE SPACES.
000435      05  FILLER           PIC X(01)       VALUE SPACES.
000440      05  WS-SOL-NRO-DOC   PIC X(11)       VALUE SPACES.
000445      05  FILLER           PIC X(86)       VALUE SPACES.
000450*************************************
000455*   DOBLE CONTROL: SOLICITUD EN    *
000460*   TBAPROBACIONES Y COMMAREA DE   *
000465*   EJECUCION DESDE PGMAPR33       *
000470*************************************
000475      COPY LKAPROB.
000480
000485  01  WS-MODO              PIC X(01)       VALUE 'P'.
000490      88 WS-MODO-PANTALLA                  VALUE 'P'.
000495      88 WS-MODO-APROBACION                VALUE 'A'.
000500
000505  01  WS-SOL-NRO           PIC 9(09)       VALUE ZEROS.
000510  01  WS-CANT-PEND         PIC S9(04) COMP VALUE ZEROS.
000520*************************************
000530*      LLAMADA A RUTFECHA          *
000540*************************************
000700       END-EXEC.
000710
000720       EXEC SQL
000725         INCLUDE TBCLIENT
000730       END-EXEC.
000735
000740       EXEC SQL
000745         INCLUDE TBAPROBA
000750       END-EXEC.
000760  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000770*************************************.
000780  LINKAGE SECTION.
000790  01  DFHCOMMAREA           PIC X(222).
000800**************************************
000810  PROCEDURE DIVISION.
000820**************************************
000830*  CUERPO PRINCIPAL DEL PROGRAMA     *
000840**************************************
000845  MAIN-PROGRAM.
000850
000855      IF EIBCALEN EQUAL ZERO
000860         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
000865      ELSE
000870         IF EIBCALEN EQUAL 222
000875            MOVE DFHCOMMAREA TO LK-APR-AREA
000880            PERFORM 8600-I-EJECUTAR-APROBADA
000885               THRU 8600-F-EJECUTAR-APROBADA
000890         END-IF
000900         MOVE DFHCOMMAREA TO WS-CA-ESTADO
000910         EVALUATE TRUE
000920            WHEN EIBAID EQUAL DFHPF1
002030      MOVE FTIPDOCI TO TIPO-DOCUMENTO.
002040
002050      IF FNRODOCI NUMERIC
002055         MOVE FNRODOCI TO NRO-DOCUMENTO
002060      ELSE
002065         MOVE 'NRO DE DOCUMENTO INVALIDO' TO CA-MSG
002070         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002075      END-IF.
002080
002085      EXEC SQL
002090         SELECT NRO_CLIENTE
002095           INTO :CLI-NRO-CLIENTE
002100           FROM ITPFBIO.TBCLIENT
002105          WHERE TIPO_DOCUMENTO EQUAL :TIPO-DOCUMENTO
002110            AND NRO_DOCUMENTO  EQUAL :NRO-DOCUMENTO
002115            AND FECHA_DE_BAJA IS NULL
002120      END-EXEC.
002125
002130      EVALUATE SQLCODE
002135         WHEN ZEROS
002140            CONTINUE
002145         WHEN +100
002150            MOVE 'CLIENTE INEXISTENTE O DADO DE BAJA' TO CA-MSG
002155            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002160         WHEN OTHER
002165            MOVE 'ERROR AL LEER EL CLIENTE - VER SQLCODE'
002170                 TO CA-MSG
002175            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002180      END-EVALUATE.
002185
002190  3100-F-VALIDAR. EXIT.
002195**************************************
002200*   QUITAR LA MARCA (PF2)            *
002205**************************************
002210  4000-I-DESMARCAR.
002215      EXEC CICS RECEIVE MAP('FALL0233') MAPSET('MAPSETA')
002220                INTO(FALL0233I)
002225      END-EXEC.
002230
002235      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002240
002245      MOVE SPACES TO CA-MSG.
002250
002255      PERFORM 3100-I-VALIDAR THRU 3100-F-VALIDAR.
002260
002265      EXEC SQL
002270         SELECT ESTADO_CLIENTE
002275           INTO :WS-ESTADO-CLIENTE
002280           FROM ITPFBIO.TBCLIENT
002285          WHERE TIPO_DOCUMENTO EQUAL :TIPO-DOCUMENTO
002290            AND NRO_DOCUMENTO  EQUAL :NRO-DOCUMENTO
002295      END-EXEC.
002300
002305      IF SQLCODE NOT EQUAL ZEROS
002310         MOVE 'ERROR AL LEER EL CLIENTE - VER SQLCODE' TO CA-MSG
002315         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002320      END-IF.
002325
002330      IF WS-ESTADO-CLIENTE NOT EQUAL 'F'
002335         MOVE 'EL CLIENTE NO FIGURA FALLECIDO' TO CA-MSG
002340         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002345      END-IF.
002350
002355      MOVE TIPO-DOCUMENTO     TO WS-SOL-TIPO-DOC.
002360      MOVE FNRODOCI           TO WS-SOL-NRO-DOC.
002365      MOVE 'QUITAR FALLECIDO' TO APR-OPERACION.
002370      MOVE WS-SOLICITUD       TO APR-CLAVE.
002375
002380      PERFORM 8500-I-SOLICITAR THRU 8500-F-SOLICITAR.
002385
002390      MOVE WS-FECHA-HOY TO FFECHAO.
002395      MOVE CA-MSG       TO FMSGO.
002400
002405      EXEC CICS SEND MAP('FALL0233') MAPSET('MAPSETA')
002410                FROM(FALL0233O)
002415      END-EXEC.
002420
002425      EXEC CICS RETURN TRANSID('FAL1')
002430                COMMAREA(WS-CA-ESTADO) LENGTH(1)
002435      END-EXEC.
002440
002445  4000-F-DESMARCAR. EXIT.
002450**************************************
002455*   QUITAR LA MARCA YA APROBADA      *
002460**************************************
002465  4100-I-APLICAR-DESMARCA.
002470      EXEC SQL
002475         UPDATE ITPFBIO.TBCLIENT
002480            SET ESTADO_CLIENTE = ' ',
002485                FECHA_FALLEC   = ' '
002490          WHERE TIPO_DOCUMENTO EQUAL :TIPO-DOCUMENTO
002495            AND NRO_DOCUMENTO  EQUAL :NRO-DOCUMENTO
002500            AND ESTADO_CLIENTE EQUAL 'F'
002505      END-EXEC.
002510
002515      EVALUATE SQLCODE
002520         WHEN ZEROS
002523            CONTINUE
002526         WHEN +100
002529            MOVE 'EL CLIENTE NO FIGURA FALLECIDO' TO CA-MSG
002532            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002535         WHEN OTHER
002538            MOVE 'ERROR AL QUITAR LA MARCA - VER SQLCODE'
002541                 TO CA-MSG
002544            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002547      END-EVALUATE.
002550
002553      MOVE 'MARCA FALLEC QUITADA' TO AUD-CAMPO.
002556      MOVE 'F'                    TO AUD-VALOR-ANTES.
002559      MOVE SPACES                 TO AUD-VALOR-DESPUES.
002562
002565      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
002568
002571  4100-F-APLICAR-DESMARCA. EXIT.
002574**************************************
002577*  EJECUCION DE UNA SOLICITUD YA     *
002580*  APROBADA (XCTL DESDE PGMAPR33):   *
002583*  REVALIDA, APLICA Y DEVUELVE EL    *
002586*  RESULTADO                         *
002589**************************************
002592  8600-I-EJECUTAR-APROBADA.
002595      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002598
002601      SET WS-MODO-APROBACION TO TRUE.
002604      MOVE SPACES TO CA-MSG.
002607
002610      IF NOT LK-APR-EJECUTAR
002613         MOVE 'FUNCION DE APROBACION INVALIDA' TO CA-MSG
002616         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002619      END-IF.
002622
002625      MOVE LK-APR-DATOS    TO WS-SOLICITUD.
002628      MOVE WS-SOL-TIPO-DOC TO FTIPDOCI.
002631      MOVE WS-SOL-NRO-DOC  TO FNRODOCI.
002634
002637      PERFORM 3100-I-VALIDAR THRU 3100-F-VALIDAR.
002640
002643      PERFORM 4100-I-APLICAR-DESMARCA
002646         THRU 4100-F-APLICAR-DESMARCA.
002649
002652      SET LK-APR-OK TO TRUE.
002655      MOVE 'MARCA DE FALLECIDO QUITADA CORRECTAMENTE'
002656        TO LK-APR-MSG.
002658
002661      PERFORM 8700-I-DEVOLVER THRU 8700-F-DEVOLVER.
002664
002667  8600-F-EJECUTAR-APROBADA. EXIT.
002670**************************************
002673*  DEVOLVER EL RESULTADO DE LA       *
002676*  EJECUCION A PGMAPR33              *
002679**************************************
002682  8700-I-DEVOLVER.
002685      SET LK-APR-RESULTADO TO TRUE.
002688
002691      EXEC CICS XCTL PROGRAM('PGMAPR33')
002694                COMMAREA(LK-APR-AREA) LENGTH(222)
002697      END-EXEC.
002700
002703  8700-F-DEVOLVER. EXIT.
002706**************************************
002709*   RECHAZAR LA OPERACION (MSG)      *
002712**************************************
002715  6000-I-RECHAZO.
002718      IF WS-MODO-APROBACION
002721         MOVE CA-MSG TO LK-APR-MSG
002724         SET LK-APR-ERROR TO TRUE
002727         PERFORM 8700-I-DEVOLVER THRU 8700-F-DEVOLVER
002730      END-IF.
002733      MOVE CA-MSG        TO FMSGO.
002736      MOVE WS-FECHA-HOY  TO FFECHAO.
002739
002742      EXEC CICS SEND MAP('FALL0233') MAPSET('MAPSETA')
002745                FROM(FALL0233O)
002748      END-EXEC.
002751
002754      EXEC CICS RETURN TRANSID('FAL1')
002757                COMMAREA(WS-CA-ESTADO) LENGTH(1)
002760      END-EXEC.
002763
002766  6000-F-RECHAZO. EXIT.
002769**************************************
002772*   GRABAR AUDITORIA EN LA COLA AUDT *
002775**************************************
002778  9000-I-AUDITAR.
002781      MOVE WS-FECHA-HOY    TO AUD-FECHA.
002784      ACCEPT AUD-HORA      FROM TIME.
002787      MOVE EIBUSERID       TO AUD-USERID.
002790      MOVE EIBTRMID        TO AUD-TERMID.
002793      MOVE EIBTRNID        TO AUD-TRANSACCION.
002796      MOVE TIPO-DOCUMENTO  TO AUD-TIPO-DOC.
002799      MOVE NRO-DOCUMENTO   TO AUD-NRO-DOC.
002802
002805      EXEC CICS WRITEQ TD QUEUE('AUDT')
002808                FROM(WS-AUDIT-REC) LENGTH(147)
002811      END-EXEC.
002814
002817  9000-F-AUDITAR. EXIT.
002820**************************************
002823*  DOBLE CONTROL: LA OPERACION QUEDA *
002826*  PENDIENTE EN TBAPROBACIONES HASTA *
002829*  QUE OTRO SUPERVISOR LA APRUEBE EN *
002832*  PGMAPR33. SE NIEGA SI YA HAY UNA  *
002835*  SOLICITUD PENDIENTE CON IGUALES   *
002838*  DATOS                             *
002841**************************************
002844  8500-I-SOLICITAR.
002847      MOVE 'PGMFAL33'     TO APR-PROGRAMA.
002850      MOVE WS-SOLICITUD   TO APR-DATOS.
002853      MOVE ZEROS          TO WS-CANT-PEND.
002856
002859      EXEC SQL
002862         SELECT COUNT(*)
002865           INTO :WS-CANT-PEND
002868           FROM ITPFBIO.TBAPROBACIONES
002871          WHERE PROGRAMA  EQUAL :APR-PROGRAMA
002874            AND OPERACION EQUAL :APR-OPERACION
002877            AND DATOS     EQUAL :APR-DATOS
002880            AND ESTADO    EQUAL 'P'
002883      END-EXEC.
002886
002889      IF WS-CANT-PEND GREATER ZEROS
002892         MOVE 'YA HAY UNA SOLICITUD PENDIENTE PARA ESTA OPERACION'
002895              TO CA-MSG
002898         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002901      END-IF.
002904
002907      EXEC SQL
002910         SELECT VALUE(MAX(NRO_SOLICITUD), 0) + 1
002913           INTO :APR-NRO-SOLICITUD
002916           FROM ITPFBIO.TBAPROBACIONES
002919      END-EXEC.
002922
002925      IF SQLCODE NOT EQUAL ZEROS
002928         MOVE 'ERROR AL NUMERAR LA SOLICITUD - VER SQLCODE'
002931              TO CA-MSG
002934         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002937      END-IF.
002940
002943      MOVE 'P'             TO APR-ESTADO.
002946      MOVE EIBUSERID       TO APR-USUARIO-ALTA.
002949      MOVE WS-FECHA-HOY    TO APR-FECHA-ALTA.
002952      ACCEPT APR-HORA-ALTA FROM TIME.
002955      MOVE SPACES          TO APR-USUARIO-RESOL.
002958      MOVE SPACES          TO APR-FECHA-RESOL.
002961      MOVE SPACES          TO APR-HORA-RESOL.
002964      MOVE SPACES          TO APR-MOTIVO-RESOL.
002967
002970      EXEC SQL
002973         INSERT INTO ITPFBIO.TBAPROBACIONES
002976               (NRO_SOLICITUD, PROGRAMA, OPERACION, CLAVE, DATOS,
002979                ESTADO, USUARIO_ALTA, FECHA_ALTA, HORA_ALTA,
002982                USUARIO_RESOL, FECHA_RESOL, HORA_RESOL,
002985                MOTIVO_RESOL)
002988         VALUES
002991               (:APR-NRO-SOLICITUD, :APR-PROGRAMA, :APR-OPERACION,
002994                :APR-CLAVE, :APR-DATOS, :APR-ESTADO,
002997                :APR-USUARIO-ALTA, :APR-FECHA-ALTA,
003000                :APR-HORA-ALTA,
003003                :APR-USUARIO-RESOL, :APR-FECHA-RESOL,
003006                :APR-HORA-RESOL, :APR-MOTIVO-RESOL)
003009      END-EXEC.
003012
003015      IF SQLCODE NOT EQUAL ZEROS
003018         MOVE 'ERROR AL GRABAR LA SOLICITUD - VER SQLCODE'
003021              TO CA-MSG
003024         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003027      END-IF.
003030
003033      MOVE APR-NRO-SOLICITUD TO WS-SOL-NRO.
003036      MOVE 'SOLICITUD PENDIENTE' TO AUD-CAMPO.
003039      MOVE SPACES            TO AUD-VALOR-ANTES.
003042      MOVE SPACES            TO AUD-VALOR-DESPUES.
003045
003048      STRING 'SOL '          DELIMITED BY SIZE
003051             WS-SOL-NRO      DELIMITED BY SIZE
003054             ' '             DELIMITED BY SIZE
003057             APR-OPERACION   DELIMITED BY SIZE
003060             INTO AUD-VALOR-ANTES.
003063
003066      STRING 'CARGO:'        DELIMITED BY SIZE
003069             APR-USUARIO-ALTA DELIMITED BY SIZE
003072             ' '             DELIMITED BY SIZE
003075             APR-CLAVE       DELIMITED BY SIZE
003078             INTO AUD-VALOR-DESPUES.
003081
003084      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
003087
003090      MOVE SPACES TO CA-MSG.
003093
003096      STRING 'SOLICITUD NRO ' DELIMITED BY SIZE
003099             WS-SOL-NRO       DELIMITED BY SIZE
003102             ' PENDIENTE DE APROBACION (OPCION 30)'
003105                              DELIMITED BY SIZE
003108             INTO CA-MSG.
003111
003114  8500-F-SOLICITAR. EXIT.
003200**************************************
003210*           TOMAR FECHA              *
003220**************************************
