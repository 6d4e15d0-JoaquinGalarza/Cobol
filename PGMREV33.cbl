000190*         * ('R'/'C') PARA QUE NINGUNA SE REVERSE DOS    *
000200*         * VECES. CADA REVERSO DEJA SU REGISTRO EN LA   *
000210*         * COLA DE AUDITORIA AUDT                       *
000212* 15/10/26* EL COBRO DE CUOTA DE PRESTAMO ('CP') SE      *
000214*         * REVERSA COMO DEBITO CON 'RC'              * JCR *
000215* 15/10/26* NO SE REVERSA LA TRANSFERENCIA A OTRO BANCO  *
000216*         * ('TS'): SOLO LA DEVUELVE LA RESPUESTA DE  * JCR *
000217*         * CAMARA (PGMTSR33) CON 'DS'                   *
000218* 15/10/26* EL DEBITO DE HABERES A LA EMPRESA ('DH') SE  *
000219*         * REVERSA COMO DEBITO CON 'RC'              * JCR *
000220* 15/10/26* NO SE REVERSAN LAS OPERACIONES CON TARJETA   *
000221*         * DE DEBITO ('EA', 'CB', 'DT'): LAS AJUSTA  * JCR *
000222*         * LA RED EN SU LIQUIDACION (PGMLIQ33)          *
000223* 15/10/26* NO SE REVERSA EL PAGO DE UN CHEQUE ('CH'):   *
000224*         * SE RECLAMA POR LA CAMARA COMPENSADORA     * JCR *
000225* 15/10/26* NO SE REVERSA EL DEBITO AUTOMATICO           *
000226*         * ('DA') NI EL CREDITO A LA EMPRESA         * JCR *
000227*         * ('CA'): EL CLIENTE LO DESCONOCE ANTES        *
000228*         * DEL PROCESO (PGMADH33)                       *
000229* 15/10/26* NO SE REVERSA EL IMPUESTO S/DEBITOS Y        *
000230*         * CREDITOS ('ID'): LO COBRA PGMIDC33 Y      * JCR *
000231*         * QUEDA DECLARADO EN TBPERCEP                  *
000232* 15/10/26* EL REVERSO (PF1) YA NO SE APLICA EN EL ACTO: *
000233*         * QUEDA COMO SOLICITUD PENDIENTE EN TBAPRO- * JCR *
000234*         * BACIONES Y LO EJECUTA ESTE MISMO PROGRAMA    *
000235*         * SI OTRO SUPERVISOR LO APRUEBA EN PGMAPR33    *
000236*         * (XCTL CON LA COMMAREA LKAPROB)               *
000237**************************************
000238  ENVIRONMENT DIVISION.
000240  CONFIGURATION SECTION.
000250  SPECIAL-NAMES.
000260      DECIMAL-POINT IS COMMA.
000520*************************************
000530  01  WS-ORIGINAL.
000540      05  WS-ORI-FECHA     PIC X(10)       VALUE SPACES.
000544      05  WS-ORI-HORA      PIC X(08)       VALUE SPACES.
000548      05  WS-ORI-TIPO      PIC X(02)       VALUE SPACES.
000552          88 WS-ORIG-DEBITO  VALUE 'EX' 'TD' 'CM' 'DI'
000556                                   'PD' 'XD' 'IP' 'CP'
000560                                   'DH'.
000564      05  WS-ORI-IMPORTE   PIC S9(9)V99 COMP-3 VALUE ZEROS.
000568      05  WS-ORI-MONEDA    PIC X(02)       VALUE SPACES.
000572      05  WS-ORI-ESTADO    PIC X(01)       VALUE SPACES.
000576
000580  01  WS-SALDO-NUEVO       PIC S9(9)V99 COMP-3 VALUE ZEROS.
000584  01  WS-IMPORTE-EDIT      PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000588
000592  01  WS-DETALLE-ORIG.
000596      05  WS-DET-TIPO      PIC X(02)       VALUE SPACES.
000600      05  FILLER           PIC X(03)       VALUE ' / '.
000604      05  WS-DET-IMPORTE   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000608
000612  77  CT-CANAL-CAJA        PIC X(04)       VALUE 'CAJA'.
000616  77  CT-MOV-REV-DEBITO    PIC X(02)       VALUE 'RD'.
000620  77  CT-MOV-REV-CREDITO   PIC X(02)       VALUE 'RC'.
000624  01  WS-SOLICITUD.
000628      05  WS-SOL-CUENTA    PIC X(15)       VALUE SPACES.
000632      05  FILLER           PIC X(01)       VALUE SPACES.
000636      05  WS-SOL-FECHA     PIC X(10)       VALUE SPACES.
000640      05  FILLER           PIC X(01)       VALUE SPACES.
000644      05  WS-SOL-HORA      PIC X(08)       VALUE SPACES.
000648      05  FILLER           PIC X(65)       VALUE SPACES.
000652*************************************
000656*   DOBLE CONTROL: SOLICITUD EN    *
000660*   TBAPROBACIONES Y COMMAREA DE   *
000664*   EJECUCION DESDE PGMAPR33       *
000668*************************************
000672      COPY LKAPROB.
000676
000680  01  WS-MODO              PIC X(01)       VALUE 'P'.
000684      88 WS-MODO-PANTALLA                  VALUE 'P'.
000688      88 WS-MODO-APROBACION                VALUE 'A'.
000692
000696  01  WS-SOL-NRO           PIC 9(09)       VALUE ZEROS.
000700  01  WS-CANT-PEND         PIC S9(04) COMP VALUE ZEROS.
000740*************************************
000750*   COMMAREA HACIA EL MENU (MSG)   *
000760*************************************
000920       END-EXEC.
000930
000940       EXEC SQL
000945         INCLUDE TBMOVIM
000950       END-EXEC.
000955
000960       EXEC SQL
000965         INCLUDE TBAPROBA
000970       END-EXEC.
000980  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000990*************************************.
001000  LINKAGE SECTION.
001010  01  DFHCOMMAREA           PIC X(222).
001020**************************************
001030  PROCEDURE DIVISION.
001040**************************************
001050*  CUERPO PRINCIPAL DEL PROGRAMA     *
001060**************************************
001065  MAIN-PROGRAM.
001070
001075      IF EIBCALEN EQUAL ZERO
001080         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
001085      ELSE
001090         IF EIBCALEN EQUAL 222
001095            MOVE DFHCOMMAREA TO LK-APR-AREA
001100            PERFORM 8600-I-EJECUTAR-APROBADA
001105               THRU 8600-F-EJECUTAR-APROBADA
001110         END-IF
001120         MOVE DFHCOMMAREA TO WS-CA-ESTADO
001130         EVALUATE TRUE
001140            WHEN EIBAID EQUAL DFHPF1
001340      EXEC CICS SEND MAP('REVE0233') MAPSET('MAPSETA')
001350                FROM(REVE0233O) ERASE
001360      END-EXEC.
001365
001370      MOVE 'P' TO WS-CA-ESTADO.
001375
001380      EXEC CICS RETURN TRANSID('REV1')
001385                COMMAREA(WS-CA-ESTADO) LENGTH(1)
001390      END-EXEC.
001395
001400  2000-F-INICIAL. EXIT.
001405**************************************
001410*   VOLVER AL MENU PRINCIPAL (PF12)  *
001415**************************************
001420  3500-I-A-SALIR.
001425      MOVE SPACES TO CA-MSG.
001430
001435      EXEC CICS XCTL PROGRAM('PGMMEN33')
001440                COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
001445      END-EXEC.
001450
001455  3500-F-A-SALIR. EXIT.
001460**************************************
001465*   REVERSAR UN MOVIMIENTO (PF1)     *
001470**************************************
001475  3000-I-REVERSAR.
001480      EXEC CICS RECEIVE MAP('REVE0233') MAPSET('MAPSETA')
001485                INTO(REVE0233I)
001490      END-EXEC.
001495
001500      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
001505
001510      MOVE SPACES   TO CA-MSG.
001515      PERFORM 3100-I-VALIDAR THRU 3100-F-VALIDAR.
001520
001525      MOVE MOV-NRO-CUENTA       TO WS-SOL-CUENTA.
001530      MOVE WS-ORI-FECHA         TO WS-SOL-FECHA.
001535      MOVE WS-ORI-HORA          TO WS-SOL-HORA.
001540      MOVE 'REVERSO MOVIMIENTO' TO APR-OPERACION.
001545      MOVE MOV-NRO-CUENTA       TO APR-CLAVE.
001550
001555      PERFORM 8500-I-SOLICITAR THRU 8500-F-SOLICITAR.
001560
001565      MOVE WS-ORI-TIPO     TO WS-DET-TIPO.
001570      MOVE WS-ORI-IMPORTE  TO WS-DET-IMPORTE.
001575      MOVE WS-DETALLE-ORIG TO RDETALLO.
001580      MOVE WS-FECHA-HOY    TO RFECHAO.
001585      MOVE CA-MSG          TO RMSGO.
001590
001595      EXEC CICS SEND MAP('REVE0233') MAPSET('MAPSETA')
001600                FROM(REVE0233O)
001605      END-EXEC.
001610
001615      EXEC CICS RETURN TRANSID('REV1')
001620                COMMAREA(WS-CA-ESTADO) LENGTH(1)
001625      END-EXEC.
001630
001635  3000-F-REVERSAR. EXIT.
001640**************************************
001645*  VALIDAR EL MOVIMIENTO A REVERSAR  *
001650*  Y LEER EL SALDO DE LA CUENTA      *
001655**************************************
001660  3100-I-VALIDAR.
001670      MOVE RNROCTAI TO MOV-NRO-CUENTA.
001680      MOVE RFECMOVI TO WS-ORI-FECHA.
001690      MOVE RHORMOVI TO WS-ORI-HORA.
002110         MOVE 'UN CONTRAASIENTO NO SE PUEDE REVERSAR' TO CA-MSG
002120         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002130      END-IF.
002132
002134      IF WS-ORI-TIPO EQUAL 'TS'
002136         MOVE 'TRANSFERENCIA A OTRO BANCO - LA DEVUELVE CAMARA'
002137              TO CA-MSG
002138         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002139      END-IF.
002140
002141      IF WS-ORI-TIPO EQUAL 'EA' OR 'CB' OR 'DT'
002142         MOVE 'OPERACION CON TARJETA - LA AJUSTA LA RED' TO CA-MSG
002143         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002144      END-IF.
002145
002146      IF WS-ORI-TIPO EQUAL 'CH'
002147         MOVE 'CHEQUE PAGADO EN CANJE - SE RECLAMA POR CAMARA'
002148              TO CA-MSG
002149         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002150      END-IF.
002151
002152      IF WS-ORI-TIPO EQUAL 'DA' OR 'CA'
002153         MOVE 'DEBITO AUTOMATICO - SE DESCONOCE EN ADHESIONES'
002154              TO CA-MSG
002155         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002156      END-IF.
002157
002158      IF WS-ORI-TIPO EQUAL 'ID'
002159         MOVE 'IMPUESTO LEY 25.413 - NO SE REVERSA' TO CA-MSG
002160         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002161      END-IF.
002162
002163      MOVE MOV-NRO-CUENTA TO NRO-CUENTA.
002164
002170      EXEC SQL
002180         SELECT SALDO_ACTUAL
002190           INTO :SALDO-ACTUAL
002200           FROM ITPFBIO.TBCUENTAS
002210          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
002220            AND FECHA_DE_BAJA IS NULL
002225      END-EXEC.
002230
002235      IF SQLCODE NOT EQUAL ZEROS
002240         MOVE 'CUENTA INEXISTENTE O CERRADA' TO CA-MSG
002245         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002250      END-IF.
002255
002260  3100-F-VALIDAR. EXIT.
002265**************************************
002270*  APLICAR EL REVERSO: SALDO,        *
002275*  CONTRAASIENTO, MARCA DEL ORIGINAL *
002280*  Y AUDITORIA                       *
002285**************************************
002290  3200-I-APLICAR-REVERSO.
002300      IF WS-ORIG-DEBITO
002310         ADD WS-ORI-IMPORTE TO SALDO-ACTUAL
002320            GIVING WS-SALDO-NUEVO
002410                FECHA_ACTUAL = :WS-FECHA-HOY
002420          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
002430      END-EXEC.
002434
002438      IF SQLCODE NOT EQUAL ZEROS
002442         PERFORM 5500-I-DESHACER THRU 5500-F-DESHACER
002446      END-IF.
002450
002454      PERFORM 5000-I-GRABAR-CONTRA THRU 5000-F-GRABAR-CONTRA.
002458
002462      PERFORM 5100-I-MARCAR-ORIGINAL
002466         THRU 5100-F-MARCAR-ORIGINAL.
002470
002474      MOVE WS-ORI-IMPORTE TO WS-IMPORTE-EDIT.
002478      MOVE 'MOVIMIENTO REVERSADO' TO AUD-CAMPO.
002482      MOVE MOV-NRO-CUENTA  TO AUD-VALOR-ANTES.
002486      MOVE WS-IMPORTE-EDIT TO AUD-VALOR-DESPUES.
002490
002494      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
002498
002502  3200-F-APLICAR-REVERSO. EXIT.
002506**************************************
002510*  GRABAR EL CONTRAASIENTO ('RD' SI  *
002514*  EL ORIGINAL ACREDITO, 'RC' SI     *
002518*  DEBITO) CON ESTADO_REV 'C'        *
002522**************************************
002526  5000-I-GRABAR-CONTRA.
002530      MOVE WS-FECHA-HOY    TO MOV-FECHA.
002534      ACCEPT MOV-HORA      FROM TIME.
002538      IF WS-ORIG-DEBITO
002542         MOVE CT-MOV-REV-CREDITO TO MOV-TIPO-MOVIMIENTO
002546      ELSE
002550         MOVE CT-MOV-REV-DEBITO  TO MOV-TIPO-MOVIMIENTO
002554      END-IF.
002558      MOVE WS-ORI-IMPORTE  TO MOV-IMPORTE.
002562      MOVE WS-ORI-MONEDA   TO MOV-MONEDA.
002566      MOVE EIBUSERID       TO MOV-USUARIO.
002570      MOVE CT-CANAL-CAJA   TO MOV-CANAL.
002574      MOVE 'C'             TO MOV-ESTADO-REV.
002578
002582      PERFORM 5150-I-NUMERAR-COMP THRU 5150-F-NUMERAR-COMP.
002586
002590      EXEC SQL
002594         INSERT INTO ITPFBIO.TBMOVIM
002598               (NRO_CUENTA, FECHA, HORA, TIPO_MOVIMIENTO,
002602                IMPORTE, MONEDA, USUARIO, CANAL, ESTADO_REV,
002606                NRO_COMPROBANTE)
002610         VALUES
002614               (:MOV-NRO-CUENTA, :MOV-FECHA, :MOV-HORA,
002618                :MOV-TIPO-MOVIMIENTO, :MOV-IMPORTE,
002622                :MOV-MONEDA, :MOV-USUARIO, :MOV-CANAL,
002626                :MOV-ESTADO-REV, :MOV-NRO-COMPROBANTE)
002630      END-EXEC.
002634
002638      IF SQLCODE NOT EQUAL ZEROS
002642         PERFORM 5500-I-DESHACER THRU 5500-F-DESHACER
002646      END-IF.
002650
002654  5000-F-GRABAR-CONTRA. EXIT.
002658**************************************
002662*  PROXIMO NRO DE COMPROBANTE        *
002666*  (MAXIMO + 1)                      *
002670**************************************
002674  5150-I-NUMERAR-COMP.
002678      EXEC SQL
002682         SELECT VALUE(MAX(NRO_COMPROBANTE), 0) + 1
002686           INTO :MOV-NRO-COMPROBANTE
002690           FROM ITPFBIO.TBMOVIM
002694      END-EXEC.
002698
002702      IF SQLCODE NOT EQUAL ZEROS
002706         MOVE 1 TO MOV-NRO-COMPROBANTE
002710      END-IF.
002714
002718  5150-F-NUMERAR-COMP. EXIT.
002722**************************************
002726*  MARCAR EL ORIGINAL COMO REVERSADO *
002730*  ('R') - SI OTRO SUPERVISOR SE     *
002734*  ADELANTO SE ANULA TODO            *
002738**************************************
002742  5100-I-MARCAR-ORIGINAL.
002746      EXEC SQL
002750         UPDATE ITPFBIO.TBMOVIM
002754            SET ESTADO_REV = 'R'
002758          WHERE NRO_CUENTA EQUAL :MOV-NRO-CUENTA
002762            AND FECHA      EQUAL :WS-ORI-FECHA
002766            AND HORA       EQUAL :WS-ORI-HORA
002770            AND ESTADO_REV IS NULL
002774      END-EXEC.
002778
002782      IF SQLCODE NOT EQUAL ZEROS
002786         PERFORM 5500-I-DESHACER THRU 5500-F-DESHACER
002790      END-IF.
002794
002798  5100-F-MARCAR-ORIGINAL. EXIT.
002802**************************************
002806*  DESHACER LA UNIDAD DE TRABAJO     *
002810*  ANTE CUALQUIER ERROR SQL          *
002814**************************************
002818  5500-I-DESHACER.
002822      EXEC CICS SYNCPOINT ROLLBACK
002826      END-EXEC.
002830
002834      MOVE 'ERROR SQL - REVERSO ANULADO COMPLETO' TO CA-MSG.
002838
002842      PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO.
002846
002850  5500-F-DESHACER. EXIT.
002854**************************************
002858*   RECHAZAR LA OPERACION (MSG)      *
002862**************************************
002866  6000-I-RECHAZO.
002870      IF WS-MODO-APROBACION
002874         MOVE CA-MSG TO LK-APR-MSG
002878         SET LK-APR-ERROR TO TRUE
002882         PERFORM 8700-I-DEVOLVER THRU 8700-F-DEVOLVER
002886      END-IF.
002890      MOVE CA-MSG        TO RMSGO.
002894      MOVE SPACES        TO RDETALLO.
002898      MOVE WS-FECHA-HOY  TO RFECHAO.
002902
002906      EXEC CICS SEND MAP('REVE0233') MAPSET('MAPSETA')
002910                FROM(REVE0233O)
002914      END-EXEC.
002918
002922      EXEC CICS RETURN TRANSID('REV1')
002926                COMMAREA(WS-CA-ESTADO) LENGTH(1)
002930      END-EXEC.
002934
002938  6000-F-RECHAZO. EXIT.
002942**************************************
002946*   GRABAR AUDITORIA EN LA COLA AUDT *
002950**************************************
002954  9000-I-AUDITAR.
002958      MOVE WS-FECHA-HOY    TO AUD-FECHA.
002962      ACCEPT AUD-HORA      FROM TIME.
002966      MOVE EIBUSERID       TO AUD-USERID.
002970      MOVE EIBTRMID        TO AUD-TERMID.
002974      MOVE EIBTRNID        TO AUD-TRANSACCION.
002978      MOVE SPACES          TO AUD-TIPO-DOC.
002982      MOVE ZEROS           TO AUD-NRO-DOC.
002986
002990      EXEC CICS WRITEQ TD QUEUE('AUDT')
002994                FROM(WS-AUDIT-REC) LENGTH(147)
002998      END-EXEC.
003002
003006  9000-F-AUDITAR. EXIT.
003010**************************************
003014*  DOBLE CONTROL: LA OPERACION QUEDA *
003018*  PENDIENTE EN TBAPROBACIONES HASTA *
003022*  QUE OTRO SUPERVISOR LA APRUEBE EN *
003026*  PGMAPR33. SE NIEGA SI YA HAY UNA  *
003030*  SOLICITUD PENDIENTE CON IGUALES   *
003034*  DATOS                             *
003038**************************************
003042  8500-I-SOLICITAR.
003046      MOVE 'PGMREV33'     TO APR-PROGRAMA.
003050      MOVE WS-SOLICITUD   TO APR-DATOS.
003054      MOVE ZEROS          TO WS-CANT-PEND.
003058
003062      EXEC SQL
003066         SELECT COUNT(*)
003070           INTO :WS-CANT-PEND
003074           FROM ITPFBIO.TBAPROBACIONES
003078          WHERE PROGRAMA  EQUAL :APR-PROGRAMA
003082            AND OPERACION EQUAL :APR-OPERACION
003086            AND DATOS     EQUAL :APR-DATOS
003090            AND ESTADO    EQUAL 'P'
003094      END-EXEC.
003098
003102      IF WS-CANT-PEND GREATER ZEROS
003106         MOVE 'YA HAY UNA SOLICITUD PENDIENTE PARA ESTA OPERACION'
003110              TO CA-MSG
003114         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003118      END-IF.
003122
003126      EXEC SQL
003130         SELECT VALUE(MAX(NRO_SOLICITUD), 0) + 1
003134           INTO :APR-NRO-SOLICITUD
003138           FROM ITPFBIO.TBAPROBACIONES
003142      END-EXEC.
003146
003150      IF SQLCODE NOT EQUAL ZEROS
003154         MOVE 'ERROR AL NUMERAR LA SOLICITUD - VER SQLCODE'
003158              TO CA-MSG
003162         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003166      END-IF.
003170
003174      MOVE 'P'             TO APR-ESTADO.
003178      MOVE EIBUSERID       TO APR-USUARIO-ALTA.
003182      MOVE WS-FECHA-HOY    TO APR-FECHA-ALTA.
003186      ACCEPT APR-HORA-ALTA FROM TIME.
003190      MOVE SPACES          TO APR-USUARIO-RESOL.
003194      MOVE SPACES          TO APR-FECHA-RESOL.
003198      MOVE SPACES          TO APR-HORA-RESOL.
003202      MOVE SPACES          TO APR-MOTIVO-RESOL.
003206
003210      EXEC SQL
003214         INSERT INTO ITPFBIO.TBAPROBACIONES
003218               (NRO_SOLICITUD, PROGRAMA, OPERACION, CLAVE, DATOS,
003222                ESTADO, USUARIO_ALTA, FECHA_ALTA, HORA_ALTA,
003226                USUARIO_RESOL, FECHA_RESOL, HORA_RESOL,
003230                MOTIVO_RESOL)
003234         VALUES
003238               (:APR-NRO-SOLICITUD, :APR-PROGRAMA, :APR-OPERACION,
003242                :APR-CLAVE, :APR-DATOS, :APR-ESTADO,
003246                :APR-USUARIO-ALTA, :APR-FECHA-ALTA,
003250                :APR-HORA-ALTA,
003254                :APR-USUARIO-RESOL, :APR-FECHA-RESOL,
003258                :APR-HORA-RESOL, :APR-MOTIVO-RESOL)
003262      END-EXEC.
003266
003270      IF SQLCODE NOT EQUAL ZEROS
003274         MOVE 'ERROR AL GRABAR LA SOLICITUD - VER SQLCODE'
003278              TO CA-MSG
003282         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003286      END-IF.
003290
003294      MOVE APR-NRO-SOLICITUD TO WS-SOL-NRO.
003298      MOVE 'SOLICITUD PENDIENTE' TO AUD-CAMPO.
003302      MOVE SPACES            TO AUD-VALOR-ANTES.
003306      MOVE SPACES            TO AUD-VALOR-DESPUES.
003310
003314      STRING 'SOL '          DELIMITED BY SIZE
003318             WS-SOL-NRO      DELIMITED BY SIZE
003322             ' '             DELIMITED BY SIZE
003326             APR-OPERACION   DELIMITED BY SIZE
003330             INTO AUD-VALOR-ANTES.
003334
003338      STRING 'CARGO:'        DELIMITED BY SIZE
003342             APR-USUARIO-ALTA DELIMITED BY SIZE
003346             ' '             DELIMITED BY SIZE
003350             APR-CLAVE       DELIMITED BY SIZE
003354             INTO AUD-VALOR-DESPUES.
003358
003362      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
003366
003370      MOVE SPACES TO CA-MSG.
003374
003378      STRING 'SOLICITUD NRO ' DELIMITED BY SIZE
003382             WS-SOL-NRO       DELIMITED BY SIZE
003386             ' PENDIENTE DE APROBACION (OPCION 30)'
003390                              DELIMITED BY SIZE
003394             INTO CA-MSG.
003398
003402  8500-F-SOLICITAR. EXIT.
003406**************************************
003410*  EJECUCION DE UNA SOLICITUD YA     *
003414*  APROBADA (XCTL DESDE PGMAPR33):   *
003418*  REVALIDA, REVERSA Y DEVUELVE EL   *
003422*  RESULTADO                         *
003426**************************************
003430  8600-I-EJECUTAR-APROBADA.
003434      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
003438
003442      SET WS-MODO-APROBACION TO TRUE.
003446      MOVE SPACES TO CA-MSG.
003450
003454      IF NOT LK-APR-EJECUTAR
003458         MOVE 'FUNCION DE APROBACION INVALIDA' TO CA-MSG
003462         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003466      END-IF.
003470
003474      MOVE LK-APR-DATOS  TO WS-SOLICITUD.
003478      MOVE WS-SOL-CUENTA TO RNROCTAI.
003482      MOVE WS-SOL-FECHA  TO RFECMOVI.
003486      MOVE WS-SOL-HORA   TO RHORMOVI.
003490
003494      PERFORM 3100-I-VALIDAR THRU 3100-F-VALIDAR.
003498
003502      PERFORM 3200-I-APLICAR-REVERSO
003506         THRU 3200-F-APLICAR-REVERSO.
003510
003514      SET LK-APR-OK TO TRUE.
003518      MOVE 'MOVIMIENTO REVERSADO CORRECTAMENTE' TO LK-APR-MSG.
003522
003526      PERFORM 8700-I-DEVOLVER THRU 8700-F-DEVOLVER.
003530
003534  8600-F-EJECUTAR-APROBADA. EXIT.
003538**************************************
003542*  DEVOLVER EL RESULTADO DE LA       *
003546*  EJECUCION A PGMAPR33              *
003550**************************************
003554  8700-I-DEVOLVER.
003558      SET LK-APR-RESULTADO TO TRUE.
003562
003566      EXEC CICS XCTL PROGRAM('PGMAPR33')
003570                COMMAREA(LK-APR-AREA) LENGTH(222)
003574      END-EXEC.
003578
003582  8700-F-DEVOLVER. EXIT.
003780**************************************
003790*           TOMAR FECHA              *
003800**************************************
