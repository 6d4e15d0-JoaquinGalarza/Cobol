000090**************************************
000100*         *                   *     *
000110* 02/09/26* TRANSACCION CICS DE ALIAS DE CBU             *
000115*         * (MAP0233/ALIA0233, OPCION 19 DEL MENU) -  * JCR *
000120*         * PF1 REGISTRA O REEMPLAZA EL ALIAS DE UNA     *
000125*         * CUENTA ABIERTA EN TBALIAS (EL ALIAS ES       *
000130*         * UNICO ENTRE LOS ACTIVOS; EL ANTERIOR DE LA   *
000135*         * CUENTA SE BAJA) Y PF2 LO DA DE BAJA; CADA    *
000140*         * CAMBIO DEJA SU REGISTRO EN LA COLA DE        *
000145*         * AUDITORIA AUDT PORQUE REDIRIGE DINERO        *
000150* 15/10/26* REEMPLAZAR EL ALIAS DE UNA CUENTA QUE YA     *
000155*         * TIENE UNO ACTIVO NO SE APLICA EN EL ACTO: * JCR *
000160*         * QUEDA COMO SOLICITUD PENDIENTE EN TBAPRO-    *
000165*         * BACIONES Y LO EJECUTA ESTE MISMO PROGRAMA    *
000170*         * SI OTRO SUPERVISOR LO APRUEBA EN PGMAPR33    *
000175*         * (XCTL CON LA COMMAREA LKAPROB). EL PRIMER    *
000180*         * ALIAS DE LA CUENTA SE REGISTRA DIRECTO       *
000190**************************************
000200  ENVIRONMENT DIVISION.
000210  CONFIGURATION SECTION.
000260  WORKING-STORAGE SECTION.
000270  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000280
000285      COPY MAPSETA.
000290
000295      COPY AUDITREG.
000300
000305*************************************
000310*         FECHA DE PROCESO         *
000315*************************************
000320  01  WS-AREA.
000325      05  WS-AREA-AA       PIC 9(04)         VALUE ZEROS.
000330      05  WS-AREA-MM       PIC 9(02)         VALUE ZEROS.
000335      05  WS-AREA-DD       PIC 9(02)         VALUE ZEROS.
000340
000345  01  WS-FECHA-HOY.
000350      05  WS-HOY-AA        PIC 9(04)         VALUE ZEROS.
000355      05  WS-SEP1          PIC X(01)         VALUE '-'.
000360      05  WS-HOY-MM        PIC 9(02)         VALUE ZEROS.
000365      05  WS-SEP2          PIC X(01)         VALUE '-'.
000370      05  WS-HOY-DD        PIC 9(02)         VALUE ZEROS.
000375*************************************
000380*      AREA DE TRABAJO ALIAS       *
000385*************************************
000390  01  WS-CUENTA-ALIAS      PIC X(15)       VALUE SPACES.
000395  01  WS-ALIAS-PREVIO      PIC X(20)       VALUE SPACES.
000400
000405  01  WS-SOLICITUD.
000410      05  WS-SOL-CUENTA    PIC X(15)       VALUE SPACES.
000415      05  FILLER           PIC X(01)       VALUE SPACES.
000420      05  WS-SOL-ALIAS     PIC X(20)       VALUE SPACES.
000425      05  FILLER           PIC X(01)       VALUE SPACES.
000430      05  WS-SOL-PREVIO    PIC X(20)       VALUE SPACES.
000435      05  FILLER           PIC X(43)       VALUE SPACES.
000440*************************************
000445*   DOBLE CONTROL: SOLICITUD EN    *
000450*   TBAPROBACIONES Y COMMAREA DE   *
000455*   EJECUCION DESDE PGMAPR33       *
000460*************************************
000465      COPY LKAPROB.
000470
000475  01  WS-MODO              PIC X(01)       VALUE 'P'.
000480      88 WS-MODO-PANTALLA                  VALUE 'P'.
000485      88 WS-MODO-APROBACION                VALUE 'A'.
000490
000495  01  WS-SOL-NRO           PIC 9(09)       VALUE ZEROS.
000500  01  WS-CANT-PEND         PIC S9(04) COMP VALUE ZEROS.
000510*************************************
000520*   COMMAREA HACIA EL MENU (MSG)   *
000530*************************************
000690       END-EXEC.
000700
000710       EXEC SQL
000715         INCLUDE TBALIAS
000720       END-EXEC.
000725
000730       EXEC SQL
000735         INCLUDE TBAPROBA
000740       END-EXEC.
000750  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000760*************************************.
000770  LINKAGE SECTION.
000780  01  DFHCOMMAREA           PIC X(222).
000790**************************************
000800  PROCEDURE DIVISION.
000810**************************************
000820*  CUERPO PRINCIPAL DEL PROGRAMA     *
000830**************************************
000835  MAIN-PROGRAM.
000840
000845      IF EIBCALEN EQUAL ZERO
000850         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
000855      ELSE
000860         IF EIBCALEN EQUAL 222
000865            MOVE DFHCOMMAREA TO LK-APR-AREA
000870            PERFORM 8600-I-EJECUTAR-APROBADA
000875               THRU 8600-F-EJECUTAR-APROBADA
000880         END-IF
000890         MOVE DFHCOMMAREA TO WS-CA-ESTADO
000900         EVALUATE TRUE
000910            WHEN EIBAID EQUAL DFHPF1
001110
001120      EXEC CICS SEND MAP('ALIA0233') MAPSET('MAPSETA')
001130                FROM(ALIA0233O) ERASE
001135      END-EXEC.
001140
001145      MOVE 'P' TO WS-CA-ESTADO.
001150
001155      EXEC CICS RETURN TRANSID('ALS1')
001160                COMMAREA(WS-CA-ESTADO) LENGTH(1)
001165      END-EXEC.
001170
001175  2000-F-INICIAL. EXIT.
001180**************************************
001185*   VOLVER AL MENU PRINCIPAL (PF12)  *
001190**************************************
001195  3500-I-A-SALIR.
001200      MOVE SPACES TO CA-MSG.
001205
001210      EXEC CICS XCTL PROGRAM('PGMMEN33')
001215                COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
001220      END-EXEC.
001225
001230  3500-F-A-SALIR. EXIT.
001235**************************************
001240*  REGISTRAR O REEMPLAZAR EL ALIAS   *
001245*  DE UNA CUENTA (PF1)               *
001250**************************************
001255  3000-I-REGISTRAR.
001260      EXEC CICS RECEIVE MAP('ALIA0233') MAPSET('MAPSETA')
001265                INTO(ALIA0233I)
001270      END-EXEC.
001275
001280      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
001285
001290      MOVE SPACES TO CA-MSG.
001295
001300      PERFORM 3100-I-VALIDAR THRU 3100-F-VALIDAR.
001305
001310      PERFORM 3150-I-ALIAS-PREVIO THRU 3150-F-ALIAS-PREVIO.
001315
001320      IF WS-ALIAS-PREVIO EQUAL SPACES
001325         PERFORM 3200-I-APLICAR-ALIAS THRU 3200-F-APLICAR-ALIAS
001330         MOVE 'ALIAS REGISTRADO CORRECTAMENTE' TO CA-MSG
001335      ELSE
001340         MOVE NRO-CUENTA        TO WS-SOL-CUENTA
001345         MOVE ALS-ALIAS         TO WS-SOL-ALIAS
001350         MOVE WS-ALIAS-PREVIO   TO WS-SOL-PREVIO
001355         MOVE 'CAMBIO DE ALIAS' TO APR-OPERACION
001360         MOVE NRO-CUENTA        TO APR-CLAVE
001365         PERFORM 8500-I-SOLICITAR THRU 8500-F-SOLICITAR
001370      END-IF.
001375
001380      MOVE WS-FECHA-HOY TO LFECHAO.
001385      MOVE CA-MSG       TO LMSGO.
001390
001395      EXEC CICS SEND MAP('ALIA0233') MAPSET('MAPSETA')
001400                FROM(ALIA0233O)
001405      END-EXEC.
001410
001415      EXEC CICS RETURN TRANSID('ALS1')
001420                COMMAREA(WS-CA-ESTADO) LENGTH(1)
001425      END-EXEC.
001430
001435  3000-F-REGISTRAR. EXIT.
001440**************************************
001445*  VALIDAR LA CUENTA Y QUE EL ALIAS  *
001450*  NO ESTE ACTIVO EN OTRA CUENTA     *
001455**************************************
001460  3100-I-VALIDAR.
001470      IF LALIASI EQUAL SPACES
001480         MOVE 'INGRESE EL ALIAS' TO CA-MSG
001490         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
001510
001520      MOVE LNROCTAI TO NRO-CUENTA.
001530
001535      EXEC SQL
001540         SELECT NRO_CUENTA
001545           INTO :NRO-CUENTA
001550           FROM ITPFBIO.TBCUENTAS
001555          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
001560            AND FECHA_DE_BAJA IS NULL
001565      END-EXEC.
001570
001575      EVALUATE SQLCODE
001580         WHEN ZEROS
001585            CONTINUE
001590         WHEN +100
001595            MOVE 'CUENTA INEXISTENTE O CERRADA' TO CA-MSG
001600            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
001605         WHEN OTHER
001610            MOVE 'ERROR AL LEER LA CUENTA - VER SQLCODE' TO CA-MSG
001615            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
001620      END-EVALUATE.
001625
001630      MOVE LALIASI TO ALS-ALIAS.
001635
001640      EXEC SQL
001645         SELECT NRO_CUENTA
001650           INTO :WS-CUENTA-ALIAS
001655           FROM ITPFBIO.TBALIAS
001660          WHERE ALIAS  EQUAL :ALS-ALIAS
001665            AND ESTADO EQUAL 'A'
001670      END-EXEC.
001675
001680      IF SQLCODE EQUAL ZEROS
001685         MOVE 'ALIAS YA REGISTRADO EN OTRA CUENTA' TO CA-MSG
001690         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
001695      END-IF.
001700
001705  3100-F-VALIDAR. EXIT.
001710**************************************
001715*  ALIAS ACTIVO ACTUAL DE LA CUENTA  *
001720*  (ESPACIOS SI NO TIENE)            *
001725**************************************
001730  3150-I-ALIAS-PREVIO.
001735      MOVE SPACES     TO WS-ALIAS-PREVIO.
001740      MOVE NRO-CUENTA TO ALS-NRO-CUENTA.
001745
001750      EXEC SQL
001755         SELECT ALIAS
001760           INTO :WS-ALIAS-PREVIO
001765           FROM ITPFBIO.TBALIAS
001770          WHERE NRO_CUENTA EQUAL :ALS-NRO-CUENTA
001775            AND ESTADO     EQUAL 'A'
001780      END-EXEC.
001785
001790      IF SQLCODE NOT EQUAL ZEROS
001795         AND SQLCODE NOT EQUAL +100
001799         MOVE 'ERROR AL LEER EL ALIAS ACTUAL - VER SQLCODE'
001803              TO CA-MSG
001807         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
001811      END-IF.
001815
001819      IF SQLCODE EQUAL +100
001823         MOVE SPACES TO WS-ALIAS-PREVIO
001827      END-IF.
001831
001835  3150-F-ALIAS-PREVIO. EXIT.
001839**************************************
001843*  BAJAR EL ALIAS ANTERIOR DE LA     *
001847*  CUENTA Y REGISTRAR EL NUEVO       *
001851**************************************
001855  3200-I-APLICAR-ALIAS.
001859      MOVE NRO-CUENTA TO ALS-NRO-CUENTA.
001863
001867      EXEC SQL
001871         UPDATE ITPFBIO.TBALIAS
001875            SET ESTADO = 'B'
001879          WHERE NRO_CUENTA EQUAL :ALS-NRO-CUENTA
001883            AND ESTADO     EQUAL 'A'
001887      END-EXEC.
001891
001895      IF SQLCODE NOT EQUAL ZEROS
001899         AND SQLCODE NOT EQUAL +100
001903         MOVE 'ERROR AL BAJAR EL ALIAS PREVIO - VER SQLCODE'
001907              TO CA-MSG
001911         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
001915      END-IF.
001919
001923      MOVE 'A'          TO ALS-ESTADO.
001927      MOVE WS-FECHA-HOY TO ALS-FECHA-ALTA.
001931      MOVE EIBUSERID    TO ALS-USUARIO.
001935
001939      EXEC SQL
001943         INSERT INTO ITPFBIO.TBALIAS
001947               (ALIAS, NRO_CUENTA, ESTADO, FECHA_ALTA,
001951                USUARIO)
001955         VALUES
001959               (:ALS-ALIAS, :ALS-NRO-CUENTA, :ALS-ESTADO,
001963                :ALS-FECHA-ALTA, :ALS-USUARIO)
001967      END-EXEC.
001971
001975      IF SQLCODE NOT EQUAL ZEROS
001979         MOVE 'ERROR AL GRABAR EL ALIAS - VER SQLCODE' TO CA-MSG
001983         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
001987      END-IF.
001991
001995      MOVE 'ALIAS REGISTRADO' TO AUD-CAMPO.
001999      MOVE ALS-NRO-CUENTA    TO AUD-VALOR-ANTES.
002003      MOVE ALS-ALIAS         TO AUD-VALOR-DESPUES.
002007
002011      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
002015
002019  3200-F-APLICAR-ALIAS. EXIT.
002023**************************************
002027*   DAR DE BAJA UN ALIAS (PF2)       *
002031**************************************
002035  4000-I-BAJA.
002039      EXEC CICS RECEIVE MAP('ALIA0233') MAPSET('MAPSETA')
002043                INTO(ALIA0233I)
002047      END-EXEC.
002051
002055      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002059
002063      MOVE SPACES TO CA-MSG.
002067
002071      IF LALIASI EQUAL SPACES
002075         MOVE 'INGRESE EL ALIAS A DAR DE BAJA' TO CA-MSG
002079         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002083      END-IF.
002087
002091      MOVE LALIASI TO ALS-ALIAS.
002095
002099      EXEC SQL
002103         UPDATE ITPFBIO.TBALIAS
002107            SET ESTADO = 'B'
002111          WHERE ALIAS  EQUAL :ALS-ALIAS
002115            AND ESTADO EQUAL 'A'
002119      END-EXEC.
002123
002127      EVALUATE SQLCODE
002131         WHEN ZEROS
002135            CONTINUE
002139         WHEN +100
002143            MOVE 'ALIAS INEXISTENTE O YA DADO DE BAJA' TO CA-MSG
002147            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002151         WHEN OTHER
002155            MOVE 'ERROR AL BAJAR EL ALIAS - VER SQLCODE'
002159                 TO CA-MSG
002163            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002167      END-EVALUATE.
002171
002175      MOVE 'ALIAS DADO DE BAJA' TO AUD-CAMPO.
002179      MOVE ALS-ALIAS           TO AUD-VALOR-ANTES.
002183      MOVE SPACES              TO AUD-VALOR-DESPUES.
002187
002191      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
002195
002199      MOVE WS-FECHA-HOY TO LFECHAO.
002203      MOVE 'ALIAS DADO DE BAJA CORRECTAMENTE' TO LMSGO.
002207
002211      EXEC CICS SEND MAP('ALIA0233') MAPSET('MAPSETA')
002215                FROM(ALIA0233O)
002219      END-EXEC.
002223
002227      EXEC CICS RETURN TRANSID('ALS1')
002231                COMMAREA(WS-CA-ESTADO) LENGTH(1)
002235      END-EXEC.
002239
002243  4000-F-BAJA. EXIT.
002247**************************************
002251*   RECHAZAR LA OPERACION (MSG)      *
002255**************************************
002259  6000-I-RECHAZO.
002263      IF WS-MODO-APROBACION
002267         MOVE CA-MSG TO LK-APR-MSG
002271         SET LK-APR-ERROR TO TRUE
002275         PERFORM 8700-I-DEVOLVER THRU 8700-F-DEVOLVER
002279      END-IF.
002283      MOVE CA-MSG        TO LMSGO.
002287      MOVE WS-FECHA-HOY  TO LFECHAO.
002291
002295      EXEC CICS SEND MAP('ALIA0233') MAPSET('MAPSETA')
002299                FROM(ALIA0233O)
002303      END-EXEC.
002307
002311      EXEC CICS RETURN TRANSID('ALS1')
002315                COMMAREA(WS-CA-ESTADO) LENGTH(1)
002319      END-EXEC.
002323
002327  6000-F-RECHAZO. EXIT.
002331**************************************
002335*   GRABAR AUDITORIA EN LA COLA AUDT *
002339**************************************
002343  9000-I-AUDITAR.
002347      MOVE WS-FECHA-HOY    TO AUD-FECHA.
002351      ACCEPT AUD-HORA      FROM TIME.
002355      MOVE EIBUSERID       TO AUD-USERID.
002359      MOVE EIBTRMID        TO AUD-TERMID.
002363      MOVE EIBTRNID        TO AUD-TRANSACCION.
002367      MOVE SPACES          TO AUD-TIPO-DOC.
002371      MOVE ZEROS           TO AUD-NRO-DOC.
002375
002379      EXEC CICS WRITEQ TD QUEUE('AUDT')
002383                FROM(WS-AUDIT-REC) LENGTH(147)
002387      END-EXEC.
002391
002395  9000-F-AUDITAR. EXIT.
002399**************************************
002403*  DOBLE CONTROL: LA OPERACION QUEDA *
002407*  PENDIENTE EN TBAPROBACIONES HASTA *
002411*  QUE OTRO SUPERVISOR LA APRUEBE EN *
002415*  PGMAPR33. SE NIEGA SI YA HAY UNA  *
002419*  SOLICITUD PENDIENTE CON IGUALES   *
002423*  DATOS                             *
002427**************************************
002431  8500-I-SOLICITAR.
002435      MOVE 'PGMALS33'     TO APR-PROGRAMA.
002439      MOVE WS-SOLICITUD   TO APR-DATOS.
002443      MOVE ZEROS          TO WS-CANT-PEND.
002447
002451      EXEC SQL
002455         SELECT COUNT(*)
002459           INTO :WS-CANT-PEND
002463           FROM ITPFBIO.TBAPROBACIONES
002467          WHERE PROGRAMA  EQUAL :APR-PROGRAMA
002471            AND OPERACION EQUAL :APR-OPERACION
002475            AND DATOS     EQUAL :APR-DATOS
002479            AND ESTADO    EQUAL 'P'
002483      END-EXEC.
002487
002491      IF WS-CANT-PEND GREATER ZEROS
002495         MOVE 'YA HAY UNA SOLICITUD PENDIENTE PARA ESTA OPERACION'
002499              TO CA-MSG
002503         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002507      END-IF.
002511
002515      EXEC SQL
002519         SELECT VALUE(MAX(NRO_SOLICITUD), 0) + 1
002523           INTO :APR-NRO-SOLICITUD
002527           FROM ITPFBIO.TBAPROBACIONES
002531      END-EXEC.
002535
002539      IF SQLCODE NOT EQUAL ZEROS
002543         MOVE 'ERROR AL NUMERAR LA SOLICITUD - VER SQLCODE'
002547              TO CA-MSG
002551         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002555      END-IF.
002559
002563      MOVE 'P'             TO APR-ESTADO.
002567      MOVE EIBUSERID       TO APR-USUARIO-ALTA.
002571      MOVE WS-FECHA-HOY    TO APR-FECHA-ALTA.
002575      ACCEPT APR-HORA-ALTA FROM TIME.
002579      MOVE SPACES          TO APR-USUARIO-RESOL.
002583      MOVE SPACES          TO APR-FECHA-RESOL.
002587      MOVE SPACES          TO APR-HORA-RESOL.
002591      MOVE SPACES          TO APR-MOTIVO-RESOL.
002595
002599      EXEC SQL
002603         INSERT INTO ITPFBIO.TBAPROBACIONES
002607               (NRO_SOLICITUD, PROGRAMA, OPERACION, CLAVE, DATOS,
002611                ESTADO, USUARIO_ALTA, FECHA_ALTA, HORA_ALTA,
002615                USUARIO_RESOL, FECHA_RESOL, HORA_RESOL,
002619                MOTIVO_RESOL)
002623         VALUES
002627               (:APR-NRO-SOLICITUD, :APR-PROGRAMA, :APR-OPERACION,
002631                :APR-CLAVE, :APR-DATOS, :APR-ESTADO,
002635                :APR-USUARIO-ALTA, :APR-FECHA-ALTA,
002639                :APR-HORA-ALTA,
002643                :APR-USUARIO-RESOL, :APR-FECHA-RESOL,
002647                :APR-HORA-RESOL, :APR-MOTIVO-RESOL)
002651      END-EXEC.
002655
002659      IF SQLCODE NOT EQUAL ZEROS
002663         MOVE 'ERROR AL GRABAR LA SOLICITUD - VER SQLCODE'
002667              TO CA-MSG
002671         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002675      END-IF.
002679
002683      MOVE APR-NRO-SOLICITUD TO WS-SOL-NRO.
002687      MOVE 'SOLICITUD PENDIENTE' TO AUD-CAMPO.
002691      MOVE SPACES            TO AUD-VALOR-ANTES.
002695      MOVE SPACES            TO AUD-VALOR-DESPUES.
002699
002703      STRING 'SOL '          DELIMITED BY SIZE
002707             WS-SOL-NRO      DELIMITED BY SIZE
002711             ' '             DELIMITED BY SIZE
002715             APR-OPERACION   DELIMITED BY SIZE
002719             INTO AUD-VALOR-ANTES.
002723
002727      STRING 'CARGO:'        DELIMITED BY SIZE
002731             APR-USUARIO-ALTA DELIMITED BY SIZE
002735             ' '             DELIMITED BY SIZE
002739             APR-CLAVE       DELIMITED BY SIZE
002743             INTO AUD-VALOR-DESPUES.
002747
002751      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
002755
002759      MOVE SPACES TO CA-MSG.
002763
002767      STRING 'SOLICITUD NRO ' DELIMITED BY SIZE
002771             WS-SOL-NRO       DELIMITED BY SIZE
002775             ' PENDIENTE DE APROBACION (OPCION 30)'
002779                              DELIMITED BY SIZE
002783             INTO CA-MSG.
002787
002791  8500-F-SOLICITAR. EXIT.
002795**************************************
002799*  EJECUCION DE UNA SOLICITUD YA     *
002803*  APROBADA (XCTL DESDE PGMAPR33):   *
002807*  REVALIDA, REEMPLAZA EL ALIAS Y    *
002811*  DEVUELVE EL RESULTADO             *
002815**************************************
002819  8600-I-EJECUTAR-APROBADA.
002823      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002827
002831      SET WS-MODO-APROBACION TO TRUE.
002835      MOVE SPACES TO CA-MSG.
002839
002843      IF NOT LK-APR-EJECUTAR
002847         MOVE 'FUNCION DE APROBACION INVALIDA' TO CA-MSG
002851         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002855      END-IF.
002859
002863      MOVE LK-APR-DATOS  TO WS-SOLICITUD.
002867      MOVE WS-SOL-CUENTA TO LNROCTAI.
002871      MOVE WS-SOL-ALIAS  TO LALIASI.
002875
002879      PERFORM 3100-I-VALIDAR THRU 3100-F-VALIDAR.
002883
002887      PERFORM 3150-I-ALIAS-PREVIO THRU 3150-F-ALIAS-PREVIO.
002891
002895      IF WS-ALIAS-PREVIO NOT EQUAL WS-SOL-PREVIO
002899         MOVE 'EL ALIAS DE LA CUENTA CAMBIO DESDE LA SOLICITUD'
002903              TO CA-MSG
002907         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002911      END-IF.
002915
002919      PERFORM 3200-I-APLICAR-ALIAS THRU 3200-F-APLICAR-ALIAS.
002923
002927      SET LK-APR-OK TO TRUE.
002931      MOVE 'ALIAS REEMPLAZADO CORRECTAMENTE' TO LK-APR-MSG.
002935
002939      PERFORM 8700-I-DEVOLVER THRU 8700-F-DEVOLVER.
002943
002947  8600-F-EJECUTAR-APROBADA. EXIT.
002951**************************************
002955*  DEVOLVER EL RESULTADO DE LA       *
002959*  EJECUCION A PGMAPR33              *
002963**************************************
002967  8700-I-DEVOLVER.
002971      SET LK-APR-RESULTADO TO TRUE.
002975
002979      EXEC CICS XCTL PROGRAM('PGMAPR33')
002983                COMMAREA(LK-APR-AREA) LENGTH(222)
002987      END-EXEC.
002991
002995  8700-F-DEVOLVER. EXIT.
003290**************************************
003300*           TOMAR FECHA              *
003310**************************************
