000146*         * COTITULARIDAD DE PGMTIT33                    *
000148* 02/09/26* LA SUCURSAL CAPTURADA SE VALIDA CONTRA EL    *
000150*         * MAESTRO TBSUCURS (SOLO SUCURSAL ACTIVA)  * JCR *
000151* 15/10/26* NO SE ABRE CUENTA A UN CLIENTE RETENIDO POR  *
000152*         * CUMPLIMIENTO (ESTADO_CLIENTE 'R')         * JCR *
000153* 15/10/26* NI A UN CLIENTE DE RIESGO ALTO CON LA        *
000154*         * REVISION DEL LEGAJO VENCIDA (TBPERFIL)    * JCR *
000156* 15/10/26* AL CLIENTE MENOR DE EDAD SOLO SE LE ABRE     *
000158*         * CUENTA CON TUTOR LEGAL VIGENTE EN         * JCR *
000160*         * TBTUTORES, QUE QUEDA EN TBTITULAR CON ROL    *
000162*         * 'L' (EL TITULAR SE GRABA CON ROL 'T')        *
000164**************************************
000166  ENVIRONMENT DIVISION.
000170  CONFIGURATION SECTION.
000180  SPECIAL-NAMES.
000190      DECIMAL-POINT IS COMMA.
000670  77  WS-NRO-CTA-13        PIC 9(13)       VALUE ZEROS.
000680  77  WS-SALDO-CERO        PIC S9(9)V99 COMP-3 VALUE ZEROS.
000690*************************************
000691*  CLIENTE MENOR DE EDAD Y SU       *
000692*  TUTOR LEGAL (TBTUTORES)          *
000693*************************************
000694      COPY LKFECHA.
000695
000696  77  CT-EDAD-MINIMA       PIC 9(03)       VALUE 018.
000697  01  WS-MENOR-SW          PIC X(01)       VALUE 'N'.
000698      88 WS-CLIENTE-MENOR                  VALUE 'S'.
000699  77  WS-NRO-TUTOR         PIC S9(5)V COMP-3 VALUE ZEROS.
000700  77  WS-TUTOR-ESTADO      PIC X(01)       VALUE SPACES.
000701  77  WS-TUTOR-FECNAC      PIC X(10)       VALUE SPACES.
000702  01  WS-FECNAC-N.
000703      05  WS-FNA-AA        PIC X(04)       VALUE SPACES.
000704      05  WS-FNA-MM        PIC X(02)       VALUE SPACES.
000705      05  WS-FNA-DD        PIC X(02)       VALUE SPACES.
000706*************************************
000707*   COMMAREA HACIA EL MENU (MSG)   *
000710*************************************
000720  01  WS-CA-MENU-AREA.
000730      05 CA-MSG            PIC X(72)       VALUE SPACES.
000923         INCLUDE TBSUCURS
000924       END-EXEC.
000925
000926       EXEC SQL
000927         INCLUDE TBPERFIL
000928       END-EXEC.
000929
000930       EXEC SQL
000931         INCLUDE TBTUTOR
000932       END-EXEC.
000933
000934  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000940*************************************.
000950  LINKAGE SECTION.
000960  01  DFHCOMMAREA           PIC X(01).
001780      MOVE WS-NRO-CLIENTE TO CLI-NRO-CLIENTE.
001790
001800      EXEC SQL
001806         SELECT NRO_CLIENTE, VALUE(ESTADO_CLIENTE, ' '),
001812                FECCHA_NACIMIENTO
001818           INTO :CLI-NRO-CLIENTE, :CLI-ESTADO-CLIENTE,
001824                :FECCHA-NACIMIENTO
001830           FROM ITPFBIO.TBCLIENT
001840          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
001850            AND FECHA_DE_BAJA IS NULL
001950            MOVE 'ERROR AL LEER EL CLIENTE - VER SQLCODE'
001955                 TO CA-MSG
001960            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
001961      END-EVALUATE.
001962
001963      IF CLI-ESTADO-CLIENTE EQUAL 'R'
001964         MOVE 'CLIENTE RETENIDO POR CUMPLIMIENTO - SIN APERTURA'
001965              TO CA-MSG
001966         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
001967      END-IF.
001968
001969      MOVE CLI-NRO-CLIENTE TO PRF-NRO-CLIENTE.
001970
001971      EXEC SQL
001972         SELECT RIESGO, FECHA_PROX_REVISION
001973           INTO :PRF-RIESGO, :PRF-FECHA-PROX-REVISION
001974           FROM ITPFBIO.TBPERFIL
001975          WHERE NRO_CLIENTE EQUAL :PRF-NRO-CLIENTE
001976      END-EXEC.
001977
001978      IF SQLCODE EQUAL ZEROS
001979         AND PRF-RIESGO EQUAL 'A'
001980         AND PRF-FECHA-PROX-REVISION LESS WS-FECHA-HOY
001981         MOVE 'RIESGO ALTO CON LEGAJO VENCIDO - SIN APERTURA'
001982              TO CA-MSG
001983         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
001984      END-IF.
001985
001986      PERFORM 3100-I-CONTROLAR-MENOR THRU 3100-F-CONTROLAR-MENOR.
001987
001990      PERFORM 3200-I-NUMERAR-CUENTA THRU 3200-F-NUMERAR-CUENTA.
002000
002010      PERFORM 3300-I-GENERAR-CBU    THRU 3300-F-GENERAR-CBU.
002338
002339  3050-F-VALIDAR-SUC. EXIT.
002340**************************************
002341*  CLIENTE MENOR DE EDAD: EXIGE UN   *
002342*  TUTOR LEGAL VIGENTE EN TBTUTORES  *
002343*  QUE SIGA ACTIVO, NO FALLECIDO NI  *
002344*  RETENIDO Y MAYOR DE EDAD          *
002345**************************************
002346  3100-I-CONTROLAR-MENOR.
002347      MOVE 'N' TO WS-MENOR-SW.
002348
002349      MOVE FECCHA-NACIMIENTO(1:4) TO WS-FNA-AA.
002350      MOVE FECCHA-NACIMIENTO(6:2) TO WS-FNA-MM.
002351      MOVE FECCHA-NACIMIENTO(9:2) TO WS-FNA-DD.
002352
002353      MOVE WS-FECNAC-N     TO LK-ENTRADA.
002354      SET  LK-FUNCION-EDAD TO TRUE.
002355
002356      CALL 'RUTFECHA' USING LK-AREA.
002357
002358      IF LK-FECHA-ER OR LK-EDAD NOT LESS CT-EDAD-MINIMA
002359         GO TO 3100-F-CONTROLAR-MENOR
002360      END-IF.
002361
002362      SET WS-CLIENTE-MENOR TO TRUE.
002363      MOVE CLI-NRO-CLIENTE TO TUT-NRO-CLIENTE.
002364
002365      EXEC SQL
002366         SELECT T.NRO_CLIENTE_TUTOR,
002367                VALUE(C.ESTADO_CLIENTE, ' '),
002368                C.FECCHA_NACIMIENTO
002369           INTO :WS-NRO-TUTOR, :WS-TUTOR-ESTADO,
002370                :WS-TUTOR-FECNAC
002371           FROM ITPFBIO.TBTUTORES T, ITPFBIO.TBCLIENT C
002372          WHERE T.NRO_CLIENTE   EQUAL :TUT-NRO-CLIENTE
002373            AND T.ESTADO        EQUAL 'A'
002374            AND C.NRO_CLIENTE   EQUAL T.NRO_CLIENTE_TUTOR
002375            AND C.FECHA_DE_BAJA IS NULL
002376      END-EXEC.
002377
002378      EVALUATE TRUE
002379         WHEN SQLCODE EQUAL +100
002380            MOVE 'CLIENTE MENOR SIN TUTOR LEGAL - SIN APERTURA'
002381                 TO CA-MSG
002382            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002383         WHEN SQLCODE NOT EQUAL ZEROS
002384            MOVE 'ERROR AL LEER EL TUTOR LEGAL - VER SQLCODE'
002385                 TO CA-MSG
002386            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002387         WHEN WS-TUTOR-ESTADO EQUAL 'F' OR 'R'
002388            MOVE 'TUTOR LEGAL FALLECIDO O RETENIDO - SIN APERTURA'
002389                 TO CA-MSG
002390            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002391      END-EVALUATE.
002392
002393      MOVE WS-TUTOR-FECNAC(1:4) TO WS-FNA-AA.
002394      MOVE WS-TUTOR-FECNAC(6:2) TO WS-FNA-MM.
002395      MOVE WS-TUTOR-FECNAC(9:2) TO WS-FNA-DD.
002396
002397      MOVE WS-FECNAC-N     TO LK-ENTRADA.
002398      SET  LK-FUNCION-EDAD TO TRUE.
002399
002400      CALL 'RUTFECHA' USING LK-AREA.
002401
002402      IF LK-FECHA-ER OR LK-EDAD LESS CT-EDAD-MINIMA
002403         MOVE 'TUTOR LEGAL MENOR DE EDAD - SIN APERTURA' TO CA-MSG
002404         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002405      END-IF.
002406
002407  3100-F-CONTROLAR-MENOR. EXIT.
002408**************************************
002409*  ARMAR EL CBU Y CALCULAR DIGITOS   *
002410*  VERIFICADORES CON RUTCBU          *
002411**************************************
002412  3300-I-GENERAR-CBU.
002413      MOVE CT-ENTIDAD     TO LK-CBU-ENTIDAD.
002414      MOVE KSUCURI        TO LK-CBU-SUCURSAL.
002415      MOVE ZEROS          TO LK-CBU-DV1.
002416      MOVE WS-NRO-CTA-NUM TO WS-NRO-CTA-13.
002417      MOVE WS-NRO-CTA-13  TO LK-CBU-BLOQUE-CTA.
002420      MOVE ZEROS          TO LK-CBU-DV2.
002430
002440      SET LK-CBU-GENERAR TO TRUE.
002804      PERFORM 3450-I-GRABAR-TITULAR
002806         THRU 3450-F-GRABAR-TITULAR.
002810
002811      IF WS-CLIENTE-MENOR
002812         PERFORM 3460-I-GRABAR-TUTOR
002813            THRU 3460-F-GRABAR-TUTOR
002814      END-IF.
002815
002820      MOVE NRO-CUENTA   TO KNROCTAO.
002830      MOVE CBU          TO KCBUO.
002840      MOVE WS-FECHA-HOY TO KFECHAO.
002966      MOVE 1               TO TIT-ORDEN.
002968      MOVE WS-FECHA-HOY    TO TIT-FECHA-ALTA.
002970      MOVE EIBUSERID       TO TIT-USUARIO.
002971      MOVE 'T'             TO TIT-ROL.
002972
002974      EXEC SQL
002976         INSERT INTO ITPFBIO.TBTITULAR
002978               (NRO_CUENTA, NRO_CLIENTE, ORDEN, FECHA_ALTA,
002980                USUARIO, ROL)
002982         VALUES
002984               (:TIT-NRO-CUENTA, :TIT-NRO-CLIENTE, :TIT-ORDEN,
002986                :TIT-FECHA-ALTA, :TIT-USUARIO, :TIT-ROL)
002988      END-EXEC.
002990
002992      IF SQLCODE NOT EQUAL ZEROS
003002
003004  3450-F-GRABAR-TITULAR. EXIT.
003005**************************************
003006*  CUENTA DE UN MENOR: REGISTRAR AL  *
003007*  TUTOR LEGAL (ORDEN 2, ROL 'L').   *
003008*  SI FALLA SE DESHACE LA APERTURA   *
003009**************************************
003010  3460-I-GRABAR-TUTOR.
003011      MOVE NRO-CUENTA      TO TIT-NRO-CUENTA.
003012      MOVE WS-NRO-TUTOR    TO TIT-NRO-CLIENTE.
003013      MOVE 2               TO TIT-ORDEN.
003014      MOVE WS-FECHA-HOY    TO TIT-FECHA-ALTA.
003015      MOVE EIBUSERID       TO TIT-USUARIO.
003016      MOVE 'L'             TO TIT-ROL.
003017
003018      EXEC SQL
003019         INSERT INTO ITPFBIO.TBTITULAR
003020               (NRO_CUENTA, NRO_CLIENTE, ORDEN, FECHA_ALTA,
003021                USUARIO, ROL)
003022         VALUES
003023               (:TIT-NRO-CUENTA, :TIT-NRO-CLIENTE, :TIT-ORDEN,
003024                :TIT-FECHA-ALTA, :TIT-USUARIO, :TIT-ROL)
003025      END-EXEC.
003026
003027      IF SQLCODE NOT EQUAL ZEROS
003028         EXEC CICS SYNCPOINT ROLLBACK
003029         END-EXEC
003030         MOVE 'ERROR AL GRABAR EL TUTOR LEGAL - APERTURA DESHECHA'
003031              TO CA-MSG
003032         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003033      END-IF.
003034
003035  3460-F-GRABAR-TUTOR. EXIT.
003036**************************************
003037*   CERRAR CUENTA (PF2) - ESTAMPA    *
003038*   FECHA_DE_BAJA, NO BORRA LA FILA  *
003039**************************************
003040  4000-I-CERRAR.
003041      EXEC CICS RECEIVE MAP('CTAS0233') MAPSET('MAPSETA')
003042                INTO(CTAS0233I)
003043      END-EXEC.
003044
003050      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
003060
003070      MOVE SPACES TO CA-MSG.
