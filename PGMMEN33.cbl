000270*         * (PGMFAL33, SOLO SUPERVISOR)               * JCR *
000271* 02/09/26* AGREGA OPCION 22 CALENDARIO DE FERIADOS       *
000272*         * (PGMFER33, SOLO SUPERVISOR)               * JCR *
000273* 15/10/26* AGREGA OPCION 23 PRESTAMOS PERSONALES        *
000274*         * (PGMPRE33)                                * JCR *
000275* 15/10/26* AGREGA OPCION 24 TARJETAS DE DEBITO          *
000276*         * (PGMTJD33)                                * JCR *
000277* 15/10/26* AGREGA OPCION 25 CHEQUERAS Y ORDENES DE      *
000278*         * NO PAGAR (PGMCHQ33, SOLO SUPERVISOR)      * JCR *
000279* 15/10/26* AGREGA OPCION 26 DEBITOS AUTOMATICOS         *
000280*         * (PGMADH33)                                * JCR *
000281* 15/10/26* AGREGA OPCION 27 LISTAS DE SANCIONES         *
000282*         * (PGMSAN33, SOLO SUPERVISOR)               * JCR *
000283* 15/10/26* AGREGA OPCION 28 POSICION INTEGRAL DEL       *
000284*         * CLIENTE (PGMPCL33)                        * JCR *
000285* 15/10/26* AGREGA OPCION 29 MANTENIMIENTO DE TABLAS     *
000286*         * (PGMTAB33, SOLO SUPERVISOR)               * JCR *
000287* 15/10/26* AGREGA OPCION 30 APROBACION DE OPERACIO-     *
000288*         * NES (PGMAPR33, SOLO SUPERVISOR)           * JCR *
000289* 15/10/26* AGREGA OPCION 31 RECLAMOS DE CLIENTES        *
000290*         * (PGMRCL33)                                * JCR *
000291**************************************
000292  ENVIRONMENT DIVISION.
000293  CONFIGURATION SECTION.
000294  SPECIAL-NAMES.
000295      DECIMAL-POINT IS COMMA.
000300
000310  DATA DIVISION.
000320  WORKING-STORAGE SECTION.
003852               PERFORM 3830-I-A-FERIADO
003853                  THRU 3830-F-A-FERIADO
003854            END-IF
003855         WHEN '23'
003856            MOVE 'OP23 PRESTAMOS'     TO WS-OPCION-DESC
003857            SET WS-REQ-OPERADOR      TO TRUE
003858            PERFORM 3050-I-AUTORIZAR THRU 3050-F-AUTORIZAR
003859            IF WS-AUT-SI
003860               PERFORM 3840-I-A-PRESTAMO
003861                  THRU 3840-F-A-PRESTAMO
003862            END-IF
003863         WHEN '24'
003864            MOVE 'OP24 TARJ. DEBITO'  TO WS-OPCION-DESC
003865            SET WS-REQ-OPERADOR      TO TRUE
003866            PERFORM 3050-I-AUTORIZAR THRU 3050-F-AUTORIZAR
003867            IF WS-AUT-SI
003868               PERFORM 3850-I-A-TARJETA
003869                  THRU 3850-F-A-TARJETA
003870            END-IF
003871         WHEN '25'
003872            MOVE 'OP25 CHEQUERAS'     TO WS-OPCION-DESC
003873            SET WS-REQ-SUPERVISOR    TO TRUE
003874            PERFORM 3050-I-AUTORIZAR THRU 3050-F-AUTORIZAR
003875            IF WS-AUT-SI
003876               PERFORM 3860-I-A-CHEQUES
003877                  THRU 3860-F-A-CHEQUES
003878            END-IF
003879         WHEN '26'
003880            MOVE 'OP26 DEB.AUTOMAT'   TO WS-OPCION-DESC
003881            SET WS-REQ-OPERADOR      TO TRUE
003882            PERFORM 3050-I-AUTORIZAR THRU 3050-F-AUTORIZAR
003883            IF WS-AUT-SI
003884               PERFORM 3870-I-A-DEBITOS
003885                  THRU 3870-F-A-DEBITOS
003886            END-IF
003887         WHEN '27'
003888            MOVE 'OP27 LISTAS SANC.'  TO WS-OPCION-DESC
003889            SET WS-REQ-SUPERVISOR    TO TRUE
003890            PERFORM 3050-I-AUTORIZAR THRU 3050-F-AUTORIZAR
003891            IF WS-AUT-SI
003892               PERFORM 3880-I-A-SANCIONES
003893                  THRU 3880-F-A-SANCIONES
003894            END-IF
003895         WHEN '28'
003896            MOVE 'OP28 POSICION CLI.' TO WS-OPCION-DESC
003897            SET WS-REQ-OPERADOR      TO TRUE
003898            PERFORM 3050-I-AUTORIZAR THRU 3050-F-AUTORIZAR
003899            IF WS-AUT-SI
003900               PERFORM 3890-I-A-POSICION
003901                  THRU 3890-F-A-POSICION
003902            END-IF
003903         WHEN '29'
003904            MOVE 'OP29 TABLAS SIST.' TO WS-OPCION-DESC
003905            SET WS-REQ-SUPERVISOR    TO TRUE
003906            PERFORM 3050-I-AUTORIZAR THRU 3050-F-AUTORIZAR
003907            IF WS-AUT-SI
003908               PERFORM 3900-I-A-TABLAS
003909                  THRU 3900-F-A-TABLAS
003910            END-IF
003911         WHEN '30'
003912            MOVE 'OP30 APROBACIONES' TO WS-OPCION-DESC
003913            SET WS-REQ-SUPERVISOR    TO TRUE
003914            PERFORM 3050-I-AUTORIZAR THRU 3050-F-AUTORIZAR
003915            IF WS-AUT-SI
003916               PERFORM 3910-I-A-APROBAC
003917                  THRU 3910-F-A-APROBAC
003918            END-IF
003919         WHEN '31'
003920            MOVE 'OP31 RECLAMOS' TO WS-OPCION-DESC
003921            SET WS-REQ-OPERADOR      TO TRUE
003922            PERFORM 3050-I-AUTORIZAR THRU 3050-F-AUTORIZAR
003923            IF WS-AUT-SI
003924               PERFORM 3920-I-A-RECLAMOS
003925                  THRU 3920-F-A-RECLAMOS
003926            END-IF
003927         WHEN OTHER
003928            MOVE 'OPCION INVALIDA - VEA LA LISTA DEL MENU'
003929                 TO CA-MSG
003930            PERFORM 4000-I-DESPLEGAR THRU 4000-F-DESPLEGAR
003931      END-EVALUATE.
003932
003933  3600-F-POR-OPCION. EXIT.
003934
003935  3710-I-A-EMBARGOS.
003936      EXEC CICS XCTL PROGRAM('PGMEMB33')
003940      END-EXEC.
003950
003960  3710-F-A-EMBARGOS. EXIT.
004660      END-EXEC.
004670
004680  3830-F-A-FERIADO. EXIT.
004690
004700  3840-I-A-PRESTAMO.
004710      EXEC CICS XCTL PROGRAM('PGMPRE33')
004720      END-EXEC.
004730
004740  3840-F-A-PRESTAMO. EXIT.
004750
004760  3850-I-A-TARJETA.
004770      EXEC CICS XCTL PROGRAM('PGMTJD33')
004780      END-EXEC.
004790
004800  3850-F-A-TARJETA. EXIT.
004810
004820  3860-I-A-CHEQUES.
004830      EXEC CICS XCTL PROGRAM('PGMCHQ33')
004840      END-EXEC.
004850
004860  3860-F-A-CHEQUES. EXIT.
004870
004880  3870-I-A-DEBITOS.
004890      EXEC CICS XCTL PROGRAM('PGMADH33')
004900      END-EXEC.
004910
004920  3870-F-A-DEBITOS. EXIT.
004930
004940  3880-I-A-SANCIONES.
004950      EXEC CICS XCTL PROGRAM('PGMSAN33')
004960      END-EXEC.
004970
004980  3880-F-A-SANCIONES. EXIT.
004990
005000  3890-I-A-POSICION.
005010      EXEC CICS XCTL PROGRAM('PGMPCL33')
005020      END-EXEC.
005030
005040  3890-F-A-POSICION. EXIT.
005050
005060  3900-I-A-TABLAS.
005070      EXEC CICS XCTL PROGRAM('PGMTAB33')
005080      END-EXEC.
005090
005093  3900-F-A-TABLAS. EXIT.
005096
005097  3910-I-A-APROBAC.
005098      EXEC CICS XCTL PROGRAM('PGMAPR33')
005099      END-EXEC.
005100
005101  3910-F-A-APROBAC. EXIT.
005102
005103  3920-I-A-RECLAMOS.
005104      EXEC CICS XCTL PROGRAM('PGMRCL33')
005105      END-EXEC.
005106
005107  3920-F-A-RECLAMOS. EXIT.
