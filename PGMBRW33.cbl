000120*         * (MAP0233/BROW0233, TBCLIENT) - LISTA      * JCR *
000130*         * PAGINADA PF7/PF8 CON REPOSICIONAMIENTO DE    *
000140*         * CURSOR Y SELECCION QUE DERIVA A PGMCON33     *
000141* 15/10/26* PF5 DERIVA LA LINEA ELEGIDA A LA POSICION    *
000142*         * INTEGRAL DEL CLIENTE (PGMPCL33)           * JCR *
000150**************************************
000160  ENVIRONMENT DIVISION.
000170  CONFIGURATION SECTION.
000580  77  WS-IDX-LINEA         PIC 9(02)       VALUE ZEROS.
000590  77  WS-IDX-ESPEJO        PIC 9(02)       VALUE ZEROS.
000600  77  WS-SELECCION         PIC 9(02)       VALUE ZEROS.
000601  77  WS-PGM-DESTINO       PIC X(08)       VALUE SPACES.
000610*************************************
000620*   LINEA DE DETALLE DE LA LISTA   *
000630*************************************
001880               PERFORM 5000-I-ANTERIOR
001890                  THRU 5000-F-ANTERIOR
001900            WHEN EIBAID EQUAL DFHPF4 AND WS-CA-PAGINANDO
001906               MOVE 'PGMCON33' TO WS-PGM-DESTINO
001912               PERFORM 5500-I-SELECCIONAR
001914                  THRU 5500-F-SELECCIONAR
001916            WHEN EIBAID EQUAL DFHPF5 AND WS-CA-PAGINANDO
001917               MOVE 'PGMPCL33' TO WS-PGM-DESTINO
001918               PERFORM 5500-I-SELECCIONAR
001920                  THRU 5500-F-SELECCIONAR
001930            WHEN EIBAID EQUAL DFHPF12
001940               PERFORM 3500-I-A-SALIR  THRU 3500-F-A-SALIR
003850  5100-F-FETCH-ATRAS. EXIT.
003860**************************************
003870*  SELECCION DE UNA LINEA (PF4) -    *
003876*  DERIVA A LA CONSULTA DEL CLIENTE  *
003882*  O CON PF5 A SU POSICION INTEGRAL  *
003890**************************************
003900  5500-I-SELECCIONAR.
003910      EXEC CICS RECEIVE MAP('BROW0233') MAPSET('MAPSETA')
004110      MOVE CA-DOC-TIPO (WS-SELECCION) TO CA-CON-TIPO-DOC.
004120      MOVE CA-DOC-NRO  (WS-SELECCION) TO CA-CON-NRO-DOC.
004130
004140      EXEC CICS XCTL PROGRAM(WS-PGM-DESTINO)
004150                COMMAREA(WS-CA-CONSULTA) LENGTH(14)
004160      END-EXEC.
004170
