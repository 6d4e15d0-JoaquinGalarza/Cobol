000173* 02/09/26* RETIRA EL PASO PGMCOM33 DE LA CADENA        *
000174*         * NOCTURNA: EL COBRO DE MANTENIMIENTO    * JCR *
000175*         * ES MENSUAL Y SE PLANIFICA APARTE            *
000176* 15/10/26* AGREGA EL PASO PGMCUO33 (COBRANZA DE         *
000177*         * CUOTAS DE PRESTAMOS) A LA CADENA          * JCR *
000178* 15/10/26* AGREGA LOS PASOS PGMTSR33 Y PGMTSA33         *
000179*         * (CAMARA DE TRANSFERENCIAS SALIENTES)      * JCR *
000180* 15/10/26* AGREGA EL PASO PGMLIQ33 (LIQUIDACION DE LA   *
000181*         * RED DE TARJETAS DE DEBITO) A LA CADENA    * JCR *
000182* 15/10/26* AGREGA EL PASO PGMCNJ33 (CANJE DE CHEQUES)   *
000183*         * A LA CADENA                               * JCR *
000184* 15/10/26* AGREGA EL PASO PGMIDC33 (IMPUESTO S/DEBITOS  *
000185*         * Y CREDITOS, PREVIO AL ASIENTO)            * JCR *
000186* 15/10/26* AGREGA EL PASO PGMCLS33 (CONTROL DE LA       *
000187*         * CARTERA CONTRA LISTAS DE SANCIONES)       * JCR *
000188* 15/10/26* LOS PASOS CON PUNTO DE CONTROL MUESTRAN SI   *
000189*         * FUERON REANUDADOS Y TRAS QUE CLAVE, O LA  * JCR *
000190*         * CLAVE DEL ULTIMO COMMIT SI QUEDARON          *
000191*         * INICIADOS                                    *
000192* 15/10/26* AGREGA EL PASO PGMRSL33 (PLAZOS DE RECLAMOS) *
000193*         * DESPUES DE PGMCLS33                       * JCR *
000194* 15/10/26* AGREGA EL PASO PGMCTG33 (SALDOS PARA        *
000195*         * CONTINGENCIA) DESPUES DE PGMCHK33       * JCR *
000196* 15/10/26* AGREGA EL PASO PGMRTF33 (TRANSFERENCIAS      *
000197*         * RETENIDAS) DESPUES DE PGMRSL33          * JCR *
000198*************************************
000199  ENVIRONMENT DIVISION.
000200  CONFIGURATION SECTION.
000201  SPECIAL-NAMES.
000202      DECIMAL-POINT IS COMMA.
000205  INPUT-OUTPUT SECTION.
000210  FILE-CONTROL.
000220        SELECT SALIDA ASSIGN DDSALI
000230               FILE STATUS IS FS-SALIDA.
000500      05 FILLER                PIC X(08) VALUE 'PGMEXT33'.
000505      05 FILLER                PIC X(08) VALUE 'PGMEJE33'.
000507      05 FILLER                PIC X(08) VALUE 'PGMICB33'.
000508      05 FILLER                PIC X(08) VALUE 'PGMTSR33'.
000509      05 FILLER                PIC X(08) VALUE 'PGMTSA33'.
000510      05 FILLER                PIC X(08) VALUE 'PGMLIQ33'.
000511      05 FILLER                PIC X(08) VALUE 'PGMCNJ33'.
000512      05 FILLER                PIC X(08) VALUE 'PGMVTO33'.
000513      05 FILLER                PIC X(08) VALUE 'PGMCUO33'.
000514      05 FILLER                PIC X(08) VALUE 'PGMCIE33'.
000516      05 FILLER                PIC X(08) VALUE 'PGMPUN33'.
000517      05 FILLER                PIC X(08) VALUE 'PGMIDC33'.
000519      05 FILLER                PIC X(08) VALUE 'PGMGLD33'.
000521      05 FILLER                PIC X(08) VALUE 'PGMCLS33'.
000523      05 FILLER                PIC X(08) VALUE 'PGMRSL33'.
000524      05 FILLER                PIC X(08) VALUE 'PGMRTF33'.
000525      05 FILLER                PIC X(08) VALUE 'PGMCHK33'.
000526      05 FILLER                PIC X(08) VALUE 'PGMCTG33'.
000527      05 FILLER                PIC X(08) VALUE 'PGMDB233'.
000530  01  CT-TABLA-CADENA REDEFINES CT-CADENA.
000540      05 CT-PASO               PIC X(08) OCCURS 22
000550                               INDEXED BY CT-PASO-IDX.
000560
000570  77  WS-IDX-PASO          PIC 9(02)   VALUE ZEROS.
000890      05  FILLER    PIC X(05)    VALUE 'PASO '.
000900      05  FILLER    PIC X(09)    VALUE 'PROGRAMA'.
000910      05  FILLER    PIC X(13)    VALUE 'ESTADO'.
000917      05  FILLER    PIC X(09)    VALUE 'INICIO'.
000924      05  FILLER    PIC X(09)    VALUE 'FIN'.
000931      05  FILLER    PIC X(11)    VALUE 'CONTADOR'.
000938      05  FILLER    PIC X(05)    VALUE SPACES.
000945      05  FILLER    PIC X(11)    VALUE 'OBSERVACION'.
000952      05  FILLER    PIC X(60)    VALUE SPACES.
000960
000970  01  WS-REG-PASO.
000980      05  WS-PAS-NRO       PIC 9(02)    VALUE ZEROS.
001010      05  FILLER           PIC X(01)    VALUE SPACES.
001020      05  WS-PAS-ESTADO    PIC X(12)    VALUE SPACES.
001030      05  FILLER           PIC X(01)    VALUE SPACES.
001036      05  WS-PAS-INICIO    PIC X(08)    VALUE SPACES.
001042      05  FILLER           PIC X(01)    VALUE SPACES.
001048      05  WS-PAS-FIN       PIC X(08)    VALUE SPACES.
001054      05  FILLER           PIC X(01)    VALUE SPACES.
001060      05  WS-PAS-CONTADOR  PIC Z.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
001066      05  FILLER           PIC X(02)    VALUE SPACES.
001072      05  WS-PAS-NOTA.
001078          10  WS-PAS-NOTA-TXT   PIC X(16) VALUE SPACES.
001084          10  WS-PAS-NOTA-CLAVE PIC X(20) VALUE SPACES.
001090      05  FILLER           PIC X(38)    VALUE SPACES.
001100
001110  01  WS-REG-REARRANQUE.
001120      05  FILLER    PIC X(24)    VALUE 'PUNTO DE REARRANQUE:    '.
001380      PERFORM 2000-I-PROCESO
001390         THRU 2000-F-PROCESO
001400         VARYING WS-IDX-PASO FROM 1 BY 1
001410         UNTIL WS-IDX-PASO GREATER 22
001420            OR WS-TABLERO-FIN
001430
001440      PERFORM 9999-I-FINAL
001850      MOVE WS-FECHA-PROCESO      TO CTL-FECHA-PROCESO
001860
001870      EXEC SQL
001876         SELECT ESTADO, CONTADOR, HORA_INICIO, HORA_FIN,
001882                ULTIMA_CLAVE, CLAVE_REANUDA
001888           INTO :CTL-ESTADO, :CTL-CONTADOR,
001894                :CTL-HORA-INICIO, :CTL-HORA-FIN,
001900                :CTL-ULTIMA-CLAVE, :CTL-CLAVE-REANUDA
001910           FROM ITPFBIO.TBCONTROL
001920          WHERE FECHA_PROCESO EQUAL :CTL-FECHA-PROCESO
001930            AND PROGRAMA      EQUAL :CTL-PROGRAMA
001940      END-EXEC
001945
001950      MOVE WS-IDX-PASO           TO WS-PAS-NRO
001955      MOVE CT-PASO (CT-PASO-IDX) TO WS-PAS-PROGRAMA
001960
001965      EVALUATE SQLCODE
001970
001975      WHEN ZEROS
001980         MOVE CTL-HORA-INICIO TO WS-PAS-INICIO
001985         MOVE CTL-HORA-FIN    TO WS-PAS-FIN
001990         MOVE CTL-CONTADOR    TO WS-PAS-CONTADOR
001995         MOVE SPACES          TO WS-PAS-NOTA
002000         IF CTL-CLAVE-REANUDA NOT EQUAL SPACES
002005            MOVE 'REANUDADO TRAS ' TO WS-PAS-NOTA-TXT
002010            MOVE CTL-CLAVE-REANUDA TO WS-PAS-NOTA-CLAVE
002015         END-IF
002020         IF CTL-ESTADO NOT EQUAL 'F'
002025            AND CTL-ULTIMA-CLAVE NOT EQUAL SPACES
002030            MOVE 'ULTIMO COMMIT  ' TO WS-PAS-NOTA-TXT
002035            MOVE CTL-ULTIMA-CLAVE TO WS-PAS-NOTA-CLAVE
002040         END-IF
002050         IF CTL-ESTADO EQUAL 'F'
002060            MOVE 'FINALIZADO  ' TO WS-PAS-ESTADO
002070         ELSE
002140         MOVE 'PENDIENTE   ' TO WS-PAS-ESTADO
002150         MOVE SPACES TO WS-PAS-INICIO
002160         MOVE SPACES TO WS-PAS-FIN
002166         MOVE ZEROS  TO WS-PAS-CONTADOR
002172         MOVE SPACES TO WS-PAS-NOTA
002180         PERFORM 3000-I-MARCAR-REARRANQUE
002190            THRU 3000-F-MARCAR-REARRANQUE
002200
