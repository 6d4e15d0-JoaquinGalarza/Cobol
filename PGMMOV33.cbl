000205* 02/09/26* LA EXTRACCION SE RECHAZA SI ALGUN TITULAR    *
000206*         * DE LA CUENTA FIGURA FALLECIDO            * JCR *
000207*         * (ESTADO_CLIENTE 'F') - LOS DEPOSITOS SIGUEN  *
000208* 15/10/26* TAMBIEN SE RECHAZA SI ALGUN TITULAR ESTA     *
000209*         * RETENIDO POR CUMPLIMIENTO (ESTADO_CLIENTE * JCR *
000210*         * 'R', COINCIDENCIA CON LISTAS DE SANCIONES)   *
000211* 15/10/26* SI DB2 NO ESTA DISPONIBLE (SQLCODE           *
000212*         * -904/-923/-924/-927) OPERA EN             * JCR *
000213*         * CONTINGENCIA CONTRA EL ARCHIVO SALDCONT      *
000214*         * (PGMCTG33) CON TOPE POR OPERACION Y ENCOLA   *
000215*         * CADA OPERACION EN 'CONT' PARA EL REPROCESO   *
000216*         * PGMRPC33. LA EXTRACCION DESCUENTA LO         *
000217*         * EXTRAIDO EN CONTINGENCIA AUN NO REPROCESADO  *
000218* 15/10/26* CUENTA DE MENOR (TUTOR LEGAL CON ROL 'L' EN  *
000219*         * TBTITULAR): LA EXTRACCION PASA SOLO       * JCR *
000220*         * DENTRO DEL MENSUAL DE TBPARAMS (PGMMOV33 /   *
000221*         * 'MENSUAL-MENOR', DEBITOS EX/TD/TS DEL MES) O *
000222*         * CON EL NRO DE CLIENTE DEL TUTOR EN PANTALLA, *
000223*         * QUE QUEDA EN AUDT AL GRABAR. EN CONTINGENCIA *
000224*         * NO SE ADMITEN EXTRACCIONES DE ESTAS CUENTAS  *
000225**************************************
000226  ENVIRONMENT DIVISION.
000227  CONFIGURATION SECTION.
000230  SPECIAL-NAMES.
000240      DECIMAL-POINT IS COMMA.
000250
000310
000312      COPY AUDITREG.
000314
000315      COPY SALDREG.
000316
000317      COPY CONTREG.
000318
000320*************************************
000330*         FECHA DE PROCESO         *
000340*************************************
000580  77  CT-CANAL-CAJA        PIC X(04)       VALUE 'CAJA'.
000590  77  CT-MOV-DEPOSITO      PIC X(02)       VALUE 'DP'.
000600  77  CT-MOV-EXTRACCION    PIC X(02)       VALUE 'EX'.
000602
000603  01  WS-PEND-CONTING      PIC S9(9)V99 COMP-3 VALUE ZEROS.
000604  77  WS-RESP              PIC S9(08) COMP VALUE ZEROS.
000605  01  WS-SQLCODE           PIC S9(09) COMP VALUE ZEROS.
000606      88 WS-DB2-NO-DISPONIBLE      VALUES -904 -923 -924 -927.
000610*************************************
000611*  CUENTA DE MENOR CON TUTOR LEGAL  *
000612*************************************
000613  01  WS-CANT-TUTORES      PIC S9(04) COMP VALUE ZEROS.
000614  01  WS-ACUMULADO-MES     PIC S9(9)V99 COMP-3 VALUE ZEROS.
000615  01  WS-MENSUAL-MENOR     PIC S9(9)V99 COMP-3 VALUE ZEROS.
000616  01  WS-FECHA-MES         PIC X(10)       VALUE SPACES.
000617  77  WS-NRO-TUTOR         PIC S9(5)V COMP-3 VALUE ZEROS.
000618  77  WS-NRO-TUT-EDIT      PIC 9(05)       VALUE ZEROS.
000619  77  CT-MENSUAL-MENOR     PIC 9(09)       VALUE 20000.
000621  01  WS-AUTORIZ-TUTOR-SW  PIC X(01)       VALUE 'N'.
000623      88  WS-AUTORIZ-TUTOR            VALUE 'S'.
000625*************************************
000627*   COMMAREA HACIA EL MENU (MSG)   *
000630*************************************
000640  01  WS-CA-MENU-AREA.
000650      05 CA-MSG            PIC X(72)       VALUE SPACES.
000886         INCLUDE TBUSUARIO
000887       END-EXEC.
000888
000889       EXEC SQL
000890         INCLUDE TBPARAMS
000891       END-EXEC.
000892
000893  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000900*************************************.
000910  LINKAGE SECTION.
000920  01  DFHCOMMAREA           PIC X(01).
001730**************************************
001740  4000-I-VALIDAR.
001750      MOVE SPACES TO CA-MSG.
001755      MOVE 'N' TO WS-AUTORIZ-TUTOR-SW.
001760
001770      IF NOT WS-MOV-DEPOSITO AND NOT WS-MOV-EXTRACCION
001780         MOVE 'TIPO DE MOVIMIENTO INVALIDO - USE D O E' TO CA-MSG
001990            MOVE 'CUENTA INEXISTENTE O CERRADA' TO CA-MSG
002000            GO TO 4000-F-VALIDAR
002010         WHEN OTHER
002011            MOVE SQLCODE TO WS-SQLCODE
002012            IF WS-DB2-NO-DISPONIBLE
002013               PERFORM 8000-I-CONTINGENCIA
002014                  THRU 8000-F-CONTINGENCIA
002015            END-IF
002020            MOVE 'ERROR AL LEER LA CUENTA - VER SQLCODE' TO CA-MSG
002030            GO TO 4000-F-VALIDAR
002040      END-EVALUATE.
002070         PERFORM 4500-I-LEER-LIMITE THRU 4500-F-LEER-LIMITE
002072         PERFORM 4600-I-SUMAR-EMBARGOS
002074            THRU 4600-F-SUMAR-EMBARGOS
002076         PERFORM 4650-I-PENDIENTE-CONTING
002078            THRU 4650-F-PENDIENTE-CONTING
002080         SUBTRACT WS-IMPORTE WS-PEND-CONTING FROM SALDO-ACTUAL
002090            GIVING WS-SALDO-NUEVO
002100         IF WS-SALDO-NUEVO LESS WS-PISO-SOBREGIRO
002110            MOVE 'EXTRACCION SUPERA EL PISO DE SOBREGIRO'
002142      IF CA-MSG EQUAL SPACES AND WS-MOV-EXTRACCION
002143         PERFORM 4800-I-CONTROLAR-FALLECIDO
002145            THRU 4800-F-CONTROLAR-FALLECIDO
002146      END-IF.
002147
002148      IF CA-MSG EQUAL SPACES AND WS-MOV-EXTRACCION
002149         PERFORM 4850-I-CONTROLAR-MENOR
002150            THRU 4850-F-CONTROLAR-MENOR
002151      END-IF.
002152
002153      IF CA-MSG EQUAL SPACES
002154         PERFORM 4700-I-CONTROLAR-TOPES
002155            THRU 4700-F-CONTROLAR-TOPES
002156      END-IF.
002158
002160  4000-F-VALIDAR. EXIT.
002860         END-EXEC
002870         MOVE 'ERROR AL GRABAR MOVIMIENTO - VER SQLCODE' TO CA-MSG
002880         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002882      END-IF.
002884
002886      IF WS-AUTORIZ-TUTOR
002888         PERFORM 4860-I-AUDITAR-TUTOR THRU 4860-F-AUDITAR-TUTOR
002890      END-IF.
002900
002910      MOVE WS-SALDO-NUEVO TO WS-SALDO-EDIT.
004420         MOVE 'CUENTA BLOQUEADA - TITULAR FALLECIDO' TO CA-MSG
004421      END-IF.
004422
004423      IF CA-MSG NOT EQUAL SPACES
004424         GO TO 4800-F-CONTROLAR-FALLECIDO
004425      END-IF.
004426
004427      MOVE ZEROS TO WS-CANT-FALLEC.
004428
004429      EXEC SQL
004430         SELECT COUNT(*)
004431           INTO :WS-CANT-FALLEC
004432           FROM ITPFBIO.TBCLIENT
004433          WHERE ESTADO_CLIENTE EQUAL 'R'
004434            AND (NRO_CLIENTE EQUAL :CUE-NRO-CLIENTE
004435             OR NRO_CLIENTE IN
004436                (SELECT NRO_CLIENTE
004437                   FROM ITPFBIO.TBTITULAR
004438                  WHERE NRO_CUENTA EQUAL :NRO-CUENTA))
004439      END-EXEC.
004440
004441      IF SQLCODE NOT EQUAL ZEROS
004442         MOVE ZEROS TO WS-CANT-FALLEC
004443      END-IF.
004444
004445      IF WS-CANT-FALLEC GREATER ZEROS
004446         MOVE 'CUENTA BLOQUEADA - TITULAR RETENIDO (CUMPLIM.)'
004447              TO CA-MSG
004448      END-IF.
004449
004450  4800-F-CONTROLAR-FALLECIDO. EXIT.
004451**************************************
004452*  CUENTA DE MENOR (TBTITULAR CON UN *
004453*  TUTOR LEGAL ROL 'L'): EL DEBITO   *
004454*  PASA DENTRO DEL MENSUAL DE        *
004455*  TBPARAMS SUMANDO LOS DEBITOS DEL  *
004456*  MES EN TBMOVIM; POR ENCIMA SOLO   *
004457*  CON EL TUTOR EN PANTALLA, Y LA    *
004458*  AUTORIZACION SE AUDITA AL GRABAR  *
004459**************************************
004460  4850-I-CONTROLAR-MENOR.
004461      MOVE ZEROS TO WS-CANT-TUTORES.
004462
004463      EXEC SQL
004464         SELECT COUNT(*)
004465           INTO :WS-CANT-TUTORES
004466           FROM ITPFBIO.TBTITULAR
004467          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
004468            AND ROL        EQUAL 'L'
004469      END-EXEC.
004470
004471      IF SQLCODE NOT EQUAL ZEROS
004472         MOVE 'ERROR AL LEER TITULARIDAD - VER SQLCODE' TO CA-MSG
004473         GO TO 4850-F-CONTROLAR-MENOR
004474      END-IF.
004475
004476      IF WS-CANT-TUTORES EQUAL ZEROS
004477         GO TO 4850-F-CONTROLAR-MENOR
004478      END-IF.
004479
004480      MOVE 'PGMMOV33'      TO PAR-PROGRAMA.
004481      MOVE 'MENSUAL-MENOR' TO PAR-PARAMETRO.
004482
004483      EXEC SQL
004484         SELECT VALOR
004485           INTO :PAR-VALOR
004486           FROM ITPFBIO.TBPARAMS
004487          WHERE PROGRAMA  EQUAL :PAR-PROGRAMA
004488            AND PARAMETRO EQUAL :PAR-PARAMETRO
004489      END-EXEC.
004490
004491      IF SQLCODE NOT EQUAL ZEROS
004492         MOVE ZEROS TO PAR-VALOR
004493      END-IF.
004494
004495      IF PAR-VALOR GREATER ZEROS
004496         MOVE PAR-VALOR        TO WS-MENSUAL-MENOR
004497      ELSE
004498         MOVE CT-MENSUAL-MENOR TO WS-MENSUAL-MENOR
004499      END-IF.
004500
004501      MOVE WS-FECHA-HOY TO WS-FECHA-MES.
004502      MOVE '01'         TO WS-FECHA-MES(9:2).
004503      MOVE ZEROS        TO WS-ACUMULADO-MES.
004504
004505      EXEC SQL
004506         SELECT VALUE(SUM(IMPORTE), 0)
004507           INTO :WS-ACUMULADO-MES
004508           FROM ITPFBIO.TBMOVIM
004509          WHERE NRO_CUENTA      EQUAL :NRO-CUENTA
004510            AND FECHA           BETWEEN :WS-FECHA-MES
004511                                    AND :WS-FECHA-HOY
004512            AND TIPO_MOVIMIENTO IN ('EX', 'TD', 'TS')
004513      END-EXEC.
004514
004515      IF SQLCODE NOT EQUAL ZEROS
004516         MOVE ZEROS TO WS-ACUMULADO-MES
004517      END-IF.
004518
004519      ADD WS-IMPORTE TO WS-ACUMULADO-MES.
004520
004521      IF WS-ACUMULADO-MES NOT GREATER WS-MENSUAL-MENOR
004522         GO TO 4850-F-CONTROLAR-MENOR
004523      END-IF.
004524
004525      IF DTUTORI NOT NUMERIC
004526         MOVE 'CUENTA DE MENOR - SUPERA MENSUAL, REQUIERE TUTOR'
004527              TO CA-MSG
004528         GO TO 4850-F-CONTROLAR-MENOR
004529      END-IF.
004530
004531      MOVE DTUTORI TO WS-NRO-TUTOR.
004532      MOVE ZEROS   TO WS-CANT-TUTORES.
004533
004534      EXEC SQL
004535         SELECT COUNT(*)
004536           INTO :WS-CANT-TUTORES
004537           FROM ITPFBIO.TBTITULAR T, ITPFBIO.TBCLIENT K
004538          WHERE T.NRO_CUENTA    EQUAL :NRO-CUENTA
004539            AND T.ROL           EQUAL 'L'
004540            AND T.NRO_CLIENTE   EQUAL :WS-NRO-TUTOR
004541            AND K.NRO_CLIENTE   EQUAL T.NRO_CLIENTE
004542            AND K.FECHA_DE_BAJA IS NULL
004543      END-EXEC.
004544
004545      IF SQLCODE NOT EQUAL ZEROS OR WS-CANT-TUTORES EQUAL ZEROS
004546         MOVE 'EL CLIENTE INGRESADO NO ES TUTOR LEGAL DE LA CTA'
004547              TO CA-MSG
004548         GO TO 4850-F-CONTROLAR-MENOR
004549      END-IF.
004550
004551      SET WS-AUTORIZ-TUTOR TO TRUE.
004559
004560  4850-F-CONTROLAR-MENOR. EXIT.
004561**************************************
004562*  PROXIMO NRO DE COMPROBANTE        *
004563*  (MAXIMO + 1)                      *
004564**************************************
004565  5150-I-NUMERAR-COMP.
004566      EXEC SQL
004567         SELECT VALUE(MAX(NRO_COMPROBANTE), 0) + 1
004568           INTO :MOV-NRO-COMPROBANTE
004569           FROM ITPFBIO.TBMOVIM
004570      END-EXEC.
004571
004572      IF SQLCODE NOT EQUAL ZEROS
004573         MOVE 1 TO MOV-NRO-COMPROBANTE
004574      END-IF.
004575
004576  5150-F-NUMERAR-COMP. EXIT.
004577**************************************
004578*   GRABAR AUDITORIA EN LA COLA AUDT *
004579**************************************
004580  9000-I-AUDITAR.
004581      MOVE WS-FECHA-HOY    TO AUD-FECHA.
004582      ACCEPT AUD-HORA      FROM TIME.
004583      MOVE EIBUSERID       TO AUD-USERID.
004584      MOVE EIBTRMID        TO AUD-TERMID.
004585      MOVE EIBTRNID        TO AUD-TRANSACCION.
004586      MOVE SPACES          TO AUD-TIPO-DOC.
004587      MOVE ZEROS           TO AUD-NRO-DOC.
004588
004589      EXEC CICS WRITEQ TD QUEUE('AUDT')
004590                FROM(WS-AUDIT-REC) LENGTH(147)
004591      END-EXEC.
004592
004600  9000-F-AUDITAR. EXIT.
004610**************************************
004620*  EXTRAIDO EN CONTINGENCIA QUE EL   *
004630*  REPROCESO PGMRPC33 TODAVIA NO     *
004640*  APLICO EN TBCUENTAS (SALDCONT)    *
004650**************************************
004660  4650-I-PENDIENTE-CONTING.
004670      MOVE ZEROS TO WS-PEND-CONTING.
004680
004690      EXEC CICS READ DATASET('SALDCONT')
004700                INTO(WS-SALD-REC)
004710                RIDFLD(NRO-CUENTA)
004720                RESP(WS-RESP)
004730      END-EXEC.
004740
004750      IF WS-RESP EQUAL DFHRESP(NORMAL)
004760         MOVE SLD-DEBITOS-CONTING TO WS-PEND-CONTING
004770      END-IF.
004780
004790  4650-F-PENDIENTE-CONTING. EXIT.
004800**************************************
004810*  CONTINGENCIA: DB2 NO DISPONIBLE.  *
004820*  SE AUTORIZA CONTRA EL ARCHIVO DE  *
004830*  SALDOS SALDCONT, SE ACUMULA LO    *
004840*  EXTRAIDO Y LA OPERACION QUEDA EN  *
004850*  LA COLA 'CONT' PARA EL REPROCESO  *
004860**************************************
004870  8000-I-CONTINGENCIA.
004880      MOVE SPACES TO CA-MSG.
004890
004900      EXEC CICS READ DATASET('SALDCONT')
004910                INTO(WS-SALD-REC)
004920                RIDFLD(NRO-CUENTA)
004930                UPDATE
004940                RESP(WS-RESP)
004950      END-EXEC.
004960
004970      IF WS-RESP EQUAL DFHRESP(NOTFND)
004980         MOVE 'CONTINGENCIA - CUENTA SIN SALDO DE RESPALDO'
004990              TO CA-MSG
005000         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005010      END-IF.
005020
005030      IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
005040         MOVE 'CONTINGENCIA - ARCHIVO DE SALDOS NO DISPONIBLE'
005050              TO CA-MSG
005060         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005070      END-IF.
005080
005090      PERFORM 8100-I-VALIDAR-CONTING THRU 8100-F-VALIDAR-CONTING.
005100
005110      IF CA-MSG NOT EQUAL SPACES
005120         EXEC CICS UNLOCK DATASET('SALDCONT')
005130         END-EXEC
005140         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005150      END-IF.
005160
005170      IF WS-MOV-EXTRACCION
005180         ADD WS-IMPORTE TO SLD-DEBITOS-CONTING
005190      END-IF.
005200      ADD 1 TO SLD-CANT-OPER.
005210
005220      EXEC CICS REWRITE DATASET('SALDCONT')
005230                FROM(WS-SALD-REC)
005240                RESP(WS-RESP)
005250      END-EXEC.
005260
005270      IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
005280         MOVE 'CONTINGENCIA - ERROR AL ACTUALIZAR SALDOS'
005290              TO CA-MSG
005300         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005310      END-IF.
005320
005330      MOVE NRO-CUENTA      TO CNT-NRO-CUENTA.
005340      MOVE WS-TIPO-MOV     TO CNT-TIPO-MOV.
005350      MOVE WS-IMPORTE      TO CNT-IMPORTE.
005360      MOVE SLD-MONEDA      TO CNT-MONEDA.
005370      MOVE WS-FECHA-HOY    TO CNT-FECHA.
005380      ACCEPT CNT-HORA      FROM TIME.
005390      MOVE EIBUSERID       TO CNT-USUARIO.
005400      MOVE EIBTRMID        TO CNT-TERMINAL.
005410
005420      EXEC CICS WRITEQ TD QUEUE('CONT')
005430                FROM(WS-CONT-REC) LENGTH(80)
005440                RESP(WS-RESP)
005450      END-EXEC.
005460
005470      IF WS-RESP NOT EQUAL DFHRESP(NORMAL)
005480         EXEC CICS SYNCPOINT ROLLBACK
005490         END-EXEC
005500         MOVE 'CONTINGENCIA - ERROR AL ENCOLAR LA OPERACION'
005510              TO CA-MSG
005520         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005530      END-IF.
005540
005550      MOVE WS-IMPORTE      TO WS-IMPORTE-EDIT.
005560      MOVE 'CONTINGENCIA'  TO AUD-CAMPO.
005570      MOVE NRO-CUENTA      TO AUD-VALOR-ANTES.
005580      MOVE SPACES          TO AUD-VALOR-DESPUES.
005590      STRING WS-TIPO-MOV ' ' WS-IMPORTE-EDIT
005600             DELIMITED BY SIZE INTO AUD-VALOR-DESPUES.
005610      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
005620
005630      SUBTRACT SLD-DEBITOS-CONTING FROM SLD-SALDO-ACTUAL
005640         GIVING WS-SALDO-NUEVO.
005650      MOVE WS-SALDO-NUEVO TO WS-SALDO-EDIT.
005660      MOVE WS-SALDO-EDIT  TO DSALDOO.
005670      MOVE SPACES         TO DCOMPRO.
005680      MOVE WS-FECHA-HOY   TO DFECHAO.
005690      MOVE 'CONTINGENCIA - ENCOLADA, COMPROBANTE AL REPROCESAR'
005700           TO DMSGO.
005710
005720      EXEC CICS SEND MAP('MOVI0233') MAPSET('MAPSETA')
005730                FROM(MOVI0233O)
005740      END-EXEC.
005750
005760      EXEC CICS RETURN TRANSID('MOV1')
005770                COMMAREA(WS-CA-ESTADO) LENGTH(1)
005780      END-EXEC.
005790
005800  8000-F-CONTINGENCIA. EXIT.
005810**************************************
005820*  CONTROLES EN CONTINGENCIA CONTRA  *
005830*  EL REGISTRO DE SALDCONT: CUENTA   *
005840*  CERRADA, TITULAR FALLECIDO O      *
005848*  RETENIDO O CUENTA DE MENOR, TOPE  *
005856*  POR OPERACION, PISO Y EMBARGOS    *
005864*  SOBRE EL SALDO MENOS LO YA        *
005872*  EXTRAIDO - LOS DEPOSITOS NO SUMAN *
005880*  DISPONIBLE                        *
005890**************************************
005900  8100-I-VALIDAR-CONTING.
005910      IF SLD-CERRADA
005920         MOVE 'CUENTA INEXISTENTE O CERRADA' TO CA-MSG
005930         GO TO 8100-F-VALIDAR-CONTING
005940      END-IF.
005950
005960      IF WS-MOV-DEPOSITO
005970         GO TO 8100-F-VALIDAR-CONTING
005980      END-IF.
005990
006000      IF SLD-TIT-FALLECIDO
006010         MOVE 'CUENTA BLOQUEADA - TITULAR FALLECIDO' TO CA-MSG
006020         GO TO 8100-F-VALIDAR-CONTING
006030      END-IF.
006040
006050      IF SLD-TIT-RETENIDO
006060         MOVE 'CUENTA BLOQUEADA - TITULAR RETENIDO (CUMPLIM.)'
006061              TO CA-MSG
006062         GO TO 8100-F-VALIDAR-CONTING
006063      END-IF.
006064
006065      IF SLD-TIT-MENOR
006066         MOVE 'CONTINGENCIA - CUENTA DE MENOR, SOLO DEPOSITOS'
006070              TO CA-MSG
006080         GO TO 8100-F-VALIDAR-CONTING
006090      END-IF.
006100
006110      IF WS-IMPORTE GREATER SLD-TOPE-CONTING
006120         MOVE 'CONTINGENCIA - SUPERA EL TOPE POR OPERACION'
006130              TO CA-MSG
006140         GO TO 8100-F-VALIDAR-CONTING
006150      END-IF.
006160
006170      SUBTRACT SLD-DEBITOS-CONTING WS-IMPORTE
006180         FROM SLD-SALDO-ACTUAL
006190         GIVING WS-SALDO-NUEVO.
006200
006210      IF WS-SALDO-NUEVO LESS SLD-PISO
006220         MOVE 'EXTRACCION SUPERA EL PISO DE SOBREGIRO' TO CA-MSG
006230         GO TO 8100-F-VALIDAR-CONTING
006240      END-IF.
006250
006260      SUBTRACT SLD-EMBARGOS FROM WS-SALDO-NUEVO
006270         GIVING WS-SALDO-DISPONIBLE.
006280
006290      IF WS-SALDO-DISPONIBLE LESS SLD-PISO
006300         MOVE 'EXTRACCION RETENIDA POR EMBARGO JUDICIAL' TO CA-MSG
006310      END-IF.
006320
006330  8100-F-VALIDAR-CONTING. EXIT.
006340**************************************
006350*  AUDT DE LA AUTORIZACION DEL TUTOR *
006360*  (SOLO CON EL MOVIMIENTO GRABADO)  *
006370**************************************
006380  4860-I-AUDITAR-TUTOR.
006390      MOVE WS-NRO-TUTOR    TO WS-NRO-TUT-EDIT.
006400      MOVE WS-IMPORTE      TO WS-IMPORTE-EDIT.
006410      MOVE 'AUTORIZ. TUTOR'  TO AUD-CAMPO.
006420      MOVE NRO-CUENTA      TO AUD-VALOR-ANTES.
006430      MOVE SPACES          TO AUD-VALOR-DESPUES.
006440      STRING 'TUTOR ' WS-NRO-TUT-EDIT ' ' WS-IMPORTE-EDIT
006450             DELIMITED BY SIZE INTO AUD-VALOR-DESPUES.
006460      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
006470
006480  4860-F-AUDITAR-TUTOR. EXIT.
