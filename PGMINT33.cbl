000120*         * TBTASAS (TIPO CUENTA/MONEDA) POR LOS DIAS    *
000130*         * ENTRE CORTES (RUTFECHA 'D'), ACREDITA EN     *
000140*         * SALDO_ACTUAL, DEJA EL MOVIMIENTO EN TBMOVIM  *
000141*         * Y TOTALIZA LO PAGADO POR SUCURSAL Y MONEDA   *
000142* 02/09/26* CADA MOVIMIENTO DE INTERES LLEVA SU          *
000143*         * NRO_COMPROBANTE UNICO (MAXIMO + 1)       * JCR *
000144* 02/09/26* EL INTERVALO DE COMMIT SE LEE DE TBPARAMS    *
000145*         * (RUTPARM) CON EL VALOR COMPILADO COMO    * JCR *
000146*         * DEFECTO                                      *
000147* 15/10/26* LAS TASAS TIENEN VIGENCIA (FECHA_DESDE): LOS *
000148*         * DIAS ENTRE CORTES SE PARTEN EN TRAMOS    * JCR *
000149*         * SEGUN LA TASA QUE RIGE EN CADA UNO (RUTINA   *
000150*         * RUTTASA, DIAS CON RUTFECHA 'D') Y EL LISTADO *
000151*         * MUESTRA POR CUENTA LOS DIAS, LA TASA Y EL    *
000152*         * INTERES DE CADA TRAMO                        *
000153* 15/10/26* CADA COMMIT DEJA EN TBCONTROL (RUTCTRL 'C')  *
000154*         * EL ULTIMO NUMERO DE CUENTA CONFIRMADO Y   * JCR *
000155*         * LOS TOTALES; UNA CORRIDA QUE QUEDO INICIADA  *
000156*         * SE REANUDA DESDE EL NUMERO DE CUENTA         *
000157*         * SIGUIENTE CON LOS TOTALES ARRASTRADOS Y EL   *
000158*         * LISTADO LO INDICA. ANTE UN ERROR DE ENTORNO  *
000159*         * SE VUELVE AL ULTIMO PUNTO DE CONTROL EN      *
000160*         * LUGAR DE CONFIRMAR LO PENDIENTE              *
000161*************************************
000170  ENVIRONMENT DIVISION.
000180  CONFIGURATION SECTION.
000190  SPECIAL-NAMES.
000850          10  CN-TAS-TIPO      PIC X(02)           VALUE SPACES.
000860          10  CN-TAS-MONEDA    PIC X(02)           VALUE SPACES.
000870          10  CN-TAS-ESTADO    PIC X(01)           VALUE SPACES.
000880          10  CN-TAS-TRAMOS    PIC X(292)           VALUE SPACES.
000890*************************************
000900*      AREA DE CALCULO             *
000910*************************************
000930  77  WS-SALDO-NUEVO       PIC S9(9)V99 COMP-3  VALUE ZEROS.
000940  77  WS-HAY-TASA          PIC X(01)            VALUE SPACES.
000950      88  WS-TASA-OK                            VALUE 'Y'.
000953      88  WS-TASA-NO                            VALUE 'N'.
000956  77  WS-TRA-SUB           PIC 9(02)     COMP   VALUE ZEROS.
000960  01  WS-TAB-INT-TRAMO.
000964      05  WS-INT-TRAMO     PIC S9(9)V99 COMP-3  OCCURS 10 TIMES.
000970*************************************
000980*  TARJETA SYSIN: CORTE ANTERIOR Y *
000990*  CORTE ACTUAL (AAAA-MM-DD AMBAS) *
001060*************************************
001070*      LLAMADA A RUTFECHA          *
001080*************************************
001083      COPY LKFECHA.
001086*************************************
001087*  LLAMADA A RUTTASA (TRAMOS DE    *
001088*  TASA VIGENTE DEL PERIODO)       *
001092*************************************
001096      COPY LKTASA.
001100*************************************
001110*       VARIABLES IMPRESION        *
001120*************************************
001220      05  FILLER    PIC X(10)    VALUE SPACES.
001230      05  WS-TOT-ETIQUETA  PIC X(16)    VALUE SPACES.
001240      05  WS-TOT-COD       PIC X(04)    VALUE SPACES.
001241      05  FILLER    PIC X(03)    VALUE ' : '.
001242      05  WS-TOT-IMPORTE   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
001243      05  FILLER    PIC X(84)    VALUE SPACES.
001244
001245  01  IP-TITULO-TRAMO.
001246      05  FILLER    PIC X(02)    VALUE SPACES.
001247      05  FILLER    PIC X(16)    VALUE 'CUENTA'.
001248      05  FILLER    PIC X(03)    VALUE 'TC '.
001249      05  FILLER    PIC X(03)    VALUE 'MO '.
001250      05  FILLER    PIC X(17)    VALUE '          SALDO  '.
001251      05  FILLER    PIC X(11)    VALUE 'DESDE'.
001252      05  FILLER    PIC X(11)    VALUE 'HASTA'.
001253      05  FILLER    PIC X(07)    VALUE '  DIAS '.
001254      05  FILLER    PIC X(07)    VALUE '  TASA '.
001255      05  FILLER    PIC X(15)    VALUE '        INTERES'.
001256      05  FILLER    PIC X(40)    VALUE SPACES.
001257
001258  01  WS-REG-TRAMO.
001259      05  FILLER           PIC X(02)    VALUE SPACES.
001260      05  WS-TRA-CUENTA    PIC X(15)    VALUE SPACES.
001261      05  FILLER           PIC X(01)    VALUE SPACES.
001262      05  WS-TRA-TIPO      PIC X(02)    VALUE SPACES.
001263      05  FILLER           PIC X(01)    VALUE SPACES.
001264      05  WS-TRA-MONEDA    PIC X(02)    VALUE SPACES.
001265      05  FILLER           PIC X(01)    VALUE SPACES.
001266      05  WS-TRA-SALDO     PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
001267      05  FILLER           PIC X(02)    VALUE SPACES.
001268      05  WS-TRA-DESDE     PIC X(10)    VALUE SPACES.
001269      05  FILLER           PIC X(01)    VALUE SPACES.
001270      05  WS-TRA-HASTA     PIC X(10)    VALUE SPACES.
001271      05  FILLER           PIC X(01)    VALUE SPACES.
001272      05  WS-TRA-DIAS      PIC ZZ.ZZ9   VALUE ZEROS.
001273      05  FILLER           PIC X(01)    VALUE SPACES.
001274      05  WS-TRA-TASA      PIC ZZ9,99   VALUE ZEROS.
001275      05  FILLER           PIC X(01)    VALUE SPACES.
001276      05  WS-TRA-INTERES   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
001277      05  FILLER           PIC X(01)    VALUE SPACES.
001278      05  WS-TRA-OBS       PIC X(10)    VALUE SPACES.
001282      05  FILLER           PIC X(29)    VALUE SPACES.
001286
001290  01  IP-TITULO-SUCURSAL.
001300      05  FILLER    PIC X(10)    VALUE SPACES.
001305      05  FILLER    PIC X(34)    VALUE
001310       'INTERES PAGADO POR SUCURSAL'.
001315      05  FILLER    PIC X(88)    VALUE SPACES.
001320
001325  01  IP-TITULO-MONEDA.
001330      05  FILLER    PIC X(10)    VALUE SPACES.
001335      05  FILLER    PIC X(32)    VALUE
001340       'INTERES PAGADO POR MONEDA'.
001345      05  FILLER    PIC X(90)    VALUE SPACES.
001350
001355  01  WS-REG-RESUMEN.
001360      05  FILLER    PIC X(10)    VALUE SPACES.
001365      05  FILLER    PIC X(20)    VALUE 'CUENTAS ACREDITADAS '.
001370      05  WS-RES-CANT      PIC ZZ.ZZ9   VALUE ZEROS.
001375      05  FILLER    PIC X(14)    VALUE '   SIN TASA   '.
001380      05  WS-RES-SIN-TASA  PIC ZZ.ZZ9   VALUE ZEROS.
001385      05  FILLER    PIC X(10)    VALUE '   DIAS   '.
001390      05  WS-RES-DIAS      PIC ZZ.ZZ9   VALUE ZEROS.
001395      05  FILLER    PIC X(60)    VALUE SPACES.
001400*************************************
001405*  PUNTO DE CONTROL DE LA CORRIDA   *
001410*  (RUTCTRL 'C' EN CADA COMMIT)     *
001415*************************************
001420  01  WS-ULTIMA-CLAVE      PIC X(15)   VALUE SPACES.
001425  01  WS-CLAVE-REANUDA     PIC X(15)   VALUE SPACES.
001430  01  WS-REANUDA-SW        PIC X(01)   VALUE 'N'.
001435      88 WS-CORRIDA-REANUDADA          VALUE 'S'.
001440  01  WS-PUNTO-CONTROL.
001445      05  CKP-CONTADORES   PIC X(20)   VALUE SPACES.
001450      05  CKP-SUCURSALES   PIC X(202)  VALUE SPACES.
001455      05  CKP-MONEDAS      PIC X(82)   VALUE SPACES.
001460  01  WS-REG-REANUDA.
001465      05  FILLER    PIC X(10)    VALUE SPACES.
001470      05  FILLER    PIC X(36)    VALUE
001475       'CORRIDA REANUDADA A CONTINUACION DE '.
001480      05  WS-AVI-CLAVE     PIC X(20)    VALUE SPACES.
001485      05  FILLER    PIC X(66)    VALUE
001490       '- LOS TOTALES INCLUYEN LO PREVIO AL REARRANQUE'.
001500*************************************
001510*             SQL                  *
001520*************************************
001580         INCLUDE TBCUENT
001590       END-EXEC.
001600
001650       EXEC SQL
001660         INCLUDE TBMOVIM
001670       END-EXEC.
001720                 SALDO_ACTUAL, SUCURSAL
001730            FROM ITPFBIO.TBCUENTAS
001740           WHERE FECHA_ULTIMO_CIERRE EQUAL :WS-FECHA-HASTA
001746             AND FECHA_DE_BAJA IS NULL
001752             AND SALDO_ACTUAL GREATER THAN 0
001758             AND NRO_CUENTA GREATER :WS-CLAVE-REANUDA
001764           ORDER BY NRO_CUENTA
001770       END-EXEC.
001780
001790  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
002740         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
002750         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002760         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002763         SET  FS-CUENTA-EOF TO TRUE
002766      END-IF
002769
002772      WRITE REG-SALIDA FROM IP-TITULO-TRAMO
002775
002778      IF WS-CORRIDA-REANUDADA
002781         PERFORM 1300-I-AVISO-REANUDA THRU 1300-F-AVISO-REANUDA
002784      END-IF
002790
002800      EXEC SQL
002810         OPEN INTERES_CURSOR
003550
003560      WHEN ZEROS
003570         ADD 1 TO CN-CUENTAS
003576         MOVE NRO-CUENTA TO LK-ERR-CLAVE
003582         MOVE NRO-CUENTA TO WS-ULTIMA-CLAVE
003590
003600      WHEN +100
003610         SET FS-CUENTA-EOF TO TRUE
003850         GO TO 4000-F-DEVENGAR
003860      END-IF
003870
003880      MOVE ZEROS TO WS-INTERES
003890      MOVE 1     TO WS-TRA-SUB
003893
003896      PERFORM 4050-I-INTERES-TRAMO
003900         THRU 4050-F-INTERES-TRAMO
003904         UNTIL WS-TRA-SUB GREATER LK-TAS-CANT
003910
003920      IF WS-INTERES NOT GREATER ZEROS
003930         GO TO 4000-F-DEVENGAR
004250
004260      PERFORM 5750-I-ACUM-MONEDA
004270         THRU 5750-F-ACUM-MONEDA
004273
004276      MOVE 1 TO WS-TRA-SUB
004277
004279      PERFORM 4600-I-IMPRIMIR-TRAMO
004281         THRU 4600-F-IMPRIMIR-TRAMO
004283         UNTIL WS-TRA-SUB GREATER LK-TAS-CANT
004285
004290      PERFORM 3500-I-COMMIT-PERIODICO
004300         THRU 3500-F-COMMIT-PERIODICO
004301      .
004302  4000-F-DEVENGAR. EXIT.
004303**************************************
004304*  INTERES DE UN TRAMO DEL PERIODO   *
004305*  (SALDO X TASA DEL TRAMO X DIAS    *
004306*  DEL TRAMO / 36500), REDONDEADO    *
004307*  POR TRAMO PARA QUE EL LISTADO SE  *
004308*  PUEDA RECALCULAR                  *
004309**************************************
004310  4050-I-INTERES-TRAMO.
004311      COMPUTE WS-INT-TRAMO (WS-TRA-SUB) ROUNDED =
004312              SALDO-ACTUAL * LK-TAS-TR-TASA (WS-TRA-SUB)
004314              * LK-TAS-TR-DIAS (WS-TRA-SUB) / 36500
004316
004317      ADD WS-INT-TRAMO (WS-TRA-SUB) TO WS-INTERES
004319
004321      ADD 1 TO WS-TRA-SUB
004323      .
004325  4050-F-INTERES-TRAMO. EXIT.
004330**************************************
004340*  GRABAR EL MOVIMIENTO DE INTERES   *
004350**************************************
004620         MOVE 'INSERT TBMOVIM' TO LK-ERR-RECURSO
004630         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004640         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004641         SET FS-CUENTA-EOF TO TRUE
004642      END-IF
004643      .
004644  4500-F-GRABAR-MOVIM. EXIT.
004645**************************************
004646*  LISTAR UN TRAMO DE LA CUENTA      *
004647*  ACREDITADA: DIAS, TASA E INTERES  *
004648**************************************
004649  4600-I-IMPRIMIR-TRAMO.
004650      MOVE NRO-CUENTA   TO WS-TRA-CUENTA
004651      MOVE TIPO-CUENTA  TO WS-TRA-TIPO
004652      MOVE MONEDA       TO WS-TRA-MONEDA
004653      MOVE SALDO-ACTUAL TO WS-TRA-SALDO
004654      MOVE LK-TAS-TR-DESDE (WS-TRA-SUB) TO WS-TRA-DESDE
004655      MOVE LK-TAS-TR-HASTA (WS-TRA-SUB) TO WS-TRA-HASTA
004656      MOVE LK-TAS-TR-DIAS  (WS-TRA-SUB) TO WS-TRA-DIAS
004657      MOVE LK-TAS-TR-TASA  (WS-TRA-SUB) TO WS-TRA-TASA
004658      MOVE WS-INT-TRAMO    (WS-TRA-SUB) TO WS-TRA-INTERES
004659
004660      IF LK-TAS-TR-SIN-FILA (WS-TRA-SUB)
004661         MOVE 'SIN TASA' TO WS-TRA-OBS
004662      ELSE
004663         MOVE SPACES TO WS-TRA-OBS
004664      END-IF
004665
004666      WRITE REG-SALIDA FROM WS-REG-TRAMO
004667
004668      IF NOT FS-SALIDA-OK
004669         DISPLAY '* ERROR EN IMPRIMIR TRAMO = ' FS-SALIDA
004670         MOVE FS-SALIDA TO LK-ERR-CODIGO
004671         MOVE '4600-I-IMPRIMIR-TRAMO' TO LK-ERR-PARRAFO
004672         MOVE 'IMPRIMIR TRAMO' TO LK-ERR-RECURSO
004673         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004674         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004675         SET FS-CUENTA-EOF TO TRUE
004676      END-IF
004677
004678      ADD 1 TO WS-TRA-SUB
004679      .
004680  4600-F-IMPRIMIR-TRAMO. EXIT.
004681**************************************
004682*  PROXIMO NRO DE COMPROBANTE        *
004683*  (MAXIMO + 1)                      *
004684**************************************
004685  5150-I-NUMERAR-COMP.
004687      EXEC SQL
004689         SELECT VALUE(MAX(NRO_COMPROBANTE), 0) + 1
004691           INTO :MOV-NRO-COMPROBANTE
004693           FROM ITPFBIO.TBMOVIM
004695      END-EXEC
004697
004699      IF SQLCODE NOT EQUAL ZEROS
004701         MOVE 1 TO MOV-NRO-COMPROBANTE
004703      END-IF
004705      .
004707  5150-F-NUMERAR-COMP. EXIT.
004709**************************************
004711*   COMMIT CADA N CUENTAS            *
004713**************************************
004715  3500-I-COMMIT-PERIODICO.
004717      ADD 1 TO CN-COMMIT-PEND
004719
004721      IF CN-COMMIT-PEND NOT LESS CT-COMMIT-CADA
004723         PERFORM 3550-I-PUNTO-CONTROL
004725            THRU 3550-F-PUNTO-CONTROL
004727         IF LK-CTL-ERROR
004729            GO TO 3500-F-COMMIT-PERIODICO
004731         END-IF
004733         EXEC SQL
004735            COMMIT
004737         END-EXEC
004739         MOVE ZEROS TO CN-COMMIT-PEND
004741      END-IF
004743      .
004745  3500-F-COMMIT-PERIODICO. EXIT.
004747**************************************
004749*  PUNTO DE CONTROL ANTES DE CADA    *
004751*  COMMIT: ULTIMA CLAVE Y TOTALES    *
004753*  EN TBCONTROL (RUTCTRL 'C')        *
004755**************************************
004757  3550-I-PUNTO-CONTROL.
004759      MOVE CN-CONTADORES   TO CKP-CONTADORES
004761      MOVE CN-TAB-SUCURSAL TO CKP-SUCURSALES
004763      MOVE CN-TAB-MONEDA   TO CKP-MONEDAS
004765
004767      SET LK-CTL-CHECKPOINT TO TRUE
004769      MOVE WS-ULTIMA-CLAVE  TO LK-CTL-CLAVE
004771      MOVE WS-PUNTO-CONTROL TO LK-CTL-TOTALES
004773      MOVE CN-ACREDITADAS TO LK-CTL-CONTADOR
004775
004777      MOVE RETURN-CODE TO WS-RC-GUARDADO
004779      CALL 'RUTCTRL' USING LK-CTL-AREA
004781      MOVE WS-RC-GUARDADO TO RETURN-CODE
004783
004785      IF LK-CTL-ERROR
004787         DISPLAY '* ERROR AL GRABAR EL PUNTO DE CONTROL'
004789         MOVE LK-CTL-SALIDA TO LK-ERR-CODIGO
004791         MOVE '3550-I-PUNTO-CONTROL' TO LK-ERR-PARRAFO
004793         MOVE 'PUNTO DE CONTROL' TO LK-ERR-RECURSO
004795         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004797         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004799         SET FS-CUENTA-EOF TO TRUE
004801      END-IF
004803      .
004805  3550-F-PUNTO-CONTROL. EXIT.
004830**************************************
004840*  BUSCAR LOS TRAMOS DE TASA DEL     *
004846*  TIPO/MONEDA EN EL PERIODO (TABLA  *
004852*  LOCAL + RUTTASA SOBRE TBTASAS)    *
004860**************************************
004870  5600-I-BUSCAR-TASA.
004880      SET CN-TAS-IDX TO 1
004950
004960      IF CN-TAS-IDX NOT GREATER CN-TAS-CANT
004970         IF CN-TAS-ESTADO (CN-TAS-IDX) EQUAL 'Y'
004976            SET WS-TASA-OK TO TRUE
004982            MOVE CN-TAS-TRAMOS (CN-TAS-IDX) TO LK-TAS-TRAMOS
004990         ELSE
005000            SET WS-TASA-NO TO TRUE
005010         END-IF
005070      MOVE TIPO-CUENTA TO CN-TAS-TIPO   (CN-TAS-IDX)
005080      MOVE MONEDA      TO CN-TAS-MONEDA (CN-TAS-IDX)
005090
005096      SET LK-TAS-ANUAL   TO TRUE
005102      MOVE TIPO-CUENTA    TO LK-TAS-TIPO-CUENTA
005104      MOVE MONEDA         TO LK-TAS-MONEDA
005106      MOVE WS-FECHA-DESDE TO LK-TAS-DESDE
005110      MOVE WS-FECHA-HASTA TO LK-TAS-HASTA
005120
005130      CALL 'RUTTASA' USING LK-TAS-AREA
005200
005210      EVALUATE TRUE
005220
005230      WHEN LK-TAS-OK
005240         MOVE 'Y' TO CN-TAS-ESTADO (CN-TAS-IDX)
005250         MOVE LK-TAS-TRAMOS TO CN-TAS-TRAMOS (CN-TAS-IDX)
005260         SET WS-TASA-OK TO TRUE
005270
005280      WHEN LK-TAS-SIN-TASA
005290         MOVE 'N' TO CN-TAS-ESTADO (CN-TAS-IDX)
005300         SET WS-TASA-NO TO TRUE
005310
005312      WHEN LK-TAS-SQLCODE EQUAL ZEROS
005314         DISPLAY '* DEMASIADOS CAMBIOS DE TASA EN EL PERIODO '
005316                 TIPO-CUENTA ' ' MONEDA
005318         MOVE TIPO-CUENTA TO LK-ERR-CODIGO
005320         MOVE '5600-I-BUSCAR-TASA' TO LK-ERR-PARRAFO
005322         MOVE 'TRAMOS TBTASAS' TO LK-ERR-RECURSO
005324         IF RETURN-CODE LESS CT-RC-ERROR-DATOS
005326            MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
005328         END-IF
005330         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005332         MOVE 'N' TO CN-TAS-ESTADO (CN-TAS-IDX)
005334         SET WS-TASA-NO TO TRUE
005336
005338      WHEN OTHER
005340         MOVE LK-TAS-SQLCODE TO FS-SQLCODE
005342         DISPLAY '* ERROR LEER TBTASAS = ' FS-SQLCODE
005350         MOVE FS-SQLCODE TO LK-ERR-CODIGO
005360         MOVE '5600-I-BUSCAR-TASA' TO LK-ERR-PARRAFO
005370         MOVE 'LEER TBTASAS' TO LK-ERR-RECURSO
006390      PERFORM 9510-I-IMPRIMIR-SUCURSAL
006400         THRU 9510-F-IMPRIMIR-SUCURSAL
006410         UNTIL CN-SUC-IDX GREATER CN-SUC-CANT
006416
006422      WRITE REG-SALIDA FROM IP-TITULO-MONEDA
006428
006434      MOVE 'TOTAL MONEDA    ' TO WS-TOT-ETIQUETA
006440
006446      SET CN-MON-IDX TO 1
006452
006458      PERFORM 9520-I-IMPRIMIR-MONEDA
006464         THRU 9520-F-IMPRIMIR-MONEDA
006470         UNTIL CN-MON-IDX GREATER CN-MON-CANT
006476
006482      EXEC SQL
006488         CLOSE INTERES_CURSOR
006494      END-EXEC
006500
006506      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
006512         AND WS-ULTIMA-CLAVE NOT EQUAL SPACES
006518         PERFORM 3550-I-PUNTO-CONTROL
006524            THRU 3550-F-PUNTO-CONTROL
006530      END-IF
006536
006542      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
006548         EXEC SQL
006554            ROLLBACK
006560         END-EXEC
006566      ELSE
006572         EXEC SQL
006578            COMMIT
006584         END-EXEC
006590      END-IF
006600
006610      CLOSE SALIDA
006620      IF NOT FS-SALIDA-OK
007330*  LA CORRIDA NO ARRANCA             *
007340**************************************
007350  1100-I-CONTROL-INICIO.
007354      IF CC-FECHA-PROCESO EQUAL SPACES
007358         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
007362         MOVE CTL-AREA-AA TO CTL-HOY-AA
007366         MOVE CTL-AREA-MM TO CTL-HOY-MM
007370         MOVE CTL-AREA-DD TO CTL-HOY-DD
007374         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
007378      END-IF
007382
007386      SET LK-CTL-INICIO TO TRUE
007390      MOVE 'PGMINT33' TO LK-CTL-PROGRAMA
007394      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
007398      MOVE CC-RERUN TO LK-CTL-RERUN
007402      MOVE ZEROS TO LK-CTL-CONTADOR
007406
007410      MOVE RETURN-CODE TO WS-RC-GUARDADO
007414      CALL 'RUTCTRL' USING LK-CTL-AREA
007418      MOVE WS-RC-GUARDADO TO RETURN-CODE
007422
007426      IF LK-CTL-YA-CORRIO
007430         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
007434                 CC-FECHA-PROCESO
007438         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
007442         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
007446         SET FS-CUENTA-EOF TO TRUE
007450         SET WS-CORRIDA-RECHAZADA TO TRUE
007454      END-IF
007458
007462      IF LK-CTL-ERROR
007466         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007470         SET FS-CUENTA-EOF TO TRUE
007474         SET WS-CORRIDA-RECHAZADA TO TRUE
007478      END-IF
007482
007486      IF LK-CTL-REANUDADA
007490         PERFORM 1150-I-REANUDAR THRU 1150-F-REANUDAR
007494      END-IF
007498      .
007502  1100-F-CONTROL-INICIO. EXIT.
007506**************************************
007510*  CORRIDA REANUDADA: RETOMAR LA     *
007514*  CLAVE Y LOS TOTALES DEL ULTIMO    *
007518*  PUNTO DE CONTROL                  *
007522**************************************
007526  1150-I-REANUDAR.
007530      SET WS-CORRIDA-REANUDADA TO TRUE
007534      MOVE LK-CTL-CLAVE    TO WS-CLAVE-REANUDA
007538      MOVE LK-CTL-CLAVE    TO WS-ULTIMA-CLAVE
007542      MOVE LK-CTL-TOTALES  TO WS-PUNTO-CONTROL
007546      MOVE CKP-CONTADORES  TO CN-CONTADORES
007550      MOVE CKP-SUCURSALES  TO CN-TAB-SUCURSAL
007554      MOVE CKP-MONEDAS     TO CN-TAB-MONEDA
007558
007562      DISPLAY '* CORRIDA REANUDADA A CONTINUACION DE '
007566              LK-CTL-CLAVE
007570      .
007574  1150-F-REANUDAR. EXIT.
007578**************************************
007582*  AVISO EN EL LISTADO DE QUE LA     *
007586*  CORRIDA FUE REANUDADA             *
007590**************************************
007594  1300-I-AVISO-REANUDA.
007598      MOVE LK-CTL-CLAVE TO WS-AVI-CLAVE
007602
007606      WRITE REG-SALIDA FROM WS-REG-REANUDA
007610
007614      IF NOT FS-SALIDA-OK
007618         DISPLAY '* ERROR EN IMPRIMIR REANUDACION = ' FS-SALIDA
007622         MOVE FS-SALIDA TO LK-ERR-CODIGO
007626         MOVE '1300-I-AVISO-REANUDA' TO LK-ERR-PARRAFO
007630         MOVE 'IMPRIMIR REANUDA' TO LK-ERR-RECURSO
007634         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007638         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007642         SET  FS-CUENTA-EOF TO TRUE
007646      END-IF
007650      .
007654  1300-F-AVISO-REANUDA. EXIT.
007691**************************************
007692*  PARAMETROS DE CORRIDA (RUTPARM) - *
007693*  SIN FILA EN TBPARAMS RIGE EL      *
