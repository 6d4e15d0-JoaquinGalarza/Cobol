000130*         * SOBREGIRO POR LOS DIAS ENTRE CORTES          *
000140*         * (RUTFECHA 'D'), DEBITA EL CARGO CON EL       *
000150*         * MOVIMIENTO 'IP' Y TOTALIZA POR SUCURSAL      *
000152*         * COMO EL DEVENGAMIENTO ACREEDOR. LAS          *
000154*         * CUENTAS DORMIDAS Y LAS EMBARGADAS NO SE      *
000156*         * COBRAN PERO QUEDAN LISTADAS COMO EXCLUIDAS   *
000158* 15/10/26* LAS TASAS PUNITORIAS TIENEN VIGENCIA         *
000160*         * (FECHA_DESDE): LOS DIAS ENTRE CORTES SE  * JCR *
000162*         * PARTEN EN TRAMOS SEGUN LA TASA QUE RIGE EN   *
000164*         * CADA UNO (RUTINA RUTTASA) Y EL LISTADO       *
000166*         * DETALLA LOS TRAMOS DE CADA CUENTA COBRADA    *
000168* 15/10/26* CADA COMMIT DEJA EN TBCONTROL (RUTCTRL 'C')  *
000170*         * EL ULTIMO NUMERO DE CUENTA CONFIRMADO Y   * JCR *
000172*         * LOS TOTALES; UNA CORRIDA QUE QUEDO INICIADA  *
000174*         * SE REANUDA DESDE EL NUMERO DE CUENTA         *
000176*         * SIGUIENTE CON LOS TOTALES ARRASTRADOS Y EL   *
000178*         * LISTADO LO INDICA. ANTE UN ERROR DE ENTORNO  *
000180*         * SE VUELVE AL ULTIMO PUNTO DE CONTROL EN      *
000182*         * LUGAR DE CONFIRMAR LO PENDIENTE              *
000190*************************************
000200  ENVIRONMENT DIVISION.
000210  CONFIGURATION SECTION.
000810          10  CN-TAS-TIPO      PIC X(02)           VALUE SPACES.
000820          10  CN-TAS-MONEDA    PIC X(02)           VALUE SPACES.
000830          10  CN-TAS-ESTADO    PIC X(01)           VALUE SPACES.
000840          10  CN-TAS-TRAMOS    PIC X(292)           VALUE SPACES.
000850*************************************
000860*      AREA DE CALCULO             *
000870*************************************
000920  77  WS-HAY-TASA          PIC X(01)            VALUE SPACES.
000930      88  WS-TASA-OK                            VALUE 'Y'.
000940      88  WS-TASA-NO                            VALUE 'N'.
000941  77  WS-TRA-SUB           PIC 9(02)     COMP   VALUE ZEROS.
000942  01  WS-TAB-INT-TRAMO.
000943      05  WS-INT-TRAMO     PIC S9(9)V99 COMP-3  OCCURS 10 TIMES.
000950
000960  77  CT-CANAL-BATCH       PIC X(04)       VALUE 'BTCH'.
000970  77  CT-MOV-PUNITORIO     PIC X(02)       VALUE 'IP'.
001080*      LLAMADA A RUTFECHA          *
001090*************************************
001100      COPY LKFECHA.
001101*************************************
001102*  LLAMADA A RUTTASA (TRAMOS DE    *
001103*  TASA VIGENTE DEL PERIODO)       *
001104*************************************
001105      COPY LKTASA.
001110*************************************
001120*       VARIABLES IMPRESION        *
001130*************************************
001320      05  FILLER           PIC X(01)    VALUE SPACES.
001330      05  WS-DET-RESULTADO PIC X(20)    VALUE SPACES.
001340      05  FILLER           PIC X(56)    VALUE SPACES.
001341
001342  01  WS-REG-TRAMO.
001343      05  FILLER           PIC X(21)    VALUE SPACES.
001344      05  FILLER           PIC X(07)    VALUE 'TRAMO  '.
001345      05  WS-TRA-DESDE     PIC X(10)    VALUE SPACES.
001346      05  FILLER           PIC X(03)    VALUE ' A '.
001347      05  WS-TRA-HASTA     PIC X(10)    VALUE SPACES.
001348      05  FILLER           PIC X(01)    VALUE SPACES.
001349      05  WS-TRA-DIAS      PIC ZZ.ZZ9   VALUE ZEROS.
001350      05  FILLER           PIC X(07)    VALUE ' DIAS  '.
001351      05  WS-TRA-TASA      PIC ZZ9,99   VALUE ZEROS.
001352      05  FILLER           PIC X(03)    VALUE ' % '.
001353      05  WS-TRA-INTERES   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
001354      05  FILLER           PIC X(01)    VALUE SPACES.
001355      05  WS-TRA-OBS       PIC X(10)    VALUE SPACES.
001356      05  FILLER           PIC X(32)    VALUE SPACES.
001357
001360  01  WS-REG-TOTAL.
001370      05  FILLER    PIC X(10)    VALUE SPACES.
001380      05  WS-TOT-ETIQUETA  PIC X(16)    VALUE SPACES.
001400      05  FILLER    PIC X(03)    VALUE ' : '.
001410      05  WS-TOT-IMPORTE   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
001420      05  FILLER    PIC X(84)    VALUE SPACES.
001425
001430  01  IP-TITULO-SUCURSAL.
001435      05  FILLER    PIC X(10)    VALUE SPACES.
001440      05  FILLER    PIC X(34)    VALUE
001445       'PUNITORIO COBRADO POR SUCURSAL'.
001450      05  FILLER    PIC X(88)    VALUE SPACES.
001455
001460  01  WS-REG-RESUMEN.
001465      05  FILLER    PIC X(10)    VALUE SPACES.
001470      05  FILLER    PIC X(18)    VALUE 'CUENTAS COBRADAS  '.
001475      05  WS-RES-CANT      PIC ZZ.ZZ9   VALUE ZEROS.
001480      05  FILLER    PIC X(13)    VALUE '  EXCLUIDAS  '.
001485      05  WS-RES-EXCLUIDAS PIC ZZ.ZZ9   VALUE ZEROS.
001490      05  FILLER    PIC X(12)    VALUE '  SIN TASA  '.
001495      05  WS-RES-SIN-TASA  PIC ZZ.ZZ9   VALUE ZEROS.
001500      05  FILLER    PIC X(09)    VALUE '  DIAS   '.
001505      05  WS-RES-DIAS      PIC ZZ.ZZ9   VALUE ZEROS.
001510      05  FILLER    PIC X(46)    VALUE SPACES.
001515*************************************
001520*  PUNTO DE CONTROL DE LA CORRIDA   *
001525*  (RUTCTRL 'C' EN CADA COMMIT)     *
001530*************************************
001535  01  WS-ULTIMA-CLAVE      PIC X(15)   VALUE SPACES.
001540  01  WS-CLAVE-REANUDA     PIC X(15)   VALUE SPACES.
001545  01  WS-REANUDA-SW        PIC X(01)   VALUE 'N'.
001550      88 WS-CORRIDA-REANUDADA          VALUE 'S'.
001555  01  WS-PUNTO-CONTROL.
001560      05  CKP-CONTADORES   PIC X(30)   VALUE SPACES.
001565      05  CKP-SUCURSALES   PIC X(202)  VALUE SPACES.
001570  01  WS-REG-REANUDA.
001575      05  FILLER    PIC X(10)    VALUE SPACES.
001580      05  FILLER    PIC X(36)    VALUE
001585       'CORRIDA REANUDADA A CONTINUACION DE '.
001590      05  WS-AVI-CLAVE     PIC X(20)    VALUE SPACES.
001595      05  FILLER    PIC X(66)    VALUE
001600       '- LOS TOTALES INCLUYEN LO PREVIO AL REARRANQUE'.
001610*************************************
001620*             SQL                  *
001630*************************************
001690         INCLUDE TBCUENT
001700       END-EXEC.
001710
001760       EXEC SQL
001770         INCLUDE TBMOVIM
001780       END-EXEC.
001880                 VALUE(ESTADO_CUENTA, ' ')
001890            FROM ITPFBIO.TBCUENTAS
001900           WHERE FECHA_ULTIMO_CIERRE EQUAL :WS-FECHA-HASTA
001906             AND FECHA_DE_BAJA IS NULL
001912             AND SALDO_ACTUAL LESS THAN 0
001918             AND NRO_CUENTA GREATER :WS-CLAVE-REANUDA
001924           ORDER BY NRO_CUENTA
001930       END-EXEC.
001940
001950  77  WS-ESTADO-CUENTA    PIC X(01)           VALUE SPACES.
002790         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002800         SET  FS-CUENTA-EOF TO TRUE
002810      END-IF
002815
002820      MOVE WS-FECHA-HASTA TO IP-FECHA
002825
002830      WRITE REG-SALIDA FROM IP-TITULO AFTER PAGE
002835
002840      IF WS-CORRIDA-REANUDADA
002845         PERFORM 1300-I-AVISO-REANUDA THRU 1300-F-AVISO-REANUDA
002850      END-IF
002860
002870      EXEC SQL
002880         OPEN PUNITORIO_CURSOR
003630
003640      WHEN ZEROS
003650         ADD 1 TO CN-CUENTAS
003656         MOVE NRO-CUENTA TO LK-ERR-CLAVE
003662         MOVE NRO-CUENTA TO WS-ULTIMA-CLAVE
003670
003680      WHEN +100
003690         SET FS-CUENTA-EOF TO TRUE
004210
004220      COMPUTE WS-SALDO-ABSOLUTO = SALDO-ACTUAL * -1
004230
004240      MOVE ZEROS TO WS-INTERES
004250      MOVE 1     TO WS-TRA-SUB
004251
004252      PERFORM 4050-I-INTERES-TRAMO
004253         THRU 4050-F-INTERES-TRAMO
004260         UNTIL WS-TRA-SUB GREATER LK-TAS-CANT
004270
004280      IF WS-INTERES NOT GREATER ZEROS
004290         GO TO 4000-F-DEVENGAR
004610
004620      PERFORM 5500-I-GRABAR-DETALLE
004630         THRU 5500-F-GRABAR-DETALLE
004631
004632      MOVE 1 TO WS-TRA-SUB
004633
004634      PERFORM 4600-I-IMPRIMIR-TRAMO
004635         THRU 4600-F-IMPRIMIR-TRAMO
004636         UNTIL WS-TRA-SUB GREATER LK-TAS-CANT
004640
004650      PERFORM 5700-I-ACUM-SUCURSAL
004660         THRU 5700-F-ACUM-SUCURSAL
004690         THRU 3500-F-COMMIT-PERIODICO
004700      .
004710  4000-F-DEVENGAR. EXIT.
004711**************************************
004712*  PUNITORIO DE UN TRAMO DEL PERIODO *
004713*  (SALDO DEUDOR X TASA DEL TRAMO X  *
004714*  DIAS DEL TRAMO / 36500),          *
004715*  REDONDEADO POR TRAMO              *
004716**************************************
004717  4050-I-INTERES-TRAMO.
004718      COMPUTE WS-INT-TRAMO (WS-TRA-SUB) ROUNDED =
004719              WS-SALDO-ABSOLUTO * LK-TAS-TR-TASA (WS-TRA-SUB)
004720              * LK-TAS-TR-DIAS (WS-TRA-SUB) / 36500
004721
004722      ADD WS-INT-TRAMO (WS-TRA-SUB) TO WS-INTERES
004723
004724      ADD 1 TO WS-TRA-SUB
004725      .
004726  4050-F-INTERES-TRAMO. EXIT.
004727**************************************
004730*  LA CUENTA CON EMBARGO ACTIVO NO   *
004740*  SE COBRA                          *
004750**************************************
005320      END-IF
005330      .
005340  4500-F-GRABAR-MOVIM. EXIT.
005341**************************************
005342*  LISTAR UN TRAMO DE LA CUENTA      *
005343*  COBRADA: DIAS, TASA Y PUNITORIO   *
005344**************************************
005345  4600-I-IMPRIMIR-TRAMO.
005346      IF CN-CUENTA-LINEA GREATER 60
005347         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
005348      END-IF
005349
005350      MOVE LK-TAS-TR-DESDE (WS-TRA-SUB) TO WS-TRA-DESDE
005351      MOVE LK-TAS-TR-HASTA (WS-TRA-SUB) TO WS-TRA-HASTA
005352      MOVE LK-TAS-TR-DIAS  (WS-TRA-SUB) TO WS-TRA-DIAS
005353      MOVE LK-TAS-TR-TASA  (WS-TRA-SUB) TO WS-TRA-TASA
005354      MOVE WS-INT-TRAMO    (WS-TRA-SUB) TO WS-TRA-INTERES
005355
005356      IF LK-TAS-TR-SIN-FILA (WS-TRA-SUB)
005357         MOVE 'SIN TASA' TO WS-TRA-OBS
005358      ELSE
005359         MOVE SPACES TO WS-TRA-OBS
005360      END-IF
005361
005362      WRITE REG-SALIDA FROM WS-REG-TRAMO
005363
005364      IF NOT FS-SALIDA-OK
005365         DISPLAY '* ERROR EN IMPRIMIR TRAMO = ' FS-SALIDA
005366         MOVE FS-SALIDA TO LK-ERR-CODIGO
005367         MOVE '4600-I-IMPRIMIR-TRAMO' TO LK-ERR-PARRAFO
005368         MOVE 'IMPRIMIR TRAMO' TO LK-ERR-RECURSO
005369         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005370         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005371         SET FS-CUENTA-EOF TO TRUE
005372      ELSE
005373         ADD 1 TO CN-CUENTA-LINEA
005374      END-IF
005375
005376      ADD 1 TO WS-TRA-SUB
005377      .
005378  4600-F-IMPRIMIR-TRAMO. EXIT.
005379**************************************
005380*  PROXIMO NRO DE COMPROBANTE        *
005381*  (MAXIMO + 1)                      *
005382**************************************
005390  5150-I-NUMERAR-COMP.
005400      EXEC SQL
005404         SELECT VALUE(MAX(NRO_COMPROBANTE), 0) + 1
005408           INTO :MOV-NRO-COMPROBANTE
005412           FROM ITPFBIO.TBMOVIM
005416      END-EXEC
005420
005424      IF SQLCODE NOT EQUAL ZEROS
005428         MOVE 1 TO MOV-NRO-COMPROBANTE
005432      END-IF
005436      .
005440  5150-F-NUMERAR-COMP. EXIT.
005444**************************************
005448*   COMMIT CADA N CUENTAS            *
005452**************************************
005456  3500-I-COMMIT-PERIODICO.
005460      ADD 1 TO CN-COMMIT-PEND
005464
005468      IF CN-COMMIT-PEND NOT LESS CT-COMMIT-CADA
005472         PERFORM 3550-I-PUNTO-CONTROL
005476            THRU 3550-F-PUNTO-CONTROL
005480         IF LK-CTL-ERROR
005484            GO TO 3500-F-COMMIT-PERIODICO
005488         END-IF
005492         EXEC SQL
005496            COMMIT
005500         END-EXEC
005504         MOVE ZEROS TO CN-COMMIT-PEND
005508      END-IF
005512      .
005516  3500-F-COMMIT-PERIODICO. EXIT.
005520**************************************
005524*  PUNTO DE CONTROL ANTES DE CADA    *
005528*  COMMIT: ULTIMA CLAVE Y TOTALES    *
005532*  EN TBCONTROL (RUTCTRL 'C')        *
005536**************************************
005540  3550-I-PUNTO-CONTROL.
005544      MOVE CN-CONTADORES   TO CKP-CONTADORES
005548      MOVE CN-TAB-SUCURSAL TO CKP-SUCURSALES
005552
005556      SET LK-CTL-CHECKPOINT TO TRUE
005560      MOVE WS-ULTIMA-CLAVE  TO LK-CTL-CLAVE
005564      MOVE WS-PUNTO-CONTROL TO LK-CTL-TOTALES
005568      MOVE CN-COBRADAS TO LK-CTL-CONTADOR
005572
005576      MOVE RETURN-CODE TO WS-RC-GUARDADO
005580      CALL 'RUTCTRL' USING LK-CTL-AREA
005584      MOVE WS-RC-GUARDADO TO RETURN-CODE
005588
005592      IF LK-CTL-ERROR
005596         DISPLAY '* ERROR AL GRABAR EL PUNTO DE CONTROL'
005600         MOVE LK-CTL-SALIDA TO LK-ERR-CODIGO
005604         MOVE '3550-I-PUNTO-CONTROL' TO LK-ERR-PARRAFO
005608         MOVE 'PUNTO DE CONTROL' TO LK-ERR-RECURSO
005612         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005616         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005620         SET FS-CUENTA-EOF TO TRUE
005624      END-IF
005628      .
005632  3550-F-PUNTO-CONTROL. EXIT.
005650**************************************
005660*  BUSCAR LOS TRAMOS DE TASA         *
005670*  PUNITORIA DEL TIPO/MONEDA EN EL   *
005680*  PERIODO (TABLA LOCAL + RUTTASA)   *
005690**************************************
005700  5600-I-BUSCAR-TASA.
005710      SET CN-TAS-IDX TO 1
005790      IF CN-TAS-IDX NOT GREATER CN-TAS-CANT
005800         IF CN-TAS-ESTADO (CN-TAS-IDX) EQUAL 'Y'
005810            SET WS-TASA-OK TO TRUE
005815            MOVE CN-TAS-TRAMOS (CN-TAS-IDX) TO LK-TAS-TRAMOS
005820         ELSE
005830            SET WS-TASA-NO TO TRUE
005840         END-IF
005900      MOVE TIPO-CUENTA TO CN-TAS-TIPO   (CN-TAS-IDX)
005910      MOVE MONEDA      TO CN-TAS-MONEDA (CN-TAS-IDX)
005920
005930      SET LK-TAS-PUNITORIA TO TRUE
005935      MOVE TIPO-CUENTA    TO LK-TAS-TIPO-CUENTA
005940      MOVE MONEDA         TO LK-TAS-MONEDA
005945      MOVE WS-FECHA-DESDE TO LK-TAS-DESDE
005950      MOVE WS-FECHA-HASTA TO LK-TAS-HASTA
005955
005960      CALL 'RUTTASA' USING LK-TAS-AREA
006030
006040      EVALUATE TRUE
006050
006060      WHEN LK-TAS-OK
006070         MOVE 'Y' TO CN-TAS-ESTADO (CN-TAS-IDX)
006080         MOVE LK-TAS-TRAMOS TO CN-TAS-TRAMOS (CN-TAS-IDX)
006090         SET WS-TASA-OK TO TRUE
006100
006110      WHEN LK-TAS-SIN-TASA
006120         MOVE 'N' TO CN-TAS-ESTADO (CN-TAS-IDX)
006130         SET WS-TASA-NO TO TRUE
006140
006141      WHEN LK-TAS-SQLCODE EQUAL ZEROS
006142         DISPLAY '* DEMASIADOS CAMBIOS DE TASA EN EL PERIODO '
006143                 TIPO-CUENTA ' ' MONEDA
006144         MOVE TIPO-CUENTA TO LK-ERR-CODIGO
006145         MOVE '5600-I-BUSCAR-TASA' TO LK-ERR-PARRAFO
006146         MOVE 'TRAMOS TBTASAPU' TO LK-ERR-RECURSO
006147         IF RETURN-CODE LESS CT-RC-ERROR-DATOS
006148            MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
006149         END-IF
006150         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006151         MOVE 'N' TO CN-TAS-ESTADO (CN-TAS-IDX)
006152         SET WS-TASA-NO TO TRUE
006153
006154      WHEN OTHER
006160         MOVE LK-TAS-SQLCODE TO FS-SQLCODE
006170         DISPLAY '* ERROR LEER TBTASAPU = ' FS-SQLCODE
006180         MOVE FS-SQLCODE TO LK-ERR-CODIGO
006190         MOVE '5600-I-BUSCAR-TASA' TO LK-ERR-PARRAFO
007250      MOVE WS-DIAS-PERIODO TO WS-RES-DIAS
007260
007270      WRITE REG-SALIDA FROM WS-REG-RESUMEN
007276
007282      WRITE REG-SALIDA FROM IP-TITULO-SUCURSAL
007288
007294      MOVE 'TOTAL SUCURSAL  ' TO WS-TOT-ETIQUETA
007300
007306      SET CN-SUC-IDX TO 1
007312
007318      PERFORM 9510-I-IMPRIMIR-SUCURSAL
007324         THRU 9510-F-IMPRIMIR-SUCURSAL
007330         UNTIL CN-SUC-IDX GREATER CN-SUC-CANT
007336
007342      EXEC SQL
007348         CLOSE PUNITORIO_CURSOR
007354      END-EXEC
007360
007366      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
007372         AND WS-ULTIMA-CLAVE NOT EQUAL SPACES
007378         PERFORM 3550-I-PUNTO-CONTROL
007384            THRU 3550-F-PUNTO-CONTROL
007390      END-IF
007396
007402      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
007408         EXEC SQL
007414            ROLLBACK
007420         END-EXEC
007426      ELSE
007432         EXEC SQL
007438            COMMIT
007444         END-EXEC
007450      END-IF
007460
007470      CLOSE SALIDA
007480      IF NOT FS-SALIDA-OK
007950*  (RUTCTRL) - SI LA FECHA YA        *
007960*  TERMINO Y NO HAY RELANZAMIENTO    *
007970*  LA CORRIDA NO ARRANCA             *
007974**************************************
007978  1100-I-CONTROL-INICIO.
007982      IF CC-FECHA-PROCESO EQUAL SPACES
007986         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
007990         MOVE CTL-AREA-AA TO CTL-HOY-AA
007994         MOVE CTL-AREA-MM TO CTL-HOY-MM
007998         MOVE CTL-AREA-DD TO CTL-HOY-DD
008002         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
008006      END-IF
008010
008014      SET LK-CTL-INICIO TO TRUE
008018      MOVE 'PGMPUN33' TO LK-CTL-PROGRAMA
008022      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
008026      MOVE CC-RERUN TO LK-CTL-RERUN
008030      MOVE ZEROS TO LK-CTL-CONTADOR
008034
008038      MOVE RETURN-CODE TO WS-RC-GUARDADO
008042      CALL 'RUTCTRL' USING LK-CTL-AREA
008046      MOVE WS-RC-GUARDADO TO RETURN-CODE
008050
008054      IF LK-CTL-YA-CORRIO
008058         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
008062                 CC-FECHA-PROCESO
008066         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
008070         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
008074         SET FS-CUENTA-EOF TO TRUE
008078         SET WS-CORRIDA-RECHAZADA TO TRUE
008082      END-IF
008086
008090      IF LK-CTL-ERROR
008094         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008098         SET FS-CUENTA-EOF TO TRUE
008102         SET WS-CORRIDA-RECHAZADA TO TRUE
008106      END-IF
008110
008114      IF LK-CTL-REANUDADA
008118         PERFORM 1150-I-REANUDAR THRU 1150-F-REANUDAR
008122      END-IF
008126      .
008130  1100-F-CONTROL-INICIO. EXIT.
008134**************************************
008138*  CORRIDA REANUDADA: RETOMAR LA     *
008142*  CLAVE Y LOS TOTALES DEL ULTIMO    *
008146*  PUNTO DE CONTROL                  *
008150**************************************
008154  1150-I-REANUDAR.
008158      SET WS-CORRIDA-REANUDADA TO TRUE
008162      MOVE LK-CTL-CLAVE    TO WS-CLAVE-REANUDA
008166      MOVE LK-CTL-CLAVE    TO WS-ULTIMA-CLAVE
008170      MOVE LK-CTL-TOTALES  TO WS-PUNTO-CONTROL
008174      MOVE CKP-CONTADORES  TO CN-CONTADORES
008178      MOVE CKP-SUCURSALES  TO CN-TAB-SUCURSAL
008182      MOVE ZEROS TO CN-CUENTA-LINEA
008186
008190      DISPLAY '* CORRIDA REANUDADA A CONTINUACION DE '
008194              LK-CTL-CLAVE
008198      .
008202  1150-F-REANUDAR. EXIT.
008206**************************************
008210*  AVISO EN EL LISTADO DE QUE LA     *
008214*  CORRIDA FUE REANUDADA             *
008218**************************************
008222  1300-I-AVISO-REANUDA.
008226      MOVE LK-CTL-CLAVE TO WS-AVI-CLAVE
008230
008234      WRITE REG-SALIDA FROM WS-REG-REANUDA
008238
008242      IF NOT FS-SALIDA-OK
008246         DISPLAY '* ERROR EN IMPRIMIR REANUDACION = ' FS-SALIDA
008250         MOVE FS-SALIDA TO LK-ERR-CODIGO
008254         MOVE '1300-I-AVISO-REANUDA' TO LK-ERR-PARRAFO
008258         MOVE 'IMPRIMIR REANUDA' TO LK-ERR-RECURSO
008262         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008266         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008270         SET  FS-CUENTA-EOF TO TRUE
008274      ELSE
008278         ADD 1 TO CN-CUENTA-LINEA
008282      END-IF
008286      .
008290  1300-F-AVISO-REANUDA. EXIT.
008340**************************************
008350*  REGISTRO DE FIN EXITOSO EN        *
008360*  TBCONTROL CON EL CONTADOR         *
