000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMPRE33.
000030**********************************************************
000040*                                                        *
000050**********************************************************
000060*     MANTENIMIENTO DE PROGRAMA                         *
000070**********************************************************
000080* FECHA   *    DETALLE        * COD *
000090**************************************
000100*         *                   *     *
000110* 15/10/26* TRANSACCION CICS DE PRESTAMOS PERSONALES     *
000120*         * (MAP0233/PRES0233, OPCION 23 DEL MENU) -  * JCR *
000130*         * PF1 SIMULA EL CRONOGRAMA DE CUOTAS (SISTEMA  *
000140*         * FRANCES, TASA NOMINAL ANUAL / 12) SIN GRABAR *
000150*         * NADA; PF2 OTORGA EL PRESTAMO: ACREDITA EL    *
000160*         * CAPITAL EN LA CUENTA (MOVIMIENTO 'PR' CON SU *
000170*         * NRO_COMPROBANTE), GRABA TBPRESTAMOS Y UNA    *
000180*         * FILA DE TBCUOTAS POR CUOTA EN LA MISMA       *
000190*         * UNIDAD DE TRABAJO. CADA VENCIMIENTO ES EL    *
000200*         * ALTA + 30 DIAS POR CUOTA (RUTFECHA 'S')      *
000210*         * CORRIDO AL HABIL SIGUIENTE (RUTFECHA 'H').   *
000220*         * SIN TASA INGRESADA SE TOMA LA DE TBTASAS     *
000230*         * (TIPO 'PP' + MONEDA). RECHAZA CUENTAS        *
000240*         * CERRADAS O INACTIVAS (ESTADO_CUENTA 'D') Y   *
000250*         * TITULARES FALLECIDOS (ESTADO_CLIENTE 'F').   *
000260*         * CADA OTORGAMIENTO QUEDA EN LA COLA AUDT      *
000261* 15/10/26* LA TASA POR DEFECTO ES LA DE TBTASAS CON LA  *
000262*         * VIGENCIA (FECHA_DESDE) MAS RECIENTE QUE  * JCR *
000263*         * NO SUPERE LA FECHA DEL DIA                   *
000270**************************************
000280  ENVIRONMENT DIVISION.
000290  CONFIGURATION SECTION.
000300  SPECIAL-NAMES.
000310      DECIMAL-POINT IS COMMA.
000320
000330  DATA DIVISION.
000340  WORKING-STORAGE SECTION.
000350  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000360
000370      COPY MAPSETA.
000380
000390      COPY AUDITREG.
000400
000410*************************************
000420*         FECHA DE PROCESO         *
000430*************************************
000440  01  WS-AREA.
000450      05  WS-AREA-AA       PIC 9(04)         VALUE ZEROS.
000460      05  WS-AREA-MM       PIC 9(02)         VALUE ZEROS.
000470      05  WS-AREA-DD       PIC 9(02)         VALUE ZEROS.
000480
000490  01  WS-FECHA-HOY.
000500      05  WS-HOY-AA        PIC 9(04)         VALUE ZEROS.
000510      05  WS-SEP1          PIC X(01)         VALUE '-'.
000520      05  WS-HOY-MM        PIC 9(02)         VALUE ZEROS.
000530      05  WS-SEP2          PIC X(01)         VALUE '-'.
000540      05  WS-HOY-DD        PIC 9(02)         VALUE ZEROS.
000550*************************************
000560*     AREA DE TRABAJO PRESTAMO     *
000570*************************************
000580  01  WS-CAPITAL           PIC S9(9)V99 COMP-3 VALUE ZEROS.
000590  01  WS-TASA-ANUAL        PIC S9(3)V99 COMP-3 VALUE ZEROS.
000600  01  WS-TASA-MENSUAL      PIC S9(3)V9(12) COMP-3 VALUE ZEROS.
000610  01  WS-FACTOR            PIC S9(9)V9(9) COMP-3 VALUE ZEROS.
000620  01  WS-CANT-CUOTAS       PIC 9(03)       VALUE ZEROS.
000630  01  WS-VALOR-CUOTA       PIC S9(9)V99 COMP-3 VALUE ZEROS.
000640  01  WS-SALDO-CAPITAL     PIC S9(9)V99 COMP-3 VALUE ZEROS.
000650  01  WS-CUO-CAPITAL       PIC S9(9)V99 COMP-3 VALUE ZEROS.
000660  01  WS-CUO-INTERES       PIC S9(9)V99 COMP-3 VALUE ZEROS.
000670  01  WS-CUO-IMPORTE       PIC S9(9)V99 COMP-3 VALUE ZEROS.
000680  01  WS-TOTAL-INTERES     PIC S9(9)V99 COMP-3 VALUE ZEROS.
000690  01  WS-SALDO-NUEVO       PIC S9(9)V99 COMP-3 VALUE ZEROS.
000700  01  WS-NRO-CUOTA         PIC 9(03)       VALUE ZEROS.
000710  01  WS-IDX-POTENCIA      PIC 9(03)       VALUE ZEROS.
000720  01  WS-DIAS-CUOTA        PIC 9(05)       VALUE ZEROS.
000730  01  WS-VENCIMIENTO       PIC X(10)       VALUE SPACES.
000740  01  WS-NRO-PRESTAMO      PIC 9(09)       VALUE ZEROS.
000750  01  WS-COMP-EDIT         PIC 9(09)       VALUE ZEROS.
000760  01  WS-IMPORTE-EDIT      PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000770  01  WS-CANT-FALLEC       PIC S9(04) COMP VALUE ZEROS.
000780  01  WS-ESTADO-CUENTA     PIC X(01)       VALUE SPACES.
000790      88 WS-CUENTA-INACTIVA                VALUE 'D'.
000800
000810  01  WS-DESBORDE          PIC X(01)       VALUE 'N'.
000820      88 WS-HAY-DESBORDE                   VALUE 'S'.
000830
000840  01  WS-MODO              PIC X(01)       VALUE SPACES.
000850      88 WS-MODO-SIMULAR                   VALUE 'S'.
000860      88 WS-MODO-OTORGAR                   VALUE 'O'.
000870
000880  01  WS-LIN-DETALLE.
000890      05  WS-LIN-CUOTA     PIC ZZ9      VALUE ZEROS.
000900      05  FILLER           PIC X(02)    VALUE SPACES.
000910      05  WS-LIN-VTO       PIC X(10)    VALUE SPACES.
000920      05  FILLER           PIC X(01)    VALUE SPACES.
000930      05  WS-LIN-CAPITAL   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000940      05  FILLER           PIC X(01)    VALUE SPACES.
000950      05  WS-LIN-INTERES   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000960      05  FILLER           PIC X(01)    VALUE SPACES.
000970      05  WS-LIN-IMPORTE   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000980      05  FILLER           PIC X(01)    VALUE SPACES.
000990      05  WS-LIN-SALDO     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
001000      05  FILLER           PIC X(01)    VALUE SPACES.
001010
001020  01  WS-AUD-DETALLE.
001030      05  FILLER           PIC X(04)    VALUE 'PRE '.
001040      05  WS-AUD-PRESTAMO  PIC 9(09)    VALUE ZEROS.
001050      05  FILLER           PIC X(01)    VALUE SPACES.
001060      05  WS-AUD-CAPITAL   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
001070      05  FILLER           PIC X(01)    VALUE SPACES.
001080      05  WS-AUD-CUOTAS    PIC ZZ9      VALUE ZEROS.
001090      05  FILLER           PIC X(07)    VALUE ' CUOTAS'.
001100      05  FILLER           PIC X(01)    VALUE SPACES.
001110
001120  77  CT-CANAL-CAJA        PIC X(04)       VALUE 'CAJA'.
001130  77  CT-MOV-PRESTAMO      PIC X(02)       VALUE 'PR'.
001140  77  CT-TIPO-PRESTAMO     PIC X(02)       VALUE 'PP'.
001150  77  CT-MAX-CUOTAS        PIC 9(03)       VALUE 120.
001160  77  CT-DIAS-POR-CUOTA    PIC 9(03)       VALUE 030.
001170  77  CT-LINEAS-PANTALLA   PIC 9(03)       VALUE 010.
001180*************************************
001190*      LLAMADA A RUTFECHA          *
001200*************************************
001210      COPY LKFECHA.
001220*************************************
001230*   COMMAREA HACIA EL MENU (MSG)   *
001240*************************************
001250  01  WS-CA-MENU-AREA.
001260      05 CA-MSG            PIC X(72)       VALUE SPACES.
001270
001280  01  WS-CA-ESTADO         PIC X(01)       VALUE SPACES.
001290      88 WS-CA-1RA-VEZ                     VALUE SPACES.
001300      88 WS-CA-PROCESANDO                  VALUE 'P'.
001310*************************************
001320*             SQL                  *
001330*************************************
001340       EXEC SQL
001350         INCLUDE SQLCA
001360       END-EXEC.
001370
001380       EXEC SQL
001390         INCLUDE TBCUENT
001400       END-EXEC.
001410
001420       EXEC SQL
001430         INCLUDE TBTASAS
001440       END-EXEC.
001450
001460       EXEC SQL
001470         INCLUDE TBMOVIM
001480       END-EXEC.
001490
001500       EXEC SQL
001510         INCLUDE TBPRESTA
001520       END-EXEC.
001530
001540       EXEC SQL
001550         INCLUDE TBCUOTAS
001560       END-EXEC.
001570
001580  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
001590*************************************.
001600  LINKAGE SECTION.
001610  01  DFHCOMMAREA           PIC X(01).
001620**************************************
001630  PROCEDURE DIVISION.
001640**************************************
001650*  CUERPO PRINCIPAL DEL PROGRAMA     *
001660**************************************
001670  MAIN-PROGRAM.
001680
001690      IF EIBCALEN EQUAL ZERO
001700         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
001710      ELSE
001720         MOVE DFHCOMMAREA TO WS-CA-ESTADO
001730         EVALUATE TRUE
001740            WHEN EIBAID EQUAL DFHPF1
001750               PERFORM 3000-I-SIMULAR  THRU 3000-F-SIMULAR
001760            WHEN EIBAID EQUAL DFHPF2
001770               PERFORM 4000-I-OTORGAR  THRU 4000-F-OTORGAR
001780            WHEN EIBAID EQUAL DFHPF12
001790               PERFORM 3500-I-A-SALIR  THRU 3500-F-A-SALIR
001800            WHEN OTHER
001810               PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
001820         END-EVALUATE
001830      END-IF.
001840
001850  F-MAIN-PROGRAM. EXIT.
001860**************************************
001870*      PRIMER ENVIO DE PANTALLA      *
001880**************************************
001890  2000-I-INICIAL.
001900      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
001910
001920      MOVE WS-FECHA-HOY  TO NFECHAO.
001930      MOVE SPACES        TO NMSGO.
001940      MOVE SPACES        TO NNROPREO.
001950      MOVE SPACES        TO NVALCUOO.
001960      MOVE SPACES        TO NTOTINTO.
001970      MOVE SPACES        TO NCOMPROO.
001980
001990      PERFORM 6500-I-LIMPIAR-LINEAS THRU 6500-F-LIMPIAR-LINEAS.
002000
002010      EXEC CICS SEND MAP('PRES0233') MAPSET('MAPSETA')
002020                FROM(PRES0233O) ERASE
002030      END-EXEC.
002040
002050      MOVE 'P' TO WS-CA-ESTADO.
002060
002070      EXEC CICS RETURN TRANSID('PRE1')
002080                COMMAREA(WS-CA-ESTADO) LENGTH(1)
002090      END-EXEC.
002100
002110  2000-F-INICIAL. EXIT.
002120**************************************
002130*  SIMULAR EL CRONOGRAMA (PF1) -     *
002140*  NO GRABA NADA                     *
002150**************************************
002160  3000-I-SIMULAR.
002170      EXEC CICS RECEIVE MAP('PRES0233') MAPSET('MAPSETA')
002180                INTO(PRES0233I)
002190      END-EXEC.
002200
002210      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002220
002230      SET WS-MODO-SIMULAR TO TRUE.
002240
002250      PERFORM 3100-I-VALIDAR THRU 3100-F-VALIDAR.
002260
002270      PERFORM 3200-I-CALCULAR-CUOTA THRU 3200-F-CALCULAR-CUOTA.
002280
002290      PERFORM 3300-I-CRONOGRAMA THRU 3300-F-CRONOGRAMA.
002300
002310      MOVE SPACES TO NNROPREO.
002320      MOVE SPACES TO NCOMPROO.
002330
002340      IF WS-CANT-CUOTAS GREATER CT-LINEAS-PANTALLA
002350         MOVE 'SIMULACION - SE MUESTRAN LAS 10 PRIMERAS CUOTAS'
002360              TO NMSGO
002370      ELSE
002380         MOVE 'SIMULACION - PF2 PARA OTORGAR EL PRESTAMO'
002390              TO NMSGO
002400      END-IF.
002410
002420      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
002430
002440  3000-F-SIMULAR. EXIT.
002450**************************************
002460*  VALIDAR LOS DATOS INGRESADOS, LA  *
002470*  CUENTA Y SUS TITULARES            *
002480**************************************
002490  3100-I-VALIDAR.
002500      MOVE SPACES TO CA-MSG.
002510
002520      IF NCAPITAI NUMERIC
002530         MOVE NCAPITAI TO WS-CAPITAL
002540      ELSE
002550         MOVE ZEROS    TO WS-CAPITAL
002560      END-IF.
002570
002580      IF NCUOTASI NUMERIC
002590         MOVE NCUOTASI TO WS-CANT-CUOTAS
002600      ELSE
002610         MOVE ZEROS    TO WS-CANT-CUOTAS
002620      END-IF.
002630
002640      IF NTASAI NUMERIC
002650         MOVE NTASAI   TO WS-TASA-ANUAL
002660      ELSE
002670         MOVE ZEROS    TO WS-TASA-ANUAL
002680      END-IF.
002690
002700      IF WS-CAPITAL NOT GREATER ZEROS
002710         MOVE 'CAPITAL DEBE SER MAYOR A CERO' TO CA-MSG
002720         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002730      END-IF.
002740
002750      IF WS-CANT-CUOTAS NOT GREATER ZEROS
002760      OR WS-CANT-CUOTAS GREATER CT-MAX-CUOTAS
002770         MOVE 'PLAZO EN MESES DEBE ESTAR ENTRE 1 Y 120' TO CA-MSG
002780         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002790      END-IF.
002800
002810      MOVE NNROCTAI TO NRO-CUENTA.
002820
002830      EXEC SQL
002840         SELECT NRO_CUENTA, MONEDA, NRO_CLIENTE, SALDO_ACTUAL,
002850                SUCURSAL, VALUE(ESTADO_CUENTA, ' ')
002860           INTO :NRO-CUENTA, :MONEDA, :CUE-NRO-CLIENTE,
002870                :SALDO-ACTUAL, :SUCURSAL, :WS-ESTADO-CUENTA
002880           FROM ITPFBIO.TBCUENTAS
002890          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
002900            AND FECHA_DE_BAJA IS NULL
002910      END-EXEC.
002920
002930      EVALUATE SQLCODE
002940         WHEN ZEROS
002950            CONTINUE
002960         WHEN +100
002970            MOVE 'CUENTA INEXISTENTE O CERRADA' TO CA-MSG
002980            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002990         WHEN OTHER
003000            MOVE 'ERROR AL LEER LA CUENTA - VER SQLCODE' TO CA-MSG
003010            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003020      END-EVALUATE.
003030
003040      IF WS-CUENTA-INACTIVA
003050         MOVE 'CUENTA INACTIVA - NO ADMITE PRESTAMOS' TO CA-MSG
003060         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003070      END-IF.
003080
003090      IF NMONEDAI NOT EQUAL SPACES
003100      AND NMONEDAI NOT EQUAL MONEDA
003110         MOVE 'LA MONEDA DEL PRESTAMO DEBE SER LA DE LA CUENTA'
003120              TO CA-MSG
003130         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003140      END-IF.
003150
003160      PERFORM 4800-I-CONTROLAR-FALLECIDO
003170         THRU 4800-F-CONTROLAR-FALLECIDO.
003180
003190      IF CA-MSG NOT EQUAL SPACES
003200         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003210      END-IF.
003220
003230      IF WS-TASA-ANUAL EQUAL ZEROS
003240         PERFORM 3150-I-BUSCAR-TASA THRU 3150-F-BUSCAR-TASA
003250      END-IF.
003260
003270  3100-F-VALIDAR. EXIT.
003280**************************************
003290*  TASA DE PRESTAMO POR DEFECTO      *
003300*  (TBTASAS, TIPO 'PP' + MONEDA)     *
003310**************************************
003320  3150-I-BUSCAR-TASA.
003330      MOVE CT-TIPO-PRESTAMO TO TAS-TIPO-CUENTA.
003340      MOVE MONEDA           TO TAS-MONEDA.
003345      MOVE WS-FECHA-HOY     TO TAS-FECHA-DESDE.
003350
003360      EXEC SQL
003370         SELECT TASA_ANUAL
003380           INTO :TAS-TASA-ANUAL
003390           FROM ITPFBIO.TBTASAS
003400          WHERE TIPO_CUENTA EQUAL :TAS-TIPO-CUENTA
003401            AND MONEDA      EQUAL :TAS-MONEDA
003402            AND FECHA_DESDE EQUAL
003403               (SELECT MAX(FECHA_DESDE)
003404                  FROM ITPFBIO.TBTASAS
003405                 WHERE TIPO_CUENTA EQUAL :TAS-TIPO-CUENTA
003406                   AND MONEDA      EQUAL :TAS-MONEDA
003407                   AND FECHA_DESDE NOT GREATER :TAS-FECHA-DESDE)
003408      END-EXEC.
003430
003440      EVALUATE SQLCODE
003450         WHEN ZEROS
003460            MOVE TAS-TASA-ANUAL TO WS-TASA-ANUAL
003470         WHEN +100
003480            MOVE 'INGRESE LA TASA - SIN TASA DE PRESTAMO'
003490                 TO CA-MSG
003500            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003510         WHEN OTHER
003520            MOVE 'ERROR AL LEER TBTASAS - VER SQLCODE' TO CA-MSG
003530            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003540      END-EVALUATE.
003550
003560  3150-F-BUSCAR-TASA. EXIT.
003570**************************************
003580*  VALOR DE CUOTA - SISTEMA FRANCES  *
003590*  C = K * I * (1+I)**N / ((1+I)**N-1)*
003600*  CON I = TASA NOMINAL ANUAL / 1200 *
003610**************************************
003620  3200-I-CALCULAR-CUOTA.
003630      COMPUTE WS-TASA-MENSUAL ROUNDED = WS-TASA-ANUAL / 1200.
003640
003650      IF WS-TASA-MENSUAL EQUAL ZEROS
003660         COMPUTE WS-VALOR-CUOTA ROUNDED =
003670                 WS-CAPITAL / WS-CANT-CUOTAS
003680         GO TO 3200-F-CALCULAR-CUOTA
003690      END-IF.
003700
003710      MOVE 1      TO WS-FACTOR.
003720      MOVE ZEROS  TO WS-IDX-POTENCIA.
003730      MOVE 'N'    TO WS-DESBORDE.
003740
003750      PERFORM 3210-I-POTENCIA THRU 3210-F-POTENCIA
003760         UNTIL WS-IDX-POTENCIA EQUAL WS-CANT-CUOTAS
003770            OR WS-HAY-DESBORDE.
003780
003790      IF NOT WS-HAY-DESBORDE
003800         COMPUTE WS-VALOR-CUOTA ROUNDED =
003810                 WS-CAPITAL * WS-TASA-MENSUAL * WS-FACTOR
003820                 / (WS-FACTOR - 1)
003830            ON SIZE ERROR
003840               SET WS-HAY-DESBORDE TO TRUE
003850         END-COMPUTE
003860      END-IF.
003870
003880      IF WS-HAY-DESBORDE
003890         MOVE 'TASA Y PLAZO FUERA DE RANGO PARA EL CALCULO'
003900              TO CA-MSG
003910         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003920      END-IF.
003930
003940  3200-F-CALCULAR-CUOTA. EXIT.
003950**************************************
003960*  (1 + I) ELEVADO A LA CANTIDAD DE  *
003970*  CUOTAS, UNA MULTIPLICACION POR    *
003980*  VUELTA                            *
003990**************************************
004000  3210-I-POTENCIA.
004010      ADD 1 TO WS-IDX-POTENCIA.
004020
004030      COMPUTE WS-FACTOR ROUNDED =
004040              WS-FACTOR * (1 + WS-TASA-MENSUAL)
004050         ON SIZE ERROR
004060            SET WS-HAY-DESBORDE TO TRUE
004070      END-COMPUTE.
004080
004090  3210-F-POTENCIA. EXIT.
004100**************************************
004110*  ARMAR EL CRONOGRAMA CUOTA POR     *
004120*  CUOTA - AL OTORGAR GRABA CADA UNA *
004130*  EN TBCUOTAS                       *
004140**************************************
004150  3300-I-CRONOGRAMA.
004160      MOVE WS-CAPITAL TO WS-SALDO-CAPITAL.
004170      MOVE ZEROS      TO WS-TOTAL-INTERES.
004180      MOVE ZEROS      TO WS-NRO-CUOTA.
004190
004200      PERFORM 6500-I-LIMPIAR-LINEAS THRU 6500-F-LIMPIAR-LINEAS.
004210
004220      PERFORM 3310-I-CUOTA THRU 3310-F-CUOTA
004230         UNTIL WS-NRO-CUOTA EQUAL WS-CANT-CUOTAS.
004240
004250      MOVE WS-VALOR-CUOTA   TO WS-IMPORTE-EDIT.
004260      MOVE WS-IMPORTE-EDIT  TO NVALCUOO.
004270      MOVE WS-TOTAL-INTERES TO WS-IMPORTE-EDIT.
004280      MOVE WS-IMPORTE-EDIT  TO NTOTINTO.
004290
004300  3300-F-CRONOGRAMA. EXIT.
004310**************************************
004320*  UNA CUOTA: INTERES SOBRE EL SALDO *
004330*  DE CAPITAL, AMORTIZACION = CUOTA  *
004340*  MENOS INTERES; LA ULTIMA CANCELA  *
004350*  EL SALDO QUE QUEDE POR REDONDEO   *
004360**************************************
004370  3310-I-CUOTA.
004380      ADD 1 TO WS-NRO-CUOTA.
004390
004400      COMPUTE WS-CUO-INTERES ROUNDED =
004410              WS-SALDO-CAPITAL * WS-TASA-MENSUAL.
004420
004430      IF WS-NRO-CUOTA EQUAL WS-CANT-CUOTAS
004440         MOVE WS-SALDO-CAPITAL TO WS-CUO-CAPITAL
004450         ADD WS-CUO-CAPITAL WS-CUO-INTERES GIVING WS-CUO-IMPORTE
004460      ELSE
004470         SUBTRACT WS-CUO-INTERES FROM WS-VALOR-CUOTA
004480            GIVING WS-CUO-CAPITAL
004490         MOVE WS-VALOR-CUOTA   TO WS-CUO-IMPORTE
004500      END-IF.
004510
004520      SUBTRACT WS-CUO-CAPITAL FROM WS-SALDO-CAPITAL.
004530      ADD WS-CUO-INTERES TO WS-TOTAL-INTERES.
004540
004550      PERFORM 3350-I-VENCIMIENTO THRU 3350-F-VENCIMIENTO.
004560
004570      IF WS-MODO-OTORGAR
004580         PERFORM 5300-I-GRABAR-CUOTA THRU 5300-F-GRABAR-CUOTA
004590      END-IF.
004600
004610      IF WS-NRO-CUOTA NOT GREATER CT-LINEAS-PANTALLA
004620         PERFORM 6100-I-ARMAR-LINEA THRU 6100-F-ARMAR-LINEA
004630      END-IF.
004640
004650  3310-F-CUOTA. EXIT.
004660**************************************
004670*  VENCIMIENTO = ALTA + 30 DIAS POR  *
004680*  CUOTA (RUTFECHA 'S'), CORRIDO AL  *
004690*  HABIL SIGUIENTE SI CAE EN FERIADO *
004700*  O FIN DE SEMANA (RUTFECHA 'H')    *
004710**************************************
004720  3350-I-VENCIMIENTO.
004730      COMPUTE WS-DIAS-CUOTA = CT-DIAS-POR-CUOTA * WS-NRO-CUOTA.
004740
004750      MOVE WS-AREA       TO LK-ENTRADA.
004760      MOVE WS-DIAS-CUOTA TO LK-DIAS.
004770
004780      SET LK-FUNCION-SUMAR TO TRUE.
004790
004800      CALL 'RUTFECHA' USING LK-AREA.
004810
004820      IF LK-FECHA-ER
004830         IF WS-MODO-OTORGAR
004840            EXEC CICS SYNCPOINT ROLLBACK
004850            END-EXEC
004860         END-IF
004870         MOVE 'ERROR AL CALCULAR LOS VENCIMIENTOS' TO CA-MSG
004880         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004890      END-IF.
004900
004910      MOVE LK-DIA-SIGUIENTE TO LK-ENTRADA.
004920
004930      SET LK-FUNCION-HABIL TO TRUE.
004940
004950      CALL 'RUTFECHA' USING LK-AREA.
004960
004970      IF LK-FECHA-OK AND LK-NO-HABIL
004980         MOVE LK-DIA-SIGUIENTE TO LK-ENTRADA
004990      END-IF.
005000
005010      MOVE LK-ENTRADA (1:4) TO WS-VENCIMIENTO (1:4).
005020      MOVE '-'              TO WS-VENCIMIENTO (5:1).
005030      MOVE LK-ENTRADA (5:2) TO WS-VENCIMIENTO (6:2).
005040      MOVE '-'              TO WS-VENCIMIENTO (8:1).
005050      MOVE LK-ENTRADA (7:2) TO WS-VENCIMIENTO (9:2).
005060
005070  3350-F-VENCIMIENTO. EXIT.
005080**************************************
005090*   VOLVER AL MENU PRINCIPAL (PF12)  *
005100**************************************
005110  3500-I-A-SALIR.
005120      MOVE SPACES TO CA-MSG.
005130
005140      EXEC CICS XCTL PROGRAM('PGMMEN33')
005150                COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
005160      END-EXEC.
005170
005180  3500-F-A-SALIR. EXIT.
005190**************************************
005200*  OTORGAR EL PRESTAMO (PF2) -       *
005210*  ACREDITA EL CAPITAL, GRABA EL     *
005220*  PRESTAMO Y SUS CUOTAS EN LA MISMA *
005230*  UNIDAD DE TRABAJO                 *
005240**************************************
005250  4000-I-OTORGAR.
005260      EXEC CICS RECEIVE MAP('PRES0233') MAPSET('MAPSETA')
005270                INTO(PRES0233I)
005280      END-EXEC.
005290
005300      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
005310
005320      SET WS-MODO-OTORGAR TO TRUE.
005330
005340      PERFORM 3100-I-VALIDAR THRU 3100-F-VALIDAR.
005350
005360      PERFORM 3200-I-CALCULAR-CUOTA THRU 3200-F-CALCULAR-CUOTA.
005370
005380      PERFORM 4100-I-NUMERAR THRU 4100-F-NUMERAR.
005390
005400      ADD WS-CAPITAL TO SALDO-ACTUAL GIVING WS-SALDO-NUEVO.
005410
005420      EXEC SQL
005430         UPDATE ITPFBIO.TBCUENTAS
005440            SET SALDO_ACTUAL = :WS-SALDO-NUEVO,
005450                FECHA_ACTUAL = :WS-FECHA-HOY
005460          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
005470      END-EXEC.
005480
005490      IF SQLCODE NOT EQUAL ZEROS
005500         PERFORM 5500-I-DESHACER THRU 5500-F-DESHACER
005510      END-IF.
005520
005530      PERFORM 5200-I-GRABAR-MOVIM THRU 5200-F-GRABAR-MOVIM.
005540
005550      MOVE WS-NRO-PRESTAMO     TO PRE-NRO-PRESTAMO.
005560      MOVE CUE-NRO-CLIENTE     TO PRE-NRO-CLIENTE.
005570      MOVE NRO-CUENTA          TO PRE-NRO-CUENTA.
005580      MOVE SUCURSAL            TO PRE-SUCURSAL.
005590      MOVE MONEDA              TO PRE-MONEDA.
005600      MOVE WS-CAPITAL          TO PRE-CAPITAL.
005610      MOVE WS-TASA-ANUAL       TO PRE-TASA.
005620      MOVE WS-CANT-CUOTAS      TO PRE-CANT-CUOTAS.
005630      MOVE WS-VALOR-CUOTA      TO PRE-IMPORTE-CUOTA.
005640      MOVE WS-FECHA-HOY        TO PRE-FECHA-ALTA.
005650      MOVE 'V'                 TO PRE-ESTADO.
005660      MOVE MOV-NRO-COMPROBANTE TO PRE-NRO-COMPROBANTE.
005670      MOVE EIBUSERID           TO PRE-USUARIO.
005680
005690      EXEC SQL
005700         INSERT INTO ITPFBIO.TBPRESTAMOS
005710               (NRO_PRESTAMO, NRO_CLIENTE, NRO_CUENTA,
005720                SUCURSAL, MONEDA, CAPITAL, TASA, CANT_CUOTAS,
005730                IMPORTE_CUOTA, FECHA_ALTA, ESTADO,
005740                NRO_COMPROBANTE, USUARIO)
005750         VALUES
005760               (:PRE-NRO-PRESTAMO, :PRE-NRO-CLIENTE,
005770                :PRE-NRO-CUENTA, :PRE-SUCURSAL, :PRE-MONEDA,
005780                :PRE-CAPITAL, :PRE-TASA, :PRE-CANT-CUOTAS,
005790                :PRE-IMPORTE-CUOTA, :PRE-FECHA-ALTA,
005800                :PRE-ESTADO, :PRE-NRO-COMPROBANTE,
005810                :PRE-USUARIO)
005820      END-EXEC.
005830
005840      IF SQLCODE NOT EQUAL ZEROS
005850         PERFORM 5500-I-DESHACER THRU 5500-F-DESHACER
005860      END-IF.
005870
005880      PERFORM 3300-I-CRONOGRAMA THRU 3300-F-CRONOGRAMA.
005890
005900      MOVE WS-NRO-PRESTAMO   TO WS-AUD-PRESTAMO.
005910      MOVE WS-CAPITAL        TO WS-AUD-CAPITAL.
005920      MOVE WS-CANT-CUOTAS    TO WS-AUD-CUOTAS.
005930      MOVE 'PRESTAMO OTORGADO'  TO AUD-CAMPO.
005940      MOVE NRO-CUENTA        TO AUD-VALOR-ANTES.
005950      MOVE WS-AUD-DETALLE    TO AUD-VALOR-DESPUES.
005960
005970      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
005980
005990      MOVE WS-NRO-PRESTAMO     TO NNROPREO.
006000      MOVE MOV-NRO-COMPROBANTE TO WS-COMP-EDIT.
006010      MOVE WS-COMP-EDIT        TO NCOMPROO.
006020      MOVE 'PRESTAMO OTORGADO - CAPITAL ACREDITADO EN LA CUENTA'
006030           TO NMSGO.
006040
006050      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
006060
006070  4000-F-OTORGAR. EXIT.
006080**************************************
006090*  PROXIMO NUMERO DE PRESTAMO        *
006100*  (MAXIMO + 1)                      *
006110**************************************
006120  4100-I-NUMERAR.
006130      EXEC SQL
006140         SELECT VALUE(MAX(NRO_PRESTAMO), 0)
006150           INTO :PRE-NRO-PRESTAMO
006160           FROM ITPFBIO.TBPRESTAMOS
006170      END-EXEC.
006180
006190      IF SQLCODE NOT EQUAL ZEROS
006200         MOVE 'ERROR AL NUMERAR EL PRESTAMO - VER SQLCODE'
006210              TO CA-MSG
006220         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006230      END-IF.
006240
006250      ADD 1 TO PRE-NRO-PRESTAMO GIVING WS-NRO-PRESTAMO.
006260
006270  4100-F-NUMERAR. EXIT.
006280**************************************
006290*  EL PRESTAMO SE RECHAZA SI ALGUN   *
006300*  TITULAR DE LA CUENTA FIGURA       *
006310*  FALLECIDO EN TBCLIENT             *
006320**************************************
006330  4800-I-CONTROLAR-FALLECIDO.
006340      MOVE ZEROS TO WS-CANT-FALLEC.
006350
006360      EXEC SQL
006370         SELECT COUNT(*)
006380           INTO :WS-CANT-FALLEC
006390           FROM ITPFBIO.TBCLIENT
006400          WHERE ESTADO_CLIENTE EQUAL 'F'
006410            AND (NRO_CLIENTE EQUAL :CUE-NRO-CLIENTE
006420             OR NRO_CLIENTE IN
006430                (SELECT NRO_CLIENTE
006440                   FROM ITPFBIO.TBTITULAR
006450                  WHERE NRO_CUENTA EQUAL :NRO-CUENTA))
006460      END-EXEC.
006470
006480      IF SQLCODE NOT EQUAL ZEROS
006490         MOVE ZEROS TO WS-CANT-FALLEC
006500      END-IF.
006510
006520      IF WS-CANT-FALLEC GREATER ZEROS
006530         MOVE 'CUENTA BLOQUEADA - TITULAR FALLECIDO' TO CA-MSG
006540      END-IF.
006550
006560  4800-F-CONTROLAR-FALLECIDO. EXIT.
006570**************************************
006580*  PROXIMO NRO DE COMPROBANTE        *
006590*  (MAXIMO + 1)                      *
006600**************************************
006610  5150-I-NUMERAR-COMP.
006620      EXEC SQL
006630         SELECT VALUE(MAX(NRO_COMPROBANTE), 0) + 1
006640           INTO :MOV-NRO-COMPROBANTE
006650           FROM ITPFBIO.TBMOVIM
006660      END-EXEC.
006670
006680      IF SQLCODE NOT EQUAL ZEROS
006690         MOVE 1 TO MOV-NRO-COMPROBANTE
006700      END-IF.
006710
006720  5150-F-NUMERAR-COMP. EXIT.
006730**************************************
006740*  GRABAR EL MOVIMIENTO 'PR' DE      *
006750*  ACREDITACION DEL CAPITAL          *
006760**************************************
006770  5200-I-GRABAR-MOVIM.
006780      MOVE NRO-CUENTA      TO MOV-NRO-CUENTA.
006790      MOVE WS-FECHA-HOY    TO MOV-FECHA.
006800      ACCEPT MOV-HORA      FROM TIME.
006810      MOVE CT-MOV-PRESTAMO TO MOV-TIPO-MOVIMIENTO.
006820      MOVE WS-CAPITAL      TO MOV-IMPORTE.
006830      MOVE MONEDA          TO MOV-MONEDA.
006840      MOVE EIBUSERID       TO MOV-USUARIO.
006850      MOVE CT-CANAL-CAJA   TO MOV-CANAL.
006860
006870      PERFORM 5150-I-NUMERAR-COMP THRU 5150-F-NUMERAR-COMP.
006880
006890      EXEC SQL
006900         INSERT INTO ITPFBIO.TBMOVIM
006910               (NRO_CUENTA, FECHA, HORA, TIPO_MOVIMIENTO,
006920                IMPORTE, MONEDA, USUARIO, CANAL,
006930                NRO_COMPROBANTE)
006940         VALUES
006950               (:MOV-NRO-CUENTA, :MOV-FECHA, :MOV-HORA,
006960                :MOV-TIPO-MOVIMIENTO, :MOV-IMPORTE,
006970                :MOV-MONEDA, :MOV-USUARIO, :MOV-CANAL,
006980                :MOV-NRO-COMPROBANTE)
006990      END-EXEC.
007000
007010      IF SQLCODE NOT EQUAL ZEROS
007020         PERFORM 5500-I-DESHACER THRU 5500-F-DESHACER
007030      END-IF.
007040
007050  5200-F-GRABAR-MOVIM. EXIT.
007060**************************************
007070*  GRABAR UNA CUOTA EN TBCUOTAS      *
007080**************************************
007090  5300-I-GRABAR-CUOTA.
007100      MOVE WS-NRO-PRESTAMO  TO CUO-NRO-PRESTAMO.
007110      MOVE WS-NRO-CUOTA     TO CUO-NRO-CUOTA.
007120      MOVE WS-VENCIMIENTO   TO CUO-FECHA-VTO.
007130      MOVE WS-CUO-CAPITAL   TO CUO-CAPITAL.
007140      MOVE WS-CUO-INTERES   TO CUO-INTERES.
007150      MOVE WS-CUO-IMPORTE   TO CUO-IMPORTE-CUOTA.
007160      MOVE WS-SALDO-CAPITAL TO CUO-SALDO-CAPITAL.
007170      MOVE ZEROS            TO CUO-IMPORTE-PAGADO.
007180      MOVE SPACES           TO CUO-FECHA-PAGO.
007190      MOVE 'P'              TO CUO-ESTADO.
007200
007210      EXEC SQL
007220         INSERT INTO ITPFBIO.TBCUOTAS
007230               (NRO_PRESTAMO, NRO_CUOTA, FECHA_VTO, CAPITAL,
007240                INTERES, IMPORTE_CUOTA, SALDO_CAPITAL,
007250                IMPORTE_PAGADO, FECHA_PAGO, ESTADO)
007260         VALUES
007270               (:CUO-NRO-PRESTAMO, :CUO-NRO-CUOTA,
007280                :CUO-FECHA-VTO, :CUO-CAPITAL, :CUO-INTERES,
007290                :CUO-IMPORTE-CUOTA, :CUO-SALDO-CAPITAL,
007300                :CUO-IMPORTE-PAGADO, :CUO-FECHA-PAGO,
007310                :CUO-ESTADO)
007320      END-EXEC.
007330
007340      IF SQLCODE NOT EQUAL ZEROS
007350         PERFORM 5500-I-DESHACER THRU 5500-F-DESHACER
007360      END-IF.
007370
007380  5300-F-GRABAR-CUOTA. EXIT.
007390**************************************
007400*  DESHACER LA UNIDAD DE TRABAJO     *
007410*  ANTE CUALQUIER ERROR SQL          *
007420**************************************
007430  5500-I-DESHACER.
007440      EXEC CICS SYNCPOINT ROLLBACK
007450      END-EXEC.
007460
007470      MOVE 'ERROR SQL - OPERACION ANULADA COMPLETA' TO CA-MSG.
007480
007490      PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO.
007500
007510  5500-F-DESHACER. EXIT.
007520**************************************
007530*   RECHAZAR LA OPERACION (MSG)      *
007540**************************************
007550  6000-I-RECHAZO.
007560      MOVE CA-MSG        TO NMSGO.
007570      MOVE SPACES        TO NNROPREO.
007580      MOVE SPACES        TO NVALCUOO.
007590      MOVE SPACES        TO NTOTINTO.
007600      MOVE SPACES        TO NCOMPROO.
007610
007620      PERFORM 6500-I-LIMPIAR-LINEAS THRU 6500-F-LIMPIAR-LINEAS.
007630
007640      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
007650
007660  6000-F-RECHAZO. EXIT.
007670**************************************
007680*  ARMAR UNA LINEA DEL CRONOGRAMA    *
007690**************************************
007700  6100-I-ARMAR-LINEA.
007710      MOVE WS-NRO-CUOTA     TO WS-LIN-CUOTA.
007720      MOVE WS-VENCIMIENTO   TO WS-LIN-VTO.
007730      MOVE WS-CUO-CAPITAL   TO WS-LIN-CAPITAL.
007740      MOVE WS-CUO-INTERES   TO WS-LIN-INTERES.
007750      MOVE WS-CUO-IMPORTE   TO WS-LIN-IMPORTE.
007760      MOVE WS-SALDO-CAPITAL TO WS-LIN-SALDO.
007770
007780      EVALUATE WS-NRO-CUOTA
007790         WHEN 1
007800            MOVE WS-LIN-DETALLE TO NLIN01O
007810         WHEN 2
007820            MOVE WS-LIN-DETALLE TO NLIN02O
007830         WHEN 3
007840            MOVE WS-LIN-DETALLE TO NLIN03O
007850         WHEN 4
007860            MOVE WS-LIN-DETALLE TO NLIN04O
007870         WHEN 5
007880            MOVE WS-LIN-DETALLE TO NLIN05O
007890         WHEN 6
007900            MOVE WS-LIN-DETALLE TO NLIN06O
007910         WHEN 7
007920            MOVE WS-LIN-DETALLE TO NLIN07O
007930         WHEN 8
007940            MOVE WS-LIN-DETALLE TO NLIN08O
007950         WHEN 9
007960            MOVE WS-LIN-DETALLE TO NLIN09O
007970         WHEN 10
007980            MOVE WS-LIN-DETALLE TO NLIN10O
007990      END-EVALUATE.
008000
008010  6100-F-ARMAR-LINEA. EXIT.
008020**************************************
008030*  ENVIAR LA PANTALLA Y ESPERAR      *
008040**************************************
008050  6200-I-ENVIAR.
008060      MOVE WS-FECHA-HOY  TO NFECHAO.
008070
008080      EXEC CICS SEND MAP('PRES0233') MAPSET('MAPSETA')
008090                FROM(PRES0233O)
008100      END-EXEC.
008110
008120      EXEC CICS RETURN TRANSID('PRE1')
008130                COMMAREA(WS-CA-ESTADO) LENGTH(1)
008140      END-EXEC.
008150
008160  6200-F-ENVIAR. EXIT.
008170**************************************
008180*  LIMPIAR LAS LINEAS DE LA PANTALLA *
008190**************************************
008200  6500-I-LIMPIAR-LINEAS.
008210      MOVE SPACES TO NLIN01O.
008220      MOVE SPACES TO NLIN02O.
008230      MOVE SPACES TO NLIN03O.
008240      MOVE SPACES TO NLIN04O.
008250      MOVE SPACES TO NLIN05O.
008260      MOVE SPACES TO NLIN06O.
008270      MOVE SPACES TO NLIN07O.
008280      MOVE SPACES TO NLIN08O.
008290      MOVE SPACES TO NLIN09O.
008300      MOVE SPACES TO NLIN10O.
008310
008320  6500-F-LIMPIAR-LINEAS. EXIT.
008330**************************************
008340*           TOMAR FECHA              *
008350**************************************
008360  7000-I-FECHA.
008370      ACCEPT WS-AREA FROM DATE YYYYMMDD.
008380
008390      MOVE WS-AREA-AA TO WS-HOY-AA.
008400      MOVE WS-AREA-MM TO WS-HOY-MM.
008410      MOVE WS-AREA-DD TO WS-HOY-DD.
008420
008430  7000-F-FECHA. EXIT.
008440**************************************
008450*   GRABAR AUDITORIA EN LA COLA AUDT *
008460**************************************
008470  9000-I-AUDITAR.
008480      MOVE WS-FECHA-HOY    TO AUD-FECHA.
008490      ACCEPT AUD-HORA      FROM TIME.
008500      MOVE EIBUSERID       TO AUD-USERID.
008510      MOVE EIBTRMID        TO AUD-TERMID.
008520      MOVE EIBTRNID        TO AUD-TRANSACCION.
008530      MOVE SPACES          TO AUD-TIPO-DOC.
008540      MOVE ZEROS           TO AUD-NRO-DOC.
008550
008560      EXEC CICS WRITEQ TD QUEUE('AUDT')
008570                FROM(WS-AUDIT-REC) LENGTH(147)
008580      END-EXEC.
008590
008600  9000-F-AUDITAR. EXIT.
