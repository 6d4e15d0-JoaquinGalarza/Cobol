000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMTAB33.
000030**********************************************************
000040*                                                        *
000050**********************************************************
000060*     MANTENIMIENTO DE PROGRAMA                         *
000070**********************************************************
000080* FECHA   *    DETALLE        * COD *
000090**************************************
000100*         *                   *     *
000110* 15/10/26* TRANSACCION CICS DE MANTENIMIENTO DE LAS      *
000120*         * TABLAS QUE GOBIERNAN LOS PROCESOS (MAP0233/ * JCR *
000130*         * TABL0233, OPCION 29 DEL MENU, SOLO          *
000140*         * SUPERVISOR): TBTASAS, TBTASAPU, TBTARIFAS,     *
000150*         * TBLIMITES, TBTOPES, TBPARAMS Y TBCTBMAP.       *
000160*         * PF1 LISTA (PF7/PF8 PAGINAN), PF2 ALTA, PF3     *
000170*         * MODIFICA, PF4 BAJA, PF5 CONSULTA UNA FILA.     *
000180*         * VALIDA TASAS EN RANGO, PISOS NEGATIVOS,        *
000190*         * TOPE POR OPERACION NO MAYOR AL DIARIO Y        *
000200*         * CUENTAS CONTABLES INFORMADAS. LAS ALTAS,       *
000210*         * BAJAS Y MODIFICACIONES SE RECONFIRMAN CONTRA   *
000220*         * TBUSUARIOS (ROL 'S') Y DEJAN EN LA COLA AUDT   *
000230*         * LA FILA ANTES Y DESPUES DEL CAMBIO             *
000231* 15/10/26* TBTASAS Y TBTASAPU LLEVAN VIGENCIA (CAMPO    *
000232*         * VIGENCIA AAAAMMDD, EN BLANCO = HOY). LA  * JCR *
000233*         * CONSULTA TRAE LA TASA QUE RIGE A ESA FECHA;  *
000234*         * EL ALTA NO ADMITE VIGENCIAS PASADAS Y SOLO   *
000235*         * SE MODIFICAN O BORRAN TASAS FUTURAS - LAS    *
000236*         * YA VIGENTES QUEDAN COMO HISTORIA             *
000240**************************************
000250  ENVIRONMENT DIVISION.
000260  CONFIGURATION SECTION.
000270  SPECIAL-NAMES.
000280      DECIMAL-POINT IS COMMA.
000290
000300  DATA DIVISION.
000310  WORKING-STORAGE SECTION.
000320  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000330
000340      COPY MAPSETA.
000350
000360      COPY AUDITREG.
000365
000370      COPY LKFECHA.
000375
000380*************************************
000390*         FECHA DE PROCESO         *
000400*************************************
000410  01  WS-AREA.
000420      05  WS-AREA-AA       PIC 9(04)         VALUE ZEROS.
000430      05  WS-AREA-MM       PIC 9(02)         VALUE ZEROS.
000440      05  WS-AREA-DD       PIC 9(02)         VALUE ZEROS.
000450
000460  01  WS-FECHA-HOY.
000470      05  WS-HOY-AA        PIC 9(04)         VALUE ZEROS.
000480      05  WS-SEP1          PIC X(01)         VALUE '-'.
000490      05  WS-HOY-MM        PIC 9(02)         VALUE ZEROS.
000500      05  WS-SEP2          PIC X(01)         VALUE '-'.
000510      05  WS-HOY-DD        PIC 9(02)         VALUE ZEROS.
000520*************************************
000530*   LIMITES DE VALIDACION          *
000540*************************************
000550  77  CT-TASA-MAXIMA       PIC S9(3)V99 COMP-3 VALUE 200,00.
000560  77  CT-TAM-PAGINA        PIC 9(02)       VALUE 10.
000570*************************************
000580*   TABLA ELEGIDA Y OPERACION      *
000590*************************************
000600  01  WS-NOMBRE-TABLA      PIC X(09)       VALUE SPACES.
000610  01  WS-LARGO-CLAVE1      PIC 9(02)       VALUE ZEROS.
000620  01  WS-LARGO-CLAVE2      PIC 9(02)       VALUE ZEROS.
000630
000640  01  WS-OPERACION         PIC X(01)       VALUE SPACES.
000650      88 WS-OP-LEER                        VALUE 'L'.
000660      88 WS-OP-ALTA                        VALUE 'A'.
000670      88 WS-OP-MODIF                       VALUE 'M'.
000680      88 WS-OP-BAJA                        VALUE 'B'.
000690  01  WS-OPERACION-DESC    PIC X(05)       VALUE SPACES.
000700
000710  01  WS-ROL-OPERADOR      PIC X(01)       VALUE SPACES.
000720      88 WS-ROL-SUPERVISOR                 VALUE 'S'.
000730*************************************
000740*   FILA INGRESADA Y FILA ANTERIOR *
000750*   (VISTA COMUN A LAS 7 TABLAS)   *
000760*************************************
000770  01  WS-FILA.
000780      05  WS-CLAVE1        PIC X(08)       VALUE SPACES.
000790      05  WS-CLAVE2        PIC X(20)       VALUE SPACES.
000800      05  WS-VALOR1        PIC S9(9)V99 COMP-3 VALUE ZEROS.
000810      05  WS-VALOR2        PIC S9(9)V99 COMP-3 VALUE ZEROS.
000820      05  WS-CTA-DEBE      PIC X(08)       VALUE SPACES.
000830      05  WS-CTA-HABER     PIC X(08)       VALUE SPACES.
000832
000834  01  WS-VIGENCIA          PIC X(10)       VALUE SPACES.
000836  01  WS-VIG-ENTRADA       PIC X(08)       VALUE SPACES.
000840
000850  01  WS-FILA-ANT.
000860      05  WS-ANT-VALOR1    PIC S9(9)V99 COMP-3 VALUE ZEROS.
000870      05  WS-ANT-VALOR2    PIC S9(9)V99 COMP-3 VALUE ZEROS.
000880      05  WS-ANT-CTA-DEBE  PIC X(08)       VALUE SPACES.
000890      05  WS-ANT-CTA-HABER PIC X(08)       VALUE SPACES.
000900
000910  01  WS-VAL1-INGRESO      PIC X(01)       VALUE 'N'.
000920      88 WS-VAL1-INGRESADO                 VALUE 'S'.
000930  01  WS-VAL2-INGRESO      PIC X(01)       VALUE 'N'.
000940      88 WS-VAL2-INGRESADO                 VALUE 'S'.
000950
000960  77  WS-ENTERO            PIC S9(11)   COMP-3 VALUE ZEROS.
000970
000980  01  WS-VALOR-PANTALLA    PIC 9(09)V99    VALUE ZEROS.
000990  01  WS-VALOR-PANT-X      REDEFINES WS-VALOR-PANTALLA
001000                            PIC X(11).
001010*************************************
001020*   IMAGEN DE LA FILA PARA AUDT    *
001030*************************************
001040  01  WS-IMAGEN            PIC X(40)       VALUE SPACES.
001050  01  WS-IMG-VALOR1        PIC S9(9)V99 COMP-3 VALUE ZEROS.
001060  01  WS-IMG-VALOR2        PIC S9(9)V99 COMP-3 VALUE ZEROS.
001070  01  WS-IMG-CTA-DEBE      PIC X(08)       VALUE SPACES.
001080  01  WS-IMG-CTA-HABER     PIC X(08)       VALUE SPACES.
001090  01  WS-IMG-EDIT1         PIC -ZZZZZZZZ9,99.
001100  01  WS-IMG-EDIT2         PIC -ZZZZZZZZ9,99.
001110*************************************
001120*   LISTADO PAGINADO               *
001130*************************************
001140  77  WS-SALTAR            PIC 9(05)       VALUE ZEROS.
001150  77  WS-LEIDAS            PIC 9(05)       VALUE ZEROS.
001160  77  WS-CANT-LINEAS       PIC 9(02)       VALUE ZEROS.
001170  77  WS-PAGINA-EDIT       PIC ZZ9         VALUE ZEROS.
001180
001190  01  WS-FIN-CURSOR        PIC X(01)       VALUE 'N'.
001200      88 WS-CURSOR-FIN                     VALUE 'S'.
001210      88 WS-CURSOR-OK                      VALUE 'N'.
001220
001230  01  WS-LIN-TABLA.
001240      05  WS-LT-CLAVE1     PIC X(08)       VALUE SPACES.
001250      05  FILLER           PIC X(01)       VALUE SPACES.
001260      05  WS-LT-CLAVE2     PIC X(20)       VALUE SPACES.
001270      05  FILLER           PIC X(01)       VALUE SPACES.
001280      05  WS-LT-VALOR1     PIC -ZZZ.ZZZ.ZZ9,99.
001290      05  WS-LT-VALOR1-X   REDEFINES WS-LT-VALOR1
001300                            PIC X(15).
001310      05  FILLER           PIC X(02)       VALUE SPACES.
001320      05  WS-LT-VALOR2     PIC -ZZZ.ZZZ.ZZ9,99.
001330      05  WS-LT-VALOR2-X   REDEFINES WS-LT-VALOR2
001340                            PIC X(15).
001350      05  FILLER           PIC X(14)       VALUE SPACES.
001360
001370  01  WS-AYUDA.
001380      05  WS-AYUDA-1       PIC X(38)       VALUE SPACES.
001390      05  WS-AYUDA-2       PIC X(38)       VALUE SPACES.
001400
001410  01  WS-CABECERA.
001420      05  WS-CB-CLAVE1     PIC X(08)       VALUE SPACES.
001430      05  FILLER           PIC X(01)       VALUE SPACES.
001440      05  WS-CB-CLAVE2     PIC X(20)       VALUE SPACES.
001450      05  FILLER           PIC X(01)       VALUE SPACES.
001460      05  WS-CB-VALOR1     PIC X(15)       VALUE SPACES.
001470      05  FILLER           PIC X(02)       VALUE SPACES.
001480      05  WS-CB-VALOR2     PIC X(15)       VALUE SPACES.
001490      05  FILLER           PIC X(14)       VALUE SPACES.
001500*************************************
001510*   COMMAREA HACIA EL MENU (MSG)   *
001520*************************************
001530  01  WS-CA-MENU-AREA.
001540      05 CA-MSG            PIC X(72)       VALUE SPACES.
001550*************************************
001560*   COMMAREA PROPIA: TABLA, PAGINA *
001570*   Y ULTIMA FILA CONSULTADA       *
001580*************************************
001590  01  WS-CA-TAB-AREA.
001600      05 CA-ESTADO         PIC X(01)       VALUE SPACES.
001610         88 WS-CA-1RA-VEZ                  VALUE SPACES.
001620         88 WS-CA-PROCESANDO               VALUE 'P'.
001630      05 CA-TABLA          PIC 9(02)       VALUE ZEROS.
001640         88 CA-TABLA-VALIDA                VALUES 1 THRU 7.
001645         88 CA-TABLA-CON-VIGENCIA          VALUES 1 2.
001650      05 CA-PAGINA         PIC 9(03)       VALUE ZEROS.
001660      05 CA-CLAVE1         PIC X(08)       VALUE SPACES.
001670      05 CA-CLAVE2         PIC X(20)       VALUE SPACES.
001675      05 CA-VIGENCIA       PIC X(10)       VALUE SPACES.
001680*************************************
001690*             SQL                  *
001700*************************************
001710       EXEC SQL
001720         INCLUDE SQLCA
001730       END-EXEC.
001740
001750       EXEC SQL
001760         INCLUDE TBTASAS
001770       END-EXEC.
001780
001790       EXEC SQL
001800         INCLUDE TBTASAPU
001810       END-EXEC.
001820
001830       EXEC SQL
001840         INCLUDE TBTARIFAS
001850       END-EXEC.
001860
001870       EXEC SQL
001880         INCLUDE TBLIMITE
001890       END-EXEC.
001900
001910       EXEC SQL
001920         INCLUDE TBTOPES
001930       END-EXEC.
001940
001950       EXEC SQL
001960         INCLUDE TBPARAMS
001970       END-EXEC.
001980
001990       EXEC SQL
002000         INCLUDE TBCTBMAP
002010       END-EXEC.
002020
002030       EXEC SQL
002040         INCLUDE TBUSUARIO
002050       END-EXEC.
002060
002070*************************************
002080* UN CURSOR DE LISTADO POR TABLA   *
002090*************************************
002100       EXEC SQL
002110         DECLARE TAB_TAS_CURSOR CURSOR FOR
002120          SELECT TIPO_CUENTA, MONEDA, FECHA_DESDE, TASA_ANUAL
002130            FROM ITPFBIO.TBTASAS
002140           ORDER BY TIPO_CUENTA, MONEDA, FECHA_DESDE
002150       END-EXEC.
002160
002170       EXEC SQL
002180         DECLARE TAB_TPU_CURSOR CURSOR FOR
002190          SELECT TIPO_CUENTA, MONEDA, FECHA_DESDE, TASA_PUNITORIA
002200            FROM ITPFBIO.TBTASAPU
002210           ORDER BY TIPO_CUENTA, MONEDA, FECHA_DESDE
002220       END-EXEC.
002230
002240       EXEC SQL
002250         DECLARE TAB_TAR_CURSOR CURSOR FOR
002260          SELECT TIPO_CUENTA, MONEDA, CARGO_MENSUAL,
002270                 SALDO_MIN_EXENTO
002280            FROM ITPFBIO.TBTARIFAS
002290           ORDER BY TIPO_CUENTA, MONEDA
002300       END-EXEC.
002310
002320       EXEC SQL
002330         DECLARE TAB_LIM_CURSOR CURSOR FOR
002340          SELECT TIPO_CUENTA, PISO_PERMITIDO, UMBRAL_AVISO
002350            FROM ITPFBIO.TBLIMITES
002360           ORDER BY TIPO_CUENTA
002370       END-EXEC.
002380
002390       EXEC SQL
002400         DECLARE TAB_TOP_CURSOR CURSOR FOR
002410          SELECT TIPO_CUENTA, CANAL, TOPE_OPERACION, TOPE_DIARIO
002420            FROM ITPFBIO.TBTOPES
002430           ORDER BY TIPO_CUENTA, CANAL
002440       END-EXEC.
002450
002460       EXEC SQL
002470         DECLARE TAB_PAR_CURSOR CURSOR FOR
002480          SELECT PROGRAMA, PARAMETRO, VALOR
002490            FROM ITPFBIO.TBPARAMS
002500           ORDER BY PROGRAMA, PARAMETRO
002510       END-EXEC.
002520
002530       EXEC SQL
002540         DECLARE TAB_CTB_CURSOR CURSOR FOR
002550          SELECT TIPO_MOVIMIENTO, CTA_DEBE, CTA_HABER
002560            FROM ITPFBIO.TBCTBMAP
002570           ORDER BY TIPO_MOVIMIENTO
002580       END-EXEC.
002590
002600  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
002610*************************************.
002620  LINKAGE SECTION.
002630  01  DFHCOMMAREA           PIC X(44).
002640**************************************
002650  PROCEDURE DIVISION.
002660**************************************
002670*  CUERPO PRINCIPAL DEL PROGRAMA     *
002680**************************************
002690  MAIN-PROGRAM.
002700
002710      IF EIBCALEN EQUAL ZERO
002720         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
002730      ELSE
002740         MOVE DFHCOMMAREA TO WS-CA-TAB-AREA
002750         EVALUATE TRUE
002760            WHEN EIBAID EQUAL DFHPF1
002770               PERFORM 3000-I-LISTAR     THRU 3000-F-LISTAR
002780            WHEN EIBAID EQUAL DFHPF2
002790               PERFORM 4000-I-ALTA       THRU 4000-F-ALTA
002800            WHEN EIBAID EQUAL DFHPF3
002810               PERFORM 4100-I-MODIFICAR  THRU 4100-F-MODIFICAR
002820            WHEN EIBAID EQUAL DFHPF4
002830               PERFORM 4200-I-BAJA       THRU 4200-F-BAJA
002840            WHEN EIBAID EQUAL DFHPF5
002850               PERFORM 4300-I-CONSULTAR  THRU 4300-F-CONSULTAR
002860            WHEN EIBAID EQUAL DFHPF8 AND CA-TABLA-VALIDA
002870               PERFORM 3100-I-SIGUIENTE  THRU 3100-F-SIGUIENTE
002880            WHEN EIBAID EQUAL DFHPF7 AND CA-TABLA-VALIDA
002890               PERFORM 3200-I-ANTERIOR   THRU 3200-F-ANTERIOR
002900            WHEN EIBAID EQUAL DFHPF12
002910               PERFORM 3500-I-A-SALIR    THRU 3500-F-A-SALIR
002920            WHEN OTHER
002930               PERFORM 2000-I-INICIAL    THRU 2000-F-INICIAL
002940         END-EVALUATE
002950      END-IF.
002960
002970  F-MAIN-PROGRAM. EXIT.
002980**************************************
002990*      PRIMER ENVIO DE PANTALLA      *
003000**************************************
003010  2000-I-INICIAL.
003020      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
003030
003040      MOVE WS-FECHA-HOY  TO TMFECHAO.
003050      MOVE SPACES        TO TMMSGO.
003060      MOVE SPACES        TO TMAYUDAO.
003070      MOVE SPACES        TO TMCABECO.
003080      MOVE SPACES        TO TMPAGINO.
003090
003100      PERFORM 6500-I-LIMPIAR-LINEAS THRU 6500-F-LIMPIAR-LINEAS.
003110
003120      EXEC CICS SEND MAP('TABL0233') MAPSET('MAPSETA')
003130                FROM(TABL0233O) ERASE
003140      END-EXEC.
003150
003160      MOVE 'P'    TO CA-ESTADO.
003170      MOVE ZEROS  TO CA-TABLA.
003180      MOVE ZEROS  TO CA-PAGINA.
003190      MOVE SPACES TO CA-CLAVE1.
003200      MOVE SPACES TO CA-CLAVE2.
003205      MOVE SPACES TO CA-VIGENCIA.
003210
003220      EXEC CICS RETURN TRANSID('TAB1')
003230                COMMAREA(WS-CA-TAB-AREA) LENGTH(44)
003240      END-EXEC.
003250
003260  2000-F-INICIAL. EXIT.
003270**************************************
003280*  RECIBIR LA PANTALLA: TABLA, CLAVE *
003290*  Y VALORES. LA CLAVE QUE NO SE     *
003300*  REINGRESA ES LA ULTIMA CONSULTADA *
003310**************************************
003320  2100-I-RECIBIR.
003330      EXEC CICS RECEIVE MAP('TABL0233') MAPSET('MAPSETA')
003340                INTO(TABL0233I)
003350      END-EXEC.
003360
003370      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
003380
003390      MOVE SPACES TO CA-MSG.
003400
003410      IF TMTABLAI NUMERIC
003420         IF TMTABLAI NOT EQUAL CA-TABLA
003430            MOVE SPACES TO CA-CLAVE1
003440            MOVE SPACES TO CA-CLAVE2
003445            MOVE SPACES TO CA-VIGENCIA
003450         END-IF
003460         MOVE TMTABLAI TO CA-TABLA
003470      END-IF.
003480
003490      IF NOT CA-TABLA-VALIDA
003500         MOVE ZEROS TO CA-TABLA
003510         MOVE 'TABLA INVALIDA - ELIJA DE 01 A 07' TO CA-MSG
003520         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003530      END-IF.
003540
003550      PERFORM 2200-I-TEXTOS THRU 2200-F-TEXTOS.
003560
003570      MOVE TMCLAV1I TO WS-CLAVE1.
003580      MOVE TMCLAV2I TO WS-CLAVE2.
003582      MOVE TMVIGENI TO WS-VIG-ENTRADA.
003584      MOVE SPACES   TO WS-VIGENCIA.
003586
003588      IF WS-VIG-ENTRADA EQUAL LOW-VALUES
003590         MOVE SPACES TO WS-VIG-ENTRADA
003592      END-IF.
003594
003600      IF WS-CLAVE1 EQUAL SPACES OR LOW-VALUES
003610         MOVE CA-CLAVE1 TO WS-CLAVE1
003620         MOVE CA-CLAVE2 TO WS-CLAVE2
003622         IF WS-VIG-ENTRADA EQUAL SPACES
003624            MOVE CA-VIGENCIA TO WS-VIGENCIA
003626         END-IF
003630      END-IF.
003640
003650      IF WS-CLAVE2 EQUAL LOW-VALUES
003660         MOVE SPACES TO WS-CLAVE2
003670      END-IF.
003680
003690      MOVE 'N' TO WS-VAL1-INGRESO.
003700      MOVE 'N' TO WS-VAL2-INGRESO.
003710      MOVE ZEROS TO WS-VALOR1.
003720      MOVE ZEROS TO WS-VALOR2.
003730
003740      IF TMVAL1I NUMERIC
003750         MOVE TMVAL1I TO WS-VALOR1
003760         SET WS-VAL1-INGRESADO TO TRUE
003770         IF TMSIGN1I EQUAL '-'
003780            COMPUTE WS-VALOR1 = WS-VALOR1 * -1
003790         END-IF
003800      END-IF.
003810
003820      IF TMVAL2I NUMERIC
003830         MOVE TMVAL2I TO WS-VALOR2
003840         SET WS-VAL2-INGRESADO TO TRUE
003850         IF TMSIGN2I EQUAL '-'
003860            COMPUTE WS-VALOR2 = WS-VALOR2 * -1
003870         END-IF
003880      END-IF.
003890
003900      MOVE TMCTADI TO WS-CTA-DEBE.
003910      MOVE TMCTAHI TO WS-CTA-HABER.
003920
003930      IF WS-CTA-DEBE EQUAL LOW-VALUES
003940         MOVE SPACES TO WS-CTA-DEBE
003950      END-IF.
003960
003970      IF WS-CTA-HABER EQUAL LOW-VALUES
003980         MOVE SPACES TO WS-CTA-HABER
003990      END-IF.
004000
004010  2100-F-RECIBIR. EXIT.
004020**************************************
004030*  NOMBRE, AYUDA Y CABECERA DE LA    *
004040*  TABLA ELEGIDA Y LARGO DE CLAVES   *
004050**************************************
004060  2200-I-TEXTOS.
004070      MOVE SPACES TO WS-AYUDA.
004080      MOVE SPACES TO WS-CABECERA.
004090
004100      EVALUATE CA-TABLA
004110         WHEN 1
004120            MOVE 'TBTASAS'     TO WS-NOMBRE-TABLA
004130            MOVE 2             TO WS-LARGO-CLAVE1
004140            MOVE 2             TO WS-LARGO-CLAVE2
004150            MOVE 'CLAVE1=TIPO CUENTA  CLAVE2=MONEDA'
004160                 TO WS-AYUDA-1
004170            MOVE 'VALOR1=TASA ANUAL  VIGENCIA=AAAAMMDD'
004180                 TO WS-AYUDA-2
004190            MOVE 'TIPO CTA'    TO WS-CB-CLAVE1
004200            MOVE 'MO VIGENCIA' TO WS-CB-CLAVE2
004210            MOVE '     TASA ANUAL' TO WS-CB-VALOR1
004220         WHEN 2
004230            MOVE 'TBTASAPU'    TO WS-NOMBRE-TABLA
004240            MOVE 2             TO WS-LARGO-CLAVE1
004250            MOVE 2             TO WS-LARGO-CLAVE2
004260            MOVE 'CLAVE1=TIPO CUENTA  CLAVE2=MONEDA'
004270                 TO WS-AYUDA-1
004280            MOVE 'VALOR1=TASA PUNIT.  VIGENCIA=AAAAMMDD'
004290                 TO WS-AYUDA-2
004300            MOVE 'TIPO CTA'    TO WS-CB-CLAVE1
004310            MOVE 'MO VIGENCIA' TO WS-CB-CLAVE2
004320            MOVE ' TASA PUNITORIA' TO WS-CB-VALOR1
004330         WHEN 3
004340            MOVE 'TBTARIFAS'   TO WS-NOMBRE-TABLA
004350            MOVE 2             TO WS-LARGO-CLAVE1
004360            MOVE 2             TO WS-LARGO-CLAVE2
004370            MOVE 'CLAVE1=TIPO CTA  CLAVE2=MONEDA'
004380                 TO WS-AYUDA-1
004390            MOVE 'VALOR1=CARGO MES  VALOR2=SALDO EXENTO'
004400                 TO WS-AYUDA-2
004410            MOVE 'TIPO CTA'    TO WS-CB-CLAVE1
004420            MOVE 'MONEDA'      TO WS-CB-CLAVE2
004430            MOVE '  CARGO MENSUAL' TO WS-CB-VALOR1
004440            MOVE 'SALDO MIN.EXENT' TO WS-CB-VALOR2
004450         WHEN 4
004460            MOVE 'TBLIMITES'   TO WS-NOMBRE-TABLA
004470            MOVE 2             TO WS-LARGO-CLAVE1
004480            MOVE ZEROS         TO WS-LARGO-CLAVE2
004490            MOVE 'CLAVE1=TIPO CUENTA'
004500                 TO WS-AYUDA-1
004510            MOVE 'VALOR1=PISO (SIGNO -)  VALOR2=UMBRAL'
004520                 TO WS-AYUDA-2
004530            MOVE 'TIPO CTA'    TO WS-CB-CLAVE1
004540            MOVE '  PISO PERMITIDO' TO WS-CB-VALOR1
004550            MOVE '   UMBRAL AVISO' TO WS-CB-VALOR2
004560         WHEN 5
004570            MOVE 'TBTOPES'     TO WS-NOMBRE-TABLA
004580            MOVE 2             TO WS-LARGO-CLAVE1
004590            MOVE 4             TO WS-LARGO-CLAVE2
004600            MOVE 'CLAVE1=TIPO CTA  CLAVE2=CANAL'
004610                 TO WS-AYUDA-1
004620            MOVE 'VALOR1=TOPE OPERAC.  VALOR2=TOPE DIA'
004630                 TO WS-AYUDA-2
004640            MOVE 'TIPO CTA'    TO WS-CB-CLAVE1
004650            MOVE 'CANAL'       TO WS-CB-CLAVE2
004660            MOVE ' TOPE OPERACION' TO WS-CB-VALOR1
004670            MOVE '    TOPE DIARIO' TO WS-CB-VALOR2
004680         WHEN 6
004690            MOVE 'TBPARAMS'    TO WS-NOMBRE-TABLA
004700            MOVE 8             TO WS-LARGO-CLAVE1
004710            MOVE 20            TO WS-LARGO-CLAVE2
004720            MOVE 'CLAVE1=PROGRAMA  CLAVE2=PARAMETRO'
004730                 TO WS-AYUDA-1
004740            MOVE 'VALOR1=VALOR (ENTERO, SIGNO -)'
004750                 TO WS-AYUDA-2
004760            MOVE 'PROGRAMA'    TO WS-CB-CLAVE1
004770            MOVE 'PARAMETRO'   TO WS-CB-CLAVE2
004780            MOVE '          VALOR' TO WS-CB-VALOR1
004790         WHEN 7
004800            MOVE 'TBCTBMAP'    TO WS-NOMBRE-TABLA
004810            MOVE 2             TO WS-LARGO-CLAVE1
004820            MOVE ZEROS         TO WS-LARGO-CLAVE2
004830            MOVE 'CLAVE1=TIPO DE MOVIMIENTO'
004840                 TO WS-AYUDA-1
004850            MOVE 'CTA DEBE Y CTA HABER CONTABLES'
004860                 TO WS-AYUDA-2
004870            MOVE 'TIPO MOV'    TO WS-CB-CLAVE1
004880            MOVE 'CTA DEBE'    TO WS-CB-VALOR1
004890            MOVE 'CTA HABER'   TO WS-CB-VALOR2
004900      END-EVALUATE.
004910
004920      MOVE WS-AYUDA    TO TMAYUDAO.
004930      MOVE WS-CABECERA TO TMCABECO.
004940
004950  2200-F-TEXTOS. EXIT.
004960**************************************
004970*  LOS CAMBIOS SE RECONFIRMAN CONTRA *
004980*  TBUSUARIOS: SOLO ROL 'S'          *
004990**************************************
005000  2300-I-VERIFICAR-SUPERVISOR.
005010      MOVE SPACES    TO WS-ROL-OPERADOR.
005020      MOVE EIBUSERID TO USU-USERID.
005030
005040      EXEC SQL
005050         SELECT ROL
005060           INTO :USU-ROL
005070           FROM ITPFBIO.TBUSUARIOS
005080          WHERE USERID EQUAL :USU-USERID
005090            AND ESTADO EQUAL 'A'
005100      END-EXEC.
005110
005120      IF SQLCODE EQUAL ZEROS
005130         MOVE USU-ROL TO WS-ROL-OPERADOR
005140      END-IF.
005150
005160      IF NOT WS-ROL-SUPERVISOR
005170         MOVE 'OPERACION RESERVADA A SUPERVISORES' TO CA-MSG
005180         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005190      END-IF.
005200
005210  2300-F-VERIFICAR-SUPERVISOR. EXIT.
005220**************************************
005230*   LISTAR LA TABLA (PF1)            *
005240**************************************
005250  3000-I-LISTAR.
005260      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
005270
005280      MOVE 1 TO CA-PAGINA.
005290
005300      PERFORM 3300-I-CARGAR-PAGINA THRU 3300-F-CARGAR-PAGINA.
005310
005320      IF WS-CANT-LINEAS EQUAL ZEROS
005330         MOVE 'LA TABLA NO TIENE FILAS' TO CA-MSG
005340      END-IF.
005350
005360      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
005370
005380  3000-F-LISTAR. EXIT.
005390**************************************
005400*   PAGINA SIGUIENTE (PF8)           *
005410**************************************
005420  3100-I-SIGUIENTE.
005430      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
005440      PERFORM 2200-I-TEXTOS THRU 2200-F-TEXTOS.
005450
005460      MOVE SPACES TO CA-MSG.
005470
005480      ADD 1 TO CA-PAGINA.
005490
005500      PERFORM 3300-I-CARGAR-PAGINA THRU 3300-F-CARGAR-PAGINA.
005510
005520      IF WS-CANT-LINEAS EQUAL ZEROS AND CA-PAGINA GREATER 1
005530         SUBTRACT 1 FROM CA-PAGINA
005540         PERFORM 3300-I-CARGAR-PAGINA THRU 3300-F-CARGAR-PAGINA
005550         MOVE 'NO HAY MAS FILAS HACIA ADELANTE' TO CA-MSG
005560      END-IF.
005570
005580      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
005590
005600  3100-F-SIGUIENTE. EXIT.
005610**************************************
005620*   PAGINA ANTERIOR (PF7)            *
005630**************************************
005640  3200-I-ANTERIOR.
005650      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
005660      PERFORM 2200-I-TEXTOS THRU 2200-F-TEXTOS.
005670
005680      MOVE SPACES TO CA-MSG.
005690
005700      IF CA-PAGINA NOT GREATER 1
005710         MOVE 1 TO CA-PAGINA
005720         MOVE 'ESTA EN LA PRIMER PAGINA' TO CA-MSG
005730      ELSE
005740         SUBTRACT 1 FROM CA-PAGINA
005750      END-IF.
005760
005770      PERFORM 3300-I-CARGAR-PAGINA THRU 3300-F-CARGAR-PAGINA.
005780
005790      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
005800
005810  3200-F-ANTERIOR. EXIT.
005820**************************************
005830*  LEER LA PAGINA PEDIDA DE LA TABLA *
005840*  ELEGIDA (SE SALTEAN LAS FILAS DE  *
005850*  LAS PAGINAS ANTERIORES)           *
005860**************************************
005870  3300-I-CARGAR-PAGINA.
005880      PERFORM 6500-I-LIMPIAR-LINEAS THRU 6500-F-LIMPIAR-LINEAS.
005890
005900      COMPUTE WS-SALTAR = (CA-PAGINA - 1) * CT-TAM-PAGINA.
005910      MOVE ZEROS TO WS-LEIDAS.
005920      MOVE ZEROS TO WS-CANT-LINEAS.
005930
005940      EVALUATE CA-TABLA
005950         WHEN 1
005960            PERFORM 3310-I-LISTAR-TASAS  THRU 3310-F-LISTAR-TASAS
005970         WHEN 2
005980            PERFORM 3320-I-LISTAR-TASAPU THRU 3320-F-LISTAR-TASAPU
005990         WHEN 3
006000            PERFORM 3330-I-LISTAR-TARIFAS
006010               THRU 3330-F-LISTAR-TARIFAS
006020         WHEN 4
006030            PERFORM 3340-I-LISTAR-LIMITES
006040               THRU 3340-F-LISTAR-LIMITES
006050         WHEN 5
006060            PERFORM 3350-I-LISTAR-TOPES  THRU 3350-F-LISTAR-TOPES
006070         WHEN 6
006080            PERFORM 3360-I-LISTAR-PARAMS THRU 3360-F-LISTAR-PARAMS
006090         WHEN 7
006100            PERFORM 3370-I-LISTAR-CTBMAP THRU 3370-F-LISTAR-CTBMAP
006110      END-EVALUATE.
006120
006130      MOVE CA-PAGINA      TO WS-PAGINA-EDIT.
006140      MOVE WS-PAGINA-EDIT TO TMPAGINO.
006150
006160  3300-F-CARGAR-PAGINA. EXIT.
006170**************************************
006180*  LISTADO DE TBTASAS                *
006190**************************************
006200  3310-I-LISTAR-TASAS.
006210      EXEC SQL
006220         OPEN TAB_TAS_CURSOR
006230      END-EXEC.
006240
006250      IF SQLCODE NOT EQUAL ZEROS
006260         MOVE 'ERROR AL LEER LA TABLA - VER SQLCODE' TO CA-MSG
006270         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006280      END-IF.
006290
006300      SET WS-CURSOR-OK TO TRUE.
006310
006320      PERFORM 3311-I-FETCH-TASAS THRU 3311-F-FETCH-TASAS
006330         UNTIL WS-CURSOR-FIN.
006340
006350      EXEC SQL
006360         CLOSE TAB_TAS_CURSOR
006370      END-EXEC.
006380
006390  3310-F-LISTAR-TASAS. EXIT.
006400
006410  3311-I-FETCH-TASAS.
006420      EXEC SQL
006430         FETCH TAB_TAS_CURSOR
006440         INTO :TAS-TIPO-CUENTA, :TAS-MONEDA, :TAS-FECHA-DESDE,
006445              :TAS-TASA-ANUAL
006450      END-EXEC.
006460
006470      IF SQLCODE NOT EQUAL ZEROS
006480         SET WS-CURSOR-FIN TO TRUE
006490         GO TO 3311-F-FETCH-TASAS
006500      END-IF.
006510
006520      MOVE TAS-TIPO-CUENTA TO WS-LT-CLAVE1.
006530      MOVE TAS-MONEDA      TO WS-LT-CLAVE2.
006535      MOVE TAS-FECHA-DESDE TO WS-LT-CLAVE2 (4:10).
006540      MOVE TAS-TASA-ANUAL  TO WS-LT-VALOR1.
006550      MOVE SPACES          TO WS-LT-VALOR2-X.
006560
006570      PERFORM 3390-I-AGREGAR-LINEA THRU 3390-F-AGREGAR-LINEA.
006580
006590  3311-F-FETCH-TASAS. EXIT.
006600**************************************
006610*  LISTADO DE TBTASAPU               *
006620**************************************
006630  3320-I-LISTAR-TASAPU.
006640      EXEC SQL
006650         OPEN TAB_TPU_CURSOR
006660      END-EXEC.
006670
006680      IF SQLCODE NOT EQUAL ZEROS
006690         MOVE 'ERROR AL LEER LA TABLA - VER SQLCODE' TO CA-MSG
006700         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006710      END-IF.
006720
006730      SET WS-CURSOR-OK TO TRUE.
006740
006750      PERFORM 3321-I-FETCH-TASAPU THRU 3321-F-FETCH-TASAPU
006760         UNTIL WS-CURSOR-FIN.
006770
006780      EXEC SQL
006790         CLOSE TAB_TPU_CURSOR
006800      END-EXEC.
006810
006820  3320-F-LISTAR-TASAPU. EXIT.
006830
006840  3321-I-FETCH-TASAPU.
006850      EXEC SQL
006860         FETCH TAB_TPU_CURSOR
006870         INTO :TPU-TIPO-CUENTA, :TPU-MONEDA, :TPU-FECHA-DESDE,
006875              :TPU-TASA-PUNITORIA
006880      END-EXEC.
006890
006900      IF SQLCODE NOT EQUAL ZEROS
006910         SET WS-CURSOR-FIN TO TRUE
006920         GO TO 3321-F-FETCH-TASAPU
006930      END-IF.
006940
006950      MOVE TPU-TIPO-CUENTA    TO WS-LT-CLAVE1.
006960      MOVE TPU-MONEDA         TO WS-LT-CLAVE2.
006965      MOVE TPU-FECHA-DESDE    TO WS-LT-CLAVE2 (4:10).
006970      MOVE TPU-TASA-PUNITORIA TO WS-LT-VALOR1.
006980      MOVE SPACES             TO WS-LT-VALOR2-X.
006990
007000      PERFORM 3390-I-AGREGAR-LINEA THRU 3390-F-AGREGAR-LINEA.
007010
007020  3321-F-FETCH-TASAPU. EXIT.
007030**************************************
007040*  LISTADO DE TBTARIFAS              *
007050**************************************
007060  3330-I-LISTAR-TARIFAS.
007070      EXEC SQL
007080         OPEN TAB_TAR_CURSOR
007090      END-EXEC.
007100
007110      IF SQLCODE NOT EQUAL ZEROS
007120         MOVE 'ERROR AL LEER LA TABLA - VER SQLCODE' TO CA-MSG
007130         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
007140      END-IF.
007150
007160      SET WS-CURSOR-OK TO TRUE.
007170
007180      PERFORM 3331-I-FETCH-TARIFAS THRU 3331-F-FETCH-TARIFAS
007190         UNTIL WS-CURSOR-FIN.
007200
007210      EXEC SQL
007220         CLOSE TAB_TAR_CURSOR
007230      END-EXEC.
007240
007250  3330-F-LISTAR-TARIFAS. EXIT.
007260
007270  3331-I-FETCH-TARIFAS.
007280      EXEC SQL
007290         FETCH TAB_TAR_CURSOR
007300         INTO :TAR-TIPO-CUENTA, :TAR-MONEDA, :TAR-CARGO-MENSUAL,
007310              :TAR-SALDO-MIN-EXENTO
007320      END-EXEC.
007330
007340      IF SQLCODE NOT EQUAL ZEROS
007350         SET WS-CURSOR-FIN TO TRUE
007360         GO TO 3331-F-FETCH-TARIFAS
007370      END-IF.
007380
007390      MOVE TAR-TIPO-CUENTA      TO WS-LT-CLAVE1.
007400      MOVE TAR-MONEDA           TO WS-LT-CLAVE2.
007410      MOVE TAR-CARGO-MENSUAL    TO WS-LT-VALOR1.
007420      MOVE TAR-SALDO-MIN-EXENTO TO WS-LT-VALOR2.
007430
007440      PERFORM 3390-I-AGREGAR-LINEA THRU 3390-F-AGREGAR-LINEA.
007450
007460  3331-F-FETCH-TARIFAS. EXIT.
007470**************************************
007480*  LISTADO DE TBLIMITES              *
007490**************************************
007500  3340-I-LISTAR-LIMITES.
007510      EXEC SQL
007520         OPEN TAB_LIM_CURSOR
007530      END-EXEC.
007540
007550      IF SQLCODE NOT EQUAL ZEROS
007560         MOVE 'ERROR AL LEER LA TABLA - VER SQLCODE' TO CA-MSG
007570         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
007580      END-IF.
007590
007600      SET WS-CURSOR-OK TO TRUE.
007610
007620      PERFORM 3341-I-FETCH-LIMITES THRU 3341-F-FETCH-LIMITES
007630         UNTIL WS-CURSOR-FIN.
007640
007650      EXEC SQL
007660         CLOSE TAB_LIM_CURSOR
007670      END-EXEC.
007680
007690  3340-F-LISTAR-LIMITES. EXIT.
007700
007710  3341-I-FETCH-LIMITES.
007720      EXEC SQL
007730         FETCH TAB_LIM_CURSOR
007740         INTO :LIM-TIPO-CUENTA, :LIM-PISO-PERMITIDO,
007750              :LIM-UMBRAL-AVISO
007760      END-EXEC.
007770
007780      IF SQLCODE NOT EQUAL ZEROS
007790         SET WS-CURSOR-FIN TO TRUE
007800         GO TO 3341-F-FETCH-LIMITES
007810      END-IF.
007820
007830      MOVE LIM-TIPO-CUENTA    TO WS-LT-CLAVE1.
007840      MOVE SPACES             TO WS-LT-CLAVE2.
007850      MOVE LIM-PISO-PERMITIDO TO WS-LT-VALOR1.
007860      MOVE LIM-UMBRAL-AVISO   TO WS-LT-VALOR2.
007870
007880      PERFORM 3390-I-AGREGAR-LINEA THRU 3390-F-AGREGAR-LINEA.
007890
007900  3341-F-FETCH-LIMITES. EXIT.
007910**************************************
007920*  LISTADO DE TBTOPES                *
007930**************************************
007940  3350-I-LISTAR-TOPES.
007950      EXEC SQL
007960         OPEN TAB_TOP_CURSOR
007970      END-EXEC.
007980
007990      IF SQLCODE NOT EQUAL ZEROS
008000         MOVE 'ERROR AL LEER LA TABLA - VER SQLCODE' TO CA-MSG
008010         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
008020      END-IF.
008030
008040      SET WS-CURSOR-OK TO TRUE.
008050
008060      PERFORM 3351-I-FETCH-TOPES THRU 3351-F-FETCH-TOPES
008070         UNTIL WS-CURSOR-FIN.
008080
008090      EXEC SQL
008100         CLOSE TAB_TOP_CURSOR
008110      END-EXEC.
008120
008130  3350-F-LISTAR-TOPES. EXIT.
008140
008150  3351-I-FETCH-TOPES.
008160      EXEC SQL
008170         FETCH TAB_TOP_CURSOR
008180         INTO :TOP-TIPO-CUENTA, :TOP-CANAL, :TOP-TOPE-OPERACION,
008190              :TOP-TOPE-DIARIO
008200      END-EXEC.
008210
008220      IF SQLCODE NOT EQUAL ZEROS
008230         SET WS-CURSOR-FIN TO TRUE
008240         GO TO 3351-F-FETCH-TOPES
008250      END-IF.
008260
008270      MOVE TOP-TIPO-CUENTA    TO WS-LT-CLAVE1.
008280      MOVE TOP-CANAL          TO WS-LT-CLAVE2.
008290      MOVE TOP-TOPE-OPERACION TO WS-LT-VALOR1.
008300      MOVE TOP-TOPE-DIARIO    TO WS-LT-VALOR2.
008310
008320      PERFORM 3390-I-AGREGAR-LINEA THRU 3390-F-AGREGAR-LINEA.
008330
008340  3351-F-FETCH-TOPES. EXIT.
008350**************************************
008360*  LISTADO DE TBPARAMS               *
008370**************************************
008380  3360-I-LISTAR-PARAMS.
008390      EXEC SQL
008400         OPEN TAB_PAR_CURSOR
008410      END-EXEC.
008420
008430      IF SQLCODE NOT EQUAL ZEROS
008440         MOVE 'ERROR AL LEER LA TABLA - VER SQLCODE' TO CA-MSG
008450         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
008460      END-IF.
008470
008480      SET WS-CURSOR-OK TO TRUE.
008490
008500      PERFORM 3361-I-FETCH-PARAMS THRU 3361-F-FETCH-PARAMS
008510         UNTIL WS-CURSOR-FIN.
008520
008530      EXEC SQL
008540         CLOSE TAB_PAR_CURSOR
008550      END-EXEC.
008560
008570  3360-F-LISTAR-PARAMS. EXIT.
008580
008590  3361-I-FETCH-PARAMS.
008600      EXEC SQL
008610         FETCH TAB_PAR_CURSOR
008620         INTO :PAR-PROGRAMA, :PAR-PARAMETRO, :PAR-VALOR
008630      END-EXEC.
008640
008650      IF SQLCODE NOT EQUAL ZEROS
008660         SET WS-CURSOR-FIN TO TRUE
008670         GO TO 3361-F-FETCH-PARAMS
008680      END-IF.
008690
008700      MOVE PAR-PROGRAMA  TO WS-LT-CLAVE1.
008710      MOVE PAR-PARAMETRO TO WS-LT-CLAVE2.
008720      MOVE PAR-VALOR     TO WS-LT-VALOR1.
008730      MOVE SPACES        TO WS-LT-VALOR2-X.
008740
008750      PERFORM 3390-I-AGREGAR-LINEA THRU 3390-F-AGREGAR-LINEA.
008760
008770  3361-F-FETCH-PARAMS. EXIT.
008780**************************************
008790*  LISTADO DE TBCTBMAP               *
008800**************************************
008810  3370-I-LISTAR-CTBMAP.
008820      EXEC SQL
008830         OPEN TAB_CTB_CURSOR
008840      END-EXEC.
008850
008860      IF SQLCODE NOT EQUAL ZEROS
008870         MOVE 'ERROR AL LEER LA TABLA - VER SQLCODE' TO CA-MSG
008880         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
008890      END-IF.
008900
008910      SET WS-CURSOR-OK TO TRUE.
008920
008930      PERFORM 3371-I-FETCH-CTBMAP THRU 3371-F-FETCH-CTBMAP
008940         UNTIL WS-CURSOR-FIN.
008950
008960      EXEC SQL
008970         CLOSE TAB_CTB_CURSOR
008980      END-EXEC.
008990
009000  3370-F-LISTAR-CTBMAP. EXIT.
009010
009020  3371-I-FETCH-CTBMAP.
009030      EXEC SQL
009040         FETCH TAB_CTB_CURSOR
009050         INTO :CTB-TIPO-MOVIMIENTO, :CTB-CTA-DEBE, :CTB-CTA-HABER
009060      END-EXEC.
009070
009080      IF SQLCODE NOT EQUAL ZEROS
009090         SET WS-CURSOR-FIN TO TRUE
009100         GO TO 3371-F-FETCH-CTBMAP
009110      END-IF.
009120
009130      MOVE CTB-TIPO-MOVIMIENTO TO WS-LT-CLAVE1.
009140      MOVE SPACES              TO WS-LT-CLAVE2.
009150      MOVE CTB-CTA-DEBE        TO WS-LT-VALOR1-X.
009160      MOVE CTB-CTA-HABER       TO WS-LT-VALOR2-X.
009170
009180      PERFORM 3390-I-AGREGAR-LINEA THRU 3390-F-AGREGAR-LINEA.
009190
009200  3371-F-FETCH-CTBMAP. EXIT.
009210**************************************
009220*  PASAR UNA FILA A LA PANTALLA SI   *
009230*  CORRESPONDE A LA PAGINA PEDIDA    *
009240**************************************
009250  3390-I-AGREGAR-LINEA.
009260      ADD 1 TO WS-LEIDAS.
009270
009280      IF WS-LEIDAS NOT GREATER WS-SALTAR
009290         GO TO 3390-F-AGREGAR-LINEA
009300      END-IF.
009310
009320      ADD 1 TO WS-CANT-LINEAS.
009330
009340      EVALUATE WS-CANT-LINEAS
009350         WHEN 1
009360            MOVE WS-LIN-TABLA TO TMLIN1O
009370         WHEN 2
009380            MOVE WS-LIN-TABLA TO TMLIN2O
009390         WHEN 3
009400            MOVE WS-LIN-TABLA TO TMLIN3O
009410         WHEN 4
009420            MOVE WS-LIN-TABLA TO TMLIN4O
009430         WHEN 5
009440            MOVE WS-LIN-TABLA TO TMLIN5O
009450         WHEN 6
009460            MOVE WS-LIN-TABLA TO TMLIN6O
009470         WHEN 7
009480            MOVE WS-LIN-TABLA TO TMLIN7O
009490         WHEN 8
009500            MOVE WS-LIN-TABLA TO TMLIN8O
009510         WHEN 9
009520            MOVE WS-LIN-TABLA TO TMLIN9O
009530         WHEN 10
009540            MOVE WS-LIN-TABLA TO TMLIN10O
009550      END-EVALUATE.
009560
009570      IF WS-CANT-LINEAS NOT LESS CT-TAM-PAGINA
009580         SET WS-CURSOR-FIN TO TRUE
009590      END-IF.
009600
009610  3390-F-AGREGAR-LINEA. EXIT.
009620**************************************
009630*   VOLVER AL MENU PRINCIPAL (PF12)  *
009640**************************************
009650  3500-I-A-SALIR.
009660      MOVE SPACES TO CA-MSG.
009670
009680      EXEC CICS XCTL PROGRAM('PGMMEN33')
009690                COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
009700      END-EXEC.
009710
009720  3500-F-A-SALIR. EXIT.
009730**************************************
009740*   ALTA DE UNA FILA (PF2)           *
009750**************************************
009760  4000-I-ALTA.
009770      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
009780      PERFORM 2300-I-VERIFICAR-SUPERVISOR
009790         THRU 2300-F-VERIFICAR-SUPERVISOR.
009800      PERFORM 5000-I-VALIDAR-CLAVE THRU 5000-F-VALIDAR-CLAVE.
009810      PERFORM 5100-I-VALIDAR-VALORES THRU 5100-F-VALIDAR-VALORES.
009820
009822      IF CA-TABLA-CON-VIGENCIA
009824      AND WS-VIGENCIA LESS WS-FECHA-HOY
009826         MOVE 'LA VIGENCIA NO PUEDE SER ANTERIOR A HOY' TO CA-MSG
009828         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
009829      END-IF.
009830
009832      SET WS-OP-ALTA TO TRUE.
009840      MOVE 'ALTA'    TO WS-OPERACION-DESC.
009850
009860      PERFORM 5500-I-ACCEDER-TABLA THRU 5500-F-ACCEDER-TABLA.
009870
009880      EVALUATE SQLCODE
009890         WHEN ZEROS
009900            CONTINUE
009910         WHEN -803
009920            MOVE 'LA FILA YA EXISTE - USE PF3 PARA MODIFICARLA'
009930                 TO CA-MSG
009940            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
009950         WHEN OTHER
009960            MOVE 'ERROR AL GRABAR LA FILA - VER SQLCODE' TO CA-MSG
009970            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
009980      END-EVALUATE.
009990
010000      MOVE SPACES TO AUD-VALOR-ANTES.
010010      PERFORM 8100-I-IMAGEN-NUEVA THRU 8100-F-IMAGEN-NUEVA.
010020      MOVE WS-IMAGEN TO AUD-VALOR-DESPUES.
010030
010040      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
010050
010060      MOVE 'FILA AGREGADA CORRECTAMENTE' TO CA-MSG.
010070
010080      PERFORM 4900-I-REFRESCAR THRU 4900-F-REFRESCAR.
010090
010100  4000-F-ALTA. EXIT.
010110**************************************
010120*   MODIFICAR UNA FILA (PF3) - EL    *
010130*   VALOR QUE NO SE INGRESA QUEDA    *
010140*   COMO ESTABA                      *
010150**************************************
010160  4100-I-MODIFICAR.
010170      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
010180      PERFORM 2300-I-VERIFICAR-SUPERVISOR
010190         THRU 2300-F-VERIFICAR-SUPERVISOR.
010200      PERFORM 5000-I-VALIDAR-CLAVE THRU 5000-F-VALIDAR-CLAVE.
010210      PERFORM 5200-I-LEER-ACTUAL   THRU 5200-F-LEER-ACTUAL.
010212
010213      IF CA-TABLA-CON-VIGENCIA
010214      AND WS-VIGENCIA NOT GREATER WS-FECHA-HOY
010215         MOVE 'TASA YA VIGENTE - CARGUE UNA NUEVA VIGENCIA (PF2)'
010216              TO CA-MSG
010217         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
010218      END-IF.
010220
010230      IF NOT WS-VAL1-INGRESADO
010240         MOVE WS-ANT-VALOR1 TO WS-VALOR1
010250      END-IF.
010260
010270      IF NOT WS-VAL2-INGRESADO
010280         MOVE WS-ANT-VALOR2 TO WS-VALOR2
010290      END-IF.
010300
010310      IF WS-CTA-DEBE EQUAL SPACES
010320         MOVE WS-ANT-CTA-DEBE TO WS-CTA-DEBE
010330      END-IF.
010340
010350      IF WS-CTA-HABER EQUAL SPACES
010360         MOVE WS-ANT-CTA-HABER TO WS-CTA-HABER
010370      END-IF.
010380
010390      PERFORM 5100-I-VALIDAR-VALORES THRU 5100-F-VALIDAR-VALORES.
010400
010410      SET WS-OP-MODIF TO TRUE.
010420      MOVE 'MODIF'    TO WS-OPERACION-DESC.
010430
010440      PERFORM 5500-I-ACCEDER-TABLA THRU 5500-F-ACCEDER-TABLA.
010450
010460      IF SQLCODE NOT EQUAL ZEROS
010470         MOVE 'ERROR AL MODIFICAR LA FILA - VER SQLCODE' TO CA-MSG
010480         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
010490      END-IF.
010500
010510      PERFORM 8000-I-IMAGEN-ANTERIOR THRU 8000-F-IMAGEN-ANTERIOR.
010520      MOVE WS-IMAGEN TO AUD-VALOR-ANTES.
010530      PERFORM 8100-I-IMAGEN-NUEVA THRU 8100-F-IMAGEN-NUEVA.
010540      MOVE WS-IMAGEN TO AUD-VALOR-DESPUES.
010550
010560      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
010570
010580      MOVE 'FILA MODIFICADA CORRECTAMENTE' TO CA-MSG.
010590
010600      PERFORM 4900-I-REFRESCAR THRU 4900-F-REFRESCAR.
010610
010620  4100-F-MODIFICAR. EXIT.
010630**************************************
010640*   BAJA DE UNA FILA (PF4)           *
010650**************************************
010660  4200-I-BAJA.
010670      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
010680      PERFORM 2300-I-VERIFICAR-SUPERVISOR
010690         THRU 2300-F-VERIFICAR-SUPERVISOR.
010700      PERFORM 5000-I-VALIDAR-CLAVE THRU 5000-F-VALIDAR-CLAVE.
010710      PERFORM 5200-I-LEER-ACTUAL   THRU 5200-F-LEER-ACTUAL.
010712
010713      IF CA-TABLA-CON-VIGENCIA
010714      AND WS-VIGENCIA NOT GREATER WS-FECHA-HOY
010715         MOVE 'TASA YA VIGENTE - CARGUE UNA NUEVA VIGENCIA (PF2)'
010716              TO CA-MSG
010717         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
010718      END-IF.
010720
010730      SET WS-OP-BAJA TO TRUE.
010740      MOVE 'BAJA'    TO WS-OPERACION-DESC.
010750
010760      PERFORM 5500-I-ACCEDER-TABLA THRU 5500-F-ACCEDER-TABLA.
010770
010780      IF SQLCODE NOT EQUAL ZEROS
010790         MOVE 'ERROR AL ELIMINAR LA FILA - VER SQLCODE' TO CA-MSG
010800         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
010810      END-IF.
010820
010830      PERFORM 8000-I-IMAGEN-ANTERIOR THRU 8000-F-IMAGEN-ANTERIOR.
010840      MOVE WS-IMAGEN TO AUD-VALOR-ANTES.
010850      MOVE SPACES    TO AUD-VALOR-DESPUES.
010860
010870      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
010880
010890      MOVE SPACES TO CA-CLAVE1.
010900      MOVE SPACES TO CA-CLAVE2.
010905      MOVE SPACES TO CA-VIGENCIA.
010910      MOVE 'FILA ELIMINADA CORRECTAMENTE' TO CA-MSG.
010920
010930      PERFORM 4900-I-REFRESCAR THRU 4900-F-REFRESCAR.
010940
010950  4200-F-BAJA. EXIT.
010960**************************************
010970*   CONSULTAR UNA FILA (PF5) - QUEDA *
010980*   COMO CLAVE PARA PF3 Y PF4        *
010990**************************************
011000  4300-I-CONSULTAR.
011010      PERFORM 2100-I-RECIBIR THRU 2100-F-RECIBIR.
011020      PERFORM 5000-I-VALIDAR-CLAVE THRU 5000-F-VALIDAR-CLAVE.
011030      PERFORM 5200-I-LEER-ACTUAL   THRU 5200-F-LEER-ACTUAL.
011040
011050      MOVE WS-CLAVE1 TO CA-CLAVE1.
011060      MOVE WS-CLAVE2 TO CA-CLAVE2.
011065      MOVE WS-VIGENCIA TO CA-VIGENCIA.
011070
011080      MOVE WS-ANT-VALOR1    TO WS-VALOR1.
011090      MOVE WS-ANT-VALOR2    TO WS-VALOR2.
011100      MOVE WS-ANT-CTA-DEBE  TO WS-CTA-DEBE.
011110      MOVE WS-ANT-CTA-HABER TO WS-CTA-HABER.
011120
011130      MOVE 'FILA CONSULTADA - PF3 MODIFICA, PF4 ELIMINA'
011140           TO CA-MSG.
011150
011160      PERFORM 4900-I-REFRESCAR THRU 4900-F-REFRESCAR.
011170
011180  4300-F-CONSULTAR. EXIT.
011190**************************************
011200*  DEVOLVER LA FILA A LA PANTALLA    *
011210*  CON LA PAGINA ACTUAL DEL LISTADO  *
011220**************************************
011230  4900-I-REFRESCAR.
011240      MOVE WS-CLAVE1    TO TMCLAV1O.
011250      MOVE WS-CLAVE2    TO TMCLAV2O.
011260      MOVE WS-CTA-DEBE  TO TMCTADO.
011270      MOVE WS-CTA-HABER TO TMCTAHO.
011272      MOVE SPACES       TO TMVIGENO.
011274
011276      IF CA-TABLA-CON-VIGENCIA
011278         MOVE WS-VIGENCIA (1:4) TO TMVIGENO (1:4)
011280         MOVE WS-VIGENCIA (6:2) TO TMVIGENO (5:2)
011282         MOVE WS-VIGENCIA (9:2) TO TMVIGENO (7:2)
011284      END-IF.
011286
011290      IF WS-VALOR1 LESS ZEROS
011300         MOVE '-' TO TMSIGN1O
011310      ELSE
011320         MOVE SPACES TO TMSIGN1O
011330      END-IF.
011340
011350      MOVE WS-VALOR1       TO WS-VALOR-PANTALLA.
011360      MOVE WS-VALOR-PANT-X TO TMVAL1O.
011370
011380      IF WS-VALOR2 LESS ZEROS
011390         MOVE '-' TO TMSIGN2O
011400      ELSE
011410         MOVE SPACES TO TMSIGN2O
011420      END-IF.
011430
011440      MOVE WS-VALOR2       TO WS-VALOR-PANTALLA.
011450      MOVE WS-VALOR-PANT-X TO TMVAL2O.
011460
011470      IF CA-PAGINA LESS 1
011480         MOVE 1 TO CA-PAGINA
011490      END-IF.
011500
011510      PERFORM 3300-I-CARGAR-PAGINA THRU 3300-F-CARGAR-PAGINA.
011520
011530      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
011540
011550  4900-F-REFRESCAR. EXIT.
011560**************************************
011570*  VALIDAR LA CLAVE SEGUN LA TABLA   *
011580**************************************
011590  5000-I-VALIDAR-CLAVE.
011600      IF WS-CLAVE1 EQUAL SPACES
011610         MOVE 'INGRESE LA CLAVE 1 DE LA FILA' TO CA-MSG
011620         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
011630      END-IF.
011640
011650      IF WS-LARGO-CLAVE1 LESS 8
011660         IF WS-CLAVE1(WS-LARGO-CLAVE1 + 1:) NOT EQUAL SPACES
011670            MOVE 'CLAVE 1 DEMASIADO LARGA PARA LA TABLA' TO CA-MSG
011680            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
011690         END-IF
011700      END-IF.
011705
011710      PERFORM 5050-I-VALIDAR-VIGENCIA
011711         THRU 5050-F-VALIDAR-VIGENCIA.
011715
011720      IF WS-LARGO-CLAVE2 EQUAL ZEROS
011730         IF WS-CLAVE2 NOT EQUAL SPACES
011740            MOVE 'LA TABLA NO LLEVA CLAVE 2 - DEJELA EN BLANCO'
011750                 TO CA-MSG
011760            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
011770         END-IF
011780         GO TO 5000-F-VALIDAR-CLAVE
011790      END-IF.
011800
011810      IF WS-CLAVE2 EQUAL SPACES
011820         MOVE 'INGRESE LA CLAVE 2 DE LA FILA' TO CA-MSG
011830         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
011840      END-IF.
011850
011860      IF WS-LARGO-CLAVE2 LESS 20
011870         IF WS-CLAVE2(WS-LARGO-CLAVE2 + 1:) NOT EQUAL SPACES
011880            MOVE 'CLAVE 2 DEMASIADO LARGA PARA LA TABLA' TO CA-MSG
011890            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
011900         END-IF
011910      END-IF.
011920
011930  5000-F-VALIDAR-CLAVE. EXIT.
011931**************************************
011932*  VIGENCIA DE LA TASA (RUTFECHA     *
011933*  'V') - EN BLANCO ES LA DE LA FILA *
011934*  CONSULTADA O LA FECHA DEL DIA.    *
011935*  LAS DEMAS TABLAS NO LA LLEVAN     *
011936**************************************
011937  5050-I-VALIDAR-VIGENCIA.
011938      IF NOT CA-TABLA-CON-VIGENCIA
011939         IF WS-VIG-ENTRADA NOT EQUAL SPACES
011940            MOVE 'LA TABLA NO LLEVA VIGENCIA - DEJELA EN BLANCO'
011941                 TO CA-MSG
011942            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
011943         END-IF
011944         MOVE SPACES TO WS-VIGENCIA
011945         GO TO 5050-F-VALIDAR-VIGENCIA
011946      END-IF.
011947
011948      IF WS-VIG-ENTRADA EQUAL SPACES
011949         IF WS-VIGENCIA EQUAL SPACES
011950            MOVE WS-FECHA-HOY TO WS-VIGENCIA
011951         END-IF
011952         GO TO 5050-F-VALIDAR-VIGENCIA
011953      END-IF.
011954
011955      MOVE WS-VIG-ENTRADA TO LK-ENTRADA.
011956
011957      SET LK-FUNCION-VALIDA TO TRUE.
011958
011959      CALL 'RUTFECHA' USING LK-AREA.
011960
011961      IF LK-FECHA-ER
011962         MOVE 'VIGENCIA INVALIDA (AAAAMMDD)' TO CA-MSG
011963         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
011964      END-IF.
011965
011966      MOVE WS-VIG-ENTRADA (1:4) TO WS-VIGENCIA (1:4).
011967      MOVE '-'                  TO WS-VIGENCIA (5:1).
011968      MOVE WS-VIG-ENTRADA (5:2) TO WS-VIGENCIA (6:2).
011969      MOVE '-'                  TO WS-VIGENCIA (8:1).
011970      MOVE WS-VIG-ENTRADA (7:2) TO WS-VIGENCIA (9:2).
011971
011972  5050-F-VALIDAR-VIGENCIA. EXIT.
011973**************************************
011974*  VALIDAR LOS VALORES SEGUN LA      *
011975*  TABLA: TASAS EN RANGO, PISOS      *
011976*  NEGATIVOS, TOPE POR OPERACION NO  *
011980*  MAYOR AL DIARIO, CUENTAS CONTABLES*
011990*  INFORMADAS                        *
012000**************************************
012010  5100-I-VALIDAR-VALORES.
012020      EVALUATE CA-TABLA
012030         WHEN 1
012040         WHEN 2
012050            IF WS-VALOR1 LESS ZEROS
012060            OR WS-VALOR1 GREATER CT-TASA-MAXIMA
012070               MOVE 'TASA FUERA DE RANGO - DEBE SER DE 0 A 200,00'
012080                    TO CA-MSG
012090               PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
012100            END-IF
012110            MOVE ZEROS TO WS-VALOR2
012120         WHEN 3
012130            IF WS-VALOR1 LESS ZEROS OR WS-VALOR2 LESS ZEROS
012140               MOVE 'CARGO Y SALDO EXENTO NO PUEDEN SER < 0'
012150                    TO CA-MSG
012160               PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
012170            END-IF
012180         WHEN 4
012190            IF WS-VALOR1 GREATER ZEROS
012200               MOVE 'EL PISO DEBE SER NEGATIVO (SIGNO -)'
012210                    TO CA-MSG
012220               PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
012230            END-IF
012240            IF WS-VALOR2 LESS WS-VALOR1
012250               MOVE 'EL UMBRAL DE AVISO ESTA DEBAJO DEL PISO'
012260                    TO CA-MSG
012270               PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
012280            END-IF
012290         WHEN 5
012300            IF WS-VALOR1 NOT GREATER ZEROS
012310            OR WS-VALOR2 NOT GREATER ZEROS
012320               MOVE 'LOS TOPES DEBEN SER MAYORES A CERO' TO CA-MSG
012330               PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
012340            END-IF
012350            IF WS-VALOR1 GREATER WS-VALOR2
012360               MOVE 'EL TOPE POR OPERACION SUPERA AL TOPE DIARIO'
012370                    TO CA-MSG
012380               PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
012390            END-IF
012400         WHEN 6
012410            MOVE WS-VALOR1 TO WS-ENTERO
012420            IF WS-ENTERO NOT EQUAL WS-VALOR1
012430               MOVE 'EL PARAMETRO ES ENTERO - SIN DECIMALES'
012440                    TO CA-MSG
012450               PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
012460            END-IF
012470            MOVE ZEROS TO WS-VALOR2
012480         WHEN 7
012490            IF WS-CTA-DEBE  EQUAL SPACES
012500            OR WS-CTA-HABER EQUAL SPACES
012510               MOVE 'INGRESE LA CUENTA DEBE Y LA CUENTA HABER'
012520                    TO CA-MSG
012530               PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
012540            END-IF
012550            MOVE ZEROS TO WS-VALOR1
012560            MOVE ZEROS TO WS-VALOR2
012570      END-EVALUATE.
012580
012590  5100-F-VALIDAR-VALORES. EXIT.
012600**************************************
012610*  LEER LA FILA ACTUAL (IMAGEN       *
012620*  ANTERIOR DEL CAMBIO)              *
012630**************************************
012640  5200-I-LEER-ACTUAL.
012650      SET WS-OP-LEER TO TRUE.
012660
012670      MOVE ZEROS  TO WS-ANT-VALOR1.
012680      MOVE ZEROS  TO WS-ANT-VALOR2.
012690      MOVE SPACES TO WS-ANT-CTA-DEBE.
012700      MOVE SPACES TO WS-ANT-CTA-HABER.
012710
012720      PERFORM 5500-I-ACCEDER-TABLA THRU 5500-F-ACCEDER-TABLA.
012730
012740      EVALUATE SQLCODE
012750         WHEN ZEROS
012760            CONTINUE
012770         WHEN +100
012780            MOVE 'LA FILA NO EXISTE EN LA TABLA' TO CA-MSG
012790            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
012800         WHEN OTHER
012810            MOVE 'ERROR AL LEER LA FILA - VER SQLCODE' TO CA-MSG
012820            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
012830      END-EVALUATE.
012840
012850  5200-F-LEER-ACTUAL. EXIT.
012860**************************************
012870*  LEER, AGREGAR, MODIFICAR O BORRAR *
012880*  LA FILA EN LA TABLA ELEGIDA       *
012890**************************************
012900  5500-I-ACCEDER-TABLA.
012910      EVALUATE CA-TABLA
012920         WHEN 1
012930            PERFORM 5510-I-TBTASAS   THRU 5510-F-TBTASAS
012940         WHEN 2
012950            PERFORM 5520-I-TBTASAPU  THRU 5520-F-TBTASAPU
012960         WHEN 3
012970            PERFORM 5530-I-TBTARIFAS THRU 5530-F-TBTARIFAS
012980         WHEN 4
012990            PERFORM 5540-I-TBLIMITES THRU 5540-F-TBLIMITES
013000         WHEN 5
013010            PERFORM 5550-I-TBTOPES   THRU 5550-F-TBTOPES
013020         WHEN 6
013030            PERFORM 5560-I-TBPARAMS  THRU 5560-F-TBPARAMS
013040         WHEN 7
013050            PERFORM 5570-I-TBCTBMAP  THRU 5570-F-TBCTBMAP
013060      END-EVALUATE.
013070
013080  5500-F-ACCEDER-TABLA. EXIT.
013090**************************************
013100*  TBTASAS - LA LECTURA TRAE LA TASA *
013105*  QUE RIGE A LA VIGENCIA PEDIDA     *
013110**************************************
013120  5510-I-TBTASAS.
013130      MOVE WS-CLAVE1   TO TAS-TIPO-CUENTA.
013140      MOVE WS-CLAVE2   TO TAS-MONEDA.
013145      MOVE WS-VIGENCIA TO TAS-FECHA-DESDE.
013150      MOVE WS-VALOR1   TO TAS-TASA-ANUAL.
013160
013170      EVALUATE TRUE
013180         WHEN WS-OP-LEER
013190            EXEC SQL
013200               SELECT FECHA_DESDE, TASA_ANUAL
013210                 INTO :TAS-FECHA-DESDE, :TAS-TASA-ANUAL
013220                 FROM ITPFBIO.TBTASAS
013230                WHERE TIPO_CUENTA EQUAL :TAS-TIPO-CUENTA
013240                  AND MONEDA      EQUAL :TAS-MONEDA
013241                  AND FECHA_DESDE EQUAL
013242                     (SELECT MAX(FECHA_DESDE)
013243                        FROM ITPFBIO.TBTASAS
013244                       WHERE TIPO_CUENTA EQUAL :TAS-TIPO-CUENTA
013245                         AND MONEDA      EQUAL :TAS-MONEDA
013246                         AND FECHA_DESDE NOT GREATER
013247                             :TAS-FECHA-DESDE)
013250            END-EXEC
013255            MOVE TAS-FECHA-DESDE TO WS-VIGENCIA
013260            MOVE TAS-TASA-ANUAL  TO WS-ANT-VALOR1
013270         WHEN WS-OP-ALTA
013280            EXEC SQL
013290               INSERT INTO ITPFBIO.TBTASAS
013300                     (TIPO_CUENTA, MONEDA, FECHA_DESDE,
013301                      TASA_ANUAL)
013310               VALUES
013320                     (:TAS-TIPO-CUENTA, :TAS-MONEDA,
013330                      :TAS-FECHA-DESDE, :TAS-TASA-ANUAL)
013340            END-EXEC
013350         WHEN WS-OP-MODIF
013360            EXEC SQL
013370               UPDATE ITPFBIO.TBTASAS
013380                  SET TASA_ANUAL = :TAS-TASA-ANUAL
013390                WHERE TIPO_CUENTA EQUAL :TAS-TIPO-CUENTA
013400                  AND MONEDA      EQUAL :TAS-MONEDA
013405                  AND FECHA_DESDE EQUAL :TAS-FECHA-DESDE
013410            END-EXEC
013420         WHEN WS-OP-BAJA
013430            EXEC SQL
013440               DELETE FROM ITPFBIO.TBTASAS
013450                WHERE TIPO_CUENTA EQUAL :TAS-TIPO-CUENTA
013460                  AND MONEDA      EQUAL :TAS-MONEDA
013465                  AND FECHA_DESDE EQUAL :TAS-FECHA-DESDE
013470            END-EXEC
013480      END-EVALUATE.
013490
013500  5510-F-TBTASAS. EXIT.
013510**************************************
013520*  TBTASAPU - LA LECTURA TRAE LA     *
013525*  TASA QUE RIGE A LA VIGENCIA PEDIDA*
013530**************************************
013540  5520-I-TBTASAPU.
013550      MOVE WS-CLAVE1   TO TPU-TIPO-CUENTA.
013560      MOVE WS-CLAVE2   TO TPU-MONEDA.
013565      MOVE WS-VIGENCIA TO TPU-FECHA-DESDE.
013570      MOVE WS-VALOR1   TO TPU-TASA-PUNITORIA.
013580
013590      EVALUATE TRUE
013600         WHEN WS-OP-LEER
013610            EXEC SQL
013620               SELECT FECHA_DESDE, TASA_PUNITORIA
013630                 INTO :TPU-FECHA-DESDE, :TPU-TASA-PUNITORIA
013640                 FROM ITPFBIO.TBTASAPU
013650                WHERE TIPO_CUENTA EQUAL :TPU-TIPO-CUENTA
013660                  AND MONEDA      EQUAL :TPU-MONEDA
013661                  AND FECHA_DESDE EQUAL
013662                     (SELECT MAX(FECHA_DESDE)
013663                        FROM ITPFBIO.TBTASAPU
013664                       WHERE TIPO_CUENTA EQUAL :TPU-TIPO-CUENTA
013665                         AND MONEDA      EQUAL :TPU-MONEDA
013666                         AND FECHA_DESDE NOT GREATER
013667                             :TPU-FECHA-DESDE)
013670            END-EXEC
013675            MOVE TPU-FECHA-DESDE    TO WS-VIGENCIA
013680            MOVE TPU-TASA-PUNITORIA TO WS-ANT-VALOR1
013690         WHEN WS-OP-ALTA
013700            EXEC SQL
013710               INSERT INTO ITPFBIO.TBTASAPU
013720                     (TIPO_CUENTA, MONEDA, FECHA_DESDE,
013725                      TASA_PUNITORIA)
013730               VALUES
013740                     (:TPU-TIPO-CUENTA, :TPU-MONEDA,
013750                      :TPU-FECHA-DESDE, :TPU-TASA-PUNITORIA)
013760            END-EXEC
013770         WHEN WS-OP-MODIF
013780            EXEC SQL
013790               UPDATE ITPFBIO.TBTASAPU
013800                  SET TASA_PUNITORIA = :TPU-TASA-PUNITORIA
013810                WHERE TIPO_CUENTA EQUAL :TPU-TIPO-CUENTA
013820                  AND MONEDA      EQUAL :TPU-MONEDA
013825                  AND FECHA_DESDE EQUAL :TPU-FECHA-DESDE
013830            END-EXEC
013840         WHEN WS-OP-BAJA
013850            EXEC SQL
013860               DELETE FROM ITPFBIO.TBTASAPU
013870                WHERE TIPO_CUENTA EQUAL :TPU-TIPO-CUENTA
013880                  AND MONEDA      EQUAL :TPU-MONEDA
013885                  AND FECHA_DESDE EQUAL :TPU-FECHA-DESDE
013890            END-EXEC
013900      END-EVALUATE.
013910
013920  5520-F-TBTASAPU. EXIT.
013930**************************************
013940*  TBTARIFAS                         *
013950**************************************
013960  5530-I-TBTARIFAS.
013970      MOVE WS-CLAVE1 TO TAR-TIPO-CUENTA.
013980      MOVE WS-CLAVE2 TO TAR-MONEDA.
013990      MOVE WS-VALOR1 TO TAR-CARGO-MENSUAL.
014000      MOVE WS-VALOR2 TO TAR-SALDO-MIN-EXENTO.
014010
014020      EVALUATE TRUE
014030         WHEN WS-OP-LEER
014040            EXEC SQL
014050               SELECT CARGO_MENSUAL, SALDO_MIN_EXENTO
014060                 INTO :TAR-CARGO-MENSUAL, :TAR-SALDO-MIN-EXENTO
014070                 FROM ITPFBIO.TBTARIFAS
014080                WHERE TIPO_CUENTA EQUAL :TAR-TIPO-CUENTA
014090                  AND MONEDA      EQUAL :TAR-MONEDA
014100            END-EXEC
014110            MOVE TAR-CARGO-MENSUAL    TO WS-ANT-VALOR1
014120            MOVE TAR-SALDO-MIN-EXENTO TO WS-ANT-VALOR2
014130         WHEN WS-OP-ALTA
014140            EXEC SQL
014150               INSERT INTO ITPFBIO.TBTARIFAS
014160                     (TIPO_CUENTA, MONEDA, CARGO_MENSUAL,
014170                      SALDO_MIN_EXENTO)
014180               VALUES
014190                     (:TAR-TIPO-CUENTA, :TAR-MONEDA,
014200                      :TAR-CARGO-MENSUAL, :TAR-SALDO-MIN-EXENTO)
014210            END-EXEC
014220         WHEN WS-OP-MODIF
014230            EXEC SQL
014240               UPDATE ITPFBIO.TBTARIFAS
014250                  SET CARGO_MENSUAL    = :TAR-CARGO-MENSUAL,
014260                      SALDO_MIN_EXENTO = :TAR-SALDO-MIN-EXENTO
014270                WHERE TIPO_CUENTA EQUAL :TAR-TIPO-CUENTA
014280                  AND MONEDA      EQUAL :TAR-MONEDA
014290            END-EXEC
014300         WHEN WS-OP-BAJA
014310            EXEC SQL
014320               DELETE FROM ITPFBIO.TBTARIFAS
014330                WHERE TIPO_CUENTA EQUAL :TAR-TIPO-CUENTA
014340                  AND MONEDA      EQUAL :TAR-MONEDA
014350            END-EXEC
014360      END-EVALUATE.
014370
014380  5530-F-TBTARIFAS. EXIT.
014390**************************************
014400*  TBLIMITES                         *
014410**************************************
014420  5540-I-TBLIMITES.
014430      MOVE WS-CLAVE1 TO LIM-TIPO-CUENTA.
014440      MOVE WS-VALOR1 TO LIM-PISO-PERMITIDO.
014450      MOVE WS-VALOR2 TO LIM-UMBRAL-AVISO.
014460
014470      EVALUATE TRUE
014480         WHEN WS-OP-LEER
014490            EXEC SQL
014500               SELECT PISO_PERMITIDO, UMBRAL_AVISO
014510                 INTO :LIM-PISO-PERMITIDO, :LIM-UMBRAL-AVISO
014520                 FROM ITPFBIO.TBLIMITES
014530                WHERE TIPO_CUENTA EQUAL :LIM-TIPO-CUENTA
014540            END-EXEC
014550            MOVE LIM-PISO-PERMITIDO TO WS-ANT-VALOR1
014560            MOVE LIM-UMBRAL-AVISO   TO WS-ANT-VALOR2
014570         WHEN WS-OP-ALTA
014580            EXEC SQL
014590               INSERT INTO ITPFBIO.TBLIMITES
014600                     (TIPO_CUENTA, PISO_PERMITIDO, UMBRAL_AVISO)
014610               VALUES
014620                     (:LIM-TIPO-CUENTA, :LIM-PISO-PERMITIDO,
014630                      :LIM-UMBRAL-AVISO)
014640            END-EXEC
014650         WHEN WS-OP-MODIF
014660            EXEC SQL
014670               UPDATE ITPFBIO.TBLIMITES
014680                  SET PISO_PERMITIDO = :LIM-PISO-PERMITIDO,
014690                      UMBRAL_AVISO   = :LIM-UMBRAL-AVISO
014700                WHERE TIPO_CUENTA EQUAL :LIM-TIPO-CUENTA
014710            END-EXEC
014720         WHEN WS-OP-BAJA
014730            EXEC SQL
014740               DELETE FROM ITPFBIO.TBLIMITES
014750                WHERE TIPO_CUENTA EQUAL :LIM-TIPO-CUENTA
014760            END-EXEC
014770      END-EVALUATE.
014780
014790  5540-F-TBLIMITES. EXIT.
014800**************************************
014810*  TBTOPES                           *
014820**************************************
014830  5550-I-TBTOPES.
014840      MOVE WS-CLAVE1 TO TOP-TIPO-CUENTA.
014850      MOVE WS-CLAVE2 TO TOP-CANAL.
014860      MOVE WS-VALOR1 TO TOP-TOPE-OPERACION.
014870      MOVE WS-VALOR2 TO TOP-TOPE-DIARIO.
014880
014890      EVALUATE TRUE
014900         WHEN WS-OP-LEER
014910            EXEC SQL
014920               SELECT TOPE_OPERACION, TOPE_DIARIO
014930                 INTO :TOP-TOPE-OPERACION, :TOP-TOPE-DIARIO
014940                 FROM ITPFBIO.TBTOPES
014950                WHERE TIPO_CUENTA EQUAL :TOP-TIPO-CUENTA
014960                  AND CANAL       EQUAL :TOP-CANAL
014970            END-EXEC
014980            MOVE TOP-TOPE-OPERACION TO WS-ANT-VALOR1
014990            MOVE TOP-TOPE-DIARIO    TO WS-ANT-VALOR2
015000         WHEN WS-OP-ALTA
015010            EXEC SQL
015020               INSERT INTO ITPFBIO.TBTOPES
015030                     (TIPO_CUENTA, CANAL, TOPE_OPERACION,
015040                      TOPE_DIARIO)
015050               VALUES
015060                     (:TOP-TIPO-CUENTA, :TOP-CANAL,
015070                      :TOP-TOPE-OPERACION, :TOP-TOPE-DIARIO)
015080            END-EXEC
015090         WHEN WS-OP-MODIF
015100            EXEC SQL
015110               UPDATE ITPFBIO.TBTOPES
015120                  SET TOPE_OPERACION = :TOP-TOPE-OPERACION,
015130                      TOPE_DIARIO    = :TOP-TOPE-DIARIO
015140                WHERE TIPO_CUENTA EQUAL :TOP-TIPO-CUENTA
015150                  AND CANAL       EQUAL :TOP-CANAL
015160            END-EXEC
015170         WHEN WS-OP-BAJA
015180            EXEC SQL
015190               DELETE FROM ITPFBIO.TBTOPES
015200                WHERE TIPO_CUENTA EQUAL :TOP-TIPO-CUENTA
015210                  AND CANAL       EQUAL :TOP-CANAL
015220            END-EXEC
015230      END-EVALUATE.
015240
015250  5550-F-TBTOPES. EXIT.
015260**************************************
015270*  TBPARAMS                          *
015280**************************************
015290  5560-I-TBPARAMS.
015300      MOVE WS-CLAVE1 TO PAR-PROGRAMA.
015310      MOVE WS-CLAVE2 TO PAR-PARAMETRO.
015320      MOVE WS-VALOR1 TO PAR-VALOR.
015330
015340      EVALUATE TRUE
015350         WHEN WS-OP-LEER
015360            EXEC SQL
015370               SELECT VALOR
015380                 INTO :PAR-VALOR
015390                 FROM ITPFBIO.TBPARAMS
015400                WHERE PROGRAMA  EQUAL :PAR-PROGRAMA
015410                  AND PARAMETRO EQUAL :PAR-PARAMETRO
015420            END-EXEC
015430            MOVE PAR-VALOR TO WS-ANT-VALOR1
015440         WHEN WS-OP-ALTA
015450            EXEC SQL
015460               INSERT INTO ITPFBIO.TBPARAMS
015470                     (PROGRAMA, PARAMETRO, VALOR)
015480               VALUES
015490                     (:PAR-PROGRAMA, :PAR-PARAMETRO, :PAR-VALOR)
015500            END-EXEC
015510         WHEN WS-OP-MODIF
015520            EXEC SQL
015530               UPDATE ITPFBIO.TBPARAMS
015540                  SET VALOR = :PAR-VALOR
015550                WHERE PROGRAMA  EQUAL :PAR-PROGRAMA
015560                  AND PARAMETRO EQUAL :PAR-PARAMETRO
015570            END-EXEC
015580         WHEN WS-OP-BAJA
015590            EXEC SQL
015600               DELETE FROM ITPFBIO.TBPARAMS
015610                WHERE PROGRAMA  EQUAL :PAR-PROGRAMA
015620                  AND PARAMETRO EQUAL :PAR-PARAMETRO
015630            END-EXEC
015640      END-EVALUATE.
015650
015660  5560-F-TBPARAMS. EXIT.
015670**************************************
015680*  TBCTBMAP                          *
015690**************************************
015700  5570-I-TBCTBMAP.
015710      MOVE WS-CLAVE1    TO CTB-TIPO-MOVIMIENTO.
015720      MOVE WS-CTA-DEBE  TO CTB-CTA-DEBE.
015730      MOVE WS-CTA-HABER TO CTB-CTA-HABER.
015740
015750      EVALUATE TRUE
015760         WHEN WS-OP-LEER
015770            EXEC SQL
015780               SELECT CTA_DEBE, CTA_HABER
015790                 INTO :CTB-CTA-DEBE, :CTB-CTA-HABER
015800                 FROM ITPFBIO.TBCTBMAP
015810                WHERE TIPO_MOVIMIENTO EQUAL :CTB-TIPO-MOVIMIENTO
015820            END-EXEC
015830            MOVE CTB-CTA-DEBE  TO WS-ANT-CTA-DEBE
015840            MOVE CTB-CTA-HABER TO WS-ANT-CTA-HABER
015850         WHEN WS-OP-ALTA
015860            EXEC SQL
015870               INSERT INTO ITPFBIO.TBCTBMAP
015880                     (TIPO_MOVIMIENTO, CTA_DEBE, CTA_HABER)
015890               VALUES
015900                     (:CTB-TIPO-MOVIMIENTO, :CTB-CTA-DEBE,
015910                      :CTB-CTA-HABER)
015920            END-EXEC
015930         WHEN WS-OP-MODIF
015940            EXEC SQL
015950               UPDATE ITPFBIO.TBCTBMAP
015960                  SET CTA_DEBE  = :CTB-CTA-DEBE,
015970                      CTA_HABER = :CTB-CTA-HABER
015980                WHERE TIPO_MOVIMIENTO EQUAL :CTB-TIPO-MOVIMIENTO
015990            END-EXEC
016000         WHEN WS-OP-BAJA
016010            EXEC SQL
016020               DELETE FROM ITPFBIO.TBCTBMAP
016030                WHERE TIPO_MOVIMIENTO EQUAL :CTB-TIPO-MOVIMIENTO
016040            END-EXEC
016050      END-EVALUATE.
016060
016070  5570-F-TBCTBMAP. EXIT.
016080**************************************
016090*   RECHAZAR LA OPERACION (MSG)      *
016100**************************************
016110  6000-I-RECHAZO.
016120      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
016130
016140  6000-F-RECHAZO. EXIT.
016150**************************************
016160*  ENVIAR EL MAPA Y RETORNAR         *
016170**************************************
016180  6100-I-ENVIAR.
016190      MOVE WS-FECHA-HOY TO TMFECHAO.
016200      MOVE CA-MSG       TO TMMSGO.
016210      MOVE CA-TABLA     TO TMTABLAO.
016220      MOVE 'P'          TO CA-ESTADO.
016230
016240      EXEC CICS SEND MAP('TABL0233') MAPSET('MAPSETA')
016250                FROM(TABL0233O) ERASE
016260      END-EXEC.
016270
016280      EXEC CICS RETURN TRANSID('TAB1')
016290                COMMAREA(WS-CA-TAB-AREA) LENGTH(44)
016300      END-EXEC.
016310
016320  6100-F-ENVIAR. EXIT.
016330**************************************
016340*  LIMPIAR LAS LINEAS DE LA PANTALLA *
016350**************************************
016360  6500-I-LIMPIAR-LINEAS.
016370      MOVE SPACES TO TMLIN1O.
016380      MOVE SPACES TO TMLIN2O.
016390      MOVE SPACES TO TMLIN3O.
016400      MOVE SPACES TO TMLIN4O.
016410      MOVE SPACES TO TMLIN5O.
016420      MOVE SPACES TO TMLIN6O.
016430      MOVE SPACES TO TMLIN7O.
016440      MOVE SPACES TO TMLIN8O.
016450      MOVE SPACES TO TMLIN9O.
016460      MOVE SPACES TO TMLIN10O.
016470
016480  6500-F-LIMPIAR-LINEAS. EXIT.
016490**************************************
016500*           TOMAR FECHA              *
016510**************************************
016520  7000-I-FECHA.
016530      ACCEPT WS-AREA FROM DATE YYYYMMDD.
016540
016550      MOVE WS-AREA-AA TO WS-HOY-AA.
016560      MOVE WS-AREA-MM TO WS-HOY-MM.
016570      MOVE WS-AREA-DD TO WS-HOY-DD.
016580
016590  7000-F-FECHA. EXIT.
016600**************************************
016610*  IMAGEN DE LA FILA ANTES DEL       *
016620*  CAMBIO PARA LA AUDITORIA          *
016630**************************************
016640  8000-I-IMAGEN-ANTERIOR.
016650      MOVE WS-ANT-VALOR1    TO WS-IMG-VALOR1.
016660      MOVE WS-ANT-VALOR2    TO WS-IMG-VALOR2.
016670      MOVE WS-ANT-CTA-DEBE  TO WS-IMG-CTA-DEBE.
016680      MOVE WS-ANT-CTA-HABER TO WS-IMG-CTA-HABER.
016690
016700      PERFORM 8200-I-ARMAR-IMAGEN THRU 8200-F-ARMAR-IMAGEN.
016710
016720  8000-F-IMAGEN-ANTERIOR. EXIT.
016730**************************************
016740*  IMAGEN DE LA FILA DESPUES DEL     *
016750*  CAMBIO PARA LA AUDITORIA          *
016760**************************************
016770  8100-I-IMAGEN-NUEVA.
016780      MOVE WS-VALOR1        TO WS-IMG-VALOR1.
016790      MOVE WS-VALOR2        TO WS-IMG-VALOR2.
016800      MOVE WS-CTA-DEBE      TO WS-IMG-CTA-DEBE.
016810      MOVE WS-CTA-HABER     TO WS-IMG-CTA-HABER.
016820
016830      PERFORM 8200-I-ARMAR-IMAGEN THRU 8200-F-ARMAR-IMAGEN.
016840
016850  8100-F-IMAGEN-NUEVA. EXIT.
016860**************************************
016870*  CLAVE Y VALORES DE LA FILA EN 40  *
016880*  POSICIONES (AUD-VALOR-ANTES Y     *
016890*  AUD-VALOR-DESPUES)                *
016900**************************************
016910  8200-I-ARMAR-IMAGEN.
016920      MOVE SPACES        TO WS-IMAGEN.
016930      MOVE WS-IMG-VALOR1 TO WS-IMG-EDIT1.
016940      MOVE WS-IMG-VALOR2 TO WS-IMG-EDIT2.
016950
016960      EVALUATE CA-TABLA
016970         WHEN 7
016980            STRING WS-CLAVE1        DELIMITED BY SPACE
016990                   ' D:'            DELIMITED BY SIZE
017000                   WS-IMG-CTA-DEBE  DELIMITED BY SPACE
017010                   ' H:'            DELIMITED BY SIZE
017020                   WS-IMG-CTA-HABER DELIMITED BY SPACE
017030                   INTO WS-IMAGEN
017040         WHEN 1
017042         WHEN 2
017044            STRING WS-CLAVE1        DELIMITED BY SPACE
017046                   ' '              DELIMITED BY SIZE
017048                   WS-CLAVE2        DELIMITED BY SPACE
017050                   ' '              DELIMITED BY SIZE
017052                   WS-VIGENCIA      DELIMITED BY SIZE
017054                   ' '              DELIMITED BY SIZE
017056                   WS-IMG-EDIT1     DELIMITED BY SIZE
017058                   INTO WS-IMAGEN
017060         WHEN 6
017070            STRING WS-CLAVE1        DELIMITED BY SPACE
017080                   ' '              DELIMITED BY SIZE
017090                   WS-CLAVE2        DELIMITED BY SPACE
017100                   ' '              DELIMITED BY SIZE
017110                   WS-IMG-EDIT1     DELIMITED BY SIZE
017120                   INTO WS-IMAGEN
017130         WHEN OTHER
017140            STRING WS-CLAVE1        DELIMITED BY SPACE
017150                   ' '              DELIMITED BY SIZE
017160                   WS-CLAVE2        DELIMITED BY SPACE
017170                   ' '              DELIMITED BY SIZE
017180                   WS-IMG-EDIT1     DELIMITED BY SIZE
017190                   WS-IMG-EDIT2     DELIMITED BY SIZE
017200                   INTO WS-IMAGEN
017210      END-EVALUATE.
017220
017230  8200-F-ARMAR-IMAGEN. EXIT.
017240**************************************
017250*   GRABAR AUDITORIA EN LA COLA AUDT *
017260*   (CAMPO = TABLA Y OPERACION)      *
017270**************************************
017280  9000-I-AUDITAR.
017290      MOVE SPACES TO AUD-CAMPO.
017300
017310      STRING WS-NOMBRE-TABLA   DELIMITED BY SPACE
017320             ' '               DELIMITED BY SIZE
017330             WS-OPERACION-DESC DELIMITED BY SPACE
017340             INTO AUD-CAMPO.
017350
017360      MOVE WS-FECHA-HOY    TO AUD-FECHA.
017370      ACCEPT AUD-HORA      FROM TIME.
017380      MOVE EIBUSERID       TO AUD-USERID.
017390      MOVE EIBTRMID        TO AUD-TERMID.
017400      MOVE EIBTRNID        TO AUD-TRANSACCION.
017410      MOVE SPACES          TO AUD-TIPO-DOC.
017420      MOVE ZEROS           TO AUD-NRO-DOC.
017430
017440      EXEC CICS WRITEQ TD QUEUE('AUDT')
017450                FROM(WS-AUDIT-REC) LENGTH(147)
017460      END-EXEC.
017470
017480  9000-F-AUDITAR. EXIT.
