000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMIDC33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* IMPUESTO SOBRE LOS DEBITOS Y CREDITOS        *
000110*         * BANCARIOS (LEY 25.413) - PASO DIARIO      * JCR *
000120*         * POSTERIOR A LOS PROCESOS QUE POSTEAN. LEE    *
000130*         * LOS MOVIMIENTOS DEL DIA (TBMOVIM) AUN NO     *
000140*         * EVALUADOS, BUSCA LA ALICUOTA POR TIPO DE     *
000150*         * CUENTA Y CONDICION DEL CLIENTE (TBIMPDYC,    *
000160*         * TBCONDIMP) Y COBRA EL IMPUESTO DE CADA       *
000170*         * MOVIMIENTO GRAVADO CON UN MOVIMIENTO 'ID'    *
000180*         * PROPIO EN LA MISMA CUENTA. EXIME LAS         *
000190*         * TRANSFERENCIAS ENTRE CUENTAS CON UN MISMO    *
000200*         * TITULAR (TBTITULAR) Y LOS PARES DE           *
000210*         * REVERSO (ESTADO_REV 'R'/'C'). CADA           *
000220*         * MOVIMIENTO EVALUADO QUEDA EN TBPERCEP        *
000230*         * (BASE DE LA DECLARACION MENSUAL PGMAFI33)    *
000240*         * Y NO SE VUELVE A EVALUAR EN UN RELANZAMIENTO *
000241* 15/10/26* EL MISMO TITULAR SE BUSCA SOLO ENTRE LOS     *
000242*         * TITULARES (TBTITULAR ROL 'T'), SIN LOS    * JCR *
000243*         * TUTORES LEGALES DE CUENTAS DE MENORES        *
000250*************************************
000260  ENVIRONMENT DIVISION.
000270  CONFIGURATION SECTION.
000280  SPECIAL-NAMES.
000290      DECIMAL-POINT IS COMMA.
000300  INPUT-OUTPUT SECTION.
000310  FILE-CONTROL.
000320        SELECT SALIDA ASSIGN DDSALI
000330               FILE STATUS IS FS-SALIDA.
000340
000350  DATA DIVISION.
000360  FILE SECTION.
000370  FD SALIDA
000380       BLOCK CONTAINS 0 RECORDS
000390       RECORDING MODE IS F.
000400
000410  01 REG-SALIDA PIC X(132).
000420*************************************
000430*             WORKING              *
000440*************************************
000450  WORKING-STORAGE SECTION.
000460  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000470*************************************
000480*           FILE STATUS            *
000490*************************************
000500  01  FS-FILE-STATUS.
000510      05  FS-MOVIM        PIC X     VALUE SPACES.
000520          88  FS-MOVIM-OK           VALUE 'Y'.
000530          88  FS-MOVIM-EOF          VALUE 'N'.
000540      05  FS-SALIDA       PIC XX    VALUE SPACES.
000550          88  FS-SALIDA-OK          VALUE '00'.
000560*************************************
000570*          CONTADORES              *
000580*************************************
000590  01 CN-CONTADORES.
000600      05 CN-MOVIMIENTOS        PIC 9(07)  VALUE ZEROS.
000610      05 CN-GRAVADOS           PIC 9(07)  VALUE ZEROS.
000620      05 CN-EXE-TITULAR        PIC 9(07)  VALUE ZEROS.
000630      05 CN-EXE-REVERSO        PIC 9(07)  VALUE ZEROS.
000640      05 CN-EXE-ALICUOTA       PIC 9(07)  VALUE ZEROS.
000650      05 CN-SIN-TASA           PIC 9(05)  VALUE ZEROS.
000660      05 CN-SIN-COTIZ          PIC 9(05)  VALUE ZEROS.
000670      05 CN-SIN-SIGNO          PIC 9(05)  VALUE ZEROS.
000680      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
000690      05 CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
000700*************************************
000710*   CONTROL DE COMMITS PERIODICOS  *
000720*************************************
000730  77  CT-COMMIT-CADA        PIC 9(05)  VALUE 00100.
000740  77  CN-COMMIT-PEND        PIC 9(05)  VALUE ZEROS.
000750*************************************
000760*   TOTALES POR MONEDA (CONTROL     *
000770*   CONTRA EL ASIENTO DE PGMGLD33)  *
000780*************************************
000790  01  CN-TAB-MONEDA.
000800      05  CN-MON-CANT          PIC 9(02)     COMP  VALUE ZEROS.
000810      05  CN-MON-ITEM  OCCURS 10 TIMES
000820                        INDEXED BY CN-MON-IDX.
000830          10  CN-MON-MONEDA    PIC X(02)            VALUE SPACES.
000840          10  CN-MON-BASE-DEB  PIC S9(13)V99 COMP-3 VALUE ZEROS.
000850          10  CN-MON-IMP-DEB   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000860          10  CN-MON-BASE-CRE  PIC S9(13)V99 COMP-3 VALUE ZEROS.
000870          10  CN-MON-IMP-CRE   PIC S9(11)V99 COMP-3 VALUE ZEROS.
000880*************************************
000890*     ALICUOTAS YA CONSULTADAS     *
000900*************************************
000910  01  CN-TAB-ALICUOTA.
000920      05  CN-ALI-CANT          PIC 9(02)     COMP  VALUE ZEROS.
000930      05  CN-ALI-ITEM  OCCURS 40 TIMES
000940                        INDEXED BY CN-ALI-IDX.
000950          10  CN-ALI-TIPO      PIC X(02)            VALUE SPACES.
000960          10  CN-ALI-COND      PIC X(02)            VALUE SPACES.
000970          10  CN-ALI-ESTADO    PIC X(01)            VALUE SPACES.
000980          10  CN-ALI-DEBITO    PIC S9(3)V9(4) COMP-3 VALUE ZEROS.
000990          10  CN-ALI-CREDITO   PIC S9(3)V9(4) COMP-3 VALUE ZEROS.
001000*************************************
001010*     COTIZACIONES DEL DIA         *
001020*************************************
001030  01  CN-TAB-COTIZ.
001040      05  CN-COT-CANT          PIC 9(02)     COMP  VALUE ZEROS.
001050      05  CN-COT-ITEM  OCCURS 10 TIMES
001060                        INDEXED BY CN-COT-IDX.
001070          10  CN-COT-MONEDA    PIC X(02)           VALUE SPACES.
001080          10  CN-COT-ESTADO    PIC X(01)           VALUE SPACES.
001090          10  CN-COT-VALOR     PIC S9(5)V9(4) COMP-3 VALUE ZEROS.
001100*************************************
001110*      AREA DE CALCULO             *
001120*************************************
001130  77  WS-IMPUESTO          PIC S9(9)V99 COMP-3  VALUE ZEROS.
001140  77  WS-ALICUOTA          PIC S9(3)V9(4) COMP-3 VALUE ZEROS.
001150  77  WS-COMP-PAR          PIC S9(9)V   COMP-3  VALUE ZEROS.
001160  77  WS-TIPO-PAR          PIC X(02)            VALUE SPACES.
001170  77  WS-CANT-TITULAR      PIC S9(04) COMP      VALUE ZEROS.
001180  77  WS-CONDICION         PIC X(02)            VALUE SPACES.
001190  77  WS-COND-TASA         PIC X(02)            VALUE SPACES.
001200  77  WS-ESTADO-REV        PIC X(01)            VALUE SPACES.
001210  77  WS-HAY-ALICUOTA      PIC X(01)            VALUE SPACES.
001220      88  WS-ALICUOTA-OK                        VALUE 'Y'.
001230      88  WS-ALICUOTA-NO                        VALUE 'N'.
001240  77  WS-HAY-COTIZ         PIC X(01)            VALUE SPACES.
001250      88  WS-COTIZ-OK                           VALUE 'Y'.
001260      88  WS-COTIZ-NO                           VALUE 'N'.
001270  77  WS-EXENCION          PIC X(01)            VALUE SPACES.
001280      88  WS-GRAVADO                            VALUE ' '.
001290      88  WS-EXENTO-TITULAR                     VALUE 'T'.
001300      88  WS-EXENTO-REVERSO                     VALUE 'R'.
001310      88  WS-EXENTO-ALICUOTA                    VALUE 'E'.
001320
001330  01  WS-TIPO-MOVIM        PIC X(02)            VALUE SPACES.
001340      88 WS-TIPO-CREDITO   VALUE 'DP' 'TC' 'IN' 'CI' 'PC'
001350                                 'XC' 'RC' 'PR' 'DS' 'AH'
001360                                 'DT' 'CA'.
001370      88 WS-TIPO-DEBITO    VALUE 'EX' 'TD' 'CM' 'DI' 'PD'
001380                                 'XD' 'IP' 'RD' 'CP' 'TS'
001390                                 'DH' 'EA' 'CB' 'CH' 'DA'.
001400  01  WS-LADO              PIC X(01)            VALUE SPACES.
001410      88 WS-LADO-DEBITO                         VALUE 'D'.
001420      88 WS-LADO-CREDITO                        VALUE 'C'.
001430
001440  77  CT-CANAL-BATCH       PIC X(04)            VALUE 'BTCH'.
001450  77  CT-MOV-IMPUESTO      PIC X(02)            VALUE 'ID'.
001460  77  CT-MOV-TRANSF-DEB    PIC X(02)            VALUE 'TD'.
001470  77  CT-MOV-TRANSF-CRE    PIC X(02)            VALUE 'TC'.
001480  77  CT-MONEDA-PESOS      PIC X(02)            VALUE '01'.
001490  77  CT-CONDICION-GRAL    PIC X(02)            VALUE 'GE'.
001500*************************************
001510*  TARJETA SYSIN: FECHA DE PROCESO *
001520*************************************
001530  01  WS-FECHA-PROCESO     PIC X(10)   VALUE SPACES.
001540*************************************
001550*       VARIABLES IMPRESION        *
001560*************************************
001570  01  IP-TITULO.
001580      05  FILLER      PIC X(10) VALUE  SPACES.
001590      05  FILLER      PIC X(50) VALUE
001600       'IMPUESTO S/DEBITOS Y CREDITOS BANCARIOS LEY 25.413'.
001610      05  FILLER      PIC X(02) VALUE  SPACES.
001620      05  FILLER      PIC X(07) VALUE  'FECHA: '.
001630      05  IP-FECHA    PIC X(10) VALUE  SPACES.
001640      05  FILLER      PIC X(53) VALUE  SPACES.
001650
001660  01  IP-ENCABEZADO.
001670      05  FILLER    PIC X(05)    VALUE 'SUC '.
001680      05  FILLER    PIC X(16)    VALUE 'NRO CUENTA'.
001690      05  FILLER    PIC X(04)    VALUE 'TM'.
001700      05  FILLER    PIC X(10)    VALUE ' COMPROB.'.
001710      05  FILLER    PIC X(02)    VALUE 'L'.
001720      05  FILLER    PIC X(04)    VALUE 'MON'.
001730      05  FILLER    PIC X(16)    VALUE '  BASE IMPONIB.'.
001740      05  FILLER    PIC X(09)    VALUE '  ALIC.'.
001750      05  FILLER    PIC X(16)    VALUE '       IMPUESTO'.
001760      05  FILLER    PIC X(20)    VALUE 'RESULTADO'.
001770      05  FILLER    PIC X(30)    VALUE SPACES.
001780
001790  01  WS-REG-DETALLE.
001800      05  WS-DET-SUCURSAL  PIC X(04)    VALUE SPACES.
001810      05  FILLER           PIC X(01)    VALUE SPACES.
001820      05  WS-DET-CUENTA    PIC X(15)    VALUE SPACES.
001830      05  FILLER           PIC X(01)    VALUE SPACES.
001840      05  WS-DET-TIPO      PIC X(02)    VALUE SPACES.
001850      05  FILLER           PIC X(02)    VALUE SPACES.
001860      05  WS-DET-COMPROB   PIC Z(08)9   VALUE ZEROS.
001870      05  FILLER           PIC X(01)    VALUE SPACES.
001880      05  WS-DET-LADO      PIC X(01)    VALUE SPACES.
001890      05  FILLER           PIC X(01)    VALUE SPACES.
001900      05  WS-DET-MONEDA    PIC X(02)    VALUE SPACES.
001910      05  FILLER           PIC X(02)    VALUE SPACES.
001920      05  WS-DET-BASE      PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
001930      05  FILLER           PIC X(01)    VALUE SPACES.
001940      05  WS-DET-ALICUOTA  PIC ZZ9,9999 VALUE ZEROS.
001950      05  FILLER           PIC X(01)    VALUE SPACES.
001960      05  WS-DET-IMPUESTO  PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
001970      05  FILLER           PIC X(01)    VALUE SPACES.
001980      05  WS-DET-RESULTADO PIC X(20)    VALUE SPACES.
001990      05  FILLER           PIC X(30)    VALUE SPACES.
002000
002010  01  IP-TITULO-MONEDA.
002020      05  FILLER    PIC X(10)    VALUE SPACES.
002030      05  FILLER    PIC X(50)    VALUE
002040       'TOTALES POR MONEDA (CONTROL CONTRA EL ASIENTO)'.
002050      05  FILLER    PIC X(72)    VALUE SPACES.
002060
002070  01  WS-REG-MONEDA.
002080      05  FILLER    PIC X(04)    VALUE SPACES.
002090      05  FILLER    PIC X(04)    VALUE 'MON '.
002100      05  WS-MON-COD       PIC X(02)    VALUE SPACES.
002110      05  FILLER    PIC X(12)    VALUE ' BASE DEB: '.
002120      05  WS-MON-BASE-DEB  PIC -Z.ZZZ.ZZZ.999,99 VALUE ZEROS.
002130      05  FILLER    PIC X(07)    VALUE ' IMP: '.
002140      05  WS-MON-IMP-DEB   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
002150      05  FILLER    PIC X(12)    VALUE ' BASE CRE: '.
002160      05  WS-MON-BASE-CRE  PIC -Z.ZZZ.ZZZ.999,99 VALUE ZEROS.
002170      05  FILLER    PIC X(07)    VALUE ' IMP: '.
002180      05  WS-MON-IMP-CRE   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
002190      05  FILLER    PIC X(20)    VALUE SPACES.
002200
002210  01  WS-REG-RESUMEN.
002220      05  FILLER    PIC X(04)    VALUE SPACES.
002230      05  FILLER    PIC X(10)    VALUE 'GRAVADOS  '.
002240      05  WS-RES-GRAVADOS  PIC ZZZ.ZZ9  VALUE ZEROS.
002250      05  FILLER    PIC X(10)    VALUE '  EXE.TIT '.
002260      05  WS-RES-TITULAR   PIC ZZZ.ZZ9  VALUE ZEROS.
002270      05  FILLER    PIC X(10)    VALUE '  EXE.REV '.
002280      05  WS-RES-REVERSO   PIC ZZZ.ZZ9  VALUE ZEROS.
002290      05  FILLER    PIC X(10)    VALUE '  EXE.ALI '.
002300      05  WS-RES-ALICUOTA  PIC ZZZ.ZZ9  VALUE ZEROS.
002310      05  FILLER    PIC X(11)    VALUE '  SIN TASA '.
002320      05  WS-RES-SIN-TASA  PIC ZZ.ZZ9   VALUE ZEROS.
002330      05  FILLER    PIC X(10)    VALUE '  SIN COT '.
002340      05  WS-RES-SIN-COTIZ PIC ZZ.ZZ9   VALUE ZEROS.
002350      05  FILLER    PIC X(12)    VALUE '  SIN SIGNO '.
002360      05  WS-RES-SIN-SIGNO PIC ZZ.ZZ9   VALUE ZEROS.
002370      05  FILLER    PIC X(09)    VALUE SPACES.
002380*************************************
002390*             SQL                  *
002400*************************************
002410       EXEC SQL
002420         INCLUDE SQLCA
002430       END-EXEC.
002440
002450       EXEC SQL
002460         INCLUDE TBMOVIM
002470       END-EXEC.
002480
002490       EXEC SQL
002500         INCLUDE TBCUENT
002510       END-EXEC.
002520
002530       EXEC SQL
002540         INCLUDE TBIMPDYC
002550       END-EXEC.
002560
002570       EXEC SQL
002580         INCLUDE TBCONDIM
002590       END-EXEC.
002600
002610       EXEC SQL
002620         INCLUDE TBPERCEP
002630       END-EXEC.
002640
002650       EXEC SQL
002660         INCLUDE TBCOTIZA
002670       END-EXEC.
002680
002690       EXEC SQL
002700         DECLARE IMPUESTO_CURSOR CURSOR WITH HOLD FOR
002710          SELECT C.SUCURSAL, M.NRO_CUENTA, C.TIPO_CUENTA,
002720                 C.NRO_CLIENTE, M.TIPO_MOVIMIENTO, M.IMPORTE,
002730                 M.MONEDA, VALUE(M.ESTADO_REV, ' '),
002740                 M.NRO_COMPROBANTE
002750            FROM ITPFBIO.TBMOVIM M,
002760                 ITPFBIO.TBCUENTAS C
002770           WHERE M.NRO_CUENTA EQUAL C.NRO_CUENTA
002780             AND M.FECHA EQUAL :WS-FECHA-PROCESO
002790             AND M.TIPO_MOVIMIENTO NOT EQUAL 'ID'
002800             AND M.NRO_COMPROBANTE IS NOT NULL
002810             AND NOT EXISTS
002820                 (SELECT 1
002830                    FROM ITPFBIO.TBPERCEP P
002840                   WHERE P.NRO_COMP_ORIGEN EQUAL
002850                         M.NRO_COMPROBANTE)
002860           ORDER BY C.SUCURSAL, M.NRO_CUENTA, M.NRO_COMPROBANTE
002870       END-EXEC.
002880
002890  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
002900*************************************
002910*  MANEJO COMUN DE ERRORES          *
002920*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
002930*  DE RETORNO DEL BATCH             *
002940*************************************
002950     COPY LKERROR.
002960
002970  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
002980  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
002990  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
003000  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
003010*************************************
003020*  CONTROL DE CORRIDAS (RUTCTRL)    *
003030*************************************
003040     COPY LKCTRL.
003050
003060  01  WS-TARJETA-CONTROL.
003070      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
003080      05  CC-RERUN         PIC X(01)  VALUE SPACES.
003090
003100  01  WS-CTL-HOY.
003110      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
003120      05  FILLER       PIC X(01)  VALUE '-'.
003130      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
003140      05  FILLER       PIC X(01)  VALUE '-'.
003150      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
003160
003170  01  WS-CTL-FECHA-AREA.
003180      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
003190      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
003200      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
003210
003220  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
003230  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
003240      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
003250  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
003260*************************************.
003270  PROCEDURE DIVISION.
003280**************************************
003290*  CUERPO PRINCIPAL DEL PROGRAMA     *
003300**************************************
003310  MAIN-PROGRAM.
003320      PERFORM 1000-I-INICIO
003330         THRU 1000-F-INICIO
003340
003350      IF WS-CORRIDA-RECHAZADA
003360         GO TO F-MAIN-PROGRAM
003370      END-IF
003380
003390      PERFORM 2000-I-PROCESO
003400         THRU 2000-F-PROCESO
003410         UNTIL FS-MOVIM-EOF
003420
003430      PERFORM 9999-I-FINAL
003440         THRU 9999-F-FINAL
003450      .
003460  F-MAIN-PROGRAM. GOBACK.
003470**************************************
003480*  CUERPO INICIO APERTURA ARCHIVOS   *
003490**************************************
003500  1000-I-INICIO.
003510      ACCEPT WS-FECHA-PROCESO FROM SYSIN
003520
003530      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
003540
003550      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
003560
003570      IF WS-CORRIDA-RECHAZADA
003580         GO TO 1000-F-INICIO
003590      END-IF
003600
003610      IF WS-FECHA-PROCESO EQUAL SPACES
003620         MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO
003630      END-IF
003640
003650      OPEN OUTPUT SALIDA
003660
003670      IF NOT FS-SALIDA-OK
003680         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
003690         MOVE FS-SALIDA TO LK-ERR-CODIGO
003700         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003710         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
003720         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003730         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003740         SET  FS-MOVIM-EOF TO TRUE
003750      END-IF
003760
003770      PERFORM 9000-I-TITULO
003780         THRU 9000-F-TITULO
003790
003800      EXEC SQL
003810         OPEN IMPUESTO_CURSOR
003820      END-EXEC
003830
003840      IF SQLCODE NOT EQUAL ZEROS
003850         MOVE SQLCODE TO FS-SQLCODE
003860         DISPLAY '* ERROR OPEN CURSOR IMPUESTO = ' FS-SQLCODE
003870         MOVE FS-SQLCODE TO LK-ERR-CODIGO
003880         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003890         MOVE 'OPEN CURSOR IMPUES' TO LK-ERR-RECURSO
003900         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003910         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003920         SET  FS-MOVIM-EOF TO TRUE
003930      END-IF
003940
003950      PERFORM 3000-I-LEER-MOVIM
003960         THRU 3000-F-LEER-MOVIM
003970      .
003980  1000-F-INICIO. EXIT.
003990**************************************
004000*  CUERPO PRINCIPAL DE PROCESOS      *
004010**************************************
004020  2000-I-PROCESO.
004030      PERFORM 4000-I-EVALUAR
004040         THRU 4000-F-EVALUAR
004050
004060      PERFORM 3000-I-LEER-MOVIM
004070         THRU 3000-F-LEER-MOVIM
004080      .
004090  2000-F-PROCESO. EXIT.
004100**************************************
004110*          LEER MOVIMIENTO           *
004120**************************************
004130  3000-I-LEER-MOVIM.
004140      EXEC SQL
004150           FETCH IMPUESTO_CURSOR
004160           INTO  :SUCURSAL,
004170                 :MOV-NRO-CUENTA,
004180                 :TIPO-CUENTA,
004190                 :CUE-NRO-CLIENTE,
004200                 :MOV-TIPO-MOVIMIENTO,
004210                 :MOV-IMPORTE,
004220                 :MOV-MONEDA,
004230                 :WS-ESTADO-REV,
004240                 :MOV-NRO-COMPROBANTE
004250      END-EXEC
004260
004270      EVALUATE SQLCODE
004280
004290      WHEN ZEROS
004300         ADD 1 TO CN-MOVIMIENTOS
004310         MOVE MOV-NRO-CUENTA TO LK-ERR-CLAVE
004320
004330      WHEN +100
004340         SET FS-MOVIM-EOF TO TRUE
004350
004360      WHEN OTHER
004370         ADD 1 TO CN-NOVEDADES-ER
004380         MOVE SQLCODE TO FS-SQLCODE
004390         DISPLAY '* ERROR LEER CURSOR IMPUESTO = ' FS-SQLCODE
004400         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004410         MOVE '3000-I-LEER-MOVIM' TO LK-ERR-PARRAFO
004420         MOVE 'LEER CURSOR IMPUES' TO LK-ERR-RECURSO
004430         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004440         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004450         SET FS-MOVIM-EOF TO TRUE
004460      END-EVALUATE
004470      .
004480  3000-F-LEER-MOVIM. EXIT.
004490**************************************
004500*  COMMIT CADA N MOVIMIENTOS         *
004510*  EVALUADOS                         *
004520**************************************
004530  3500-I-COMMIT-PERIODICO.
004540      ADD 1 TO CN-COMMIT-PEND
004550
004560      IF CN-COMMIT-PEND NOT LESS CT-COMMIT-CADA
004570         EXEC SQL
004580            COMMIT
004590         END-EXEC
004600         MOVE ZEROS TO CN-COMMIT-PEND
004610      END-IF
004620      .
004630  3500-F-COMMIT-PERIODICO. EXIT.
004640**************************************
004650*  EVALUAR UN MOVIMIENTO: LADO,      *
004660*  COTIZACION, CONDICION, EXENCIONES *
004670*  Y ALICUOTA; COBRAR SI CORRESPONDE *
004680**************************************
004690  4000-I-EVALUAR.
004700      MOVE SPACES              TO WS-EXENCION
004710      MOVE ZEROS               TO WS-IMPUESTO
004720      MOVE ZEROS               TO WS-ALICUOTA
004730      MOVE MOV-TIPO-MOVIMIENTO TO WS-TIPO-MOVIM
004740
004750      EVALUATE TRUE
004760         WHEN WS-TIPO-DEBITO
004770            SET WS-LADO-DEBITO  TO TRUE
004780         WHEN WS-TIPO-CREDITO
004790            SET WS-LADO-CREDITO TO TRUE
004800         WHEN OTHER
004810            ADD 1 TO CN-SIN-SIGNO
004820            MOVE SPACES TO WS-LADO
004830            MOVE 'TIPO SIN SIGNO' TO WS-DET-RESULTADO
004840            PERFORM 5500-I-GRABAR-DETALLE
004850               THRU 5500-F-GRABAR-DETALLE
004860            GO TO 4000-F-EVALUAR
004870      END-EVALUATE
004880
004890      PERFORM 5600-I-BUSCAR-COTIZ
004900         THRU 5600-F-BUSCAR-COTIZ
004910
004920      IF WS-COTIZ-NO
004930         ADD 1 TO CN-SIN-COTIZ
004940         MOVE 'SIN COTIZACION' TO WS-DET-RESULTADO
004950         PERFORM 5500-I-GRABAR-DETALLE
004960            THRU 5500-F-GRABAR-DETALLE
004970         GO TO 4000-F-EVALUAR
004980      END-IF
004990
005000      PERFORM 4100-I-LEER-CONDICION
005010         THRU 4100-F-LEER-CONDICION
005020
005030      IF FS-MOVIM-EOF
005040         GO TO 4000-F-EVALUAR
005050      END-IF
005060
005070      IF WS-ESTADO-REV EQUAL 'R' OR 'C'
005080         SET WS-EXENTO-REVERSO TO TRUE
005090      END-IF
005100
005110      IF WS-GRAVADO
005120         AND (MOV-TIPO-MOVIMIENTO EQUAL CT-MOV-TRANSF-DEB
005130              OR MOV-TIPO-MOVIMIENTO EQUAL CT-MOV-TRANSF-CRE)
005140         PERFORM 4200-I-MISMO-TITULAR
005150            THRU 4200-F-MISMO-TITULAR
005160         IF FS-MOVIM-EOF
005170            GO TO 4000-F-EVALUAR
005180         END-IF
005190      END-IF
005200
005210      MOVE WS-CONDICION TO WS-COND-TASA
005220
005230      PERFORM 5700-I-BUSCAR-ALICUOTA
005240         THRU 5700-F-BUSCAR-ALICUOTA
005250
005260      IF WS-ALICUOTA-NO
005270         AND WS-COND-TASA NOT EQUAL CT-CONDICION-GRAL
005280         AND NOT FS-MOVIM-EOF
005290         MOVE CT-CONDICION-GRAL TO WS-COND-TASA
005300         PERFORM 5700-I-BUSCAR-ALICUOTA
005310            THRU 5700-F-BUSCAR-ALICUOTA
005320      END-IF
005330
005340      IF FS-MOVIM-EOF
005350         GO TO 4000-F-EVALUAR
005360      END-IF
005370
005380      IF WS-ALICUOTA-NO
005390         ADD 1 TO CN-SIN-TASA
005400         MOVE 'SIN ALICUOTA' TO WS-DET-RESULTADO
005410         PERFORM 5500-I-GRABAR-DETALLE
005420            THRU 5500-F-GRABAR-DETALLE
005430         GO TO 4000-F-EVALUAR
005440      END-IF
005450
005460      IF WS-LADO-DEBITO
005470         MOVE CN-ALI-DEBITO  (CN-ALI-IDX) TO WS-ALICUOTA
005480      ELSE
005490         MOVE CN-ALI-CREDITO (CN-ALI-IDX) TO WS-ALICUOTA
005500      END-IF
005510
005520      IF WS-GRAVADO
005530         AND WS-ALICUOTA EQUAL ZEROS
005540         SET WS-EXENTO-ALICUOTA TO TRUE
005550      END-IF
005560
005570      MOVE ZEROS TO PER-NRO-COMP-IMPUESTO
005580
005590      IF WS-GRAVADO
005600         COMPUTE WS-IMPUESTO ROUNDED =
005610                 MOV-IMPORTE * WS-ALICUOTA / 100
005620         IF WS-IMPUESTO GREATER ZEROS
005630            PERFORM 4500-I-COBRAR
005640               THRU 4500-F-COBRAR
005650            IF FS-MOVIM-EOF
005660               GO TO 4000-F-EVALUAR
005670            END-IF
005680         END-IF
005690      END-IF
005700
005710      PERFORM 4600-I-GRABAR-PERCEPCION
005720         THRU 4600-F-GRABAR-PERCEPCION
005730
005740      IF FS-MOVIM-EOF
005750         GO TO 4000-F-EVALUAR
005760      END-IF
005770
005780      PERFORM 5650-I-ACUM-MONEDA
005790         THRU 5650-F-ACUM-MONEDA
005800
005810      EVALUATE TRUE
005820         WHEN WS-GRAVADO
005830            ADD 1 TO CN-GRAVADOS
005840            MOVE 'GRAVADO'             TO WS-DET-RESULTADO
005850         WHEN WS-EXENTO-TITULAR
005860            ADD 1 TO CN-EXE-TITULAR
005870            MOVE 'EXENTO MISMO TITULAR' TO WS-DET-RESULTADO
005880         WHEN WS-EXENTO-REVERSO
005890            ADD 1 TO CN-EXE-REVERSO
005900            MOVE 'EXENTO REVERSO'      TO WS-DET-RESULTADO
005910         WHEN OTHER
005920            ADD 1 TO CN-EXE-ALICUOTA
005930            MOVE 'EXENTO ALICUOTA'     TO WS-DET-RESULTADO
005940      END-EVALUATE
005950
005960      PERFORM 5500-I-GRABAR-DETALLE
005970         THRU 5500-F-GRABAR-DETALLE
005980
005990      PERFORM 3500-I-COMMIT-PERIODICO
006000         THRU 3500-F-COMMIT-PERIODICO
006010      .
006020  4000-F-EVALUAR. EXIT.
006030**************************************
006040*  CONDICION DEL TITULAR PRINCIPAL   *
006050*  (TBCONDIMP) - SIN FILA TRIBUTA    *
006060*  COMO GENERAL                      *
006070**************************************
006080  4100-I-LEER-CONDICION.
006090      MOVE CUE-NRO-CLIENTE TO CND-NRO-CLIENTE
006100
006110      EXEC SQL
006120         SELECT CONDICION
006130           INTO :CND-CONDICION
006140           FROM ITPFBIO.TBCONDIMP
006150          WHERE NRO_CLIENTE EQUAL :CND-NRO-CLIENTE
006160      END-EXEC
006170
006180      EVALUATE SQLCODE
006190         WHEN ZEROS
006200            MOVE CND-CONDICION     TO WS-CONDICION
006210         WHEN +100
006220            MOVE CT-CONDICION-GRAL TO WS-CONDICION
006230         WHEN OTHER
006240            MOVE 'LEER TBCONDIMP' TO LK-ERR-RECURSO
006250            MOVE '4100-I-LEER-CONDICION' TO LK-ERR-PARRAFO
006260            PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
006270      END-EVALUATE
006280      .
006290  4100-F-LEER-CONDICION. EXIT.
006300**************************************
006310*  TRANSFERENCIA ENTRE CUENTAS CON   *
006320*  UN MISMO TITULAR: LA PAREJA 'TD'/ *
006330*  'TC' QUE GRABA PGMTRF33 LLEVA     *
006340*  COMPROBANTES CONSECUTIVOS, MISMA  *
006350*  FECHA E IMPORTE. SE EXIME SI LAS  *
006360*  DOS CUENTAS COMPARTEN ALGUN       *
006370*  TITULAR (TBCUENTAS O TBTITULAR)   *
006380**************************************
006390  4200-I-MISMO-TITULAR.
006400      IF MOV-TIPO-MOVIMIENTO EQUAL CT-MOV-TRANSF-DEB
006410         ADD 1 TO MOV-NRO-COMPROBANTE GIVING WS-COMP-PAR
006420         MOVE CT-MOV-TRANSF-CRE TO WS-TIPO-PAR
006430      ELSE
006440         SUBTRACT 1 FROM MOV-NRO-COMPROBANTE GIVING WS-COMP-PAR
006450         MOVE CT-MOV-TRANSF-DEB TO WS-TIPO-PAR
006460      END-IF
006470
006480      MOVE ZEROS TO WS-CANT-TITULAR
006490
006500      EXEC SQL
006510         SELECT COUNT(*)
006520           INTO :WS-CANT-TITULAR
006530           FROM ITPFBIO.TBMOVIM P,
006540                ITPFBIO.TBCUENTAS D
006550          WHERE P.NRO_COMPROBANTE EQUAL :WS-COMP-PAR
006560            AND P.FECHA           EQUAL :WS-FECHA-PROCESO
006570            AND P.TIPO_MOVIMIENTO EQUAL :WS-TIPO-PAR
006580            AND P.IMPORTE         EQUAL :MOV-IMPORTE
006590            AND D.NRO_CUENTA      EQUAL P.NRO_CUENTA
006600            AND (D.NRO_CLIENTE EQUAL :CUE-NRO-CLIENTE
006610             OR D.NRO_CLIENTE IN
006620                (SELECT T1.NRO_CLIENTE
006630                   FROM ITPFBIO.TBTITULAR T1
006640                  WHERE T1.NRO_CUENTA EQUAL :MOV-NRO-CUENTA
006645                    AND T1.ROL        EQUAL 'T')
006650             OR :CUE-NRO-CLIENTE IN
006660                (SELECT T2.NRO_CLIENTE
006670                   FROM ITPFBIO.TBTITULAR T2
006680                  WHERE T2.NRO_CUENTA EQUAL P.NRO_CUENTA
006685                    AND T2.ROL        EQUAL 'T')
006690             OR EXISTS
006700                (SELECT 1
006710                   FROM ITPFBIO.TBTITULAR T3,
006720                        ITPFBIO.TBTITULAR T4
006730                  WHERE T3.NRO_CUENTA  EQUAL :MOV-NRO-CUENTA
006740                    AND T4.NRO_CUENTA  EQUAL P.NRO_CUENTA
006750                    AND T3.NRO_CLIENTE EQUAL T4.NRO_CLIENTE
006752                    AND T3.ROL         EQUAL 'T'
006754                    AND T4.ROL         EQUAL 'T'))
006760      END-EXEC
006770
006780      IF SQLCODE NOT EQUAL ZEROS
006790         MOVE 'LEER TBTITULAR' TO LK-ERR-RECURSO
006800         MOVE '4200-I-MISMO-TITULAR' TO LK-ERR-PARRAFO
006810         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
006820         GO TO 4200-F-MISMO-TITULAR
006830      END-IF
006840
006850      IF WS-CANT-TITULAR GREATER ZEROS
006860         SET WS-EXENTO-TITULAR TO TRUE
006870      END-IF
006880      .
006890  4200-F-MISMO-TITULAR. EXIT.
006900**************************************
006910*  COBRAR EL IMPUESTO: DEBITO EN LA  *
006920*  CUENTA (AUN EN SOBREGIRO) Y       *
006930*  MOVIMIENTO 'ID' CON SU PROPIO     *
006940*  NRO DE COMPROBANTE                *
006950**************************************
006960  4500-I-COBRAR.
006970      EXEC SQL
006980         UPDATE ITPFBIO.TBCUENTAS
006990            SET SALDO_ACTUAL = SALDO_ACTUAL - :WS-IMPUESTO,
007000                FECHA_ACTUAL = :WS-FECHA-PROCESO
007010          WHERE NRO_CUENTA EQUAL :MOV-NRO-CUENTA
007020      END-EXEC
007030
007040      IF SQLCODE NOT EQUAL ZEROS
007050         MOVE 'DEBITAR IMPUESTO' TO LK-ERR-RECURSO
007060         MOVE '4500-I-COBRAR' TO LK-ERR-PARRAFO
007070         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
007080         GO TO 4500-F-COBRAR
007090      END-IF
007100
007110      MOVE MOV-NRO-COMPROBANTE TO PER-NRO-COMP-ORIGEN
007120      MOVE MOV-NRO-CUENTA      TO PER-NRO-CUENTA
007130      MOVE MOV-TIPO-MOVIMIENTO TO PER-TIPO-MOVIMIENTO
007140      MOVE MOV-IMPORTE         TO PER-BASE-IMPONIBLE
007150
007160      MOVE WS-FECHA-PROCESO    TO MOV-FECHA
007170      ACCEPT MOV-HORA          FROM TIME
007180      MOVE CT-MOV-IMPUESTO     TO MOV-TIPO-MOVIMIENTO
007190      MOVE WS-IMPUESTO         TO MOV-IMPORTE
007200      MOVE 'PGMIDC33'          TO MOV-USUARIO
007210      MOVE CT-CANAL-BATCH      TO MOV-CANAL
007220
007230      PERFORM 5150-I-NUMERAR-COMP
007240         THRU 5150-F-NUMERAR-COMP
007250
007260      EXEC SQL
007270         INSERT INTO ITPFBIO.TBMOVIM
007280               (NRO_CUENTA, FECHA, HORA, TIPO_MOVIMIENTO,
007290                IMPORTE, MONEDA, USUARIO, CANAL,
007300                NRO_COMPROBANTE)
007310         VALUES
007320               (:MOV-NRO-CUENTA, :MOV-FECHA, :MOV-HORA,
007330                :MOV-TIPO-MOVIMIENTO, :MOV-IMPORTE,
007340                :MOV-MONEDA, :MOV-USUARIO, :MOV-CANAL,
007350                :MOV-NRO-COMPROBANTE)
007360      END-EXEC
007370
007380      IF SQLCODE NOT EQUAL ZEROS
007390         MOVE 'INSERT TBMOVIM' TO LK-ERR-RECURSO
007400         MOVE '4500-I-COBRAR' TO LK-ERR-PARRAFO
007410         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
007420         GO TO 4500-F-COBRAR
007430      END-IF
007440
007450      MOVE MOV-NRO-COMPROBANTE TO PER-NRO-COMP-IMPUESTO
007460
007470      MOVE PER-NRO-COMP-ORIGEN TO MOV-NRO-COMPROBANTE
007480      MOVE PER-TIPO-MOVIMIENTO TO MOV-TIPO-MOVIMIENTO
007490      MOVE PER-BASE-IMPONIBLE  TO MOV-IMPORTE
007500      .
007510  4500-F-COBRAR. EXIT.
007520**************************************
007530*  DEJAR EL MOVIMIENTO EVALUADO EN   *
007540*  TBPERCEP (GRAVADO O EXENTO) - UN  *
007550*  RELANZAMIENTO YA NO LO VUELVE A   *
007560*  LEER                              *
007570**************************************
007580  4600-I-GRABAR-PERCEPCION.
007590      MOVE MOV-NRO-COMPROBANTE TO PER-NRO-COMP-ORIGEN
007600      MOVE MOV-NRO-CUENTA      TO PER-NRO-CUENTA
007610      MOVE CUE-NRO-CLIENTE     TO PER-NRO-CLIENTE
007620      MOVE WS-FECHA-PROCESO    TO PER-FECHA
007630      MOVE MOV-TIPO-MOVIMIENTO TO PER-TIPO-MOVIMIENTO
007640      MOVE WS-LADO             TO PER-LADO
007650      MOVE MOV-MONEDA          TO PER-MONEDA
007660      MOVE MOV-IMPORTE         TO PER-BASE-IMPONIBLE
007670      MOVE WS-CONDICION        TO PER-CONDICION
007680      MOVE WS-ALICUOTA         TO PER-ALICUOTA
007690      MOVE WS-IMPUESTO         TO PER-IMPORTE
007700      MOVE CN-COT-VALOR (CN-COT-IDX) TO PER-COTIZ-APLICADA
007710      MOVE WS-EXENCION         TO PER-COD-EXENCION
007720
007730      IF NOT WS-GRAVADO
007740         MOVE ZEROS TO PER-ALICUOTA
007750         MOVE ZEROS TO PER-IMPORTE
007760         MOVE ZEROS TO WS-IMPUESTO
007770      END-IF
007780
007790      EXEC SQL
007800         INSERT INTO ITPFBIO.TBPERCEP
007810               (NRO_COMP_ORIGEN, NRO_CUENTA, NRO_CLIENTE, FECHA,
007820                TIPO_MOVIMIENTO, LADO, MONEDA, BASE_IMPONIBLE,
007830                CONDICION, ALICUOTA, IMPORTE, COTIZ_APLICADA,
007840                COD_EXENCION, NRO_COMP_IMPUESTO)
007850         VALUES
007860               (:PER-NRO-COMP-ORIGEN, :PER-NRO-CUENTA,
007870                :PER-NRO-CLIENTE, :PER-FECHA,
007880                :PER-TIPO-MOVIMIENTO, :PER-LADO, :PER-MONEDA,
007890                :PER-BASE-IMPONIBLE, :PER-CONDICION,
007900                :PER-ALICUOTA, :PER-IMPORTE,
007910                :PER-COTIZ-APLICADA, :PER-COD-EXENCION,
007920                :PER-NRO-COMP-IMPUESTO)
007930      END-EXEC
007940
007950      IF SQLCODE NOT EQUAL ZEROS
007960         MOVE 'INSERT TBPERCEP' TO LK-ERR-RECURSO
007970         MOVE '4600-I-GRABAR-PERCEPCION' TO LK-ERR-PARRAFO
007980         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
007990      END-IF
008000      .
008010  4600-F-GRABAR-PERCEPCION. EXIT.
008020**************************************
008030*  PROXIMO NRO DE COMPROBANTE        *
008040*  (MAXIMO + 1)                      *
008050**************************************
008060  5150-I-NUMERAR-COMP.
008070      EXEC SQL
008080         SELECT VALUE(MAX(NRO_COMPROBANTE), 0) + 1
008090           INTO :MOV-NRO-COMPROBANTE
008100           FROM ITPFBIO.TBMOVIM
008110      END-EXEC
008120
008130      IF SQLCODE NOT EQUAL ZEROS
008140         MOVE 1 TO MOV-NRO-COMPROBANTE
008150      END-IF
008160      .
008170  5150-F-NUMERAR-COMP. EXIT.
008180**************************************
008190*           GRABAR DETALLE           *
008200**************************************
008210  5500-I-GRABAR-DETALLE.
008220      IF CN-CUENTA-LINEA GREATER 60
008230         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
008240      END-IF
008250
008260      MOVE SUCURSAL            TO WS-DET-SUCURSAL
008270      MOVE MOV-NRO-CUENTA      TO WS-DET-CUENTA
008280      MOVE MOV-TIPO-MOVIMIENTO TO WS-DET-TIPO
008290      MOVE MOV-NRO-COMPROBANTE TO WS-DET-COMPROB
008300      MOVE WS-LADO             TO WS-DET-LADO
008310      MOVE MOV-MONEDA          TO WS-DET-MONEDA
008320      MOVE MOV-IMPORTE         TO WS-DET-BASE
008330      MOVE WS-ALICUOTA         TO WS-DET-ALICUOTA
008340      MOVE WS-IMPUESTO         TO WS-DET-IMPUESTO
008350
008360      WRITE REG-SALIDA FROM WS-REG-DETALLE
008370
008380      IF NOT FS-SALIDA-OK
008390         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
008400         MOVE FS-SALIDA TO LK-ERR-CODIGO
008410         MOVE '5500-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
008420         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
008430         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008440         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008450         SET  FS-MOVIM-EOF TO TRUE
008460      ELSE
008470         ADD 1 TO CN-CUENTA-LINEA
008480      END-IF
008490      .
008500  5500-F-GRABAR-DETALLE. EXIT.
008510**************************************
008520*  COTIZACION DEL DIA DE LA MONEDA   *
008530*  DEL MOVIMIENTO (TABLA LOCAL +     *
008540*  TBCOTIZA) - PESOS VALE 1          *
008550**************************************
008560  5600-I-BUSCAR-COTIZ.
008570      SET CN-COT-IDX TO 1
008580
008590      PERFORM 5610-I-BUSCAR-EN-TABLA
008600         THRU 5610-F-BUSCAR-EN-TABLA
008610         UNTIL CN-COT-IDX > CN-COT-CANT
008620            OR CN-COT-MONEDA (CN-COT-IDX) EQUAL MOV-MONEDA
008630
008640      IF CN-COT-IDX NOT GREATER CN-COT-CANT
008650         IF CN-COT-ESTADO (CN-COT-IDX) EQUAL 'Y'
008660            SET WS-COTIZ-OK TO TRUE
008670         ELSE
008680            SET WS-COTIZ-NO TO TRUE
008690         END-IF
008700         GO TO 5600-F-BUSCAR-COTIZ
008710      END-IF
008720
008730      SET CN-COT-CANT UP BY 1
008740      SET CN-COT-IDX  TO CN-COT-CANT
008750      MOVE MOV-MONEDA TO CN-COT-MONEDA (CN-COT-IDX)
008760
008770      IF MOV-MONEDA EQUAL CT-MONEDA-PESOS
008780         MOVE 'Y' TO CN-COT-ESTADO (CN-COT-IDX)
008790         MOVE 1   TO CN-COT-VALOR  (CN-COT-IDX)
008800         SET WS-COTIZ-OK TO TRUE
008810         GO TO 5600-F-BUSCAR-COTIZ
008820      END-IF
008830
008840      MOVE MOV-MONEDA       TO COT-MONEDA
008850      MOVE WS-FECHA-PROCESO TO COT-FECHA
008860
008870      EXEC SQL
008880         SELECT COTIZ_COMPRA
008890           INTO :COT-COMPRA
008900           FROM ITPFBIO.TBCOTIZA
008910          WHERE MONEDA EQUAL :COT-MONEDA
008920            AND FECHA  EQUAL :COT-FECHA
008930      END-EXEC
008940
008950      EVALUATE SQLCODE
008960
008970      WHEN ZEROS
008980         MOVE 'Y' TO CN-COT-ESTADO (CN-COT-IDX)
008990         MOVE COT-COMPRA TO CN-COT-VALOR (CN-COT-IDX)
009000         SET WS-COTIZ-OK TO TRUE
009010
009020      WHEN +100
009030         MOVE 'N' TO CN-COT-ESTADO (CN-COT-IDX)
009040         SET WS-COTIZ-NO TO TRUE
009050
009060      WHEN OTHER
009070         MOVE 'N' TO CN-COT-ESTADO (CN-COT-IDX)
009080         SET WS-COTIZ-NO TO TRUE
009090         MOVE 'LEER TBCOTIZA' TO LK-ERR-RECURSO
009100         MOVE '5600-I-BUSCAR-COTIZ' TO LK-ERR-PARRAFO
009110         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
009120      END-EVALUATE
009130      .
009140  5600-F-BUSCAR-COTIZ. EXIT.
009150**************************************
009160*     BUSCAR MONEDA EN LA TABLA      *
009170**************************************
009180  5610-I-BUSCAR-EN-TABLA.
009190      IF CN-COT-MONEDA (CN-COT-IDX) NOT EQUAL MOV-MONEDA
009200         SET CN-COT-IDX UP BY 1
009210      END-IF
009220      .
009230  5610-F-BUSCAR-EN-TABLA. EXIT.
009240**************************************
009250*  ACUMULAR BASE E IMPUESTO POR      *
009260*  MONEDA Y LADO                     *
009270**************************************
009280  5650-I-ACUM-MONEDA.
009290      SET CN-MON-IDX TO 1
009300
009310      PERFORM 5660-I-BUSCAR-MONEDA
009320         THRU 5660-F-BUSCAR-MONEDA
009330         UNTIL CN-MON-IDX > CN-MON-CANT
009340            OR CN-MON-MONEDA (CN-MON-IDX) EQUAL MOV-MONEDA
009350
009360      IF CN-MON-IDX GREATER CN-MON-CANT
009370         SET CN-MON-CANT UP BY 1
009380         SET CN-MON-IDX  TO CN-MON-CANT
009390         MOVE MOV-MONEDA TO CN-MON-MONEDA (CN-MON-IDX)
009400      END-IF
009410
009420      IF NOT WS-GRAVADO
009430         GO TO 5650-F-ACUM-MONEDA
009440      END-IF
009450
009460      IF WS-LADO-DEBITO
009470         ADD MOV-IMPORTE TO CN-MON-BASE-DEB (CN-MON-IDX)
009480         ADD WS-IMPUESTO TO CN-MON-IMP-DEB  (CN-MON-IDX)
009490      ELSE
009500         ADD MOV-IMPORTE TO CN-MON-BASE-CRE (CN-MON-IDX)
009510         ADD WS-IMPUESTO TO CN-MON-IMP-CRE  (CN-MON-IDX)
009520      END-IF
009530      .
009540  5650-F-ACUM-MONEDA. EXIT.
009550**************************************
009560*     BUSCAR MONEDA EN LOS TOTALES   *
009570**************************************
009580  5660-I-BUSCAR-MONEDA.
009590      IF CN-MON-MONEDA (CN-MON-IDX) NOT EQUAL MOV-MONEDA
009600         SET CN-MON-IDX UP BY 1
009610      END-IF
009620      .
009630  5660-F-BUSCAR-MONEDA. EXIT.
009640**************************************
009650*  BUSCAR LA ALICUOTA DEL TIPO DE    *
009660*  CUENTA Y CONDICION (TABLA LOCAL + *
009670*  TBIMPDYC). SIN FILA PARA LA       *
009680*  CONDICION SE USA LA GENERAL       *
009690**************************************
009700  5700-I-BUSCAR-ALICUOTA.
009710      SET CN-ALI-IDX TO 1
009720
009730      PERFORM 5710-I-BUSCAR-EN-TABLA
009740         THRU 5710-F-BUSCAR-EN-TABLA
009750         UNTIL CN-ALI-IDX > CN-ALI-CANT
009760            OR (CN-ALI-TIPO (CN-ALI-IDX) EQUAL TIPO-CUENTA
009770                AND CN-ALI-COND (CN-ALI-IDX) EQUAL WS-COND-TASA)
009780
009790      IF CN-ALI-IDX NOT GREATER CN-ALI-CANT
009800         IF CN-ALI-ESTADO (CN-ALI-IDX) EQUAL 'Y'
009810            SET WS-ALICUOTA-OK TO TRUE
009820         ELSE
009830            SET WS-ALICUOTA-NO TO TRUE
009840         END-IF
009850         GO TO 5700-F-BUSCAR-ALICUOTA
009860      END-IF
009870
009880      SET CN-ALI-CANT UP BY 1
009890      SET CN-ALI-IDX  TO CN-ALI-CANT
009900      MOVE TIPO-CUENTA  TO CN-ALI-TIPO (CN-ALI-IDX)
009910      MOVE WS-COND-TASA TO CN-ALI-COND (CN-ALI-IDX)
009920
009930      MOVE TIPO-CUENTA  TO IDC-TIPO-CUENTA
009940      MOVE WS-COND-TASA TO IDC-CONDICION
009950
009960      EXEC SQL
009970         SELECT TASA_DEBITO, TASA_CREDITO
009980           INTO :IDC-TASA-DEBITO, :IDC-TASA-CREDITO
009990           FROM ITPFBIO.TBIMPDYC
010000          WHERE TIPO_CUENTA EQUAL :IDC-TIPO-CUENTA
010010            AND CONDICION   EQUAL :IDC-CONDICION
010020      END-EXEC
010030
010040      EVALUATE SQLCODE
010050
010060      WHEN ZEROS
010070         MOVE 'Y' TO CN-ALI-ESTADO (CN-ALI-IDX)
010080         MOVE IDC-TASA-DEBITO  TO CN-ALI-DEBITO  (CN-ALI-IDX)
010090         MOVE IDC-TASA-CREDITO TO CN-ALI-CREDITO (CN-ALI-IDX)
010100         SET WS-ALICUOTA-OK TO TRUE
010110
010120      WHEN +100
010130         MOVE 'N' TO CN-ALI-ESTADO (CN-ALI-IDX)
010140         SET WS-ALICUOTA-NO TO TRUE
010150
010160      WHEN OTHER
010170         MOVE 'N' TO CN-ALI-ESTADO (CN-ALI-IDX)
010180         SET WS-ALICUOTA-NO TO TRUE
010190         MOVE 'LEER TBIMPDYC' TO LK-ERR-RECURSO
010200         MOVE '5700-I-BUSCAR-ALICUOTA' TO LK-ERR-PARRAFO
010210         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
010220      END-EVALUATE
010230      .
010240  5700-F-BUSCAR-ALICUOTA. EXIT.
010250**************************************
010260*  BUSCAR TIPO/CONDICION EN TABLA    *
010270**************************************
010280  5710-I-BUSCAR-EN-TABLA.
010290      IF CN-ALI-TIPO (CN-ALI-IDX) NOT EQUAL TIPO-CUENTA
010300         OR CN-ALI-COND (CN-ALI-IDX) NOT EQUAL WS-COND-TASA
010310         SET CN-ALI-IDX UP BY 1
010320      END-IF
010330      .
010340  5710-F-BUSCAR-EN-TABLA. EXIT.
010350**************************************
010360*  ERROR SQL: SE DESHACE LO NO       *
010370*  CONFIRMADO Y TERMINA LA CORRIDA - *
010380*  LO YA CONFIRMADO QUEDA EN         *
010390*  TBPERCEP Y NO SE REPITE           *
010400**************************************
010410  5900-I-ERROR-SQL.
010420      MOVE SQLCODE TO FS-SQLCODE
010430
010440      EXEC SQL
010450         ROLLBACK
010460      END-EXEC
010470
010480      ADD 1 TO CN-NOVEDADES-ER
010490      DISPLAY '* ERROR ' LK-ERR-RECURSO ' = ' FS-SQLCODE
010500      MOVE FS-SQLCODE TO LK-ERR-CODIGO
010510      MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010520      PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010530      SET FS-MOVIM-EOF TO TRUE
010540      .
010550  5900-F-ERROR-SQL. EXIT.
010560**************************************
010570*           GRABAR TITULO            *
010580**************************************
010590  9000-I-TITULO.
010600      MOVE WS-FECHA-PROCESO TO IP-FECHA
010610
010620      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
010630
010640      IF NOT FS-SALIDA-OK
010650         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
010660         MOVE FS-SALIDA TO LK-ERR-CODIGO
010670         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
010680         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
010690         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010700         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010710         SET  FS-MOVIM-EOF TO TRUE
010720      ELSE
010730         MOVE 1 TO CN-CUENTA-LINEA
010740      END-IF
010750
010760      WRITE REG-SALIDA FROM IP-ENCABEZADO
010770
010780      IF NOT FS-SALIDA-OK
010790         DISPLAY '* ERROR EN IMPRIMIR ENCABEZADO = ' FS-SALIDA
010800         MOVE FS-SALIDA TO LK-ERR-CODIGO
010810         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
010820         MOVE 'IMPRIMIR ENCABEZAD' TO LK-ERR-RECURSO
010830         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010840         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010850         SET  FS-MOVIM-EOF TO TRUE
010860      ELSE
010870         ADD 1 TO CN-CUENTA-LINEA
010880      END-IF
010890      .
010900  9000-F-TITULO. EXIT.
010910**************************************
010920*  CUERPO FINAL - TOTALES POR MONEDA,*
010930*  RESUMEN Y CIERRE. LOS MOVIMIENTOS *
010940*  SIN ALICUOTA, SIN COTIZACION O DE *
010950*  TIPO SIN SIGNO QUEDAN SIN EVALUAR *
010960*  (TERMINA CON 0008 PARA CORREGIR Y *
010970*  RELANZAR)                         *
010980**************************************
010990  9999-I-FINAL.
011000      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
011010         EXEC SQL
011020            COMMIT
011030         END-EXEC
011040      END-IF
011050
011060      WRITE REG-SALIDA FROM IP-TITULO-MONEDA
011070
011080      SET CN-MON-IDX TO 1
011090
011100      PERFORM 9510-I-IMPRIMIR-MONEDA
011110         THRU 9510-F-IMPRIMIR-MONEDA
011120         UNTIL CN-MON-IDX GREATER CN-MON-CANT
011130
011140      MOVE CN-GRAVADOS     TO WS-RES-GRAVADOS
011150      MOVE CN-EXE-TITULAR  TO WS-RES-TITULAR
011160      MOVE CN-EXE-REVERSO  TO WS-RES-REVERSO
011170      MOVE CN-EXE-ALICUOTA TO WS-RES-ALICUOTA
011180      MOVE CN-SIN-TASA     TO WS-RES-SIN-TASA
011190      MOVE CN-SIN-COTIZ    TO WS-RES-SIN-COTIZ
011200      MOVE CN-SIN-SIGNO    TO WS-RES-SIN-SIGNO
011210
011220      WRITE REG-SALIDA FROM WS-REG-RESUMEN
011230
011240      IF NOT FS-SALIDA-OK
011250         DISPLAY '* ERROR EN GRABAR RESUMEN = ' FS-SALIDA
011260         MOVE FS-SALIDA TO LK-ERR-CODIGO
011270         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
011280         MOVE 'GRABAR RESUMEN' TO LK-ERR-RECURSO
011290         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011300         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011310      END-IF
011320
011330      EXEC SQL
011340         CLOSE IMPUESTO_CURSOR
011350      END-EXEC
011360
011370      CLOSE SALIDA
011380      IF NOT FS-SALIDA-OK
011390         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
011400         MOVE FS-SALIDA TO LK-ERR-CODIGO
011410         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
011420         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
011430         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011440         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011450      END-IF
011460
011470      IF (CN-SIN-TASA GREATER ZEROS
011480          OR CN-SIN-COTIZ GREATER ZEROS
011490          OR CN-SIN-SIGNO GREATER ZEROS)
011500         AND RETURN-CODE LESS CT-RC-ERROR-DATOS
011510         MOVE WS-FECHA-PROCESO TO LK-ERR-CLAVE
011520         MOVE 'TBIMPDYC/TBCOTIZA' TO LK-ERR-RECURSO
011530         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
011540         MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
011550         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011560      END-IF
011570
011580      IF CN-MOVIMIENTOS EQUAL ZEROS
011590         AND RETURN-CODE EQUAL ZEROS
011600         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
011610      END-IF
011620
011630      DISPLAY 'MOVIMIENTOS LEIDOS     : ' CN-MOVIMIENTOS
011640      DISPLAY 'MOVIMIENTOS GRAVADOS   : ' CN-GRAVADOS
011650      DISPLAY 'EXENTOS MISMO TITULAR  : ' CN-EXE-TITULAR
011660      DISPLAY 'EXENTOS POR REVERSO    : ' CN-EXE-REVERSO
011670      DISPLAY 'EXENTOS POR ALICUOTA   : ' CN-EXE-ALICUOTA
011680      DISPLAY 'SIN ALICUOTA           : ' CN-SIN-TASA
011690      DISPLAY 'SIN COTIZACION         : ' CN-SIN-COTIZ
011700      DISPLAY 'TIPO SIN SIGNO         : ' CN-SIN-SIGNO
011710      DISPLAY 'MOVIMIENTOS CON ERROR  : ' CN-NOVEDADES-ER
011720
011730      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
011740      .
011750  9999-F-FINAL. EXIT.
011760**************************************
011770*  IMPRIMIR LOS TOTALES DE UNA       *
011780*  MONEDA                            *
011790**************************************
011800  9510-I-IMPRIMIR-MONEDA.
011810      MOVE CN-MON-MONEDA   (CN-MON-IDX) TO WS-MON-COD
011820      MOVE CN-MON-BASE-DEB (CN-MON-IDX) TO WS-MON-BASE-DEB
011830      MOVE CN-MON-IMP-DEB  (CN-MON-IDX) TO WS-MON-IMP-DEB
011840      MOVE CN-MON-BASE-CRE (CN-MON-IDX) TO WS-MON-BASE-CRE
011850      MOVE CN-MON-IMP-CRE  (CN-MON-IDX) TO WS-MON-IMP-CRE
011860
011870      WRITE REG-SALIDA FROM WS-REG-MONEDA
011880
011890      IF NOT FS-SALIDA-OK
011900         DISPLAY '* ERROR EN TOTALES MONEDA = ' FS-SALIDA
011910         MOVE FS-SALIDA TO LK-ERR-CODIGO
011920         MOVE '9510-I-IMPRIMIR-MONEDA' TO LK-ERR-PARRAFO
011930         MOVE 'TOTALES MONEDA' TO LK-ERR-RECURSO
011940         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011950         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011960      END-IF
011970
011980      SET CN-MON-IDX UP BY 1
011990      .
012000  9510-F-IMPRIMIR-MONEDA. EXIT.
012010**************************************
012020*  REGISTRO DE INICIO EN TBCONTROL   *
012030*  (RUTCTRL) - SI LA FECHA YA        *
012040*  TERMINO Y NO HAY RELANZAMIENTO    *
012050*  LA CORRIDA NO ARRANCA             *
012060**************************************
012070  1100-I-CONTROL-INICIO.
012080      IF CC-FECHA-PROCESO EQUAL SPACES
012090         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
012100         MOVE CTL-AREA-AA TO CTL-HOY-AA
012110         MOVE CTL-AREA-MM TO CTL-HOY-MM
012120         MOVE CTL-AREA-DD TO CTL-HOY-DD
012130         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
012140      END-IF
012150
012160      SET LK-CTL-INICIO TO TRUE
012170      MOVE 'PGMIDC33' TO LK-CTL-PROGRAMA
012180      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
012190      MOVE CC-RERUN TO LK-CTL-RERUN
012200      MOVE ZEROS TO LK-CTL-CONTADOR
012210
012220      MOVE RETURN-CODE TO WS-RC-GUARDADO
012230      CALL 'RUTCTRL' USING LK-CTL-AREA
012240      MOVE WS-RC-GUARDADO TO RETURN-CODE
012250
012260      IF LK-CTL-YA-CORRIO
012270         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
012280                 CC-FECHA-PROCESO
012290         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
012300         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
012310         SET FS-MOVIM-EOF TO TRUE
012320         SET WS-CORRIDA-RECHAZADA TO TRUE
012330      END-IF
012340
012350      IF LK-CTL-ERROR
012360         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
012370         SET FS-MOVIM-EOF TO TRUE
012380         SET WS-CORRIDA-RECHAZADA TO TRUE
012390      END-IF
012400      .
012410  1100-F-CONTROL-INICIO. EXIT.
012420**************************************
012430*  REGISTRO DE FIN EXITOSO EN        *
012440*  TBCONTROL CON EL CONTADOR         *
012450*  DE MOVIMIENTOS GRAVADOS           *
012460**************************************
012470  1200-I-CONTROL-FIN.
012480      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
012490         GO TO 1200-F-CONTROL-FIN
012500      END-IF
012510
012520      SET LK-CTL-FIN TO TRUE
012530      MOVE CN-GRAVADOS TO LK-CTL-CONTADOR
012540
012550      MOVE RETURN-CODE TO WS-RC-GUARDADO
012560      CALL 'RUTCTRL' USING LK-CTL-AREA
012570      MOVE WS-RC-GUARDADO TO RETURN-CODE
012580      .
012590  1200-F-CONTROL-FIN. EXIT.
012600
012610*************************************
012620*  GRABAR EL ERROR ESTRUCTURADO EN  *
012630*  EL LOG COMUN (RUTERROR)          *
012640*************************************
012650  9900-I-ERROR.
012660      MOVE 'PGMIDC33' TO LK-ERR-PROGRAMA
012670
012680      MOVE RETURN-CODE TO WS-RC-GUARDADO
012690
012700      CALL 'RUTERROR' USING LK-ERR-AREA
012710
012720      MOVE WS-RC-GUARDADO TO RETURN-CODE
012730
012740      MOVE SPACES TO LK-ERR-RECURSO
012750
012760      MOVE SPACES TO LK-ERR-CODIGO
012770      .
012780  9900-F-ERROR. EXIT.
