000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMCUO33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* COBRANZA NOCTURNA DE CUOTAS DE PRESTAMOS -   *
000110*         * CADA CUOTA PENDIENTE VENCIDA A LA FECHA   * JCR *
000120*         * DE PROCESO (SYSIN) SE DEBITA DE LA CUENTA    *
000130*         * DEL PRESTAMO CON EL MOVIMIENTO 'CP' HASTA    *
000140*         * EL SALDO DISPONIBLE NETO DE EMBARGOS         *
000150*         * ACTIVOS (COMO PGMMOV33); EL COBRO PARCIAL    *
000160*         * QUEDA EN IMPORTE_PAGADO Y EL RESTO SE        *
000170*         * REINTENTA LA NOCHE SIGUIENTE. LUEGO          *
000180*         * CLASIFICA LA MORA DE CADA CUOTA IMPAGA EN    *
000190*         * TRAMOS DE 1-30, 31-90, 91-180 Y MAS DE 180   *
000200*         * DIAS, IMPRIME COBRANZA Y MORA POR SUCURSAL   *
000210*         * (CON EL NOMBRE DE TBSUCURS) Y GRABA EL       *
000220*         * ARCHIVO DE SITUACION 1 A 5 POR DEUDOR PARA   *
000230*         * EL REGIMEN INFORMATIVO DE DEUDORES           *
000240*************************************
000250  ENVIRONMENT DIVISION.
000260  CONFIGURATION SECTION.
000270  SPECIAL-NAMES.
000280      DECIMAL-POINT IS COMMA.
000290  INPUT-OUTPUT SECTION.
000300  FILE-CONTROL.
000310        SELECT SALIDA ASSIGN DDSALI
000320               FILE STATUS IS FS-SALIDA.
000330
000340        SELECT CLASIFIC ASSIGN DDCLASIF
000350               FILE STATUS IS FS-CLASIFIC.
000360
000370  DATA DIVISION.
000380  FILE SECTION.
000390  FD SALIDA
000400       BLOCK CONTAINS 0 RECORDS
000410       RECORDING MODE IS F.
000420
000430  01 REG-SALIDA PIC X(132).
000440
000450  FD CLASIFIC
000460       BLOCK CONTAINS 0 RECORDS
000470       RECORDING MODE IS F.
000480
000490  01 REG-CLASIFIC.
000500      05 CLS-FECHA-PROCESO    PIC X(10).
000510      05 CLS-NRO-CLIENTE      PIC 9(05).
000520      05 CLS-TIPO-DOC         PIC X(02).
000530      05 CLS-NRO-DOC          PIC 9(11).
000540      05 CLS-MONEDA           PIC X(02).
000550      05 CLS-SITUACION        PIC 9(01).
000560      05 CLS-DIAS-ATRASO      PIC 9(05).
000570      05 CLS-DEUDA-VENCIDA    PIC S9(11)V99.
000580      05 CLS-DEUDA-TOTAL      PIC S9(11)V99.
000590      05 FILLER               PIC X(20).
000600*************************************
000610*             WORKING              *
000620*************************************
000630  WORKING-STORAGE SECTION.
000640  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000650*************************************
000660*           FILE STATUS            *
000670*************************************
000680  01  FS-FILE-STATUS.
000690      05  FS-CUOTA        PIC X     VALUE SPACES.
000700          88  FS-CUOTA-OK           VALUE 'Y'.
000710          88  FS-CUOTA-EOF          VALUE 'N'.
000720      05  FS-CARTERA      PIC X     VALUE SPACES.
000730          88  FS-CARTERA-OK         VALUE 'Y'.
000740          88  FS-CARTERA-EOF        VALUE 'N'.
000750      05  FS-SALIDA       PIC XX    VALUE SPACES.
000760          88  FS-SALIDA-OK          VALUE '00'.
000770      05  FS-CLASIFIC     PIC XX    VALUE SPACES.
000780          88  FS-CLASIFIC-OK        VALUE '00'.
000790*************************************
000800*          CONTADORES              *
000810*************************************
000820  01 CN-CONTADORES.
000830      05 CN-CUOTAS             PIC 9(05)  VALUE ZEROS.
000840      05 CN-COBRADAS           PIC 9(05)  VALUE ZEROS.
000850      05 CN-PARCIALES          PIC 9(05)  VALUE ZEROS.
000860      05 CN-SIN-SALDO          PIC 9(05)  VALUE ZEROS.
000870      05 CN-EXCLUIDAS          PIC 9(05)  VALUE ZEROS.
000880      05 CN-CANCELADOS         PIC 9(05)  VALUE ZEROS.
000890      05 CN-CARTERA            PIC 9(07)  VALUE ZEROS.
000900      05 CN-DEUDORES           PIC 9(05)  VALUE ZEROS.
000910      05 CN-CLASIFIC           PIC 9(05)  VALUE ZEROS.
000920      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
000930      05 CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
000940*************************************
000950*   CONTROL DE COMMITS PERIODICOS  *
000960*************************************
000970  77  CT-COMMIT-CADA        PIC 9(05)  VALUE 00100.
000980  77  CN-COMMIT-PEND        PIC 9(05)  VALUE ZEROS.
000990*************************************
001000*  COBRANZA Y MORA POR SUCURSAL Y  *
001010*  MONEDA (TRAMOS DE DIAS DE MORA) *
001020*************************************
001030  01  CN-TAB-SUCURSAL.
001040      05  CN-SUC-CANT          PIC 9(02)     COMP  VALUE ZEROS.
001050      05  CN-SUC-ITEM  OCCURS 50 TIMES
001060                        INDEXED BY CN-SUC-IDX.
001070          10  CN-SUC-COD       PIC X(04)           VALUE SPACES.
001080          10  CN-SUC-MONEDA    PIC X(02)           VALUE SPACES.
001090          10  CN-SUC-COBRADO   PIC S9(11)V99 COMP-3 VALUE ZEROS.
001100          10  CN-SUC-MORA-030  PIC S9(11)V99 COMP-3 VALUE ZEROS.
001110          10  CN-SUC-MORA-090  PIC S9(11)V99 COMP-3 VALUE ZEROS.
001120          10  CN-SUC-MORA-180  PIC S9(11)V99 COMP-3 VALUE ZEROS.
001130          10  CN-SUC-MORA-MAS  PIC S9(11)V99 COMP-3 VALUE ZEROS.
001140  77  CT-MAX-SUCURSALES     PIC 9(02)  VALUE 50.
001150*************************************
001160*  DEUDA DEL DEUDOR EN CURSO POR   *
001170*  MONEDA                          *
001180*************************************
001190  01  CN-TAB-DEUDA.
001200      05  CN-DEU-CANT          PIC 9(02)     COMP  VALUE ZEROS.
001210      05  CN-DEU-ITEM  OCCURS 10 TIMES
001220                        INDEXED BY CN-DEU-IDX.
001230          10  CN-DEU-MONEDA    PIC X(02)           VALUE SPACES.
001240          10  CN-DEU-VENCIDA   PIC S9(11)V99 COMP-3 VALUE ZEROS.
001250          10  CN-DEU-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZEROS.
001260  77  CT-MAX-MONEDAS        PIC 9(02)  VALUE 10.
001270*************************************
001280*      AREA DE CALCULO             *
001290*************************************
001300  77  WS-PENDIENTE         PIC S9(9)V99 COMP-3  VALUE ZEROS.
001310  77  WS-COBRADO           PIC S9(9)V99 COMP-3  VALUE ZEROS.
001320  77  WS-SALDO-NUEVO       PIC S9(9)V99 COMP-3  VALUE ZEROS.
001330  77  WS-TOTAL-EMBARGOS    PIC S9(9)V99 COMP-3  VALUE ZEROS.
001340  77  WS-SALDO-DISPONIBLE  PIC S9(9)V99 COMP-3  VALUE ZEROS.
001350  77  WS-CANT-PENDIENTES   PIC S9(04) COMP      VALUE ZEROS.
001360  77  WS-DIAS-ATRASO       PIC 9(05)            VALUE ZEROS.
001370  77  WS-MAX-ATRASO        PIC 9(05)            VALUE ZEROS.
001380  77  WS-ESTADO-CUENTA     PIC X(01)            VALUE SPACES.
001390  77  WS-ESTADO-CUOTA      PIC X(01)            VALUE SPACES.
001400  77  WS-SUCURSAL-BUSCA    PIC X(04)            VALUE SPACES.
001410  77  WS-MONEDA-BUSCA      PIC X(02)            VALUE SPACES.
001420
001430  01  WS-DEUDOR-ANT.
001440      05  WS-ANT-CLIENTE   PIC S9(5)V COMP-3    VALUE ZEROS.
001450      05  WS-ANT-TIPO-DOC  PIC X(02)            VALUE SPACES.
001460      05  WS-ANT-NRO-DOC   PIC S9(11)V COMP-3   VALUE ZEROS.
001470  01  WS-HAY-DEUDOR        PIC X(01)            VALUE 'N'.
001480      88  WS-DEUDOR-ABIERTO                     VALUE 'S'.
001490
001500  01  WS-SITUACION         PIC 9(01)            VALUE ZEROS.
001510      88  WS-SIT-NORMAL                         VALUE 1.
001520      88  WS-SIT-IRRECUPERABLE                  VALUE 5.
001530
001540  77  CT-CANAL-BATCH       PIC X(04)       VALUE 'BTCH'.
001550  77  CT-MOV-COBRO-CUOTA   PIC X(02)       VALUE 'CP'.
001560*************************************
001570*  TARJETA SYSIN: FECHA DE PROCESO *
001580*  (AAAA-MM-DD) EN FORMATO RUTFECHA *
001590*************************************
001600  01  WS-FECHA-PROCESO     PIC X(10)   VALUE SPACES.
001610  01  WS-FECHA-AAAAMMDD    PIC X(08)   VALUE SPACES.
001620*************************************
001630*      LLAMADA A RUTFECHA          *
001640*************************************
001650      COPY LKFECHA.
001660*************************************
001670*       VARIABLES IMPRESION        *
001680*************************************
001690  01  IP-TITULO.
001700      05  FILLER      PIC X(10) VALUE  SPACES.
001710      05  FILLER      PIC X(42) VALUE
001720       'COBRANZA DE CUOTAS DE PRESTAMOS'.
001730      05  FILLER      PIC X(07) VALUE  'FECHA: '.
001740      05  IP-FECHA    PIC X(10) VALUE  SPACES.
001750      05  FILLER      PIC X(63) VALUE  SPACES.
001760
001770  01  IP-ENCABEZADO.
001780      05  FILLER    PIC X(05)    VALUE 'SUC'.
001790      05  FILLER    PIC X(10)    VALUE 'PRESTAMO'.
001800      05  FILLER    PIC X(04)    VALUE 'CUO'.
001810      05  FILLER    PIC X(16)    VALUE 'CUENTA'.
001820      05  FILLER    PIC X(11)    VALUE 'VENCIM.'.
001830      05  FILLER    PIC X(16)    VALUE '      PENDIENTE'.
001840      05  FILLER    PIC X(16)    VALUE '        COBRADO'.
001850      05  FILLER    PIC X(54)    VALUE 'RESULTADO'.
001860
001870  01  WS-REG-DETALLE.
001880      05  WS-DET-SUCURSAL  PIC X(04)    VALUE SPACES.
001890      05  FILLER           PIC X(01)    VALUE SPACES.
001900      05  WS-DET-PRESTAMO  PIC 9(09)    VALUE ZEROS.
001910      05  FILLER           PIC X(01)    VALUE SPACES.
001920      05  WS-DET-CUOTA     PIC ZZ9      VALUE ZEROS.
001930      05  FILLER           PIC X(01)    VALUE SPACES.
001940      05  WS-DET-CUENTA    PIC X(15)    VALUE SPACES.
001950      05  FILLER           PIC X(01)    VALUE SPACES.
001960      05  WS-DET-VTO       PIC X(10)    VALUE SPACES.
001970      05  FILLER           PIC X(01)    VALUE SPACES.
001980      05  WS-DET-PENDIENTE PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
001990      05  FILLER           PIC X(01)    VALUE SPACES.
002000      05  WS-DET-COBRADO   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
002010      05  FILLER           PIC X(01)    VALUE SPACES.
002020      05  WS-DET-RESULTADO PIC X(20)    VALUE SPACES.
002030      05  FILLER           PIC X(48)    VALUE SPACES.
002040
002050  01  IP-TITULO-SUCURSAL.
002060      05  FILLER    PIC X(10)    VALUE SPACES.
002070      05  FILLER    PIC X(50)    VALUE
002080       'COBRANZA Y MORA POR SUCURSAL (DIAS DE ATRASO)'.
002090      05  FILLER    PIC X(72)    VALUE SPACES.
002100
002110  01  IP-ENCAB-SUCURSAL.
002120      05  FILLER    PIC X(05)    VALUE 'SUC'.
002130      05  FILLER    PIC X(31)    VALUE 'NOMBRE'.
002140      05  FILLER    PIC X(03)    VALUE 'MO'.
002150      05  FILLER    PIC X(16)    VALUE '        COBRADO'.
002160      05  FILLER    PIC X(16)    VALUE '       1 A 30'.
002170      05  FILLER    PIC X(16)    VALUE '      31 A 90'.
002180      05  FILLER    PIC X(16)    VALUE '     91 A 180'.
002190      05  FILLER    PIC X(29)    VALUE '    MAS DE 180'.
002200
002210  01  WS-REG-SUCURSAL.
002220      05  WS-SUC-COD       PIC X(04)    VALUE SPACES.
002230      05  FILLER           PIC X(01)    VALUE SPACES.
002240      05  WS-SUC-NOMBRE    PIC X(30)    VALUE SPACES.
002250      05  FILLER           PIC X(01)    VALUE SPACES.
002260      05  WS-SUC-MONEDA    PIC X(02)    VALUE SPACES.
002270      05  FILLER           PIC X(01)    VALUE SPACES.
002280      05  WS-SUC-COBRADO   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
002290      05  FILLER           PIC X(01)    VALUE SPACES.
002300      05  WS-SUC-MORA-030  PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
002310      05  FILLER           PIC X(01)    VALUE SPACES.
002320      05  WS-SUC-MORA-090  PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
002330      05  FILLER           PIC X(01)    VALUE SPACES.
002340      05  WS-SUC-MORA-180  PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
002350      05  FILLER           PIC X(01)    VALUE SPACES.
002360      05  WS-SUC-MORA-MAS  PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
002370      05  FILLER           PIC X(14)    VALUE SPACES.
002380
002390  01  WS-REG-RESUMEN.
002400      05  FILLER    PIC X(10)    VALUE SPACES.
002410      05  FILLER    PIC X(16)    VALUE 'CUOTAS COBRADAS '.
002420      05  WS-RES-COBRADAS  PIC ZZ.ZZ9   VALUE ZEROS.
002430      05  FILLER    PIC X(12)    VALUE '  PARCIALES '.
002440      05  WS-RES-PARCIALES PIC ZZ.ZZ9   VALUE ZEROS.
002450      05  FILLER    PIC X(12)    VALUE '  SIN SALDO '.
002460      05  WS-RES-SIN-SALDO PIC ZZ.ZZ9   VALUE ZEROS.
002470      05  FILLER    PIC X(12)    VALUE '  EXCLUIDAS '.
002480      05  WS-RES-EXCLUIDAS PIC ZZ.ZZ9   VALUE ZEROS.
002490      05  FILLER    PIC X(11)    VALUE '  DEUDORES '.
002500      05  WS-RES-DEUDORES  PIC ZZ.ZZ9   VALUE ZEROS.
002510      05  FILLER    PIC X(35)    VALUE SPACES.
002520*************************************
002530*             SQL                  *
002540*************************************
002550       EXEC SQL
002560         INCLUDE SQLCA
002570       END-EXEC.
002580
002590       EXEC SQL
002600         INCLUDE TBCUENT
002610       END-EXEC.
002620
002630       EXEC SQL
002640         INCLUDE TBCLIENT
002650       END-EXEC.
002660
002670       EXEC SQL
002680         INCLUDE TBPRESTA
002690       END-EXEC.
002700
002710       EXEC SQL
002720         INCLUDE TBCUOTAS
002730       END-EXEC.
002740
002750       EXEC SQL
002760         INCLUDE TBMOVIM
002770       END-EXEC.
002780
002790       EXEC SQL
002800         INCLUDE TBEMBARG
002810       END-EXEC.
002820
002830       EXEC SQL
002840         INCLUDE TBSUCURS
002850       END-EXEC.
002860
002870       EXEC SQL
002880         DECLARE COBRO_CURSOR CURSOR WITH HOLD FOR
002890          SELECT C.NRO_PRESTAMO, C.NRO_CUOTA, C.FECHA_VTO,
002900                 C.IMPORTE_CUOTA, C.IMPORTE_PAGADO,
002910                 P.NRO_CUENTA, P.SUCURSAL, P.MONEDA
002920            FROM ITPFBIO.TBCUOTAS C,
002930                 ITPFBIO.TBPRESTAMOS P
002940           WHERE C.NRO_PRESTAMO EQUAL P.NRO_PRESTAMO
002950             AND P.ESTADO       EQUAL 'V'
002960             AND C.ESTADO       EQUAL 'P'
002970             AND C.FECHA_VTO    NOT GREATER :WS-FECHA-PROCESO
002980           ORDER BY P.SUCURSAL, C.NRO_PRESTAMO, C.NRO_CUOTA
002990       END-EXEC.
003000
003010       EXEC SQL
003020         DECLARE CARTERA_CURSOR CURSOR FOR
003030          SELECT P.NRO_CLIENTE, P.SUCURSAL, P.MONEDA,
003040                 C.FECHA_VTO,
003050                 C.IMPORTE_CUOTA - C.IMPORTE_PAGADO,
003060                 L.TIPO_DOCUMENTO, L.NRO_DOCUMENTO
003070            FROM ITPFBIO.TBCUOTAS C,
003080                 ITPFBIO.TBPRESTAMOS P,
003090                 ITPFBIO.TBCLIENT L
003100           WHERE C.NRO_PRESTAMO EQUAL P.NRO_PRESTAMO
003110             AND L.NRO_CLIENTE  EQUAL P.NRO_CLIENTE
003120             AND P.ESTADO       EQUAL 'V'
003130             AND C.ESTADO       EQUAL 'P'
003140           ORDER BY P.NRO_CLIENTE, P.MONEDA
003150       END-EXEC.
003160
003170  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
003180*************************************
003190*  MANEJO COMUN DE ERRORES          *
003200*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
003210*  DE RETORNO DEL BATCH             *
003220*************************************
003230     COPY LKERROR.
003240
003250  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
003260  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
003270  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
003280  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
003290*************************************
003300*  CONTROL DE CORRIDAS (RUTCTRL)    *
003310*************************************
003320     COPY LKCTRL.
003330
003340  01  WS-TARJETA-CONTROL.
003350      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
003360      05  CC-RERUN         PIC X(01)  VALUE SPACES.
003370
003380  01  WS-CTL-HOY.
003390      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
003400      05  FILLER       PIC X(01)  VALUE '-'.
003410      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
003420      05  FILLER       PIC X(01)  VALUE '-'.
003430      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
003440
003450  01  WS-CTL-FECHA-AREA.
003460      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
003470      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
003480      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
003490
003500  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
003510  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
003520      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
003530  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
003540*************************************.
003550  PROCEDURE DIVISION.
003560**************************************
003570*  CUERPO PRINCIPAL DEL PROGRAMA     *
003580**************************************
003590  MAIN-PROGRAM.
003600      PERFORM 1000-I-INICIO
003610         THRU 1000-F-INICIO
003620
003630      IF WS-CORRIDA-RECHAZADA
003640         GO TO F-MAIN-PROGRAM
003650      END-IF
003660
003670      PERFORM 2000-I-PROCESO
003680         THRU 2000-F-PROCESO
003690         UNTIL FS-CUOTA-EOF
003700
003710      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
003720         PERFORM 6000-I-CARTERA
003730            THRU 6000-F-CARTERA
003740      END-IF
003750
003760      PERFORM 9999-I-FINAL
003770         THRU 9999-F-FINAL
003780      .
003790  F-MAIN-PROGRAM. GOBACK.
003800**************************************
003810*  CUERPO INICIO APERTURA ARCHIVOS   *
003820**************************************
003830  1000-I-INICIO.
003840      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
003850
003860      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
003870
003880      IF WS-CORRIDA-RECHAZADA
003890         GO TO 1000-F-INICIO
003900      END-IF
003910
003920      MOVE CC-FECHA-PROCESO      TO WS-FECHA-PROCESO
003930      MOVE WS-FECHA-PROCESO (1:4) TO WS-FECHA-AAAAMMDD (1:4)
003940      MOVE WS-FECHA-PROCESO (6:2) TO WS-FECHA-AAAAMMDD (5:2)
003950      MOVE WS-FECHA-PROCESO (9:2) TO WS-FECHA-AAAAMMDD (7:2)
003960
003970      OPEN OUTPUT SALIDA
003980
003990      IF NOT FS-SALIDA-OK
004000         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
004010         MOVE FS-SALIDA TO LK-ERR-CODIGO
004020         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004030         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
004040         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004050         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004060         SET  FS-CUOTA-EOF TO TRUE
004070      END-IF
004080
004090      OPEN OUTPUT CLASIFIC
004100
004110      IF NOT FS-CLASIFIC-OK
004120         DISPLAY '* ERROR EN OPEN CLASIFIC = ' FS-CLASIFIC
004130         MOVE FS-CLASIFIC TO LK-ERR-CODIGO
004140         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004150         MOVE 'OPEN CLASIFIC' TO LK-ERR-RECURSO
004160         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004170         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004180         SET  FS-CUOTA-EOF TO TRUE
004190      END-IF
004200
004210      PERFORM 9000-I-TITULO THRU 9000-F-TITULO
004220
004230      EXEC SQL
004240         OPEN COBRO_CURSOR
004250      END-EXEC
004260
004270      IF SQLCODE NOT EQUAL ZEROS
004280         MOVE SQLCODE TO FS-SQLCODE
004290         DISPLAY '* ERROR OPEN CURSOR COBRO = ' FS-SQLCODE
004300         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004310         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004320         MOVE 'OPEN CURSOR COBRO' TO LK-ERR-RECURSO
004330         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004340         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004350         SET  FS-CUOTA-EOF TO TRUE
004360      END-IF
004370
004380      PERFORM 3000-I-LEER-CUOTA
004390         THRU 3000-F-LEER-CUOTA
004400      .
004410  1000-F-INICIO. EXIT.
004420**************************************
004430*  CUERPO PRINCIPAL DE PROCESOS      *
004440**************************************
004450  2000-I-PROCESO.
004460      PERFORM 4000-I-COBRAR-CUOTA
004470         THRU 4000-F-COBRAR-CUOTA
004480
004490      PERFORM 3000-I-LEER-CUOTA
004500         THRU 3000-F-LEER-CUOTA
004510      .
004520  2000-F-PROCESO. EXIT.
004530**************************************
004540*       LEER CUOTA A COBRAR          *
004550**************************************
004560  3000-I-LEER-CUOTA.
004570      EXEC SQL
004580           FETCH COBRO_CURSOR
004590           INTO  :CUO-NRO-PRESTAMO,
004600                 :CUO-NRO-CUOTA,
004610                 :CUO-FECHA-VTO,
004620                 :CUO-IMPORTE-CUOTA,
004630                 :CUO-IMPORTE-PAGADO,
004640                 :PRE-NRO-CUENTA,
004650                 :PRE-SUCURSAL,
004660                 :PRE-MONEDA
004670      END-EXEC
004680
004690      EVALUATE SQLCODE
004700
004710      WHEN ZEROS
004720         ADD 1 TO CN-CUOTAS
004730         MOVE PRE-NRO-CUENTA TO LK-ERR-CLAVE
004740
004750      WHEN +100
004760         SET FS-CUOTA-EOF TO TRUE
004770
004780      WHEN OTHER
004790         ADD 1 TO CN-NOVEDADES-ER
004800         MOVE SQLCODE TO FS-SQLCODE
004810         DISPLAY '* ERROR LEER CURSOR COBRO = ' FS-SQLCODE
004820         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004830         MOVE '3000-I-LEER-CUOTA' TO LK-ERR-PARRAFO
004840         MOVE 'LEER CURSOR COBRO' TO LK-ERR-RECURSO
004850         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004860         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004870         SET FS-CUOTA-EOF TO TRUE
004880      END-EVALUATE
004890      .
004900  3000-F-LEER-CUOTA. EXIT.
004910**************************************
004920*   COMMIT CADA N CUOTAS             *
004930**************************************
004940  3500-I-COMMIT-PERIODICO.
004950      ADD 1 TO CN-COMMIT-PEND
004960
004970      IF CN-COMMIT-PEND NOT LESS CT-COMMIT-CADA
004980         EXEC SQL
004990            COMMIT
005000         END-EXEC
005010         MOVE ZEROS TO CN-COMMIT-PEND
005020      END-IF
005030      .
005040  3500-F-COMMIT-PERIODICO. EXIT.
005050**************************************
005060*  COBRAR UNA CUOTA HASTA EL SALDO   *
005070*  DISPONIBLE NETO DE EMBARGOS - LO  *
005080*  QUE NO ALCANZA QUEDA PENDIENTE    *
005090*  PARA LA PROXIMA CORRIDA. LAS      *
005100*  CUENTAS CERRADAS O DORMIDAS NO SE *
005110*  DEBITAN PERO QUEDAN LISTADAS      *
005120**************************************
005130  4000-I-COBRAR-CUOTA.
005140      MOVE ZEROS TO WS-COBRADO
005150
005160      SUBTRACT CUO-IMPORTE-PAGADO FROM CUO-IMPORTE-CUOTA
005170         GIVING WS-PENDIENTE
005180
005190      PERFORM 4100-I-LEER-CUENTA
005200         THRU 4100-F-LEER-CUENTA
005210
005220      IF WS-DET-RESULTADO NOT EQUAL SPACES
005230         ADD 1 TO CN-EXCLUIDAS
005240         PERFORM 5500-I-GRABAR-DETALLE
005250            THRU 5500-F-GRABAR-DETALLE
005260         GO TO 4000-F-COBRAR-CUOTA
005270      END-IF
005280
005290      PERFORM 4200-I-SUMAR-EMBARGOS
005300         THRU 4200-F-SUMAR-EMBARGOS
005310
005320      SUBTRACT WS-TOTAL-EMBARGOS FROM SALDO-ACTUAL
005330         GIVING WS-SALDO-DISPONIBLE
005340
005350      IF WS-SALDO-DISPONIBLE NOT GREATER ZEROS
005360         ADD 1 TO CN-SIN-SALDO
005370         MOVE 'SIN SALDO DISPONIBLE' TO WS-DET-RESULTADO
005380         PERFORM 5500-I-GRABAR-DETALLE
005390            THRU 5500-F-GRABAR-DETALLE
005400         GO TO 4000-F-COBRAR-CUOTA
005410      END-IF
005420
005430      IF WS-SALDO-DISPONIBLE LESS WS-PENDIENTE
005440         MOVE WS-SALDO-DISPONIBLE TO WS-COBRADO
005450         MOVE 'P'                 TO WS-ESTADO-CUOTA
005460         ADD 1 TO CN-PARCIALES
005470         MOVE 'COBRO PARCIAL'     TO WS-DET-RESULTADO
005480      ELSE
005490         MOVE WS-PENDIENTE        TO WS-COBRADO
005500         MOVE 'C'                 TO WS-ESTADO-CUOTA
005510         ADD 1 TO CN-COBRADAS
005520         MOVE 'COBRADA'           TO WS-DET-RESULTADO
005530      END-IF
005540
005550      PERFORM 4300-I-DEBITAR
005560         THRU 4300-F-DEBITAR
005570
005580      IF RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
005590         GO TO 4000-F-COBRAR-CUOTA
005600      END-IF
005610
005620      PERFORM 5500-I-GRABAR-DETALLE
005630         THRU 5500-F-GRABAR-DETALLE
005640
005650      MOVE PRE-SUCURSAL TO WS-SUCURSAL-BUSCA
005660      MOVE PRE-MONEDA   TO WS-MONEDA-BUSCA
005670
005680      PERFORM 5700-I-ACUM-SUCURSAL
005690         THRU 5700-F-ACUM-SUCURSAL
005700
005710      IF CN-SUC-IDX NOT GREATER CN-SUC-CANT
005720         ADD WS-COBRADO TO CN-SUC-COBRADO (CN-SUC-IDX)
005730      END-IF
005740
005750      PERFORM 3500-I-COMMIT-PERIODICO
005760         THRU 3500-F-COMMIT-PERIODICO
005770      .
005780  4000-F-COBRAR-CUOTA. EXIT.
005790**************************************
005800*  LEER LA CUENTA DEL PRESTAMO       *
005810*  (CERRADA O DORMIDA = EXCLUIDA)    *
005820**************************************
005830  4100-I-LEER-CUENTA.
005840      MOVE SPACES         TO WS-DET-RESULTADO
005850      MOVE PRE-NRO-CUENTA TO NRO-CUENTA
005860
005870      EXEC SQL
005880         SELECT TIPO_CUENTA, SALDO_ACTUAL,
005890                VALUE(ESTADO_CUENTA, ' ')
005900           INTO :TIPO-CUENTA, :SALDO-ACTUAL,
005910                :WS-ESTADO-CUENTA
005920           FROM ITPFBIO.TBCUENTAS
005930          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
005940            AND FECHA_DE_BAJA IS NULL
005950      END-EXEC
005960
005970      EVALUATE SQLCODE
005980
005990      WHEN ZEROS
006000         IF WS-ESTADO-CUENTA EQUAL 'D'
006010            MOVE 'EXCLUIDA - DORMIDA' TO WS-DET-RESULTADO
006020         END-IF
006030
006040      WHEN +100
006050         MOVE 'EXCLUIDA - CERRADA' TO WS-DET-RESULTADO
006060
006070      WHEN OTHER
006080         ADD 1 TO CN-NOVEDADES-ER
006090         MOVE SQLCODE TO FS-SQLCODE
006100         DISPLAY '* ERROR LEER TBCUENTAS = ' FS-SQLCODE
006110         MOVE FS-SQLCODE TO LK-ERR-CODIGO
006120         MOVE '4100-I-LEER-CUENTA' TO LK-ERR-PARRAFO
006130         MOVE 'LEER TBCUENTAS' TO LK-ERR-RECURSO
006140         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006150         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006160         MOVE 'ERROR LECTURA CUENTA' TO WS-DET-RESULTADO
006170         SET FS-CUOTA-EOF TO TRUE
006180      END-EVALUATE
006190      .
006200  4100-F-LEER-CUENTA. EXIT.
006210**************************************
006220*  SUMAR LOS EMBARGOS ACTIVOS DE LA  *
006230*  CUENTA (TBEMBARGOS) - LOS         *
006240*  VENCIDOS NO RETIENEN SALDO        *
006250**************************************
006260  4200-I-SUMAR-EMBARGOS.
006270      MOVE ZEROS      TO WS-TOTAL-EMBARGOS
006280      MOVE NRO-CUENTA TO EMB-NRO-CUENTA
006290
006300      EXEC SQL
006310         SELECT VALUE(SUM(IMPORTE), 0)
006320           INTO :WS-TOTAL-EMBARGOS
006330           FROM ITPFBIO.TBEMBARGOS
006340          WHERE NRO_CUENTA EQUAL :EMB-NRO-CUENTA
006350            AND ESTADO     EQUAL 'A'
006360            AND (FECHA_VTO EQUAL ' '
006370             OR FECHA_VTO NOT LESS :WS-FECHA-PROCESO)
006380      END-EXEC
006390
006400      IF SQLCODE NOT EQUAL ZEROS
006410         MOVE ZEROS TO WS-TOTAL-EMBARGOS
006420      END-IF
006430      .
006440  4200-F-SUMAR-EMBARGOS. EXIT.
006450**************************************
006460*  DEBITAR LA CUENTA, GRABAR EL      *
006470*  MOVIMIENTO 'CP' Y ACTUALIZAR LA   *
006480*  CUOTA (Y EL PRESTAMO SI QUEDO     *
006490*  CANCELADO)                        *
006500**************************************
006510  4300-I-DEBITAR.
006520      SUBTRACT WS-COBRADO FROM SALDO-ACTUAL
006530         GIVING WS-SALDO-NUEVO
006540
006550      EXEC SQL
006560         UPDATE ITPFBIO.TBCUENTAS
006570            SET SALDO_ACTUAL = :WS-SALDO-NUEVO,
006580                FECHA_ACTUAL = :WS-FECHA-PROCESO
006590          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
006600      END-EXEC
006610
006620      IF SQLCODE NOT EQUAL ZEROS
006630         ADD 1 TO CN-NOVEDADES-ER
006640         MOVE SQLCODE TO FS-SQLCODE
006650         DISPLAY '* ERROR DEBITAR CUOTA = ' FS-SQLCODE
006660         MOVE FS-SQLCODE TO LK-ERR-CODIGO
006670         MOVE '4300-I-DEBITAR' TO LK-ERR-PARRAFO
006680         MOVE 'DEBITAR CUOTA' TO LK-ERR-RECURSO
006690         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006700         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006710         SET FS-CUOTA-EOF TO TRUE
006720         GO TO 4300-F-DEBITAR
006730      END-IF
006740
006750      PERFORM 4500-I-GRABAR-MOVIM
006760         THRU 4500-F-GRABAR-MOVIM
006770
006780      IF RETURN-CODE NOT LESS CT-RC-ERROR-ENTORNO
006790         GO TO 4300-F-DEBITAR
006800      END-IF
006810
006820      PERFORM 4600-I-ACTUALIZAR-CUOTA
006830         THRU 4600-F-ACTUALIZAR-CUOTA
006840
006850      IF WS-ESTADO-CUOTA EQUAL 'C'
006860         AND RETURN-CODE LESS CT-RC-ERROR-ENTORNO
006870         PERFORM 4700-I-CERRAR-PRESTAMO
006880            THRU 4700-F-CERRAR-PRESTAMO
006890      END-IF
006900      .
006910  4300-F-DEBITAR. EXIT.
006920**************************************
006930*  GRABAR EL MOVIMIENTO 'CP' CON SU  *
006940*  NRO DE COMPROBANTE                *
006950**************************************
006960  4500-I-GRABAR-MOVIM.
006970      MOVE NRO-CUENTA       TO MOV-NRO-CUENTA
006980      MOVE WS-FECHA-PROCESO TO MOV-FECHA
006990      ACCEPT MOV-HORA       FROM TIME
007000      MOVE CT-MOV-COBRO-CUOTA TO MOV-TIPO-MOVIMIENTO
007010      MOVE WS-COBRADO       TO MOV-IMPORTE
007020      MOVE PRE-MONEDA       TO MOV-MONEDA
007030      MOVE 'PGMCUO33'       TO MOV-USUARIO
007040      MOVE CT-CANAL-BATCH   TO MOV-CANAL
007050
007060      PERFORM 5150-I-NUMERAR-COMP
007070         THRU 5150-F-NUMERAR-COMP
007080
007090      EXEC SQL
007100         INSERT INTO ITPFBIO.TBMOVIM
007110               (NRO_CUENTA, FECHA, HORA, TIPO_MOVIMIENTO,
007120                IMPORTE, MONEDA, USUARIO, CANAL,
007130                NRO_COMPROBANTE)
007140         VALUES
007150               (:MOV-NRO-CUENTA, :MOV-FECHA, :MOV-HORA,
007160                :MOV-TIPO-MOVIMIENTO, :MOV-IMPORTE,
007170                :MOV-MONEDA, :MOV-USUARIO, :MOV-CANAL,
007180                :MOV-NRO-COMPROBANTE)
007190      END-EXEC
007200
007210      IF SQLCODE NOT EQUAL ZEROS
007220         ADD 1 TO CN-NOVEDADES-ER
007230         MOVE SQLCODE TO FS-SQLCODE
007240         DISPLAY '* ERROR INSERT TBMOVIM = ' FS-SQLCODE
007250         MOVE FS-SQLCODE TO LK-ERR-CODIGO
007260         MOVE '4500-I-GRABAR-MOVIM' TO LK-ERR-PARRAFO
007270         MOVE 'INSERT TBMOVIM' TO LK-ERR-RECURSO
007280         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007290         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007300         SET FS-CUOTA-EOF TO TRUE
007310      END-IF
007320      .
007330  4500-F-GRABAR-MOVIM. EXIT.
007340**************************************
007350*  ACUMULAR LO COBRADO EN LA CUOTA   *
007360*  ('C' SI QUEDO TOTALMENTE PAGA)    *
007370**************************************
007380  4600-I-ACTUALIZAR-CUOTA.
007390      ADD WS-COBRADO TO CUO-IMPORTE-PAGADO
007400      MOVE WS-FECHA-PROCESO TO CUO-FECHA-PAGO
007410      MOVE WS-ESTADO-CUOTA  TO CUO-ESTADO
007420
007430      EXEC SQL
007440         UPDATE ITPFBIO.TBCUOTAS
007450            SET IMPORTE_PAGADO = :CUO-IMPORTE-PAGADO,
007460                FECHA_PAGO     = :CUO-FECHA-PAGO,
007470                ESTADO         = :CUO-ESTADO
007480          WHERE NRO_PRESTAMO EQUAL :CUO-NRO-PRESTAMO
007490            AND NRO_CUOTA    EQUAL :CUO-NRO-CUOTA
007500      END-EXEC
007510
007520      IF SQLCODE NOT EQUAL ZEROS
007530         ADD 1 TO CN-NOVEDADES-ER
007540         MOVE SQLCODE TO FS-SQLCODE
007550         DISPLAY '* ERROR UPDATE TBCUOTAS = ' FS-SQLCODE
007560         MOVE FS-SQLCODE TO LK-ERR-CODIGO
007570         MOVE '4600-I-ACTUALIZAR-CUOTA' TO LK-ERR-PARRAFO
007580         MOVE 'UPDATE TBCUOTAS' TO LK-ERR-RECURSO
007590         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007600         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007610         SET FS-CUOTA-EOF TO TRUE
007620      END-IF
007630      .
007640  4600-F-ACTUALIZAR-CUOTA. EXIT.
007650**************************************
007660*  SIN CUOTAS PENDIENTES EL PRESTAMO *
007670*  PASA A CANCELADO ('C')            *
007680**************************************
007690  4700-I-CERRAR-PRESTAMO.
007700      MOVE ZEROS TO WS-CANT-PENDIENTES
007710
007720      EXEC SQL
007730         SELECT COUNT(*)
007740           INTO :WS-CANT-PENDIENTES
007750           FROM ITPFBIO.TBCUOTAS
007760          WHERE NRO_PRESTAMO EQUAL :CUO-NRO-PRESTAMO
007770            AND ESTADO       EQUAL 'P'
007780      END-EXEC
007790
007800      IF SQLCODE NOT EQUAL ZEROS
007810         OR WS-CANT-PENDIENTES GREATER ZEROS
007820         GO TO 4700-F-CERRAR-PRESTAMO
007830      END-IF
007840
007850      MOVE CUO-NRO-PRESTAMO TO PRE-NRO-PRESTAMO
007860
007870      EXEC SQL
007880         UPDATE ITPFBIO.TBPRESTAMOS
007890            SET ESTADO = 'C'
007900          WHERE NRO_PRESTAMO EQUAL :PRE-NRO-PRESTAMO
007910      END-EXEC
007920
007930      IF SQLCODE EQUAL ZEROS
007940         ADD 1 TO CN-CANCELADOS
007950         MOVE 'COBRADA - CANCELADO' TO WS-DET-RESULTADO
007960      END-IF
007970      .
007980  4700-F-CERRAR-PRESTAMO. EXIT.
007990**************************************
008000*  PROXIMO NRO DE COMPROBANTE        *
008010*  (MAXIMO + 1)                      *
008020**************************************
008030  5150-I-NUMERAR-COMP.
008040      EXEC SQL
008050         SELECT VALUE(MAX(NRO_COMPROBANTE), 0) + 1
008060           INTO :MOV-NRO-COMPROBANTE
008070           FROM ITPFBIO.TBMOVIM
008080      END-EXEC
008090
008100      IF SQLCODE NOT EQUAL ZEROS
008110         MOVE 1 TO MOV-NRO-COMPROBANTE
008120      END-IF
008130      .
008140  5150-F-NUMERAR-COMP. EXIT.
008150**************************************
008160*           GRABAR DETALLE           *
008170**************************************
008180  5500-I-GRABAR-DETALLE.
008190      IF CN-CUENTA-LINEA GREATER 60
008200         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
008210      END-IF
008220
008230      MOVE PRE-SUCURSAL     TO WS-DET-SUCURSAL
008240      MOVE CUO-NRO-PRESTAMO TO WS-DET-PRESTAMO
008250      MOVE CUO-NRO-CUOTA    TO WS-DET-CUOTA
008260      MOVE PRE-NRO-CUENTA   TO WS-DET-CUENTA
008270      MOVE CUO-FECHA-VTO    TO WS-DET-VTO
008280      MOVE WS-PENDIENTE     TO WS-DET-PENDIENTE
008290      MOVE WS-COBRADO       TO WS-DET-COBRADO
008300
008310      WRITE REG-SALIDA FROM WS-REG-DETALLE
008320
008330      IF NOT FS-SALIDA-OK
008340         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
008350         MOVE FS-SALIDA TO LK-ERR-CODIGO
008360         MOVE '5500-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
008370         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
008380         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008390         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008400         SET FS-CUOTA-EOF TO TRUE
008410      ELSE
008420         ADD 1 TO CN-CUENTA-LINEA
008430      END-IF
008440      .
008450  5500-F-GRABAR-DETALLE. EXIT.
008460**************************************
008470*  UBICAR (O ABRIR) LA FILA DE LA    *
008480*  SUCURSAL/MONEDA EN LA TABLA - CON *
008490*  LA TABLA LLENA EL INDICE QUEDA    *
008500*  FUERA DE RANGO Y NO SE ACUMULA    *
008510**************************************
008520  5700-I-ACUM-SUCURSAL.
008530      SET CN-SUC-IDX TO 1
008540
008550      PERFORM 5710-I-BUSCAR-SUCURSAL
008560         THRU 5710-F-BUSCAR-SUCURSAL
008570         UNTIL CN-SUC-IDX > CN-SUC-CANT
008580            OR (CN-SUC-COD (CN-SUC-IDX) EQUAL WS-SUCURSAL-BUSCA
008590                AND CN-SUC-MONEDA (CN-SUC-IDX)
008600                    EQUAL WS-MONEDA-BUSCA)
008610
008620      IF CN-SUC-IDX GREATER CN-SUC-CANT
008630         AND CN-SUC-CANT LESS CT-MAX-SUCURSALES
008640         SET CN-SUC-CANT UP BY 1
008650         SET CN-SUC-IDX  TO CN-SUC-CANT
008660         MOVE WS-SUCURSAL-BUSCA TO CN-SUC-COD    (CN-SUC-IDX)
008670         MOVE WS-MONEDA-BUSCA   TO CN-SUC-MONEDA (CN-SUC-IDX)
008680      END-IF
008690      .
008700  5700-F-ACUM-SUCURSAL. EXIT.
008710**************************************
008720*        BUSCAR SUCURSAL EN TABLA    *
008730**************************************
008740  5710-I-BUSCAR-SUCURSAL.
008750      IF CN-SUC-COD (CN-SUC-IDX) NOT EQUAL WS-SUCURSAL-BUSCA
008760         OR CN-SUC-MONEDA (CN-SUC-IDX) NOT EQUAL WS-MONEDA-BUSCA
008770         SET CN-SUC-IDX UP BY 1
008780      END-IF
008790      .
008800  5710-F-BUSCAR-SUCURSAL. EXIT.
008810**************************************
008820*  NOMBRE DE LA SUCURSAL EN EL      *
008830*  MAESTRO TBSUCURS (SIN FILA SE    *
008840*  IMPRIME SOLO EL CODIGO)          *
008850**************************************
008860  5850-I-NOMBRE-SUCURSAL.
008870      MOVE SPACES TO WS-SUC-NOMBRE
008880
008890      EXEC SQL
008900         SELECT NOMBRE
008910           INTO :SUC-NOMBRE
008920           FROM ITPFBIO.TBSUCURS
008930          WHERE SUCURSAL EQUAL :SUC-SUCURSAL
008940      END-EXEC
008950
008960      IF SQLCODE EQUAL ZEROS
008970         MOVE SUC-NOMBRE TO WS-SUC-NOMBRE
008980      END-IF
008990      .
009000  5850-F-NOMBRE-SUCURSAL. EXIT.
009010**************************************
009020*  CARTERA PENDIENTE POR DEUDOR -    *
009030*  DIAS DE MORA, TRAMOS POR          *
009040*  SUCURSAL Y SITUACION DEL DEUDOR   *
009050*  (DESPUES DE LA COBRANZA)          *
009060**************************************
009070  6000-I-CARTERA.
009080      EXEC SQL
009090         COMMIT
009100      END-EXEC
009110
009120      MOVE ZEROS TO CN-COMMIT-PEND
009130
009140      EXEC SQL
009150         OPEN CARTERA_CURSOR
009160      END-EXEC
009170
009180      IF SQLCODE NOT EQUAL ZEROS
009190         MOVE SQLCODE TO FS-SQLCODE
009200         DISPLAY '* ERROR OPEN CURSOR CARTERA = ' FS-SQLCODE
009210         MOVE FS-SQLCODE TO LK-ERR-CODIGO
009220         MOVE '6000-I-CARTERA' TO LK-ERR-PARRAFO
009230         MOVE 'OPEN CURSOR CARTER' TO LK-ERR-RECURSO
009240         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009250         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009260         GO TO 6000-F-CARTERA
009270      END-IF
009280
009290      PERFORM 6100-I-LEER-CARTERA
009300         THRU 6100-F-LEER-CARTERA
009310
009320      PERFORM 6200-I-PROCESAR-CARTERA
009330         THRU 6200-F-PROCESAR-CARTERA
009340         UNTIL FS-CARTERA-EOF
009350
009360      IF WS-DEUDOR-ABIERTO
009370         PERFORM 6500-I-GRABAR-DEUDOR
009380            THRU 6500-F-GRABAR-DEUDOR
009390      END-IF
009400
009410      EXEC SQL
009420         CLOSE CARTERA_CURSOR
009430      END-EXEC
009440      .
009450  6000-F-CARTERA. EXIT.
009460**************************************
009470*     LEER CUOTA DE LA CARTERA       *
009480**************************************
009490  6100-I-LEER-CARTERA.
009500      EXEC SQL
009510           FETCH CARTERA_CURSOR
009520           INTO  :PRE-NRO-CLIENTE,
009530                 :PRE-SUCURSAL,
009540                 :PRE-MONEDA,
009550                 :CUO-FECHA-VTO,
009560                 :WS-PENDIENTE,
009570                 :TIPO-DOCUMENTO,
009580                 :NRO-DOCUMENTO
009590      END-EXEC
009600
009610      EVALUATE SQLCODE
009620
009630      WHEN ZEROS
009640         ADD 1 TO CN-CARTERA
009650
009660      WHEN +100
009670         SET FS-CARTERA-EOF TO TRUE
009680
009690      WHEN OTHER
009700         ADD 1 TO CN-NOVEDADES-ER
009710         MOVE SQLCODE TO FS-SQLCODE
009720         DISPLAY '* ERROR LEER CURSOR CARTERA = ' FS-SQLCODE
009730         MOVE FS-SQLCODE TO LK-ERR-CODIGO
009740         MOVE '6100-I-LEER-CARTERA' TO LK-ERR-PARRAFO
009750         MOVE 'LEER CURSOR CARTER' TO LK-ERR-RECURSO
009760         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009770         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009780         SET FS-CARTERA-EOF TO TRUE
009790      END-EVALUATE
009800      .
009810  6100-F-LEER-CARTERA. EXIT.
009820**************************************
009830*  UNA CUOTA PENDIENTE: CORTE POR    *
009840*  DEUDOR, DIAS DE MORA Y TRAMO      *
009850**************************************
009860  6200-I-PROCESAR-CARTERA.
009870      IF WS-DEUDOR-ABIERTO
009880         AND PRE-NRO-CLIENTE NOT EQUAL WS-ANT-CLIENTE
009890         PERFORM 6500-I-GRABAR-DEUDOR
009900            THRU 6500-F-GRABAR-DEUDOR
009910      END-IF
009920
009930      IF NOT WS-DEUDOR-ABIERTO
009940         MOVE PRE-NRO-CLIENTE TO WS-ANT-CLIENTE
009950         MOVE TIPO-DOCUMENTO  TO WS-ANT-TIPO-DOC
009960         MOVE NRO-DOCUMENTO   TO WS-ANT-NRO-DOC
009970         MOVE ZEROS           TO WS-MAX-ATRASO
009980         MOVE ZEROS           TO CN-DEU-CANT
009990         SET WS-DEUDOR-ABIERTO TO TRUE
010000      END-IF
010010
010020      PERFORM 6300-I-DIAS-ATRASO
010030         THRU 6300-F-DIAS-ATRASO
010040
010050      PERFORM 6400-I-ACUM-DEUDA
010060         THRU 6400-F-ACUM-DEUDA
010070
010080      IF WS-DIAS-ATRASO GREATER ZEROS
010090         PERFORM 6350-I-ACUM-TRAMO
010100            THRU 6350-F-ACUM-TRAMO
010110      END-IF
010120
010130      PERFORM 6100-I-LEER-CARTERA
010140         THRU 6100-F-LEER-CARTERA
010150      .
010160  6200-F-PROCESAR-CARTERA. EXIT.
010170**************************************
010180*  DIAS DE MORA = FECHA DE PROCESO   *
010190*  MENOS VENCIMIENTO (RUTFECHA 'D') -*
010200*  LA CUOTA NO VENCIDA NO TIENE MORA *
010210**************************************
010220  6300-I-DIAS-ATRASO.
010230      MOVE ZEROS TO WS-DIAS-ATRASO
010240
010250      IF CUO-FECHA-VTO NOT LESS WS-FECHA-PROCESO
010260         GO TO 6300-F-DIAS-ATRASO
010270      END-IF
010280
010290      MOVE CUO-FECHA-VTO (1:4) TO LK-ENTRADA-DESDE (1:4)
010300      MOVE CUO-FECHA-VTO (6:2) TO LK-ENTRADA-DESDE (5:2)
010310      MOVE CUO-FECHA-VTO (9:2) TO LK-ENTRADA-DESDE (7:2)
010320
010330      MOVE WS-FECHA-AAAAMMDD   TO LK-ENTRADA
010340
010350      SET LK-FUNCION-DIF TO TRUE
010360
010370      CALL 'RUTFECHA' USING LK-AREA
010380
010390      IF LK-FECHA-ER
010400         DISPLAY '* VENCIMIENTO INVALIDO ' CUO-FECHA-VTO
010410                 ' - COD ' LK-CODE-ERROR
010420         ADD 1 TO CN-NOVEDADES-ER
010430         GO TO 6300-F-DIAS-ATRASO
010440      END-IF
010450
010460      MOVE LK-DIAS TO WS-DIAS-ATRASO
010470
010480      IF WS-DIAS-ATRASO GREATER WS-MAX-ATRASO
010490         MOVE WS-DIAS-ATRASO TO WS-MAX-ATRASO
010500      END-IF
010510      .
010520  6300-F-DIAS-ATRASO. EXIT.
010530**************************************
010540*  SUMAR LO IMPAGO AL TRAMO DE MORA  *
010550*  DE LA SUCURSAL/MONEDA             *
010560**************************************
010570  6350-I-ACUM-TRAMO.
010580      MOVE PRE-SUCURSAL TO WS-SUCURSAL-BUSCA
010590      MOVE PRE-MONEDA   TO WS-MONEDA-BUSCA
010600
010610      PERFORM 5700-I-ACUM-SUCURSAL
010620         THRU 5700-F-ACUM-SUCURSAL
010630
010640      IF CN-SUC-IDX GREATER CN-SUC-CANT
010650         GO TO 6350-F-ACUM-TRAMO
010660      END-IF
010670
010680      EVALUATE TRUE
010690         WHEN WS-DIAS-ATRASO NOT GREATER 30
010700            ADD WS-PENDIENTE TO CN-SUC-MORA-030 (CN-SUC-IDX)
010710         WHEN WS-DIAS-ATRASO NOT GREATER 90
010720            ADD WS-PENDIENTE TO CN-SUC-MORA-090 (CN-SUC-IDX)
010730         WHEN WS-DIAS-ATRASO NOT GREATER 180
010740            ADD WS-PENDIENTE TO CN-SUC-MORA-180 (CN-SUC-IDX)
010750         WHEN OTHER
010760            ADD WS-PENDIENTE TO CN-SUC-MORA-MAS (CN-SUC-IDX)
010770      END-EVALUATE
010780      .
010790  6350-F-ACUM-TRAMO. EXIT.
010800**************************************
010810*  ACUMULAR LA DEUDA DEL DEUDOR EN   *
010820*  SU MONEDA (TOTAL Y VENCIDA)       *
010830**************************************
010840  6400-I-ACUM-DEUDA.
010850      SET CN-DEU-IDX TO 1
010860
010870      PERFORM 6410-I-BUSCAR-MONEDA
010880         THRU 6410-F-BUSCAR-MONEDA
010890         UNTIL CN-DEU-IDX > CN-DEU-CANT
010900            OR CN-DEU-MONEDA (CN-DEU-IDX) EQUAL PRE-MONEDA
010910
010920      IF CN-DEU-IDX GREATER CN-DEU-CANT
010930         IF CN-DEU-CANT NOT LESS CT-MAX-MONEDAS
010940            GO TO 6400-F-ACUM-DEUDA
010950         END-IF
010960         SET CN-DEU-CANT UP BY 1
010970         SET CN-DEU-IDX  TO CN-DEU-CANT
010980         MOVE PRE-MONEDA TO CN-DEU-MONEDA  (CN-DEU-IDX)
010990         MOVE ZEROS      TO CN-DEU-VENCIDA (CN-DEU-IDX)
011000         MOVE ZEROS      TO CN-DEU-TOTAL   (CN-DEU-IDX)
011010      END-IF
011020
011030      ADD WS-PENDIENTE TO CN-DEU-TOTAL (CN-DEU-IDX)
011040
011050      IF WS-DIAS-ATRASO GREATER ZEROS
011060         ADD WS-PENDIENTE TO CN-DEU-VENCIDA (CN-DEU-IDX)
011070      END-IF
011080      .
011090  6400-F-ACUM-DEUDA. EXIT.
011100**************************************
011110*       BUSCAR MONEDA EN TABLA       *
011120**************************************
011130  6410-I-BUSCAR-MONEDA.
011140      IF CN-DEU-MONEDA (CN-DEU-IDX) NOT EQUAL PRE-MONEDA
011150         SET CN-DEU-IDX UP BY 1
011160      END-IF
011170      .
011180  6410-F-BUSCAR-MONEDA. EXIT.
011190**************************************
011200*  SITUACION DEL DEUDOR SEGUN SU     *
011210*  MAYOR ATRASO (CARTERA DE CONSUMO) *
011220*  1 HASTA 31 DIAS / 2 HASTA 90 /    *
011230*  3 HASTA 180 / 4 HASTA 365 / 5 MAS *
011240*  - UN REGISTRO POR MONEDA          *
011250**************************************
011260  6500-I-GRABAR-DEUDOR.
011270      EVALUATE TRUE
011280         WHEN WS-MAX-ATRASO NOT GREATER 31
011290            MOVE 1 TO WS-SITUACION
011300         WHEN WS-MAX-ATRASO NOT GREATER 90
011310            MOVE 2 TO WS-SITUACION
011320         WHEN WS-MAX-ATRASO NOT GREATER 180
011330            MOVE 3 TO WS-SITUACION
011340         WHEN WS-MAX-ATRASO NOT GREATER 365
011350            MOVE 4 TO WS-SITUACION
011360         WHEN OTHER
011370            MOVE 5 TO WS-SITUACION
011380      END-EVALUATE
011390
011400      ADD 1 TO CN-DEUDORES
011410
011420      SET CN-DEU-IDX TO 1
011430
011440      PERFORM 6510-I-GRABAR-CLASIFIC
011450         THRU 6510-F-GRABAR-CLASIFIC
011460         UNTIL CN-DEU-IDX > CN-DEU-CANT
011470
011480      MOVE 'N' TO WS-HAY-DEUDOR
011490      .
011500  6500-F-GRABAR-DEUDOR. EXIT.
011510**************************************
011520*  GRABAR EL REGISTRO DE SITUACION   *
011530*  DEL DEUDOR PARA UNA MONEDA        *
011540**************************************
011550  6510-I-GRABAR-CLASIFIC.
011560      MOVE WS-FECHA-PROCESO            TO CLS-FECHA-PROCESO
011570      MOVE WS-ANT-CLIENTE              TO CLS-NRO-CLIENTE
011580      MOVE WS-ANT-TIPO-DOC             TO CLS-TIPO-DOC
011590      MOVE WS-ANT-NRO-DOC              TO CLS-NRO-DOC
011600      MOVE CN-DEU-MONEDA  (CN-DEU-IDX) TO CLS-MONEDA
011610      MOVE WS-SITUACION                TO CLS-SITUACION
011620      MOVE WS-MAX-ATRASO               TO CLS-DIAS-ATRASO
011630      MOVE CN-DEU-VENCIDA (CN-DEU-IDX) TO CLS-DEUDA-VENCIDA
011640      MOVE CN-DEU-TOTAL   (CN-DEU-IDX) TO CLS-DEUDA-TOTAL
011650
011660      WRITE REG-CLASIFIC
011670
011680      IF NOT FS-CLASIFIC-OK
011690         DISPLAY '* ERROR EN GRABAR CLASIFIC = ' FS-CLASIFIC
011700         MOVE FS-CLASIFIC TO LK-ERR-CODIGO
011710         MOVE '6510-I-GRABAR-CLASIFIC' TO LK-ERR-PARRAFO
011720         MOVE 'GRABAR CLASIFIC' TO LK-ERR-RECURSO
011730         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011740         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011750         SET FS-CARTERA-EOF TO TRUE
011760      ELSE
011770         ADD 1 TO CN-CLASIFIC
011780      END-IF
011790
011800      SET CN-DEU-IDX UP BY 1
011810      .
011820  6510-F-GRABAR-CLASIFIC. EXIT.
011830**************************************
011840*           GRABAR TITULO            *
011850**************************************
011860  9000-I-TITULO.
011870      MOVE WS-FECHA-PROCESO TO IP-FECHA
011880
011890      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
011900
011910      IF NOT FS-SALIDA-OK
011920         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
011930         MOVE FS-SALIDA TO LK-ERR-CODIGO
011940         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
011950         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
011960         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011970         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011980         SET  FS-CUOTA-EOF TO TRUE
011990      ELSE
012000         WRITE REG-SALIDA FROM IP-ENCABEZADO
012010         MOVE 2 TO CN-CUENTA-LINEA
012020      END-IF
012030      .
012040  9000-F-TITULO. EXIT.
012050**************************************
012060*  CUERPO FINAL - RESUMENES Y CIERRE *
012070**************************************
012080  9999-I-FINAL.
012090      MOVE CN-COBRADAS  TO WS-RES-COBRADAS
012100      MOVE CN-PARCIALES TO WS-RES-PARCIALES
012110      MOVE CN-SIN-SALDO TO WS-RES-SIN-SALDO
012120      MOVE CN-EXCLUIDAS TO WS-RES-EXCLUIDAS
012130      MOVE CN-DEUDORES  TO WS-RES-DEUDORES
012140
012150      WRITE REG-SALIDA FROM WS-REG-RESUMEN
012160
012170      WRITE REG-SALIDA FROM IP-TITULO-SUCURSAL AFTER PAGE
012180
012190      WRITE REG-SALIDA FROM IP-ENCAB-SUCURSAL
012200
012210      SET CN-SUC-IDX TO 1
012220
012230      PERFORM 9510-I-IMPRIMIR-SUCURSAL
012240         THRU 9510-F-IMPRIMIR-SUCURSAL
012250         UNTIL CN-SUC-IDX GREATER CN-SUC-CANT
012260
012270      EXEC SQL
012280         CLOSE COBRO_CURSOR
012290      END-EXEC
012300
012310      EXEC SQL
012320         COMMIT
012330      END-EXEC
012340
012350      CLOSE SALIDA
012360      IF NOT FS-SALIDA-OK
012370         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
012380         MOVE FS-SALIDA TO LK-ERR-CODIGO
012390         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
012400         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
012410         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
012420         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
012430      END-IF
012440
012450      CLOSE CLASIFIC
012460      IF NOT FS-CLASIFIC-OK
012470         DISPLAY '* ERROR EN CLOSE CLASIFIC =  ' FS-CLASIFIC
012480         MOVE FS-CLASIFIC TO LK-ERR-CODIGO
012490         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
012500         MOVE 'CLOSE CLASIFIC' TO LK-ERR-RECURSO
012510         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
012520         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
012530      END-IF
012540
012550      IF CN-CUOTAS EQUAL ZEROS
012560         AND CN-CARTERA EQUAL ZEROS
012570         AND RETURN-CODE EQUAL ZEROS
012580         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
012590      END-IF
012600
012610      DISPLAY 'CUOTAS A COBRAR        : ' CN-CUOTAS
012620      DISPLAY 'CUOTAS COBRADAS        : ' CN-COBRADAS
012630      DISPLAY 'COBROS PARCIALES       : ' CN-PARCIALES
012640      DISPLAY 'CUOTAS SIN SALDO       : ' CN-SIN-SALDO
012650      DISPLAY 'CUOTAS EXCLUIDAS       : ' CN-EXCLUIDAS
012660      DISPLAY 'PRESTAMOS CANCELADOS   : ' CN-CANCELADOS
012670      DISPLAY 'CUOTAS EN CARTERA      : ' CN-CARTERA
012680      DISPLAY 'DEUDORES CLASIFICADOS  : ' CN-DEUDORES
012690      DISPLAY 'REGISTROS DE SITUACION : ' CN-CLASIFIC
012700      DISPLAY 'NOVEDADES CON ERROR    : ' CN-NOVEDADES-ER
012710
012720      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
012730      .
012740  9999-F-FINAL. EXIT.
012750**************************************
012760*   IMPRIMIR UNA LINEA DE SUCURSAL   *
012770**************************************
012780  9510-I-IMPRIMIR-SUCURSAL.
012790      MOVE CN-SUC-COD (CN-SUC-IDX)      TO WS-SUC-COD
012800      MOVE CN-SUC-COD (CN-SUC-IDX)      TO SUC-SUCURSAL
012810
012820      PERFORM 5850-I-NOMBRE-SUCURSAL
012830         THRU 5850-F-NOMBRE-SUCURSAL
012840
012850      MOVE CN-SUC-MONEDA (CN-SUC-IDX)   TO WS-SUC-MONEDA
012860      MOVE CN-SUC-COBRADO (CN-SUC-IDX)  TO WS-SUC-COBRADO
012870      MOVE CN-SUC-MORA-030 (CN-SUC-IDX) TO WS-SUC-MORA-030
012880      MOVE CN-SUC-MORA-090 (CN-SUC-IDX) TO WS-SUC-MORA-090
012890      MOVE CN-SUC-MORA-180 (CN-SUC-IDX) TO WS-SUC-MORA-180
012900      MOVE CN-SUC-MORA-MAS (CN-SUC-IDX) TO WS-SUC-MORA-MAS
012910
012920      WRITE REG-SALIDA FROM WS-REG-SUCURSAL
012930
012940      IF NOT FS-SALIDA-OK
012950         DISPLAY '* ERROR EN RESUMEN SUCURSAL = ' FS-SALIDA
012960         MOVE FS-SALIDA TO LK-ERR-CODIGO
012970         MOVE '9510-I-IMPRIMIR-SUCURSAL' TO LK-ERR-PARRAFO
012980         MOVE 'RESUMEN SUCURSAL' TO LK-ERR-RECURSO
012990         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
013000         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
013010      END-IF
013020
013030      SET CN-SUC-IDX UP BY 1
013040      .
013050  9510-F-IMPRIMIR-SUCURSAL. EXIT.
013060**************************************
013070*  REGISTRO DE INICIO EN TBCONTROL   *
013080*  (RUTCTRL) - SI LA FECHA YA        *
013090*  TERMINO Y NO HAY RELANZAMIENTO    *
013100*  LA CORRIDA NO ARRANCA             *
013110**************************************
013120  1100-I-CONTROL-INICIO.
013130      IF CC-FECHA-PROCESO EQUAL SPACES
013140         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
013150         MOVE CTL-AREA-AA TO CTL-HOY-AA
013160         MOVE CTL-AREA-MM TO CTL-HOY-MM
013170         MOVE CTL-AREA-DD TO CTL-HOY-DD
013180         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
013190      END-IF
013200
013210      SET LK-CTL-INICIO TO TRUE
013220      MOVE 'PGMCUO33' TO LK-CTL-PROGRAMA
013230      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
013240      MOVE CC-RERUN TO LK-CTL-RERUN
013250      MOVE ZEROS TO LK-CTL-CONTADOR
013260
013270      MOVE RETURN-CODE TO WS-RC-GUARDADO
013280      CALL 'RUTCTRL' USING LK-CTL-AREA
013290      MOVE WS-RC-GUARDADO TO RETURN-CODE
013300
013310      IF LK-CTL-YA-CORRIO
013320         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
013330                 CC-FECHA-PROCESO
013340         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
013350         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
013360         SET FS-CUOTA-EOF TO TRUE
013370         SET WS-CORRIDA-RECHAZADA TO TRUE
013380      END-IF
013390
013400      IF LK-CTL-ERROR
013410         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
013420         SET FS-CUOTA-EOF TO TRUE
013430         SET WS-CORRIDA-RECHAZADA TO TRUE
013440      END-IF
013450      .
013460  1100-F-CONTROL-INICIO. EXIT.
013470**************************************
013480*  REGISTRO DE FIN EXITOSO EN        *
013490*  TBCONTROL CON EL CONTADOR         *
013500*  DE CUOTAS COBRADAS               *
013510**************************************
013520  1200-I-CONTROL-FIN.
013530      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
013540         GO TO 1200-F-CONTROL-FIN
013550      END-IF
013560
013570      SET LK-CTL-FIN TO TRUE
013580      ADD CN-COBRADAS CN-PARCIALES GIVING LK-CTL-CONTADOR
013590
013600      MOVE RETURN-CODE TO WS-RC-GUARDADO
013610      CALL 'RUTCTRL' USING LK-CTL-AREA
013620      MOVE WS-RC-GUARDADO TO RETURN-CODE
013630      .
013640  1200-F-CONTROL-FIN. EXIT.
013650
013660*************************************
013670*  GRABAR EL ERROR ESTRUCTURADO EN  *
013680*  EL LOG COMUN (RUTERROR)          *
013690*************************************
013700  9900-I-ERROR.
013710      MOVE 'PGMCUO33' TO LK-ERR-PROGRAMA
013720
013730      MOVE RETURN-CODE TO WS-RC-GUARDADO
013740
013750      CALL 'RUTERROR' USING LK-ERR-AREA
013760
013770      MOVE WS-RC-GUARDADO TO RETURN-CODE
013780
013790      MOVE SPACES TO LK-ERR-RECURSO
013800
013810      MOVE SPACES TO LK-ERR-CODIGO
013820      .
013830  9900-F-ERROR. EXIT.
