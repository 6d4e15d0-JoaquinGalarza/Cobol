000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMRSL33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* CONTROL NOCTURNO DE PLAZOS DE RECLAMOS:      *
000110*         * CIERRA LAS DEVOLUCIONES CON REVERSO       * JCR *
000120*         * RESUELTO Y LISTA POR SUCURSAL LOS RECLAMOS   *
000130*         * VENCIDOS Y POR VENCER EN DIAS HABILES        *
000140*************************************
000150  ENVIRONMENT DIVISION.
000160  CONFIGURATION SECTION.
000170  SPECIAL-NAMES.
000180      DECIMAL-POINT IS COMMA.
000190  INPUT-OUTPUT SECTION.
000200  FILE-CONTROL.
000210        SELECT SALIDA ASSIGN DDSALI
000220               FILE STATUS IS FS-SALIDA.
000230
000240  DATA DIVISION.
000250  FILE SECTION.
000260  FD SALIDA
000270       BLOCK CONTAINS 0 RECORDS
000280       RECORDING MODE IS F.
000290
000300  01 REG-SALIDA PIC X(132).
000310*************************************
000320*             WORKING              *
000330*************************************
000340  WORKING-STORAGE SECTION.
000350  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000360*************************************
000370*           FILE STATUS            *
000380*************************************
000390  01  FS-FILE-STATUS.
000400      05  FS-DEVOLUCION   PIC X     VALUE SPACES.
000410          88  FS-DEVOLUCION-OK      VALUE 'Y'.
000420          88  FS-DEVOLUCION-EOF     VALUE 'N'.
000430      05  FS-RECLAMO      PIC X     VALUE SPACES.
000440          88  FS-RECLAMO-OK         VALUE 'Y'.
000450          88  FS-RECLAMO-EOF        VALUE 'N'.
000460      05  FS-SALIDA       PIC XX    VALUE SPACES.
000470          88  FS-SALIDA-OK          VALUE '00'.
000480*************************************
000490*          CONTADORES              *
000500*************************************
000510  01 CN-CONTADORES.
000520      05 CN-DEVOL-CERRADAS     PIC 9(07)  VALUE ZEROS.
000530      05 CN-DEVOL-REABIERTAS   PIC 9(07)  VALUE ZEROS.
000540      05 CN-RECLAMOS           PIC 9(07)  VALUE ZEROS.
000550      05 CN-VENCIDOS           PIC 9(07)  VALUE ZEROS.
000560      05 CN-POR-VENCER         PIC 9(07)  VALUE ZEROS.
000570      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
000580      05 CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
000590*************************************
000600*  TOTALES DE LA SUCURSAL           *
000610*************************************
000620  01  CN-TOT-SUCURSAL.
000630      05  CN-SUC-RECLAMOS  PIC 9(07)           VALUE ZEROS.
000640      05  CN-SUC-VENCIDOS  PIC 9(07)           VALUE ZEROS.
000650      05  CN-SUC-POR-VENCER PIC 9(07)          VALUE ZEROS.
000660*************************************
000670*   PARAMETROS (TBPARAMS): DIAS     *
000680*   HABILES DE ANTICIPACION DEL     *
000690*   AVISO DE PLAZO POR VENCER       *
000700*************************************
000710     COPY LKPARM.
000720
000730  77  CT-DIAS-AVISO         PIC 9(09)  VALUE 2.
000740*************************************
000750*  TOPE DE DIAS HABILES A CONTAR    *
000760*  (MAS ALLA SE INFORMA EL TOPE)    *
000770*************************************
000780  77  CT-MAX-DIAS           PIC 9(03)  VALUE 999.
000790*************************************
000800*  TARJETA SYSIN: FECHA DE PROCESO *
000810*  (AAAA-MM-DD) EN FORMATO RUTFECHA *
000820*************************************
000830  01  WS-FECHA-PROCESO     PIC X(10)   VALUE SPACES.
000840  01  WS-FECHA-AAAAMMDD    PIC X(08)   VALUE SPACES.
000850  01  WS-LIMITE-AAAAMMDD   PIC X(08)   VALUE SPACES.
000860*************************************
000870*      LLAMADA A RUTFECHA          *
000880*************************************
000890      COPY LKFECHA.
000900*************************************
000910*      AREA DE CALCULO             *
000920*************************************
000930  77  WS-DIAS-HABILES      PIC 9(03)            VALUE ZEROS.
000940  77  WS-SUCURSAL-ANT      PIC X(04)            VALUE SPACES.
000950  77  WS-NOMBRE-SUC        PIC X(30)            VALUE SPACES.
000960  77  WS-NRO-SOLICITUD     PIC 9(09)            VALUE ZEROS.
000970  01  WS-PRIMER-RECLAMO    PIC X(01)   VALUE 'S'.
000980      88  WS-ES-PRIMERO                VALUE 'S'.
000990  01  WS-SITUACION         PIC X(01)   VALUE SPACES.
001000      88  WS-SIT-VENCIDO               VALUE 'V'.
001010      88  WS-SIT-POR-VENCER            VALUE 'P'.
001020      88  WS-SIT-EN-PLAZO              VALUE ' '.
001030*************************************
001040*  RESOLUCION DE LA SOLICITUD DE    *
001050*  REVERSO DE UNA DEVOLUCION        *
001060*************************************
001070  01  WS-APR-ESTADO        PIC X(01)   VALUE SPACES.
001080      88  WS-APR-APROBADA              VALUE 'A'.
001090  01  WS-APR-USUARIO       PIC X(08)   VALUE SPACES.
001100  01  WS-APR-FECHA         PIC X(10)   VALUE SPACES.
001110  01  WS-APR-MOTIVO        PIC X(40)   VALUE SPACES.
001120*************************************
001130*       VARIABLES IMPRESION        *
001140*************************************
001150  01  IP-TITULO.
001160      05  FILLER      PIC X(10) VALUE  SPACES.
001170      05  FILLER      PIC X(45) VALUE
001180       'RECLAMOS DE CLIENTES - CONTROL DE PLAZOS'.
001190      05  FILLER      PIC X(07) VALUE  'FECHA: '.
001200      05  IP-FECHA    PIC X(10) VALUE  SPACES.
001210      05  FILLER      PIC X(60) VALUE  SPACES.
001220
001230  01  IP-SUCURSAL.
001240      05  FILLER      PIC X(09) VALUE  'SUCURSAL '.
001250      05  IP-SUC-COD  PIC X(04) VALUE  SPACES.
001260      05  FILLER      PIC X(03) VALUE  ' - '.
001270      05  IP-SUC-NOM  PIC X(30) VALUE  SPACES.
001280      05  FILLER      PIC X(86) VALUE  SPACES.
001290
001300  01  IP-ENCABEZADO.
001310      05  FILLER    PIC X(11)    VALUE ' RECLAMO  '.
001320      05  FILLER    PIC X(07)    VALUE 'CLIEN '.
001330      05  FILLER    PIC X(05)    VALUE 'CAT '.
001340      05  FILLER    PIC X(08)    VALUE 'ESTADO'.
001350      05  FILLER    PIC X(11)    VALUE 'ALTA'.
001360      05  FILLER    PIC X(11)    VALUE 'LIMITE'.
001370      05  FILLER    PIC X(12)    VALUE 'SITUACION'.
001380      05  FILLER    PIC X(13)    VALUE 'DIAS HABILES'.
001390      05  FILLER    PIC X(54)    VALUE 'DETALLE'.
001400
001410  01  WS-REG-DETALLE.
001420      05  WS-DET-RECLAMO   PIC Z(08)9   VALUE ZEROS.
001430      05  FILLER           PIC X(02)    VALUE SPACES.
001440      05  WS-DET-CLIENTE   PIC ZZZZ9    VALUE ZEROS.
001450      05  FILLER           PIC X(02)    VALUE SPACES.
001460      05  WS-DET-CATEGORIA PIC X(02)    VALUE SPACES.
001470      05  FILLER           PIC X(03)    VALUE SPACES.
001480      05  WS-DET-ESTADO    PIC X(01)    VALUE SPACES.
001490      05  FILLER           PIC X(07)    VALUE SPACES.
001500      05  WS-DET-ALTA      PIC X(10)    VALUE SPACES.
001510      05  FILLER           PIC X(01)    VALUE SPACES.
001520      05  WS-DET-LIMITE    PIC X(10)    VALUE SPACES.
001530      05  FILLER           PIC X(01)    VALUE SPACES.
001540      05  WS-DET-SITUACION PIC X(11)    VALUE SPACES.
001550      05  FILLER           PIC X(05)    VALUE SPACES.
001560      05  WS-DET-DIAS      PIC ZZ9      VALUE ZEROS.
001570      05  FILLER           PIC X(06)    VALUE SPACES.
001580      05  WS-DET-DETALLE   PIC X(54)    VALUE SPACES.
001590
001600  01  WS-REG-TOTAL.
001610      05  WS-TOT-ETIQUETA  PIC X(22)    VALUE SPACES.
001620      05  WS-TOT-RECLAMOS  PIC ZZZ.ZZ9  VALUE ZEROS.
001630      05  FILLER           PIC X(10)    VALUE ' ABIERTOS'.
001640      05  WS-TOT-VENCIDOS  PIC ZZZ.ZZ9  VALUE ZEROS.
001650      05  FILLER           PIC X(10)    VALUE ' VENCIDOS'.
001660      05  WS-TOT-POR-VENCER PIC ZZZ.ZZ9 VALUE ZEROS.
001670      05  FILLER           PIC X(69)    VALUE ' POR VENCER'.
001680
001690  01  WS-REG-AVISO.
001700      05  FILLER           PIC X(06)    VALUE SPACES.
001710      05  WS-AVI-TEXTO     PIC X(60)    VALUE SPACES.
001720      05  WS-AVI-CANT      PIC ZZZ.ZZ9  VALUE ZEROS.
001730      05  FILLER           PIC X(59)    VALUE SPACES.
001740*************************************
001750*             SQL                  *
001760*************************************
001770       EXEC SQL
001780         INCLUDE SQLCA
001790       END-EXEC.
001800
001810       EXEC SQL
001820         INCLUDE TBRECLAM
001830       END-EXEC.
001840
001850       EXEC SQL
001860         INCLUDE TBSUCURS
001870       END-EXEC.
001880*************************************
001890*  DEVOLUCIONES CUYA SOLICITUD DE   *
001900*  REVERSO YA SE RESOLVIO EN        *
001910*  TBAPROBACIONES                   *
001920*************************************
001930       EXEC SQL
001940         DECLARE DEVOL_CURSOR CURSOR WITH HOLD FOR
001950          SELECT R.NRO_RECLAMO, R.NRO_SOLICITUD, A.ESTADO,
001960                 A.USUARIO_RESOL, A.FECHA_RESOL, A.MOTIVO_RESOL
001970            FROM ITPFBIO.TBRECLAMOS R,
001980                 ITPFBIO.TBAPROBACIONES A
001990           WHERE R.ESTADO        EQUAL 'D'
002000             AND A.NRO_SOLICITUD EQUAL R.NRO_SOLICITUD
002010             AND A.ESTADO        NOT EQUAL 'P'
002020           ORDER BY R.NRO_RECLAMO
002030       END-EXEC.
002040*************************************
002050*  RECLAMOS SIN RESOLVER POR        *
002060*  SUCURSAL Y PLAZO                 *
002070*************************************
002080       EXEC SQL
002090         DECLARE RECLAMO_CURSOR CURSOR FOR
002100          SELECT NRO_RECLAMO, NRO_CLIENTE, SUCURSAL, CATEGORIA,
002110                 ESTADO, FECHA_ALTA, FECHA_LIMITE, DETALLE
002120            FROM ITPFBIO.TBRECLAMOS
002130           WHERE ESTADO IN ('A', 'E', 'D')
002140           ORDER BY SUCURSAL, FECHA_LIMITE, NRO_RECLAMO
002150       END-EXEC.
002160
002170  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
002180*************************************
002190*  MANEJO COMUN DE ERRORES          *
002200*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
002210*  DE RETORNO DEL BATCH             *
002220*************************************
002230     COPY LKERROR.
002240
002250  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
002260  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
002270  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
002280  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
002290*************************************
002300*  CONTROL DE CORRIDAS (RUTCTRL)    *
002310*************************************
002320     COPY LKCTRL.
002330
002340  01  WS-TARJETA-CONTROL.
002350      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
002360      05  CC-RERUN         PIC X(01)  VALUE SPACES.
002370
002380  01  WS-CTL-HOY.
002390      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
002400      05  FILLER       PIC X(01)  VALUE '-'.
002410      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
002420      05  FILLER       PIC X(01)  VALUE '-'.
002430      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
002440
002450  01  WS-CTL-FECHA-AREA.
002460      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
002470      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
002480      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
002490
002500  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
002510  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
002520      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
002530  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
002540*************************************.
002550  PROCEDURE DIVISION.
002560**************************************
002570*  CUERPO PRINCIPAL DEL PROGRAMA     *
002580**************************************
002590  MAIN-PROGRAM.
002600      PERFORM 1000-I-INICIO
002610         THRU 1000-F-INICIO
002620
002630      IF WS-CORRIDA-RECHAZADA
002640         GO TO F-MAIN-PROGRAM
002650      END-IF
002660
002670      PERFORM 2000-I-DEVOLUCIONES
002680         THRU 2000-F-DEVOLUCIONES
002690
002700      PERFORM 3000-I-ABRIR-RECLAMOS
002710         THRU 3000-F-ABRIR-RECLAMOS
002720
002730      PERFORM 4000-I-PROCESO
002740         THRU 4000-F-PROCESO
002750         UNTIL FS-RECLAMO-EOF
002760
002770      PERFORM 9999-I-FINAL
002780         THRU 9999-F-FINAL
002790      .
002800  F-MAIN-PROGRAM. GOBACK.
002810**************************************
002820*  CUERPO INICIO APERTURA ARCHIVOS   *
002830**************************************
002840  1000-I-INICIO.
002850      ACCEPT WS-FECHA-PROCESO FROM SYSIN
002860
002870      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
002880
002890      IF WS-FECHA-PROCESO NOT EQUAL SPACES
002900         AND CC-FECHA-PROCESO EQUAL SPACES
002910         MOVE WS-FECHA-PROCESO TO CC-FECHA-PROCESO
002920      END-IF
002930
002940      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
002950
002960      IF WS-CORRIDA-RECHAZADA
002970         GO TO 1000-F-INICIO
002980      END-IF
002990
003000      IF WS-FECHA-PROCESO EQUAL SPACES
003010         MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO
003020      END-IF
003030
003040      MOVE WS-FECHA-PROCESO (1:4) TO WS-FECHA-AAAAMMDD (1:4)
003050      MOVE WS-FECHA-PROCESO (6:2) TO WS-FECHA-AAAAMMDD (5:2)
003060      MOVE WS-FECHA-PROCESO (9:2) TO WS-FECHA-AAAAMMDD (7:2)
003070
003080      PERFORM 1050-I-PARAMETROS
003090         THRU 1050-F-PARAMETROS
003100
003110      OPEN OUTPUT SALIDA
003120
003130      IF NOT FS-SALIDA-OK
003140         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
003150         MOVE FS-SALIDA TO LK-ERR-CODIGO
003160         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003170         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
003180         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003190         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003200         SET FS-RECLAMO-EOF TO TRUE
003210      END-IF
003220
003230      MOVE WS-FECHA-PROCESO TO IP-FECHA
003240      .
003250  1000-F-INICIO. EXIT.
003260**************************************
003270*  DIAS HABILES DE ANTICIPACION DEL  *
003280*  AVISO (TBPARAMS VIA RUTPARM)      *
003290**************************************
003300  1050-I-PARAMETROS.
003310      MOVE 'PGMRSL33'      TO LK-PAR-PROGRAMA
003320      MOVE 'DIAS-AVISO'    TO LK-PAR-PARAMETRO
003330      MOVE CT-DIAS-AVISO   TO LK-PAR-DEFECTO
003340
003350      CALL 'RUTPARM' USING LK-PAR-AREA
003360
003370      MOVE LK-PAR-VALOR TO CT-DIAS-AVISO
003380
003390      IF CT-DIAS-AVISO GREATER 30
003400         MOVE 30 TO CT-DIAS-AVISO
003410      END-IF
003420      .
003430  1050-F-PARAMETROS. EXIT.
003440**************************************
003450*  CERRAR LAS DEVOLUCIONES: CON EL   *
003460*  REVERSO APROBADO Y EJECUTADO EL   *
003470*  RECLAMO QUEDA RESUELTO A FAVOR;   *
003480*  SI LA SOLICITUD FUE RECHAZADA,    *
003490*  VENCIO O FALLO AL EJECUTARSE,     *
003500*  VUELVE A ANALISIS                 *
003510**************************************
003520  2000-I-DEVOLUCIONES.
003530      IF FS-RECLAMO-EOF
003540         GO TO 2000-F-DEVOLUCIONES
003550      END-IF
003560
003570      EXEC SQL
003580         OPEN DEVOL_CURSOR
003590      END-EXEC
003600
003610      IF SQLCODE NOT EQUAL ZEROS
003620         MOVE SQLCODE TO FS-SQLCODE
003630         DISPLAY '* ERROR OPEN CURSOR DEVOLUCION = ' FS-SQLCODE
003640         MOVE FS-SQLCODE TO LK-ERR-CODIGO
003650         MOVE '2000-I-DEVOLUCIONES' TO LK-ERR-PARRAFO
003660         MOVE 'OPEN CURSOR DEVOL' TO LK-ERR-RECURSO
003670         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003680         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003690         SET FS-RECLAMO-EOF TO TRUE
003700         GO TO 2000-F-DEVOLUCIONES
003710      END-IF
003720
003730      SET FS-DEVOLUCION-OK TO TRUE
003740
003750      PERFORM 2100-I-LEER-DEVOLUCION
003760         THRU 2100-F-LEER-DEVOLUCION
003770
003780      PERFORM 2200-I-CERRAR-DEVOLUCION
003790         THRU 2200-F-CERRAR-DEVOLUCION
003800         UNTIL FS-DEVOLUCION-EOF
003810
003820      EXEC SQL
003830         CLOSE DEVOL_CURSOR
003840      END-EXEC
003850
003860      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
003870         EXEC SQL
003880            COMMIT
003890         END-EXEC
003900      ELSE
003910         SET FS-RECLAMO-EOF TO TRUE
003920      END-IF
003930      .
003940  2000-F-DEVOLUCIONES. EXIT.
003950**************************************
003960*  LEER DEVOLUCION RESUELTA          *
003970**************************************
003980  2100-I-LEER-DEVOLUCION.
003990      EXEC SQL
004000           FETCH DEVOL_CURSOR
004010           INTO  :REC-NRO-RECLAMO,
004020                 :REC-NRO-SOLICITUD,
004030                 :WS-APR-ESTADO,
004040                 :WS-APR-USUARIO,
004050                 :WS-APR-FECHA,
004060                 :WS-APR-MOTIVO
004070      END-EXEC
004080
004090      EVALUATE SQLCODE
004100
004110      WHEN ZEROS
004120         MOVE REC-NRO-RECLAMO TO LK-ERR-CLAVE
004130
004140      WHEN +100
004150         SET FS-DEVOLUCION-EOF TO TRUE
004160
004170      WHEN OTHER
004180         MOVE SQLCODE TO FS-SQLCODE
004190         DISPLAY '* ERROR LEER CURSOR DEVOLUCION = ' FS-SQLCODE
004200         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004210         MOVE '2100-I-LEER-DEVOLUCION' TO LK-ERR-PARRAFO
004220         MOVE 'LEER CURSOR DEVOL' TO LK-ERR-RECURSO
004230         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004240         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004250         SET FS-DEVOLUCION-EOF TO TRUE
004260      END-EVALUATE
004270      .
004280  2100-F-LEER-DEVOLUCION. EXIT.
004290**************************************
004300*  PASAR EL RECLAMO A 'F' O A 'E'    *
004310*  SEGUN LA SOLICITUD                *
004320**************************************
004330  2200-I-CERRAR-DEVOLUCION.
004340      IF WS-APR-APROBADA
004350         EXEC SQL
004360            UPDATE ITPFBIO.TBRECLAMOS
004370               SET ESTADO        = 'F',
004380                   FECHA_RESOL   = :WS-APR-FECHA,
004390                   USUARIO_RESOL = :WS-APR-USUARIO
004400             WHERE NRO_RECLAMO EQUAL :REC-NRO-RECLAMO
004410               AND ESTADO      EQUAL 'D'
004420         END-EXEC
004430      ELSE
004440         MOVE REC-NRO-SOLICITUD TO WS-NRO-SOLICITUD
004450         MOVE SPACES            TO REC-RESPUESTA
004460         STRING 'DEVOLUCION SOL ' WS-NRO-SOLICITUD
004470                ' NO EJECUTADA (' WS-APR-ESTADO ') '
004480                WS-APR-MOTIVO
004490                DELIMITED BY SIZE
004500                INTO REC-RESPUESTA
004510         EXEC SQL
004520            UPDATE ITPFBIO.TBRECLAMOS
004530               SET ESTADO        = 'E',
004540                   NRO_SOLICITUD = 0,
004550                   RESPUESTA     = :REC-RESPUESTA
004560             WHERE NRO_RECLAMO EQUAL :REC-NRO-RECLAMO
004570               AND ESTADO      EQUAL 'D'
004580         END-EXEC
004590      END-IF
004600
004610      EVALUATE SQLCODE
004620
004630      WHEN ZEROS
004640         IF WS-APR-APROBADA
004650            ADD 1 TO CN-DEVOL-CERRADAS
004660         ELSE
004670            ADD 1 TO CN-DEVOL-REABIERTAS
004680            DISPLAY '* RECLAMO ' REC-NRO-RECLAMO
004690                    ' VUELVE A ANALISIS: ' REC-RESPUESTA
004700         END-IF
004710
004720      WHEN +100
004730         CONTINUE
004740
004750      WHEN OTHER
004760         MOVE SQLCODE TO FS-SQLCODE
004770         DISPLAY '* ERROR ACTUALIZAR RECLAMO = ' FS-SQLCODE
004780         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004790         MOVE '2200-I-CERRAR-DEVOLUCION' TO LK-ERR-PARRAFO
004800         MOVE 'UPDATE TBRECLAMOS' TO LK-ERR-RECURSO
004810         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004820         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004830         SET FS-DEVOLUCION-EOF TO TRUE
004840         GO TO 2200-F-CERRAR-DEVOLUCION
004850      END-EVALUATE
004860
004870      PERFORM 2100-I-LEER-DEVOLUCION
004880         THRU 2100-F-LEER-DEVOLUCION
004890      .
004900  2200-F-CERRAR-DEVOLUCION. EXIT.
004910**************************************
004920*  ABRIR LOS RECLAMOS SIN RESOLVER   *
004930**************************************
004940  3000-I-ABRIR-RECLAMOS.
004950      IF FS-RECLAMO-EOF
004960         GO TO 3000-F-ABRIR-RECLAMOS
004970      END-IF
004980
004990      EXEC SQL
005000         OPEN RECLAMO_CURSOR
005010      END-EXEC
005020
005030      IF SQLCODE NOT EQUAL ZEROS
005040         MOVE SQLCODE TO FS-SQLCODE
005050         DISPLAY '* ERROR OPEN CURSOR RECLAMO = ' FS-SQLCODE
005060         MOVE FS-SQLCODE TO LK-ERR-CODIGO
005070         MOVE '3000-I-ABRIR-RECLAMOS' TO LK-ERR-PARRAFO
005080         MOVE 'OPEN CURSOR RECLAMO' TO LK-ERR-RECURSO
005090         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005100         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005110         SET FS-RECLAMO-EOF TO TRUE
005120         GO TO 3000-F-ABRIR-RECLAMOS
005130      END-IF
005140
005150      SET FS-RECLAMO-OK TO TRUE
005160
005170      PERFORM 3100-I-LEER-RECLAMO
005180         THRU 3100-F-LEER-RECLAMO
005190      .
005200  3000-F-ABRIR-RECLAMOS. EXIT.
005210**************************************
005220*            LEER RECLAMO            *
005230**************************************
005240  3100-I-LEER-RECLAMO.
005250      IF FS-RECLAMO-EOF
005260         GO TO 3100-F-LEER-RECLAMO
005270      END-IF
005280
005290      EXEC SQL
005300           FETCH RECLAMO_CURSOR
005310           INTO  :REC-NRO-RECLAMO,
005320                 :REC-NRO-CLIENTE,
005330                 :REC-SUCURSAL,
005340                 :REC-CATEGORIA,
005350                 :REC-ESTADO,
005360                 :REC-FECHA-ALTA,
005370                 :REC-FECHA-LIMITE,
005380                 :REC-DETALLE
005390      END-EXEC
005400
005410      EVALUATE SQLCODE
005420
005430      WHEN ZEROS
005440         MOVE REC-NRO-RECLAMO TO LK-ERR-CLAVE
005450
005460      WHEN +100
005470         SET FS-RECLAMO-EOF TO TRUE
005480
005490      WHEN OTHER
005500         MOVE SQLCODE TO FS-SQLCODE
005510         DISPLAY '* ERROR LEER CURSOR RECLAMO = ' FS-SQLCODE
005520         MOVE FS-SQLCODE TO LK-ERR-CODIGO
005530         MOVE '3100-I-LEER-RECLAMO' TO LK-ERR-PARRAFO
005540         MOVE 'LEER CURSOR RECLAMO' TO LK-ERR-RECURSO
005550         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005560         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005570         SET FS-RECLAMO-EOF TO TRUE
005580      END-EVALUATE
005590      .
005600  3100-F-LEER-RECLAMO. EXIT.
005610**************************************
005620*  CUERPO PRINCIPAL DE PROCESOS:     *
005630*  CORTE POR SUCURSAL Y PLAZO DE     *
005640*  CADA RECLAMO                      *
005650**************************************
005660  4000-I-PROCESO.
005670      IF WS-ES-PRIMERO
005680         OR REC-SUCURSAL NOT EQUAL WS-SUCURSAL-ANT
005690         IF NOT WS-ES-PRIMERO
005700            PERFORM 5800-I-CERRAR-SUCURSAL
005710               THRU 5800-F-CERRAR-SUCURSAL
005720         END-IF
005730         MOVE 'N'          TO WS-PRIMER-RECLAMO
005740         MOVE REC-SUCURSAL TO WS-SUCURSAL-ANT
005750         PERFORM 5700-I-ABRIR-SUCURSAL
005760            THRU 5700-F-ABRIR-SUCURSAL
005770      END-IF
005780
005790      ADD 1 TO CN-RECLAMOS
005800      ADD 1 TO CN-SUC-RECLAMOS
005810
005820      PERFORM 4100-I-PLAZO
005830         THRU 4100-F-PLAZO
005840
005850      IF NOT WS-SIT-EN-PLAZO
005860         PERFORM 5500-I-GRABAR-DETALLE
005870            THRU 5500-F-GRABAR-DETALLE
005880      END-IF
005890
005900      PERFORM 3100-I-LEER-RECLAMO
005910         THRU 3100-F-LEER-RECLAMO
005920      .
005930  4000-F-PROCESO. EXIT.
005940**************************************
005950*  SITUACION DEL PLAZO EN DIAS       *
005960*  HABILES: VENCIDO (LIMITE ANTERIOR *
005970*  A LA FECHA DE PROCESO) O POR      *
005980*  VENCER (FALTAN HASTA N DIAS)      *
005990**************************************
006000  4100-I-PLAZO.
006010      SET WS-SIT-EN-PLAZO TO TRUE
006020      MOVE ZEROS TO WS-DIAS-HABILES
006030
006040      MOVE REC-FECHA-LIMITE (1:4) TO WS-LIMITE-AAAAMMDD (1:4)
006050      MOVE REC-FECHA-LIMITE (6:2) TO WS-LIMITE-AAAAMMDD (5:2)
006060      MOVE REC-FECHA-LIMITE (9:2) TO WS-LIMITE-AAAAMMDD (7:2)
006070
006080      IF REC-FECHA-LIMITE LESS WS-FECHA-PROCESO
006090         SET WS-SIT-VENCIDO TO TRUE
006100         ADD 1 TO CN-VENCIDOS
006110         ADD 1 TO CN-SUC-VENCIDOS
006120         MOVE WS-LIMITE-AAAAMMDD TO LK-ENTRADA
006130         PERFORM 4200-I-CONTAR-HABIL
006140            THRU 4200-F-CONTAR-HABIL
006150            UNTIL LK-ENTRADA NOT LESS WS-FECHA-AAAAMMDD
006160               OR WS-DIAS-HABILES NOT LESS CT-MAX-DIAS
006170         GO TO 4100-F-PLAZO
006180      END-IF
006190
006200      MOVE WS-FECHA-AAAAMMDD TO LK-ENTRADA
006210
006220      PERFORM 4200-I-CONTAR-HABIL
006230         THRU 4200-F-CONTAR-HABIL
006240         UNTIL LK-ENTRADA NOT LESS WS-LIMITE-AAAAMMDD
006250            OR WS-DIAS-HABILES GREATER CT-DIAS-AVISO
006260
006270      IF WS-DIAS-HABILES NOT GREATER CT-DIAS-AVISO
006280         SET WS-SIT-POR-VENCER TO TRUE
006290         ADD 1 TO CN-POR-VENCER
006300         ADD 1 TO CN-SUC-POR-VENCER
006310      END-IF
006320      .
006330  4100-F-PLAZO. EXIT.
006340**************************************
006350*  AVANZAR AL HABIL SIGUIENTE        *
006360*  (RUTFECHA 'H') Y CONTARLO         *
006370**************************************
006380  4200-I-CONTAR-HABIL.
006390      SET LK-FUNCION-HABIL TO TRUE
006400
006410      CALL 'RUTFECHA' USING LK-AREA
006420
006430      IF LK-FECHA-ER
006440         DISPLAY '* FECHA LIMITE INVALIDA ' REC-FECHA-LIMITE
006450                 ' RECLAMO ' REC-NRO-RECLAMO
006460                 ' - COD ' LK-CODE-ERROR
006470         ADD 1 TO CN-NOVEDADES-ER
006480         MOVE CT-MAX-DIAS TO WS-DIAS-HABILES
006490         MOVE '99991231'  TO LK-ENTRADA
006500         GO TO 4200-F-CONTAR-HABIL
006510      END-IF
006520
006530      MOVE LK-DIA-SIGUIENTE TO LK-ENTRADA
006540
006550      ADD 1 TO WS-DIAS-HABILES
006560      .
006570  4200-F-CONTAR-HABIL. EXIT.
006580**************************************
006590*  NOMBRE DE LA SUCURSAL Y TITULO    *
006600**************************************
006610  5700-I-ABRIR-SUCURSAL.
006620      MOVE SPACES TO WS-NOMBRE-SUC
006630
006640      MOVE WS-SUCURSAL-ANT TO SUC-SUCURSAL
006650
006660      EXEC SQL
006670         SELECT NOMBRE
006680           INTO :SUC-NOMBRE
006690           FROM ITPFBIO.TBSUCURS
006700          WHERE SUCURSAL EQUAL :SUC-SUCURSAL
006710      END-EXEC
006720
006730      IF SQLCODE EQUAL ZEROS
006740         MOVE SUC-NOMBRE TO WS-NOMBRE-SUC
006750      ELSE
006760         MOVE 'SUCURSAL INEXISTENTE' TO WS-NOMBRE-SUC
006770      END-IF
006780
006790      PERFORM 9000-I-TITULO THRU 9000-F-TITULO
006800      .
006810  5700-F-ABRIR-SUCURSAL. EXIT.
006820**************************************
006830*  SUBTOTAL DE LA SUCURSAL           *
006840**************************************
006850  5800-I-CERRAR-SUCURSAL.
006860      MOVE 'TOTAL SUCURSAL '  TO WS-TOT-ETIQUETA
006870      MOVE WS-SUCURSAL-ANT    TO WS-TOT-ETIQUETA (16:4)
006880      MOVE CN-SUC-RECLAMOS    TO WS-TOT-RECLAMOS
006890      MOVE CN-SUC-VENCIDOS    TO WS-TOT-VENCIDOS
006900      MOVE CN-SUC-POR-VENCER  TO WS-TOT-POR-VENCER
006910
006920      WRITE REG-SALIDA FROM WS-REG-TOTAL AFTER 2
006930
006940      IF NOT FS-SALIDA-OK
006950         DISPLAY '* ERROR EN GRABAR SUBTOTAL = ' FS-SALIDA
006960         MOVE FS-SALIDA TO LK-ERR-CODIGO
006970         MOVE '5800-I-CERRAR-SUCURSAL' TO LK-ERR-PARRAFO
006980         MOVE 'GRABAR SUBTOTAL' TO LK-ERR-RECURSO
006990         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007000         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007010         SET  FS-RECLAMO-EOF TO TRUE
007020      END-IF
007030
007040      INITIALIZE CN-TOT-SUCURSAL
007050      .
007060  5800-F-CERRAR-SUCURSAL. EXIT.
007070**************************************
007080*  IMPRIMIR UN RECLAMO VENCIDO O     *
007090*  POR VENCER                        *
007100**************************************
007110  5500-I-GRABAR-DETALLE.
007120      IF CN-CUENTA-LINEA GREATER 60
007130         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
007140      END-IF
007150
007160      MOVE REC-NRO-RECLAMO   TO WS-DET-RECLAMO
007170      MOVE REC-NRO-CLIENTE   TO WS-DET-CLIENTE
007180      MOVE REC-CATEGORIA     TO WS-DET-CATEGORIA
007190      MOVE REC-ESTADO        TO WS-DET-ESTADO
007200      MOVE REC-FECHA-ALTA    TO WS-DET-ALTA
007210      MOVE REC-FECHA-LIMITE  TO WS-DET-LIMITE
007220      MOVE WS-DIAS-HABILES   TO WS-DET-DIAS
007230      MOVE REC-DETALLE       TO WS-DET-DETALLE
007240
007250      IF WS-SIT-VENCIDO
007260         MOVE 'VENCIDO'      TO WS-DET-SITUACION
007270      ELSE
007280         MOVE 'POR VENCER'   TO WS-DET-SITUACION
007290      END-IF
007300
007310      WRITE REG-SALIDA FROM WS-REG-DETALLE
007320
007330      IF NOT FS-SALIDA-OK
007340         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
007350         MOVE FS-SALIDA TO LK-ERR-CODIGO
007360         MOVE '5500-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
007370         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
007380         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007390         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007400         SET  FS-RECLAMO-EOF TO TRUE
007410      ELSE
007420         ADD 1 TO CN-CUENTA-LINEA
007430      END-IF
007440      .
007450  5500-F-GRABAR-DETALLE. EXIT.
007460**************************************
007470*  TITULO, SUCURSAL Y ENCABEZADO     *
007480**************************************
007490  9000-I-TITULO.
007500      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
007510
007520      IF NOT FS-SALIDA-OK
007530         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
007540         MOVE FS-SALIDA TO LK-ERR-CODIGO
007550         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
007560         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
007570         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007580         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007590         SET  FS-RECLAMO-EOF TO TRUE
007600         GO TO 9000-F-TITULO
007610      END-IF
007620
007630      MOVE WS-SUCURSAL-ANT TO IP-SUC-COD
007640      MOVE WS-NOMBRE-SUC   TO IP-SUC-NOM
007650
007660      WRITE REG-SALIDA FROM IP-SUCURSAL AFTER 2
007670
007680      WRITE REG-SALIDA FROM IP-ENCABEZADO AFTER 2
007690
007700      MOVE 5 TO CN-CUENTA-LINEA
007710      .
007720  9000-F-TITULO. EXIT.
007730**************************************
007740*  CUERPO FINAL - ULTIMA SUCURSAL,   *
007750*  RESUMEN Y CIERRE. CON RECLAMOS    *
007760*  VENCIDOS TERMINA CON 0004 PARA    *
007770*  AVISO A ATENCION AL CLIENTE       *
007780**************************************
007790  9999-I-FINAL.
007800      IF NOT WS-ES-PRIMERO
007810         AND RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
007820         PERFORM 5800-I-CERRAR-SUCURSAL
007830            THRU 5800-F-CERRAR-SUCURSAL
007840      END-IF
007850
007860      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
007870         PERFORM 9500-I-RESUMEN
007880            THRU 9500-F-RESUMEN
007890      END-IF
007900
007910      EXEC SQL
007920         CLOSE RECLAMO_CURSOR
007930      END-EXEC
007940
007950      CLOSE SALIDA
007960      IF NOT FS-SALIDA-OK
007970         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
007980         MOVE FS-SALIDA TO LK-ERR-CODIGO
007990         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
008000         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
008010         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008020         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008030      END-IF
008040
008050      IF CN-VENCIDOS GREATER ZEROS
008060         AND RETURN-CODE EQUAL ZEROS
008070         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
008080      END-IF
008090
008100      DISPLAY 'DEVOLUCIONES CERRADAS  : ' CN-DEVOL-CERRADAS
008110      DISPLAY 'DEVOLUCIONES A ANALISIS: ' CN-DEVOL-REABIERTAS
008120      DISPLAY 'RECLAMOS SIN RESOLVER  : ' CN-RECLAMOS
008130      DISPLAY 'RECLAMOS VENCIDOS      : ' CN-VENCIDOS
008140      DISPLAY 'RECLAMOS POR VENCER    : ' CN-POR-VENCER
008150      DISPLAY 'NOVEDADES CON ERROR    : ' CN-NOVEDADES-ER
008160
008170      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
008180      .
008190  9999-F-FINAL. EXIT.
008200**************************************
008210*  RESUMEN GENERAL DEL LISTADO       *
008220**************************************
008230  9500-I-RESUMEN.
008240      IF WS-ES-PRIMERO
008250         MOVE 'SIN RECLAMOS' TO WS-NOMBRE-SUC
008260         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
008270      END-IF
008280
008290      MOVE 'TOTAL GENERAL'    TO WS-TOT-ETIQUETA
008300      MOVE CN-RECLAMOS        TO WS-TOT-RECLAMOS
008310      MOVE CN-VENCIDOS        TO WS-TOT-VENCIDOS
008320      MOVE CN-POR-VENCER      TO WS-TOT-POR-VENCER
008330
008340      WRITE REG-SALIDA FROM WS-REG-TOTAL AFTER 3
008350
008360      IF NOT FS-SALIDA-OK
008370         DISPLAY '* ERROR EN GRABAR TOTAL = ' FS-SALIDA
008380         MOVE FS-SALIDA TO LK-ERR-CODIGO
008390         MOVE '9500-I-RESUMEN' TO LK-ERR-PARRAFO
008400         MOVE 'GRABAR TOTAL' TO LK-ERR-RECURSO
008410         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008420         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008430         GO TO 9500-F-RESUMEN
008440      END-IF
008450
008460      MOVE 'DEVOLUCIONES CERRADAS A FAVOR DEL CLIENTE:'
008470        TO WS-AVI-TEXTO
008480      MOVE CN-DEVOL-CERRADAS TO WS-AVI-CANT
008490      WRITE REG-SALIDA FROM WS-REG-AVISO AFTER 2
008500
008510      MOVE 'DEVOLUCIONES NO EJECUTADAS (VUELVEN A ANALISIS):'
008520        TO WS-AVI-TEXTO
008530      MOVE CN-DEVOL-REABIERTAS TO WS-AVI-CANT
008540      WRITE REG-SALIDA FROM WS-REG-AVISO
008550      .
008560  9500-F-RESUMEN. EXIT.
008570**************************************
008580*  REGISTRO DE INICIO EN TBCONTROL   *
008590*  (RUTCTRL): LA MISMA FECHA DE      *
008600*  PROCESO NO SE CORRE DOS VECES     *
008610*  SIN RELANZAR                      *
008620**************************************
008630  1100-I-CONTROL-INICIO.
008640      IF CC-FECHA-PROCESO EQUAL SPACES
008650         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
008660         MOVE CTL-AREA-AA TO CTL-HOY-AA
008670         MOVE CTL-AREA-MM TO CTL-HOY-MM
008680         MOVE CTL-AREA-DD TO CTL-HOY-DD
008690         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
008700      END-IF
008710
008720      SET LK-CTL-INICIO TO TRUE
008730      MOVE 'PGMRSL33' TO LK-CTL-PROGRAMA
008740      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
008750      MOVE CC-RERUN TO LK-CTL-RERUN
008760      MOVE ZEROS TO LK-CTL-CONTADOR
008770
008780      MOVE RETURN-CODE TO WS-RC-GUARDADO
008790      CALL 'RUTCTRL' USING LK-CTL-AREA
008800      MOVE WS-RC-GUARDADO TO RETURN-CODE
008810
008820      IF LK-CTL-YA-CORRIO
008830         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
008840                 CC-FECHA-PROCESO
008850         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
008860         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
008870         SET FS-RECLAMO-EOF TO TRUE
008880         SET WS-CORRIDA-RECHAZADA TO TRUE
008890      END-IF
008900
008910      IF LK-CTL-ERROR
008920         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008930         SET FS-RECLAMO-EOF TO TRUE
008940         SET WS-CORRIDA-RECHAZADA TO TRUE
008950      END-IF
008960      .
008970  1100-F-CONTROL-INICIO. EXIT.
008980**************************************
008990*  REGISTRO DE FIN EXITOSO EN        *
009000*  TBCONTROL CON LA CANTIDAD DE      *
009010*  RECLAMOS SIN RESOLVER             *
009020**************************************
009030  1200-I-CONTROL-FIN.
009040      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
009050         GO TO 1200-F-CONTROL-FIN
009060      END-IF
009070
009080      SET LK-CTL-FIN TO TRUE
009090      MOVE CN-RECLAMOS TO LK-CTL-CONTADOR
009100
009110      MOVE RETURN-CODE TO WS-RC-GUARDADO
009120      CALL 'RUTCTRL' USING LK-CTL-AREA
009130      MOVE WS-RC-GUARDADO TO RETURN-CODE
009140      .
009150  1200-F-CONTROL-FIN. EXIT.
009160
009170*************************************
009180*  GRABAR EL ERROR ESTRUCTURADO EN  *
009190*  EL LOG COMUN (RUTERROR)          *
009200*************************************
009210  9900-I-ERROR.
009220      MOVE 'PGMRSL33' TO LK-ERR-PROGRAMA
009230
009240      MOVE RETURN-CODE TO WS-RC-GUARDADO
009250
009260      CALL 'RUTERROR' USING LK-ERR-AREA
009270
009280      MOVE WS-RC-GUARDADO TO RETURN-CODE
009290
009300      MOVE SPACES TO LK-ERR-RECURSO
009310
009320      MOVE SPACES TO LK-ERR-CODIGO
009330      .
009340  9900-F-ERROR. EXIT.
