000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMRPC33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* REPROCESO DE LA COLA DE CONTINGENCIA         *
000110*         * (CONT): APLICA CADA OPERACION EN          * JCR *
000120*         * TBCUENTAS/TBMOVIM UNA SOLA VEZ, INFORMA LAS  *
000130*         * QUE HOY SUPERAN EL PISO O AFECTAN EMBARGOS   *
000140*         * Y DESCUENTA LO EXTRAIDO DE SALDCONT          *
000150*************************************
000160  ENVIRONMENT DIVISION.
000170  CONFIGURATION SECTION.
000180  SPECIAL-NAMES.
000190      DECIMAL-POINT IS COMMA.
000200  INPUT-OUTPUT SECTION.
000210  FILE-CONTROL.
000220        SELECT COLA ASSIGN DDCONTQ
000230               FILE STATUS IS FS-COLA.
000240
000250        SELECT SALDOS ASSIGN DDSALCON
000260        ORGANIZATION IS INDEXED
000270        ACCESS MODE IS RANDOM
000280        RECORD KEY IS RSC-NRO-CUENTA
000290               FILE STATUS IS FS-SALDOS.
000300
000310        SELECT SALIDA ASSIGN DDSALI
000320               FILE STATUS IS FS-SALIDA.
000330
000340  DATA DIVISION.
000350  FILE SECTION.
000360  FD COLA
000370       BLOCK CONTAINS 0 RECORDS
000380       RECORDING MODE IS F.
000390
000400  01 REG-COLA             PIC X(80).
000410
000420  FD SALDOS.
000430
000440  01 REG-SALCON.
000450      05 RSC-NRO-CUENTA       PIC X(15).
000460      05 FILLER               PIC X(65).
000470
000480  FD SALIDA
000490       BLOCK CONTAINS 0 RECORDS
000500       RECORDING MODE IS F.
000510
000520  01 REG-SALIDA PIC X(132).
000530*************************************
000540*             WORKING              *
000550*************************************
000560  WORKING-STORAGE SECTION.
000570  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000580
000590      COPY CONTREG.
000600
000610      COPY SALDREG.
000620*************************************
000630*           FILE STATUS            *
000640*************************************
000650  01  FS-FILE-STATUS.
000660      05  FS-COLA         PIC XX    VALUE SPACES.
000670          88  FS-COLA-OK            VALUE '00'.
000680          88  FS-COLA-FIN           VALUE '10'.
000690      05  FS-PROCESO      PIC X     VALUE SPACES.
000700          88  FS-PROCESO-OK         VALUE 'Y'.
000710          88  FS-PROCESO-EOF        VALUE 'N'.
000720      05  FS-SALDOS       PIC XX    VALUE SPACES.
000730          88  FS-SALDOS-OK          VALUE '00'.
000740          88  FS-SALDOS-NOTFND      VALUE '23'.
000750      05  FS-SALIDA       PIC XX    VALUE SPACES.
000760          88  FS-SALIDA-OK          VALUE '00'.
000770*************************************
000780*          CONTADORES              *
000790*************************************
000800  01 CN-CONTADORES.
000810      05 CN-LEIDOS             PIC 9(07)  VALUE ZEROS.
000820      05 CN-APLICADOS          PIC 9(07)  VALUE ZEROS.
000830      05 CN-YA-APLICADOS       PIC 9(07)  VALUE ZEROS.
000840      05 CN-NO-APLICADOS       PIC 9(07)  VALUE ZEROS.
000850      05 CN-SUPERA-PISO        PIC 9(07)  VALUE ZEROS.
000860      05 CN-EMBARGO            PIC 9(07)  VALUE ZEROS.
000870      05 CN-CERRADAS           PIC 9(07)  VALUE ZEROS.
000880      05 CN-DESCONTADOS        PIC 9(07)  VALUE ZEROS.
000890      05 CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
000900*************************************
000910*  TARJETA SYSIN: FECHA DE PROCESO *
000920*************************************
000930  01  WS-FECHA-PROCESO     PIC X(10)   VALUE SPACES.
000940*************************************
000950*      AREA DE TRABAJO              *
000960*************************************
000970  01  WS-IMPORTE           PIC S9(9)V99 COMP-3  VALUE ZEROS.
000980  01  WS-SALDO-NUEVO       PIC S9(9)V99 COMP-3  VALUE ZEROS.
000990  01  WS-SALDO-DISPONIBLE  PIC S9(9)V99 COMP-3  VALUE ZEROS.
001000  01  WS-PISO-SOBREGIRO    PIC S9(9)V99 COMP-3  VALUE ZEROS.
001010  01  WS-TOTAL-EMBARGOS    PIC S9(9)V99 COMP-3  VALUE ZEROS.
001020  01  WS-CANT-MOVIM        PIC S9(04) COMP      VALUE ZEROS.
001030  01  WS-MARCA-CERRADA     PIC X(01)   VALUE SPACES.
001040      88  WS-CUENTA-CERRADA            VALUE 'S'.
001050  01  WS-OBSERVACION       PIC X(40)   VALUE SPACES.
001060  01  WS-RESULTADO         PIC X(01)   VALUE SPACES.
001070      88  WS-RES-APLICADO              VALUE 'A'.
001080      88  WS-RES-YA-APLICADO           VALUE 'Y'.
001090      88  WS-RES-NO-APLICADO           VALUE 'N'.
001100  01  WS-PASADA            PIC X(01)   VALUE '1'.
001110      88  WS-PASADA-APLICAR            VALUE '1'.
001120      88  WS-PASADA-DESCONTAR          VALUE '2'.
001130
001140  77  CT-CANAL-CAJA        PIC X(04)   VALUE 'CAJA'.
001150  77  CT-MOV-DEPOSITO      PIC X(02)   VALUE 'DP'.
001160  77  CT-MOV-EXTRACCION    PIC X(02)   VALUE 'EX'.
001170*************************************
001180*       VARIABLES IMPRESION        *
001190*************************************
001200  01  IP-TITULO.
001210      05  FILLER      PIC X(10) VALUE  SPACES.
001220      05  FILLER      PIC X(45) VALUE
001230       'REPROCESO DE OPERACIONES EN CONTINGENCIA'.
001240      05  FILLER      PIC X(07) VALUE  'FECHA: '.
001250      05  IP-FECHA    PIC X(10) VALUE  SPACES.
001260      05  FILLER      PIC X(60) VALUE  SPACES.
001270
001280  01  IP-ENCABEZADO.
001290      05  FILLER    PIC X(16)    VALUE 'CUENTA'.
001300      05  FILLER    PIC X(03)    VALUE 'TP'.
001310      05  FILLER    PIC X(15)    VALUE '       IMPORTE '.
001320      05  FILLER    PIC X(11)    VALUE 'FECHA'.
001330      05  FILLER    PIC X(09)    VALUE 'HORA'.
001340      05  FILLER    PIC X(09)    VALUE 'USUARIO'.
001350      05  FILLER    PIC X(10)    VALUE ' COMPROB.'.
001360      05  FILLER    PIC X(17)    VALUE '    SALDO NUEVO'.
001370      05  FILLER    PIC X(42)    VALUE 'OBSERVACION'.
001380
001390  01  WS-REG-DETALLE.
001400      05  WS-DET-CUENTA    PIC X(15)    VALUE SPACES.
001410      05  FILLER           PIC X(01)    VALUE SPACES.
001420      05  WS-DET-TIPO      PIC X(02)    VALUE SPACES.
001430      05  FILLER           PIC X(01)    VALUE SPACES.
001440      05  WS-DET-IMPORTE   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
001450      05  FILLER           PIC X(01)    VALUE SPACES.
001460      05  WS-DET-FECHA     PIC X(10)    VALUE SPACES.
001470      05  FILLER           PIC X(01)    VALUE SPACES.
001480      05  WS-DET-HORA      PIC X(08)    VALUE SPACES.
001490      05  FILLER           PIC X(01)    VALUE SPACES.
001500      05  WS-DET-USUARIO   PIC X(08)    VALUE SPACES.
001510      05  FILLER           PIC X(01)    VALUE SPACES.
001520      05  WS-DET-COMPROB   PIC Z(08)9   VALUE ZEROS.
001530      05  FILLER           PIC X(01)    VALUE SPACES.
001540      05  WS-DET-SALDO     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
001550      05  FILLER           PIC X(02)    VALUE SPACES.
001560      05  WS-DET-OBSERV    PIC X(40)    VALUE SPACES.
001570      05  FILLER           PIC X(02)    VALUE SPACES.
001580
001590  01  WS-REG-AVISO.
001600      05  FILLER           PIC X(06)    VALUE SPACES.
001610      05  WS-AVI-TEXTO     PIC X(60)    VALUE SPACES.
001620      05  WS-AVI-CANT      PIC Z.ZZZ.ZZ9 VALUE ZEROS.
001630      05  FILLER           PIC X(57)    VALUE SPACES.
001640*************************************
001650*             SQL                  *
001660*************************************
001670       EXEC SQL
001680         INCLUDE SQLCA
001690       END-EXEC.
001700
001710       EXEC SQL
001720         INCLUDE TBCUENT
001730       END-EXEC.
001740
001750       EXEC SQL
001760         INCLUDE TBLIMITE
001770       END-EXEC.
001780
001790       EXEC SQL
001800         INCLUDE TBMOVIM
001810       END-EXEC.
001820
001830       EXEC SQL
001840         INCLUDE TBEMBARG
001850       END-EXEC.
001860
001870  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
001880*************************************
001890*  MANEJO COMUN DE ERRORES          *
001900*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
001910*  DE RETORNO DEL BATCH             *
001920*************************************
001930     COPY LKERROR.
001940
001950  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
001960  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
001970  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
001980  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
001990*************************************
002000*  CONTROL DE CORRIDAS (RUTCTRL)    *
002010*************************************
002020     COPY LKCTRL.
002030
002040  01  WS-TARJETA-CONTROL.
002050      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
002060      05  CC-RERUN         PIC X(01)  VALUE SPACES.
002070
002080  01  WS-CTL-HOY.
002090      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
002100      05  FILLER       PIC X(01)  VALUE '-'.
002110      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
002120      05  FILLER       PIC X(01)  VALUE '-'.
002130      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
002140
002150  01  WS-CTL-FECHA-AREA.
002160      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
002170      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
002180      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
002190
002200  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
002210  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
002220      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
002230  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
002240*************************************.
002250  PROCEDURE DIVISION.
002260**************************************
002270*  CUERPO PRINCIPAL DEL PROGRAMA     *
002280**************************************
002290  MAIN-PROGRAM.
002300      PERFORM 1000-I-INICIO
002310         THRU 1000-F-INICIO
002320
002330      IF WS-CORRIDA-RECHAZADA
002340         GO TO F-MAIN-PROGRAM
002350      END-IF
002360
002370      PERFORM 2000-I-PROCESO
002380         THRU 2000-F-PROCESO
002390         UNTIL FS-PROCESO-EOF
002400
002410      PERFORM 6000-I-CONFIRMAR
002420         THRU 6000-F-CONFIRMAR
002430
002440      PERFORM 7000-I-DESCONTAR
002450         THRU 7000-F-DESCONTAR
002460
002470      PERFORM 9999-I-FINAL
002480         THRU 9999-F-FINAL
002490      .
002500  F-MAIN-PROGRAM. GOBACK.
002510**************************************
002520*  CUERPO INICIO APERTURA ARCHIVOS   *
002530**************************************
002540  1000-I-INICIO.
002550      ACCEPT WS-FECHA-PROCESO FROM SYSIN
002560
002570      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
002580
002590      IF WS-FECHA-PROCESO NOT EQUAL SPACES
002600         AND CC-FECHA-PROCESO EQUAL SPACES
002610         MOVE WS-FECHA-PROCESO TO CC-FECHA-PROCESO
002620      END-IF
002630
002640      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
002650
002660      IF WS-CORRIDA-RECHAZADA
002670         GO TO 1000-F-INICIO
002680      END-IF
002690
002700      IF WS-FECHA-PROCESO EQUAL SPACES
002710         MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO
002720      END-IF
002730
002740      SET FS-PROCESO-OK TO TRUE
002750
002760      OPEN OUTPUT SALIDA
002770
002780      IF NOT FS-SALIDA-OK
002790         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
002800         MOVE FS-SALIDA TO LK-ERR-CODIGO
002810         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
002820         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
002830         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002840         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002850         SET FS-PROCESO-EOF TO TRUE
002860         GO TO 1000-F-INICIO
002870      END-IF
002880
002890      MOVE WS-FECHA-PROCESO TO IP-FECHA
002900
002910      PERFORM 9000-I-TITULO THRU 9000-F-TITULO
002920
002930      OPEN INPUT COLA
002940
002950      IF NOT FS-COLA-OK
002960         DISPLAY '* ERROR EN OPEN COLA = ' FS-COLA
002970         MOVE FS-COLA TO LK-ERR-CODIGO
002980         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
002990         MOVE 'OPEN COLA' TO LK-ERR-RECURSO
003000         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003010         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003020         SET FS-PROCESO-EOF TO TRUE
003030         GO TO 1000-F-INICIO
003040      END-IF
003050
003060      PERFORM 2100-I-LEER-COLA
003070         THRU 2100-F-LEER-COLA
003080      .
003090  1000-F-INICIO. EXIT.
003100**************************************
003110*  CUERPO PRINCIPAL DE PROCESOS:     *
003120*  APLICAR CADA OPERACION DE LA      *
003130*  COLA EN EL ORDEN EN QUE SE        *
003140*  AUTORIZO                          *
003150**************************************
003160  2000-I-PROCESO.
003170      MOVE SPACES TO WS-OBSERVACION
003180      SET WS-RES-APLICADO TO TRUE
003190      MOVE ZEROS  TO MOV-NRO-COMPROBANTE
003200      MOVE ZEROS  TO WS-SALDO-NUEVO
003210
003220      PERFORM 3000-I-VALIDAR
003230         THRU 3000-F-VALIDAR
003240
003250      IF WS-RES-APLICADO
003260         PERFORM 3100-I-YA-APLICADO
003270            THRU 3100-F-YA-APLICADO
003280      END-IF
003290
003300      IF WS-RES-APLICADO
003310         PERFORM 3200-I-LEER-CUENTA
003320            THRU 3200-F-LEER-CUENTA
003330      END-IF
003340
003350      IF WS-RES-APLICADO
003360         PERFORM 4000-I-APLICAR
003370            THRU 4000-F-APLICAR
003380      END-IF
003390
003400      IF FS-PROCESO-EOF
003410         GO TO 2000-F-PROCESO
003420      END-IF
003430
003440      EVALUATE TRUE
003450         WHEN WS-RES-APLICADO
003460            ADD 1 TO CN-APLICADOS
003470         WHEN WS-RES-YA-APLICADO
003480            ADD 1 TO CN-YA-APLICADOS
003490         WHEN OTHER
003500            ADD 1 TO CN-NO-APLICADOS
003510            MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
003520      END-EVALUATE
003530
003540      PERFORM 5500-I-GRABAR-DETALLE
003550         THRU 5500-F-GRABAR-DETALLE
003560
003570      PERFORM 2100-I-LEER-COLA
003580         THRU 2100-F-LEER-COLA
003590      .
003600  2000-F-PROCESO. EXIT.
003610**************************************
003620*  LEER LA OPERACION SIGUIENTE DE    *
003630*  LA COLA                           *
003640**************************************
003650  2100-I-LEER-COLA.
003660      READ COLA INTO WS-CONT-REC
003670
003680      EVALUATE TRUE
003690         WHEN FS-COLA-OK
003700            IF WS-PASADA-APLICAR
003710               ADD 1 TO CN-LEIDOS
003720            END-IF
003730            MOVE CNT-NRO-CUENTA TO LK-ERR-CLAVE
003740         WHEN FS-COLA-FIN
003750            SET FS-PROCESO-EOF TO TRUE
003760         WHEN OTHER
003770            DISPLAY '* ERROR EN LEER COLA = ' FS-COLA
003780            MOVE FS-COLA TO LK-ERR-CODIGO
003790            MOVE '2100-I-LEER-COLA' TO LK-ERR-PARRAFO
003800            MOVE 'LEER COLA' TO LK-ERR-RECURSO
003810            MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003820            PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003830            SET FS-PROCESO-EOF TO TRUE
003840      END-EVALUATE
003850      .
003860  2100-F-LEER-COLA. EXIT.
003870**************************************
003880*  VALIDAR EL REGISTRO DE LA COLA    *
003890**************************************
003900  3000-I-VALIDAR.
003910      IF NOT CNT-DEPOSITO AND NOT CNT-EXTRACCION
003920         SET WS-RES-NO-APLICADO TO TRUE
003930         MOVE 'NO APLICADA - TIPO DE OPERACION INVALIDO'
003940           TO WS-OBSERVACION
003950         GO TO 3000-F-VALIDAR
003960      END-IF
003970
003980      IF CNT-IMPORTE NOT NUMERIC
003990         SET WS-RES-NO-APLICADO TO TRUE
004000         MOVE 'NO APLICADA - IMPORTE INVALIDO' TO WS-OBSERVACION
004010         GO TO 3000-F-VALIDAR
004020      END-IF
004030
004040      MOVE CNT-IMPORTE TO WS-IMPORTE
004050
004060      IF WS-IMPORTE NOT GREATER ZEROS
004070         SET WS-RES-NO-APLICADO TO TRUE
004080         MOVE 'NO APLICADA - IMPORTE INVALIDO' TO WS-OBSERVACION
004090         GO TO 3000-F-VALIDAR
004100      END-IF
004110
004120      MOVE CNT-NRO-CUENTA TO MOV-NRO-CUENTA
004130      MOVE CNT-FECHA      TO MOV-FECHA
004140      MOVE CNT-HORA       TO MOV-HORA
004150      MOVE WS-IMPORTE     TO MOV-IMPORTE
004160      MOVE CNT-USUARIO    TO MOV-USUARIO
004170      MOVE CT-CANAL-CAJA  TO MOV-CANAL
004180      IF CNT-DEPOSITO
004190         MOVE CT-MOV-DEPOSITO   TO MOV-TIPO-MOVIMIENTO
004200      ELSE
004210         MOVE CT-MOV-EXTRACCION TO MOV-TIPO-MOVIMIENTO
004220      END-IF
004230      .
004240  3000-F-VALIDAR. EXIT.
004250**************************************
004260*  UNA OPERACION YA GRABADA EN       *
004270*  TBMOVIM (RELANZAMIENTO) NO SE     *
004280*  APLICA DOS VECES                  *
004290**************************************
004300  3100-I-YA-APLICADO.
004310      MOVE ZEROS TO WS-CANT-MOVIM
004320
004330      EXEC SQL
004340         SELECT COUNT(*)
004350           INTO :WS-CANT-MOVIM
004360           FROM ITPFBIO.TBMOVIM
004370          WHERE NRO_CUENTA      EQUAL :MOV-NRO-CUENTA
004380            AND FECHA           EQUAL :MOV-FECHA
004390            AND HORA            EQUAL :MOV-HORA
004400            AND TIPO_MOVIMIENTO EQUAL :MOV-TIPO-MOVIMIENTO
004410            AND IMPORTE         EQUAL :MOV-IMPORTE
004420            AND USUARIO         EQUAL :MOV-USUARIO
004430      END-EXEC
004440
004450      IF SQLCODE NOT EQUAL ZEROS
004460         MOVE 'SELECT TBMOVIM' TO LK-ERR-RECURSO
004470         MOVE '3100-I-YA-APLICADO' TO LK-ERR-PARRAFO
004480         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
004490         GO TO 3100-F-YA-APLICADO
004500      END-IF
004510
004520      IF WS-CANT-MOVIM GREATER ZEROS
004530         SET WS-RES-YA-APLICADO TO TRUE
004540         MOVE 'YA APLICADA EN UNA CORRIDA ANTERIOR'
004550           TO WS-OBSERVACION
004560      END-IF
004570      .
004580  3100-F-YA-APLICADO. EXIT.
004590**************************************
004600*  LEER LA CUENTA EN TBCUENTAS       *
004610*  (TAMBIEN CERRADA: LA OPERACION    *
004620*  YA SE PAGO Y SE APLICA IGUAL)     *
004630**************************************
004640  3200-I-LEER-CUENTA.
004650      MOVE CNT-NRO-CUENTA TO NRO-CUENTA
004660
004670      EXEC SQL
004680         SELECT TIPO_CUENTA, MONEDA, SALDO_ACTUAL,
004690                CASE WHEN FECHA_DE_BAJA IS NULL THEN 'N'
004700                     ELSE 'S' END
004710           INTO :TIPO-CUENTA, :MONEDA, :SALDO-ACTUAL,
004720                :WS-MARCA-CERRADA
004730           FROM ITPFBIO.TBCUENTAS
004740          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
004750      END-EXEC
004760
004770      EVALUATE SQLCODE
004780         WHEN ZEROS
004790            CONTINUE
004800         WHEN +100
004810            SET WS-RES-NO-APLICADO TO TRUE
004820            MOVE 'NO APLICADA - CUENTA INEXISTENTE'
004830              TO WS-OBSERVACION
004840         WHEN OTHER
004850            MOVE 'SELECT TBCUENTAS' TO LK-ERR-RECURSO
004860            MOVE '3200-I-LEER-CUENTA' TO LK-ERR-PARRAFO
004870            PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
004880      END-EVALUATE
004890      .
004900  3200-F-LEER-CUENTA. EXIT.
004910**************************************
004920*  ACTUALIZAR EL SALDO Y GRABAR EL   *
004930*  MOVIMIENTO CON SU NRO DE          *
004940*  COMPROBANTE; LA EXTRACCION SE     *
004950*  CONTROLA CONTRA EL PISO Y LOS     *
004960*  EMBARGOS VIGENTES                 *
004970**************************************
004980  4000-I-APLICAR.
004990      IF CNT-DEPOSITO
005000         ADD WS-IMPORTE TO SALDO-ACTUAL GIVING WS-SALDO-NUEVO
005010      ELSE
005020         SUBTRACT WS-IMPORTE FROM SALDO-ACTUAL
005030            GIVING WS-SALDO-NUEVO
005040      END-IF
005050
005060      EXEC SQL
005070         UPDATE ITPFBIO.TBCUENTAS
005080            SET SALDO_ACTUAL = :WS-SALDO-NUEVO,
005090                FECHA_ACTUAL = :WS-FECHA-PROCESO
005100          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
005110      END-EXEC
005120
005130      IF SQLCODE NOT EQUAL ZEROS
005140         MOVE 'UPDATE TBCUENTAS' TO LK-ERR-RECURSO
005150         MOVE '4000-I-APLICAR' TO LK-ERR-PARRAFO
005160         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
005170         GO TO 4000-F-APLICAR
005180      END-IF
005190
005200      MOVE MONEDA TO MOV-MONEDA
005210
005220      PERFORM 5150-I-NUMERAR-COMP
005230         THRU 5150-F-NUMERAR-COMP
005240
005250      EXEC SQL
005260         INSERT INTO ITPFBIO.TBMOVIM
005270               (NRO_CUENTA, FECHA, HORA, TIPO_MOVIMIENTO,
005280                IMPORTE, MONEDA, USUARIO, CANAL,
005290                NRO_COMPROBANTE)
005300         VALUES
005310               (:MOV-NRO-CUENTA, :MOV-FECHA, :MOV-HORA,
005320                :MOV-TIPO-MOVIMIENTO, :MOV-IMPORTE,
005330                :MOV-MONEDA, :MOV-USUARIO, :MOV-CANAL,
005340                :MOV-NRO-COMPROBANTE)
005350      END-EXEC
005360
005370      IF SQLCODE NOT EQUAL ZEROS
005380         MOVE 'INSERT TBMOVIM' TO LK-ERR-RECURSO
005390         MOVE '4000-I-APLICAR' TO LK-ERR-PARRAFO
005400         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
005410         GO TO 4000-F-APLICAR
005420      END-IF
005430
005440      IF WS-CUENTA-CERRADA
005450         ADD 1 TO CN-CERRADAS
005460         MOVE 'CUENTA CERRADA - REVISAR' TO WS-OBSERVACION
005470      END-IF
005480
005490      IF CNT-EXTRACCION
005500         PERFORM 4100-I-CONTROLAR-PISO
005510            THRU 4100-F-CONTROLAR-PISO
005520      END-IF
005530      .
005540  4000-F-APLICAR. EXIT.
005550**************************************
005560*  LA EXTRACCION AUTORIZADA EN       *
005570*  CONTINGENCIA SE INFORMA SI HOY    *
005580*  DEJA LA CUENTA DEBAJO DEL PISO    *
005590*  DE SOBREGIRO O AFECTA SALDO       *
005600*  EMBARGADO                         *
005610**************************************
005620  4100-I-CONTROLAR-PISO.
005630      PERFORM 4500-I-LEER-LIMITE
005640         THRU 4500-F-LEER-LIMITE
005650
005660      PERFORM 4600-I-SUMAR-EMBARGOS
005670         THRU 4600-F-SUMAR-EMBARGOS
005680
005690      IF WS-SALDO-NUEVO LESS WS-PISO-SOBREGIRO
005700         ADD 1 TO CN-SUPERA-PISO
005710         MOVE 'SUPERA EL PISO DE SOBREGIRO' TO WS-OBSERVACION
005720         GO TO 4100-F-CONTROLAR-PISO
005730      END-IF
005740
005750      SUBTRACT WS-TOTAL-EMBARGOS FROM WS-SALDO-NUEVO
005760         GIVING WS-SALDO-DISPONIBLE
005770
005780      IF WS-SALDO-DISPONIBLE LESS WS-PISO-SOBREGIRO
005790         ADD 1 TO CN-EMBARGO
005800         MOVE 'AFECTA SALDO RETENIDO POR EMBARGO'
005810           TO WS-OBSERVACION
005820      END-IF
005830      .
005840  4100-F-CONTROLAR-PISO. EXIT.
005850**************************************
005860*  PISO DE SOBREGIRO DEL TIPO DE     *
005870*  CUENTA (TBLIMITES, SIN FILA = 0)  *
005880**************************************
005890  4500-I-LEER-LIMITE.
005900      MOVE ZEROS       TO WS-PISO-SOBREGIRO
005910      MOVE TIPO-CUENTA TO LIM-TIPO-CUENTA
005920
005930      EXEC SQL
005940         SELECT PISO_PERMITIDO
005950           INTO :LIM-PISO-PERMITIDO
005960           FROM ITPFBIO.TBLIMITES
005970          WHERE TIPO_CUENTA EQUAL :LIM-TIPO-CUENTA
005980      END-EXEC
005990
006000      IF SQLCODE EQUAL ZEROS
006010         MOVE LIM-PISO-PERMITIDO TO WS-PISO-SOBREGIRO
006020      END-IF
006030      .
006040  4500-F-LEER-LIMITE. EXIT.
006050**************************************
006060*  SUMAR LOS EMBARGOS ACTIVOS DE LA  *
006070*  CUENTA (TBEMBARGOS)               *
006080**************************************
006090  4600-I-SUMAR-EMBARGOS.
006100      MOVE ZEROS      TO WS-TOTAL-EMBARGOS
006110      MOVE NRO-CUENTA TO EMB-NRO-CUENTA
006120
006130      EXEC SQL
006140         SELECT VALUE(SUM(IMPORTE), 0)
006150           INTO :WS-TOTAL-EMBARGOS
006160           FROM ITPFBIO.TBEMBARGOS
006170          WHERE NRO_CUENTA EQUAL :EMB-NRO-CUENTA
006180            AND ESTADO     EQUAL 'A'
006190            AND (FECHA_VTO EQUAL ' '
006200             OR FECHA_VTO NOT LESS :WS-FECHA-PROCESO)
006210      END-EXEC
006220
006230      IF SQLCODE NOT EQUAL ZEROS
006240         MOVE ZEROS TO WS-TOTAL-EMBARGOS
006250      END-IF
006260      .
006270  4600-F-SUMAR-EMBARGOS. EXIT.
006280**************************************
006290*  PROXIMO NRO DE COMPROBANTE        *
006300*  (MAXIMO + 1)                      *
006310**************************************
006320  5150-I-NUMERAR-COMP.
006330      EXEC SQL
006340         SELECT VALUE(MAX(NRO_COMPROBANTE), 0) + 1
006350           INTO :MOV-NRO-COMPROBANTE
006360           FROM ITPFBIO.TBMOVIM
006370      END-EXEC
006380
006390      IF SQLCODE NOT EQUAL ZEROS
006400         MOVE 1 TO MOV-NRO-COMPROBANTE
006410      END-IF
006420      .
006430  5150-F-NUMERAR-COMP. EXIT.
006440**************************************
006450*  IMPRIMIR LA OPERACION CON SU      *
006460*  RESULTADO                         *
006470**************************************
006480  5500-I-GRABAR-DETALLE.
006490      IF CN-CUENTA-LINEA GREATER 60
006500         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
006510      END-IF
006520
006530      MOVE CNT-NRO-CUENTA      TO WS-DET-CUENTA
006540      MOVE MOV-TIPO-MOVIMIENTO TO WS-DET-TIPO
006550      MOVE WS-IMPORTE          TO WS-DET-IMPORTE
006560      MOVE CNT-FECHA           TO WS-DET-FECHA
006570      MOVE CNT-HORA            TO WS-DET-HORA
006580      MOVE CNT-USUARIO         TO WS-DET-USUARIO
006590      MOVE MOV-NRO-COMPROBANTE TO WS-DET-COMPROB
006600      MOVE WS-SALDO-NUEVO      TO WS-DET-SALDO
006610      MOVE WS-OBSERVACION      TO WS-DET-OBSERV
006620
006630      IF NOT WS-RES-APLICADO
006640         MOVE SPACES TO WS-DET-TIPO
006650         MOVE ZEROS  TO WS-DET-COMPROB
006660         MOVE ZEROS  TO WS-DET-SALDO
006670         MOVE CNT-TIPO-MOV TO WS-DET-TIPO
006680      END-IF
006690
006700      WRITE REG-SALIDA FROM WS-REG-DETALLE
006710
006720      IF NOT FS-SALIDA-OK
006730         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
006740         MOVE FS-SALIDA TO LK-ERR-CODIGO
006750         MOVE '5500-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
006760         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
006770         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006780         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006790         SET FS-PROCESO-EOF TO TRUE
006800      ELSE
006810         ADD 1 TO CN-CUENTA-LINEA
006820      END-IF
006830      .
006840  5500-F-GRABAR-DETALLE. EXIT.
006850**************************************
006860*  ERROR SQL AL APLICAR: SE CORTA EL *
006870*  PROCESO Y SE DESHACE TODO         *
006880**************************************
006890  5900-I-ERROR-SQL.
006900      MOVE SQLCODE TO FS-SQLCODE
006910      DISPLAY '* ERROR SQL ' LK-ERR-RECURSO ' = ' FS-SQLCODE
006920              ' CUENTA ' CNT-NRO-CUENTA
006930      MOVE FS-SQLCODE TO LK-ERR-CODIGO
006940      MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006950      PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006960      SET WS-RES-NO-APLICADO TO TRUE
006970      SET FS-PROCESO-EOF TO TRUE
006980      .
006990  5900-F-ERROR-SQL. EXIT.
007000**************************************
007010*  CONFIRMAR TODA LA COLA EN UNA     *
007020*  SOLA UNIDAD DE TRABAJO, O         *
007030*  DESHACERLA ANTE UN ERROR DE       *
007040*  ENTORNO (SE RELANZA COMPLETA)     *
007050**************************************
007060  6000-I-CONFIRMAR.
007070      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
007080         EXEC SQL
007090            ROLLBACK
007100         END-EXEC
007110         DISPLAY '* REPROCESO DESHECHO - RELANZAR CON S'
007120         GO TO 6000-F-CONFIRMAR
007130      END-IF
007140
007150      EXEC SQL
007160         COMMIT
007170      END-EXEC
007180
007190      IF SQLCODE NOT EQUAL ZEROS
007200         MOVE SQLCODE TO FS-SQLCODE
007210         DISPLAY '* ERROR EN COMMIT = ' FS-SQLCODE
007220         MOVE FS-SQLCODE TO LK-ERR-CODIGO
007230         MOVE '6000-I-CONFIRMAR' TO LK-ERR-PARRAFO
007240         MOVE 'COMMIT' TO LK-ERR-RECURSO
007250         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007260         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007270      END-IF
007280      .
007290  6000-F-CONFIRMAR. EXIT.
007300**************************************
007310*  SEGUNDA PASADA: YA CONFIRMADO EN  *
007320*  DB2, DESCONTAR DE SALDCONT LO     *
007330*  EXTRAIDO EN CONTINGENCIA PARA     *
007340*  QUE PGMMOV33 NO LO RESTE OTRA VEZ *
007350*  (EL ARCHIVO DEBE ESTAR CERRADO    *
007360*  EN CICS)                          *
007370**************************************
007380  7000-I-DESCONTAR.
007390      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
007400         GO TO 7000-F-DESCONTAR
007410      END-IF
007420
007430      CLOSE COLA
007440
007450      OPEN INPUT COLA
007460
007470      IF NOT FS-COLA-OK
007480         DISPLAY '* ERROR EN REABRIR COLA = ' FS-COLA
007490         MOVE FS-COLA TO LK-ERR-CODIGO
007500         MOVE '7000-I-DESCONTAR' TO LK-ERR-PARRAFO
007510         MOVE 'OPEN COLA' TO LK-ERR-RECURSO
007520         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007530         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007540         GO TO 7000-F-DESCONTAR
007550      END-IF
007560
007570      OPEN I-O SALDOS
007580
007590      IF NOT FS-SALDOS-OK
007600         DISPLAY '* ERROR EN OPEN SALDOS = ' FS-SALDOS
007610         DISPLAY '* LO EXTRAIDO SIGUE PENDIENTE EN SALDCONT'
007620         MOVE FS-SALDOS TO LK-ERR-CODIGO
007630         MOVE '7000-I-DESCONTAR' TO LK-ERR-PARRAFO
007640         MOVE 'OPEN SALDOS' TO LK-ERR-RECURSO
007650         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007660         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007670         GO TO 7000-F-DESCONTAR
007680      END-IF
007690
007700      SET WS-PASADA-DESCONTAR TO TRUE
007710      SET FS-PROCESO-OK TO TRUE
007720
007730      PERFORM 2100-I-LEER-COLA
007740         THRU 2100-F-LEER-COLA
007750
007760      PERFORM 7100-I-DESCONTAR-CUENTA
007770         THRU 7100-F-DESCONTAR-CUENTA
007780         UNTIL FS-PROCESO-EOF
007790
007800      CLOSE SALDOS
007810      .
007820  7000-F-DESCONTAR. EXIT.
007830**************************************
007840*  RESTAR LA EXTRACCION DE LO        *
007850*  PENDIENTE DE LA CUENTA            *
007860**************************************
007870  7100-I-DESCONTAR-CUENTA.
007880      IF NOT CNT-EXTRACCION
007890         OR CNT-IMPORTE NOT NUMERIC
007900         GO TO 7100-F-LEER
007910      END-IF
007920
007930      MOVE CNT-NRO-CUENTA TO RSC-NRO-CUENTA
007940
007950      READ SALDOS INTO WS-SALD-REC
007960
007970      IF FS-SALDOS-NOTFND
007980         GO TO 7100-F-LEER
007990      END-IF
008000
008010      IF NOT FS-SALDOS-OK
008020         DISPLAY '* ERROR EN LEER SALDOS = ' FS-SALDOS
008030         MOVE FS-SALDOS TO LK-ERR-CODIGO
008040         MOVE '7100-I-DESCONTAR-CUENTA' TO LK-ERR-PARRAFO
008050         MOVE 'LEER SALDOS' TO LK-ERR-RECURSO
008060         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008070         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008080         SET FS-PROCESO-EOF TO TRUE
008090         GO TO 7100-F-DESCONTAR-CUENTA
008100      END-IF
008110
008120      MOVE CNT-IMPORTE TO WS-IMPORTE
008130
008140      IF WS-IMPORTE GREATER SLD-DEBITOS-CONTING
008150         MOVE ZEROS TO SLD-DEBITOS-CONTING
008160      ELSE
008170         SUBTRACT WS-IMPORTE FROM SLD-DEBITOS-CONTING
008180      END-IF
008190
008200      REWRITE REG-SALCON FROM WS-SALD-REC
008210
008220      IF NOT FS-SALDOS-OK
008230         DISPLAY '* ERROR EN REGRABAR SALDOS = ' FS-SALDOS
008240         MOVE FS-SALDOS TO LK-ERR-CODIGO
008250         MOVE '7100-I-DESCONTAR-CUENTA' TO LK-ERR-PARRAFO
008260         MOVE 'REGRABAR SALDOS' TO LK-ERR-RECURSO
008270         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008280         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008290         SET FS-PROCESO-EOF TO TRUE
008300         GO TO 7100-F-DESCONTAR-CUENTA
008310      END-IF
008320
008330      ADD 1 TO CN-DESCONTADOS
008340      .
008350  7100-F-LEER.
008360      PERFORM 2100-I-LEER-COLA
008370         THRU 2100-F-LEER-COLA
008380      .
008390  7100-F-DESCONTAR-CUENTA. EXIT.
008400**************************************
008410*  TITULO Y ENCABEZADO               *
008420**************************************
008430  9000-I-TITULO.
008440      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
008450
008460      IF NOT FS-SALIDA-OK
008470         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
008480         MOVE FS-SALIDA TO LK-ERR-CODIGO
008490         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
008500         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
008510         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008520         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008530         SET  FS-PROCESO-EOF TO TRUE
008540         GO TO 9000-F-TITULO
008550      END-IF
008560
008570      WRITE REG-SALIDA FROM IP-ENCABEZADO AFTER 2
008580
008590      MOVE 4 TO CN-CUENTA-LINEA
008600      .
008610  9000-F-TITULO. EXIT.
008620**************************************
008630*  CUERPO FINAL - RESUMEN Y CIERRE.  *
008640*  CON OPERACIONES QUE HOY SUPERAN   *
008650*  EL PISO TERMINA CON 0004          *
008660**************************************
008670  9999-I-FINAL.
008680      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
008690         PERFORM 9500-I-RESUMEN
008700            THRU 9500-F-RESUMEN
008710      END-IF
008720
008730      CLOSE COLA
008740
008750      CLOSE SALIDA
008760      IF NOT FS-SALIDA-OK
008770         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
008780         MOVE FS-SALIDA TO LK-ERR-CODIGO
008790         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
008800         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
008810         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008820         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008830      END-IF
008840
008850      IF RETURN-CODE EQUAL ZEROS
008860         AND (CN-SUPERA-PISO GREATER ZEROS
008870          OR CN-EMBARGO GREATER ZEROS
008880          OR CN-CERRADAS GREATER ZEROS)
008890         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
008900      END-IF
008910
008920      DISPLAY 'OPERACIONES LEIDAS     : ' CN-LEIDOS
008930      DISPLAY 'OPERACIONES APLICADAS  : ' CN-APLICADOS
008940      DISPLAY 'YA APLICADAS ANTES     : ' CN-YA-APLICADOS
008950      DISPLAY 'NO APLICADAS           : ' CN-NO-APLICADOS
008960      DISPLAY 'SUPERAN EL PISO        : ' CN-SUPERA-PISO
008970      DISPLAY 'AFECTAN EMBARGO        : ' CN-EMBARGO
008980      DISPLAY 'SOBRE CUENTA CERRADA   : ' CN-CERRADAS
008990      DISPLAY 'DESCONTADAS DE SALDCONT: ' CN-DESCONTADOS
009000
009010      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
009020      .
009030  9999-F-FINAL. EXIT.
009040**************************************
009050*  RESUMEN GENERAL DEL LISTADO       *
009060**************************************
009070  9500-I-RESUMEN.
009080      MOVE 'OPERACIONES LEIDAS DE LA COLA:' TO WS-AVI-TEXTO
009090      MOVE CN-LEIDOS TO WS-AVI-CANT
009100      WRITE REG-SALIDA FROM WS-REG-AVISO AFTER 3
009110
009120      IF NOT FS-SALIDA-OK
009130         DISPLAY '* ERROR EN GRABAR RESUMEN = ' FS-SALIDA
009140         MOVE FS-SALIDA TO LK-ERR-CODIGO
009150         MOVE '9500-I-RESUMEN' TO LK-ERR-PARRAFO
009160         MOVE 'GRABAR RESUMEN' TO LK-ERR-RECURSO
009170         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009180         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009190         GO TO 9500-F-RESUMEN
009200      END-IF
009210
009220      MOVE 'APLICADAS EN TBCUENTAS/TBMOVIM:' TO WS-AVI-TEXTO
009230      MOVE CN-APLICADOS TO WS-AVI-CANT
009240      WRITE REG-SALIDA FROM WS-REG-AVISO
009250
009260      MOVE 'YA APLICADAS EN UNA CORRIDA ANTERIOR:' TO WS-AVI-TEXTO
009270      MOVE CN-YA-APLICADOS TO WS-AVI-CANT
009280      WRITE REG-SALIDA FROM WS-REG-AVISO
009290
009300      MOVE 'NO APLICADAS (VER OBSERVACION):' TO WS-AVI-TEXTO
009310      MOVE CN-NO-APLICADOS TO WS-AVI-CANT
009320      WRITE REG-SALIDA FROM WS-REG-AVISO
009330
009340      MOVE 'EXTRACCIONES QUE HOY SUPERAN EL PISO DE SOBREGIRO:'
009350        TO WS-AVI-TEXTO
009360      MOVE CN-SUPERA-PISO TO WS-AVI-CANT
009370      WRITE REG-SALIDA FROM WS-REG-AVISO AFTER 2
009380
009390      MOVE 'EXTRACCIONES QUE AFECTAN SALDO EMBARGADO:'
009400        TO WS-AVI-TEXTO
009410      MOVE CN-EMBARGO TO WS-AVI-CANT
009420      WRITE REG-SALIDA FROM WS-REG-AVISO
009430
009440      MOVE 'OPERACIONES SOBRE CUENTAS YA CERRADAS:'
009450        TO WS-AVI-TEXTO
009460      MOVE CN-CERRADAS TO WS-AVI-CANT
009470      WRITE REG-SALIDA FROM WS-REG-AVISO
009480      .
009490  9500-F-RESUMEN. EXIT.
009500**************************************
009510*  REGISTRO DE INICIO EN TBCONTROL   *
009520*  (RUTCTRL): LA MISMA FECHA DE      *
009530*  PROCESO NO SE CORRE DOS VECES     *
009540*  SIN RELANZAR                      *
009550**************************************
009560  1100-I-CONTROL-INICIO.
009570      IF CC-FECHA-PROCESO EQUAL SPACES
009580         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
009590         MOVE CTL-AREA-AA TO CTL-HOY-AA
009600         MOVE CTL-AREA-MM TO CTL-HOY-MM
009610         MOVE CTL-AREA-DD TO CTL-HOY-DD
009620         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
009630      END-IF
009640
009650      SET LK-CTL-INICIO TO TRUE
009660      MOVE 'PGMRPC33' TO LK-CTL-PROGRAMA
009670      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
009680      MOVE CC-RERUN TO LK-CTL-RERUN
009690      MOVE ZEROS TO LK-CTL-CONTADOR
009700
009710      MOVE RETURN-CODE TO WS-RC-GUARDADO
009720      CALL 'RUTCTRL' USING LK-CTL-AREA
009730      MOVE WS-RC-GUARDADO TO RETURN-CODE
009740
009750      IF LK-CTL-YA-CORRIO
009760         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
009770                 CC-FECHA-PROCESO
009780         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
009790         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
009800         SET FS-PROCESO-EOF TO TRUE
009810         SET WS-CORRIDA-RECHAZADA TO TRUE
009820      END-IF
009830
009840      IF LK-CTL-ERROR
009850         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009860         SET FS-PROCESO-EOF TO TRUE
009870         SET WS-CORRIDA-RECHAZADA TO TRUE
009880      END-IF
009890      .
009900  1100-F-CONTROL-INICIO. EXIT.
009910**************************************
009920*  REGISTRO DE FIN EXITOSO EN        *
009930*  TBCONTROL CON LA CANTIDAD DE      *
009940*  OPERACIONES APLICADAS             *
009950**************************************
009960  1200-I-CONTROL-FIN.
009970      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
009980         GO TO 1200-F-CONTROL-FIN
009990      END-IF
010000
010010      SET LK-CTL-FIN TO TRUE
010020      MOVE CN-APLICADOS TO LK-CTL-CONTADOR
010030
010040      MOVE RETURN-CODE TO WS-RC-GUARDADO
010050      CALL 'RUTCTRL' USING LK-CTL-AREA
010060      MOVE WS-RC-GUARDADO TO RETURN-CODE
010070      .
010080  1200-F-CONTROL-FIN. EXIT.
010090
010100*************************************
010110*  GRABAR EL ERROR ESTRUCTURADO EN  *
010120*  EL LOG COMUN (RUTERROR)          *
010130*************************************
010140  9900-I-ERROR.
010150      MOVE 'PGMRPC33' TO LK-ERR-PROGRAMA
010160
010170      MOVE RETURN-CODE TO WS-RC-GUARDADO
010180
010190      CALL 'RUTERROR' USING LK-ERR-AREA
010200
010210      MOVE WS-RC-GUARDADO TO RETURN-CODE
010220
010230      MOVE SPACES TO LK-ERR-RECURSO
010240
010250      MOVE SPACES TO LK-ERR-CODIGO
010260      .
010270  9900-F-ERROR. EXIT.
