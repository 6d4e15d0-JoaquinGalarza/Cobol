000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMLIS33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* CARGA DE LAS LISTAS DE SANCIONES Y DE        *
000110*         * FINANCIAMIENTO DEL TERRORISMO (UIF E      * JCR *
000120*         * INTERNACIONALES) QUE RECIBE CUMPLIMIENTO     *
000130*         * EN DDLISTA: UNO O MAS BLOQUES CABECERA /     *
000140*         * DETALLE / TOTALES, UNO POR FUENTE. CADA      *
000150*         * BLOQUE REEMPLAZA EN TBLISTAS TODAS LAS       *
000160*         * FILAS DE SU FUENTE Y GRABA EL NOMBRE         *
000170*         * NORMALIZADO (RUTLISTA); SI LA CANTIDAD DEL   *
000180*         * TOTALES NO COINCIDE EL BLOQUE SE DESHACE Y   *
000190*         * QUEDA VIGENTE LA LISTA ANTERIOR              *
000200*************************************
000210  ENVIRONMENT DIVISION.
000220  CONFIGURATION SECTION.
000230  SPECIAL-NAMES.
000240      DECIMAL-POINT IS COMMA.
000250  INPUT-OUTPUT SECTION.
000260  FILE-CONTROL.
000270        SELECT ENTRADA ASSIGN DDLISTA
000280               FILE STATUS IS FS-ENTRADA.
000290
000300        SELECT SALIDA ASSIGN DDSALI
000310               FILE STATUS IS FS-SALIDA.
000320
000330  DATA DIVISION.
000340  FILE SECTION.
000350  FD ENTRADA
000360       BLOCK CONTAINS 0 RECORDS
000370       RECORDING MODE IS F.
000380
000390  01 REG-LST-CABECERA.
000400      05 LST-TIPO-REG         PIC X(01).
000410         88 LST-ES-CABECERA           VALUE 'H'.
000420         88 LST-ES-DETALLE            VALUE 'D'.
000430         88 LST-ES-TOTALES            VALUE 'T'.
000440      05 LST-CAB-FUENTE       PIC X(04).
000450      05 LST-CAB-FECHA        PIC X(10).
000460      05 FILLER               PIC X(135).
000470
000480  01 REG-LST-DETALLE.
000490      05 FILLER               PIC X(01).
000500      05 LST-DET-NRO-REGISTRO PIC X(15).
000510      05 LST-DET-TIPO-DOC     PIC X(02).
000520      05 LST-DET-NRO-DOC      PIC X(11).
000530      05 LST-DET-NRO-DOC-NUM REDEFINES LST-DET-NRO-DOC
000540                              PIC 9(11).
000550      05 LST-DET-APELLIDO     PIC X(30).
000560      05 LST-DET-NOMBRE       PIC X(30).
000570      05 FILLER               PIC X(61).
000580
000590  01 REG-LST-TOTALES.
000600      05 FILLER               PIC X(01).
000610      05 LST-TOT-CANTIDAD     PIC X(07).
000620      05 LST-TOT-CANTIDAD-NUM REDEFINES LST-TOT-CANTIDAD
000630                              PIC 9(07).
000640      05 FILLER               PIC X(142).
000650
000660  FD SALIDA
000670       BLOCK CONTAINS 0 RECORDS
000680       RECORDING MODE IS F.
000690
000700  01 REG-SALIDA PIC X(132).
000710*************************************
000720*             WORKING              *
000730*************************************
000740  WORKING-STORAGE SECTION.
000750  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000760*************************************
000770*           FILE STATUS            *
000780*************************************
000790  01  FS-FILE-STATUS.
000800      05  FS-ENTRADA      PIC XX    VALUE SPACES.
000810          88  FS-ENTRADA-OK         VALUE '00'.
000820          88  FS-ENTRADA-EOF        VALUE '10'.
000830      05  FS-SALIDA       PIC XX    VALUE SPACES.
000840          88  FS-SALIDA-OK          VALUE '00'.
000850      05  FS-PROCESO      PIC X     VALUE SPACES.
000860          88  FS-PROCESO-OK         VALUE 'Y'.
000870          88  FS-PROCESO-EOF        VALUE 'N'.
000880*************************************
000890*          CONTADORES              *
000900*************************************
000910  01 CN-CONTADORES.
000920      05 CN-LEIDOS             PIC 9(07)  VALUE ZEROS.
000930      05 CN-CARGADOS           PIC 9(07)  VALUE ZEROS.
000940      05 CN-RECHAZADOS         PIC 9(07)  VALUE ZEROS.
000950      05 CN-BLOQUES-OK         PIC 9(03)  VALUE ZEROS.
000960      05 CN-BLOQUES-ER         PIC 9(03)  VALUE ZEROS.
000970      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
000980      05 CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
000990*************************************
001000*  BLOQUE (FUENTE) EN CURSO         *
001010*************************************
001020  01  WS-BLOQUE.
001030      05  WS-BLQ-FUENTE        PIC X(04)  VALUE SPACES.
001040      05  WS-BLQ-FECHA         PIC X(10)  VALUE SPACES.
001050      05  WS-BLQ-LEIDOS        PIC 9(07)  VALUE ZEROS.
001060      05  WS-BLQ-CARGADOS      PIC 9(07)  VALUE ZEROS.
001070      05  WS-BLQ-RECHAZADOS    PIC 9(07)  VALUE ZEROS.
001080      05  WS-BLQ-BORRADOS      PIC S9(09) COMP VALUE ZEROS.
001090  77  WS-HAY-BLOQUE        PIC X(01)            VALUE 'N'.
001100      88  WS-BLOQUE-ABIERTO                     VALUE 'S'.
001110      88  WS-BLOQUE-CERRADO                     VALUE 'N'.
001120  77  WS-MOTIVO            PIC X(30)            VALUE SPACES.
001130  77  WS-RESULTADO         PIC X(40)            VALUE SPACES.
001140*************************************
001150*      LLAMADA A RUTLISTA          *
001160*************************************
001170     COPY LKLISTA.
001180*************************************
001190*  TARJETA SYSIN: FECHA DE CARGA    *
001200*************************************
001210  01  WS-TARJETA-CARGA.
001220      05  WS-FECHA-PROCESO PIC X(10)   VALUE SPACES.
001230*************************************
001240*       VARIABLES IMPRESION        *
001250*************************************
001260  01  IP-TITULO.
001270      05  FILLER      PIC X(12) VALUE  SPACES.
001280      05  FILLER      PIC X(40) VALUE
001290       'CARGA DE LISTAS DE SANCIONES'.
001300      05  FILLER      PIC X(07) VALUE  'FECHA: '.
001310      05  IP-FECHA    PIC X(10) VALUE  SPACES.
001320      05  FILLER      PIC X(63) VALUE  SPACES.
001330
001340  01  IP-ENCABEZADO.
001350      05  FILLER    PIC X(06)    VALUE 'FUENTE'.
001360      05  FILLER    PIC X(17)    VALUE ' REGISTRO'.
001370      05  FILLER    PIC X(16)    VALUE 'DOCUMENTO'.
001380      05  FILLER    PIC X(31)    VALUE 'APELLIDO'.
001390      05  FILLER    PIC X(30)    VALUE 'MOTIVO DE RECHAZO'.
001400      05  FILLER    PIC X(32)    VALUE SPACES.
001410
001420  01  WS-REG-RECHAZO.
001430      05  WS-RCH-FUENTE    PIC X(04)    VALUE SPACES.
001440      05  FILLER           PIC X(02)    VALUE SPACES.
001450      05  WS-RCH-REGISTRO  PIC X(15)    VALUE SPACES.
001460      05  FILLER           PIC X(02)    VALUE SPACES.
001470      05  WS-RCH-TIPO-DOC  PIC X(02)    VALUE SPACES.
001480      05  FILLER           PIC X(01)    VALUE SPACES.
001490      05  WS-RCH-NRO-DOC   PIC X(11)    VALUE SPACES.
001500      05  FILLER           PIC X(02)    VALUE SPACES.
001510      05  WS-RCH-APELLIDO  PIC X(30)    VALUE SPACES.
001520      05  FILLER           PIC X(01)    VALUE SPACES.
001530      05  WS-RCH-MOTIVO    PIC X(30)    VALUE SPACES.
001540      05  FILLER           PIC X(32)    VALUE SPACES.
001550
001560  01  WS-REG-BLOQUE.
001570      05  FILLER           PIC X(08)    VALUE 'FUENTE: '.
001580      05  WS-BLK-FUENTE    PIC X(04)    VALUE SPACES.
001590      05  FILLER           PIC X(09)    VALUE '  LISTA: '.
001600      05  WS-BLK-FECHA     PIC X(10)    VALUE SPACES.
001610      05  FILLER           PIC X(09)    VALUE '  LEIDOS '.
001620      05  WS-BLK-LEIDOS    PIC Z.ZZZ.ZZ9 VALUE ZEROS.
001630      05  FILLER           PIC X(10)    VALUE '  CARGADOS'.
001640      05  WS-BLK-CARGADOS  PIC Z.ZZZ.ZZ9 VALUE ZEROS.
001650      05  FILLER           PIC X(12)    VALUE '  RECHAZADOS'.
001660      05  WS-BLK-RECHAZOS  PIC Z.ZZZ.ZZ9 VALUE ZEROS.
001670      05  FILLER           PIC X(02)    VALUE SPACES.
001680      05  WS-BLK-RESULTADO PIC X(40)    VALUE SPACES.
001690      05  FILLER           PIC X(01)    VALUE SPACES.
001700*************************************
001710*             SQL                  *
001720*************************************
001730       EXEC SQL
001740         INCLUDE SQLCA
001750       END-EXEC.
001760
001770       EXEC SQL
001780         INCLUDE TBLISTAS
001790       END-EXEC.
001800
001810  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
001820*************************************
001830*  MANEJO COMUN DE ERRORES          *
001840*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
001850*  DE RETORNO DEL BATCH             *
001860*************************************
001870     COPY LKERROR.
001880
001890  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
001900  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
001910  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
001920  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
001930*************************************
001940*  CONTROL DE CORRIDAS (RUTCTRL)    *
001950*************************************
001960     COPY LKCTRL.
001970
001980  01  WS-TARJETA-CONTROL.
001990      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
002000      05  CC-RERUN         PIC X(01)  VALUE SPACES.
002010
002020  01  WS-CTL-HOY.
002030      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
002040      05  FILLER       PIC X(01)  VALUE '-'.
002050      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
002060      05  FILLER       PIC X(01)  VALUE '-'.
002070      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
002080
002090  01  WS-CTL-FECHA-AREA.
002100      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
002110      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
002120      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
002130
002140  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
002150  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
002160      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
002170  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
002180*************************************.
002190  PROCEDURE DIVISION.
002200**************************************
002210*  CUERPO PRINCIPAL DEL PROGRAMA     *
002220**************************************
002230  MAIN-PROGRAM.
002240      PERFORM 1000-I-INICIO
002250         THRU 1000-F-INICIO
002260
002270      IF WS-CORRIDA-RECHAZADA
002280         GO TO F-MAIN-PROGRAM
002290      END-IF
002300
002310      PERFORM 2000-I-PROCESO
002320         THRU 2000-F-PROCESO
002330         UNTIL FS-PROCESO-EOF
002340
002350      PERFORM 9999-I-FINAL
002360         THRU 9999-F-FINAL
002370      .
002380  F-MAIN-PROGRAM. GOBACK.
002390**************************************
002400*  CUERPO INICIO APERTURA ARCHIVOS   *
002410**************************************
002420  1000-I-INICIO.
002430      ACCEPT WS-TARJETA-CARGA FROM SYSIN
002440
002450      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
002460
002470      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
002480
002490      IF WS-CORRIDA-RECHAZADA
002500         GO TO 1000-F-INICIO
002510      END-IF
002520
002530      IF WS-FECHA-PROCESO EQUAL SPACES
002540         MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO
002550      END-IF
002560
002570      OPEN INPUT ENTRADA
002580
002590      IF NOT FS-ENTRADA-OK
002600         DISPLAY '* ERROR EN OPEN ENTRADA = ' FS-ENTRADA
002610         MOVE FS-ENTRADA TO LK-ERR-CODIGO
002620         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
002630         MOVE 'OPEN ENTRADA' TO LK-ERR-RECURSO
002640         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002650         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002660         SET  FS-PROCESO-EOF TO TRUE
002670      END-IF
002680
002690      OPEN OUTPUT SALIDA
002700
002710      IF NOT FS-SALIDA-OK
002720         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
002730         MOVE FS-SALIDA TO LK-ERR-CODIGO
002740         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
002750         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
002760         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002770         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002780         SET  FS-PROCESO-EOF TO TRUE
002790      END-IF
002800
002810      PERFORM 9000-I-TITULO
002820         THRU 9000-F-TITULO
002830
002840      PERFORM 3000-I-LEER-ENTRADA
002850         THRU 3000-F-LEER-ENTRADA
002860      .
002870  1000-F-INICIO. EXIT.
002880**************************************
002890*  CUERPO PRINCIPAL DE PROCESOS:     *
002900*  SEGUN EL TIPO DE REGISTRO         *
002910**************************************
002920  2000-I-PROCESO.
002930      EVALUATE TRUE
002940         WHEN LST-ES-CABECERA
002950            PERFORM 4000-I-ABRIR-BLOQUE
002960               THRU 4000-F-ABRIR-BLOQUE
002970         WHEN LST-ES-DETALLE
002980            PERFORM 4500-I-CARGAR-DETALLE
002990               THRU 4500-F-CARGAR-DETALLE
003000         WHEN LST-ES-TOTALES
003010            PERFORM 4800-I-CERRAR-BLOQUE
003020               THRU 4800-F-CERRAR-BLOQUE
003030         WHEN OTHER
003040            MOVE 'TIPO DE REGISTRO INVALIDO' TO WS-MOTIVO
003050            PERFORM 5500-I-INFORMAR-RECHAZO
003060               THRU 5500-F-INFORMAR-RECHAZO
003070      END-EVALUATE
003080
003090      PERFORM 3000-I-LEER-ENTRADA
003100         THRU 3000-F-LEER-ENTRADA
003110      .
003120  2000-F-PROCESO. EXIT.
003130**************************************
003140*        LEER UN REGISTRO            *
003150**************************************
003160  3000-I-LEER-ENTRADA.
003170      IF FS-PROCESO-EOF
003180         GO TO 3000-F-LEER-ENTRADA
003190      END-IF
003200
003210      READ ENTRADA
003220
003230      EVALUATE FS-ENTRADA
003240
003250      WHEN '00'
003260         ADD 1 TO CN-LEIDOS
003270         MOVE LST-DET-NRO-REGISTRO TO LK-ERR-CLAVE
003280
003290      WHEN '10'
003300         SET FS-PROCESO-EOF TO TRUE
003310
003320      WHEN OTHER
003330         DISPLAY '* ERROR LEER ENTRADA = ' FS-ENTRADA
003340         MOVE FS-ENTRADA TO LK-ERR-CODIGO
003350         MOVE '3000-I-LEER-ENTRADA' TO LK-ERR-PARRAFO
003360         MOVE 'LEER ENTRADA' TO LK-ERR-RECURSO
003370         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003380         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003390         SET FS-PROCESO-EOF TO TRUE
003400      END-EVALUATE
003410      .
003420  3000-F-LEER-ENTRADA. EXIT.
003430**************************************
003440*  CABECERA: ABRE EL BLOQUE DE LA    *
003450*  FUENTE Y BORRA SU LISTA ANTERIOR  *
003460*  (SE CONFIRMA RECIEN CON EL        *
003470*  REGISTRO DE TOTALES)              *
003480**************************************
003490  4000-I-ABRIR-BLOQUE.
003500      IF WS-BLOQUE-ABIERTO
003510         MOVE 'BLOQUE SIN TOTALES - DESHECHO' TO WS-RESULTADO
003520         PERFORM 4900-I-DESHACER-BLOQUE
003530            THRU 4900-F-DESHACER-BLOQUE
003540      END-IF
003550
003560      IF LST-CAB-FUENTE EQUAL SPACES
003570         MOVE 'CABECERA SIN FUENTE' TO WS-MOTIVO
003580         PERFORM 5500-I-INFORMAR-RECHAZO
003590            THRU 5500-F-INFORMAR-RECHAZO
003600         GO TO 4000-F-ABRIR-BLOQUE
003610      END-IF
003620
003630      INITIALIZE WS-BLOQUE
003640      SET WS-BLOQUE-ABIERTO TO TRUE
003650      MOVE LST-CAB-FUENTE TO WS-BLQ-FUENTE
003660      MOVE LST-CAB-FECHA  TO WS-BLQ-FECHA
003670      MOVE LST-CAB-FUENTE TO LIS-FUENTE
003680
003690      EXEC SQL
003700         DELETE FROM ITPFBIO.TBLISTAS
003710          WHERE FUENTE EQUAL :LIS-FUENTE
003720      END-EXEC
003730
003740      IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
003750         ADD 1 TO CN-NOVEDADES-ER
003760         MOVE SQLCODE TO FS-SQLCODE
003770         DISPLAY '* ERROR DELETE TBLISTAS = ' FS-SQLCODE
003780         MOVE FS-SQLCODE TO LK-ERR-CODIGO
003790         MOVE '4000-I-ABRIR-BLOQUE' TO LK-ERR-PARRAFO
003800         MOVE 'DELETE TBLISTAS' TO LK-ERR-RECURSO
003810         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003820         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003830         MOVE 'ERROR SQL AL BORRAR LA LISTA' TO WS-RESULTADO
003840         PERFORM 4900-I-DESHACER-BLOQUE
003850            THRU 4900-F-DESHACER-BLOQUE
003860         SET FS-PROCESO-EOF TO TRUE
003870         GO TO 4000-F-ABRIR-BLOQUE
003880      END-IF
003890
003900      MOVE SQLERRD (3) TO WS-BLQ-BORRADOS
003910      .
003920  4000-F-ABRIR-BLOQUE. EXIT.
003930**************************************
003940*  DETALLE: UNA PERSONA LISTADA CON  *
003950*  SU NOMBRE NORMALIZADO             *
003960**************************************
003970  4500-I-CARGAR-DETALLE.
003980      IF NOT WS-BLOQUE-ABIERTO
003990         MOVE 'DETALLE FUERA DE BLOQUE' TO WS-MOTIVO
004000         PERFORM 5500-I-INFORMAR-RECHAZO
004010            THRU 5500-F-INFORMAR-RECHAZO
004020         GO TO 4500-F-CARGAR-DETALLE
004030      END-IF
004040
004050      ADD 1 TO WS-BLQ-LEIDOS
004060
004070      IF LST-DET-NRO-DOC EQUAL SPACES
004080         MOVE ZEROS TO LST-DET-NRO-DOC-NUM
004090      END-IF
004100
004110      EVALUATE TRUE
004120         WHEN LST-DET-NRO-REGISTRO EQUAL SPACES
004130            MOVE 'SIN NUMERO DE REGISTRO' TO WS-MOTIVO
004140         WHEN LST-DET-NRO-DOC-NUM NOT NUMERIC
004150            MOVE 'DOCUMENTO NO NUMERICO' TO WS-MOTIVO
004160         WHEN LST-DET-APELLIDO EQUAL SPACES
004170            MOVE 'SIN APELLIDO' TO WS-MOTIVO
004180         WHEN OTHER
004190            MOVE SPACES TO WS-MOTIVO
004200      END-EVALUATE
004210
004220      IF WS-MOTIVO NOT EQUAL SPACES
004230         ADD 1 TO WS-BLQ-RECHAZADOS
004240         PERFORM 5500-I-INFORMAR-RECHAZO
004250            THRU 5500-F-INFORMAR-RECHAZO
004260         GO TO 4500-F-CARGAR-DETALLE
004270      END-IF
004280
004290      SET LK-LIS-NORMALIZAR    TO TRUE
004300      MOVE LST-DET-APELLIDO    TO LK-LIS-APELLIDO
004310      MOVE LST-DET-NOMBRE      TO LK-LIS-NOMBRE
004320      MOVE ZEROS               TO LK-LIS-TOLERANCIA
004330
004340      CALL 'RUTLISTA' USING LK-LIS-AREA
004350
004360      MOVE WS-BLQ-FUENTE        TO LIS-FUENTE
004370      MOVE LST-DET-NRO-REGISTRO TO LIS-NRO-REGISTRO
004380      MOVE LST-DET-TIPO-DOC     TO LIS-TIPO-DOCUMENTO
004390      MOVE LST-DET-NRO-DOC-NUM  TO LIS-NRO-DOCUMENTO
004400      MOVE LST-DET-APELLIDO     TO LIS-APELLIDO
004410      MOVE LST-DET-NOMBRE       TO LIS-NOMBRE
004420      MOVE LK-LIS-CLAVE         TO LIS-CLAVE-NORM
004430      MOVE LK-LIS-LARGO         TO LIS-LARGO-CLAVE
004440      MOVE WS-FECHA-PROCESO     TO LIS-FECHA-CARGA
004450
004460      EXEC SQL
004470         INSERT INTO ITPFBIO.TBLISTAS
004480               (FUENTE, NRO_REGISTRO, TIPO_DOCUMENTO,
004490                NRO_DOCUMENTO, APELLIDO, NOMBRE, CLAVE_NORM,
004500                LARGO_CLAVE, FECHA_CARGA)
004510         VALUES
004520               (:LIS-FUENTE, :LIS-NRO-REGISTRO,
004530                :LIS-TIPO-DOCUMENTO, :LIS-NRO-DOCUMENTO,
004540                :LIS-APELLIDO, :LIS-NOMBRE, :LIS-CLAVE-NORM,
004550                :LIS-LARGO-CLAVE, :LIS-FECHA-CARGA)
004560      END-EXEC
004570
004580      EVALUATE SQLCODE
004590
004600      WHEN ZEROS
004610         ADD 1 TO WS-BLQ-CARGADOS
004620
004630      WHEN -803
004640         ADD 1 TO WS-BLQ-RECHAZADOS
004650         MOVE 'REGISTRO DUPLICADO EN LA FUENTE' TO WS-MOTIVO
004660         PERFORM 5500-I-INFORMAR-RECHAZO
004670            THRU 5500-F-INFORMAR-RECHAZO
004680
004690      WHEN OTHER
004700         ADD 1 TO CN-NOVEDADES-ER
004710         MOVE SQLCODE TO FS-SQLCODE
004720         DISPLAY '* ERROR INSERT TBLISTAS = ' FS-SQLCODE
004730         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004740         MOVE '4500-I-CARGAR-DETALLE' TO LK-ERR-PARRAFO
004750         MOVE 'INSERT TBLISTAS' TO LK-ERR-RECURSO
004760         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004770         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004780         MOVE 'ERROR SQL AL GRABAR LA LISTA' TO WS-RESULTADO
004790         PERFORM 4900-I-DESHACER-BLOQUE
004800            THRU 4900-F-DESHACER-BLOQUE
004810         SET FS-PROCESO-EOF TO TRUE
004820      END-EVALUATE
004830      .
004840  4500-F-CARGAR-DETALLE. EXIT.
004850**************************************
004860*  TOTALES: SI LA CANTIDAD COINCIDE  *
004870*  CON LOS DETALLES LEIDOS SE        *
004880*  CONFIRMA LA NUEVA LISTA; SI NO SE *
004890*  DESHACE Y QUEDA LA ANTERIOR       *
004900**************************************
004910  4800-I-CERRAR-BLOQUE.
004920      IF NOT WS-BLOQUE-ABIERTO
004930         MOVE 'TOTALES FUERA DE BLOQUE' TO WS-MOTIVO
004940         PERFORM 5500-I-INFORMAR-RECHAZO
004950            THRU 5500-F-INFORMAR-RECHAZO
004960         GO TO 4800-F-CERRAR-BLOQUE
004970      END-IF
004980
004990      IF LST-TOT-CANTIDAD-NUM NOT NUMERIC
005000         OR LST-TOT-CANTIDAD-NUM NOT EQUAL WS-BLQ-LEIDOS
005010         MOVE 'CANTIDAD NO COINCIDE - DESHECHO' TO WS-RESULTADO
005020         PERFORM 4900-I-DESHACER-BLOQUE
005030            THRU 4900-F-DESHACER-BLOQUE
005040         GO TO 4800-F-CERRAR-BLOQUE
005050      END-IF
005060
005070      EXEC SQL
005080         COMMIT
005090      END-EXEC
005100
005110      ADD 1 TO CN-BLOQUES-OK
005120      ADD WS-BLQ-CARGADOS   TO CN-CARGADOS
005130      ADD WS-BLQ-RECHAZADOS TO CN-RECHAZADOS
005140      MOVE 'LISTA VIGENTE REEMPLAZADA' TO WS-RESULTADO
005150
005160      PERFORM 5600-I-INFORMAR-BLOQUE
005170         THRU 5600-F-INFORMAR-BLOQUE
005180
005190      SET WS-BLOQUE-CERRADO TO TRUE
005200      .
005210  4800-F-CERRAR-BLOQUE. EXIT.
005220**************************************
005230*  DESHACER EL BLOQUE EN CURSO: LA   *
005240*  FUENTE CONSERVA SU LISTA ANTERIOR *
005250**************************************
005260  4900-I-DESHACER-BLOQUE.
005270      EXEC SQL
005280         ROLLBACK
005290      END-EXEC
005300
005310      ADD 1 TO CN-BLOQUES-ER
005320      ADD WS-BLQ-LEIDOS TO CN-RECHAZADOS
005330      MOVE ZEROS TO WS-BLQ-CARGADOS
005340
005350      IF RETURN-CODE LESS CT-RC-ERROR-DATOS
005360         MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
005370      END-IF
005380
005390      PERFORM 5600-I-INFORMAR-BLOQUE
005400         THRU 5600-F-INFORMAR-BLOQUE
005410
005420      SET WS-BLOQUE-CERRADO TO TRUE
005430      .
005440  4900-F-DESHACER-BLOQUE. EXIT.
005450**************************************
005460*  INFORMAR UN REGISTRO RECHAZADO    *
005470**************************************
005480  5500-I-INFORMAR-RECHAZO.
005490      IF CN-CUENTA-LINEA GREATER 60
005500         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
005510      END-IF
005520
005530      MOVE WS-BLQ-FUENTE        TO WS-RCH-FUENTE
005540      MOVE LST-DET-NRO-REGISTRO TO WS-RCH-REGISTRO
005550      MOVE LST-DET-TIPO-DOC     TO WS-RCH-TIPO-DOC
005560      MOVE LST-DET-NRO-DOC      TO WS-RCH-NRO-DOC
005570      MOVE LST-DET-APELLIDO     TO WS-RCH-APELLIDO
005580      MOVE WS-MOTIVO            TO WS-RCH-MOTIVO
005590
005600      IF NOT LST-ES-DETALLE
005610         MOVE SPACES            TO WS-RCH-REGISTRO
005620         MOVE SPACES            TO WS-RCH-TIPO-DOC
005630         MOVE SPACES            TO WS-RCH-NRO-DOC
005640         MOVE SPACES            TO WS-RCH-APELLIDO
005650      END-IF
005660
005670      WRITE REG-SALIDA FROM WS-REG-RECHAZO
005680
005690      IF NOT FS-SALIDA-OK
005700         DISPLAY '* ERROR EN GRABAR RECHAZO = ' FS-SALIDA
005710         MOVE FS-SALIDA TO LK-ERR-CODIGO
005720         MOVE '5500-I-INFORMAR-RECHAZO' TO LK-ERR-PARRAFO
005730         MOVE 'GRABAR RECHAZO' TO LK-ERR-RECURSO
005740         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005750         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005760         SET FS-PROCESO-EOF TO TRUE
005770      ELSE
005780         ADD 1 TO CN-CUENTA-LINEA
005790      END-IF
005800      .
005810  5500-F-INFORMAR-RECHAZO. EXIT.
005820**************************************
005830*  INFORMAR EL RESULTADO DE UN       *
005840*  BLOQUE (FUENTE)                   *
005850**************************************
005860  5600-I-INFORMAR-BLOQUE.
005870      MOVE WS-BLQ-FUENTE     TO WS-BLK-FUENTE
005880      MOVE WS-BLQ-FECHA      TO WS-BLK-FECHA
005890      MOVE WS-BLQ-LEIDOS     TO WS-BLK-LEIDOS
005900      MOVE WS-BLQ-CARGADOS   TO WS-BLK-CARGADOS
005910      MOVE WS-BLQ-RECHAZADOS TO WS-BLK-RECHAZOS
005920      MOVE WS-RESULTADO      TO WS-BLK-RESULTADO
005930
005940      WRITE REG-SALIDA FROM WS-REG-BLOQUE AFTER 2
005950
005960      IF NOT FS-SALIDA-OK
005970         DISPLAY '* ERROR EN GRABAR BLOQUE = ' FS-SALIDA
005980         MOVE FS-SALIDA TO LK-ERR-CODIGO
005990         MOVE '5600-I-INFORMAR-BLOQUE' TO LK-ERR-PARRAFO
006000         MOVE 'GRABAR BLOQUE' TO LK-ERR-RECURSO
006010         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006020         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006030         SET FS-PROCESO-EOF TO TRUE
006040      ELSE
006050         ADD 2 TO CN-CUENTA-LINEA
006060      END-IF
006070      .
006080  5600-F-INFORMAR-BLOQUE. EXIT.
006090**************************************
006100*           GRABAR TITULO            *
006110**************************************
006120  9000-I-TITULO.
006130      MOVE WS-FECHA-PROCESO TO IP-FECHA
006140
006150      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
006160
006170      IF NOT FS-SALIDA-OK
006180         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
006190         MOVE FS-SALIDA TO LK-ERR-CODIGO
006200         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
006210         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
006220         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006230         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006240         SET  FS-PROCESO-EOF TO TRUE
006250      ELSE
006260         MOVE 1 TO CN-CUENTA-LINEA
006270      END-IF
006280
006290      WRITE REG-SALIDA FROM IP-ENCABEZADO
006300
006310      IF NOT FS-SALIDA-OK
006320         DISPLAY '* ERROR EN IMPRIMIR ENCABEZADO = ' FS-SALIDA
006330         MOVE FS-SALIDA TO LK-ERR-CODIGO
006340         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
006350         MOVE 'IMPRIMIR ENCABEZAD' TO LK-ERR-RECURSO
006360         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006370         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006380         SET  FS-PROCESO-EOF TO TRUE
006390      ELSE
006400         ADD 1 TO CN-CUENTA-LINEA
006410      END-IF
006420      .
006430  9000-F-TITULO. EXIT.
006440**************************************
006450*  CUERPO FINAL - UN BLOQUE SIN      *
006460*  TOTALES AL FIN DEL ARCHIVO SE     *
006470*  DESHACE; RESUMEN Y CIERRE         *
006480**************************************
006490  9999-I-FINAL.
006500      IF WS-BLOQUE-ABIERTO
006510         IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
006520            MOVE 'BLOQUE SIN TOTALES - DESHECHO' TO WS-RESULTADO
006530         ELSE
006540            MOVE 'ERROR DE ENTORNO - DESHECHO' TO WS-RESULTADO
006550         END-IF
006560         PERFORM 4900-I-DESHACER-BLOQUE
006570            THRU 4900-F-DESHACER-BLOQUE
006580      END-IF
006590
006600      CLOSE ENTRADA
006610      IF NOT FS-ENTRADA-OK
006620         DISPLAY '* ERROR EN CLOSE ENTRADA = ' FS-ENTRADA
006630         MOVE FS-ENTRADA TO LK-ERR-CODIGO
006640         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
006650         MOVE 'CLOSE ENTRADA' TO LK-ERR-RECURSO
006660         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006670         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006680      END-IF
006690
006700      CLOSE SALIDA
006710      IF NOT FS-SALIDA-OK
006720         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
006730         MOVE FS-SALIDA TO LK-ERR-CODIGO
006740         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
006750         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
006760         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006770         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006780      END-IF
006790
006800      IF CN-LEIDOS EQUAL ZEROS
006810         AND RETURN-CODE EQUAL ZEROS
006820         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
006830      END-IF
006840
006850      DISPLAY 'REGISTROS LEIDOS       : ' CN-LEIDOS
006860      DISPLAY 'FUENTES REEMPLAZADAS   : ' CN-BLOQUES-OK
006870      DISPLAY 'FUENTES DESHECHAS      : ' CN-BLOQUES-ER
006880      DISPLAY 'PERSONAS CARGADAS      : ' CN-CARGADOS
006890      DISPLAY 'PERSONAS RECHAZADAS    : ' CN-RECHAZADOS
006900      DISPLAY 'NOVEDADES CON ERROR    : ' CN-NOVEDADES-ER
006910
006920      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
006930      .
006940  9999-F-FINAL. EXIT.
006950**************************************
006960*  REGISTRO DE INICIO EN TBCONTROL   *
006970*  (RUTCTRL) - SI LA FECHA YA        *
006980*  TERMINO Y NO HAY RELANZAMIENTO    *
006990*  LA CORRIDA NO ARRANCA             *
007000**************************************
007010  1100-I-CONTROL-INICIO.
007020      IF CC-FECHA-PROCESO EQUAL SPACES
007030         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
007040         MOVE CTL-AREA-AA TO CTL-HOY-AA
007050         MOVE CTL-AREA-MM TO CTL-HOY-MM
007060         MOVE CTL-AREA-DD TO CTL-HOY-DD
007070         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
007080      END-IF
007090
007100      SET LK-CTL-INICIO TO TRUE
007110      MOVE 'PGMLIS33' TO LK-CTL-PROGRAMA
007120      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
007130      MOVE CC-RERUN TO LK-CTL-RERUN
007140      MOVE ZEROS TO LK-CTL-CONTADOR
007150
007160      MOVE RETURN-CODE TO WS-RC-GUARDADO
007170      CALL 'RUTCTRL' USING LK-CTL-AREA
007180      MOVE WS-RC-GUARDADO TO RETURN-CODE
007190
007200      IF LK-CTL-YA-CORRIO
007210         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
007220                 CC-FECHA-PROCESO
007230         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
007240         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
007250         SET FS-PROCESO-EOF TO TRUE
007260         SET WS-CORRIDA-RECHAZADA TO TRUE
007270      END-IF
007280
007290      IF LK-CTL-ERROR
007300         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007310         SET FS-PROCESO-EOF TO TRUE
007320         SET WS-CORRIDA-RECHAZADA TO TRUE
007330      END-IF
007340      .
007350  1100-F-CONTROL-INICIO. EXIT.
007360**************************************
007370*  REGISTRO DE FIN EXITOSO EN        *
007380*  TBCONTROL CON LAS PERSONAS        *
007390*  CARGADAS                          *
007400**************************************
007410  1200-I-CONTROL-FIN.
007420      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
007430         GO TO 1200-F-CONTROL-FIN
007440      END-IF
007450
007460      SET LK-CTL-FIN TO TRUE
007470      MOVE CN-CARGADOS TO LK-CTL-CONTADOR
007480
007490      MOVE RETURN-CODE TO WS-RC-GUARDADO
007500      CALL 'RUTCTRL' USING LK-CTL-AREA
007510      MOVE WS-RC-GUARDADO TO RETURN-CODE
007520      .
007530  1200-F-CONTROL-FIN. EXIT.
007540
007550*************************************
007560*  GRABAR EL ERROR ESTRUCTURADO EN  *
007570*  EL LOG COMUN (RUTERROR)          *
007580*************************************
007590  9900-I-ERROR.
007600      MOVE 'PGMLIS33' TO LK-ERR-PROGRAMA
007610
007620      MOVE RETURN-CODE TO WS-RC-GUARDADO
007630
007640      CALL 'RUTERROR' USING LK-ERR-AREA
007650
007660      MOVE WS-RC-GUARDADO TO RETURN-CODE
007670
007680      MOVE SPACES TO LK-ERR-RECURSO
007690
007700      MOVE SPACES TO LK-ERR-CODIGO
007710      .
007720  9900-F-ERROR. EXIT.
