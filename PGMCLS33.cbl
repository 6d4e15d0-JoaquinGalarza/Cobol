000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMCLS33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* CONTROL NOCTURNO DE LA CARTERA CONTRA LAS    *
000110*         * LISTAS DE SANCIONES (TBLISTAS): CADA      * JCR *
000120*         * CLIENTE ACTIVO SE COMPARA POR DOCUMENTO Y    *
000130*         * POR NOMBRE NORMALIZADO CON TOLERANCIA DE     *
000140*         * ESCRITURA (RUTLISTA, TBPARAMS 'TOLERANCIA'). *
000150*         * LAS COINCIDENCIAS NUEVAS QUEDAN PENDIENTES   *
000160*         * EN TBLISHIT PARA CUMPLIMIENTO (PGMSAN33);    *
000170*         * LAS YA LIBERADAS COMO FALSO POSITIVO NO SE   *
000180*         * VUELVEN A INFORMAR                           *
000190*************************************
000200  ENVIRONMENT DIVISION.
000210  CONFIGURATION SECTION.
000220  SPECIAL-NAMES.
000230      DECIMAL-POINT IS COMMA.
000240  INPUT-OUTPUT SECTION.
000250  FILE-CONTROL.
000260        SELECT SALIDA ASSIGN DDSALI
000270               FILE STATUS IS FS-SALIDA.
000280
000290  DATA DIVISION.
000300  FILE SECTION.
000310  FD SALIDA
000320       BLOCK CONTAINS 0 RECORDS
000330       RECORDING MODE IS F.
000340
000350  01 REG-SALIDA PIC X(132).
000360*************************************
000370*             WORKING              *
000380*************************************
000390  WORKING-STORAGE SECTION.
000400  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000410*************************************
000420*           FILE STATUS            *
000430*************************************
000440  01  FS-FILE-STATUS.
000450      05  FS-CLIENTE      PIC X     VALUE SPACES.
000460          88  FS-CLIENTE-OK         VALUE 'Y'.
000470          88  FS-CLIENTE-EOF        VALUE 'N'.
000480      05  FS-LISTA        PIC X     VALUE SPACES.
000490          88  FS-LISTA-OK           VALUE 'Y'.
000500          88  FS-LISTA-EOF          VALUE 'N'.
000510      05  FS-SALIDA       PIC XX    VALUE SPACES.
000520          88  FS-SALIDA-OK          VALUE '00'.
000530*************************************
000540*          CONTADORES              *
000550*************************************
000560  01 CN-CONTADORES.
000570      05 CN-CLIENTES           PIC 9(07)  VALUE ZEROS.
000580      05 CN-SIN-DATOS          PIC 9(07)  VALUE ZEROS.
000590      05 CN-COINC-NUEVAS       PIC 9(07)  VALUE ZEROS.
000600      05 CN-COINC-PENDIENTES   PIC 9(07)  VALUE ZEROS.
000610      05 CN-COINC-CONFIRMADAS  PIC 9(07)  VALUE ZEROS.
000620      05 CN-COINC-LIBERADAS    PIC 9(07)  VALUE ZEROS.
000630      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
000640      05 CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
000650*************************************
000660*   CONTROL DE COMMITS PERIODICOS  *
000670*************************************
000680  77  CT-COMMIT-CADA        PIC 9(05)  VALUE 00100.
000690  77  CN-COMMIT-PEND        PIC 9(05)  VALUE ZEROS.
000700*************************************
000710*   PARAMETROS (TBPARAMS) - CON     *
000720*   TOLERANCIA CERO SE USA LA QUE   *
000730*   CALCULA RUTLISTA POR LARGO      *
000740*************************************
000750     COPY LKPARM.
000760
000770  77  CT-TOLERANCIA         PIC 9(09)  VALUE ZEROS.
000780*************************************
000790*      LLAMADA A RUTLISTA          *
000800*************************************
000810     COPY LKLISTA.
000820*************************************
000830*   CLAVE DEL CLIENTE EN CURSO      *
000840*************************************
000850  77  WS-CLAVE-CLIENTE     PIC X(60)            VALUE SPACES.
000860  77  WS-LARGO-CLIENTE     PIC 9(03)            VALUE ZEROS.
000870  77  WS-TOL-CLIENTE       PIC 9(02)            VALUE ZEROS.
000880  77  WS-PRIMERA-LETRA     PIC X(01)            VALUE SPACES.
000890  77  WS-LARGO-DESDE       PIC S9(3)V COMP-3    VALUE ZEROS.
000900  77  WS-LARGO-HASTA       PIC S9(3)V COMP-3    VALUE ZEROS.
000910  77  WS-ESTADO-CLIENTE    PIC X(01)            VALUE SPACES.
000920  77  WS-TIPO-COINC        PIC X(01)            VALUE SPACES.
000930      88  WS-COINC-DOCUMENTO                    VALUE 'D'.
000940      88  WS-COINC-NOMBRE                       VALUE 'N'.
000950      88  WS-SIN-COINCIDENCIA                   VALUE ' '.
000960  77  WS-DISTANCIA         PIC 9(03)            VALUE ZEROS.
000970  77  WS-SITUACION         PIC X(10)            VALUE SPACES.
000980*************************************
000990*  TARJETA SYSIN: FECHA DE PROCESO  *
001000*************************************
001010  77  WS-FECHA-PROCESO     PIC X(10)            VALUE SPACES.
001020*************************************
001030*       VARIABLES IMPRESION        *
001040*************************************
001050  01  IP-TITULO.
001060      05  FILLER      PIC X(12) VALUE  SPACES.
001070      05  FILLER      PIC X(40) VALUE
001080       'CLIENTES EN LISTAS DE SANCIONES'.
001090      05  FILLER      PIC X(07) VALUE  'FECHA: '.
001100      05  IP-FECHA    PIC X(10) VALUE  SPACES.
001110      05  FILLER      PIC X(63) VALUE  SPACES.
001120
001130  01  IP-ENCABEZADO.
001140      05  FILLER    PIC X(06)    VALUE 'SUC'.
001150      05  FILLER    PIC X(07)    VALUE 'CLIENTE'.
001160      05  FILLER    PIC X(16)    VALUE 'DOCUMENTO'.
001170      05  FILLER    PIC X(32)    VALUE 'APELLIDO DEL CLIENTE'.
001180      05  FILLER    PIC X(06)    VALUE 'FUENT'.
001190      05  FILLER    PIC X(17)    VALUE 'REGISTRO'.
001200      05  FILLER    PIC X(03)    VALUE 'T'.
001210      05  FILLER    PIC X(05)    VALUE 'DIST'.
001220      05  FILLER    PIC X(27)    VALUE 'APELLIDO EN LA LISTA'.
001230      05  FILLER    PIC X(13)    VALUE 'SITUACION'.
001240
001250  01  WS-REG-DETALLE.
001260      05  WS-DET-SUCURSAL  PIC X(04)    VALUE SPACES.
001270      05  FILLER           PIC X(02)    VALUE SPACES.
001280      05  WS-DET-CLIENTE   PIC 9(05)    VALUE ZEROS.
001290      05  FILLER           PIC X(02)    VALUE SPACES.
001300      05  WS-DET-TIPO-DOC  PIC X(02)    VALUE SPACES.
001310      05  FILLER           PIC X(01)    VALUE SPACES.
001320      05  WS-DET-NRO-DOC   PIC 9(11)    VALUE ZEROS.
001330      05  FILLER           PIC X(02)    VALUE SPACES.
001340      05  WS-DET-APELLIDO  PIC X(30)    VALUE SPACES.
001350      05  FILLER           PIC X(02)    VALUE SPACES.
001360      05  WS-DET-FUENTE    PIC X(04)    VALUE SPACES.
001370      05  FILLER           PIC X(02)    VALUE SPACES.
001380      05  WS-DET-REGISTRO  PIC X(15)    VALUE SPACES.
001390      05  FILLER           PIC X(02)    VALUE SPACES.
001400      05  WS-DET-TIPO      PIC X(01)    VALUE SPACES.
001410      05  FILLER           PIC X(02)    VALUE SPACES.
001420      05  WS-DET-DISTANCIA PIC ZZ9      VALUE ZEROS.
001430      05  FILLER           PIC X(02)    VALUE SPACES.
001440      05  WS-DET-APE-LISTA PIC X(25)    VALUE SPACES.
001450      05  FILLER           PIC X(02)    VALUE SPACES.
001460      05  WS-DET-SITUACION PIC X(10)    VALUE SPACES.
001470      05  FILLER           PIC X(02)    VALUE SPACES.
001480
001490  01  WS-REG-RESUMEN.
001500      05  FILLER           PIC X(21)  VALUE
001510          'CLIENTES CONTROLADOS '.
001520      05  WS-RES-CLIENTES  PIC Z.ZZZ.ZZ9 VALUE ZEROS.
001530      05  FILLER           PIC X(10)  VALUE '  NUEVAS: '.
001540      05  WS-RES-NUEVAS    PIC Z.ZZZ.ZZ9 VALUE ZEROS.
001550      05  FILLER           PIC X(14)  VALUE '  PENDIENTES: '.
001560      05  WS-RES-PENDIENTES PIC Z.ZZZ.ZZ9 VALUE ZEROS.
001570      05  FILLER           PIC X(15)  VALUE '  CONFIRMADAS: '.
001580      05  WS-RES-CONFIRMADAS PIC Z.ZZZ.ZZ9 VALUE ZEROS.
001590      05  FILLER           PIC X(13)  VALUE '  LIBERADAS: '.
001600      05  WS-RES-LIBERADAS PIC Z.ZZZ.ZZ9 VALUE ZEROS.
001610      05  FILLER           PIC X(14)  VALUE SPACES.
001620*************************************
001630*             SQL                  *
001640*************************************
001650       EXEC SQL
001660         INCLUDE SQLCA
001670       END-EXEC.
001680
001690       EXEC SQL
001700         INCLUDE TBCLIENT
001710       END-EXEC.
001720
001730       EXEC SQL
001740         INCLUDE TBLISTAS
001750       END-EXEC.
001760
001770       EXEC SQL
001780         INCLUDE TBLISHIT
001790       END-EXEC.
001800
001810       EXEC SQL
001820         DECLARE CLIENTE_CURSOR CURSOR WITH HOLD FOR
001830          SELECT NRO_CLIENTE, TIPO_DOCUMENTO, NRO_DOCUMENTO,
001840                 APELLIDO_CLIENTE, NOMBRE_CLIENTE, SUCURSAL,
001850                 VALUE(ESTADO_CLIENTE, ' ')
001860            FROM ITPFBIO.TBCLIENT
001870           WHERE FECHA_DE_BAJA IS NULL
001880           ORDER BY SUCURSAL, NRO_CLIENTE
001890       END-EXEC.
001900
001910       EXEC SQL
001920         DECLARE LISTA_CURSOR CURSOR FOR
001930          SELECT FUENTE, NRO_REGISTRO, TIPO_DOCUMENTO,
001940                 NRO_DOCUMENTO, APELLIDO, CLAVE_NORM, LARGO_CLAVE
001950            FROM ITPFBIO.TBLISTAS
001960           WHERE (NRO_DOCUMENTO EQUAL :NRO-DOCUMENTO
001970                  AND NRO_DOCUMENTO GREATER 0)
001980              OR (SUBSTR(CLAVE_NORM, 1, 1) EQUAL :WS-PRIMERA-LETRA
001990                  AND LARGO_CLAVE BETWEEN :WS-LARGO-DESDE
002000                                      AND :WS-LARGO-HASTA)
002010           ORDER BY FUENTE, NRO_REGISTRO
002020       END-EXEC.
002030
002040  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
002050*************************************
002060*  MANEJO COMUN DE ERRORES          *
002070*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
002080*  DE RETORNO DEL BATCH             *
002090*************************************
002100     COPY LKERROR.
002110
002120  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
002130  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
002140  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
002150  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
002160*************************************
002170*  CONTROL DE CORRIDAS (RUTCTRL)    *
002180*************************************
002190     COPY LKCTRL.
002200
002210  01  WS-TARJETA-CONTROL.
002220      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
002230      05  CC-RERUN         PIC X(01)  VALUE SPACES.
002240
002250  01  WS-CTL-HOY.
002260      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
002270      05  FILLER       PIC X(01)  VALUE '-'.
002280      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
002290      05  FILLER       PIC X(01)  VALUE '-'.
002300      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
002310
002320  01  WS-CTL-FECHA-AREA.
002330      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
002340      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
002350      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
002360
002370  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
002380  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
002390      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
002400  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
002410*************************************.
002420  PROCEDURE DIVISION.
002430**************************************
002440*  CUERPO PRINCIPAL DEL PROGRAMA     *
002450**************************************
002460  MAIN-PROGRAM.
002470      PERFORM 1000-I-INICIO
002480         THRU 1000-F-INICIO
002490
002500      IF WS-CORRIDA-RECHAZADA
002510         GO TO F-MAIN-PROGRAM
002520      END-IF
002530
002540      PERFORM 2000-I-PROCESO
002550         THRU 2000-F-PROCESO
002560         UNTIL FS-CLIENTE-EOF
002570
002580      PERFORM 9999-I-FINAL
002590         THRU 9999-F-FINAL
002600      .
002610  F-MAIN-PROGRAM. GOBACK.
002620**************************************
002630*  CUERPO INICIO APERTURA ARCHIVOS   *
002640**************************************
002650  1000-I-INICIO.
002660      ACCEPT WS-FECHA-PROCESO FROM SYSIN
002670
002680      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
002690
002700      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
002710
002720      IF WS-CORRIDA-RECHAZADA
002730         GO TO 1000-F-INICIO
002740      END-IF
002750
002760      IF WS-FECHA-PROCESO EQUAL SPACES
002770         MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO
002780      END-IF
002790
002800      PERFORM 1050-I-PARAMETROS
002810         THRU 1050-F-PARAMETROS
002820
002830      OPEN OUTPUT SALIDA
002840
002850      IF NOT FS-SALIDA-OK
002860         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
002870         MOVE FS-SALIDA TO LK-ERR-CODIGO
002880         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
002890         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
002900         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002910         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002920         SET  FS-CLIENTE-EOF TO TRUE
002930      END-IF
002940
002950      PERFORM 9000-I-TITULO
002960         THRU 9000-F-TITULO
002970
002980      EXEC SQL
002990         OPEN CLIENTE_CURSOR
003000      END-EXEC
003010
003020      IF SQLCODE NOT EQUAL ZEROS
003030         MOVE SQLCODE TO FS-SQLCODE
003040         DISPLAY '* ERROR OPEN CURSOR CLIENTE = ' FS-SQLCODE
003050         MOVE FS-SQLCODE TO LK-ERR-CODIGO
003060         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003070         MOVE 'OPEN CURSOR CLIENT' TO LK-ERR-RECURSO
003080         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003090         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003100         SET  FS-CLIENTE-EOF TO TRUE
003110      END-IF
003120
003130      PERFORM 3000-I-LEER-CLIENTE
003140         THRU 3000-F-LEER-CLIENTE
003150      .
003160  1000-F-INICIO. EXIT.
003170**************************************
003180*  PARAMETROS DEL PROCESO (RUTPARM)  *
003190**************************************
003200  1050-I-PARAMETROS.
003210      MOVE 'PGMCLS33'      TO LK-PAR-PROGRAMA
003220      MOVE 'TOLERANCIA'    TO LK-PAR-PARAMETRO
003230      MOVE CT-TOLERANCIA   TO LK-PAR-DEFECTO
003240
003250      CALL 'RUTPARM' USING LK-PAR-AREA
003260
003270      MOVE LK-PAR-VALOR TO CT-TOLERANCIA
003280
003290      IF CT-TOLERANCIA GREATER 10
003300         MOVE 10 TO CT-TOLERANCIA
003310      END-IF
003320      .
003330  1050-F-PARAMETROS. EXIT.
003340**************************************
003350*  CUERPO PRINCIPAL DE PROCESOS      *
003360**************************************
003370  2000-I-PROCESO.
003380      PERFORM 4000-I-CONTROLAR
003390         THRU 4000-F-CONTROLAR
003400
003410      PERFORM 3000-I-LEER-CLIENTE
003420         THRU 3000-F-LEER-CLIENTE
003430      .
003440  2000-F-PROCESO. EXIT.
003450**************************************
003460*          LEER CLIENTE              *
003470**************************************
003480  3000-I-LEER-CLIENTE.
003490      EXEC SQL
003500           FETCH CLIENTE_CURSOR
003510           INTO  :CLI-NRO-CLIENTE,
003520                 :TIPO-DOCUMENTO,
003530                 :NRO-DOCUMENTO,
003540                 :APELLIDO-CLIENTE,
003550                 :NOMBRE-CLIENTE,
003560                 :CLI-SUCURSAL,
003570                 :WS-ESTADO-CLIENTE
003580      END-EXEC
003590
003600      EVALUATE SQLCODE
003610
003620      WHEN ZEROS
003630         ADD 1 TO CN-CLIENTES
003640         MOVE CLI-NRO-CLIENTE TO LK-ERR-CLAVE
003650
003660      WHEN +100
003670         SET FS-CLIENTE-EOF TO TRUE
003680
003690      WHEN OTHER
003700         ADD 1 TO CN-NOVEDADES-ER
003710         MOVE SQLCODE TO FS-SQLCODE
003720         DISPLAY '* ERROR LEER CURSOR CLIENTE = ' FS-SQLCODE
003730         MOVE FS-SQLCODE TO LK-ERR-CODIGO
003740         MOVE '3000-I-LEER-CLIENTE' TO LK-ERR-PARRAFO
003750         MOVE 'LEER CURSOR CLIENT' TO LK-ERR-RECURSO
003760         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003770         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003780         SET FS-CLIENTE-EOF TO TRUE
003790      END-EVALUATE
003800      .
003810  3000-F-LEER-CLIENTE. EXIT.
003820**************************************
003830*  COMMIT CADA N CLIENTES            *
003840*  CONTROLADOS                       *
003850**************************************
003860  3500-I-COMMIT-PERIODICO.
003870      ADD 1 TO CN-COMMIT-PEND
003880
003890      IF CN-COMMIT-PEND NOT LESS CT-COMMIT-CADA
003900         EXEC SQL
003910            COMMIT
003920         END-EXEC
003930         MOVE ZEROS TO CN-COMMIT-PEND
003940      END-IF
003950      .
003960  3500-F-COMMIT-PERIODICO. EXIT.
003970**************************************
003980*  CONTROLAR UN CLIENTE: NORMALIZA   *
003990*  SU NOMBRE Y RECORRE LAS ENTRADAS  *
004000*  DE LA LISTA CANDIDATAS (MISMO     *
004010*  DOCUMENTO, O MISMA INICIAL Y      *
004020*  LARGO DENTRO DE LA TOLERANCIA)    *
004030**************************************
004040  4000-I-CONTROLAR.
004050      IF APELLIDO-CLIENTE EQUAL SPACES
004060         AND NRO-DOCUMENTO EQUAL ZEROS
004070         ADD 1 TO CN-SIN-DATOS
004080         GO TO 4000-F-CONTROLAR
004090      END-IF
004100
004110      SET LK-LIS-NORMALIZAR    TO TRUE
004120      MOVE APELLIDO-CLIENTE    TO LK-LIS-APELLIDO
004130      MOVE NOMBRE-CLIENTE      TO LK-LIS-NOMBRE
004140      MOVE CT-TOLERANCIA       TO LK-LIS-TOLERANCIA
004150
004160      CALL 'RUTLISTA' USING LK-LIS-AREA
004170
004180      MOVE LK-LIS-CLAVE        TO WS-CLAVE-CLIENTE
004190      MOVE LK-LIS-LARGO        TO WS-LARGO-CLIENTE
004200      MOVE LK-LIS-TOLERANCIA   TO WS-TOL-CLIENTE
004210      MOVE WS-CLAVE-CLIENTE (1:1) TO WS-PRIMERA-LETRA
004220
004230      IF WS-LARGO-CLIENTE EQUAL ZEROS
004240         MOVE HIGH-VALUES TO WS-PRIMERA-LETRA
004250      END-IF
004260
004270      COMPUTE WS-LARGO-DESDE = WS-LARGO-CLIENTE - WS-TOL-CLIENTE
004280      COMPUTE WS-LARGO-HASTA = WS-LARGO-CLIENTE + WS-TOL-CLIENTE
004290
004300      EXEC SQL
004310         OPEN LISTA_CURSOR
004320      END-EXEC
004330
004340      IF SQLCODE NOT EQUAL ZEROS
004350         MOVE '4000-I-CONTROLAR' TO LK-ERR-PARRAFO
004360         MOVE 'OPEN CURSOR LISTA' TO LK-ERR-RECURSO
004370         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
004380         GO TO 4000-F-CONTROLAR
004390      END-IF
004400
004410      SET FS-LISTA-OK TO TRUE
004420
004430      PERFORM 4100-I-LEER-LISTA
004440         THRU 4100-F-LEER-LISTA
004450
004460      PERFORM 4200-I-EVALUAR
004470         THRU 4200-F-EVALUAR
004480         UNTIL FS-LISTA-EOF
004490
004500      EXEC SQL
004510         CLOSE LISTA_CURSOR
004520      END-EXEC
004530
004540      PERFORM 3500-I-COMMIT-PERIODICO
004550         THRU 3500-F-COMMIT-PERIODICO
004560      .
004570  4000-F-CONTROLAR. EXIT.
004580**************************************
004590*  LEER UNA ENTRADA CANDIDATA        *
004600**************************************
004610  4100-I-LEER-LISTA.
004620      EXEC SQL
004630           FETCH LISTA_CURSOR
004640           INTO  :LIS-FUENTE,
004650                 :LIS-NRO-REGISTRO,
004660                 :LIS-TIPO-DOCUMENTO,
004670                 :LIS-NRO-DOCUMENTO,
004680                 :LIS-APELLIDO,
004690                 :LIS-CLAVE-NORM,
004700                 :LIS-LARGO-CLAVE
004710      END-EXEC
004720
004730      EVALUATE SQLCODE
004740
004750      WHEN ZEROS
004760         CONTINUE
004770
004780      WHEN +100
004790         SET FS-LISTA-EOF TO TRUE
004800
004810      WHEN OTHER
004820         MOVE '4100-I-LEER-LISTA' TO LK-ERR-PARRAFO
004830         MOVE 'LEER CURSOR LISTA' TO LK-ERR-RECURSO
004840         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
004850      END-EVALUATE
004860      .
004870  4100-F-LEER-LISTA. EXIT.
004880**************************************
004890*  EVALUAR LA ENTRADA: DOCUMENTO     *
004900*  IGUAL O NOMBRE DENTRO DE LA       *
004910*  TOLERANCIA                        *
004920**************************************
004930  4200-I-EVALUAR.
004940      SET WS-SIN-COINCIDENCIA TO TRUE
004950      MOVE ZEROS TO WS-DISTANCIA
004960
004970      IF LIS-NRO-DOCUMENTO EQUAL NRO-DOCUMENTO
004980         AND NRO-DOCUMENTO GREATER ZEROS
004990         SET WS-COINC-DOCUMENTO TO TRUE
005000      ELSE
005010         SET LK-LIS-COMPARAR     TO TRUE
005020         MOVE WS-CLAVE-CLIENTE   TO LK-LIS-CLAVE
005030         MOVE WS-LARGO-CLIENTE   TO LK-LIS-LARGO
005040         MOVE LIS-CLAVE-NORM     TO LK-LIS-CLAVE-LISTA
005050         MOVE LIS-LARGO-CLAVE    TO LK-LIS-LARGO-LISTA
005060         MOVE WS-TOL-CLIENTE     TO LK-LIS-TOLERANCIA
005070
005080         CALL 'RUTLISTA' USING LK-LIS-AREA
005090
005100         IF LK-LIS-COINCIDE
005110            SET WS-COINC-NOMBRE TO TRUE
005120            MOVE LK-LIS-DISTANCIA TO WS-DISTANCIA
005130         END-IF
005140      END-IF
005150
005160      IF NOT WS-SIN-COINCIDENCIA
005170         PERFORM 4300-I-REGISTRAR
005180            THRU 4300-F-REGISTRAR
005190      END-IF
005200
005210      IF NOT FS-LISTA-EOF
005220         PERFORM 4100-I-LEER-LISTA
005230            THRU 4100-F-LEER-LISTA
005240      END-IF
005250      .
005260  4200-F-EVALUAR. EXIT.
005270**************************************
005280*  REGISTRAR LA COINCIDENCIA: SI YA  *
005290*  EXISTE SE INFORMA CON SU ESTADO   *
005300*  (SALVO LIBERADA); SI NO SE GRABA  *
005310*  PENDIENTE PARA CUMPLIMIENTO       *
005320**************************************
005330  4300-I-REGISTRAR.
005340      MOVE CLI-NRO-CLIENTE  TO LHT-NRO-CLIENTE
005350      MOVE LIS-FUENTE       TO LHT-FUENTE
005360      MOVE LIS-NRO-REGISTRO TO LHT-NRO-REGISTRO
005370
005380      EXEC SQL
005390         SELECT ESTADO
005400           INTO :LHT-ESTADO
005410           FROM ITPFBIO.TBLISHIT
005420          WHERE NRO_CLIENTE  EQUAL :LHT-NRO-CLIENTE
005430            AND FUENTE       EQUAL :LHT-FUENTE
005440            AND NRO_REGISTRO EQUAL :LHT-NRO-REGISTRO
005450      END-EXEC
005460
005470      EVALUATE SQLCODE
005480
005490      WHEN ZEROS
005500         EVALUATE LHT-ESTADO
005510            WHEN 'L'
005520               ADD 1 TO CN-COINC-LIBERADAS
005530               GO TO 4300-F-REGISTRAR
005540            WHEN 'C'
005550               ADD 1 TO CN-COINC-CONFIRMADAS
005560               MOVE 'CONFIRMADA' TO WS-SITUACION
005570            WHEN OTHER
005580               ADD 1 TO CN-COINC-PENDIENTES
005590               MOVE 'PENDIENTE'  TO WS-SITUACION
005600         END-EVALUATE
005610
005620      WHEN +100
005630         MOVE WS-TIPO-COINC    TO LHT-TIPO-COINC
005640         MOVE WS-DISTANCIA     TO LHT-DISTANCIA
005650         MOVE 'B'              TO LHT-ORIGEN
005660         MOVE WS-FECHA-PROCESO TO LHT-FECHA-HIT
005670         MOVE 'P'              TO LHT-ESTADO
005680         MOVE SPACES           TO LHT-FECHA-RESOL
005690         MOVE SPACES           TO LHT-USUARIO-RESOL
005700
005710         EXEC SQL
005720            INSERT INTO ITPFBIO.TBLISHIT
005730                  (NRO_CLIENTE, FUENTE, NRO_REGISTRO, TIPO_COINC,
005740                   DISTANCIA, ORIGEN, FECHA_HIT, ESTADO,
005750                   FECHA_RESOL, USUARIO_RESOL)
005760            VALUES
005770                  (:LHT-NRO-CLIENTE, :LHT-FUENTE,
005780                   :LHT-NRO-REGISTRO, :LHT-TIPO-COINC,
005790                   :LHT-DISTANCIA, :LHT-ORIGEN, :LHT-FECHA-HIT,
005800                   :LHT-ESTADO, :LHT-FECHA-RESOL,
005810                   :LHT-USUARIO-RESOL)
005820         END-EXEC
005830
005840         IF SQLCODE NOT EQUAL ZEROS
005850            MOVE '4300-I-REGISTRAR' TO LK-ERR-PARRAFO
005860            MOVE 'INSERT TBLISHIT' TO LK-ERR-RECURSO
005870            PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
005880            GO TO 4300-F-REGISTRAR
005890         END-IF
005900
005910         ADD 1 TO CN-COINC-NUEVAS
005920         MOVE 'NUEVA' TO WS-SITUACION
005930
005940      WHEN OTHER
005950         MOVE '4300-I-REGISTRAR' TO LK-ERR-PARRAFO
005960         MOVE 'SELECT TBLISHIT' TO LK-ERR-RECURSO
005970         PERFORM 5900-I-ERROR-SQL THRU 5900-F-ERROR-SQL
005980         GO TO 4300-F-REGISTRAR
005990      END-EVALUATE
006000
006010      PERFORM 5500-I-GRABAR-DETALLE
006020         THRU 5500-F-GRABAR-DETALLE
006030      .
006040  4300-F-REGISTRAR. EXIT.
006050**************************************
006060*  GRABAR LA LINEA DE LA             *
006070*  COINCIDENCIA                      *
006080**************************************
006090  5500-I-GRABAR-DETALLE.
006100      IF CN-CUENTA-LINEA GREATER 60
006110         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
006120      END-IF
006130
006140      MOVE CLI-SUCURSAL      TO WS-DET-SUCURSAL
006150      MOVE CLI-NRO-CLIENTE   TO WS-DET-CLIENTE
006160      MOVE TIPO-DOCUMENTO    TO WS-DET-TIPO-DOC
006170      MOVE NRO-DOCUMENTO     TO WS-DET-NRO-DOC
006180      MOVE APELLIDO-CLIENTE  TO WS-DET-APELLIDO
006190      MOVE LIS-FUENTE        TO WS-DET-FUENTE
006200      MOVE LIS-NRO-REGISTRO  TO WS-DET-REGISTRO
006210      MOVE WS-TIPO-COINC     TO WS-DET-TIPO
006220      MOVE WS-DISTANCIA      TO WS-DET-DISTANCIA
006230      MOVE LIS-APELLIDO      TO WS-DET-APE-LISTA
006240      MOVE WS-SITUACION      TO WS-DET-SITUACION
006250
006260      WRITE REG-SALIDA FROM WS-REG-DETALLE
006270
006280      IF NOT FS-SALIDA-OK
006290         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
006300         MOVE FS-SALIDA TO LK-ERR-CODIGO
006310         MOVE '5500-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
006320         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
006330         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006340         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006350         SET FS-LISTA-EOF TO TRUE
006360         SET FS-CLIENTE-EOF TO TRUE
006370      ELSE
006380         ADD 1 TO CN-CUENTA-LINEA
006390      END-IF
006400      .
006410  5500-F-GRABAR-DETALLE. EXIT.
006420**************************************
006430*  ERROR SQL: SE DESHACE LO NO       *
006440*  CONFIRMADO Y TERMINA LA CORRIDA - *
006450*  LAS COINCIDENCIAS YA GRABADAS NO  *
006460*  SE DUPLICAN EN UN RELANZAMIENTO   *
006470**************************************
006480  5900-I-ERROR-SQL.
006490      MOVE SQLCODE TO FS-SQLCODE
006500
006510      EXEC SQL
006520         ROLLBACK
006530      END-EXEC
006540
006550      ADD 1 TO CN-NOVEDADES-ER
006560      DISPLAY '* ERROR ' LK-ERR-RECURSO ' = ' FS-SQLCODE
006570      MOVE FS-SQLCODE TO LK-ERR-CODIGO
006580      MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006590      PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006600      SET FS-LISTA-EOF TO TRUE
006610      SET FS-CLIENTE-EOF TO TRUE
006620      .
006630  5900-F-ERROR-SQL. EXIT.
006640**************************************
006650*           GRABAR TITULO            *
006660**************************************
006670  9000-I-TITULO.
006680      MOVE WS-FECHA-PROCESO TO IP-FECHA
006690
006700      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
006710
006720      IF NOT FS-SALIDA-OK
006730         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
006740         MOVE FS-SALIDA TO LK-ERR-CODIGO
006750         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
006760         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
006770         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006780         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006790         SET  FS-CLIENTE-EOF TO TRUE
006800      ELSE
006810         MOVE 1 TO CN-CUENTA-LINEA
006820      END-IF
006830
006840      WRITE REG-SALIDA FROM IP-ENCABEZADO
006850
006860      IF NOT FS-SALIDA-OK
006870         DISPLAY '* ERROR EN IMPRIMIR ENCABEZADO = ' FS-SALIDA
006880         MOVE FS-SALIDA TO LK-ERR-CODIGO
006890         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
006900         MOVE 'IMPRIMIR ENCABEZAD' TO LK-ERR-RECURSO
006910         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006920         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006930         SET  FS-CLIENTE-EOF TO TRUE
006940      ELSE
006950         ADD 1 TO CN-CUENTA-LINEA
006960      END-IF
006970      .
006980  9000-F-TITULO. EXIT.
006990**************************************
007000*  CUERPO FINAL - RESUMEN Y CIERRE.  *
007010*  CON COINCIDENCIAS NUEVAS TERMINA  *
007020*  CON 0004 PARA AVISO A CUMPLIMIENTO*
007030**************************************
007040  9999-I-FINAL.
007050      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
007060         EXEC SQL
007070            COMMIT
007080         END-EXEC
007090      END-IF
007100
007110      MOVE CN-CLIENTES          TO WS-RES-CLIENTES
007120      MOVE CN-COINC-NUEVAS      TO WS-RES-NUEVAS
007130      MOVE CN-COINC-PENDIENTES  TO WS-RES-PENDIENTES
007140      MOVE CN-COINC-CONFIRMADAS TO WS-RES-CONFIRMADAS
007150      MOVE CN-COINC-LIBERADAS   TO WS-RES-LIBERADAS
007160
007170      WRITE REG-SALIDA FROM WS-REG-RESUMEN AFTER 2
007180
007190      IF NOT FS-SALIDA-OK
007200         DISPLAY '* ERROR EN GRABAR RESUMEN = ' FS-SALIDA
007210         MOVE FS-SALIDA TO LK-ERR-CODIGO
007220         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
007230         MOVE 'GRABAR RESUMEN' TO LK-ERR-RECURSO
007240         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007250         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007260      END-IF
007270
007280      EXEC SQL
007290         CLOSE CLIENTE_CURSOR
007300      END-EXEC
007310
007320      CLOSE SALIDA
007330      IF NOT FS-SALIDA-OK
007340         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
007350         MOVE FS-SALIDA TO LK-ERR-CODIGO
007360         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
007370         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
007380         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007390         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007400      END-IF
007410
007420      IF (CN-CLIENTES EQUAL ZEROS
007430          OR CN-COINC-NUEVAS GREATER ZEROS)
007440         AND RETURN-CODE EQUAL ZEROS
007450         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
007460      END-IF
007470
007480      DISPLAY 'CLIENTES CONTROLADOS   : ' CN-CLIENTES
007490      DISPLAY 'CLIENTES SIN DATOS     : ' CN-SIN-DATOS
007500      DISPLAY 'COINCIDENCIAS NUEVAS   : ' CN-COINC-NUEVAS
007510      DISPLAY 'COINCID. PENDIENTES    : ' CN-COINC-PENDIENTES
007520      DISPLAY 'COINCID. CONFIRMADAS   : ' CN-COINC-CONFIRMADAS
007530      DISPLAY 'COINCID. LIBERADAS     : ' CN-COINC-LIBERADAS
007540      DISPLAY 'NOVEDADES CON ERROR    : ' CN-NOVEDADES-ER
007550
007560      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
007570      .
007580  9999-F-FINAL. EXIT.
007590**************************************
007600*  REGISTRO DE INICIO EN TBCONTROL   *
007610*  (RUTCTRL) - SI LA FECHA YA        *
007620*  TERMINO Y NO HAY RELANZAMIENTO    *
007630*  LA CORRIDA NO ARRANCA             *
007640**************************************
007650  1100-I-CONTROL-INICIO.
007660      IF CC-FECHA-PROCESO EQUAL SPACES
007670         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
007680         MOVE CTL-AREA-AA TO CTL-HOY-AA
007690         MOVE CTL-AREA-MM TO CTL-HOY-MM
007700         MOVE CTL-AREA-DD TO CTL-HOY-DD
007710         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
007720      END-IF
007730
007740      SET LK-CTL-INICIO TO TRUE
007750      MOVE 'PGMCLS33' TO LK-CTL-PROGRAMA
007760      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
007770      MOVE CC-RERUN TO LK-CTL-RERUN
007780      MOVE ZEROS TO LK-CTL-CONTADOR
007790
007800      MOVE RETURN-CODE TO WS-RC-GUARDADO
007810      CALL 'RUTCTRL' USING LK-CTL-AREA
007820      MOVE WS-RC-GUARDADO TO RETURN-CODE
007830
007840      IF LK-CTL-YA-CORRIO
007850         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
007860                 CC-FECHA-PROCESO
007870         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
007880         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
007890         SET FS-CLIENTE-EOF TO TRUE
007900         SET WS-CORRIDA-RECHAZADA TO TRUE
007910      END-IF
007920
007930      IF LK-CTL-ERROR
007940         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007950         SET FS-CLIENTE-EOF TO TRUE
007960         SET WS-CORRIDA-RECHAZADA TO TRUE
007970      END-IF
007980      .
007990  1100-F-CONTROL-INICIO. EXIT.
008000**************************************
008010*  REGISTRO DE FIN EXITOSO EN        *
008020*  TBCONTROL CON LOS CLIENTES        *
008030*  CONTROLADOS                       *
008040**************************************
008050  1200-I-CONTROL-FIN.
008060      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
008070         GO TO 1200-F-CONTROL-FIN
008080      END-IF
008090
008100      SET LK-CTL-FIN TO TRUE
008110      MOVE CN-CLIENTES TO LK-CTL-CONTADOR
008120
008130      MOVE RETURN-CODE TO WS-RC-GUARDADO
008140      CALL 'RUTCTRL' USING LK-CTL-AREA
008150      MOVE WS-RC-GUARDADO TO RETURN-CODE
008160      .
008170  1200-F-CONTROL-FIN. EXIT.
008180
008190*************************************
008200*  GRABAR EL ERROR ESTRUCTURADO EN  *
008210*  EL LOG COMUN (RUTERROR)          *
008220*************************************
008230  9900-I-ERROR.
008240      MOVE 'PGMCLS33' TO LK-ERR-PROGRAMA
008250
008260      MOVE RETURN-CODE TO WS-RC-GUARDADO
008270
008280      CALL 'RUTERROR' USING LK-ERR-AREA
008290
008300      MOVE WS-RC-GUARDADO TO RETURN-CODE
008310
008320      MOVE SPACES TO LK-ERR-RECURSO
008330
008340      MOVE SPACES TO LK-ERR-CODIGO
008350      .
008360  9900-F-ERROR. EXIT.
