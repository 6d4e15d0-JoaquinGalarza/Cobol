000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMRTF33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* LISTADO DIARIO DE TRANSFERENCIAS RETENIDAS   *
000110*         * POR CONTROL DE FRAUDE (PGMTRF33): POR    * JCR *
000120*         * SUCURSAL DE LA CUENTA ORIGEN, LAS RETENIDAS, *
000130*         * LIBERADAS, RECHAZADAS Y VENCIDAS DEL DIA Y   *
000140*         * LAS QUE SIGUEN PENDIENTES, CON LAS REGLAS    *
000150*         * QUE LAS RETUVIERON                           *
000160*************************************
000170  ENVIRONMENT DIVISION.
000180  CONFIGURATION SECTION.
000190  SPECIAL-NAMES.
000200      DECIMAL-POINT IS COMMA.
000210  INPUT-OUTPUT SECTION.
000220  FILE-CONTROL.
000230        SELECT SALIDA ASSIGN DDSALI
000240               FILE STATUS IS FS-SALIDA.
000250
000260  DATA DIVISION.
000270  FILE SECTION.
000280  FD SALIDA
000290       BLOCK CONTAINS 0 RECORDS
000300       RECORDING MODE IS F.
000310
000320  01 REG-SALIDA PIC X(132).
000330*************************************
000340*             WORKING              *
000350*************************************
000360  WORKING-STORAGE SECTION.
000370  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000380*************************************
000390*           FILE STATUS            *
000400*************************************
000410  01  FS-FILE-STATUS.
000420      05  FS-RETENIDA     PIC X     VALUE SPACES.
000430          88  FS-RETENIDA-OK        VALUE 'Y'.
000440          88  FS-RETENIDA-EOF       VALUE 'N'.
000450      05  FS-SALIDA       PIC XX    VALUE SPACES.
000460          88  FS-SALIDA-OK          VALUE '00'.
000470*************************************
000480*          CONTADORES              *
000490*************************************
000500  01 CN-CONTADORES.
000510      05 CN-LISTADAS          PIC 9(07)  VALUE ZEROS.
000520      05 CN-RETENIDAS-DIA     PIC 9(07)  VALUE ZEROS.
000530      05 CN-PENDIENTES        PIC 9(07)  VALUE ZEROS.
000540      05 CN-LIBERADAS         PIC 9(07)  VALUE ZEROS.
000550      05 CN-RECHAZADAS        PIC 9(07)  VALUE ZEROS.
000560      05 CN-VENCIDAS          PIC 9(07)  VALUE ZEROS.
000570      05 CN-FALLIDAS          PIC 9(07)  VALUE ZEROS.
000580      05 CN-REGLA-CONTACTO    PIC 9(07)  VALUE ZEROS.
000590      05 CN-REGLA-ALIAS       PIC 9(07)  VALUE ZEROS.
000600      05 CN-CUENTA-LINEA      PIC 9(05)  VALUE ZEROS.
000610*************************************
000620*  TOTALES DE LA SUCURSAL           *
000630*************************************
000640  01  CN-TOT-SUCURSAL.
000650      05  CN-SUC-LISTADAS  PIC 9(07)           VALUE ZEROS.
000660      05  CN-SUC-PENDIENTES PIC 9(07)          VALUE ZEROS.
000670      05  CN-SUC-LIBERADAS PIC 9(07)           VALUE ZEROS.
000680*************************************
000690*  TARJETA SYSIN: FECHA DE PROCESO *
000700*  (AAAA-MM-DD)                    *
000710*************************************
000720  01  WS-FECHA-PROCESO     PIC X(10)   VALUE SPACES.
000730*************************************
000740*      AREA DE CALCULO             *
000750*************************************
000760  77  WS-SUCURSAL-ANT      PIC X(04)            VALUE SPACES.
000770  77  WS-NOMBRE-SUC        PIC X(30)            VALUE SPACES.
000780  01  WS-PRIMER-REGISTRO   PIC X(01)   VALUE 'S'.
000790      88  WS-ES-PRIMERO                VALUE 'S'.
000800*************************************
000810*  DATOS DE LA SOLICITUD TAL COMO   *
000820*  LOS GRABA PGMTRF33 AL RETENER    *
000830*************************************
000840  01  WS-SOLICITUD.
000850      05  WS-SOL-ORIGEN    PIC X(15)       VALUE SPACES.
000860      05  FILLER           PIC X(01)       VALUE SPACES.
000870      05  WS-SOL-DESTINO   PIC X(22)       VALUE SPACES.
000880      05  FILLER           PIC X(01)       VALUE SPACES.
000890      05  WS-SOL-TIPEADO   PIC X(22)       VALUE SPACES.
000900      05  FILLER           PIC X(01)       VALUE SPACES.
000910      05  WS-SOL-IMPORTE   PIC 9(09)V99    VALUE ZEROS.
000920      05  FILLER           PIC X(01)       VALUE SPACES.
000930      05  WS-SOL-MONEDA    PIC X(02)       VALUE SPACES.
000940      05  FILLER           PIC X(01)       VALUE SPACES.
000950      05  WS-SOL-REGLAS.
000960          10  WS-SOL-REGLA-CONTACTO PIC X(01) VALUE SPACES.
000970              88  WS-REGLA-CONTACTO           VALUE 'C'.
000980          10  WS-SOL-REGLA-ALIAS    PIC X(01) VALUE SPACES.
000990              88  WS-REGLA-ALIAS              VALUE 'A'.
001000      05  FILLER           PIC X(21)       VALUE SPACES.
001010*************************************
001020*       VARIABLES IMPRESION        *
001030*************************************
001040  01  IP-TITULO.
001050      05  FILLER      PIC X(10) VALUE  SPACES.
001060      05  FILLER      PIC X(48) VALUE
001070       'TRANSFERENCIAS RETENIDAS POR CONTROL DE FRAUDE'.
001080      05  FILLER      PIC X(07) VALUE  'FECHA: '.
001090      05  IP-FECHA    PIC X(10) VALUE  SPACES.
001100      05  FILLER      PIC X(57) VALUE  SPACES.
001110
001120  01  IP-SUCURSAL.
001130      05  FILLER      PIC X(09) VALUE  'SUCURSAL '.
001140      05  IP-SUC-COD  PIC X(04) VALUE  SPACES.
001150      05  FILLER      PIC X(03) VALUE  ' - '.
001160      05  IP-SUC-NOM  PIC X(30) VALUE  SPACES.
001170      05  FILLER      PIC X(86) VALUE  SPACES.
001180
001190  01  IP-ENCABEZADO.
001200      05  FILLER    PIC X(10)    VALUE ' SOLICIT.'.
001210      05  FILLER    PIC X(16)    VALUE 'CUENTA ORIGEN'.
001220      05  FILLER    PIC X(23)    VALUE 'DESTINO'.
001230      05  FILLER    PIC X(16)    VALUE '        IMPORTE'.
001240      05  FILLER    PIC X(03)    VALUE 'MO'.
001250      05  FILLER    PIC X(17)    VALUE 'ALTA'.
001260      05  FILLER    PIC X(09)    VALUE 'CARGO'.
001270      05  FILLER    PIC X(11)    VALUE 'ESTADO'.
001280      05  FILLER    PIC X(09)    VALUE 'RESOLVIO'.
001290      05  FILLER    PIC X(18)    VALUE 'REGLAS'.
001300
001310  01  WS-REG-DETALLE.
001320      05  WS-DET-SOLICITUD PIC Z(08)9   VALUE ZEROS.
001330      05  FILLER           PIC X(01)    VALUE SPACES.
001340      05  WS-DET-ORIGEN    PIC X(15)    VALUE SPACES.
001350      05  FILLER           PIC X(01)    VALUE SPACES.
001360      05  WS-DET-DESTINO   PIC X(22)    VALUE SPACES.
001370      05  FILLER           PIC X(01)    VALUE SPACES.
001380      05  WS-DET-IMPORTE   PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
001390      05  FILLER           PIC X(01)    VALUE SPACES.
001400      05  WS-DET-MONEDA    PIC X(02)    VALUE SPACES.
001410      05  FILLER           PIC X(01)    VALUE SPACES.
001420      05  WS-DET-FECHA     PIC X(10)    VALUE SPACES.
001430      05  FILLER           PIC X(01)    VALUE SPACES.
001440      05  WS-DET-HH        PIC X(02)    VALUE SPACES.
001450      05  FILLER           PIC X(01)    VALUE ':'.
001460      05  WS-DET-MM        PIC X(02)    VALUE SPACES.
001470      05  FILLER           PIC X(01)    VALUE SPACES.
001480      05  WS-DET-CARGO     PIC X(08)    VALUE SPACES.
001490      05  FILLER           PIC X(01)    VALUE SPACES.
001500      05  WS-DET-ESTADO    PIC X(10)    VALUE SPACES.
001510      05  FILLER           PIC X(01)    VALUE SPACES.
001520      05  WS-DET-RESOLVIO  PIC X(08)    VALUE SPACES.
001530      05  FILLER           PIC X(01)    VALUE SPACES.
001540      05  WS-DET-REGLAS    PIC X(18)    VALUE SPACES.
001550
001560  01  WS-REG-TOTAL.
001570      05  WS-TOT-ETIQUETA  PIC X(22)    VALUE SPACES.
001580      05  WS-TOT-LISTADAS  PIC ZZZ.ZZ9  VALUE ZEROS.
001590      05  FILLER           PIC X(10)    VALUE ' LISTADAS'.
001600      05  WS-TOT-PENDIENTES PIC ZZZ.ZZ9 VALUE ZEROS.
001610      05  FILLER           PIC X(12)    VALUE ' PENDIENTES'.
001620      05  WS-TOT-LIBERADAS PIC ZZZ.ZZ9  VALUE ZEROS.
001630      05  FILLER           PIC X(67)    VALUE ' LIBERADAS'.
001640
001650  01  WS-REG-AVISO.
001660      05  FILLER           PIC X(06)    VALUE SPACES.
001670      05  WS-AVI-TEXTO     PIC X(60)    VALUE SPACES.
001680      05  WS-AVI-CANT      PIC ZZZ.ZZ9  VALUE ZEROS.
001690      05  FILLER           PIC X(59)    VALUE SPACES.
001700*************************************
001710*             SQL                  *
001720*************************************
001730       EXEC SQL
001740         INCLUDE SQLCA
001750       END-EXEC.
001760
001770       EXEC SQL
001780         INCLUDE TBAPROBA
001790       END-EXEC.
001800
001810       EXEC SQL
001820         INCLUDE TBCUENT
001830       END-EXEC.
001840
001850       EXEC SQL
001860         INCLUDE TBSUCURS
001870       END-EXEC.
001880*************************************
001890*  TRANSFERENCIAS RETENIDAS DADAS   *
001900*  DE ALTA O RESUELTAS EN LA FECHA, *
001910*  MAS LAS QUE SIGUEN PENDIENTES,   *
001920*  POR SUCURSAL DE LA CUENTA ORIGEN *
001930*************************************
001940       EXEC SQL
001950         DECLARE RETEN_CURSOR CURSOR FOR
001960          SELECT A.NRO_SOLICITUD, A.DATOS, A.ESTADO,
001970                 A.USUARIO_ALTA, A.FECHA_ALTA, A.HORA_ALTA,
001980                 A.USUARIO_RESOL, A.FECHA_RESOL, C.SUCURSAL
001990            FROM ITPFBIO.TBAPROBACIONES A,
002000                 ITPFBIO.TBCUENTAS C
002010           WHERE A.PROGRAMA   EQUAL 'PGMTRF33'
002020             AND A.OPERACION  EQUAL 'TRANSF RETENIDA'
002030             AND C.NRO_CUENTA EQUAL SUBSTR(A.CLAVE, 1, 15)
002040             AND (A.FECHA_ALTA  EQUAL :WS-FECHA-PROCESO
002050              OR  A.FECHA_RESOL EQUAL :WS-FECHA-PROCESO
002060              OR  A.ESTADO      EQUAL 'P')
002070           ORDER BY C.SUCURSAL, A.NRO_SOLICITUD
002080       END-EXEC.
002090
002100  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
002110*************************************
002120*  MANEJO COMUN DE ERRORES          *
002130*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
002140*  DE RETORNO DEL BATCH             *
002150*************************************
002160     COPY LKERROR.
002170
002180  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
002190  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
002200  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
002210  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
002220*************************************
002230*  CONTROL DE CORRIDAS (RUTCTRL)    *
002240*************************************
002250     COPY LKCTRL.
002260
002270  01  WS-TARJETA-CONTROL.
002280      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
002290      05  CC-RERUN         PIC X(01)  VALUE SPACES.
002300
002310  01  WS-CTL-HOY.
002320      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
002330      05  FILLER       PIC X(01)  VALUE '-'.
002340      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
002350      05  FILLER       PIC X(01)  VALUE '-'.
002360      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
002370
002380  01  WS-CTL-FECHA-AREA.
002390      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
002400      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
002410      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
002420
002430  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
002440  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
002450      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
002460  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
002470*************************************.
002480  PROCEDURE DIVISION.
002490**************************************
002500*  CUERPO PRINCIPAL DEL PROGRAMA     *
002510**************************************
002520  MAIN-PROGRAM.
002530      PERFORM 1000-I-INICIO
002540         THRU 1000-F-INICIO
002550
002560      IF WS-CORRIDA-RECHAZADA
002570         GO TO F-MAIN-PROGRAM
002580      END-IF
002590
002600      PERFORM 3000-I-ABRIR-RETENIDAS
002610         THRU 3000-F-ABRIR-RETENIDAS
002620
002630      PERFORM 4000-I-PROCESO
002640         THRU 4000-F-PROCESO
002650         UNTIL FS-RETENIDA-EOF
002660
002670      PERFORM 9999-I-FINAL
002680         THRU 9999-F-FINAL
002690      .
002700  F-MAIN-PROGRAM. GOBACK.
002710**************************************
002720*  CUERPO INICIO APERTURA ARCHIVOS   *
002730**************************************
002740  1000-I-INICIO.
002750      ACCEPT WS-FECHA-PROCESO FROM SYSIN
002760
002770      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
002780
002790      IF WS-FECHA-PROCESO NOT EQUAL SPACES
002800         AND CC-FECHA-PROCESO EQUAL SPACES
002810         MOVE WS-FECHA-PROCESO TO CC-FECHA-PROCESO
002820      END-IF
002830
002840      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
002850
002860      IF WS-CORRIDA-RECHAZADA
002870         GO TO 1000-F-INICIO
002880      END-IF
002890
002900      IF WS-FECHA-PROCESO EQUAL SPACES
002910         MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO
002920      END-IF
002930
002940      OPEN OUTPUT SALIDA
002950
002960      IF NOT FS-SALIDA-OK
002970         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
002980         MOVE FS-SALIDA TO LK-ERR-CODIGO
002990         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003000         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
003010         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003020         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003030         SET FS-RETENIDA-EOF TO TRUE
003040      END-IF
003050
003060      MOVE WS-FECHA-PROCESO TO IP-FECHA
003070      .
003080  1000-F-INICIO. EXIT.
003090**************************************
003100*  ABRIR LAS TRANSFERENCIAS          *
003110*  RETENIDAS                         *
003120**************************************
003130  3000-I-ABRIR-RETENIDAS.
003140      IF FS-RETENIDA-EOF
003150         GO TO 3000-F-ABRIR-RETENIDAS
003160      END-IF
003170
003180      EXEC SQL
003190         OPEN RETEN_CURSOR
003200      END-EXEC
003210
003220      IF SQLCODE NOT EQUAL ZEROS
003230         MOVE SQLCODE TO FS-SQLCODE
003240         DISPLAY '* ERROR OPEN CURSOR RETENIDAS = ' FS-SQLCODE
003250         MOVE FS-SQLCODE TO LK-ERR-CODIGO
003260         MOVE '3000-I-ABRIR-RETENIDAS' TO LK-ERR-PARRAFO
003270         MOVE 'OPEN CURSOR RETEN' TO LK-ERR-RECURSO
003280         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003290         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003300         SET FS-RETENIDA-EOF TO TRUE
003310         GO TO 3000-F-ABRIR-RETENIDAS
003320      END-IF
003330
003340      SET FS-RETENIDA-OK TO TRUE
003350
003360      PERFORM 3100-I-LEER-RETENIDA
003370         THRU 3100-F-LEER-RETENIDA
003380      .
003390  3000-F-ABRIR-RETENIDAS. EXIT.
003400**************************************
003410*       LEER TRANSFERENCIA RETENIDA  *
003420**************************************
003430  3100-I-LEER-RETENIDA.
003440      IF FS-RETENIDA-EOF
003450         GO TO 3100-F-LEER-RETENIDA
003460      END-IF
003470
003480      EXEC SQL
003490           FETCH RETEN_CURSOR
003500           INTO  :APR-NRO-SOLICITUD,
003510                 :APR-DATOS,
003520                 :APR-ESTADO,
003530                 :APR-USUARIO-ALTA,
003540                 :APR-FECHA-ALTA,
003550                 :APR-HORA-ALTA,
003560                 :APR-USUARIO-RESOL,
003570                 :APR-FECHA-RESOL,
003580                 :SUCURSAL
003590      END-EXEC
003600
003610      EVALUATE SQLCODE
003620
003630      WHEN ZEROS
003640         MOVE APR-NRO-SOLICITUD TO LK-ERR-CLAVE
003650
003660      WHEN +100
003670         SET FS-RETENIDA-EOF TO TRUE
003680
003690      WHEN OTHER
003700         MOVE SQLCODE TO FS-SQLCODE
003710         DISPLAY '* ERROR LEER CURSOR RETENIDAS = ' FS-SQLCODE
003720         MOVE FS-SQLCODE TO LK-ERR-CODIGO
003730         MOVE '3100-I-LEER-RETENIDA' TO LK-ERR-PARRAFO
003740         MOVE 'LEER CURSOR RETEN' TO LK-ERR-RECURSO
003750         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003760         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003770         SET FS-RETENIDA-EOF TO TRUE
003780      END-EVALUATE
003790      .
003800  3100-F-LEER-RETENIDA. EXIT.
003810**************************************
003820*  CUERPO PRINCIPAL DE PROCESOS:     *
003830*  CORTE POR SUCURSAL, ESTADO Y      *
003840*  REGLAS DE CADA TRANSFERENCIA      *
003850**************************************
003860  4000-I-PROCESO.
003870      IF WS-ES-PRIMERO
003880         OR SUCURSAL NOT EQUAL WS-SUCURSAL-ANT
003890         IF NOT WS-ES-PRIMERO
003900            PERFORM 5800-I-CERRAR-SUCURSAL
003910               THRU 5800-F-CERRAR-SUCURSAL
003920         END-IF
003930         MOVE 'N'      TO WS-PRIMER-REGISTRO
003940         MOVE SUCURSAL TO WS-SUCURSAL-ANT
003950         PERFORM 5700-I-ABRIR-SUCURSAL
003960            THRU 5700-F-ABRIR-SUCURSAL
003970      END-IF
003980
003990      MOVE APR-DATOS TO WS-SOLICITUD
004000
004010      ADD 1 TO CN-LISTADAS
004020      ADD 1 TO CN-SUC-LISTADAS
004030
004040      IF APR-FECHA-ALTA EQUAL WS-FECHA-PROCESO
004050         ADD 1 TO CN-RETENIDAS-DIA
004060      END-IF
004070
004080      PERFORM 4100-I-ESTADO
004090         THRU 4100-F-ESTADO
004100
004110      PERFORM 4200-I-REGLAS
004120         THRU 4200-F-REGLAS
004130
004140      PERFORM 5500-I-GRABAR-DETALLE
004150         THRU 5500-F-GRABAR-DETALLE
004160
004170      PERFORM 3100-I-LEER-RETENIDA
004180         THRU 3100-F-LEER-RETENIDA
004190      .
004200  4000-F-PROCESO. EXIT.
004210**************************************
004220*  ESTADO DE LA SOLICITUD: P SIGUE   *
004230*  RETENIDA, A LIBERADA (TRANSFERIDA)*
004240*  R RECHAZADA, V VENCIDA SIN        *
004250*  RESOLVER, E LIBERADA PERO LA      *
004260*  TRANSFERENCIA FALLO AL EJECUTARSE *
004270**************************************
004280  4100-I-ESTADO.
004290      EVALUATE APR-ESTADO
004300
004310      WHEN 'P'
004320         MOVE 'PENDIENTE'  TO WS-DET-ESTADO
004330         ADD 1 TO CN-PENDIENTES
004340         ADD 1 TO CN-SUC-PENDIENTES
004350
004360      WHEN 'A'
004370         MOVE 'LIBERADA'   TO WS-DET-ESTADO
004380         ADD 1 TO CN-LIBERADAS
004390         ADD 1 TO CN-SUC-LIBERADAS
004400
004410      WHEN 'R'
004420         MOVE 'RECHAZADA'  TO WS-DET-ESTADO
004430         ADD 1 TO CN-RECHAZADAS
004440
004450      WHEN 'V'
004460         MOVE 'VENCIDA'    TO WS-DET-ESTADO
004470         ADD 1 TO CN-VENCIDAS
004480
004490      WHEN 'E'
004500         MOVE 'FALLIDA'    TO WS-DET-ESTADO
004510         ADD 1 TO CN-FALLIDAS
004520
004530      WHEN OTHER
004540         MOVE APR-ESTADO   TO WS-DET-ESTADO
004550      END-EVALUATE
004560      .
004570  4100-F-ESTADO. EXIT.
004580**************************************
004590*  REGLAS QUE RETUVIERON LA          *
004600*  TRANSFERENCIA: C CAMBIO RECIENTE  *
004610*  DE DATOS DE CONTACTO, A ALIAS     *
004620*  DADO DE ALTA HACE POCO            *
004630**************************************
004640  4200-I-REGLAS.
004650      MOVE SPACES TO WS-DET-REGLAS
004660
004670      IF WS-REGLA-CONTACTO
004680         ADD 1 TO CN-REGLA-CONTACTO
004690      END-IF
004700
004710      IF WS-REGLA-ALIAS
004720         ADD 1 TO CN-REGLA-ALIAS
004730      END-IF
004740
004750      EVALUATE TRUE
004760
004770      WHEN WS-REGLA-CONTACTO AND WS-REGLA-ALIAS
004780         MOVE 'CONTACTO + ALIAS'  TO WS-DET-REGLAS
004790
004800      WHEN WS-REGLA-CONTACTO
004810         MOVE 'CAMBIO CONTACTO'   TO WS-DET-REGLAS
004820
004830      WHEN WS-REGLA-ALIAS
004840         MOVE 'ALIAS NUEVO'       TO WS-DET-REGLAS
004850
004860      WHEN OTHER
004870         MOVE WS-SOL-REGLAS       TO WS-DET-REGLAS
004880      END-EVALUATE
004890      .
004900  4200-F-REGLAS. EXIT.
004910**************************************
004920*  IMPRIMIR UNA TRANSFERENCIA        *
004930**************************************
004940  5500-I-GRABAR-DETALLE.
004950      IF CN-CUENTA-LINEA GREATER 60
004960         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
004970      END-IF
004980
004990      MOVE APR-NRO-SOLICITUD  TO WS-DET-SOLICITUD
005000      MOVE WS-SOL-ORIGEN      TO WS-DET-ORIGEN
005010      MOVE WS-SOL-TIPEADO     TO WS-DET-DESTINO
005020      MOVE WS-SOL-IMPORTE     TO WS-DET-IMPORTE
005030      MOVE WS-SOL-MONEDA      TO WS-DET-MONEDA
005040      MOVE APR-FECHA-ALTA     TO WS-DET-FECHA
005050      MOVE APR-HORA-ALTA (1:2) TO WS-DET-HH
005060      MOVE APR-HORA-ALTA (3:2) TO WS-DET-MM
005070      MOVE APR-USUARIO-ALTA   TO WS-DET-CARGO
005080      MOVE APR-USUARIO-RESOL  TO WS-DET-RESOLVIO
005090
005100      WRITE REG-SALIDA FROM WS-REG-DETALLE
005110
005120      IF NOT FS-SALIDA-OK
005130         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
005140         MOVE FS-SALIDA TO LK-ERR-CODIGO
005150         MOVE '5500-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
005160         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
005170         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005180         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005190         SET  FS-RETENIDA-EOF TO TRUE
005200      ELSE
005210         ADD 1 TO CN-CUENTA-LINEA
005220      END-IF
005230      .
005240  5500-F-GRABAR-DETALLE. EXIT.
005250**************************************
005260*  NOMBRE DE LA SUCURSAL Y TITULO    *
005270**************************************
005280  5700-I-ABRIR-SUCURSAL.
005290      MOVE SPACES TO WS-NOMBRE-SUC
005300
005310      MOVE WS-SUCURSAL-ANT TO SUC-SUCURSAL
005320
005330      EXEC SQL
005340         SELECT NOMBRE
005350           INTO :SUC-NOMBRE
005360           FROM ITPFBIO.TBSUCURS
005370          WHERE SUCURSAL EQUAL :SUC-SUCURSAL
005380      END-EXEC
005390
005400      IF SQLCODE EQUAL ZEROS
005410         MOVE SUC-NOMBRE TO WS-NOMBRE-SUC
005420      ELSE
005430         MOVE 'SUCURSAL INEXISTENTE' TO WS-NOMBRE-SUC
005440      END-IF
005450
005460      PERFORM 9000-I-TITULO THRU 9000-F-TITULO
005470      .
005480  5700-F-ABRIR-SUCURSAL. EXIT.
005490**************************************
005500*  SUBTOTAL DE LA SUCURSAL           *
005510**************************************
005520  5800-I-CERRAR-SUCURSAL.
005530      MOVE 'TOTAL SUCURSAL '  TO WS-TOT-ETIQUETA
005540      MOVE WS-SUCURSAL-ANT    TO WS-TOT-ETIQUETA (16:4)
005550      MOVE CN-SUC-LISTADAS    TO WS-TOT-LISTADAS
005560      MOVE CN-SUC-PENDIENTES  TO WS-TOT-PENDIENTES
005570      MOVE CN-SUC-LIBERADAS   TO WS-TOT-LIBERADAS
005580
005590      WRITE REG-SALIDA FROM WS-REG-TOTAL AFTER 2
005600
005610      IF NOT FS-SALIDA-OK
005620         DISPLAY '* ERROR EN GRABAR SUBTOTAL = ' FS-SALIDA
005630         MOVE FS-SALIDA TO LK-ERR-CODIGO
005640         MOVE '5800-I-CERRAR-SUCURSAL' TO LK-ERR-PARRAFO
005650         MOVE 'GRABAR SUBTOTAL' TO LK-ERR-RECURSO
005660         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005670         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005680         SET  FS-RETENIDA-EOF TO TRUE
005690      END-IF
005700
005710      INITIALIZE CN-TOT-SUCURSAL
005720      .
005730  5800-F-CERRAR-SUCURSAL. EXIT.
005740**************************************
005750*  TITULO, SUCURSAL Y ENCABEZADO     *
005760**************************************
005770  9000-I-TITULO.
005780      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
005790
005800      IF NOT FS-SALIDA-OK
005810         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
005820         MOVE FS-SALIDA TO LK-ERR-CODIGO
005830         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
005840         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
005850         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005860         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005870         SET  FS-RETENIDA-EOF TO TRUE
005880         GO TO 9000-F-TITULO
005890      END-IF
005900
005910      MOVE WS-SUCURSAL-ANT TO IP-SUC-COD
005920      MOVE WS-NOMBRE-SUC   TO IP-SUC-NOM
005930
005940      WRITE REG-SALIDA FROM IP-SUCURSAL AFTER 2
005950
005960      WRITE REG-SALIDA FROM IP-ENCABEZADO AFTER 2
005970
005980      MOVE 5 TO CN-CUENTA-LINEA
005990      .
006000  9000-F-TITULO. EXIT.
006010**************************************
006020*  CUERPO FINAL - ULTIMA SUCURSAL,   *
006030*  RESUMEN Y CIERRE. CON             *
006040*  TRANSFERENCIAS AUN RETENIDAS      *
006050*  TERMINA CON 0004 PARA AVISO A LA  *
006060*  SUPERVISION                       *
006070**************************************
006080  9999-I-FINAL.
006090      IF NOT WS-ES-PRIMERO
006100         AND RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
006110         PERFORM 5800-I-CERRAR-SUCURSAL
006120            THRU 5800-F-CERRAR-SUCURSAL
006130      END-IF
006140
006150      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
006160         PERFORM 9500-I-RESUMEN
006170            THRU 9500-F-RESUMEN
006180      END-IF
006190
006200      EXEC SQL
006210         CLOSE RETEN_CURSOR
006220      END-EXEC
006230
006240      CLOSE SALIDA
006250      IF NOT FS-SALIDA-OK
006260         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
006270         MOVE FS-SALIDA TO LK-ERR-CODIGO
006280         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
006290         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
006300         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006310         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006320      END-IF
006330
006340      IF CN-PENDIENTES GREATER ZEROS
006350         AND RETURN-CODE EQUAL ZEROS
006360         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
006370      END-IF
006380
006390      DISPLAY 'TRANSFERENCIAS LISTADAS  : ' CN-LISTADAS
006400      DISPLAY 'RETENIDAS EN LA FECHA    : ' CN-RETENIDAS-DIA
006410      DISPLAY 'SIGUEN PENDIENTES        : ' CN-PENDIENTES
006420      DISPLAY 'LIBERADAS                : ' CN-LIBERADAS
006430      DISPLAY 'RECHAZADAS               : ' CN-RECHAZADAS
006440      DISPLAY 'VENCIDAS                 : ' CN-VENCIDAS
006450      DISPLAY 'LIBERADAS CON FALLA      : ' CN-FALLIDAS
006460
006470      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
006480      .
006490  9999-F-FINAL. EXIT.
006500**************************************
006510*  RESUMEN GENERAL DEL LISTADO CON   *
006520*  LOS ESTADOS Y LAS REGLAS          *
006530**************************************
006540  9500-I-RESUMEN.
006550      IF WS-ES-PRIMERO
006560         MOVE 'SIN TRANSFERENCIAS RETENIDAS' TO WS-NOMBRE-SUC
006570         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
006580      END-IF
006590
006600      MOVE 'TOTAL GENERAL'    TO WS-TOT-ETIQUETA
006610      MOVE CN-LISTADAS        TO WS-TOT-LISTADAS
006620      MOVE CN-PENDIENTES      TO WS-TOT-PENDIENTES
006630      MOVE CN-LIBERADAS       TO WS-TOT-LIBERADAS
006640
006650      WRITE REG-SALIDA FROM WS-REG-TOTAL AFTER 3
006660
006670      IF NOT FS-SALIDA-OK
006680         DISPLAY '* ERROR EN GRABAR TOTAL = ' FS-SALIDA
006690         MOVE FS-SALIDA TO LK-ERR-CODIGO
006700         MOVE '9500-I-RESUMEN' TO LK-ERR-PARRAFO
006710         MOVE 'GRABAR TOTAL' TO LK-ERR-RECURSO
006720         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006730         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006740         GO TO 9500-F-RESUMEN
006750      END-IF
006760
006770      MOVE 'RETENIDAS EN LA FECHA:'
006780        TO WS-AVI-TEXTO
006790      MOVE CN-RETENIDAS-DIA TO WS-AVI-CANT
006800      WRITE REG-SALIDA FROM WS-REG-AVISO AFTER 2
006810
006820      MOVE 'RECHAZADAS POR EL SUPERVISOR:'
006830        TO WS-AVI-TEXTO
006840      MOVE CN-RECHAZADAS TO WS-AVI-CANT
006850      WRITE REG-SALIDA FROM WS-REG-AVISO
006860
006870      MOVE 'VENCIDAS SIN RESOLVER:'
006880        TO WS-AVI-TEXTO
006890      MOVE CN-VENCIDAS TO WS-AVI-CANT
006900      WRITE REG-SALIDA FROM WS-REG-AVISO
006910
006920      MOVE 'LIBERADAS CON FALLA AL TRANSFERIR:'
006930        TO WS-AVI-TEXTO
006940      MOVE CN-FALLIDAS TO WS-AVI-CANT
006950      WRITE REG-SALIDA FROM WS-REG-AVISO
006960
006970      MOVE 'REGLA C - CAMBIO RECIENTE DE DATOS DE CONTACTO:'
006980        TO WS-AVI-TEXTO
006990      MOVE CN-REGLA-CONTACTO TO WS-AVI-CANT
007000      WRITE REG-SALIDA FROM WS-REG-AVISO AFTER 2
007010
007020      MOVE 'REGLA A - ALIAS DESTINO DADO DE ALTA HACE POCO:'
007030        TO WS-AVI-TEXTO
007040      MOVE CN-REGLA-ALIAS TO WS-AVI-CANT
007050      WRITE REG-SALIDA FROM WS-REG-AVISO
007060      .
007070  9500-F-RESUMEN. EXIT.
007080**************************************
007090*  REGISTRO DE INICIO EN TBCONTROL   *
007100*  (RUTCTRL): LA MISMA FECHA DE      *
007110*  PROCESO NO SE CORRE DOS VECES     *
007120*  SIN RELANZAR                      *
007130**************************************
007140  1100-I-CONTROL-INICIO.
007150      IF CC-FECHA-PROCESO EQUAL SPACES
007160         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
007170         MOVE CTL-AREA-AA TO CTL-HOY-AA
007180         MOVE CTL-AREA-MM TO CTL-HOY-MM
007190         MOVE CTL-AREA-DD TO CTL-HOY-DD
007200         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
007210      END-IF
007220
007230      SET LK-CTL-INICIO TO TRUE
007240      MOVE 'PGMRTF33' TO LK-CTL-PROGRAMA
007250      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
007260      MOVE CC-RERUN TO LK-CTL-RERUN
007270      MOVE ZEROS TO LK-CTL-CONTADOR
007280
007290      MOVE RETURN-CODE TO WS-RC-GUARDADO
007300      CALL 'RUTCTRL' USING LK-CTL-AREA
007310      MOVE WS-RC-GUARDADO TO RETURN-CODE
007320
007330      IF LK-CTL-YA-CORRIO
007340         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
007350                 CC-FECHA-PROCESO
007360         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
007370         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
007380         SET FS-RETENIDA-EOF TO TRUE
007390         SET WS-CORRIDA-RECHAZADA TO TRUE
007400      END-IF
007410
007420      IF LK-CTL-ERROR
007430         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007440         SET FS-RETENIDA-EOF TO TRUE
007450         SET WS-CORRIDA-RECHAZADA TO TRUE
007460      END-IF
007470      .
007480  1100-F-CONTROL-INICIO. EXIT.
007490**************************************
007500*  REGISTRO DE FIN EXITOSO EN        *
007510*  TBCONTROL CON LA CANTIDAD DE      *
007520*  TRANSFERENCIAS LISTADAS           *
007530**************************************
007540  1200-I-CONTROL-FIN.
007550      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
007560         GO TO 1200-F-CONTROL-FIN
007570      END-IF
007580
007590      SET LK-CTL-FIN TO TRUE
007600      MOVE CN-LISTADAS TO LK-CTL-CONTADOR
007610
007620      MOVE RETURN-CODE TO WS-RC-GUARDADO
007630      CALL 'RUTCTRL' USING LK-CTL-AREA
007640      MOVE WS-RC-GUARDADO TO RETURN-CODE
007650      .
007660  1200-F-CONTROL-FIN. EXIT.
007670
007680*************************************
007690*  GRABAR EL ERROR ESTRUCTURADO EN  *
007700*  EL LOG COMUN (RUTERROR)          *
007710*************************************
007720  9900-I-ERROR.
007730      MOVE 'PGMRTF33' TO LK-ERR-PROGRAMA
007740
007750      MOVE RETURN-CODE TO WS-RC-GUARDADO
007760
007770      CALL 'RUTERROR' USING LK-ERR-AREA
007780
007790      MOVE WS-RC-GUARDADO TO RETURN-CODE
007800
007810      MOVE SPACES TO LK-ERR-RECURSO
007820
007830      MOVE SPACES TO LK-ERR-CODIGO
007840      .
007850  9900-F-ERROR. EXIT.
