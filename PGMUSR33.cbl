000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMUSR33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* REVISION MENSUAL DE ACCESOS Y SEGREGACION    *
000110*         * DE FUNCIONES. CRUZA TBUSUARIOS CON        * JCR *
000120*         * TBAUDIT, TBMOVIM Y TBCAJAS DEL PERIODO       *
000130*         * AAAA-MM DE LA TARJETA Y LISTA POR SUCURSAL   *
000140*         * DEL USUARIO: ACTIVOS SIN ACTIVIDAD EN MAS    *
000150*         * DE TBPARAMS PGMUSR33/DIAS-INACTIVIDAD DIAS   *
000160*         * (90 POR DEFECTO), DADOS DE BAJA QUE SIGUEN   *
000170*         * FIGURANDO EN MOVIMIENTOS, QUIEN FIRMO LA     *
000180*         * DIFERENCIA DE SU PROPIA CAJA, QUIEN APROBO   *
000190*         * EL EXCESO DE TOPE DE SU PROPIA OPERACION Y   *
000200*         * CAJEROS QUE OPERARON CUENTAS DE OTRA         *
000210*         * SUCURSAL. DDSALI ES EL LISTADO PARA LOS      *
000220*         * GERENTES (UNA HOJA POR SUCURSAL) Y DDRESUM   *
000230*         * EL RESUMEN PARA AUDITORIA INTERNA. CON       *
000240*         * EXCEPCIONES TERMINA CON 0004                 *
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
000350        SELECT RESUMEN ASSIGN DDRESUM
000360               FILE STATUS IS FS-RESUMEN.
000370
000380  DATA DIVISION.
000390  FILE SECTION.
000400  FD SALIDA
000410       BLOCK CONTAINS 0 RECORDS
000420       RECORDING MODE IS F.
000430
000440  01 REG-SALIDA PIC X(132).
000450
000460  FD RESUMEN
000470       BLOCK CONTAINS 0 RECORDS
000480       RECORDING MODE IS F.
000490
000500  01 REG-RESUMEN PIC X(132).
000510*************************************
000520*             WORKING              *
000530*************************************
000540  WORKING-STORAGE SECTION.
000550  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000560*************************************
000570*           FILE STATUS            *
000580*************************************
000590  01  FS-FILE-STATUS.
000600      05  FS-USUARIO      PIC X     VALUE SPACES.
000610          88  FS-USUARIO-OK         VALUE 'Y'.
000620          88  FS-USUARIO-EOF        VALUE 'N'.
000630      05  FS-OTRASUC      PIC X     VALUE SPACES.
000640          88  FS-OTRASUC-OK         VALUE 'Y'.
000650          88  FS-OTRASUC-EOF        VALUE 'N'.
000660      05  FS-SALIDA       PIC XX    VALUE SPACES.
000670          88  FS-SALIDA-OK          VALUE '00'.
000680      05  FS-RESUMEN      PIC XX    VALUE SPACES.
000690          88  FS-RESUMEN-OK         VALUE '00'.
000700*************************************
000710*          CONTADORES              *
000720*************************************
000730  01 CN-CONTADORES.
000740      05 CN-USUARIOS           PIC 9(07)  VALUE ZEROS.
000750      05 CN-EXCEPCIONES        PIC 9(07)  VALUE ZEROS.
000760      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
000770      05 CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
000780*************************************
000790*  EXCEPCIONES POR TIPO: DE LA      *
000800*  SUCURSAL EN CURSO Y GENERALES    *
000810*  1 SIN ACTIVIDAD   2 BAJA CON MOV *
000820*  3 FIRMO SU CAJA   4 APROBO TOPE  *
000830*  5 OTRA SUCURSAL                  *
000840*************************************
000850  77  CT-CANT-TIPOS        PIC 9(01)   VALUE 5.
000860
000870  01  CN-TAB-SUCURSAL.
000880      05  CN-SUC-USUARIOS      PIC S9(07) COMP VALUE ZEROS.
000890      05  CN-SUC-TIPO  OCCURS 5 TIMES
000900                        INDEXED BY CN-SUC-IDX
000910                               PIC S9(07) COMP.
000920
000930  01  CN-TAB-GENERAL.
000940      05  CN-GEN-USUARIOS      PIC S9(07) COMP VALUE ZEROS.
000950      05  CN-GEN-TIPO  OCCURS 5 TIMES
000960                        INDEXED BY CN-GEN-IDX
000970                               PIC S9(07) COMP.
000980
000990  01  WS-TAB-DESC-TIPOS.
001000      05  FILLER           PIC X(16) VALUE 'SIN ACTIVIDAD'.
001010      05  FILLER           PIC X(16) VALUE 'BAJA CON MOVIM.'.
001020      05  FILLER           PIC X(16) VALUE 'FIRMO SU CAJA'.
001030      05  FILLER           PIC X(16) VALUE 'APROBO SU TOPE'.
001040      05  FILLER           PIC X(16) VALUE 'OTRA SUCURSAL'.
001050  01  WS-TAB-DESC REDEFINES WS-TAB-DESC-TIPOS.
001060      05  WS-DESC-TIPO     PIC X(16) OCCURS 5 TIMES.
001070*************************************
001080*  EXCEPCION EN CURSO               *
001090*************************************
001100  01  WS-EXC-TIPO          PIC 9(01)   VALUE ZEROS.
001110      88  WS-EXC-INACTIVO              VALUE 1.
001120      88  WS-EXC-BAJA-MOVIM            VALUE 2.
001130      88  WS-EXC-CAJA-PROPIA           VALUE 3.
001140      88  WS-EXC-TOPE-PROPIO           VALUE 4.
001150      88  WS-EXC-OTRA-SUCURSAL         VALUE 5.
001160  01  WS-EXC-DETALLE       PIC X(60)   VALUE SPACES.
001170*************************************
001180*  ACTIVIDAD DEL USUARIO            *
001190*************************************
001200  01  WS-ULT-ACTIVIDAD     PIC X(10)   VALUE SPACES.
001210  01  WS-ULT-FECHA         PIC X(10)   VALUE SPACES.
001220  01  WS-CANT-MOVIM        PIC S9(09) COMP VALUE ZEROS.
001230  01  WS-CANT-CUENTAS      PIC S9(09) COMP VALUE ZEROS.
001240  01  WS-SUC-CUENTA        PIC X(04)   VALUE SPACES.
001250  01  WS-CANT-EDIT         PIC ZZ.ZZ9  VALUE ZEROS.
001260  01  WS-CTAS-EDIT         PIC ZZ.ZZ9  VALUE ZEROS.
001270  01  WS-DIAS-EDIT         PIC ZZ.ZZ9  VALUE ZEROS.
001280
001290  01  WS-FECHA-NUM.
001300      05  WS-FNU-AA        PIC X(04)   VALUE SPACES.
001310      05  WS-FNU-MM        PIC X(02)   VALUE SPACES.
001320      05  WS-FNU-DD        PIC X(02)   VALUE SPACES.
001330  01  WS-PROCESO-NUM       PIC X(08)   VALUE SPACES.
001340
001350     COPY LKFECHA.
001360*************************************
001370*  CORTE POR SUCURSAL DEL USUARIO   *
001380*************************************
001390  77  WS-SUCURSAL-ANT      PIC X(04)   VALUE SPACES.
001400  77  WS-NOMBRE-SUC        PIC X(30)   VALUE SPACES.
001410  01  WS-PRIMER-USUARIO    PIC X(01)   VALUE 'S'.
001420      88  WS-ES-PRIMERO                VALUE 'S'.
001430*************************************
001440*  PARAMETROS (RUTPARM): DIAS SIN   *
001450*  ACTIVIDAD ADMITIDOS A UN USUARIO *
001460*  ACTIVO                           *
001470*************************************
001480  77  CT-DIAS-INACTIVIDAD  PIC 9(09)   VALUE 000000090.
001490     COPY LKPARM.
001500*************************************
001510*  TARJETA SYSIN: PERIODO AAAA-MM   *
001520*************************************
001530  01  WS-TARJETA-PERIODO.
001540      05  WS-PERIODO-CARD  PIC X(07)   VALUE SPACES.
001550      05  FILLER           PIC X(73)   VALUE SPACES.
001560  01  WS-PATRON-PERIODO    PIC X(08)   VALUE SPACES.
001570*************************************
001580*       VARIABLES IMPRESION        *
001590*************************************
001600  01  IP-TITULO.
001610      05  FILLER      PIC X(10) VALUE  SPACES.
001620      05  FILLER      PIC X(42) VALUE
001630       'REVISION DE ACCESOS Y SEGREGACION'.
001640      05  FILLER      PIC X(09) VALUE  'PERIODO: '.
001650      05  IP-PERIODO  PIC X(07) VALUE  SPACES.
001660      05  FILLER      PIC X(04) VALUE  SPACES.
001670      05  FILLER      PIC X(10) VALUE  'SUCURSAL: '.
001680      05  IP-SUCURSAL PIC X(04) VALUE  SPACES.
001690      05  FILLER      PIC X(01) VALUE  SPACES.
001700      05  IP-NOMBRE-SUC PIC X(30) VALUE SPACES.
001710      05  FILLER      PIC X(15) VALUE  SPACES.
001720
001730  01  IP-ENCABEZADO.
001740      05  FILLER    PIC X(09)    VALUE 'USUARIO'.
001750      05  FILLER    PIC X(31)    VALUE 'NOMBRE'.
001760      05  FILLER    PIC X(04)    VALUE 'ROL'.
001770      05  FILLER    PIC X(04)    VALUE 'EST'.
001780      05  FILLER    PIC X(17)    VALUE 'EXCEPCION'.
001790      05  FILLER    PIC X(60)    VALUE 'DETALLE'.
001800      05  FILLER    PIC X(07)    VALUE SPACES.
001810
001820  01  WS-REG-DETALLE.
001830      05  WS-DET-USUARIO   PIC X(08)    VALUE SPACES.
001840      05  FILLER           PIC X(01)    VALUE SPACES.
001850      05  WS-DET-NOMBRE    PIC X(30)    VALUE SPACES.
001860      05  FILLER           PIC X(02)    VALUE SPACES.
001870      05  WS-DET-ROL       PIC X(01)    VALUE SPACES.
001880      05  FILLER           PIC X(03)    VALUE SPACES.
001890      05  WS-DET-ESTADO    PIC X(01)    VALUE SPACES.
001900      05  FILLER           PIC X(02)    VALUE SPACES.
001910      05  WS-DET-TIPO      PIC X(16)    VALUE SPACES.
001920      05  FILLER           PIC X(01)    VALUE SPACES.
001930      05  WS-DET-DETALLE   PIC X(60)    VALUE SPACES.
001940      05  FILLER           PIC X(07)    VALUE SPACES.
001950
001960  01  WS-REG-SUBTOTAL.
001970      05  FILLER    PIC X(10)    VALUE SPACES.
001980      05  FILLER    PIC X(15)    VALUE 'TOTAL SUCURSAL '.
001990      05  WS-SUB-SUCURSAL  PIC X(04)    VALUE SPACES.
002000      05  FILLER    PIC X(03)    VALUE ' : '.
002010      05  WS-SUB-USUARIOS  PIC ZZ.ZZ9   VALUE ZEROS.
002020      05  FILLER    PIC X(13)    VALUE ' USUARIOS    '.
002030      05  WS-SUB-EXCEPC    PIC ZZ.ZZ9   VALUE ZEROS.
002040      05  FILLER    PIC X(12)    VALUE ' EXCEPCIONES'.
002050      05  FILLER    PIC X(63)    VALUE SPACES.
002060*************************************
002070*  RESUMEN PARA AUDITORIA INTERNA   *
002080*************************************
002090  01  IP-TITULO-RESUMEN.
002100      05  FILLER      PIC X(10) VALUE  SPACES.
002110      05  FILLER      PIC X(52) VALUE
002120       'REVISION DE ACCESOS - RESUMEN PARA AUDITORIA INTERNA'.
002130      05  FILLER      PIC X(02) VALUE  SPACES.
002140      05  FILLER      PIC X(09) VALUE  'PERIODO: '.
002150      05  IP-RES-PERIODO PIC X(07) VALUE SPACES.
002160      05  FILLER      PIC X(02) VALUE  SPACES.
002170      05  FILLER      PIC X(10) VALUE  'INACTIVO: '.
002180      05  IP-RES-DIAS PIC ZZZZ9 VALUE  ZEROS.
002190      05  FILLER      PIC X(05) VALUE  ' DIAS'.
002200      05  FILLER      PIC X(30) VALUE  SPACES.
002210
002220  01  IP-ENCAB-RESUMEN.
002230      05  FILLER    PIC X(05)    VALUE 'SUC'.
002240      05  FILLER    PIC X(31)    VALUE 'NOMBRE'.
002250      05  FILLER    PIC X(10)    VALUE '  USUARIOS'.
002260      05  FILLER    PIC X(10)    VALUE '  SIN ACT.'.
002270      05  FILLER    PIC X(10)    VALUE '  BAJA MOV'.
002280      05  FILLER    PIC X(10)    VALUE '  CAJA PRO'.
002290      05  FILLER    PIC X(10)    VALUE '  TOPE PRO'.
002300      05  FILLER    PIC X(10)    VALUE '  OTRA SUC'.
002310      05  FILLER    PIC X(10)    VALUE '     TOTAL'.
002320      05  FILLER    PIC X(26)    VALUE SPACES.
002330
002340  01  WS-REG-RESUMEN.
002350      05  WS-RES-SUCURSAL  PIC X(04)    VALUE SPACES.
002360      05  FILLER           PIC X(01)    VALUE SPACES.
002370      05  WS-RES-NOMBRE    PIC X(30)    VALUE SPACES.
002380      05  FILLER           PIC X(01)    VALUE SPACES.
002390      05  WS-RES-USUARIOS  PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
002400      05  WS-RES-TIPO OCCURS 5 TIMES
002410                           PIC ZZ.ZZZ.ZZ9.
002420      05  WS-RES-TOTAL     PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
002430      05  FILLER           PIC X(26)    VALUE SPACES.
002440
002450  77  WS-TOT-EXCEPC        PIC S9(07) COMP VALUE ZEROS.
002460*************************************
002470*             SQL                  *
002480*************************************
002490       EXEC SQL
002500         INCLUDE SQLCA
002510       END-EXEC.
002520
002530       EXEC SQL
002540         INCLUDE TBUSUARIO
002550       END-EXEC.
002560
002570       EXEC SQL
002580         INCLUDE TBSUCURS
002590       END-EXEC.
002600
002610*************************************
002620*  USUARIOS POR SUCURSAL            *
002630*************************************
002640       EXEC SQL
002650         DECLARE USUARIO_CURSOR CURSOR FOR
002660          SELECT USERID, ROL, NOMBRE, ESTADO, SUCURSAL
002670            FROM ITPFBIO.TBUSUARIOS
002680           ORDER BY SUCURSAL, USERID
002690       END-EXEC.
002700
002710*************************************
002720*  MOVIMIENTOS DEL PERIODO DE UN    *
002730*  CAJERO SOBRE CUENTAS DE OTRA     *
002740*  SUCURSAL, AGRUPADOS POR SUCURSAL *
002750*  DE LA CUENTA                     *
002760*************************************
002770       EXEC SQL
002780         DECLARE OTRASUC_CURSOR CURSOR FOR
002790          SELECT C.SUCURSAL, COUNT(*),
002800                 COUNT(DISTINCT M.NRO_CUENTA)
002810            FROM ITPFBIO.TBMOVIM M, ITPFBIO.TBCUENTAS C
002820           WHERE M.USUARIO    EQUAL :USU-USERID
002830             AND M.FECHA      LIKE  :WS-PATRON-PERIODO
002840             AND C.NRO_CUENTA EQUAL M.NRO_CUENTA
002850             AND C.SUCURSAL   NOT EQUAL :USU-SUCURSAL
002860           GROUP BY C.SUCURSAL
002870           ORDER BY C.SUCURSAL
002880       END-EXEC.
002890
002900  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
002910*************************************
002920*  MANEJO COMUN DE ERRORES          *
002930*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
002940*  DE RETORNO DEL BATCH             *
002950*************************************
002960     COPY LKERROR.
002970
002980  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
002990  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
003000  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
003010  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
003020*************************************
003030*  CONTROL DE CORRIDAS (RUTCTRL)    *
003040*************************************
003050     COPY LKCTRL.
003060
003070  01  WS-TARJETA-CONTROL.
003080      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
003090      05  CC-RERUN         PIC X(01)  VALUE SPACES.
003100
003110  01  WS-CTL-HOY.
003120      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
003130      05  FILLER       PIC X(01)  VALUE '-'.
003140      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
003150      05  FILLER       PIC X(01)  VALUE '-'.
003160      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
003170
003180  01  WS-CTL-FECHA-AREA.
003190      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
003200      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
003210      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
003220
003230  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
003240  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
003250      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
003260  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
003270*************************************.
003280  PROCEDURE DIVISION.
003290**************************************
003300*  CUERPO PRINCIPAL DEL PROGRAMA     *
003310**************************************
003320  MAIN-PROGRAM.
003330      PERFORM 1000-I-INICIO
003340         THRU 1000-F-INICIO
003350
003360      IF WS-CORRIDA-RECHAZADA
003370         GO TO F-MAIN-PROGRAM
003380      END-IF
003390
003400      PERFORM 2000-I-PROCESO
003410         THRU 2000-F-PROCESO
003420         UNTIL FS-USUARIO-EOF
003430
003440      PERFORM 9999-I-FINAL
003450         THRU 9999-F-FINAL
003460      .
003470  F-MAIN-PROGRAM. GOBACK.
003480**************************************
003490*  CUERPO INICIO APERTURA ARCHIVOS   *
003500**************************************
003510  1000-I-INICIO.
003520      ACCEPT WS-TARJETA-PERIODO FROM SYSIN
003530
003540      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
003550
003560      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
003570
003580      IF WS-CORRIDA-RECHAZADA
003590         GO TO 1000-F-INICIO
003600      END-IF
003610
003620      MOVE SPACES TO WS-PATRON-PERIODO
003630      STRING WS-PERIODO-CARD DELIMITED BY ' '
003640             '%' DELIMITED BY SIZE
003650             INTO WS-PATRON-PERIODO
003660
003670      MOVE CC-FECHA-PROCESO (1:4) TO WS-FNU-AA
003680      MOVE CC-FECHA-PROCESO (6:2) TO WS-FNU-MM
003690      MOVE CC-FECHA-PROCESO (9:2) TO WS-FNU-DD
003700      MOVE WS-FECHA-NUM           TO WS-PROCESO-NUM
003710
003720      PERFORM 1050-I-PARAMETROS
003730         THRU 1050-F-PARAMETROS
003740
003750      INITIALIZE CN-TAB-SUCURSAL
003760      INITIALIZE CN-TAB-GENERAL
003770
003780      OPEN OUTPUT SALIDA
003790
003800      IF NOT FS-SALIDA-OK
003810         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
003820         MOVE FS-SALIDA TO LK-ERR-CODIGO
003830         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003840         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
003850         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003860         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003870         SET  FS-USUARIO-EOF TO TRUE
003880      END-IF
003890
003900      OPEN OUTPUT RESUMEN
003910
003920      IF NOT FS-RESUMEN-OK
003930         DISPLAY '* ERROR EN OPEN RESUMEN = ' FS-RESUMEN
003940         MOVE FS-RESUMEN TO LK-ERR-CODIGO
003950         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003960         MOVE 'OPEN RESUMEN' TO LK-ERR-RECURSO
003970         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003980         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003990         SET  FS-USUARIO-EOF TO TRUE
004000      END-IF
004010
004020      PERFORM 9100-I-TITULO-RESUMEN
004030         THRU 9100-F-TITULO-RESUMEN
004040
004050      EXEC SQL
004060         OPEN USUARIO_CURSOR
004070      END-EXEC
004080
004090      IF SQLCODE NOT EQUAL ZEROS
004100         MOVE SQLCODE TO FS-SQLCODE
004110         DISPLAY '* ERROR OPEN CURSOR USUARIO = ' FS-SQLCODE
004120         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004130         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004140         MOVE 'OPEN CURSOR USUARIO' TO LK-ERR-RECURSO
004150         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004160         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004170         SET  FS-USUARIO-EOF TO TRUE
004180      END-IF
004190
004200      PERFORM 3000-I-LEER-USUARIO
004210         THRU 3000-F-LEER-USUARIO
004220      .
004230  1000-F-INICIO. EXIT.
004240**************************************
004250*  PARAMETROS DE CORRIDA (RUTPARM) - *
004260*  SIN FILA EN TBPARAMS SE USA EL    *
004270*  DEFECTO COMPILADO                 *
004280**************************************
004290  1050-I-PARAMETROS.
004300      MOVE 'PGMUSR33'         TO LK-PAR-PROGRAMA
004310      MOVE 'DIAS-INACTIVIDAD' TO LK-PAR-PARAMETRO
004320      MOVE CT-DIAS-INACTIVIDAD TO LK-PAR-DEFECTO
004330
004340      CALL 'RUTPARM' USING LK-PAR-AREA
004350
004360      IF LK-PAR-VALOR GREATER ZEROS
004370         MOVE LK-PAR-VALOR TO CT-DIAS-INACTIVIDAD
004380      END-IF
004390      .
004400  1050-F-PARAMETROS. EXIT.
004410**************************************
004420*  CUERPO PRINCIPAL DE PROCESOS:     *
004430*  CORTE POR SUCURSAL Y REVISION DE  *
004440*  CADA USUARIO                      *
004450**************************************
004460  2000-I-PROCESO.
004470      IF WS-ES-PRIMERO
004480         OR USU-SUCURSAL NOT EQUAL WS-SUCURSAL-ANT
004490         IF NOT WS-ES-PRIMERO
004500            PERFORM 5800-I-CERRAR-SUCURSAL
004510               THRU 5800-F-CERRAR-SUCURSAL
004520         END-IF
004530         MOVE 'N'          TO WS-PRIMER-USUARIO
004540         MOVE USU-SUCURSAL TO WS-SUCURSAL-ANT
004550         PERFORM 5700-I-ABRIR-SUCURSAL
004560            THRU 5700-F-ABRIR-SUCURSAL
004570      END-IF
004580
004590      PERFORM 4000-I-REVISAR-USUARIO
004600         THRU 4000-F-REVISAR-USUARIO
004610
004620      PERFORM 3000-I-LEER-USUARIO
004630         THRU 3000-F-LEER-USUARIO
004640      .
004650  2000-F-PROCESO. EXIT.
004660**************************************
004670*            LEER USUARIO            *
004680**************************************
004690  3000-I-LEER-USUARIO.
004700      IF FS-USUARIO-EOF
004710         GO TO 3000-F-LEER-USUARIO
004720      END-IF
004730
004740      EXEC SQL
004750           FETCH USUARIO_CURSOR
004760           INTO  :USU-USERID,
004770                 :USU-ROL,
004780                 :USU-NOMBRE,
004790                 :USU-ESTADO,
004800                 :USU-SUCURSAL
004810      END-EXEC
004820
004830      EVALUATE SQLCODE
004840
004850      WHEN ZEROS
004860         ADD 1 TO CN-USUARIOS
004870         MOVE USU-USERID TO LK-ERR-CLAVE
004880
004890      WHEN +100
004900         IF NOT WS-ES-PRIMERO
004910            PERFORM 5800-I-CERRAR-SUCURSAL
004920               THRU 5800-F-CERRAR-SUCURSAL
004930         END-IF
004940         SET FS-USUARIO-EOF TO TRUE
004950
004960      WHEN OTHER
004970         ADD 1 TO CN-NOVEDADES-ER
004980         MOVE SQLCODE TO FS-SQLCODE
004990         DISPLAY '* ERROR LEER CURSOR USUARIO = ' FS-SQLCODE
005000         MOVE FS-SQLCODE TO LK-ERR-CODIGO
005010         MOVE '3000-I-LEER-USUARIO' TO LK-ERR-PARRAFO
005020         MOVE 'LEER CURSOR USUARIO' TO LK-ERR-RECURSO
005030         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005040         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005050         SET FS-USUARIO-EOF TO TRUE
005060      END-EVALUATE
005070      .
005080  3000-F-LEER-USUARIO. EXIT.
005090**************************************
005100*  REVISAR UN USUARIO: ACTIVIDAD     *
005110*  SEGUN SU ESTADO Y CONTROLES DE    *
005120*  SEGREGACION DEL PERIODO           *
005130**************************************
005140  4000-I-REVISAR-USUARIO.
005150      ADD 1 TO CN-SUC-USUARIOS
005160      ADD 1 TO CN-GEN-USUARIOS
005170
005180      IF USU-ESTADO EQUAL 'A'
005190         PERFORM 4100-I-INACTIVIDAD
005200            THRU 4100-F-INACTIVIDAD
005210      ELSE
005220         PERFORM 4200-I-BAJA-CON-MOVIM
005230            THRU 4200-F-BAJA-CON-MOVIM
005240      END-IF
005250
005260      PERFORM 4300-I-CAJA-PROPIA
005270         THRU 4300-F-CAJA-PROPIA
005280
005290      PERFORM 4400-I-TOPE-PROPIO
005300         THRU 4400-F-TOPE-PROPIO
005310
005320      IF USU-ROL EQUAL 'C'
005330         AND USU-SUCURSAL NOT EQUAL SPACES
005340         PERFORM 4500-I-OTRA-SUCURSAL
005350            THRU 4500-F-OTRA-SUCURSAL
005360      END-IF
005370      .
005380  4000-F-REVISAR-USUARIO. EXIT.
005390**************************************
005400*  USUARIO ACTIVO: ULTIMA ACTIVIDAD  *
005410*  (AUDITORIA, MOVIMIENTOS O CIERRES *
005420*  DE CAJA) HASTA LA FECHA DE        *
005430*  PROCESO CONTRA LOS DIAS ADMITIDOS *
005440**************************************
005450  4100-I-INACTIVIDAD.
005460      MOVE SPACES TO WS-ULT-ACTIVIDAD
005470
005480      EXEC SQL
005490         SELECT VALUE(MAX(FECHA), ' ')
005500           INTO :WS-ULT-FECHA
005510           FROM ITPFBIO.TBAUDIT
005520          WHERE USERID EQUAL :USU-USERID
005530            AND FECHA  NOT GREATER :CC-FECHA-PROCESO
005540      END-EXEC
005550
005560      PERFORM 4150-I-TOMAR-ULTIMA
005570         THRU 4150-F-TOMAR-ULTIMA
005580
005590      EXEC SQL
005600         SELECT VALUE(MAX(FECHA), ' ')
005610           INTO :WS-ULT-FECHA
005620           FROM ITPFBIO.TBMOVIM
005630          WHERE USUARIO EQUAL :USU-USERID
005640            AND FECHA   NOT GREATER :CC-FECHA-PROCESO
005650      END-EXEC
005660
005670      PERFORM 4150-I-TOMAR-ULTIMA
005680         THRU 4150-F-TOMAR-ULTIMA
005690
005700      EXEC SQL
005710         SELECT VALUE(MAX(FECHA), ' ')
005720           INTO :WS-ULT-FECHA
005730           FROM ITPFBIO.TBCAJAS
005740          WHERE (USUARIO EQUAL :USU-USERID
005750                 OR USUARIO_CIERRE EQUAL :USU-USERID)
005760            AND FECHA NOT GREATER :CC-FECHA-PROCESO
005770      END-EXEC
005780
005790      PERFORM 4150-I-TOMAR-ULTIMA
005800         THRU 4150-F-TOMAR-ULTIMA
005810
005820      IF WS-ULT-ACTIVIDAD EQUAL SPACES
005830         MOVE 'SIN ACTIVIDAD REGISTRADA' TO WS-EXC-DETALLE
005840         SET WS-EXC-INACTIVO TO TRUE
005850         PERFORM 5500-I-GRABAR-EXCEPCION
005860            THRU 5500-F-GRABAR-EXCEPCION
005870         GO TO 4100-F-INACTIVIDAD
005880      END-IF
005890
005900      MOVE WS-ULT-ACTIVIDAD (1:4) TO WS-FNU-AA
005910      MOVE WS-ULT-ACTIVIDAD (6:2) TO WS-FNU-MM
005920      MOVE WS-ULT-ACTIVIDAD (9:2) TO WS-FNU-DD
005930
005940      MOVE WS-FECHA-NUM   TO LK-ENTRADA-DESDE
005950      MOVE WS-PROCESO-NUM TO LK-ENTRADA
005960      MOVE ZEROS          TO LK-DIAS
005970      SET LK-FUNCION-DIF  TO TRUE
005980
005990      CALL 'RUTFECHA' USING LK-AREA
006000
006010      IF LK-FECHA-ER
006020         GO TO 4100-F-INACTIVIDAD
006030      END-IF
006040
006050      IF LK-DIAS GREATER CT-DIAS-INACTIVIDAD
006060         MOVE LK-DIAS TO WS-DIAS-EDIT
006070         MOVE SPACES  TO WS-EXC-DETALLE
006080         STRING 'ULTIMA ACTIVIDAD ' DELIMITED BY SIZE
006090                WS-ULT-ACTIVIDAD    DELIMITED BY SIZE
006100                ' - '               DELIMITED BY SIZE
006110                WS-DIAS-EDIT        DELIMITED BY SIZE
006120                ' DIAS'             DELIMITED BY SIZE
006130                INTO WS-EXC-DETALLE
006140         SET WS-EXC-INACTIVO TO TRUE
006150         PERFORM 5500-I-GRABAR-EXCEPCION
006160            THRU 5500-F-GRABAR-EXCEPCION
006170      END-IF
006180      .
006190  4100-F-INACTIVIDAD. EXIT.
006200**************************************
006210*  QUEDARSE CON LA FECHA MAS NUEVA   *
006220**************************************
006230  4150-I-TOMAR-ULTIMA.
006240      IF SQLCODE NOT EQUAL ZEROS
006250         ADD 1 TO CN-NOVEDADES-ER
006260         MOVE SQLCODE TO FS-SQLCODE
006270         DISPLAY '* ERROR LEER ACTIVIDAD = ' FS-SQLCODE
006280         MOVE FS-SQLCODE TO LK-ERR-CODIGO
006290         MOVE '4150-I-TOMAR-ULTIMA' TO LK-ERR-PARRAFO
006300         MOVE 'LEER ACTIVIDAD' TO LK-ERR-RECURSO
006310         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006320         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006330         GO TO 4150-F-TOMAR-ULTIMA
006340      END-IF
006350
006360      IF WS-ULT-FECHA GREATER WS-ULT-ACTIVIDAD
006370         MOVE WS-ULT-FECHA TO WS-ULT-ACTIVIDAD
006380      END-IF
006390      .
006400  4150-F-TOMAR-ULTIMA. EXIT.
006410**************************************
006420*  USUARIO DADO DE BAJA QUE FIGURA   *
006430*  EN MOVIMIENTOS DEL PERIODO        *
006440**************************************
006450  4200-I-BAJA-CON-MOVIM.
006460      MOVE ZEROS  TO WS-CANT-MOVIM
006470      MOVE SPACES TO WS-ULT-FECHA
006480
006490      EXEC SQL
006500         SELECT COUNT(*), VALUE(MAX(FECHA), ' ')
006510           INTO :WS-CANT-MOVIM, :WS-ULT-FECHA
006520           FROM ITPFBIO.TBMOVIM
006530          WHERE USUARIO EQUAL :USU-USERID
006540            AND FECHA   LIKE  :WS-PATRON-PERIODO
006550      END-EXEC
006560
006570      IF SQLCODE NOT EQUAL ZEROS
006580         ADD 1 TO CN-NOVEDADES-ER
006590         MOVE SQLCODE TO FS-SQLCODE
006600         DISPLAY '* ERROR CONTAR TBMOVIM = ' FS-SQLCODE
006610         MOVE FS-SQLCODE TO LK-ERR-CODIGO
006620         MOVE '4200-I-BAJA-CON-MOVIM' TO LK-ERR-PARRAFO
006630         MOVE 'CONTAR TBMOVIM' TO LK-ERR-RECURSO
006640         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006650         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006660         GO TO 4200-F-BAJA-CON-MOVIM
006670      END-IF
006680
006690      IF WS-CANT-MOVIM GREATER ZEROS
006700         MOVE WS-CANT-MOVIM TO WS-CANT-EDIT
006710         MOVE SPACES        TO WS-EXC-DETALLE
006720         STRING WS-CANT-EDIT    DELIMITED BY SIZE
006730                ' MOVIMIENTOS EN EL PERIODO, EL ULTIMO '
006740                                DELIMITED BY SIZE
006750                WS-ULT-FECHA    DELIMITED BY SIZE
006760                INTO WS-EXC-DETALLE
006770         SET WS-EXC-BAJA-MOVIM TO TRUE
006780         PERFORM 5500-I-GRABAR-EXCEPCION
006790            THRU 5500-F-GRABAR-EXCEPCION
006800      END-IF
006810      .
006820  4200-F-BAJA-CON-MOVIM. EXIT.
006830**************************************
006840*  CIERRES DEL PERIODO CON FIRMA DE  *
006850*  SUPERVISOR ('S') EN LOS QUE QUIEN *
006860*  FIRMO ES EL MISMO CAJERO          *
006870**************************************
006880  4300-I-CAJA-PROPIA.
006890      MOVE ZEROS TO WS-CANT-MOVIM
006900
006910      EXEC SQL
006920         SELECT COUNT(*)
006930           INTO :WS-CANT-MOVIM
006940           FROM ITPFBIO.TBCAJAS
006950          WHERE USUARIO        EQUAL :USU-USERID
006960            AND USUARIO_CIERRE EQUAL :USU-USERID
006970            AND ESTADO         EQUAL 'S'
006980            AND FECHA          LIKE  :WS-PATRON-PERIODO
006990      END-EXEC
007000
007010      IF SQLCODE NOT EQUAL ZEROS
007020         ADD 1 TO CN-NOVEDADES-ER
007030         MOVE SQLCODE TO FS-SQLCODE
007040         DISPLAY '* ERROR CONTAR TBCAJAS = ' FS-SQLCODE
007050         MOVE FS-SQLCODE TO LK-ERR-CODIGO
007060         MOVE '4300-I-CAJA-PROPIA' TO LK-ERR-PARRAFO
007070         MOVE 'CONTAR TBCAJAS' TO LK-ERR-RECURSO
007080         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007090         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007100         GO TO 4300-F-CAJA-PROPIA
007110      END-IF
007120
007130      IF WS-CANT-MOVIM GREATER ZEROS
007140         MOVE WS-CANT-MOVIM TO WS-CANT-EDIT
007150         MOVE SPACES        TO WS-EXC-DETALLE
007160         STRING WS-CANT-EDIT    DELIMITED BY SIZE
007170                ' CIERRES CON DIFERENCIA AUTOFIRMADOS'
007180                                DELIMITED BY SIZE
007190                INTO WS-EXC-DETALLE
007200         SET WS-EXC-CAJA-PROPIA TO TRUE
007210         PERFORM 5500-I-GRABAR-EXCEPCION
007220            THRU 5500-F-GRABAR-EXCEPCION
007230      END-IF
007240      .
007250  4300-F-CAJA-PROPIA. EXIT.
007260**************************************
007270*  EXCESOS DE TOPE APROBADOS EN EL   *
007280*  PERIODO ('TOPE EXCEDIDO APROB.'   *
007290*  EN AUDT) SOBRE UNA OPERACION QUE  *
007300*  EL MISMO USUARIO REGISTRO EN ESA  *
007310*  CUENTA ESE DIA                    *
007320**************************************
007330  4400-I-TOPE-PROPIO.
007340      MOVE ZEROS TO WS-CANT-MOVIM
007350
007360      EXEC SQL
007370         SELECT COUNT(*)
007380           INTO :WS-CANT-MOVIM
007390           FROM ITPFBIO.TBAUDIT A
007400          WHERE A.USERID EQUAL :USU-USERID
007410            AND A.CAMPO  EQUAL 'TOPE EXCEDIDO APROB.'
007420            AND A.FECHA  LIKE  :WS-PATRON-PERIODO
007430            AND EXISTS
007440                (SELECT 1
007450                   FROM ITPFBIO.TBMOVIM M
007460                  WHERE M.NRO_CUENTA EQUAL
007470                        SUBSTR(A.VALOR_ANTES, 1, 15)
007480                    AND M.FECHA      EQUAL A.FECHA
007490                    AND M.USUARIO    EQUAL A.USERID)
007500      END-EXEC
007510
007520      IF SQLCODE NOT EQUAL ZEROS
007530         ADD 1 TO CN-NOVEDADES-ER
007540         MOVE SQLCODE TO FS-SQLCODE
007550         DISPLAY '* ERROR CONTAR TBAUDIT = ' FS-SQLCODE
007560         MOVE FS-SQLCODE TO LK-ERR-CODIGO
007570         MOVE '4400-I-TOPE-PROPIO' TO LK-ERR-PARRAFO
007580         MOVE 'CONTAR TBAUDIT' TO LK-ERR-RECURSO
007590         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007600         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007610         GO TO 4400-F-TOPE-PROPIO
007620      END-IF
007630
007640      IF WS-CANT-MOVIM GREATER ZEROS
007650         MOVE WS-CANT-MOVIM TO WS-CANT-EDIT
007660         MOVE SPACES        TO WS-EXC-DETALLE
007670         STRING WS-CANT-EDIT    DELIMITED BY SIZE
007680                ' EXCESOS DE TOPE PROPIOS APROBADOS'
007690                                DELIMITED BY SIZE
007700                INTO WS-EXC-DETALLE
007710         SET WS-EXC-TOPE-PROPIO TO TRUE
007720         PERFORM 5500-I-GRABAR-EXCEPCION
007730            THRU 5500-F-GRABAR-EXCEPCION
007740      END-IF
007750      .
007760  4400-F-TOPE-PROPIO. EXIT.
007770**************************************
007780*  CAJERO CON MOVIMIENTOS DEL        *
007790*  PERIODO EN CUENTAS DE OTRA        *
007800*  SUCURSAL: UNA LINEA POR SUCURSAL  *
007810*  DE LA CUENTA                      *
007820**************************************
007830  4500-I-OTRA-SUCURSAL.
007840      EXEC SQL
007850         OPEN OTRASUC_CURSOR
007860      END-EXEC
007870
007880      IF SQLCODE NOT EQUAL ZEROS
007890         ADD 1 TO CN-NOVEDADES-ER
007900         MOVE SQLCODE TO FS-SQLCODE
007910         DISPLAY '* ERROR OPEN CURSOR OTRASUC = ' FS-SQLCODE
007920         MOVE FS-SQLCODE TO LK-ERR-CODIGO
007930         MOVE '4500-I-OTRA-SUCURSAL' TO LK-ERR-PARRAFO
007940         MOVE 'OPEN CURSOR OTRASUC' TO LK-ERR-RECURSO
007950         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007960         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007970         GO TO 4500-F-OTRA-SUCURSAL
007980      END-IF
007990
008000      SET FS-OTRASUC-OK TO TRUE
008010
008020      PERFORM 4510-I-LEER-OTRASUC
008030         THRU 4510-F-LEER-OTRASUC
008040         UNTIL FS-OTRASUC-EOF
008050
008060      EXEC SQL
008070         CLOSE OTRASUC_CURSOR
008080      END-EXEC
008090      .
008100  4500-F-OTRA-SUCURSAL. EXIT.
008110
008120  4510-I-LEER-OTRASUC.
008130      EXEC SQL
008140           FETCH OTRASUC_CURSOR
008150           INTO  :WS-SUC-CUENTA,
008160                 :WS-CANT-MOVIM,
008170                 :WS-CANT-CUENTAS
008180      END-EXEC
008190
008200      EVALUATE SQLCODE
008210
008220      WHEN ZEROS
008230         MOVE WS-CANT-MOVIM   TO WS-CANT-EDIT
008240         MOVE WS-CANT-CUENTAS TO WS-CTAS-EDIT
008250         MOVE SPACES          TO WS-EXC-DETALLE
008260         STRING 'SUCURSAL '     DELIMITED BY SIZE
008270                WS-SUC-CUENTA   DELIMITED BY SIZE
008280                ': '            DELIMITED BY SIZE
008290                WS-CANT-EDIT    DELIMITED BY SIZE
008300                ' MOVIMIENTOS EN ' DELIMITED BY SIZE
008310                WS-CTAS-EDIT    DELIMITED BY SIZE
008320                ' CUENTAS'      DELIMITED BY SIZE
008330                INTO WS-EXC-DETALLE
008340         SET WS-EXC-OTRA-SUCURSAL TO TRUE
008350         PERFORM 5500-I-GRABAR-EXCEPCION
008360            THRU 5500-F-GRABAR-EXCEPCION
008370
008380      WHEN +100
008390         SET FS-OTRASUC-EOF TO TRUE
008400
008410      WHEN OTHER
008420         ADD 1 TO CN-NOVEDADES-ER
008430         MOVE SQLCODE TO FS-SQLCODE
008440         DISPLAY '* ERROR LEER CURSOR OTRASUC = ' FS-SQLCODE
008450         MOVE FS-SQLCODE TO LK-ERR-CODIGO
008460         MOVE '4510-I-LEER-OTRASUC' TO LK-ERR-PARRAFO
008470         MOVE 'LEER CURSOR OTRASUC' TO LK-ERR-RECURSO
008480         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008490         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008500         SET FS-OTRASUC-EOF TO TRUE
008510      END-EVALUATE
008520      .
008530  4510-F-LEER-OTRASUC. EXIT.
008540**************************************
008550*  IMPRIMIR UNA EXCEPCION Y SUMARLA  *
008560*  A LA SUCURSAL Y AL TOTAL GENERAL  *
008570**************************************
008580  5500-I-GRABAR-EXCEPCION.
008590      IF CN-CUENTA-LINEA GREATER 60
008600         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
008610      END-IF
008620
008630      MOVE USU-USERID                 TO WS-DET-USUARIO
008640      MOVE USU-NOMBRE                 TO WS-DET-NOMBRE
008650      MOVE USU-ROL                    TO WS-DET-ROL
008660      MOVE USU-ESTADO                 TO WS-DET-ESTADO
008670      MOVE WS-DESC-TIPO (WS-EXC-TIPO) TO WS-DET-TIPO
008680      MOVE WS-EXC-DETALLE             TO WS-DET-DETALLE
008690
008700      WRITE REG-SALIDA FROM WS-REG-DETALLE
008710
008720      IF NOT FS-SALIDA-OK
008730         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
008740         MOVE FS-SALIDA TO LK-ERR-CODIGO
008750         MOVE '5500-I-GRABAR-EXCEPCION' TO LK-ERR-PARRAFO
008760         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
008770         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008780         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008790         SET  FS-USUARIO-EOF TO TRUE
008800      ELSE
008810         ADD 1 TO CN-CUENTA-LINEA
008820      END-IF
008830
008840      ADD 1 TO CN-EXCEPCIONES
008850      SET CN-SUC-IDX TO WS-EXC-TIPO
008860      SET CN-GEN-IDX TO WS-EXC-TIPO
008870      ADD 1 TO CN-SUC-TIPO (CN-SUC-IDX)
008880      ADD 1 TO CN-GEN-TIPO (CN-GEN-IDX)
008890      .
008900  5500-F-GRABAR-EXCEPCION. EXIT.
008910**************************************
008920*  NUEVA SUCURSAL: NOMBRE (TBSUCURS) *
008930*  Y HOJA NUEVA DEL LISTADO          *
008940**************************************
008950  5700-I-ABRIR-SUCURSAL.
008960      MOVE SPACES TO WS-NOMBRE-SUC
008970
008980      IF WS-SUCURSAL-ANT EQUAL SPACES
008990         MOVE 'USUARIOS SIN SUCURSAL ASIGNADA' TO WS-NOMBRE-SUC
009000      ELSE
009010         MOVE WS-SUCURSAL-ANT TO SUC-SUCURSAL
009020         EXEC SQL
009030            SELECT NOMBRE
009040              INTO :SUC-NOMBRE
009050              FROM ITPFBIO.TBSUCURS
009060             WHERE SUCURSAL EQUAL :SUC-SUCURSAL
009070         END-EXEC
009080         IF SQLCODE EQUAL ZEROS
009090            MOVE SUC-NOMBRE TO WS-NOMBRE-SUC
009100         ELSE
009110            MOVE 'SUCURSAL INEXISTENTE' TO WS-NOMBRE-SUC
009120         END-IF
009130      END-IF
009140
009150      PERFORM 9000-I-TITULO THRU 9000-F-TITULO
009160      .
009170  5700-F-ABRIR-SUCURSAL. EXIT.
009180**************************************
009190*  FIN DE SUCURSAL: SUBTOTAL EN EL   *
009200*  LISTADO Y LINEA DEL RESUMEN       *
009210**************************************
009220  5800-I-CERRAR-SUCURSAL.
009230      MOVE ZEROS TO WS-TOT-EXCEPC
009240      SET CN-SUC-IDX TO 1
009250
009260      PERFORM 5810-I-SUMAR-TIPO
009270         THRU 5810-F-SUMAR-TIPO
009280         UNTIL CN-SUC-IDX GREATER CT-CANT-TIPOS
009290
009300      MOVE WS-SUCURSAL-ANT TO WS-SUB-SUCURSAL
009310      MOVE CN-SUC-USUARIOS TO WS-SUB-USUARIOS
009320      MOVE WS-TOT-EXCEPC   TO WS-SUB-EXCEPC
009330
009340      WRITE REG-SALIDA FROM WS-REG-SUBTOTAL
009350
009360      IF NOT FS-SALIDA-OK
009370         DISPLAY '* ERROR EN GRABAR SUBTOTAL = ' FS-SALIDA
009380         MOVE FS-SALIDA TO LK-ERR-CODIGO
009390         MOVE '5800-I-CERRAR-SUCURSAL' TO LK-ERR-PARRAFO
009400         MOVE 'GRABAR SUBTOTAL' TO LK-ERR-RECURSO
009410         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009420         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009430         SET  FS-USUARIO-EOF TO TRUE
009440      END-IF
009450
009460      MOVE WS-SUCURSAL-ANT TO WS-RES-SUCURSAL
009470      MOVE WS-NOMBRE-SUC   TO WS-RES-NOMBRE
009480      MOVE CN-SUC-USUARIOS TO WS-RES-USUARIOS
009490      MOVE WS-TOT-EXCEPC   TO WS-RES-TOTAL
009500
009510      WRITE REG-RESUMEN FROM WS-REG-RESUMEN
009520
009530      IF NOT FS-RESUMEN-OK
009540         DISPLAY '* ERROR EN GRABAR RESUMEN = ' FS-RESUMEN
009550         MOVE FS-RESUMEN TO LK-ERR-CODIGO
009560         MOVE '5800-I-CERRAR-SUCURSAL' TO LK-ERR-PARRAFO
009570         MOVE 'GRABAR RESUMEN' TO LK-ERR-RECURSO
009580         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009590         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009600         SET  FS-USUARIO-EOF TO TRUE
009610      END-IF
009620
009630      INITIALIZE CN-TAB-SUCURSAL
009640      .
009650  5800-F-CERRAR-SUCURSAL. EXIT.
009660**************************************
009670*  PASAR UN TIPO DE LA SUCURSAL A LA *
009680*  LINEA DEL RESUMEN                 *
009690**************************************
009700  5810-I-SUMAR-TIPO.
009710      MOVE CN-SUC-TIPO (CN-SUC-IDX) TO WS-RES-TIPO (CN-SUC-IDX)
009720      ADD  CN-SUC-TIPO (CN-SUC-IDX) TO WS-TOT-EXCEPC
009730      SET CN-SUC-IDX UP BY 1
009740      .
009750  5810-F-SUMAR-TIPO. EXIT.
009760**************************************
009770*  PASAR UN TIPO GENERAL A LA LINEA  *
009780*  DE TOTALES DEL RESUMEN            *
009790**************************************
009800  5820-I-SUMAR-GENERAL.
009810      MOVE CN-GEN-TIPO (CN-GEN-IDX) TO WS-RES-TIPO (CN-GEN-IDX)
009820      ADD  CN-GEN-TIPO (CN-GEN-IDX) TO WS-TOT-EXCEPC
009830      SET CN-GEN-IDX UP BY 1
009840      .
009850  5820-F-SUMAR-GENERAL. EXIT.
009860**************************************
009870*  TITULO DEL LISTADO (HOJA NUEVA    *
009880*  POR SUCURSAL)                     *
009890**************************************
009900  9000-I-TITULO.
009910      MOVE WS-PERIODO-CARD TO IP-PERIODO
009920      MOVE WS-SUCURSAL-ANT TO IP-SUCURSAL
009930      MOVE WS-NOMBRE-SUC   TO IP-NOMBRE-SUC
009940
009950      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
009960
009970      IF NOT FS-SALIDA-OK
009980         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
009990         MOVE FS-SALIDA TO LK-ERR-CODIGO
010000         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
010010         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
010020         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010030         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010040         SET  FS-USUARIO-EOF TO TRUE
010050      ELSE
010060         MOVE 1 TO CN-CUENTA-LINEA
010070      END-IF
010080
010090      WRITE REG-SALIDA FROM IP-ENCABEZADO
010100
010110      IF NOT FS-SALIDA-OK
010120         DISPLAY '* ERROR EN IMPRIMIR ENCABEZADO = ' FS-SALIDA
010130         MOVE FS-SALIDA TO LK-ERR-CODIGO
010140         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
010150         MOVE 'IMPRIMIR ENCABEZAD' TO LK-ERR-RECURSO
010160         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010170         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010180         SET  FS-USUARIO-EOF TO TRUE
010190      ELSE
010200         ADD 1 TO CN-CUENTA-LINEA
010210      END-IF
010220      .
010230  9000-F-TITULO. EXIT.
010240**************************************
010250*  TITULO DEL RESUMEN DE AUDITORIA   *
010260**************************************
010270  9100-I-TITULO-RESUMEN.
010280      MOVE WS-PERIODO-CARD     TO IP-RES-PERIODO
010290      MOVE CT-DIAS-INACTIVIDAD TO IP-RES-DIAS
010300
010310      WRITE  REG-RESUMEN   FROM IP-TITULO-RESUMEN AFTER PAGE
010320
010330      IF NOT FS-RESUMEN-OK
010340         DISPLAY '* ERROR EN IMPRIMIR RESUMEN = ' FS-RESUMEN
010350         MOVE FS-RESUMEN TO LK-ERR-CODIGO
010360         MOVE '9100-I-TITULO-RESUMEN' TO LK-ERR-PARRAFO
010370         MOVE 'IMPRIMIR RESUMEN' TO LK-ERR-RECURSO
010380         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010390         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010400         SET  FS-USUARIO-EOF TO TRUE
010410      END-IF
010420
010430      WRITE REG-RESUMEN FROM IP-ENCAB-RESUMEN
010440      .
010450  9100-F-TITULO-RESUMEN. EXIT.
010460**************************************
010470*  CUERPO FINAL - TOTAL GENERAL DEL  *
010480*  RESUMEN Y CIERRE                  *
010490**************************************
010500  9999-I-FINAL.
010510      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
010520         PERFORM 9500-I-TOTAL-RESUMEN
010530            THRU 9500-F-TOTAL-RESUMEN
010540      END-IF
010550
010560      EXEC SQL
010570         CLOSE USUARIO_CURSOR
010580      END-EXEC
010590
010600      CLOSE RESUMEN
010610      IF NOT FS-RESUMEN-OK
010620         DISPLAY '* ERROR EN CLOSE RESUMEN =  ' FS-RESUMEN
010630         MOVE FS-RESUMEN TO LK-ERR-CODIGO
010640         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
010650         MOVE 'CLOSE RESUMEN' TO LK-ERR-RECURSO
010660         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010670         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010680      END-IF
010690
010700      CLOSE SALIDA
010710      IF NOT FS-SALIDA-OK
010720         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
010730         MOVE FS-SALIDA TO LK-ERR-CODIGO
010740         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
010750         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
010760         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010770         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010780      END-IF
010790
010800      IF (CN-USUARIOS EQUAL ZEROS OR CN-EXCEPCIONES GREATER ZEROS)
010810         AND RETURN-CODE EQUAL ZEROS
010820         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
010830      END-IF
010840
010850      DISPLAY 'USUARIOS REVISADOS     : ' CN-USUARIOS
010860      DISPLAY 'EXCEPCIONES            : ' CN-EXCEPCIONES
010870      DISPLAY 'NOVEDADES CON ERROR    : ' CN-NOVEDADES-ER
010880
010890      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
010900      .
010910  9999-F-FINAL. EXIT.
010920**************************************
010930*  LINEA DE TOTALES GENERALES DEL    *
010940*  RESUMEN DE AUDITORIA              *
010950**************************************
010960  9500-I-TOTAL-RESUMEN.
010970      MOVE ZEROS TO WS-TOT-EXCEPC
010980      SET CN-GEN-IDX TO 1
010990
011000      PERFORM 5820-I-SUMAR-GENERAL
011010         THRU 5820-F-SUMAR-GENERAL
011020         UNTIL CN-GEN-IDX GREATER CT-CANT-TIPOS
011030
011040      MOVE SPACES            TO WS-RES-SUCURSAL
011050      MOVE 'TOTAL GENERAL'   TO WS-RES-NOMBRE
011060      MOVE CN-GEN-USUARIOS   TO WS-RES-USUARIOS
011070      MOVE WS-TOT-EXCEPC     TO WS-RES-TOTAL
011080
011090      WRITE REG-RESUMEN FROM WS-REG-RESUMEN
011100
011110      IF NOT FS-RESUMEN-OK
011120         DISPLAY '* ERROR EN GRABAR TOTAL = ' FS-RESUMEN
011130         MOVE FS-RESUMEN TO LK-ERR-CODIGO
011140         MOVE '9500-I-TOTAL-RESUMEN' TO LK-ERR-PARRAFO
011150         MOVE 'GRABAR TOTAL' TO LK-ERR-RECURSO
011160         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011170         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011180      END-IF
011190      .
011200  9500-F-TOTAL-RESUMEN. EXIT.
011210**************************************
011220*  REGISTRO DE INICIO EN TBCONTROL   *
011230*  (RUTCTRL), CLAVEADO POR PERIODO   *
011240*  AAAA-MM: EL MISMO PERIODO NO SE   *
011250*  REVISA DOS VECES SIN RELANZAR     *
011260**************************************
011270  1100-I-CONTROL-INICIO.
011280      IF CC-FECHA-PROCESO EQUAL SPACES
011290         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
011300         MOVE CTL-AREA-AA TO CTL-HOY-AA
011310         MOVE CTL-AREA-MM TO CTL-HOY-MM
011320         MOVE CTL-AREA-DD TO CTL-HOY-DD
011330         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
011340      END-IF
011350
011360      IF WS-PERIODO-CARD EQUAL SPACES
011370         MOVE CC-FECHA-PROCESO (1:7) TO WS-PERIODO-CARD
011380      END-IF
011390
011400      SET LK-CTL-INICIO TO TRUE
011410      MOVE 'PGMUSR33' TO LK-CTL-PROGRAMA
011420      MOVE WS-PERIODO-CARD TO LK-CTL-FECHA
011430      MOVE CC-RERUN TO LK-CTL-RERUN
011440      MOVE ZEROS TO LK-CTL-CONTADOR
011450
011460      MOVE RETURN-CODE TO WS-RC-GUARDADO
011470      CALL 'RUTCTRL' USING LK-CTL-AREA
011480      MOVE WS-RC-GUARDADO TO RETURN-CODE
011490
011500      IF LK-CTL-YA-CORRIO
011510         DISPLAY '* REVISION YA GENERADA PARA EL PERIODO '
011520                 WS-PERIODO-CARD
011530         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
011540         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
011550         SET FS-USUARIO-EOF TO TRUE
011560         SET WS-CORRIDA-RECHAZADA TO TRUE
011570      END-IF
011580
011590      IF LK-CTL-ERROR
011600         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011610         SET FS-USUARIO-EOF TO TRUE
011620         SET WS-CORRIDA-RECHAZADA TO TRUE
011630      END-IF
011640      .
011650  1100-F-CONTROL-INICIO. EXIT.
011660**************************************
011670*  REGISTRO DE FIN EXITOSO EN        *
011680*  TBCONTROL CON LA CANTIDAD DE      *
011690*  EXCEPCIONES                       *
011700**************************************
011710  1200-I-CONTROL-FIN.
011720      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
011730         GO TO 1200-F-CONTROL-FIN
011740      END-IF
011750
011760      SET LK-CTL-FIN TO TRUE
011770      MOVE CN-EXCEPCIONES TO LK-CTL-CONTADOR
011780
011790      MOVE RETURN-CODE TO WS-RC-GUARDADO
011800      CALL 'RUTCTRL' USING LK-CTL-AREA
011810      MOVE WS-RC-GUARDADO TO RETURN-CODE
011820      .
011830  1200-F-CONTROL-FIN. EXIT.
011840
011850*************************************
011860*  GRABAR EL ERROR ESTRUCTURADO EN  *
011870*  EL LOG COMUN (RUTERROR)          *
011880*************************************
011890  9900-I-ERROR.
011900      MOVE 'PGMUSR33' TO LK-ERR-PROGRAMA
011910
011920      MOVE RETURN-CODE TO WS-RC-GUARDADO
011930
011940      CALL 'RUTERROR' USING LK-ERR-AREA
011950
011960      MOVE WS-RC-GUARDADO TO RETURN-CODE
011970
011980      MOVE SPACES TO LK-ERR-RECURSO
011990
012000      MOVE SPACES TO LK-ERR-CODIGO
012010      .
012020  9900-F-ERROR. EXIT.
