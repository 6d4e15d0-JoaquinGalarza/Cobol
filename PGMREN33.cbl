000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMREN33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* RENTABILIDAD POR CLIENTE Y SUCURSAL DEL      *
000110*         * PERIODO                                   * JCR *
000120*************************************
000130  ENVIRONMENT DIVISION.
000140  CONFIGURATION SECTION.
000150  SPECIAL-NAMES.
000160      DECIMAL-POINT IS COMMA.
000170  INPUT-OUTPUT SECTION.
000180  FILE-CONTROL.
000190        SELECT SALIDA ASSIGN DDSALI
000200               FILE STATUS IS FS-SALIDA.
000210
000220        SELECT EXTRACTO ASSIGN DDEXTRA
000230               FILE STATUS IS FS-EXTRACTO.
000240
000250  DATA DIVISION.
000260  FILE SECTION.
000270  FD SALIDA
000280       BLOCK CONTAINS 0 RECORDS
000290       RECORDING MODE IS F.
000300
000310  01 REG-SALIDA PIC X(132).
000320
000330  FD EXTRACTO
000340       BLOCK CONTAINS 0 RECORDS
000350       RECORDING MODE IS F.
000360
000370  01 REG-EXTRACTO.
000380      05 REN-FECHA-DESDE      PIC X(10).
000390      05 REN-FECHA-HASTA      PIC X(10).
000400      05 REN-SUCURSAL         PIC X(04).
000410      05 REN-RANKING          PIC 9(05).
000420      05 REN-NRO-CLIENTE      PIC 9(05).
000430      05 REN-APELLIDO         PIC X(30).
000440      05 REN-NOMBRE           PIC X(30).
000450      05 REN-CUENTAS          PIC 9(03).
000460      05 REN-SALDO-PROMEDIO   PIC S9(13)V99.
000470      05 REN-COMISIONES       PIC S9(11)V99.
000480      05 REN-PUNITORIOS       PIC S9(11)V99.
000490      05 REN-SPREAD           PIC S9(11)V99.
000500      05 REN-INTERESES        PIC S9(11)V99.
000510      05 REN-NETO             PIC S9(11)V99.
000520      05 REN-SIN-COTIZ        PIC X(01).
000530      05 FILLER               PIC X(20).
000540*************************************
000550*             WORKING              *
000560*************************************
000570  WORKING-STORAGE SECTION.
000580  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000590*************************************
000600*           FILE STATUS            *
000610*************************************
000620  01  FS-FILE-STATUS.
000630      05  FS-CLIENTE      PIC X     VALUE SPACES.
000640          88  FS-CLIENTE-OK         VALUE 'Y'.
000650          88  FS-CLIENTE-EOF        VALUE 'N'.
000660      05  FS-CUENTA       PIC X     VALUE SPACES.
000670          88  FS-CUENTA-OK          VALUE 'Y'.
000680          88  FS-CUENTA-EOF         VALUE 'N'.
000690      05  FS-CAMBIO       PIC X     VALUE SPACES.
000700          88  FS-CAMBIO-OK          VALUE 'Y'.
000710          88  FS-CAMBIO-EOF         VALUE 'N'.
000720      05  FS-SALIDA       PIC XX    VALUE SPACES.
000730          88  FS-SALIDA-OK          VALUE '00'.
000740      05  FS-EXTRACTO     PIC XX    VALUE SPACES.
000750          88  FS-EXTRACTO-OK        VALUE '00'.
000760*************************************
000770*          CONTADORES              *
000780*************************************
000790  01 CN-CONTADORES.
000800      05 CN-CLIENTES           PIC 9(07)  VALUE ZEROS.
000810      05 CN-CUENTAS            PIC 9(07)  VALUE ZEROS.
000820      05 CN-SIN-COTIZ          PIC 9(05)  VALUE ZEROS.
000830      05 CN-CAMBIOS            PIC 9(07)  VALUE ZEROS.
000840      05 CN-CAMBIOS-SIN-COTIZ  PIC 9(05)  VALUE ZEROS.
000850      05 CN-NO-RANQUEADOS      PIC 9(05)  VALUE ZEROS.
000860      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
000870      05 CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
000880*************************************
000890*  IMPORTES DEL CLIENTE EN PESOS    *
000900*  (INGRESOS: COMISIONES 'CM',      *
000910*  PUNITORIOS 'IP' Y SPREAD DE      *
000920*  CAMBIO; COSTO: INTERESES PAGADOS *
000930*  'IN' Y LOS DE PLAZO FIJO)        *
000940*************************************
000950  01  CN-CLIENTE.
000960      05  CN-CLI-CUENTAS   PIC 9(03)           VALUE ZEROS.
000970      05  CN-CLI-SALDO     PIC S9(13)V99 COMP-3 VALUE ZEROS.
000980      05  CN-CLI-COMISION  PIC S9(11)V99 COMP-3 VALUE ZEROS.
000990      05  CN-CLI-PUNITORIO PIC S9(11)V99 COMP-3 VALUE ZEROS.
001000      05  CN-CLI-SPREAD    PIC S9(11)V99 COMP-3 VALUE ZEROS.
001010      05  CN-CLI-INTERES   PIC S9(11)V99 COMP-3 VALUE ZEROS.
001020      05  CN-CLI-NETO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
001030      05  CN-CLI-MARCA     PIC X(01)           VALUE SPACES.
001040*************************************
001050*  TOTALES POR SUCURSAL Y GENERAL   *
001060*************************************
001070  01  CN-TOT-SUCURSAL.
001080      05  CN-SUC-CLIENTES  PIC 9(07)           VALUE ZEROS.
001090      05  CN-SUC-SALDO     PIC S9(15)V99 COMP-3 VALUE ZEROS.
001100      05  CN-SUC-COMISION  PIC S9(13)V99 COMP-3 VALUE ZEROS.
001110      05  CN-SUC-PUNITORIO PIC S9(13)V99 COMP-3 VALUE ZEROS.
001120      05  CN-SUC-SPREAD    PIC S9(13)V99 COMP-3 VALUE ZEROS.
001130      05  CN-SUC-INTERES   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001140      05  CN-SUC-NETO      PIC S9(13)V99 COMP-3 VALUE ZEROS.
001150
001160  01  CN-TOT-GENERAL.
001170      05  CN-GEN-CLIENTES  PIC 9(07)           VALUE ZEROS.
001180      05  CN-GEN-SALDO     PIC S9(15)V99 COMP-3 VALUE ZEROS.
001190      05  CN-GEN-COMISION  PIC S9(13)V99 COMP-3 VALUE ZEROS.
001200      05  CN-GEN-PUNITORIO PIC S9(13)V99 COMP-3 VALUE ZEROS.
001210      05  CN-GEN-SPREAD    PIC S9(13)V99 COMP-3 VALUE ZEROS.
001220      05  CN-GEN-INTERES   PIC S9(13)V99 COMP-3 VALUE ZEROS.
001230      05  CN-GEN-NETO      PIC S9(13)V99 COMP-3 VALUE ZEROS.
001240*************************************
001250*  RANKING DE LA SUCURSAL: LOS      *
001260*  CLIENTES SE INSERTAN ORDENADOS   *
001270*  POR CONTRIBUCION NETA DESCENDENTE*
001280*************************************
001290  77  CT-MAX-RANKING       PIC 9(05)   COMP VALUE 3000.
001300  01  CN-TAB-RANKING.
001310      05  CN-RAN-CANT          PIC 9(05)     COMP  VALUE ZEROS.
001320      05  CN-RAN-ITEM  OCCURS 3000 TIMES
001330                        INDEXED BY CN-RAN-IDX CN-RAN-ANT.
001340          10  CN-RAN-CLIENTE   PIC 9(05)           VALUE ZEROS.
001350          10  CN-RAN-APELLIDO  PIC X(30)           VALUE SPACES.
001360          10  CN-RAN-NOMBRE    PIC X(30)           VALUE SPACES.
001370          10  CN-RAN-CUENTAS   PIC 9(03)           VALUE ZEROS.
001380          10  CN-RAN-SALDO     PIC S9(13)V99 COMP-3 VALUE ZEROS.
001390          10  CN-RAN-COMISION  PIC S9(11)V99 COMP-3 VALUE ZEROS.
001400          10  CN-RAN-PUNITORIO PIC S9(11)V99 COMP-3 VALUE ZEROS.
001410          10  CN-RAN-SPREAD    PIC S9(11)V99 COMP-3 VALUE ZEROS.
001420          10  CN-RAN-INTERES   PIC S9(11)V99 COMP-3 VALUE ZEROS.
001430          10  CN-RAN-NETO      PIC S9(11)V99 COMP-3 VALUE ZEROS.
001440          10  CN-RAN-MARCA     PIC X(01)           VALUE SPACES.
001450  77  WS-POS-RANKING       PIC 9(05)   COMP VALUE ZEROS.
001460*************************************
001470*   COTIZACIONES DE COMPRA AL CIERRE*
001480*   DEL PERIODO YA CONSULTADAS ('N' *
001490*   EN EL ESTADO = SIN COTIZACION)  *
001500*************************************
001510  01  CN-TAB-COTIZ.
001520      05  CN-COT-CANT          PIC 9(02)     COMP  VALUE ZEROS.
001530      05  CN-COT-ITEM  OCCURS 10 TIMES
001540                        INDEXED BY CN-COT-IDX.
001550          10  CN-COT-MONEDA    PIC X(02)           VALUE SPACES.
001560          10  CN-COT-ESTADO    PIC X(01)           VALUE SPACES.
001570          10  CN-COT-VALOR     PIC S9(5)V9(4) COMP-3 VALUE ZEROS.
001580*************************************
001590*      AREA DE CALCULO             *
001600*************************************
001610  77  WS-HAY-COTIZ         PIC X(01)            VALUE SPACES.
001620      88  WS-COTIZ-OK                           VALUE 'Y'.
001630      88  WS-COTIZ-NO                           VALUE 'N'.
001640  77  CT-MONEDA-PESOS      PIC X(02)            VALUE '01'.
001650  77  CT-USUARIO-VTO       PIC X(08)            VALUE 'PGMVTO33'.
001660  77  WS-SALDO-PROMEDIO    PIC S9(9)V99  COMP-3 VALUE ZEROS.
001670  77  WS-CORTES            PIC S9(09)    COMP   VALUE ZEROS.
001680  77  WS-MOV-COMISION      PIC S9(11)V99 COMP-3 VALUE ZEROS.
001690  77  WS-MOV-PUNITORIO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
001700  77  WS-MOV-INTERES       PIC S9(11)V99 COMP-3 VALUE ZEROS.
001710  77  WS-MOV-PLAZO         PIC S9(11)V99 COMP-3 VALUE ZEROS.
001720  77  WS-CAPITAL-PLAZO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
001730  77  WS-INTERES-PLAZO     PIC S9(11)V99 COMP-3 VALUE ZEROS.
001740  77  WS-COTIZ-MEDIA       PIC S9(5)V9(4) COMP-3 VALUE ZEROS.
001750  77  WS-COTIZ-OPERADA     PIC S9(5)V9(4) COMP-3 VALUE ZEROS.
001760  77  WS-SPREAD-OPER       PIC S9(11)V99 COMP-3 VALUE ZEROS.
001770  77  WS-SUCURSAL-ANT      PIC X(04)            VALUE SPACES.
001780  77  WS-NOMBRE-SUC        PIC X(30)            VALUE SPACES.
001790  01  WS-PRIMER-CLIENTE    PIC X(01)   VALUE 'S'.
001800      88  WS-ES-PRIMERO                VALUE 'S'.
001810*************************************
001820*  TARJETA SYSIN: PERIODO DESDE /   *
001830*  HASTA (AAAA-MM-DD AAAA-MM-DD)    *
001840*************************************
001850  01  WS-TARJETA-PERIODO.
001860      05  WS-FECHA-DESDE   PIC X(10)   VALUE SPACES.
001870      05  FILLER           PIC X(01)   VALUE SPACES.
001880      05  WS-FECHA-HASTA   PIC X(10)   VALUE SPACES.
001890      05  FILLER           PIC X(59)   VALUE SPACES.
001900*************************************
001910*       VARIABLES IMPRESION        *
001920*************************************
001930  01  IP-TITULO.
001940      05  FILLER      PIC X(10) VALUE  SPACES.
001950      05  FILLER      PIC X(41) VALUE
001960       'RENTABILIDAD POR CLIENTE Y SUCURSAL'.
001970      05  FILLER      PIC X(09) VALUE  'PERIODO: '.
001980      05  IP-DESDE    PIC X(10) VALUE  SPACES.
001990      05  FILLER      PIC X(03) VALUE  ' A '.
002000      05  IP-HASTA    PIC X(10) VALUE  SPACES.
002010      05  FILLER      PIC X(49) VALUE
002020       '  (IMPORTES EN PESOS)'.
002030
002040  01  IP-SUCURSAL.
002050      05  FILLER      PIC X(09) VALUE  'SUCURSAL '.
002060      05  IP-SUC-COD  PIC X(04) VALUE  SPACES.
002070      05  FILLER      PIC X(03) VALUE  ' - '.
002080      05  IP-SUC-NOM  PIC X(30) VALUE  SPACES.
002090      05  FILLER      PIC X(86) VALUE  SPACES.
002100
002110  01  IP-ENCABEZADO.
002120      05  FILLER    PIC X(06)    VALUE ' RANK '.
002130      05  FILLER    PIC X(06)    VALUE 'CLIEN '.
002140      05  FILLER    PIC X(25)    VALUE 'APELLIDO Y NOMBRE'.
002150      05  FILLER    PIC X(20)    VALUE '     SALDO PROMEDIO '.
002160      05  FILLER    PIC X(15)    VALUE '   COMISIONES '.
002170      05  FILLER    PIC X(15)    VALUE '   PUNITORIOS '.
002180      05  FILLER    PIC X(15)    VALUE ' SPREAD CAMBIO '.
002190      05  FILLER    PIC X(15)    VALUE 'INTER. PAGADOS '.
002200      05  FILLER    PIC X(15)    VALUE '  CONTRIB. NETA'.
002210
002220  01  WS-REG-DETALLE.
002230      05  WS-DET-RANKING   PIC ZZZZ9    VALUE ZEROS.
002240      05  FILLER           PIC X(01)    VALUE SPACES.
002250      05  WS-DET-CLIENTE   PIC ZZZZ9    VALUE ZEROS.
002260      05  FILLER           PIC X(01)    VALUE SPACES.
002270      05  WS-DET-NOMBRE    PIC X(24)    VALUE SPACES.
002280      05  FILLER           PIC X(01)    VALUE SPACES.
002290      05  WS-DET-SALDO     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002300      05  FILLER           PIC X(01)    VALUE SPACES.
002310      05  WS-DET-COMISION  PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002320      05  FILLER           PIC X(01)    VALUE SPACES.
002330      05  WS-DET-PUNITORIO PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002340      05  FILLER           PIC X(01)    VALUE SPACES.
002350      05  WS-DET-SPREAD    PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002360      05  FILLER           PIC X(01)    VALUE SPACES.
002370      05  WS-DET-INTERES   PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002380      05  FILLER           PIC X(01)    VALUE SPACES.
002390      05  WS-DET-NETO      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002400      05  WS-DET-MARCA     PIC X(01)    VALUE SPACES.
002410
002420  01  WS-REG-TOTAL.
002430      05  WS-TOT-ETIQUETA  PIC X(22)    VALUE SPACES.
002440      05  WS-TOT-CLIENTES  PIC ZZZ.ZZ9  VALUE ZEROS.
002450      05  FILLER           PIC X(07)    VALUE ' CLIEN.'.
002460      05  WS-TOT-SALDO     PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002470      05  WS-TOT-COMISION  PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002480      05  WS-TOT-PUNITORIO PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002490      05  WS-TOT-SPREAD    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002500      05  WS-TOT-INTERES   PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002510      05  WS-TOT-NETO      PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
002520
002530  01  WS-REG-AVISO.
002540      05  FILLER           PIC X(06)    VALUE SPACES.
002550      05  WS-AVI-TEXTO     PIC X(60)    VALUE SPACES.
002560      05  WS-AVI-CANT      PIC ZZZ.ZZ9  VALUE ZEROS.
002570      05  FILLER           PIC X(59)    VALUE SPACES.
002580*************************************
002590*             SQL                  *
002600*************************************
002610       EXEC SQL
002620         INCLUDE SQLCA
002630       END-EXEC.
002640
002650       EXEC SQL
002660         INCLUDE TBCLIENT
002670       END-EXEC.
002680
002690       EXEC SQL
002700         INCLUDE TBCUENT
002710       END-EXEC.
002720
002730       EXEC SQL
002740         INCLUDE TBMOVIM
002750       END-EXEC.
002760
002770       EXEC SQL
002780         INCLUDE TBCOTIZA
002790       END-EXEC.
002800
002810       EXEC SQL
002820         INCLUDE TBSUCURS
002830       END-EXEC.
002840
002850       EXEC SQL
002860         DECLARE CLIENTE_CURSOR CURSOR FOR
002870          SELECT NRO_CLIENTE, APELLIDO_CLIENTE, NOMBRE_CLIENTE,
002880                 SUCURSAL
002890            FROM ITPFBIO.TBCLIENT
002900           WHERE FECHA_DE_BAJA IS NULL
002910              OR FECHA_DE_BAJA NOT LESS :WS-FECHA-DESDE
002920           ORDER BY SUCURSAL, NRO_CLIENTE
002930       END-EXEC.
002940
002950       EXEC SQL
002960         DECLARE CUENTA_CURSOR CURSOR FOR
002970          SELECT NRO_CUENTA, MONEDA
002980            FROM ITPFBIO.TBCUENTAS
002990           WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
003000             AND (FECHA_DE_BAJA IS NULL
003010              OR  FECHA_DE_BAJA NOT LESS :WS-FECHA-DESDE)
003020           ORDER BY NRO_CUENTA
003030       END-EXEC.
003040
003050       EXEC SQL
003060         DECLARE CAMBIO_CURSOR CURSOR FOR
003070          SELECT FECHA, TIPO_MOVIMIENTO, IMPORTE,
003080                 VALUE(COTIZ_APLICADA, 0)
003090            FROM ITPFBIO.TBMOVIM
003100           WHERE NRO_CUENTA EQUAL :NRO-CUENTA
003110             AND FECHA BETWEEN :WS-FECHA-DESDE AND :WS-FECHA-HASTA
003120             AND TIPO_MOVIMIENTO IN ('XD', 'XC')
003130             AND VALUE(ESTADO_REV, ' ') NOT EQUAL 'R'
003140       END-EXEC.
003150
003160  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
003170*************************************
003180*  MANEJO COMUN DE ERRORES          *
003190*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
003200*  DE RETORNO DEL BATCH             *
003210*************************************
003220     COPY LKERROR.
003230
003240  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
003250  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
003260  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
003270  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
003280*************************************
003290*  CONTROL DE CORRIDAS (RUTCTRL)    *
003300*************************************
003310     COPY LKCTRL.
003320
003330  01  WS-TARJETA-CONTROL.
003340      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
003350      05  CC-RERUN         PIC X(01)  VALUE SPACES.
003360
003370  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
003380  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
003390      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
003400  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
003410*************************************.
003420  PROCEDURE DIVISION.
003430**************************************
003440*  CUERPO PRINCIPAL DEL PROGRAMA     *
003450**************************************
003460  MAIN-PROGRAM.
003470      PERFORM 1000-I-INICIO
003480         THRU 1000-F-INICIO
003490
003500      IF WS-CORRIDA-RECHAZADA
003510         GO TO F-MAIN-PROGRAM
003520      END-IF
003530
003540      PERFORM 2000-I-PROCESO
003550         THRU 2000-F-PROCESO
003560         UNTIL FS-CLIENTE-EOF
003570
003580      PERFORM 9999-I-FINAL
003590         THRU 9999-F-FINAL
003600      .
003610  F-MAIN-PROGRAM. GOBACK.
003620**************************************
003630*  CUERPO INICIO APERTURA ARCHIVOS   *
003640**************************************
003650  1000-I-INICIO.
003660      ACCEPT WS-TARJETA-PERIODO FROM SYSIN
003670
003680      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
003690
003700      IF WS-FECHA-DESDE EQUAL SPACES
003710         OR WS-FECHA-HASTA EQUAL SPACES
003720         OR WS-FECHA-DESDE GREATER WS-FECHA-HASTA
003730         DISPLAY '* PERIODO INVALIDO EN LA TARJETA: '
003740                 WS-TARJETA-PERIODO
003750         MOVE SPACES TO LK-ERR-CODIGO
003760         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003770         MOVE 'TARJETA PERIODO' TO LK-ERR-RECURSO
003780         MOVE WS-TARJETA-PERIODO TO LK-ERR-CLAVE
003790         MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
003800         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003810         SET WS-CORRIDA-RECHAZADA TO TRUE
003820         GO TO 1000-F-INICIO
003830      END-IF
003840
003850      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
003860
003870      IF WS-CORRIDA-RECHAZADA
003880         GO TO 1000-F-INICIO
003890      END-IF
003900
003910      OPEN OUTPUT SALIDA
003920
003930      IF NOT FS-SALIDA-OK
003940         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
003950         MOVE FS-SALIDA TO LK-ERR-CODIGO
003960         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
003970         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
003980         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003990         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004000         SET  FS-CLIENTE-EOF TO TRUE
004010      END-IF
004020
004030      OPEN OUTPUT EXTRACTO
004040
004050      IF NOT FS-EXTRACTO-OK
004060         DISPLAY '* ERROR EN OPEN EXTRACTO = ' FS-EXTRACTO
004070         MOVE FS-EXTRACTO TO LK-ERR-CODIGO
004080         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004090         MOVE 'OPEN EXTRACTO' TO LK-ERR-RECURSO
004100         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004110         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004120         SET  FS-CLIENTE-EOF TO TRUE
004130      END-IF
004140
004150      MOVE WS-FECHA-DESDE TO IP-DESDE
004160      MOVE WS-FECHA-HASTA TO IP-HASTA
004170
004180      EXEC SQL
004190         OPEN CLIENTE_CURSOR
004200      END-EXEC
004210
004220      IF SQLCODE NOT EQUAL ZEROS
004230         MOVE SQLCODE TO FS-SQLCODE
004240         DISPLAY '* ERROR OPEN CURSOR CLIENTE = ' FS-SQLCODE
004250         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004260         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
004270         MOVE 'OPEN CURSOR CLIENT' TO LK-ERR-RECURSO
004280         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004290         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004300         SET  FS-CLIENTE-EOF TO TRUE
004310      END-IF
004320
004330      PERFORM 3000-I-LEER-CLIENTE
004340         THRU 3000-F-LEER-CLIENTE
004350      .
004360  1000-F-INICIO. EXIT.
004370**************************************
004380*  CUERPO PRINCIPAL DE PROCESOS:     *
004390*  CORTE POR SUCURSAL DEL CLIENTE Y  *
004400*  RENTABILIDAD DE CADA CLIENTE      *
004410**************************************
004420  2000-I-PROCESO.
004430      IF WS-ES-PRIMERO
004440         OR CLI-SUCURSAL NOT EQUAL WS-SUCURSAL-ANT
004450         IF NOT WS-ES-PRIMERO
004460            PERFORM 5800-I-CERRAR-SUCURSAL
004470               THRU 5800-F-CERRAR-SUCURSAL
004480         END-IF
004490         MOVE 'N'          TO WS-PRIMER-CLIENTE
004500         MOVE CLI-SUCURSAL TO WS-SUCURSAL-ANT
004510      END-IF
004520
004530      PERFORM 4000-I-CLIENTE
004540         THRU 4000-F-CLIENTE
004550
004560      PERFORM 3000-I-LEER-CLIENTE
004570         THRU 3000-F-LEER-CLIENTE
004580      .
004590  2000-F-PROCESO. EXIT.
004600**************************************
004610*            LEER CLIENTE            *
004620**************************************
004630  3000-I-LEER-CLIENTE.
004640      IF FS-CLIENTE-EOF
004650         GO TO 3000-F-LEER-CLIENTE
004660      END-IF
004670
004680      EXEC SQL
004690           FETCH CLIENTE_CURSOR
004700           INTO  :CLI-NRO-CLIENTE,
004710                 :APELLIDO-CLIENTE,
004720                 :NOMBRE-CLIENTE,
004730                 :CLI-SUCURSAL
004740      END-EXEC
004750
004760      EVALUATE SQLCODE
004770
004780      WHEN ZEROS
004790         MOVE CLI-NRO-CLIENTE TO LK-ERR-CLAVE
004800
004810      WHEN +100
004820         SET FS-CLIENTE-EOF TO TRUE
004830
004840      WHEN OTHER
004850         MOVE SQLCODE TO FS-SQLCODE
004860         DISPLAY '* ERROR LEER CURSOR CLIENTE = ' FS-SQLCODE
004870         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004880         MOVE '3000-I-LEER-CLIENTE' TO LK-ERR-PARRAFO
004890         MOVE 'LEER CURSOR CLIENT' TO LK-ERR-RECURSO
004900         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004910         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004920         SET FS-CLIENTE-EOF TO TRUE
004930      END-EVALUATE
004940      .
004950  3000-F-LEER-CLIENTE. EXIT.
004960**************************************
004970*  RENTABILIDAD DE UN CLIENTE: SUMA  *
004980*  SUS CUENTAS (TITULAR PRINCIPAL)   *
004990*  Y LO UBICA EN EL RANKING          *
005000**************************************
005010  4000-I-CLIENTE.
005020      INITIALIZE CN-CLIENTE
005030
005040      EXEC SQL
005050         OPEN CUENTA_CURSOR
005060      END-EXEC
005070
005080      IF SQLCODE NOT EQUAL ZEROS
005090         MOVE SQLCODE TO FS-SQLCODE
005100         DISPLAY '* ERROR OPEN CURSOR CUENTA = ' FS-SQLCODE
005110         MOVE FS-SQLCODE TO LK-ERR-CODIGO
005120         MOVE '4000-I-CLIENTE' TO LK-ERR-PARRAFO
005130         MOVE 'OPEN CURSOR CUENTA' TO LK-ERR-RECURSO
005140         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005150         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005160         SET FS-CLIENTE-EOF TO TRUE
005170         GO TO 4000-F-CLIENTE
005180      END-IF
005190
005200      SET FS-CUENTA-OK TO TRUE
005210
005220      PERFORM 4100-I-LEER-CUENTA
005230         THRU 4100-F-LEER-CUENTA
005240
005250      PERFORM 4200-I-CUENTA
005260         THRU 4200-F-CUENTA
005270         UNTIL FS-CUENTA-EOF
005280
005290      EXEC SQL
005300         CLOSE CUENTA_CURSOR
005310      END-EXEC
005320
005330      IF CN-CLI-CUENTAS EQUAL ZEROS
005340         OR FS-CLIENTE-EOF
005350         GO TO 4000-F-CLIENTE
005360      END-IF
005370
005380      COMPUTE CN-CLI-NETO = CN-CLI-COMISION
005390                          + CN-CLI-PUNITORIO
005400                          + CN-CLI-SPREAD
005410                          - CN-CLI-INTERES
005420
005430      ADD 1 TO CN-CLIENTES
005440
005450      ADD 1                TO CN-SUC-CLIENTES
005460      ADD CN-CLI-SALDO     TO CN-SUC-SALDO
005470      ADD CN-CLI-COMISION  TO CN-SUC-COMISION
005480      ADD CN-CLI-PUNITORIO TO CN-SUC-PUNITORIO
005490      ADD CN-CLI-SPREAD    TO CN-SUC-SPREAD
005500      ADD CN-CLI-INTERES   TO CN-SUC-INTERES
005510      ADD CN-CLI-NETO      TO CN-SUC-NETO
005520
005530      PERFORM 4900-I-RANKEAR
005540         THRU 4900-F-RANKEAR
005550      .
005560  4000-F-CLIENTE. EXIT.
005570**************************************
005580*        LEER CUENTA DEL CLIENTE     *
005590**************************************
005600  4100-I-LEER-CUENTA.
005610      EXEC SQL
005620           FETCH CUENTA_CURSOR
005630           INTO  :NRO-CUENTA,
005640                 :MONEDA
005650      END-EXEC
005660
005670      EVALUATE SQLCODE
005680
005690      WHEN ZEROS
005700         ADD 1 TO CN-CUENTAS
005710         ADD 1 TO CN-CLI-CUENTAS
005720
005730      WHEN +100
005740         SET FS-CUENTA-EOF TO TRUE
005750
005760      WHEN OTHER
005770         ADD 1 TO CN-NOVEDADES-ER
005780         MOVE SQLCODE TO FS-SQLCODE
005790         DISPLAY '* ERROR LEER CURSOR CUENTA = ' FS-SQLCODE
005800         MOVE FS-SQLCODE TO LK-ERR-CODIGO
005810         MOVE '4100-I-LEER-CUENTA' TO LK-ERR-PARRAFO
005820         MOVE 'LEER CURSOR CUENTA' TO LK-ERR-RECURSO
005830         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005840         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005850         SET FS-CUENTA-EOF TO TRUE
005860         SET FS-CLIENTE-EOF TO TRUE
005870      END-EVALUATE
005880      .
005890  4100-F-LEER-CUENTA. EXIT.
005900**************************************
005910*  UNA CUENTA: SALDO PROMEDIO DE LOS *
005920*  CIERRES DEL PERIODO, COMISIONES,  *
005930*  PUNITORIOS E INTERESES EN MONEDA  *
005940*  DE LA CUENTA VALUADOS A PESOS, Y  *
005950*  EL SPREAD DE SUS CAMBIOS          *
005960**************************************
005970  4200-I-CUENTA.
005980      MOVE NRO-CUENTA TO LK-ERR-CLAVE
005990
006000      PERFORM 4300-I-SALDO-PROMEDIO
006010         THRU 4300-F-SALDO-PROMEDIO
006020
006030      PERFORM 4400-I-MOVIMIENTOS
006040         THRU 4400-F-MOVIMIENTOS
006050
006060      PERFORM 5600-I-BUSCAR-COTIZ
006070         THRU 5600-F-BUSCAR-COTIZ
006080
006090      IF WS-COTIZ-NO
006100         ADD 1 TO CN-SIN-COTIZ
006110         MOVE '*' TO CN-CLI-MARCA
006120      ELSE
006130         COMPUTE CN-CLI-SALDO ROUNDED = CN-CLI-SALDO
006140                 + WS-SALDO-PROMEDIO * CN-COT-VALOR (CN-COT-IDX)
006150         COMPUTE CN-CLI-COMISION ROUNDED = CN-CLI-COMISION
006160                 + WS-MOV-COMISION * CN-COT-VALOR (CN-COT-IDX)
006170         COMPUTE CN-CLI-PUNITORIO ROUNDED = CN-CLI-PUNITORIO
006180                 + WS-MOV-PUNITORIO * CN-COT-VALOR (CN-COT-IDX)
006190         COMPUTE CN-CLI-INTERES ROUNDED = CN-CLI-INTERES
006200                 + (WS-MOV-INTERES + WS-INTERES-PLAZO)
006210                 * CN-COT-VALOR (CN-COT-IDX)
006220      END-IF
006230
006240      IF MONEDA NOT EQUAL CT-MONEDA-PESOS
006250         PERFORM 4500-I-SPREAD-CAMBIO
006260            THRU 4500-F-SPREAD-CAMBIO
006270      END-IF
006280
006290      PERFORM 4100-I-LEER-CUENTA
006300         THRU 4100-F-LEER-CUENTA
006310      .
006320  4200-F-CUENTA. EXIT.
006330**************************************
006340*  SALDO PROMEDIO DE LA CUENTA EN    *
006350*  LOS CIERRES DE TBHISTSAL DEL      *
006360*  PERIODO (SIN CIERRES QUEDA EN 0)  *
006370**************************************
006380  4300-I-SALDO-PROMEDIO.
006390      MOVE ZEROS TO WS-SALDO-PROMEDIO
006400
006410      EXEC SQL
006420         SELECT COUNT(*), VALUE(AVG(SALDO), 0)
006430           INTO :WS-CORTES, :WS-SALDO-PROMEDIO
006440           FROM ITPFBIO.TBHISTSAL
006450          WHERE NRO_CUENTA  EQUAL :NRO-CUENTA
006460            AND FECHA_CORTE BETWEEN :WS-FECHA-DESDE
006470                                AND :WS-FECHA-HASTA
006480      END-EXEC
006490
006500      IF SQLCODE NOT EQUAL ZEROS
006510         ADD 1 TO CN-NOVEDADES-ER
006520         MOVE SQLCODE TO FS-SQLCODE
006530         DISPLAY '* ERROR LEER TBHISTSAL = ' FS-SQLCODE
006540         MOVE FS-SQLCODE TO LK-ERR-CODIGO
006550         MOVE '4300-I-SALDO-PROMEDIO' TO LK-ERR-PARRAFO
006560         MOVE 'LEER TBHISTSAL' TO LK-ERR-RECURSO
006570         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006580         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006590         MOVE ZEROS TO WS-SALDO-PROMEDIO
006600         SET FS-CUENTA-EOF TO TRUE
006610         SET FS-CLIENTE-EOF TO TRUE
006620      END-IF
006630      .
006640  4300-F-SALDO-PROMEDIO. EXIT.
006650**************************************
006660*  MOVIMIENTOS DEL PERIODO NO        *
006670*  REVERSADOS: COMISIONES 'CM',      *
006680*  PUNITORIOS 'IP', INTERESES 'IN' Y *
006690*  ACREDITACIONES 'PC' DE PGMVTO33.  *
006700*  EL 'PC' DE UN CERTIFICADO         *
006710*  CANCELADO AL VENCIMIENTO INCLUYE  *
006720*  EL CAPITAL, QUE SE DESCUENTA CON  *
006730*  TBPLAZOS PARA DEJAR EL INTERES    *
006740**************************************
006750  4400-I-MOVIMIENTOS.
006760      MOVE ZEROS TO WS-MOV-COMISION
006770      MOVE ZEROS TO WS-MOV-PUNITORIO
006780      MOVE ZEROS TO WS-MOV-INTERES
006790      MOVE ZEROS TO WS-MOV-PLAZO
006800      MOVE ZEROS TO WS-CAPITAL-PLAZO
006810      MOVE ZEROS TO WS-INTERES-PLAZO
006820
006830      EXEC SQL
006840         SELECT VALUE(SUM(CASE WHEN TIPO_MOVIMIENTO EQUAL 'CM'
006850                               THEN IMPORTE ELSE 0 END), 0),
006860                VALUE(SUM(CASE WHEN TIPO_MOVIMIENTO EQUAL 'IP'
006870                               THEN IMPORTE ELSE 0 END), 0),
006880                VALUE(SUM(CASE WHEN TIPO_MOVIMIENTO EQUAL 'IN'
006890                               THEN IMPORTE ELSE 0 END), 0),
006900                VALUE(SUM(CASE WHEN TIPO_MOVIMIENTO EQUAL 'PC'
006910                                AND USUARIO EQUAL :CT-USUARIO-VTO
006920                               THEN IMPORTE ELSE 0 END), 0)
006930           INTO :WS-MOV-COMISION, :WS-MOV-PUNITORIO,
006940                :WS-MOV-INTERES, :WS-MOV-PLAZO
006950           FROM ITPFBIO.TBMOVIM
006960          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
006970            AND FECHA BETWEEN :WS-FECHA-DESDE AND :WS-FECHA-HASTA
006980            AND TIPO_MOVIMIENTO IN ('CM', 'IP', 'IN', 'PC')
006990            AND VALUE(ESTADO_REV, ' ') NOT EQUAL 'R'
007000      END-EXEC
007010
007020      IF SQLCODE NOT EQUAL ZEROS
007030         ADD 1 TO CN-NOVEDADES-ER
007040         MOVE SQLCODE TO FS-SQLCODE
007050         DISPLAY '* ERROR SUMAR TBMOVIM = ' FS-SQLCODE
007060         MOVE FS-SQLCODE TO LK-ERR-CODIGO
007070         MOVE '4400-I-MOVIMIENTOS' TO LK-ERR-PARRAFO
007080         MOVE 'SUMAR TBMOVIM' TO LK-ERR-RECURSO
007090         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007100         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007110         SET FS-CUENTA-EOF TO TRUE
007120         SET FS-CLIENTE-EOF TO TRUE
007130         GO TO 4400-F-MOVIMIENTOS
007140      END-IF
007150
007160      IF WS-MOV-PLAZO EQUAL ZEROS
007170         GO TO 4400-F-MOVIMIENTOS
007180      END-IF
007190
007200      EXEC SQL
007210         SELECT VALUE(SUM(IMPORTE), 0)
007220           INTO :WS-CAPITAL-PLAZO
007230           FROM ITPFBIO.TBPLAZOS
007240          WHERE CTA_ORIGEN EQUAL :NRO-CUENTA
007250            AND ESTADO     EQUAL 'C'
007260            AND FECHA_LIQUIDACION BETWEEN :WS-FECHA-DESDE
007270                                      AND :WS-FECHA-HASTA
007280            AND FECHA_LIQUIDACION NOT LESS FECHA_VENCIMIENTO
007290      END-EXEC
007300
007310      IF SQLCODE NOT EQUAL ZEROS
007320         ADD 1 TO CN-NOVEDADES-ER
007330         MOVE SQLCODE TO FS-SQLCODE
007340         DISPLAY '* ERROR SUMAR TBPLAZOS = ' FS-SQLCODE
007350         MOVE FS-SQLCODE TO LK-ERR-CODIGO
007360         MOVE '4400-I-MOVIMIENTOS' TO LK-ERR-PARRAFO
007370         MOVE 'SUMAR TBPLAZOS' TO LK-ERR-RECURSO
007380         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007390         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007400         SET FS-CUENTA-EOF TO TRUE
007410         SET FS-CLIENTE-EOF TO TRUE
007420         GO TO 4400-F-MOVIMIENTOS
007430      END-IF
007440
007450      SUBTRACT WS-CAPITAL-PLAZO FROM WS-MOV-PLAZO
007460         GIVING WS-INTERES-PLAZO
007470
007480      IF WS-INTERES-PLAZO LESS ZEROS
007490         MOVE ZEROS TO WS-INTERES-PLAZO
007500      END-IF
007510      .
007520  4400-F-MOVIMIENTOS. EXIT.
007530**************************************
007540*  SPREAD DE LOS CAMBIOS DE MONEDA   *
007550*  (PGMCAM33) DE LA CUENTA EN        *
007560*  MONEDA: DIFERENCIA ENTRE LA       *
007570*  COTIZACION APLICADA Y LA MEDIA    *
007580*  DEL DIA DE TBCOTIZA POR EL        *
007590*  IMPORTE EN MONEDA                 *
007600**************************************
007610  4500-I-SPREAD-CAMBIO.
007620      EXEC SQL
007630         OPEN CAMBIO_CURSOR
007640      END-EXEC
007650
007660      IF SQLCODE NOT EQUAL ZEROS
007670         ADD 1 TO CN-NOVEDADES-ER
007680         MOVE SQLCODE TO FS-SQLCODE
007690         DISPLAY '* ERROR OPEN CURSOR CAMBIO = ' FS-SQLCODE
007700         MOVE FS-SQLCODE TO LK-ERR-CODIGO
007710         MOVE '4500-I-SPREAD-CAMBIO' TO LK-ERR-PARRAFO
007720         MOVE 'OPEN CURSOR CAMBIO' TO LK-ERR-RECURSO
007730         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007740         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007750         SET FS-CUENTA-EOF TO TRUE
007760         SET FS-CLIENTE-EOF TO TRUE
007770         GO TO 4500-F-SPREAD-CAMBIO
007780      END-IF
007790
007800      SET FS-CAMBIO-OK TO TRUE
007810
007820      PERFORM 4550-I-LEER-CAMBIO
007830         THRU 4550-F-LEER-CAMBIO
007840
007850      PERFORM 4600-I-VALUAR-CAMBIO
007860         THRU 4600-F-VALUAR-CAMBIO
007870         UNTIL FS-CAMBIO-EOF
007880
007890      EXEC SQL
007900         CLOSE CAMBIO_CURSOR
007910      END-EXEC
007920      .
007930  4500-F-SPREAD-CAMBIO. EXIT.
007940**************************************
007950*       LEER UNA OPERACION DE CAMBIO *
007960**************************************
007970  4550-I-LEER-CAMBIO.
007980      EXEC SQL
007990           FETCH CAMBIO_CURSOR
008000           INTO  :MOV-FECHA,
008010                 :MOV-TIPO-MOVIMIENTO,
008020                 :MOV-IMPORTE,
008030                 :MOV-COTIZ-APLICADA
008040      END-EXEC
008050
008060      EVALUATE SQLCODE
008070
008080      WHEN ZEROS
008090         ADD 1 TO CN-CAMBIOS
008100
008110      WHEN +100
008120         SET FS-CAMBIO-EOF TO TRUE
008130
008140      WHEN OTHER
008150         ADD 1 TO CN-NOVEDADES-ER
008160         MOVE SQLCODE TO FS-SQLCODE
008170         DISPLAY '* ERROR LEER CURSOR CAMBIO = ' FS-SQLCODE
008180         MOVE FS-SQLCODE TO LK-ERR-CODIGO
008190         MOVE '4550-I-LEER-CAMBIO' TO LK-ERR-PARRAFO
008200         MOVE 'LEER CURSOR CAMBIO' TO LK-ERR-RECURSO
008210         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008220         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008230         SET FS-CAMBIO-EOF TO TRUE
008240         SET FS-CUENTA-EOF TO TRUE
008250         SET FS-CLIENTE-EOF TO TRUE
008260      END-EVALUATE
008270      .
008280  4550-F-LEER-CAMBIO. EXIT.
008290**************************************
008300*  EN LA CUENTA EN MONEDA 'XC' ES    *
008310*  UNA COMPRA DEL CLIENTE (EL BANCO  *
008320*  VENDE A COTIZ_VENTA) Y 'XD' UNA   *
008330*  VENTA (EL BANCO COMPRA A          *
008340*  COTIZ_COMPRA). SIN COTIZACION DEL *
008350*  DIA NO SE VALUA Y SE CUENTA       *
008360**************************************
008370  4600-I-VALUAR-CAMBIO.
008380      MOVE MOV-COTIZ-APLICADA TO WS-COTIZ-OPERADA
008390      MOVE MONEDA             TO COT-MONEDA
008400      MOVE MOV-FECHA          TO COT-FECHA
008410
008420      EXEC SQL
008430         SELECT COTIZ_COMPRA, COTIZ_VENTA
008440           INTO :COT-COMPRA, :COT-VENTA
008450           FROM ITPFBIO.TBCOTIZA
008460          WHERE MONEDA EQUAL :COT-MONEDA
008470            AND FECHA  EQUAL :COT-FECHA
008480      END-EXEC
008490
008500      IF SQLCODE NOT EQUAL ZEROS
008510         OR WS-COTIZ-OPERADA EQUAL ZEROS
008520         ADD 1 TO CN-CAMBIOS-SIN-COTIZ
008530         GO TO 4600-F-VALUAR-CAMBIO-LEER
008540      END-IF
008550
008560      COMPUTE WS-COTIZ-MEDIA ROUNDED =
008570              (COT-COMPRA + COT-VENTA) / 2
008580
008590      IF MOV-TIPO-MOVIMIENTO EQUAL 'XC'
008600         COMPUTE WS-SPREAD-OPER ROUNDED =
008610                 MOV-IMPORTE * (WS-COTIZ-OPERADA - WS-COTIZ-MEDIA)
008620      ELSE
008630         COMPUTE WS-SPREAD-OPER ROUNDED =
008640                 MOV-IMPORTE * (WS-COTIZ-MEDIA - WS-COTIZ-OPERADA)
008650      END-IF
008660
008670      ADD WS-SPREAD-OPER TO CN-CLI-SPREAD
008680      .
008690  4600-F-VALUAR-CAMBIO-LEER.
008700      PERFORM 4550-I-LEER-CAMBIO
008710         THRU 4550-F-LEER-CAMBIO
008720      .
008730  4600-F-VALUAR-CAMBIO. EXIT.
008740**************************************
008750*  UBICAR AL CLIENTE EN EL RANKING   *
008760*  DE LA SUCURSAL (ORDEN DESCENDENTE *
008770*  DE CONTRIBUCION NETA). CON LA     *
008780*  TABLA LLENA EL CLIENTE SUMA EN    *
008790*  LOS TOTALES PERO NO SE LISTA      *
008800**************************************
008810  4900-I-RANKEAR.
008820      IF CN-RAN-CANT NOT LESS CT-MAX-RANKING
008830         ADD 1 TO CN-NO-RANQUEADOS
008840         GO TO 4900-F-RANKEAR
008850      END-IF
008860
008870      SET CN-RAN-IDX TO 1
008880
008890      PERFORM 4910-I-BUSCAR-POSICION
008900         THRU 4910-F-BUSCAR-POSICION
008910         UNTIL CN-RAN-IDX GREATER CN-RAN-CANT
008920            OR CN-RAN-NETO (CN-RAN-IDX) LESS CN-CLI-NETO
008930
008940      SET WS-POS-RANKING TO CN-RAN-IDX
008950
008960      ADD 1 TO CN-RAN-CANT
008970
008980      SET CN-RAN-IDX TO CN-RAN-CANT
008990
009000      PERFORM 4920-I-CORRER-RANKING
009010         THRU 4920-F-CORRER-RANKING
009020         UNTIL CN-RAN-IDX NOT GREATER WS-POS-RANKING
009030
009040      MOVE CLI-NRO-CLIENTE  TO CN-RAN-CLIENTE   (CN-RAN-IDX)
009050      MOVE APELLIDO-CLIENTE TO CN-RAN-APELLIDO  (CN-RAN-IDX)
009060      MOVE NOMBRE-CLIENTE   TO CN-RAN-NOMBRE    (CN-RAN-IDX)
009070      MOVE CN-CLI-CUENTAS   TO CN-RAN-CUENTAS   (CN-RAN-IDX)
009080      MOVE CN-CLI-SALDO     TO CN-RAN-SALDO     (CN-RAN-IDX)
009090      MOVE CN-CLI-COMISION  TO CN-RAN-COMISION  (CN-RAN-IDX)
009100      MOVE CN-CLI-PUNITORIO TO CN-RAN-PUNITORIO (CN-RAN-IDX)
009110      MOVE CN-CLI-SPREAD    TO CN-RAN-SPREAD    (CN-RAN-IDX)
009120      MOVE CN-CLI-INTERES   TO CN-RAN-INTERES   (CN-RAN-IDX)
009130      MOVE CN-CLI-NETO      TO CN-RAN-NETO      (CN-RAN-IDX)
009140      MOVE CN-CLI-MARCA     TO CN-RAN-MARCA     (CN-RAN-IDX)
009150      .
009160  4900-F-RANKEAR. EXIT.
009170**************************************
009180*  AVANZAR HASTA EL PRIMER CLIENTE   *
009190*  CON MENOR CONTRIBUCION            *
009200**************************************
009210  4910-I-BUSCAR-POSICION.
009220      SET CN-RAN-IDX UP BY 1
009230      .
009240  4910-F-BUSCAR-POSICION. EXIT.
009250**************************************
009260*  CORRER UN LUGAR HACIA ABAJO LOS   *
009270*  CLIENTES DESDE LA POSICION NUEVA  *
009280**************************************
009290  4920-I-CORRER-RANKING.
009300      SET CN-RAN-ANT TO CN-RAN-IDX
009310      SET CN-RAN-ANT DOWN BY 1
009320
009330      MOVE CN-RAN-ITEM (CN-RAN-ANT) TO CN-RAN-ITEM (CN-RAN-IDX)
009340
009350      SET CN-RAN-IDX DOWN BY 1
009360      .
009370  4920-F-CORRER-RANKING. EXIT.
009380**************************************
009390*  BUSCAR LA COTIZACION DE COMPRA DE *
009400*  LA MONEDA AL CIERRE DEL PERIODO   *
009410*  (ULTIMA CARGADA HASTA LA FECHA    *
009420*  HASTA), UNA SOLA VEZ POR MONEDA   *
009430**************************************
009440  5600-I-BUSCAR-COTIZ.
009450      SET CN-COT-IDX TO 1
009460
009470      PERFORM 5610-I-BUSCAR-EN-TABLA
009480         THRU 5610-F-BUSCAR-EN-TABLA
009490         UNTIL CN-COT-IDX > CN-COT-CANT
009500            OR CN-COT-MONEDA (CN-COT-IDX) EQUAL MONEDA
009510
009520      IF CN-COT-IDX NOT GREATER CN-COT-CANT
009530         IF CN-COT-ESTADO (CN-COT-IDX) EQUAL 'Y'
009540            SET WS-COTIZ-OK TO TRUE
009550         ELSE
009560            SET WS-COTIZ-NO TO TRUE
009570         END-IF
009580         GO TO 5600-F-BUSCAR-COTIZ
009590      END-IF
009600
009610      SET CN-COT-CANT UP BY 1
009620      SET CN-COT-IDX  TO CN-COT-CANT
009630      MOVE MONEDA TO CN-COT-MONEDA (CN-COT-IDX)
009640
009650      IF MONEDA EQUAL CT-MONEDA-PESOS
009660         MOVE 'Y' TO CN-COT-ESTADO (CN-COT-IDX)
009670         MOVE 1   TO CN-COT-VALOR  (CN-COT-IDX)
009680         SET WS-COTIZ-OK TO TRUE
009690         GO TO 5600-F-BUSCAR-COTIZ
009700      END-IF
009710
009720      MOVE MONEDA         TO COT-MONEDA
009730      MOVE WS-FECHA-HASTA TO COT-FECHA
009740
009750      EXEC SQL
009760         SELECT COTIZ_COMPRA
009770           INTO :COT-COMPRA
009780           FROM ITPFBIO.TBCOTIZA
009790          WHERE MONEDA EQUAL :COT-MONEDA
009800            AND FECHA  EQUAL
009810               (SELECT MAX(FECHA)
009820                  FROM ITPFBIO.TBCOTIZA
009830                 WHERE MONEDA EQUAL :COT-MONEDA
009840                   AND FECHA  NOT GREATER :COT-FECHA)
009850      END-EXEC
009860
009870      EVALUATE SQLCODE
009880
009890      WHEN ZEROS
009900         MOVE 'Y' TO CN-COT-ESTADO (CN-COT-IDX)
009910         MOVE COT-COMPRA TO CN-COT-VALOR (CN-COT-IDX)
009920         SET WS-COTIZ-OK TO TRUE
009930
009940      WHEN +100
009950         MOVE 'N' TO CN-COT-ESTADO (CN-COT-IDX)
009960         SET WS-COTIZ-NO TO TRUE
009970
009980      WHEN OTHER
009990         ADD 1 TO CN-NOVEDADES-ER
010000         MOVE SQLCODE TO FS-SQLCODE
010010         DISPLAY '* ERROR LEER TBCOTIZA = ' FS-SQLCODE
010020         MOVE FS-SQLCODE TO LK-ERR-CODIGO
010030         MOVE '5600-I-BUSCAR-COTIZ' TO LK-ERR-PARRAFO
010040         MOVE 'LEER TBCOTIZA' TO LK-ERR-RECURSO
010050         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010060         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010070         MOVE 'N' TO CN-COT-ESTADO (CN-COT-IDX)
010080         SET WS-COTIZ-NO TO TRUE
010090         SET FS-CUENTA-EOF TO TRUE
010100         SET FS-CLIENTE-EOF TO TRUE
010110      END-EVALUATE
010120      .
010130  5600-F-BUSCAR-COTIZ. EXIT.
010140**************************************
010150*      BUSCAR MONEDA EN LA TABLA     *
010160**************************************
010170  5610-I-BUSCAR-EN-TABLA.
010180      IF CN-COT-MONEDA (CN-COT-IDX) NOT EQUAL MONEDA
010190         SET CN-COT-IDX UP BY 1
010200      END-IF
010210      .
010220  5610-F-BUSCAR-EN-TABLA. EXIT.
010230**************************************
010240*  FIN DE SUCURSAL: RANKING EN EL    *
010250*  LISTADO Y EN EL EXTRACTO, TOTAL   *
010260*  DE LA SUCURSAL Y ACUMULADO        *
010270*  GENERAL                           *
010280**************************************
010290  5800-I-CERRAR-SUCURSAL.
010300      IF CN-SUC-CLIENTES EQUAL ZEROS
010310         GO TO 5800-F-CERRAR-SUCURSAL-FIN
010320      END-IF
010330
010340      MOVE SPACES TO WS-NOMBRE-SUC
010350
010360      IF WS-SUCURSAL-ANT EQUAL SPACES
010370         MOVE 'CLIENTES SIN SUCURSAL ASIGNADA' TO WS-NOMBRE-SUC
010380      ELSE
010390         MOVE WS-SUCURSAL-ANT TO SUC-SUCURSAL
010400         EXEC SQL
010410            SELECT NOMBRE
010420              INTO :SUC-NOMBRE
010430              FROM ITPFBIO.TBSUCURS
010440             WHERE SUCURSAL EQUAL :SUC-SUCURSAL
010450         END-EXEC
010460         IF SQLCODE EQUAL ZEROS
010470            MOVE SUC-NOMBRE TO WS-NOMBRE-SUC
010480         ELSE
010490            MOVE 'SUCURSAL INEXISTENTE' TO WS-NOMBRE-SUC
010500         END-IF
010510      END-IF
010520
010530      PERFORM 9000-I-TITULO THRU 9000-F-TITULO
010540
010550      SET CN-RAN-IDX TO 1
010560
010570      PERFORM 5500-I-GRABAR-DETALLE
010580         THRU 5500-F-GRABAR-DETALLE
010590         UNTIL CN-RAN-IDX GREATER CN-RAN-CANT
010600
010610      MOVE 'TOTAL SUCURSAL '  TO WS-TOT-ETIQUETA
010620      MOVE WS-SUCURSAL-ANT    TO WS-TOT-ETIQUETA (16:4)
010630      MOVE CN-SUC-CLIENTES    TO WS-TOT-CLIENTES
010640      MOVE CN-SUC-SALDO       TO WS-TOT-SALDO
010650      MOVE CN-SUC-COMISION    TO WS-TOT-COMISION
010660      MOVE CN-SUC-PUNITORIO   TO WS-TOT-PUNITORIO
010670      MOVE CN-SUC-SPREAD      TO WS-TOT-SPREAD
010680      MOVE CN-SUC-INTERES     TO WS-TOT-INTERES
010690      MOVE CN-SUC-NETO        TO WS-TOT-NETO
010700
010710      WRITE REG-SALIDA FROM WS-REG-TOTAL AFTER 2
010720
010730      IF NOT FS-SALIDA-OK
010740         DISPLAY '* ERROR EN GRABAR SUBTOTAL = ' FS-SALIDA
010750         MOVE FS-SALIDA TO LK-ERR-CODIGO
010760         MOVE '5800-I-CERRAR-SUCURSAL' TO LK-ERR-PARRAFO
010770         MOVE 'GRABAR SUBTOTAL' TO LK-ERR-RECURSO
010780         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010790         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010800         SET  FS-CLIENTE-EOF TO TRUE
010810      END-IF
010820
010830      ADD CN-SUC-CLIENTES  TO CN-GEN-CLIENTES
010840      ADD CN-SUC-SALDO     TO CN-GEN-SALDO
010850      ADD CN-SUC-COMISION  TO CN-GEN-COMISION
010860      ADD CN-SUC-PUNITORIO TO CN-GEN-PUNITORIO
010870      ADD CN-SUC-SPREAD    TO CN-GEN-SPREAD
010880      ADD CN-SUC-INTERES   TO CN-GEN-INTERES
010890      ADD CN-SUC-NETO      TO CN-GEN-NETO
010900      .
010910  5800-F-CERRAR-SUCURSAL-FIN.
010920      INITIALIZE CN-TOT-SUCURSAL
010930      MOVE ZEROS TO CN-RAN-CANT
010940      .
010950  5800-F-CERRAR-SUCURSAL. EXIT.
010960**************************************
010970*  IMPRIMIR Y EXTRAER UN CLIENTE DEL *
010980*  RANKING DE LA SUCURSAL            *
010990**************************************
011000  5500-I-GRABAR-DETALLE.
011010      IF CN-CUENTA-LINEA GREATER 60
011020         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
011030      END-IF
011040
011050      SET WS-POS-RANKING TO CN-RAN-IDX
011060
011070      MOVE WS-POS-RANKING                TO WS-DET-RANKING
011080      MOVE CN-RAN-CLIENTE   (CN-RAN-IDX) TO WS-DET-CLIENTE
011090      MOVE SPACES                        TO WS-DET-NOMBRE
011100      STRING CN-RAN-APELLIDO (CN-RAN-IDX) DELIMITED BY '  '
011110             ', '                         DELIMITED BY SIZE
011120             CN-RAN-NOMBRE (CN-RAN-IDX)   DELIMITED BY '  '
011130             INTO WS-DET-NOMBRE
011140      MOVE CN-RAN-SALDO     (CN-RAN-IDX) TO WS-DET-SALDO
011150      MOVE CN-RAN-COMISION  (CN-RAN-IDX) TO WS-DET-COMISION
011160      MOVE CN-RAN-PUNITORIO (CN-RAN-IDX) TO WS-DET-PUNITORIO
011170      MOVE CN-RAN-SPREAD    (CN-RAN-IDX) TO WS-DET-SPREAD
011180      MOVE CN-RAN-INTERES   (CN-RAN-IDX) TO WS-DET-INTERES
011190      MOVE CN-RAN-NETO      (CN-RAN-IDX) TO WS-DET-NETO
011200      MOVE CN-RAN-MARCA     (CN-RAN-IDX) TO WS-DET-MARCA
011210
011220      WRITE REG-SALIDA FROM WS-REG-DETALLE
011230
011240      IF NOT FS-SALIDA-OK
011250         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
011260         MOVE FS-SALIDA TO LK-ERR-CODIGO
011270         MOVE '5500-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
011280         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
011290         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011300         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011310         SET  FS-CLIENTE-EOF TO TRUE
011320      ELSE
011330         ADD 1 TO CN-CUENTA-LINEA
011340      END-IF
011350
011360      MOVE WS-FECHA-DESDE                TO REN-FECHA-DESDE
011370      MOVE WS-FECHA-HASTA                TO REN-FECHA-HASTA
011380      MOVE WS-SUCURSAL-ANT               TO REN-SUCURSAL
011390      MOVE WS-POS-RANKING                TO REN-RANKING
011400      MOVE CN-RAN-CLIENTE   (CN-RAN-IDX) TO REN-NRO-CLIENTE
011410      MOVE CN-RAN-APELLIDO  (CN-RAN-IDX) TO REN-APELLIDO
011420      MOVE CN-RAN-NOMBRE    (CN-RAN-IDX) TO REN-NOMBRE
011430      MOVE CN-RAN-CUENTAS   (CN-RAN-IDX) TO REN-CUENTAS
011440      MOVE CN-RAN-SALDO     (CN-RAN-IDX) TO REN-SALDO-PROMEDIO
011450      MOVE CN-RAN-COMISION  (CN-RAN-IDX) TO REN-COMISIONES
011460      MOVE CN-RAN-PUNITORIO (CN-RAN-IDX) TO REN-PUNITORIOS
011470      MOVE CN-RAN-SPREAD    (CN-RAN-IDX) TO REN-SPREAD
011480      MOVE CN-RAN-INTERES   (CN-RAN-IDX) TO REN-INTERESES
011490      MOVE CN-RAN-NETO      (CN-RAN-IDX) TO REN-NETO
011500      MOVE CN-RAN-MARCA     (CN-RAN-IDX) TO REN-SIN-COTIZ
011510
011520      WRITE REG-EXTRACTO
011530
011540      IF NOT FS-EXTRACTO-OK
011550         DISPLAY '* ERROR EN GRABAR EXTRACTO = ' FS-EXTRACTO
011560         MOVE FS-EXTRACTO TO LK-ERR-CODIGO
011570         MOVE '5500-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
011580         MOVE 'GRABAR EXTRACTO' TO LK-ERR-RECURSO
011590         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011600         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011610         SET  FS-CLIENTE-EOF TO TRUE
011620      END-IF
011630
011640      SET CN-RAN-IDX UP BY 1
011650      .
011660  5500-F-GRABAR-DETALLE. EXIT.
011670**************************************
011680*  TITULO, SUCURSAL Y ENCABEZADO     *
011690**************************************
011700  9000-I-TITULO.
011710      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
011720
011730      IF NOT FS-SALIDA-OK
011740         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
011750         MOVE FS-SALIDA TO LK-ERR-CODIGO
011760         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
011770         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
011780         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011790         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011800         SET  FS-CLIENTE-EOF TO TRUE
011810         GO TO 9000-F-TITULO
011820      END-IF
011830
011840      MOVE WS-SUCURSAL-ANT TO IP-SUC-COD
011850      MOVE WS-NOMBRE-SUC   TO IP-SUC-NOM
011860
011870      WRITE REG-SALIDA FROM IP-SUCURSAL AFTER 2
011880
011890      WRITE REG-SALIDA FROM IP-ENCABEZADO AFTER 2
011900
011910      MOVE 5 TO CN-CUENTA-LINEA
011920      .
011930  9000-F-TITULO. EXIT.
011940**************************************
011950*  CUERPO FINAL - ULTIMA SUCURSAL,   *
011960*  TOTAL GENERAL Y CIERRE            *
011970**************************************
011980  9999-I-FINAL.
011990      IF NOT WS-ES-PRIMERO
012000         AND RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
012010         PERFORM 5800-I-CERRAR-SUCURSAL
012020            THRU 5800-F-CERRAR-SUCURSAL
012030      END-IF
012040
012050      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
012060         PERFORM 9500-I-TOTAL-GENERAL
012070            THRU 9500-F-TOTAL-GENERAL
012080      END-IF
012090
012100      EXEC SQL
012110         CLOSE CLIENTE_CURSOR
012120      END-EXEC
012130
012140      CLOSE EXTRACTO
012150      IF NOT FS-EXTRACTO-OK
012160         DISPLAY '* ERROR EN CLOSE EXTRACTO =  ' FS-EXTRACTO
012170         MOVE FS-EXTRACTO TO LK-ERR-CODIGO
012180         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
012190         MOVE 'CLOSE EXTRACTO' TO LK-ERR-RECURSO
012200         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
012210         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
012220      END-IF
012230
012240      CLOSE SALIDA
012250      IF NOT FS-SALIDA-OK
012260         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
012270         MOVE FS-SALIDA TO LK-ERR-CODIGO
012280         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
012290         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
012300         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
012310         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
012320      END-IF
012330
012340      IF (CN-CLIENTES EQUAL ZEROS
012350          OR CN-SIN-COTIZ GREATER ZEROS
012360          OR CN-NO-RANQUEADOS GREATER ZEROS)
012370         AND RETURN-CODE EQUAL ZEROS
012380         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
012390      END-IF
012400
012410      DISPLAY 'CLIENTES PROCESADOS    : ' CN-CLIENTES
012420      DISPLAY 'CUENTAS PROCESADAS     : ' CN-CUENTAS
012430      DISPLAY 'CUENTAS SIN COTIZACION : ' CN-SIN-COTIZ
012440      DISPLAY 'CAMBIOS VALUADOS       : ' CN-CAMBIOS
012450      DISPLAY 'CAMBIOS SIN COTIZACION : ' CN-CAMBIOS-SIN-COTIZ
012460      DISPLAY 'CLIENTES NO LISTADOS   : ' CN-NO-RANQUEADOS
012470      DISPLAY 'NOVEDADES CON ERROR    : ' CN-NOVEDADES-ER
012480
012490      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
012500      .
012510  9999-F-FINAL. EXIT.
012520**************************************
012530*  TOTAL GENERAL Y AVISOS DEL        *
012540*  LISTADO                           *
012550**************************************
012560  9500-I-TOTAL-GENERAL.
012570      MOVE 'TOTAL GENERAL'    TO WS-TOT-ETIQUETA
012580      MOVE CN-GEN-CLIENTES    TO WS-TOT-CLIENTES
012590      MOVE CN-GEN-SALDO       TO WS-TOT-SALDO
012600      MOVE CN-GEN-COMISION    TO WS-TOT-COMISION
012610      MOVE CN-GEN-PUNITORIO   TO WS-TOT-PUNITORIO
012620      MOVE CN-GEN-SPREAD      TO WS-TOT-SPREAD
012630      MOVE CN-GEN-INTERES     TO WS-TOT-INTERES
012640      MOVE CN-GEN-NETO        TO WS-TOT-NETO
012650
012660      WRITE REG-SALIDA FROM WS-REG-TOTAL AFTER 3
012670
012680      IF NOT FS-SALIDA-OK
012690         DISPLAY '* ERROR EN GRABAR TOTAL = ' FS-SALIDA
012700         MOVE FS-SALIDA TO LK-ERR-CODIGO
012710         MOVE '9500-I-TOTAL-GENERAL' TO LK-ERR-PARRAFO
012720         MOVE 'GRABAR TOTAL' TO LK-ERR-RECURSO
012730         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
012740         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
012750         GO TO 9500-F-TOTAL-GENERAL
012760      END-IF
012770
012780      IF CN-SIN-COTIZ GREATER ZEROS
012790         MOVE '(*) CUENTAS SIN COTIZACION, FUERA DE LOS IMPORTES:'
012800           TO WS-AVI-TEXTO
012810         MOVE CN-SIN-COTIZ TO WS-AVI-CANT
012820         WRITE REG-SALIDA FROM WS-REG-AVISO AFTER 2
012830      END-IF
012840
012850      IF CN-CAMBIOS-SIN-COTIZ GREATER ZEROS
012860         MOVE 'CAMBIOS SIN COTIZACION DEL DIA (SIN SPREAD):'
012870           TO WS-AVI-TEXTO
012880         MOVE CN-CAMBIOS-SIN-COTIZ TO WS-AVI-CANT
012890         WRITE REG-SALIDA FROM WS-REG-AVISO
012900      END-IF
012910
012920      IF CN-NO-RANQUEADOS GREATER ZEROS
012930         MOVE 'CLIENTES FUERA DEL RANKING (SOLO EN LOS TOTALES):'
012940           TO WS-AVI-TEXTO
012950         MOVE CN-NO-RANQUEADOS TO WS-AVI-CANT
012960         WRITE REG-SALIDA FROM WS-REG-AVISO
012970      END-IF
012980      .
012990  9500-F-TOTAL-GENERAL. EXIT.
013000**************************************
013010*  REGISTRO DE INICIO EN TBCONTROL   *
013020*  (RUTCTRL), CLAVEADO POR LA FECHA  *
013030*  HASTA DEL PERIODO: EL MISMO       *
013040*  PERIODO NO SE CALCULA DOS VECES   *
013050*  SIN RELANZAR                      *
013060**************************************
013070  1100-I-CONTROL-INICIO.
013080      SET LK-CTL-INICIO TO TRUE
013090      MOVE 'PGMREN33' TO LK-CTL-PROGRAMA
013100      MOVE WS-FECHA-HASTA TO LK-CTL-FECHA
013110      MOVE CC-RERUN TO LK-CTL-RERUN
013120      MOVE ZEROS TO LK-CTL-CONTADOR
013130
013140      MOVE RETURN-CODE TO WS-RC-GUARDADO
013150      CALL 'RUTCTRL' USING LK-CTL-AREA
013160      MOVE WS-RC-GUARDADO TO RETURN-CODE
013170
013180      IF LK-CTL-YA-CORRIO
013190         DISPLAY '* RENTABILIDAD YA CALCULADA PARA EL PERIODO '
013200                 WS-FECHA-HASTA
013210         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
013220         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
013230         SET FS-CLIENTE-EOF TO TRUE
013240         SET WS-CORRIDA-RECHAZADA TO TRUE
013250      END-IF
013260
013270      IF LK-CTL-ERROR
013280         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
013290         SET FS-CLIENTE-EOF TO TRUE
013300         SET WS-CORRIDA-RECHAZADA TO TRUE
013310      END-IF
013320      .
013330  1100-F-CONTROL-INICIO. EXIT.
013340**************************************
013350*  REGISTRO DE FIN EXITOSO EN        *
013360*  TBCONTROL CON LA CANTIDAD DE      *
013370*  CLIENTES                          *
013380**************************************
013390  1200-I-CONTROL-FIN.
013400      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
013410         GO TO 1200-F-CONTROL-FIN
013420      END-IF
013430
013440      SET LK-CTL-FIN TO TRUE
013450      MOVE CN-CLIENTES TO LK-CTL-CONTADOR
013460
013470      MOVE RETURN-CODE TO WS-RC-GUARDADO
013480      CALL 'RUTCTRL' USING LK-CTL-AREA
013490      MOVE WS-RC-GUARDADO TO RETURN-CODE
013500      .
013510  1200-F-CONTROL-FIN. EXIT.
013520
013530*************************************
013540*  GRABAR EL ERROR ESTRUCTURADO EN  *
013550*  EL LOG COMUN (RUTERROR)          *
013560*************************************
013570  9900-I-ERROR.
013580      MOVE 'PGMREN33' TO LK-ERR-PROGRAMA
013590
013600      MOVE RETURN-CODE TO WS-RC-GUARDADO
013610
013620      CALL 'RUTERROR' USING LK-ERR-AREA
013630
013640      MOVE WS-RC-GUARDADO TO RETURN-CODE
013650
013660      MOVE SPACES TO LK-ERR-RECURSO
013670
013680      MOVE SPACES TO LK-ERR-CODIGO
013690      .
013700  9900-F-ERROR. EXIT.
