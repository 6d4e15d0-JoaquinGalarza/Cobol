000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMTJD33.
000030**********************************************************
000040*                                                        *
000050**********************************************************
000060*     MANTENIMIENTO DE PROGRAMA                         *
000070**********************************************************
000080* FECHA   *    DETALLE        * COD *
000090**************************************
000100*         *                   *     *
000110* 15/10/26* TRANSACCION CICS DE TARJETAS DE DEBITO       *
000120*         * (MAP0233/TARJ0233, OPCION 24 DEL MENU) -  * JCR *
000130*         * PF1 EMITE UNA TARJETA PARA UNA CUENTA        *
000140*         * ABIERTA Y ACTIVA (UNA SOLA TARJETA VIGENTE   *
000150*         * POR CUENTA, NRO = BIN + SECUENCIA + DIGITO   *
000160*         * LUHN, VENCE A LOS 5 ANIOS); PF2 LA BLOQUEA;  *
000170*         * PF3 LA REEMPLAZA POR UN PLASTICO NUEVO (LA   *
000180*         * ANTERIOR QUEDA 'R' APUNTANDO A LA NUEVA);    *
000190*         * PF4 LA DA DE BAJA Y PF5 LA CONSULTA. NO SE   *
000200*         * EMITE NI REEMPLAZA SOBRE CUENTAS CERRADAS O  *
000210*         * CON TITULAR FALLECIDO (ESTADO_CLIENTE 'F').  *
000220*         * CADA ACCION QUEDA EN LA COLA DE AUDITORIA    *
000230*         * AUDT                                         *
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
000370
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
000520
000530  01  WS-FECHA-VTO.
000540      05  WS-VTO-AA        PIC 9(04)         VALUE ZEROS.
000550      05  FILLER           PIC X(01)         VALUE '-'.
000560      05  WS-VTO-MM        PIC 9(02)         VALUE ZEROS.
000570      05  FILLER           PIC X(01)         VALUE '-'.
000580      05  WS-VTO-DD        PIC 9(02)         VALUE ZEROS.
000590*************************************
000600*      AREA DE TRABAJO TARJETA     *
000610*************************************
000620  01  WS-NRO-TARJETA.
000630      05  WS-TAR-BIN       PIC X(06)         VALUE SPACES.
000640      05  WS-TAR-SECUENCIA PIC 9(09)         VALUE ZEROS.
000650      05  WS-TAR-DIGITO    PIC 9(01)         VALUE ZEROS.
000660  01  WS-TAR-DIGITOS REDEFINES WS-NRO-TARJETA.
000670      05  WS-TAR-DIG       PIC 9(01)         OCCURS 16 TIMES.
000680
000690  01  WS-ULTIMA-SECUENCIA  PIC X(09)         VALUE SPACES.
000700  01  WS-ULTIMA-SEC-N REDEFINES WS-ULTIMA-SECUENCIA
000710                           PIC 9(09).
000720
000730  01  WS-IDX-DIGITO        PIC S9(04) COMP   VALUE ZEROS.
000740  01  WS-LUHN-SUMA         PIC 9(03)         VALUE ZEROS.
000750  01  WS-LUHN-VALOR        PIC 9(02)         VALUE ZEROS.
000760  01  WS-LUHN-COCIENTE     PIC 9(03)         VALUE ZEROS.
000770  01  WS-LUHN-RESTO        PIC 9(01)         VALUE ZEROS.
000780
000790  01  WS-TARJETA-ANTERIOR  PIC X(16)         VALUE SPACES.
000800  01  WS-ESTADO-ANTERIOR   PIC X(01)         VALUE SPACES.
000810  01  WS-CANT-VIGENTES     PIC S9(04) COMP   VALUE ZEROS.
000820  01  WS-CANT-FALLEC       PIC S9(04) COMP   VALUE ZEROS.
000830  01  WS-ESTADO-CUENTA     PIC X(01)         VALUE SPACES.
000840      88 WS-CUENTA-INACTIVA                  VALUE 'D'.
000850
000860  01  WS-AUD-TARJETA.
000870      05  WS-AUD-NRO       PIC X(16)         VALUE SPACES.
000880      05  FILLER           PIC X(01)         VALUE SPACES.
000890      05  WS-AUD-ESTADO    PIC X(01)         VALUE SPACES.
000900      05  FILLER           PIC X(01)         VALUE SPACES.
000910      05  WS-AUD-MOTIVO    PIC X(20)         VALUE SPACES.
000920      05  FILLER           PIC X(01)         VALUE SPACES.
000930
000940  77  CT-BIN-DEBITO        PIC X(06)       VALUE '627285'.
000950  77  CT-ANIOS-VIGENCIA    PIC 9(02)       VALUE 05.
000960  77  CT-ACTIVA            PIC X(01)       VALUE 'A'.
000970  77  CT-BLOQUEADA         PIC X(01)       VALUE 'B'.
000980  77  CT-REEMPLAZADA       PIC X(01)       VALUE 'R'.
000990  77  CT-DADA-DE-BAJA      PIC X(01)       VALUE 'C'.
001000*************************************
001010*   COMMAREA HACIA EL MENU (MSG)   *
001020*************************************
001030  01  WS-CA-MENU-AREA.
001040      05 CA-MSG            PIC X(72)       VALUE SPACES.
001050
001060  01  WS-CA-ESTADO         PIC X(01)       VALUE SPACES.
001070      88 WS-CA-1RA-VEZ                     VALUE SPACES.
001080      88 WS-CA-PROCESANDO                  VALUE 'P'.
001090*************************************
001100*             SQL                  *
001110*************************************
001120       EXEC SQL
001130         INCLUDE SQLCA
001140       END-EXEC.
001150
001160       EXEC SQL
001170         INCLUDE TBCUENT
001180       END-EXEC.
001190
001200       EXEC SQL
001210         INCLUDE TBCLIENT
001220       END-EXEC.
001230
001240       EXEC SQL
001250         INCLUDE TBTARJET
001260       END-EXEC.
001270
001280  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
001290*************************************.
001300  LINKAGE SECTION.
001310  01  DFHCOMMAREA           PIC X(01).
001320**************************************
001330  PROCEDURE DIVISION.
001340**************************************
001350*  CUERPO PRINCIPAL DEL PROGRAMA     *
001360**************************************
001370  MAIN-PROGRAM.
001380
001390      IF EIBCALEN EQUAL ZERO
001400         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
001410      ELSE
001420         MOVE DFHCOMMAREA TO WS-CA-ESTADO
001430         EVALUATE TRUE
001440            WHEN EIBAID EQUAL DFHPF1
001450               PERFORM 3000-I-EMITIR     THRU 3000-F-EMITIR
001460            WHEN EIBAID EQUAL DFHPF2
001470               PERFORM 4000-I-BLOQUEAR   THRU 4000-F-BLOQUEAR
001480            WHEN EIBAID EQUAL DFHPF3
001490               PERFORM 4500-I-REEMPLAZAR THRU 4500-F-REEMPLAZAR
001500            WHEN EIBAID EQUAL DFHPF4
001510               PERFORM 5000-I-BAJA       THRU 5000-F-BAJA
001520            WHEN EIBAID EQUAL DFHPF5
001530               PERFORM 5500-I-CONSULTAR  THRU 5500-F-CONSULTAR
001540            WHEN EIBAID EQUAL DFHPF12
001550               PERFORM 3500-I-A-SALIR    THRU 3500-F-A-SALIR
001560            WHEN OTHER
001570               PERFORM 2000-I-INICIAL    THRU 2000-F-INICIAL
001580         END-EVALUATE
001590      END-IF.
001600
001610  F-MAIN-PROGRAM. EXIT.
001620**************************************
001630*      PRIMER ENVIO DE PANTALLA      *
001640**************************************
001650  2000-I-INICIAL.
001660      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
001670
001680      MOVE WS-FECHA-HOY  TO YFECHAO.
001690      MOVE SPACES        TO YMSGO.
001700
001710      PERFORM 6500-I-LIMPIAR-DATOS THRU 6500-F-LIMPIAR-DATOS.
001720
001730      EXEC CICS SEND MAP('TARJ0233') MAPSET('MAPSETA')
001740                FROM(TARJ0233O) ERASE
001750      END-EXEC.
001760
001770      MOVE 'P' TO WS-CA-ESTADO.
001780
001790      EXEC CICS RETURN TRANSID('TJD1')
001800                COMMAREA(WS-CA-ESTADO) LENGTH(1)
001810      END-EXEC.
001820
001830  2000-F-INICIAL. EXIT.
001840**************************************
001850*  EMITIR UNA TARJETA PARA LA CUENTA *
001860*  INGRESADA (PF1)                   *
001870**************************************
001880  3000-I-EMITIR.
001890      EXEC CICS RECEIVE MAP('TARJ0233') MAPSET('MAPSETA')
001900                INTO(TARJ0233I)
001910      END-EXEC.
001920
001930      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
001940
001950      MOVE SPACES TO CA-MSG.
001960
001970      IF YNROCTAI EQUAL SPACES OR LOW-VALUES
001980         MOVE 'INGRESE EL NRO DE CUENTA' TO CA-MSG
001990         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002000      END-IF.
002010
002020      MOVE YNROCTAI TO NRO-CUENTA.
002030
002040      PERFORM 3100-I-VALIDAR-CUENTA THRU 3100-F-VALIDAR-CUENTA.
002050
002060      MOVE NRO-CUENTA TO TAR-NRO-CUENTA.
002070      MOVE ZEROS      TO WS-CANT-VIGENTES.
002080
002090      EXEC SQL
002100         SELECT COUNT(*)
002110           INTO :WS-CANT-VIGENTES
002120           FROM ITPFBIO.TBTARJETAS
002130          WHERE NRO_CUENTA EQUAL :TAR-NRO-CUENTA
002140            AND ESTADO IN ('A', 'B')
002150      END-EXEC.
002160
002170      IF SQLCODE NOT EQUAL ZEROS
002180         MOVE 'ERROR AL LEER LAS TARJETAS - VER SQLCODE' TO CA-MSG
002190         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002200      END-IF.
002210
002220      IF WS-CANT-VIGENTES GREATER ZEROS
002230         MOVE 'LA CUENTA YA TIENE TARJETA - USE REEMPLAZAR'
002240              TO CA-MSG
002250         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002260      END-IF.
002270
002280      PERFORM 3200-I-GENERAR-NUMERO THRU 3200-F-GENERAR-NUMERO.
002290
002300      PERFORM 3300-I-GRABAR-TARJETA THRU 3300-F-GRABAR-TARJETA.
002310
002320      MOVE 'TARJETA EMITIDA'  TO AUD-CAMPO.
002330      MOVE NRO-CUENTA         TO AUD-VALOR-ANTES.
002340      MOVE SPACES             TO WS-AUD-MOTIVO.
002350      MOVE TAR-NRO-TARJETA    TO WS-AUD-NRO.
002360      MOVE TAR-ESTADO         TO WS-AUD-ESTADO.
002370      MOVE WS-AUD-TARJETA     TO AUD-VALOR-DESPUES.
002380
002390      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
002400
002410      PERFORM 6300-I-MOSTRAR-TARJETA THRU 6300-F-MOSTRAR-TARJETA.
002420
002430      MOVE 'TARJETA EMITIDA CORRECTAMENTE' TO YMSGO.
002440
002450      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
002460
002470  3000-F-EMITIR. EXIT.
002480**************************************
002490*  LA CUENTA DEBE ESTAR ABIERTA Y    *
002500*  ACTIVA, SIN TITULARES FALLECIDOS  *
002510*  (DEJA CARGADOS TBCUENT/TBCLIENT)  *
002520**************************************
002530  3100-I-VALIDAR-CUENTA.
002540      EXEC SQL
002550         SELECT NRO_CUENTA, NRO_CLIENTE, VALUE(ESTADO_CUENTA, ' ')
002560           INTO :NRO-CUENTA, :CUE-NRO-CLIENTE, :WS-ESTADO-CUENTA
002570           FROM ITPFBIO.TBCUENTAS
002580          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
002590            AND FECHA_DE_BAJA IS NULL
002600      END-EXEC.
002610
002620      EVALUATE SQLCODE
002630         WHEN ZEROS
002640            CONTINUE
002650         WHEN +100
002660            MOVE 'CUENTA INEXISTENTE O CERRADA' TO CA-MSG
002670            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002680         WHEN OTHER
002690            MOVE 'ERROR AL LEER LA CUENTA - VER SQLCODE' TO CA-MSG
002700            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002710      END-EVALUATE.
002720
002730      IF WS-CUENTA-INACTIVA
002740         MOVE 'CUENTA INACTIVA - NO ADMITE TARJETA' TO CA-MSG
002750         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002760      END-IF.
002770
002780      PERFORM 4800-I-CONTROLAR-FALLECIDO
002790         THRU 4800-F-CONTROLAR-FALLECIDO.
002800
002810      IF CA-MSG NOT EQUAL SPACES
002820         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002830      END-IF.
002840
002850      MOVE CUE-NRO-CLIENTE TO CLI-NRO-CLIENTE.
002860
002870      EXEC SQL
002880         SELECT NOMBRE_CLIENTE, APELLIDO_CLIENTE
002890           INTO :NOMBRE-CLIENTE, :APELLIDO-CLIENTE
002900           FROM ITPFBIO.TBCLIENT
002910          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
002920      END-EXEC.
002930
002940      IF SQLCODE NOT EQUAL ZEROS
002950         MOVE SPACES TO NOMBRE-CLIENTE
002960         MOVE SPACES TO APELLIDO-CLIENTE
002970      END-IF.
002980
002990  3100-F-VALIDAR-CUENTA. EXIT.
003000**************************************
003010*  NUMERO DE TARJETA NUEVO: BIN DEL  *
003020*  BANCO + SECUENCIA (MAXIMO + 1) +  *
003030*  DIGITO VERIFICADOR (LUHN)         *
003040**************************************
003050  3200-I-GENERAR-NUMERO.
003060      MOVE CT-BIN-DEBITO TO TAR-NRO-TARJETA.
003070
003080      EXEC SQL
003090         SELECT VALUE(MAX(SUBSTR(NRO_TARJETA, 7, 9)), '000000000')
003100           INTO :WS-ULTIMA-SECUENCIA
003110           FROM ITPFBIO.TBTARJETAS
003120          WHERE SUBSTR(NRO_TARJETA, 1, 6) EQUAL :TAR-NRO-TARJETA
003130      END-EXEC.
003140
003150      IF SQLCODE NOT EQUAL ZEROS
003160      OR WS-ULTIMA-SECUENCIA NOT NUMERIC
003170         MOVE 'ERROR AL NUMERAR LA TARJETA - VER SQLCODE'
003180              TO CA-MSG
003190         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003200      END-IF.
003210
003220      MOVE CT-BIN-DEBITO TO WS-TAR-BIN.
003230      ADD 1 WS-ULTIMA-SEC-N GIVING WS-TAR-SECUENCIA.
003240      MOVE ZEROS TO WS-TAR-DIGITO.
003250      MOVE ZEROS TO WS-LUHN-SUMA.
003260
003270      PERFORM 3250-I-DIGITO-LUHN THRU 3250-F-DIGITO-LUHN
003280         VARYING WS-IDX-DIGITO FROM 15 BY -1
003290         UNTIL WS-IDX-DIGITO LESS 1.
003300
003310      DIVIDE WS-LUHN-SUMA BY 10 GIVING WS-LUHN-COCIENTE
003320         REMAINDER WS-LUHN-RESTO.
003330
003340      IF WS-LUHN-RESTO EQUAL ZEROS
003350         MOVE ZEROS TO WS-TAR-DIGITO
003360      ELSE
003370         SUBTRACT WS-LUHN-RESTO FROM 10 GIVING WS-TAR-DIGITO
003380      END-IF.
003390
003400      MOVE WS-NRO-TARJETA TO TAR-NRO-TARJETA.
003410
003420  3200-F-GENERAR-NUMERO. EXIT.
003430**************************************
003440*  SUMA LUHN: DE DERECHA A IZQUIERDA *
003450*  SE DUPLICA UN DIGITO SI Y OTRO NO *
003460*  EMPEZANDO POR EL VECINO DEL       *
003470*  DIGITO VERIFICADOR                *
003480**************************************
003490  3250-I-DIGITO-LUHN.
003500      MOVE WS-TAR-DIG (WS-IDX-DIGITO) TO WS-LUHN-VALOR.
003510
003520      DIVIDE WS-IDX-DIGITO BY 2 GIVING WS-LUHN-COCIENTE
003530         REMAINDER WS-LUHN-RESTO.
003540
003550      IF WS-LUHN-RESTO EQUAL 1
003560         MULTIPLY 2 BY WS-LUHN-VALOR
003570         IF WS-LUHN-VALOR GREATER 9
003580            SUBTRACT 9 FROM WS-LUHN-VALOR
003590         END-IF
003600      END-IF.
003610
003620      ADD WS-LUHN-VALOR TO WS-LUHN-SUMA.
003630
003640  3250-F-DIGITO-LUHN. EXIT.
003650**************************************
003660*  ALTA DE LA TARJETA ACTIVA CON     *
003670*  VENCIMIENTO A LOS 5 ANIOS         *
003680**************************************
003690  3300-I-GRABAR-TARJETA.
003700      ADD CT-ANIOS-VIGENCIA WS-HOY-AA GIVING WS-VTO-AA.
003710      MOVE WS-HOY-MM TO WS-VTO-MM.
003720      MOVE WS-HOY-DD TO WS-VTO-DD.
003730
003740      IF WS-VTO-MM EQUAL 02 AND WS-VTO-DD GREATER 28
003750         MOVE 28 TO WS-VTO-DD
003760      END-IF.
003770
003780      MOVE NRO-CUENTA      TO TAR-NRO-CUENTA.
003790      MOVE CUE-NRO-CLIENTE TO TAR-NRO-CLIENTE.
003800      MOVE CT-ACTIVA       TO TAR-ESTADO.
003810      MOVE WS-FECHA-HOY    TO TAR-FECHA-ALTA.
003820      MOVE WS-FECHA-VTO    TO TAR-FECHA-VTO.
003830      MOVE WS-FECHA-HOY    TO TAR-FECHA-ESTADO.
003840      MOVE SPACES          TO TAR-MOTIVO.
003850      MOVE SPACES          TO TAR-NRO-TARJETA-NUEVA.
003860      MOVE EIBUSERID       TO TAR-USUARIO.
003870
003880      EXEC SQL
003890         INSERT INTO ITPFBIO.TBTARJETAS
003900               (NRO_TARJETA, NRO_CUENTA, NRO_CLIENTE, ESTADO,
003910                FECHA_ALTA, FECHA_VTO, FECHA_ESTADO, MOTIVO,
003920                NRO_TARJETA_NUEVA, USUARIO)
003930         VALUES
003940               (:TAR-NRO-TARJETA, :TAR-NRO-CUENTA,
003950                :TAR-NRO-CLIENTE, :TAR-ESTADO,
003960                :TAR-FECHA-ALTA, :TAR-FECHA-VTO,
003970                :TAR-FECHA-ESTADO, :TAR-MOTIVO,
003980                :TAR-NRO-TARJETA-NUEVA, :TAR-USUARIO)
003990      END-EXEC.
004000
004010      IF SQLCODE NOT EQUAL ZEROS
004020         PERFORM 5900-I-DESHACER THRU 5900-F-DESHACER
004030      END-IF.
004040
004050  3300-F-GRABAR-TARJETA. EXIT.
004060**************************************
004070*   VOLVER AL MENU PRINCIPAL (PF12)  *
004080**************************************
004090  3500-I-A-SALIR.
004100      MOVE SPACES TO CA-MSG.
004110
004120      EXEC CICS XCTL PROGRAM('PGMMEN33')
004130                COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
004140      END-EXEC.
004150
004160  3500-F-A-SALIR. EXIT.
004170**************************************
004180*  BLOQUEAR UNA TARJETA ACTIVA (PF2) *
004190**************************************
004200  4000-I-BLOQUEAR.
004210      PERFORM 4100-I-LEER-TARJETA THRU 4100-F-LEER-TARJETA.
004220
004230      IF TAR-ESTADO NOT EQUAL CT-ACTIVA
004240         MOVE 'SOLO SE BLOQUEA UNA TARJETA ACTIVA' TO CA-MSG
004250         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004260      END-IF.
004270
004280      PERFORM 4200-I-PEDIR-MOTIVO THRU 4200-F-PEDIR-MOTIVO.
004290
004300      MOVE CT-BLOQUEADA TO TAR-ESTADO.
004310
004320      PERFORM 4300-I-CAMBIAR-ESTADO THRU 4300-F-CAMBIAR-ESTADO.
004330
004340      MOVE 'TARJETA BLOQUEADA' TO AUD-CAMPO.
004350
004360      PERFORM 4400-I-AUDITAR-ESTADO THRU 4400-F-AUDITAR-ESTADO.
004370
004380      PERFORM 6300-I-MOSTRAR-TARJETA THRU 6300-F-MOSTRAR-TARJETA.
004390
004400      MOVE 'TARJETA BLOQUEADA CORRECTAMENTE' TO YMSGO.
004410
004420      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
004430
004440  4000-F-BLOQUEAR. EXIT.
004450**************************************
004460*  RECIBIR LA PANTALLA Y LEER LA     *
004470*  TARJETA INGRESADA                 *
004480**************************************
004490  4100-I-LEER-TARJETA.
004500      EXEC CICS RECEIVE MAP('TARJ0233') MAPSET('MAPSETA')
004510                INTO(TARJ0233I)
004520      END-EXEC.
004530
004540      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
004550
004560      MOVE SPACES TO CA-MSG.
004570
004580      IF YNROTARI NOT NUMERIC
004590         MOVE 'INGRESE EL NRO DE TARJETA (16 DIGITOS)' TO CA-MSG
004600         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004610      END-IF.
004620
004630      MOVE YNROTARI TO TAR-NRO-TARJETA.
004640
004650      EXEC SQL
004660         SELECT NRO_CUENTA, NRO_CLIENTE, ESTADO, FECHA_ALTA,
004670                FECHA_VTO, FECHA_ESTADO, MOTIVO,
004680                NRO_TARJETA_NUEVA, USUARIO
004690           INTO :TAR-NRO-CUENTA, :TAR-NRO-CLIENTE, :TAR-ESTADO,
004700                :TAR-FECHA-ALTA, :TAR-FECHA-VTO,
004710                :TAR-FECHA-ESTADO, :TAR-MOTIVO,
004720                :TAR-NRO-TARJETA-NUEVA, :TAR-USUARIO
004730           FROM ITPFBIO.TBTARJETAS
004740          WHERE NRO_TARJETA EQUAL :TAR-NRO-TARJETA
004750      END-EXEC.
004760
004770      EVALUATE SQLCODE
004780         WHEN ZEROS
004790            CONTINUE
004800         WHEN +100
004810            MOVE 'TARJETA INEXISTENTE' TO CA-MSG
004820            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004830         WHEN OTHER
004840            MOVE 'ERROR AL LEER LA TARJETA - VER SQLCODE'
004850                 TO CA-MSG
004860            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004870      END-EVALUATE.
004880
004890      MOVE TAR-NRO-TARJETA TO WS-TARJETA-ANTERIOR.
004900      MOVE TAR-ESTADO      TO WS-ESTADO-ANTERIOR.
004910
004920      MOVE TAR-NRO-CLIENTE TO CLI-NRO-CLIENTE.
004930
004940      EXEC SQL
004950         SELECT NOMBRE_CLIENTE, APELLIDO_CLIENTE
004960           INTO :NOMBRE-CLIENTE, :APELLIDO-CLIENTE
004970           FROM ITPFBIO.TBCLIENT
004980          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
004990      END-EXEC.
005000
005010      IF SQLCODE NOT EQUAL ZEROS
005020         MOVE SPACES TO NOMBRE-CLIENTE
005030         MOVE SPACES TO APELLIDO-CLIENTE
005040      END-IF.
005050
005060  4100-F-LEER-TARJETA. EXIT.
005070**************************************
005080*  EL BLOQUEO, REEMPLAZO Y BAJA      *
005090*  EXIGEN UN MOTIVO                  *
005100**************************************
005110  4200-I-PEDIR-MOTIVO.
005120      IF YMOTIVOI EQUAL SPACES OR LOW-VALUES
005130         MOVE 'INGRESE EL MOTIVO (ROBO, EXTRAVIO, PEDIDO, ETC)'
005140              TO CA-MSG
005150         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005160      END-IF.
005170
005180      MOVE YMOTIVOI TO TAR-MOTIVO.
005190
005200  4200-F-PEDIR-MOTIVO. EXIT.
005210**************************************
005220*  GRABAR EL NUEVO ESTADO DE LA      *
005230*  TARJETA (SOLO SI NADIE LO CAMBIO  *
005240*  ENTRE LA LECTURA Y LA GRABACION)  *
005250**************************************
005260  4300-I-CAMBIAR-ESTADO.
005270      MOVE WS-FECHA-HOY TO TAR-FECHA-ESTADO.
005280      MOVE EIBUSERID    TO TAR-USUARIO.
005290
005300      EXEC SQL
005310         UPDATE ITPFBIO.TBTARJETAS
005320            SET ESTADO            = :TAR-ESTADO,
005330                FECHA_ESTADO      = :TAR-FECHA-ESTADO,
005340                MOTIVO            = :TAR-MOTIVO,
005350                NRO_TARJETA_NUEVA = :TAR-NRO-TARJETA-NUEVA,
005360                USUARIO           = :TAR-USUARIO
005370          WHERE NRO_TARJETA EQUAL :WS-TARJETA-ANTERIOR
005380            AND ESTADO      EQUAL :WS-ESTADO-ANTERIOR
005390      END-EXEC.
005400
005410      EVALUATE SQLCODE
005420         WHEN ZEROS
005430            CONTINUE
005440         WHEN +100
005450            EXEC CICS SYNCPOINT ROLLBACK
005460            END-EXEC
005470            MOVE 'LA TARJETA CAMBIO DE ESTADO - CONSULTE DE NUEVO'
005480                 TO CA-MSG
005490            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005500         WHEN OTHER
005510            PERFORM 5900-I-DESHACER THRU 5900-F-DESHACER
005520      END-EVALUATE.
005530
005540  4300-F-CAMBIAR-ESTADO. EXIT.
005550**************************************
005560*  AUDITAR EL CAMBIO DE ESTADO CON   *
005570*  LA TARJETA ANTES Y DESPUES        *
005580**************************************
005590  4400-I-AUDITAR-ESTADO.
005600      MOVE WS-TARJETA-ANTERIOR TO WS-AUD-NRO.
005610      MOVE WS-ESTADO-ANTERIOR  TO WS-AUD-ESTADO.
005620      MOVE SPACES              TO WS-AUD-MOTIVO.
005630      MOVE WS-AUD-TARJETA      TO AUD-VALOR-ANTES.
005640
005650      MOVE WS-TARJETA-ANTERIOR TO WS-AUD-NRO.
005660      MOVE TAR-ESTADO          TO WS-AUD-ESTADO.
005670      MOVE TAR-MOTIVO          TO WS-AUD-MOTIVO.
005680      MOVE WS-AUD-TARJETA      TO AUD-VALOR-DESPUES.
005690
005700      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
005710
005720  4400-F-AUDITAR-ESTADO. EXIT.
005730**************************************
005740*  REEMPLAZAR UNA TARJETA ACTIVA O   *
005750*  BLOQUEADA POR UN PLASTICO NUEVO   *
005760*  SOBRE LA MISMA CUENTA (PF3)       *
005770**************************************
005780  4500-I-REEMPLAZAR.
005790      PERFORM 4100-I-LEER-TARJETA THRU 4100-F-LEER-TARJETA.
005800
005810      IF TAR-ESTADO NOT EQUAL CT-ACTIVA
005820      AND TAR-ESTADO NOT EQUAL CT-BLOQUEADA
005830         MOVE 'SOLO SE REEMPLAZA UNA TARJETA ACTIVA O BLOQUEADA'
005840              TO CA-MSG
005850         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005860      END-IF.
005870
005880      PERFORM 4200-I-PEDIR-MOTIVO THRU 4200-F-PEDIR-MOTIVO.
005890
005900      MOVE TAR-NRO-CUENTA TO NRO-CUENTA.
005910
005920      PERFORM 3100-I-VALIDAR-CUENTA THRU 3100-F-VALIDAR-CUENTA.
005930
005940      PERFORM 3200-I-GENERAR-NUMERO THRU 3200-F-GENERAR-NUMERO.
005950
005960      MOVE TAR-NRO-TARJETA TO TAR-NRO-TARJETA-NUEVA.
005970      MOVE CT-REEMPLAZADA  TO TAR-ESTADO.
005980
005990      PERFORM 4300-I-CAMBIAR-ESTADO THRU 4300-F-CAMBIAR-ESTADO.
006000
006010      MOVE 'TARJETA REEMPLAZADA' TO AUD-CAMPO.
006020
006030      PERFORM 4400-I-AUDITAR-ESTADO THRU 4400-F-AUDITAR-ESTADO.
006040
006050      PERFORM 3300-I-GRABAR-TARJETA THRU 3300-F-GRABAR-TARJETA.
006060
006070      MOVE 'TARJETA EMITIDA'  TO AUD-CAMPO.
006080      MOVE WS-TARJETA-ANTERIOR TO AUD-VALOR-ANTES.
006090      MOVE TAR-NRO-TARJETA    TO WS-AUD-NRO.
006100      MOVE TAR-ESTADO         TO WS-AUD-ESTADO.
006110      MOVE SPACES             TO WS-AUD-MOTIVO.
006120      MOVE WS-AUD-TARJETA     TO AUD-VALOR-DESPUES.
006130
006140      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
006150
006160      PERFORM 6300-I-MOSTRAR-TARJETA THRU 6300-F-MOSTRAR-TARJETA.
006170
006180      MOVE WS-TARJETA-ANTERIOR TO YNROTARO.
006190      MOVE 'REEMPLAZADA'       TO YESTADOO.
006200      MOVE TAR-NRO-TARJETA     TO YNUEVAO.
006210      MOVE 'TARJETA REEMPLAZADA - VTO DEL PLASTICO NUEVO'
006220           TO YMSGO.
006230
006240      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
006250
006260  4500-F-REEMPLAZAR. EXIT.
006270**************************************
006280*  CONTROLAR TITULARES FALLECIDOS    *
006290*  (ESTADO_CLIENTE 'F')              *
006300**************************************
006310  4800-I-CONTROLAR-FALLECIDO.
006320      MOVE ZEROS TO WS-CANT-FALLEC.
006330
006340      EXEC SQL
006350         SELECT COUNT(*)
006360           INTO :WS-CANT-FALLEC
006370           FROM ITPFBIO.TBCLIENT
006380          WHERE ESTADO_CLIENTE EQUAL 'F'
006390            AND (NRO_CLIENTE EQUAL :CUE-NRO-CLIENTE
006400             OR NRO_CLIENTE IN
006410                (SELECT NRO_CLIENTE
006420                   FROM ITPFBIO.TBTITULAR
006430                  WHERE NRO_CUENTA EQUAL :NRO-CUENTA))
006440      END-EXEC.
006450
006460      IF SQLCODE NOT EQUAL ZEROS
006470         MOVE ZEROS TO WS-CANT-FALLEC
006480      END-IF.
006490
006500      IF WS-CANT-FALLEC GREATER ZEROS
006510         MOVE 'CUENTA BLOQUEADA - TITULAR FALLECIDO' TO CA-MSG
006520      END-IF.
006530
006540  4800-F-CONTROLAR-FALLECIDO. EXIT.
006550**************************************
006560*  DAR DE BAJA UNA TARJETA ACTIVA O  *
006570*  BLOQUEADA (PF4)                   *
006580**************************************
006590  5000-I-BAJA.
006600      PERFORM 4100-I-LEER-TARJETA THRU 4100-F-LEER-TARJETA.
006610
006620      IF TAR-ESTADO NOT EQUAL CT-ACTIVA
006630      AND TAR-ESTADO NOT EQUAL CT-BLOQUEADA
006640         MOVE 'LA TARJETA YA FUE REEMPLAZADA O DADA DE BAJA'
006650              TO CA-MSG
006660         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006670      END-IF.
006680
006690      PERFORM 4200-I-PEDIR-MOTIVO THRU 4200-F-PEDIR-MOTIVO.
006700
006710      MOVE CT-DADA-DE-BAJA TO TAR-ESTADO.
006720
006730      PERFORM 4300-I-CAMBIAR-ESTADO THRU 4300-F-CAMBIAR-ESTADO.
006740
006750      MOVE 'TARJETA DADA DE BAJA' TO AUD-CAMPO.
006760
006770      PERFORM 4400-I-AUDITAR-ESTADO THRU 4400-F-AUDITAR-ESTADO.
006780
006790      PERFORM 6300-I-MOSTRAR-TARJETA THRU 6300-F-MOSTRAR-TARJETA.
006800
006810      MOVE 'TARJETA DADA DE BAJA CORRECTAMENTE' TO YMSGO.
006820
006830      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
006840
006850  5000-F-BAJA. EXIT.
006860**************************************
006870*  CONSULTAR UNA TARJETA (PF5)       *
006880**************************************
006890  5500-I-CONSULTAR.
006900      PERFORM 4100-I-LEER-TARJETA THRU 4100-F-LEER-TARJETA.
006910
006920      PERFORM 6300-I-MOSTRAR-TARJETA THRU 6300-F-MOSTRAR-TARJETA.
006930
006940      MOVE SPACES TO YMSGO.
006950
006960      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
006970
006980  5500-F-CONSULTAR. EXIT.
006990**************************************
007000*  DESHACER LA UNIDAD DE TRABAJO     *
007010*  ANTE CUALQUIER ERROR SQL          *
007020**************************************
007030  5900-I-DESHACER.
007040      EXEC CICS SYNCPOINT ROLLBACK
007050      END-EXEC.
007060
007070      MOVE 'ERROR SQL - OPERACION ANULADA COMPLETA' TO CA-MSG.
007080
007090      PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO.
007100
007110  5900-F-DESHACER. EXIT.
007120**************************************
007130*   RECHAZAR LA OPERACION (MSG)      *
007140**************************************
007150  6000-I-RECHAZO.
007160      MOVE CA-MSG        TO YMSGO.
007170
007180      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
007190
007200  6000-F-RECHAZO. EXIT.
007210**************************************
007220*  ENVIAR LA PANTALLA Y ESPERAR      *
007230**************************************
007240  6200-I-ENVIAR.
007250      MOVE WS-FECHA-HOY  TO YFECHAO.
007260
007270      EXEC CICS SEND MAP('TARJ0233') MAPSET('MAPSETA')
007280                FROM(TARJ0233O)
007290      END-EXEC.
007300
007310      EXEC CICS RETURN TRANSID('TJD1')
007320                COMMAREA(WS-CA-ESTADO) LENGTH(1)
007330      END-EXEC.
007340
007350  6200-F-ENVIAR. EXIT.
007360**************************************
007370*  MOSTRAR LOS DATOS DE LA TARJETA   *
007380**************************************
007390  6300-I-MOSTRAR-TARJETA.
007400      MOVE TAR-NRO-CUENTA        TO YNROCTAO.
007410      MOVE TAR-NRO-TARJETA       TO YNROTARO.
007420      MOVE TAR-MOTIVO            TO YMOTIVOO.
007430      MOVE TAR-FECHA-VTO         TO YFECVTOO.
007440      MOVE TAR-NRO-TARJETA-NUEVA TO YNUEVAO.
007450
007460      MOVE SPACES TO YTITULAO.
007470      STRING APELLIDO-CLIENTE DELIMITED BY '  '
007480             ', '             DELIMITED BY SIZE
007490             NOMBRE-CLIENTE   DELIMITED BY '  '
007500             INTO YTITULAO.
007510
007520      EVALUATE TAR-ESTADO
007530         WHEN 'A'
007540            MOVE 'ACTIVA'       TO YESTADOO
007550         WHEN 'B'
007560            MOVE 'BLOQUEADA'    TO YESTADOO
007570         WHEN 'R'
007580            MOVE 'REEMPLAZADA'  TO YESTADOO
007590         WHEN 'C'
007600            MOVE 'DADA DE BAJA' TO YESTADOO
007610         WHEN OTHER
007620            MOVE TAR-ESTADO     TO YESTADOO
007630      END-EVALUATE.
007640
007650  6300-F-MOSTRAR-TARJETA. EXIT.
007660**************************************
007670*  LIMPIAR LOS DATOS DE LA PANTALLA  *
007680**************************************
007690  6500-I-LIMPIAR-DATOS.
007700      MOVE SPACES TO YNROCTAO.
007710      MOVE SPACES TO YNROTARO.
007720      MOVE SPACES TO YMOTIVOO.
007730      MOVE SPACES TO YESTADOO.
007740      MOVE SPACES TO YTITULAO.
007750      MOVE SPACES TO YFECVTOO.
007760      MOVE SPACES TO YNUEVAO.
007770
007780  6500-F-LIMPIAR-DATOS. EXIT.
007790**************************************
007800*           TOMAR FECHA              *
007810**************************************
007820  7000-I-FECHA.
007830      ACCEPT WS-AREA FROM DATE YYYYMMDD.
007840
007850      MOVE WS-AREA-AA TO WS-HOY-AA.
007860      MOVE WS-AREA-MM TO WS-HOY-MM.
007870      MOVE WS-AREA-DD TO WS-HOY-DD.
007880
007890  7000-F-FECHA. EXIT.
007900**************************************
007910*   GRABAR AUDITORIA EN LA COLA AUDT *
007920**************************************
007930  9000-I-AUDITAR.
007940      MOVE WS-FECHA-HOY    TO AUD-FECHA.
007950      ACCEPT AUD-HORA      FROM TIME.
007960      MOVE EIBUSERID       TO AUD-USERID.
007970      MOVE EIBTRMID        TO AUD-TERMID.
007980      MOVE EIBTRNID        TO AUD-TRANSACCION.
007990      MOVE SPACES          TO AUD-TIPO-DOC.
008000      MOVE ZEROS           TO AUD-NRO-DOC.
008010
008020      EXEC CICS WRITEQ TD QUEUE('AUDT')
008030                FROM(WS-AUDIT-REC) LENGTH(147)
008040      END-EXEC.
008050
008060  9000-F-AUDITAR. EXIT.
