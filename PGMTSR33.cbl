000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMTSR33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* PROCESO DE LA RESPUESTA DE LA CAMARA         *
000110*         * COMPENSADORA A LAS TRANSFERENCIAS         * JCR *
000120*         * SALIENTES ENVIADAS POR PGMTSA33: CADA        *
000130*         * ACEPTADA ('AC') QUEDA CONFIRMADA ('A') Y     *
000140*         * CADA RECHAZADA ('RE') SE DEVUELVE A LA       *
000150*         * CUENTA ORIGEN CON EL MOVIMIENTO 'DS' Y       *
000160*         * QUEDA EN 'R' CON EL MOTIVO DE LA CAMARA.     *
000170*         * LAS RESPUESTAS QUE NO SE PUEDEN APLICAR Y    *
000180*         * LAS ENVIADAS SIN RESPUESTA DE DIAS           *
000190*         * ANTERIORES SE LISTAN EN EL ARCHIVO DE        *
000200*         * OBSERVADAS PARA SU SEGUIMIENTO               *
000210*************************************
000220  ENVIRONMENT DIVISION.
000230  CONFIGURATION SECTION.
000240  SPECIAL-NAMES.
000250      DECIMAL-POINT IS COMMA.
000260  INPUT-OUTPUT SECTION.
000270  FILE-CONTROL.
000280        SELECT RESPCAM ASSIGN DDRESCAM
000290               FILE STATUS IS FS-RESPCAM.
000300
000310        SELECT OBSERVA ASSIGN DDOBSER
000320               FILE STATUS IS FS-OBSERVA.
000330
000340  DATA DIVISION.
000350  FILE SECTION.
000360  FD RESPCAM
000370       BLOCK CONTAINS 0 RECORDS
000380       RECORDING MODE IS F.
000390
000400  01 REG-RESPCAM.
000410      05 RSC-COMPROBANTE      PIC 9(09).
000420      05 RSC-CBU-DESTINO      PIC X(22).
000430      05 RSC-IMPORTE          PIC 9(09)V99.
000440      05 RSC-MONEDA           PIC X(02).
000450      05 RSC-ESTADO           PIC X(02).
000460         88 RSC-ACEPTADA              VALUE 'AC'.
000470         88 RSC-RECHAZADA             VALUE 'RE'.
000480      05 RSC-COD-MOTIVO       PIC X(02).
000490      05 FILLER               PIC X(52).
000500
000510  FD OBSERVA
000520       BLOCK CONTAINS 0 RECORDS
000530       RECORDING MODE IS F.
000540
000550  01 REG-OBSERVA.
000560      05 OBS-TIPO-REG         PIC X(01).
000570      05 OBS-COMPROBANTE      PIC 9(09).
000580      05 OBS-NRO-CUENTA       PIC X(15).
000590      05 OBS-CBU-DESTINO      PIC X(22).
000600      05 OBS-IMPORTE          PIC 9(09)V99.
000610      05 OBS-FECHA-ENVIO      PIC X(10).
000620      05 OBS-COD-MOTIVO       PIC X(02).
000630      05 OBS-MOTIVO           PIC X(30).
000640*************************************
000650*             WORKING              *
000660*************************************
000670  WORKING-STORAGE SECTION.
000680  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000690*************************************
000700*           FILE STATUS            *
000710*************************************
000720  01  FS-FILE-STATUS.
000730      05  FS-RESPCAM      PIC XX    VALUE SPACES.
000740          88  FS-RESPCAM-OK         VALUE '00'.
000750          88  FS-RESPCAM-EOF        VALUE '10'.
000760      05  FS-OBSERVA      PIC XX    VALUE SPACES.
000770          88  FS-OBSERVA-OK         VALUE '00'.
000780      05  FS-PROCESO      PIC X     VALUE SPACES.
000790          88  FS-PROCESO-OK         VALUE 'Y'.
000800          88  FS-PROCESO-EOF        VALUE 'N'.
000810      05  FS-SINRESP      PIC X     VALUE SPACES.
000820          88  FS-SINRESP-OK         VALUE 'Y'.
000830          88  FS-SINRESP-EOF        VALUE 'N'.
000840*************************************
000850*          CONTADORES              *
000860*************************************
000870  01 CN-CONTADORES.
000880      05 CN-LEIDOS             PIC 9(07)  VALUE ZEROS.
000890      05 CN-ACEPTADAS          PIC 9(07)  VALUE ZEROS.
000900      05 CN-DEVUELTAS          PIC 9(07)  VALUE ZEROS.
000910      05 CN-OBSERVADAS         PIC 9(07)  VALUE ZEROS.
000920      05 CN-SIN-RESPUESTA      PIC 9(07)  VALUE ZEROS.
000930      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
000940*************************************
000950*   CONTROL DE COMMITS PERIODICOS  *
000960*************************************
000970  77  CT-COMMIT-CADA        PIC 9(05)  VALUE 00100.
000980  77  CN-COMMIT-PEND        PIC 9(05)  VALUE ZEROS.
000990*************************************
001000*      AREA DE TRABAJO             *
001010*************************************
001020  01  WS-IMPORTE           PIC S9(9)V99 COMP-3 VALUE ZEROS.
001030  01  WS-SALDO-NUEVO       PIC S9(9)V99 COMP-3 VALUE ZEROS.
001040
001050  01  WS-COD-MOTIVO        PIC X(02)       VALUE SPACES.
001060  01  WS-MOTIVO            PIC X(30)       VALUE SPACES.
001070
001080  77  CT-CANAL-INTERB      PIC X(04)       VALUE 'INTB'.
001090  77  CT-MOV-DEVOL-SAL     PIC X(02)       VALUE 'DS'.
001100*************************************
001110*  TARJETA SYSIN: FECHA DE PROCESO *
001120*************************************
001130  01  WS-FECHA-PROCESO     PIC X(10)   VALUE SPACES.
001140*************************************
001150*             SQL                  *
001160*************************************
001170       EXEC SQL
001180         INCLUDE SQLCA
001190       END-EXEC.
001200
001210       EXEC SQL
001220         INCLUDE TBCUENT
001230       END-EXEC.
001240
001250       EXEC SQL
001260         INCLUDE TBMOVIM
001270       END-EXEC.
001280
001290       EXEC SQL
001300         INCLUDE TBTRFSAL
001310       END-EXEC.
001320
001330       EXEC SQL
001340         DECLARE SINRESP_CURSOR CURSOR FOR
001350          SELECT NRO_COMPROBANTE, NRO_CUENTA, CBU_DESTINO,
001360                 IMPORTE, FECHA_ENVIO
001370            FROM ITPFBIO.TBTRFSALIENTES
001380           WHERE ESTADO      EQUAL 'E'
001390             AND FECHA_ENVIO LESS  :WS-FECHA-PROCESO
001400           ORDER BY FECHA_ENVIO, NRO_COMPROBANTE
001410       END-EXEC.
001420
001430  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
001440*************************************
001450*  MANEJO COMUN DE ERRORES          *
001460*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
001470*  DE RETORNO DEL BATCH             *
001480*************************************
001490     COPY LKERROR.
001500
001510  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
001520  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
001530  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
001540  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
001550*************************************
001560*  CONTROL DE CORRIDAS (RUTCTRL)    *
001570*************************************
001580     COPY LKCTRL.
001590
001600  01  WS-TARJETA-CONTROL.
001610      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
001620      05  CC-RERUN         PIC X(01)  VALUE SPACES.
001630
001640  01  WS-CTL-HOY.
001650      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
001660      05  FILLER       PIC X(01)  VALUE '-'.
001670      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
001680      05  FILLER       PIC X(01)  VALUE '-'.
001690      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
001700
001710  01  WS-CTL-FECHA-AREA.
001720      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
001730      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
001740      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
001750
001760  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
001770  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
001780      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
001790  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
001800*************************************.
001810  PROCEDURE DIVISION.
001820**************************************
001830*  CUERPO PRINCIPAL DEL PROGRAMA     *
001840**************************************
001850  MAIN-PROGRAM.
001860      PERFORM 1000-I-INICIO
001870         THRU 1000-F-INICIO
001880
001890      IF WS-CORRIDA-RECHAZADA
001900         GO TO F-MAIN-PROGRAM
001910      END-IF
001920
001930      PERFORM 2000-I-PROCESO
001940         THRU 2000-F-PROCESO
001950         UNTIL FS-PROCESO-EOF
001960
001970      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
001980         PERFORM 6000-I-SIN-RESPUESTA
001990            THRU 6000-F-SIN-RESPUESTA
002000      END-IF
002010
002020      PERFORM 9999-I-FINAL
002030         THRU 9999-F-FINAL
002040      .
002050  F-MAIN-PROGRAM. GOBACK.
002060**************************************
002070*  CUERPO INICIO APERTURA ARCHIVOS   *
002080**************************************
002090  1000-I-INICIO.
002100      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
002110
002120      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
002130
002140      IF WS-CORRIDA-RECHAZADA
002150         GO TO 1000-F-INICIO
002160      END-IF
002170
002180      MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO
002190
002200      OPEN INPUT RESPCAM
002210
002220      IF NOT FS-RESPCAM-OK
002230         DISPLAY '* ERROR EN OPEN RESPCAM = ' FS-RESPCAM
002240         MOVE FS-RESPCAM TO LK-ERR-CODIGO
002250         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
002260         MOVE 'OPEN RESPCAM' TO LK-ERR-RECURSO
002270         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002280         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002290         SET  FS-PROCESO-EOF TO TRUE
002300      END-IF
002310
002320      OPEN OUTPUT OBSERVA
002330
002340      IF NOT FS-OBSERVA-OK
002350         DISPLAY '* ERROR EN OPEN OBSERVA = ' FS-OBSERVA
002360         MOVE FS-OBSERVA TO LK-ERR-CODIGO
002370         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
002380         MOVE 'OPEN OBSERVA' TO LK-ERR-RECURSO
002390         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002400         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002410         SET  FS-PROCESO-EOF TO TRUE
002420      END-IF
002430
002440      IF NOT FS-PROCESO-EOF
002450         PERFORM 3000-I-LEER-RESPUESTA
002460            THRU 3000-F-LEER-RESPUESTA
002470      END-IF
002480      .
002490  1000-F-INICIO. EXIT.
002500**************************************
002510*  CUERPO PRINCIPAL DE PROCESOS      *
002520**************************************
002530  2000-I-PROCESO.
002540      PERFORM 4000-I-APLICAR
002550         THRU 4000-F-APLICAR
002560
002570      IF NOT FS-PROCESO-EOF
002580         PERFORM 3000-I-LEER-RESPUESTA
002590            THRU 3000-F-LEER-RESPUESTA
002600      END-IF
002610      .
002620  2000-F-PROCESO. EXIT.
002630**************************************
002640*   LEER UNA RESPUESTA DE CAMARA     *
002650**************************************
002660  3000-I-LEER-RESPUESTA.
002670      READ RESPCAM
002680
002690      EVALUATE FS-RESPCAM
002700
002710      WHEN '00'
002720         ADD 1 TO CN-LEIDOS
002730         MOVE RSC-CBU-DESTINO TO LK-ERR-CLAVE
002740
002750      WHEN '10'
002760         SET FS-PROCESO-EOF TO TRUE
002770
002780      WHEN OTHER
002790         DISPLAY '* ERROR LEER RESPCAM = ' FS-RESPCAM
002800         MOVE FS-RESPCAM TO LK-ERR-CODIGO
002810         MOVE '3000-I-LEER-RESPUESTA' TO LK-ERR-PARRAFO
002820         MOVE 'LEER RESPCAM' TO LK-ERR-RECURSO
002830         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002840         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002850         SET FS-PROCESO-EOF TO TRUE
002860      END-EVALUATE
002870      .
002880  3000-F-LEER-RESPUESTA. EXIT.
002890**************************************
002900*   COMMIT CADA N RESPUESTAS         *
002910**************************************
002920  3500-I-COMMIT-PERIODICO.
002930      ADD 1 TO CN-COMMIT-PEND
002940
002950      IF CN-COMMIT-PEND NOT LESS CT-COMMIT-CADA
002960         EXEC SQL
002970            COMMIT
002980         END-EXEC
002990         MOVE ZEROS TO CN-COMMIT-PEND
003000      END-IF
003010      .
003020  3500-F-COMMIT-PERIODICO. EXIT.
003030**************************************
003040*  VALIDAR Y APLICAR UNA RESPUESTA   *
003050**************************************
003060  4000-I-APLICAR.
003070      PERFORM 4100-I-VALIDAR THRU 4100-F-VALIDAR
003080
003090      IF WS-COD-MOTIVO EQUAL SPACES
003100         IF RSC-ACEPTADA
003110            PERFORM 5000-I-ACEPTAR  THRU 5000-F-ACEPTAR
003120         ELSE
003130            PERFORM 5100-I-DEVOLVER THRU 5100-F-DEVOLVER
003140         END-IF
003150      ELSE
003160         PERFORM 5300-I-OBSERVAR THRU 5300-F-OBSERVAR
003170      END-IF
003180
003190      PERFORM 3500-I-COMMIT-PERIODICO
003200         THRU 3500-F-COMMIT-PERIODICO
003210      .
003220  4000-F-APLICAR. EXIT.
003230**************************************
003240*  VALIDAR LA RESPUESTA CONTRA LA    *
003250*  TRANSFERENCIA ENVIADA (CADA       *
003260*  CONTROL INFORMA SU MOTIVO)        *
003270**************************************
003280  4100-I-VALIDAR.
003290      MOVE SPACES TO WS-COD-MOTIVO
003300      MOVE SPACES TO WS-MOTIVO
003310
003320      IF NOT RSC-ACEPTADA
003330         AND NOT RSC-RECHAZADA
003340         MOVE '01' TO WS-COD-MOTIVO
003350         MOVE 'ESTADO DE RESPUESTA INVALIDO' TO WS-MOTIVO
003360         GO TO 4100-F-VALIDAR
003370      END-IF
003380
003390      IF RSC-COMPROBANTE NOT NUMERIC
003400         OR RSC-IMPORTE NOT NUMERIC
003410         MOVE '02' TO WS-COD-MOTIVO
003420         MOVE 'COMPROBANTE O IMPORTE INVALIDO' TO WS-MOTIVO
003430         GO TO 4100-F-VALIDAR
003440      END-IF
003450
003460      MOVE RSC-COMPROBANTE TO TSA-NRO-COMPROBANTE
003470      MOVE RSC-IMPORTE     TO WS-IMPORTE
003480
003490      EXEC SQL
003500         SELECT NRO_CUENTA, CBU_DESTINO, IMPORTE, MONEDA,
003510                ESTADO, FECHA_ENVIO
003520           INTO :TSA-NRO-CUENTA, :TSA-CBU-DESTINO,
003530                :TSA-IMPORTE, :TSA-MONEDA,
003540                :TSA-ESTADO, :TSA-FECHA-ENVIO
003550           FROM ITPFBIO.TBTRFSALIENTES
003560          WHERE NRO_COMPROBANTE EQUAL :TSA-NRO-COMPROBANTE
003570      END-EXEC
003580
003590      EVALUATE SQLCODE
003600         WHEN ZEROS
003610            CONTINUE
003620         WHEN +100
003630            MOVE SPACES TO TSA-NRO-CUENTA
003640            MOVE SPACES TO TSA-FECHA-ENVIO
003650            MOVE '03' TO WS-COD-MOTIVO
003660            MOVE 'TRANSFERENCIA INEXISTENTE' TO WS-MOTIVO
003670            GO TO 4100-F-VALIDAR
003680         WHEN OTHER
003690            MOVE SPACES TO TSA-NRO-CUENTA
003700            MOVE SPACES TO TSA-FECHA-ENVIO
003710            MOVE '09' TO WS-COD-MOTIVO
003720            MOVE 'ERROR SQL AL LEER TRANSFERENCIA' TO WS-MOTIVO
003730            GO TO 4100-F-VALIDAR
003740      END-EVALUATE
003750
003760      EVALUATE TSA-ESTADO
003770         WHEN 'E'
003780            CONTINUE
003790         WHEN 'P'
003800            MOVE '04' TO WS-COD-MOTIVO
003810            MOVE 'TRANSFERENCIA NO ENVIADA' TO WS-MOTIVO
003820            GO TO 4100-F-VALIDAR
003830         WHEN OTHER
003840            MOVE '05' TO WS-COD-MOTIVO
003850            MOVE 'TRANSFERENCIA YA RESPONDIDA' TO WS-MOTIVO
003860            GO TO 4100-F-VALIDAR
003870      END-EVALUATE
003880
003890      IF RSC-CBU-DESTINO NOT EQUAL TSA-CBU-DESTINO
003900         OR RSC-MONEDA  NOT EQUAL TSA-MONEDA
003910         OR WS-IMPORTE  NOT EQUAL TSA-IMPORTE
003920         MOVE '06' TO WS-COD-MOTIVO
003930         MOVE 'CBU, MONEDA O IMPORTE NO COINCIDE' TO WS-MOTIVO
003940         GO TO 4100-F-VALIDAR
003950      END-IF
003960
003970      IF RSC-ACEPTADA
003980         GO TO 4100-F-VALIDAR
003990      END-IF
004000
004010      IF RSC-COD-MOTIVO EQUAL SPACES
004020         MOVE '07' TO WS-COD-MOTIVO
004030         MOVE 'RECHAZO SIN CODIGO DE MOTIVO' TO WS-MOTIVO
004040         GO TO 4100-F-VALIDAR
004050      END-IF
004060
004070      EXEC SQL
004080         SELECT NRO_CUENTA, MONEDA, SALDO_ACTUAL
004090           INTO :NRO-CUENTA, :MONEDA, :SALDO-ACTUAL
004100           FROM ITPFBIO.TBCUENTAS
004110          WHERE NRO_CUENTA EQUAL :TSA-NRO-CUENTA
004120            AND FECHA_DE_BAJA IS NULL
004130      END-EXEC
004140
004150      EVALUATE SQLCODE
004160         WHEN ZEROS
004170            CONTINUE
004180         WHEN +100
004190            MOVE '08' TO WS-COD-MOTIVO
004200            MOVE 'CUENTA ORIGEN CERRADA' TO WS-MOTIVO
004210         WHEN OTHER
004220            MOVE '09' TO WS-COD-MOTIVO
004230            MOVE 'ERROR SQL AL LEER LA CUENTA' TO WS-MOTIVO
004240      END-EVALUATE
004250      .
004260  4100-F-VALIDAR. EXIT.
004270**************************************
004280*  TRANSFERENCIA ACEPTADA POR LA     *
004290*  CAMARA: QUEDA CONFIRMADA          *
004300**************************************
004310  5000-I-ACEPTAR.
004320      EXEC SQL
004330         UPDATE ITPFBIO.TBTRFSALIENTES
004340            SET ESTADO          = 'A',
004350                FECHA_RESPUESTA = :WS-FECHA-PROCESO
004360          WHERE NRO_COMPROBANTE EQUAL :TSA-NRO-COMPROBANTE
004370            AND ESTADO          EQUAL 'E'
004380      END-EXEC
004390
004400      IF SQLCODE NOT EQUAL ZEROS
004410         EXEC SQL
004420            ROLLBACK
004430         END-EXEC
004440         ADD 1 TO CN-NOVEDADES-ER
004450         MOVE SQLCODE TO FS-SQLCODE
004460         DISPLAY '* ERROR UPDATE TBTRFSALIENTES = ' FS-SQLCODE
004470         MOVE FS-SQLCODE TO LK-ERR-CODIGO
004480         MOVE '5000-I-ACEPTAR' TO LK-ERR-PARRAFO
004490         MOVE 'UPDATE TBTRFSALIEN' TO LK-ERR-RECURSO
004500         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004510         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004520         SET FS-PROCESO-EOF TO TRUE
004530         GO TO 5000-F-ACEPTAR
004540      END-IF
004550
004560      ADD 1 TO CN-ACEPTADAS
004570      .
004580  5000-F-ACEPTAR. EXIT.
004590**************************************
004600*  TRANSFERENCIA RECHAZADA POR LA    *
004610*  CAMARA: SE DEVUELVE EL IMPORTE A  *
004620*  LA CUENTA ORIGEN CON 'DS' Y SE    *
004630*  GUARDA EL MOTIVO Y EL COMPROBANTE *
004640*  DE LA DEVOLUCION                  *
004650**************************************
004660  5100-I-DEVOLVER.
004670      ADD WS-IMPORTE TO SALDO-ACTUAL GIVING WS-SALDO-NUEVO
004680
004690      EXEC SQL
004700         UPDATE ITPFBIO.TBCUENTAS
004710            SET SALDO_ACTUAL = :WS-SALDO-NUEVO,
004720                FECHA_ACTUAL = :WS-FECHA-PROCESO
004730          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
004740      END-EXEC
004750
004760      IF SQLCODE NOT EQUAL ZEROS
004770         MOVE 'UPDATE TBCUENTAS' TO LK-ERR-RECURSO
004780         GO TO 5100-ERROR-SQL
004790      END-IF
004800
004810      MOVE NRO-CUENTA       TO MOV-NRO-CUENTA
004820      MOVE WS-FECHA-PROCESO TO MOV-FECHA
004830      ACCEPT MOV-HORA       FROM TIME
004840      MOVE CT-MOV-DEVOL-SAL TO MOV-TIPO-MOVIMIENTO
004850      MOVE WS-IMPORTE       TO MOV-IMPORTE
004860      MOVE MONEDA           TO MOV-MONEDA
004870      MOVE 'PGMTSR33'       TO MOV-USUARIO
004880      MOVE CT-CANAL-INTERB  TO MOV-CANAL
004890
004900      PERFORM 5150-I-NUMERAR-COMP
004910         THRU 5150-F-NUMERAR-COMP
004920
004930      EXEC SQL
004940         INSERT INTO ITPFBIO.TBMOVIM
004950               (NRO_CUENTA, FECHA, HORA, TIPO_MOVIMIENTO,
004960                IMPORTE, MONEDA, USUARIO, CANAL,
004970                NRO_COMPROBANTE)
004980         VALUES
004990               (:MOV-NRO-CUENTA, :MOV-FECHA, :MOV-HORA,
005000                :MOV-TIPO-MOVIMIENTO, :MOV-IMPORTE,
005010                :MOV-MONEDA, :MOV-USUARIO, :MOV-CANAL,
005020                :MOV-NRO-COMPROBANTE)
005030      END-EXEC
005040
005050      IF SQLCODE NOT EQUAL ZEROS
005060         MOVE 'INSERT TBMOVIM' TO LK-ERR-RECURSO
005070         GO TO 5100-ERROR-SQL
005080      END-IF
005090
005100      MOVE RSC-COD-MOTIVO      TO TSA-COD-MOTIVO
005110      MOVE MOV-NRO-COMPROBANTE TO TSA-NRO-COMP-DEVOL
005120
005130      EXEC SQL
005140         UPDATE ITPFBIO.TBTRFSALIENTES
005150            SET ESTADO          = 'R',
005160                FECHA_RESPUESTA = :WS-FECHA-PROCESO,
005170                COD_MOTIVO      = :TSA-COD-MOTIVO,
005180                NRO_COMP_DEVOL  = :TSA-NRO-COMP-DEVOL
005190          WHERE NRO_COMPROBANTE EQUAL :TSA-NRO-COMPROBANTE
005200            AND ESTADO          EQUAL 'E'
005210      END-EXEC
005220
005230      IF SQLCODE NOT EQUAL ZEROS
005240         MOVE 'UPDATE TBTRFSALIEN' TO LK-ERR-RECURSO
005250         GO TO 5100-ERROR-SQL
005260      END-IF
005270
005280      ADD 1 TO CN-DEVUELTAS
005290
005300      GO TO 5100-F-DEVOLVER
005310      .
005320  5100-ERROR-SQL.
005330      MOVE SQLCODE TO FS-SQLCODE
005340
005350      EXEC SQL
005360         ROLLBACK
005370      END-EXEC
005380
005390      ADD 1 TO CN-NOVEDADES-ER
005400      DISPLAY '* ERROR ' LK-ERR-RECURSO ' = ' FS-SQLCODE
005410      MOVE FS-SQLCODE TO LK-ERR-CODIGO
005420      MOVE '5100-I-DEVOLVER' TO LK-ERR-PARRAFO
005430      MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005440      PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005450      SET FS-PROCESO-EOF TO TRUE
005460      .
005470  5100-F-DEVOLVER. EXIT.
005480**************************************
005490*  PROXIMO NRO DE COMPROBANTE        *
005500*  (MAXIMO + 1)                      *
005510**************************************
005520  5150-I-NUMERAR-COMP.
005530      EXEC SQL
005540         SELECT VALUE(MAX(NRO_COMPROBANTE), 0) + 1
005550           INTO :MOV-NRO-COMPROBANTE
005560           FROM ITPFBIO.TBMOVIM
005570      END-EXEC
005580
005590      IF SQLCODE NOT EQUAL ZEROS
005600         MOVE 1 TO MOV-NRO-COMPROBANTE
005610      END-IF
005620      .
005630  5150-F-NUMERAR-COMP. EXIT.
005640**************************************
005650*  GRABAR LA RESPUESTA QUE NO SE     *
005660*  PUDO APLICAR CON SU MOTIVO        *
005670**************************************
005680  5300-I-OBSERVAR.
005690      MOVE 'O'             TO OBS-TIPO-REG
005700      MOVE RSC-COMPROBANTE TO OBS-COMPROBANTE
005710      MOVE TSA-NRO-CUENTA  TO OBS-NRO-CUENTA
005720      MOVE RSC-CBU-DESTINO TO OBS-CBU-DESTINO
005730      MOVE RSC-IMPORTE     TO OBS-IMPORTE
005740      MOVE TSA-FECHA-ENVIO TO OBS-FECHA-ENVIO
005750      MOVE WS-COD-MOTIVO   TO OBS-COD-MOTIVO
005760      MOVE WS-MOTIVO       TO OBS-MOTIVO
005770
005780      PERFORM 5400-I-GRABAR-OBSERVA
005790         THRU 5400-F-GRABAR-OBSERVA
005800
005810      ADD 1 TO CN-OBSERVADAS
005820      .
005830  5300-F-OBSERVAR. EXIT.
005840**************************************
005850*  GRABAR UN REGISTRO DE OBSERVADAS  *
005860**************************************
005870  5400-I-GRABAR-OBSERVA.
005880      WRITE REG-OBSERVA
005890
005900      IF NOT FS-OBSERVA-OK
005910         DISPLAY '* ERROR EN GRABAR OBSERVA = ' FS-OBSERVA
005920         MOVE FS-OBSERVA TO LK-ERR-CODIGO
005930         MOVE '5400-I-GRABAR-OBSERVA' TO LK-ERR-PARRAFO
005940         MOVE 'GRABAR OBSERVA' TO LK-ERR-RECURSO
005950         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005960         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005970         SET FS-PROCESO-EOF TO TRUE
005980         SET FS-SINRESP-EOF TO TRUE
005990      END-IF
006000      .
006010  5400-F-GRABAR-OBSERVA. EXIT.
006020**************************************
006030*  LISTAR LAS TRANSFERENCIAS         *
006040*  ENVIADAS EN DIAS ANTERIORES QUE   *
006050*  SIGUEN SIN RESPUESTA DE CAMARA    *
006060**************************************
006070  6000-I-SIN-RESPUESTA.
006080      EXEC SQL
006090         OPEN SINRESP_CURSOR
006100      END-EXEC
006110
006120      IF SQLCODE NOT EQUAL ZEROS
006130         MOVE SQLCODE TO FS-SQLCODE
006140         DISPLAY '* ERROR OPEN CURSOR SINRESP = ' FS-SQLCODE
006150         MOVE FS-SQLCODE TO LK-ERR-CODIGO
006160         MOVE '6000-I-SIN-RESPUESTA' TO LK-ERR-PARRAFO
006170         MOVE 'OPEN CURSOR SINRESP' TO LK-ERR-RECURSO
006180         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006190         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006200         GO TO 6000-F-SIN-RESPUESTA
006210      END-IF
006220
006230      SET FS-SINRESP-OK TO TRUE
006240
006250      PERFORM 6100-I-LEER-SINRESP
006260         THRU 6100-F-LEER-SINRESP
006270         UNTIL FS-SINRESP-EOF
006280
006290      EXEC SQL
006300         CLOSE SINRESP_CURSOR
006310      END-EXEC
006320      .
006330  6000-F-SIN-RESPUESTA. EXIT.
006340**************************************
006350*  LEER Y LISTAR UNA ENVIADA SIN     *
006360*  RESPUESTA                         *
006370**************************************
006380  6100-I-LEER-SINRESP.
006390      EXEC SQL
006400           FETCH SINRESP_CURSOR
006410           INTO  :TSA-NRO-COMPROBANTE,
006420                 :TSA-NRO-CUENTA,
006430                 :TSA-CBU-DESTINO,
006440                 :TSA-IMPORTE,
006450                 :TSA-FECHA-ENVIO
006460      END-EXEC
006470
006480      EVALUATE SQLCODE
006490
006500      WHEN ZEROS
006510         MOVE 'S'                 TO OBS-TIPO-REG
006520         MOVE TSA-NRO-COMPROBANTE TO OBS-COMPROBANTE
006530         MOVE TSA-NRO-CUENTA      TO OBS-NRO-CUENTA
006540         MOVE TSA-CBU-DESTINO     TO OBS-CBU-DESTINO
006550         MOVE TSA-IMPORTE         TO OBS-IMPORTE
006560         MOVE TSA-FECHA-ENVIO     TO OBS-FECHA-ENVIO
006570         MOVE '10'                TO OBS-COD-MOTIVO
006580         MOVE 'ENVIADA SIN RESPUESTA'
006590                                  TO OBS-MOTIVO
006600         PERFORM 5400-I-GRABAR-OBSERVA
006610            THRU 5400-F-GRABAR-OBSERVA
006620         ADD 1 TO CN-SIN-RESPUESTA
006630
006640      WHEN +100
006650         SET FS-SINRESP-EOF TO TRUE
006660
006670      WHEN OTHER
006680         MOVE SQLCODE TO FS-SQLCODE
006690         DISPLAY '* ERROR LEER CURSOR SINRESP = ' FS-SQLCODE
006700         MOVE FS-SQLCODE TO LK-ERR-CODIGO
006710         MOVE '6100-I-LEER-SINRESP' TO LK-ERR-PARRAFO
006720         MOVE 'LEER CURSOR SINRESP' TO LK-ERR-RECURSO
006730         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006740         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006750         SET FS-SINRESP-EOF TO TRUE
006760      END-EVALUATE
006770      .
006780  6100-F-LEER-SINRESP. EXIT.
006790**************************************
006800*  CUERPO FINAL CIERRE DE FILES      *
006810**************************************
006820  9999-I-FINAL.
006830      EXEC SQL
006840         COMMIT
006850      END-EXEC
006860
006870      CLOSE RESPCAM
006880      IF NOT FS-RESPCAM-OK
006890         DISPLAY '* ERROR EN CLOSE RESPCAM = ' FS-RESPCAM
006900         MOVE FS-RESPCAM TO LK-ERR-CODIGO
006910         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
006920         MOVE 'CLOSE RESPCAM' TO LK-ERR-RECURSO
006930         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006940         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006950      END-IF
006960
006970      CLOSE OBSERVA
006980      IF NOT FS-OBSERVA-OK
006990         DISPLAY '* ERROR EN CLOSE OBSERVA = ' FS-OBSERVA
007000         MOVE FS-OBSERVA TO LK-ERR-CODIGO
007010         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
007020         MOVE 'CLOSE OBSERVA' TO LK-ERR-RECURSO
007030         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007040         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007050      END-IF
007060
007070      IF CN-LEIDOS EQUAL ZEROS
007080         AND RETURN-CODE EQUAL ZEROS
007090         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
007100      END-IF
007110
007120      IF CN-OBSERVADAS GREATER ZEROS
007130         OR CN-SIN-RESPUESTA GREATER ZEROS
007140         IF RETURN-CODE LESS CT-RC-ERROR-DATOS
007150            MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
007160         END-IF
007170      END-IF
007180
007190      DISPLAY 'RESPUESTAS LEIDAS      : ' CN-LEIDOS
007200      DISPLAY 'ACEPTADAS POR CAMARA   : ' CN-ACEPTADAS
007210      DISPLAY 'RECHAZADAS Y DEVUELTAS : ' CN-DEVUELTAS
007220      DISPLAY 'RESPUESTAS OBSERVADAS  : ' CN-OBSERVADAS
007230      DISPLAY 'ENVIADAS SIN RESPUESTA : ' CN-SIN-RESPUESTA
007240      DISPLAY 'NOVEDADES CON ERROR    : ' CN-NOVEDADES-ER
007250
007260      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
007270      .
007280  9999-F-FINAL. EXIT.
007290**************************************
007300*  REGISTRO DE INICIO EN TBCONTROL   *
007310*  (RUTCTRL) - SI LA FECHA YA        *
007320*  TERMINO Y NO HAY RELANZAMIENTO    *
007330*  LA CORRIDA NO ARRANCA Y NO SE     *
007340*  PUEDE APLICAR DOS VECES LA MISMA  *
007350*  RESPUESTA                         *
007360**************************************
007370  1100-I-CONTROL-INICIO.
007380      IF CC-FECHA-PROCESO EQUAL SPACES
007390         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
007400         MOVE CTL-AREA-AA TO CTL-HOY-AA
007410         MOVE CTL-AREA-MM TO CTL-HOY-MM
007420         MOVE CTL-AREA-DD TO CTL-HOY-DD
007430         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
007440      END-IF
007450
007460      SET LK-CTL-INICIO TO TRUE
007470      MOVE 'PGMTSR33' TO LK-CTL-PROGRAMA
007480      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
007490      MOVE CC-RERUN TO LK-CTL-RERUN
007500      MOVE ZEROS TO LK-CTL-CONTADOR
007510
007520      MOVE RETURN-CODE TO WS-RC-GUARDADO
007530      CALL 'RUTCTRL' USING LK-CTL-AREA
007540      MOVE WS-RC-GUARDADO TO RETURN-CODE
007550
007560      IF LK-CTL-YA-CORRIO
007570         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
007580                 CC-FECHA-PROCESO
007590         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
007600         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
007610         SET FS-PROCESO-EOF TO TRUE
007620         SET WS-CORRIDA-RECHAZADA TO TRUE
007630      END-IF
007640
007650      IF LK-CTL-ERROR
007660         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007670         SET FS-PROCESO-EOF TO TRUE
007680         SET WS-CORRIDA-RECHAZADA TO TRUE
007690      END-IF
007700      .
007710  1100-F-CONTROL-INICIO. EXIT.
007720**************************************
007730*  REGISTRO DE FIN EN TBCONTROL CON  *
007740*  EL CONTADOR DE RESPUESTAS         *
007750*  APLICADAS (LAS OBSERVADAS NO      *
007760*  IMPIDEN CERRAR LA CORRIDA)        *
007770**************************************
007780  1200-I-CONTROL-FIN.
007790      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
007800         GO TO 1200-F-CONTROL-FIN
007810      END-IF
007820
007830      SET LK-CTL-FIN TO TRUE
007840      ADD CN-ACEPTADAS CN-DEVUELTAS GIVING LK-CTL-CONTADOR
007850
007860      MOVE RETURN-CODE TO WS-RC-GUARDADO
007870      CALL 'RUTCTRL' USING LK-CTL-AREA
007880      MOVE WS-RC-GUARDADO TO RETURN-CODE
007890      .
007900  1200-F-CONTROL-FIN. EXIT.
007910
007920*************************************
007930*  GRABAR EL ERROR ESTRUCTURADO EN  *
007940*  EL LOG COMUN (RUTERROR)          *
007950*************************************
007960  9900-I-ERROR.
007970      MOVE 'PGMTSR33' TO LK-ERR-PROGRAMA
007980
007990      MOVE RETURN-CODE TO WS-RC-GUARDADO
008000
008010      CALL 'RUTERROR' USING LK-ERR-AREA
008020
008030      MOVE WS-RC-GUARDADO TO RETURN-CODE
008040
008050      MOVE SPACES TO LK-ERR-RECURSO
008060
008070      MOVE SPACES TO LK-ERR-CODIGO
008080      .
008090  9900-F-ERROR. EXIT.
