000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMTSA33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* ARMADO NOCTURNO DEL ARCHIVO DE               *
000110*         * TRANSFERENCIAS SALIENTES PARA LA CAMARA   * JCR *
000120*         * COMPENSADORA - TOMA LAS FILAS PENDIENTES     *
000130*         * ('P') DE TBTRFSALIENTES HASTA LA FECHA DE    *
000140*         * PROCESO (SYSIN), GRABA UN LOTE POR MONEDA    *
000150*         * (CABECERA, DETALLES Y TOTALES DE CONTROL     *
000160*         * CON CANTIDAD E IMPORTE) Y LAS MARCA          *
000170*         * ENVIADAS ('E') EN UNA SOLA UNIDAD DE         *
000180*         * TRABAJO: SI CANCELA, NINGUNA QUEDA ENVIADA   *
000190*************************************
000200  ENVIRONMENT DIVISION.
000210  CONFIGURATION SECTION.
000220  SPECIAL-NAMES.
000230      DECIMAL-POINT IS COMMA.
000240  INPUT-OUTPUT SECTION.
000250  FILE-CONTROL.
000260        SELECT CAMARA ASSIGN DDCAMARA
000270               FILE STATUS IS FS-CAMARA.
000280
000290  DATA DIVISION.
000300  FILE SECTION.
000310  FD CAMARA
000320       BLOCK CONTAINS 0 RECORDS
000330       RECORDING MODE IS F.
000340
000350  01 REG-CAM-CABECERA.
000360      05 CAM-CAB-TIPO-REG     PIC X(01).
000370      05 CAM-CAB-ENTIDAD      PIC X(03).
000380      05 CAM-CAB-FECHA        PIC X(10).
000390      05 CAM-CAB-MONEDA       PIC X(02).
000400      05 FILLER               PIC X(84).
000410
000420  01 REG-CAM-DETALLE.
000430      05 CAM-DET-TIPO-REG     PIC X(01).
000440      05 CAM-DET-COMPROBANTE  PIC 9(09).
000450      05 CAM-DET-CBU-ORIGEN   PIC X(22).
000460      05 CAM-DET-CBU-DESTINO  PIC X(22).
000470      05 CAM-DET-IMPORTE      PIC 9(09)V99.
000480      05 CAM-DET-MONEDA       PIC X(02).
000490      05 CAM-DET-FECHA-ALTA   PIC X(10).
000500      05 FILLER               PIC X(23).
000510
000520  01 REG-CAM-TOTALES.
000530      05 CAM-TOT-TIPO-REG     PIC X(01).
000540      05 CAM-TOT-MONEDA       PIC X(02).
000550      05 CAM-TOT-CANTIDAD     PIC 9(07).
000560      05 CAM-TOT-IMPORTE      PIC 9(13)V99.
000570      05 FILLER               PIC X(75).
000580*************************************
000590*             WORKING              *
000600*************************************
000610  WORKING-STORAGE SECTION.
000620  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000630*************************************
000640*           FILE STATUS            *
000650*************************************
000660  01  FS-FILE-STATUS.
000670      05  FS-ENVIO        PIC X     VALUE SPACES.
000680          88  FS-ENVIO-OK           VALUE 'Y'.
000690          88  FS-ENVIO-EOF          VALUE 'N'.
000700      05  FS-CAMARA       PIC XX    VALUE SPACES.
000710          88  FS-CAMARA-OK          VALUE '00'.
000720*************************************
000730*          CONTADORES              *
000740*************************************
000750  01 CN-CONTADORES.
000760      05 CN-ENVIADAS           PIC 9(07)  VALUE ZEROS.
000770      05 CN-LOTES              PIC 9(03)  VALUE ZEROS.
000780      05 CN-REGISTROS          PIC 9(07)  VALUE ZEROS.
000790      05 CN-NOVEDADES-ER       PIC 9(05)  VALUE ZEROS.
000800*************************************
000810*   TOTALES DE CONTROL DEL LOTE    *
000820*   (UNO POR MONEDA)               *
000830*************************************
000840  01  CN-LOTE.
000850      05  CN-LOTE-MONEDA      PIC X(02)           VALUE SPACES.
000860      05  CN-LOTE-CANTIDAD    PIC 9(07)           VALUE ZEROS.
000870      05  CN-LOTE-IMPORTE     PIC S9(13)V99 COMP-3 VALUE ZEROS.
000880  01  WS-HAY-LOTE             PIC X(01)           VALUE 'N'.
000890      88  WS-LOTE-ABIERTO                         VALUE 'S'.
000900
000910  77  CT-ENTIDAD           PIC X(03)       VALUE '285'.
000920  77  WS-IMPORTE-EDIT      PIC -Z.ZZZ.ZZZ.ZZZ.999,99 VALUE ZEROS.
000930*************************************
000940*  TARJETA SYSIN: FECHA DE PROCESO *
000950*************************************
000960  01  WS-FECHA-PROCESO     PIC X(10)   VALUE SPACES.
000970*************************************
000980*             SQL                  *
000990*************************************
001000       EXEC SQL
001010         INCLUDE SQLCA
001020       END-EXEC.
001030
001040       EXEC SQL
001050         INCLUDE TBCUENT
001060       END-EXEC.
001070
001080       EXEC SQL
001090         INCLUDE TBTRFSAL
001100       END-EXEC.
001110
001120       EXEC SQL
001130         DECLARE ENVIO_CURSOR CURSOR FOR
001140          SELECT T.NRO_COMPROBANTE, T.NRO_CUENTA,
001150                 T.CBU_DESTINO, T.IMPORTE, T.MONEDA,
001160                 T.FECHA_ALTA, C.CBU
001170            FROM ITPFBIO.TBTRFSALIENTES T,
001180                 ITPFBIO.TBCUENTAS C
001190           WHERE C.NRO_CUENTA EQUAL T.NRO_CUENTA
001200             AND T.ESTADO     EQUAL 'P'
001210             AND T.FECHA_ALTA NOT GREATER :WS-FECHA-PROCESO
001220           ORDER BY T.MONEDA, T.NRO_COMPROBANTE
001230       END-EXEC.
001240
001250  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
001260*************************************
001270*  MANEJO COMUN DE ERRORES          *
001280*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
001290*  DE RETORNO DEL BATCH             *
001300*************************************
001310     COPY LKERROR.
001320
001330  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
001340  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
001350  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
001360  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
001370*************************************
001380*  CONTROL DE CORRIDAS (RUTCTRL)    *
001390*************************************
001400     COPY LKCTRL.
001410
001420  01  WS-TARJETA-CONTROL.
001430      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
001440      05  CC-RERUN         PIC X(01)  VALUE SPACES.
001450
001460  01  WS-CTL-HOY.
001470      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
001480      05  FILLER       PIC X(01)  VALUE '-'.
001490      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
001500      05  FILLER       PIC X(01)  VALUE '-'.
001510      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
001520
001530  01  WS-CTL-FECHA-AREA.
001540      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
001550      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
001560      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
001570
001580  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
001590  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
001600      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
001610  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
001620*************************************.
001630  PROCEDURE DIVISION.
001640**************************************
001650*  CUERPO PRINCIPAL DEL PROGRAMA     *
001660**************************************
001670  MAIN-PROGRAM.
001680      PERFORM 1000-I-INICIO
001690         THRU 1000-F-INICIO
001700
001710      IF WS-CORRIDA-RECHAZADA
001720         GO TO F-MAIN-PROGRAM
001730      END-IF
001740
001750      PERFORM 2000-I-PROCESO
001760         THRU 2000-F-PROCESO
001770         UNTIL FS-ENVIO-EOF
001780
001790      PERFORM 9999-I-FINAL
001800         THRU 9999-F-FINAL
001810      .
001820  F-MAIN-PROGRAM. GOBACK.
001830**************************************
001840*  CUERPO INICIO APERTURA ARCHIVOS   *
001850**************************************
001860  1000-I-INICIO.
001870      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
001880
001890      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
001900
001910      IF WS-CORRIDA-RECHAZADA
001920         GO TO 1000-F-INICIO
001930      END-IF
001940
001950      MOVE CC-FECHA-PROCESO TO WS-FECHA-PROCESO
001960
001970      OPEN OUTPUT CAMARA
001980
001990      IF NOT FS-CAMARA-OK
002000         DISPLAY '* ERROR EN OPEN CAMARA = ' FS-CAMARA
002010         MOVE FS-CAMARA TO LK-ERR-CODIGO
002020         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
002030         MOVE 'OPEN CAMARA' TO LK-ERR-RECURSO
002040         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002050         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002060         SET  FS-ENVIO-EOF TO TRUE
002070         GO TO 1000-F-INICIO
002080      END-IF
002090
002100      EXEC SQL
002110         OPEN ENVIO_CURSOR
002120      END-EXEC
002130
002140      IF SQLCODE NOT EQUAL ZEROS
002150         MOVE SQLCODE TO FS-SQLCODE
002160         DISPLAY '* ERROR OPEN CURSOR ENVIO = ' FS-SQLCODE
002170         MOVE FS-SQLCODE TO LK-ERR-CODIGO
002180         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
002190         MOVE 'OPEN CURSOR ENVIO' TO LK-ERR-RECURSO
002200         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002210         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002220         SET  FS-ENVIO-EOF TO TRUE
002230         GO TO 1000-F-INICIO
002240      END-IF
002250
002260      PERFORM 3000-I-LEER-ENVIO
002270         THRU 3000-F-LEER-ENVIO
002280      .
002290  1000-F-INICIO. EXIT.
002300**************************************
002310*  CUERPO PRINCIPAL DE PROCESOS      *
002320**************************************
002330  2000-I-PROCESO.
002340      IF WS-LOTE-ABIERTO
002350         AND TSA-MONEDA NOT EQUAL CN-LOTE-MONEDA
002360         PERFORM 5300-I-CERRAR-LOTE
002370            THRU 5300-F-CERRAR-LOTE
002380      END-IF
002390
002400      IF NOT WS-LOTE-ABIERTO
002410         PERFORM 5100-I-ABRIR-LOTE
002420            THRU 5100-F-ABRIR-LOTE
002430      END-IF
002440
002450      PERFORM 4000-I-ENVIAR
002460         THRU 4000-F-ENVIAR
002470
002480      PERFORM 3000-I-LEER-ENVIO
002490         THRU 3000-F-LEER-ENVIO
002500      .
002510  2000-F-PROCESO. EXIT.
002520**************************************
002530*   LEER TRANSFERENCIA PENDIENTE     *
002540**************************************
002550  3000-I-LEER-ENVIO.
002560      EXEC SQL
002570           FETCH ENVIO_CURSOR
002580           INTO  :TSA-NRO-COMPROBANTE,
002590                 :TSA-NRO-CUENTA,
002600                 :TSA-CBU-DESTINO,
002610                 :TSA-IMPORTE,
002620                 :TSA-MONEDA,
002630                 :TSA-FECHA-ALTA,
002640                 :CBU
002650      END-EXEC
002660
002670      EVALUATE SQLCODE
002680
002690      WHEN ZEROS
002700         MOVE TSA-NRO-CUENTA TO LK-ERR-CLAVE
002710
002720      WHEN +100
002730         SET FS-ENVIO-EOF TO TRUE
002740
002750      WHEN OTHER
002760         ADD 1 TO CN-NOVEDADES-ER
002770         MOVE SQLCODE TO FS-SQLCODE
002780         DISPLAY '* ERROR LEER CURSOR ENVIO = ' FS-SQLCODE
002790         MOVE FS-SQLCODE TO LK-ERR-CODIGO
002800         MOVE '3000-I-LEER-ENVIO' TO LK-ERR-PARRAFO
002810         MOVE 'LEER CURSOR ENVIO' TO LK-ERR-RECURSO
002820         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002830         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002840         SET FS-ENVIO-EOF TO TRUE
002850      END-EVALUATE
002860      .
002870  3000-F-LEER-ENVIO. EXIT.
002880**************************************
002890*  GRABAR EL DETALLE PARA LA CAMARA  *
002900*  Y MARCAR LA FILA COMO ENVIADA     *
002910**************************************
002920  4000-I-ENVIAR.
002930      MOVE SPACES              TO REG-CAM-DETALLE
002940      MOVE 'D'                 TO CAM-DET-TIPO-REG
002950      MOVE TSA-NRO-COMPROBANTE TO CAM-DET-COMPROBANTE
002960      MOVE CBU                 TO CAM-DET-CBU-ORIGEN
002970      MOVE TSA-CBU-DESTINO     TO CAM-DET-CBU-DESTINO
002980      MOVE TSA-IMPORTE         TO CAM-DET-IMPORTE
002990      MOVE TSA-MONEDA          TO CAM-DET-MONEDA
003000      MOVE TSA-FECHA-ALTA      TO CAM-DET-FECHA-ALTA
003010
003020      WRITE REG-CAM-DETALLE
003030
003040      IF NOT FS-CAMARA-OK
003050         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-CAMARA
003060         MOVE FS-CAMARA TO LK-ERR-CODIGO
003070         MOVE '4000-I-ENVIAR' TO LK-ERR-PARRAFO
003080         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
003090         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003100         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003110         SET FS-ENVIO-EOF TO TRUE
003120         GO TO 4000-F-ENVIAR
003130      END-IF
003140
003150      EXEC SQL
003160         UPDATE ITPFBIO.TBTRFSALIENTES
003170            SET ESTADO      = 'E',
003180                FECHA_ENVIO = :WS-FECHA-PROCESO
003190          WHERE NRO_COMPROBANTE EQUAL :TSA-NRO-COMPROBANTE
003200            AND ESTADO          EQUAL 'P'
003210      END-EXEC
003220
003230      IF SQLCODE NOT EQUAL ZEROS
003240         ADD 1 TO CN-NOVEDADES-ER
003250         MOVE SQLCODE TO FS-SQLCODE
003260         DISPLAY '* ERROR UPDATE TBTRFSALIENTES = ' FS-SQLCODE
003270         MOVE FS-SQLCODE TO LK-ERR-CODIGO
003280         MOVE '4000-I-ENVIAR' TO LK-ERR-PARRAFO
003290         MOVE 'UPDATE TBTRFSALIEN' TO LK-ERR-RECURSO
003300         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003310         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003320         SET FS-ENVIO-EOF TO TRUE
003330         GO TO 4000-F-ENVIAR
003340      END-IF
003350
003360      ADD 1           TO CN-ENVIADAS
003370      ADD 1           TO CN-REGISTROS
003380      ADD 1           TO CN-LOTE-CANTIDAD
003390      ADD TSA-IMPORTE TO CN-LOTE-IMPORTE
003400      .
003410  4000-F-ENVIAR. EXIT.
003420**************************************
003430*  CABECERA DE LOTE (UNO POR MONEDA) *
003440**************************************
003450  5100-I-ABRIR-LOTE.
003460      MOVE TSA-MONEDA       TO CN-LOTE-MONEDA
003470      MOVE ZEROS            TO CN-LOTE-CANTIDAD
003480      MOVE ZEROS            TO CN-LOTE-IMPORTE
003490
003500      MOVE SPACES           TO REG-CAM-CABECERA
003510      MOVE 'H'              TO CAM-CAB-TIPO-REG
003520      MOVE CT-ENTIDAD       TO CAM-CAB-ENTIDAD
003530      MOVE WS-FECHA-PROCESO TO CAM-CAB-FECHA
003540      MOVE TSA-MONEDA       TO CAM-CAB-MONEDA
003550
003560      WRITE REG-CAM-CABECERA
003570
003580      IF NOT FS-CAMARA-OK
003590         DISPLAY '* ERROR EN GRABAR CABECERA = ' FS-CAMARA
003600         MOVE FS-CAMARA TO LK-ERR-CODIGO
003610         MOVE '5100-I-ABRIR-LOTE' TO LK-ERR-PARRAFO
003620         MOVE 'GRABAR CABECERA' TO LK-ERR-RECURSO
003630         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003640         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003650         SET FS-ENVIO-EOF TO TRUE
003660      ELSE
003670         ADD 1 TO CN-LOTES
003680         ADD 1 TO CN-REGISTROS
003690         SET WS-LOTE-ABIERTO TO TRUE
003700      END-IF
003710      .
003720  5100-F-ABRIR-LOTE. EXIT.
003730**************************************
003740*  REGISTRO DE TOTALES DE CONTROL    *
003750*  DEL LOTE (CANTIDAD E IMPORTE)     *
003760**************************************
003770  5300-I-CERRAR-LOTE.
003780      MOVE SPACES           TO REG-CAM-TOTALES
003790      MOVE 'T'              TO CAM-TOT-TIPO-REG
003800      MOVE CN-LOTE-MONEDA   TO CAM-TOT-MONEDA
003810      MOVE CN-LOTE-CANTIDAD TO CAM-TOT-CANTIDAD
003820      MOVE CN-LOTE-IMPORTE  TO CAM-TOT-IMPORTE
003830
003840      WRITE REG-CAM-TOTALES
003850
003860      IF NOT FS-CAMARA-OK
003870         DISPLAY '* ERROR EN GRABAR TOTALES = ' FS-CAMARA
003880         MOVE FS-CAMARA TO LK-ERR-CODIGO
003890         MOVE '5300-I-CERRAR-LOTE' TO LK-ERR-PARRAFO
003900         MOVE 'GRABAR TOTALES' TO LK-ERR-RECURSO
003910         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003920         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003930         SET FS-ENVIO-EOF TO TRUE
003940      ELSE
003950         ADD 1 TO CN-REGISTROS
003960      END-IF
003970
003980      MOVE CN-LOTE-IMPORTE TO WS-IMPORTE-EDIT
003990
004000      DISPLAY 'LOTE MONEDA ' CN-LOTE-MONEDA
004010              ' - CANTIDAD ' CN-LOTE-CANTIDAD
004020              ' - IMPORTE ' WS-IMPORTE-EDIT
004030
004040      MOVE 'N' TO WS-HAY-LOTE
004050      .
004060  5300-F-CERRAR-LOTE. EXIT.
004070**************************************
004080*  CUERPO FINAL - CIERRE DEL ULTIMO  *
004090*  LOTE, COMMIT UNICO Y CONTROL      *
004100**************************************
004110  9999-I-FINAL.
004120      IF WS-LOTE-ABIERTO
004130         AND RETURN-CODE LESS CT-RC-ERROR-ENTORNO
004140         PERFORM 5300-I-CERRAR-LOTE
004150            THRU 5300-F-CERRAR-LOTE
004160      END-IF
004170
004180      EXEC SQL
004190         CLOSE ENVIO_CURSOR
004200      END-EXEC
004210
004220      IF RETURN-CODE LESS CT-RC-ERROR-ENTORNO
004230         EXEC SQL
004240            COMMIT
004250         END-EXEC
004260      ELSE
004270         EXEC SQL
004280            ROLLBACK
004290         END-EXEC
004300         DISPLAY '* ARCHIVO DE CAMARA INVALIDO - NO SE MARCO'
004310                 ' NINGUNA TRANSFERENCIA COMO ENVIADA'
004320      END-IF
004330
004340      CLOSE CAMARA
004350      IF NOT FS-CAMARA-OK
004360         DISPLAY '* ERROR EN CLOSE CAMARA = ' FS-CAMARA
004370         MOVE FS-CAMARA TO LK-ERR-CODIGO
004380         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
004390         MOVE 'CLOSE CAMARA' TO LK-ERR-RECURSO
004400         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004410         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
004420      END-IF
004430
004440      IF CN-ENVIADAS EQUAL ZEROS
004450         AND RETURN-CODE EQUAL ZEROS
004460         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
004470      END-IF
004480
004490      DISPLAY 'TRANSFERENCIAS ENVIADAS : ' CN-ENVIADAS
004500      DISPLAY 'LOTES POR MONEDA        : ' CN-LOTES
004510      DISPLAY 'REGISTROS DEL ARCHIVO   : ' CN-REGISTROS
004520      DISPLAY 'NOVEDADES CON ERROR     : ' CN-NOVEDADES-ER
004530
004540      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
004550      .
004560  9999-F-FINAL. EXIT.
004570**************************************
004580*  REGISTRO DE INICIO EN TBCONTROL   *
004590*  (RUTCTRL) - SI LA FECHA YA        *
004600*  TERMINO Y NO HAY RELANZAMIENTO    *
004610*  LA CORRIDA NO ARRANCA Y NO SE     *
004620*  ARMA DOS VECES EL MISMO ARCHIVO   *
004630**************************************
004640  1100-I-CONTROL-INICIO.
004650      IF CC-FECHA-PROCESO EQUAL SPACES
004660         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
004670         MOVE CTL-AREA-AA TO CTL-HOY-AA
004680         MOVE CTL-AREA-MM TO CTL-HOY-MM
004690         MOVE CTL-AREA-DD TO CTL-HOY-DD
004700         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
004710      END-IF
004720
004730      SET LK-CTL-INICIO TO TRUE
004740      MOVE 'PGMTSA33' TO LK-CTL-PROGRAMA
004750      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
004760      MOVE CC-RERUN TO LK-CTL-RERUN
004770      MOVE ZEROS TO LK-CTL-CONTADOR
004780
004790      MOVE RETURN-CODE TO WS-RC-GUARDADO
004800      CALL 'RUTCTRL' USING LK-CTL-AREA
004810      MOVE WS-RC-GUARDADO TO RETURN-CODE
004820
004830      IF LK-CTL-YA-CORRIO
004840         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
004850                 CC-FECHA-PROCESO
004860         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
004870         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
004880         SET FS-ENVIO-EOF TO TRUE
004890         SET WS-CORRIDA-RECHAZADA TO TRUE
004900      END-IF
004910
004920      IF LK-CTL-ERROR
004930         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
004940         SET FS-ENVIO-EOF TO TRUE
004950         SET WS-CORRIDA-RECHAZADA TO TRUE
004960      END-IF
004970      .
004980  1100-F-CONTROL-INICIO. EXIT.
004990**************************************
005000*  REGISTRO DE FIN EXITOSO EN        *
005010*  TBCONTROL CON EL CONTADOR         *
005020*  DE TRANSFERENCIAS ENVIADAS        *
005030**************************************
005040  1200-I-CONTROL-FIN.
005050      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
005060         GO TO 1200-F-CONTROL-FIN
005070      END-IF
005080
005090      SET LK-CTL-FIN TO TRUE
005100      MOVE CN-ENVIADAS TO LK-CTL-CONTADOR
005110
005120      MOVE RETURN-CODE TO WS-RC-GUARDADO
005130      CALL 'RUTCTRL' USING LK-CTL-AREA
005140      MOVE WS-RC-GUARDADO TO RETURN-CODE
005150      .
005160  1200-F-CONTROL-FIN. EXIT.
005170
005180*************************************
005190*  GRABAR EL ERROR ESTRUCTURADO EN  *
005200*  EL LOG COMUN (RUTERROR)          *
005210*************************************
005220  9900-I-ERROR.
005230      MOVE 'PGMTSA33' TO LK-ERR-PROGRAMA
005240
005250      MOVE RETURN-CODE TO WS-RC-GUARDADO
005260
005270      CALL 'RUTERROR' USING LK-ERR-AREA
005280
005290      MOVE WS-RC-GUARDADO TO RETURN-CODE
005300
005310      MOVE SPACES TO LK-ERR-RECURSO
005320
005330      MOVE SPACES TO LK-ERR-CODIGO
005340      .
005350  9900-F-ERROR. EXIT.
