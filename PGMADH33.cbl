000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMADH33.
000030**********************************************************
000040*                                                        *
000050**********************************************************
000060*     MANTENIMIENTO DE PROGRAMA                         *
000070**********************************************************
000080* FECHA   *    DETALLE        * COD *
000090**************************************
000100*         *                   *     *
000110* 15/10/26* TRANSACCION CICS DE ADHESIONES A DEBITO      *
000120*         * AUTOMATICO (MAP0233/DEBA0233, OPCION 26   * JCR *
000130*         * DEL MENU) - PF1 ADHIERE LA REFERENCIA DEL    *
000140*         * CLIENTE ANTE UNA EMPRESA A UNA CUENTA        *
000150*         * ABIERTA Y ACTIVA, CON UN IMPORTE MAXIMO      *
000160*         * OPCIONAL; PF2 LA SUSPENDE, PF3 LA REACTIVA,  *
000170*         * PF4 LA DA DE BAJA Y PF5 LA CONSULTA; PF6     *
000180*         * REGISTRA EL DESCONOCIMIENTO DE UN DEBITO     *
000190*         * PUNTUAL (POR SU VENCIMIENTO) ANTES DE LA     *
000200*         * FECHA DE PROCESO. NO SE ADHIEREN CUENTAS CON *
000210*         * TITULAR FALLECIDO. CADA ACCION QUEDA EN LA   *
000220*         * COLA DE AUDITORIA AUDT                       *
000230**************************************
000240  ENVIRONMENT DIVISION.
000250  CONFIGURATION SECTION.
000260  SPECIAL-NAMES.
000270      DECIMAL-POINT IS COMMA.
000280
000290  DATA DIVISION.
000300  WORKING-STORAGE SECTION.
000310  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000320
000330      COPY MAPSETA.
000340
000350      COPY AUDITREG.
000360
000370*************************************
000380*         FECHA DE PROCESO         *
000390*************************************
000400  01  WS-AREA.
000410      05  WS-AREA-AA       PIC 9(04)         VALUE ZEROS.
000420      05  WS-AREA-MM       PIC 9(02)         VALUE ZEROS.
000430      05  WS-AREA-DD       PIC 9(02)         VALUE ZEROS.
000440
000450  01  WS-FECHA-HOY.
000460      05  WS-HOY-AA        PIC 9(04)         VALUE ZEROS.
000470      05  WS-SEP1          PIC X(01)         VALUE '-'.
000480      05  WS-HOY-MM        PIC 9(02)         VALUE ZEROS.
000490      05  WS-SEP2          PIC X(01)         VALUE '-'.
000500      05  WS-HOY-DD        PIC 9(02)         VALUE ZEROS.
000510*************************************
000520*     AREA DE TRABAJO ADHESIONES   *
000530*************************************
000540  01  WS-FECHA-VTO         PIC X(10)         VALUE SPACES.
000550  01  FILLER REDEFINES WS-FECHA-VTO.
000560      05  WS-VTO-AA        PIC X(04).
000570      05  WS-VTO-SEP1      PIC X(01).
000580      05  WS-VTO-MM        PIC X(02).
000590      05  WS-VTO-SEP2      PIC X(01).
000600      05  WS-VTO-DD        PIC X(02).
000610
000620  01  WS-VTO-8.
000630      05  WS-VTO8-AA       PIC X(04)         VALUE SPACES.
000640      05  WS-VTO8-MM       PIC X(02)         VALUE SPACES.
000650      05  WS-VTO8-DD       PIC X(02)         VALUE SPACES.
000660
000670  01  WS-CANT-FALLEC       PIC S9(04) COMP   VALUE ZEROS.
000680  01  WS-ESTADO-CUENTA     PIC X(01)         VALUE SPACES.
000690      88 WS-CUENTA-INACTIVA                  VALUE 'D'.
000700
000710  01  WS-ADHESION-SW       PIC X(01)         VALUE 'N'.
000720      88 WS-ADHESION-EXISTE                  VALUE 'S'.
000730      88 WS-ADHESION-NO-EXISTE               VALUE 'N'.
000740
000750  01  WS-ESTADO-ANTERIOR   PIC X(01)         VALUE SPACES.
000760
000770  01  WS-IMPORTE-MAXIMO    PIC S9(9)V99 COMP-3 VALUE ZEROS.
000780  01  WS-EDIT-IMPORTE      PIC ZZZZZZZ9,99   VALUE ZEROS.
000790
000800  01  WS-AUD-ADHESION.
000810      05  WS-AUD-EMPRESA   PIC X(05)         VALUE SPACES.
000820      05  FILLER           PIC X(01)         VALUE SPACES.
000830      05  WS-AUD-REFER     PIC X(20)         VALUE SPACES.
000840      05  FILLER           PIC X(01)         VALUE SPACES.
000850      05  WS-AUD-ESTADO    PIC X(01)         VALUE SPACES.
000860      05  FILLER           PIC X(12)         VALUE SPACES.
000870
000880  01  WS-AUD-MANDATO.
000890      05  WS-AUD-CUENTA    PIC X(15)         VALUE SPACES.
000900      05  FILLER           PIC X(01)         VALUE SPACES.
000910      05  WS-AUD-MAXIMO    PIC ZZZZZZZ9,99   VALUE ZEROS.
000920      05  FILLER           PIC X(01)         VALUE SPACES.
000930      05  WS-AUD-VTO       PIC X(10)         VALUE SPACES.
000940      05  FILLER           PIC X(02)         VALUE SPACES.
000950
000960  77  CT-ACTIVA            PIC X(01)       VALUE 'A'.
000970  77  CT-SUSPENDIDA        PIC X(01)       VALUE 'S'.
000980  77  CT-BAJA              PIC X(01)       VALUE 'B'.
000990  77  CT-DESC-VIGENTE      PIC X(01)       VALUE 'V'.
001000*************************************
001010*      LLAMADA A RUTFECHA          *
001020*************************************
001030      COPY LKFECHA.
001040*************************************
001050*   COMMAREA HACIA EL MENU (MSG)   *
001060*************************************
001070  01  WS-CA-MENU-AREA.
001080      05 CA-MSG            PIC X(72)       VALUE SPACES.
001090
001100  01  WS-CA-ESTADO         PIC X(01)       VALUE SPACES.
001110      88 WS-CA-1RA-VEZ                     VALUE SPACES.
001120      88 WS-CA-PROCESANDO                  VALUE 'P'.
001130*************************************
001140*             SQL                  *
001150*************************************
001160       EXEC SQL
001170         INCLUDE SQLCA
001180       END-EXEC.
001190
001200       EXEC SQL
001210         INCLUDE TBCUENT
001220       END-EXEC.
001230
001240       EXEC SQL
001250         INCLUDE TBCLIENT
001260       END-EXEC.
001270
001280       EXEC SQL
001290         INCLUDE TBADHESI
001300       END-EXEC.
001310
001320       EXEC SQL
001330         INCLUDE TBDESCON
001340       END-EXEC.
001350
001360  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
001370*************************************.
001380  LINKAGE SECTION.
001390  01  DFHCOMMAREA           PIC X(01).
001400**************************************
001410  PROCEDURE DIVISION.
001420**************************************
001430*  CUERPO PRINCIPAL DEL PROGRAMA     *
001440**************************************
001450  MAIN-PROGRAM.
001460
001470      IF EIBCALEN EQUAL ZERO
001480         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
001490      ELSE
001500         MOVE DFHCOMMAREA TO WS-CA-ESTADO
001510         EVALUATE TRUE
001520            WHEN EIBAID EQUAL DFHPF1
001530               PERFORM 3000-I-ADHERIR    THRU 3000-F-ADHERIR
001540            WHEN EIBAID EQUAL DFHPF2
001550               PERFORM 4000-I-SUSPENDER  THRU 4000-F-SUSPENDER
001560            WHEN EIBAID EQUAL DFHPF3
001570               PERFORM 4200-I-REACTIVAR  THRU 4200-F-REACTIVAR
001580            WHEN EIBAID EQUAL DFHPF4
001590               PERFORM 4500-I-BAJA       THRU 4500-F-BAJA
001600            WHEN EIBAID EQUAL DFHPF5
001610               PERFORM 5500-I-CONSULTAR  THRU 5500-F-CONSULTAR
001620            WHEN EIBAID EQUAL DFHPF6
001630               PERFORM 5000-I-DESCONOCER THRU 5000-F-DESCONOCER
001640            WHEN EIBAID EQUAL DFHPF12
001650               PERFORM 3500-I-A-SALIR    THRU 3500-F-A-SALIR
001660            WHEN OTHER
001670               PERFORM 2000-I-INICIAL    THRU 2000-F-INICIAL
001680         END-EVALUATE
001690      END-IF.
001700
001710  F-MAIN-PROGRAM. EXIT.
001720**************************************
001730*      PRIMER ENVIO DE PANTALLA      *
001740**************************************
001750  2000-I-INICIAL.
001760      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
001770
001780      MOVE WS-FECHA-HOY  TO DAFECHAO.
001790      MOVE SPACES        TO DAMSGO.
001800
001810      PERFORM 6500-I-LIMPIAR-DATOS THRU 6500-F-LIMPIAR-DATOS.
001820
001830      EXEC CICS SEND MAP('DEBA0233') MAPSET('MAPSETA')
001840                FROM(DEBA0233O) ERASE
001850      END-EXEC.
001860
001870      MOVE 'P' TO WS-CA-ESTADO.
001880
001890      EXEC CICS RETURN TRANSID('ADH1')
001900                COMMAREA(WS-CA-ESTADO) LENGTH(1)
001910      END-EXEC.
001920
001930  2000-F-INICIAL. EXIT.
001940**************************************
001950*  ADHERIR UNA REFERENCIA AL DEBITO  *
001960*  AUTOMATICO DE LA CUENTA (PF1):    *
001970*  UNA ADHESION DADA DE BAJA SE      *
001980*  PUEDE VOLVER A DAR DE ALTA        *
001990**************************************
002000  3000-I-ADHERIR.
002010      PERFORM 3050-I-RECIBIR THRU 3050-F-RECIBIR.
002020
002030      IF DANROCTI EQUAL SPACES OR LOW-VALUES
002040         MOVE 'INGRESE LA CUENTA A DEBITAR' TO CA-MSG
002050         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002060      END-IF.
002070
002080      MOVE DANROCTI TO NRO-CUENTA.
002090
002100      IF DAIMMAXL EQUAL ZEROS
002110         MOVE ZEROS TO WS-IMPORTE-MAXIMO
002120      ELSE
002130         IF DAIMMAXI NOT NUMERIC
002140            MOVE 'IMPORTE MAXIMO INVALIDO' TO CA-MSG
002150            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002160         END-IF
002170         MOVE DAIMMAXI TO WS-IMPORTE-MAXIMO
002180      END-IF.
002190
002200      PERFORM 3100-I-VALIDAR-CUENTA THRU 3100-F-VALIDAR-CUENTA.
002210
002220      PERFORM 4100-I-LEER-ADHESION THRU 4100-F-LEER-ADHESION.
002230
002240      IF WS-ADHESION-EXISTE
002250      AND ADH-ESTADO NOT EQUAL CT-BAJA
002260         MOVE 'LA REFERENCIA YA ESTA ADHERIDA - CONSULTE CON PF5'
002270              TO CA-MSG
002280         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002290      END-IF.
002300
002310      MOVE ADH-ESTADO      TO WS-ESTADO-ANTERIOR.
002320      MOVE NRO-CUENTA      TO ADH-NRO-CUENTA.
002330      MOVE CUE-NRO-CLIENTE TO ADH-NRO-CLIENTE.
002340      MOVE WS-IMPORTE-MAXIMO TO ADH-IMPORTE-MAXIMO.
002350      MOVE CT-ACTIVA       TO ADH-ESTADO.
002360      MOVE WS-FECHA-HOY    TO ADH-FECHA-ALTA.
002370      MOVE WS-FECHA-HOY    TO ADH-FECHA-ESTADO.
002380      MOVE EIBUSERID       TO ADH-USUARIO.
002390
002400      IF WS-ADHESION-EXISTE
002410         EXEC SQL
002420            UPDATE ITPFBIO.TBADHESIONES
002430               SET NRO_CUENTA     = :ADH-NRO-CUENTA,
002440                   NRO_CLIENTE    = :ADH-NRO-CLIENTE,
002450                   IMPORTE_MAXIMO = :ADH-IMPORTE-MAXIMO,
002460                   ESTADO         = :ADH-ESTADO,
002470                   FECHA_ALTA     = :ADH-FECHA-ALTA,
002480                   FECHA_ESTADO   = :ADH-FECHA-ESTADO,
002490                   USUARIO        = :ADH-USUARIO
002500             WHERE COD_EMPRESA EQUAL :ADH-COD-EMPRESA
002510               AND REFERENCIA  EQUAL :ADH-REFERENCIA
002520               AND ESTADO      EQUAL :WS-ESTADO-ANTERIOR
002530         END-EXEC
002540      ELSE
002550         MOVE SPACES TO WS-ESTADO-ANTERIOR
002560         EXEC SQL
002570            INSERT INTO ITPFBIO.TBADHESIONES
002580                  (COD_EMPRESA, REFERENCIA, NRO_CUENTA,
002590                   NRO_CLIENTE, IMPORTE_MAXIMO, ESTADO,
002600                   FECHA_ALTA, FECHA_ESTADO, USUARIO)
002610            VALUES
002620                  (:ADH-COD-EMPRESA, :ADH-REFERENCIA,
002630                   :ADH-NRO-CUENTA, :ADH-NRO-CLIENTE,
002640                   :ADH-IMPORTE-MAXIMO, :ADH-ESTADO,
002650                   :ADH-FECHA-ALTA, :ADH-FECHA-ESTADO,
002660                   :ADH-USUARIO)
002670         END-EXEC
002680      END-IF.
002690
002700      IF SQLCODE NOT EQUAL ZEROS
002710         PERFORM 5900-I-DESHACER THRU 5900-F-DESHACER
002720      END-IF.
002730
002740      MOVE 'ALTA DEBITO AUTOMAT' TO AUD-CAMPO.
002750      MOVE ADH-COD-EMPRESA       TO WS-AUD-EMPRESA.
002760      MOVE ADH-REFERENCIA        TO WS-AUD-REFER.
002770      MOVE WS-ESTADO-ANTERIOR    TO WS-AUD-ESTADO.
002780      MOVE WS-AUD-ADHESION       TO AUD-VALOR-ANTES.
002790      MOVE ADH-NRO-CUENTA        TO WS-AUD-CUENTA.
002800      MOVE ADH-IMPORTE-MAXIMO    TO WS-AUD-MAXIMO.
002810      MOVE SPACES                TO WS-AUD-VTO.
002820      MOVE WS-AUD-MANDATO        TO AUD-VALOR-DESPUES.
002830
002840      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
002850
002860      PERFORM 6300-I-MOSTRAR-ADHESION
002870         THRU 6300-F-MOSTRAR-ADHESION.
002880
002890      MOVE 'ADHESION REGISTRADA CORRECTAMENTE' TO DAMSGO.
002900
002910      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
002920
002930  3000-F-ADHERIR. EXIT.
002940**************************************
002950*  RECIBIR LA PANTALLA: EMPRESA Y    *
002960*  REFERENCIA SON OBLIGATORIAS EN    *
002970*  TODAS LAS TECLAS                  *
002980**************************************
002990  3050-I-RECIBIR.
003000      EXEC CICS RECEIVE MAP('DEBA0233') MAPSET('MAPSETA')
003010                INTO(DEBA0233I)
003020      END-EXEC.
003030
003040      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
003050
003060      MOVE SPACES TO CA-MSG.
003070
003080      IF DAEMPREI EQUAL SPACES OR LOW-VALUES
003090         MOVE 'INGRESE EL CODIGO DE EMPRESA' TO CA-MSG
003100         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003110      END-IF.
003120
003130      IF DAREFERI EQUAL SPACES OR LOW-VALUES
003140         MOVE 'INGRESE LA REFERENCIA DEL CLIENTE EN LA EMPRESA'
003150              TO CA-MSG
003160         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003170      END-IF.
003180
003190      MOVE DAEMPREI TO ADH-COD-EMPRESA.
003200      MOVE DAREFERI TO ADH-REFERENCIA.
003210
003220  3050-F-RECIBIR. EXIT.
003230**************************************
003240*  LA CUENTA DEBE ESTAR ABIERTA Y    *
003250*  ACTIVA, SIN TITULARES FALLECIDOS  *
003260*  (DEJA CARGADOS TBCUENT/TBCLIENT)  *
003270**************************************
003280  3100-I-VALIDAR-CUENTA.
003290      PERFORM 3150-I-LEER-CUENTA THRU 3150-F-LEER-CUENTA.
003300
003310      IF WS-CUENTA-INACTIVA
003320         MOVE 'CUENTA INACTIVA - NO ADMITE DEBITO AUTOMATICO'
003330              TO CA-MSG
003340         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003350      END-IF.
003360
003370      PERFORM 4800-I-CONTROLAR-FALLECIDO
003380         THRU 4800-F-CONTROLAR-FALLECIDO.
003390
003400      IF CA-MSG NOT EQUAL SPACES
003410         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003420      END-IF.
003430
003440  3100-F-VALIDAR-CUENTA. EXIT.
003450**************************************
003460*  LEER LA CUENTA ABIERTA Y EL       *
003470*  NOMBRE DE SU TITULAR              *
003480**************************************
003490  3150-I-LEER-CUENTA.
003500      EXEC SQL
003510         SELECT NRO_CUENTA, TIPO_CUENTA, NRO_CLIENTE,
003520                VALUE(ESTADO_CUENTA, ' ')
003530           INTO :NRO-CUENTA, :TIPO-CUENTA, :CUE-NRO-CLIENTE,
003540                :WS-ESTADO-CUENTA
003550           FROM ITPFBIO.TBCUENTAS
003560          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
003570            AND FECHA_DE_BAJA IS NULL
003580      END-EXEC.
003590
003600      EVALUATE SQLCODE
003610         WHEN ZEROS
003620            CONTINUE
003630         WHEN +100
003640            MOVE 'CUENTA INEXISTENTE O CERRADA' TO CA-MSG
003650            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003660         WHEN OTHER
003670            MOVE 'ERROR AL LEER LA CUENTA - VER SQLCODE' TO CA-MSG
003680            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003690      END-EVALUATE.
003700
003710      MOVE CUE-NRO-CLIENTE TO CLI-NRO-CLIENTE.
003720
003730      EXEC SQL
003740         SELECT NOMBRE_CLIENTE, APELLIDO_CLIENTE
003750           INTO :NOMBRE-CLIENTE, :APELLIDO-CLIENTE
003760           FROM ITPFBIO.TBCLIENT
003770          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
003780      END-EXEC.
003790
003800      IF SQLCODE NOT EQUAL ZEROS
003810         MOVE SPACES TO NOMBRE-CLIENTE
003820         MOVE SPACES TO APELLIDO-CLIENTE
003830      END-IF.
003840
003850      MOVE SPACES TO DATITULO.
003860      STRING APELLIDO-CLIENTE DELIMITED BY '  '
003870             ', '             DELIMITED BY SIZE
003880             NOMBRE-CLIENTE   DELIMITED BY '  '
003890             INTO DATITULO.
003900
003910  3150-F-LEER-CUENTA. EXIT.
003920**************************************
003930*   VOLVER AL MENU PRINCIPAL (PF12)  *
003940**************************************
003950  3500-I-A-SALIR.
003960      MOVE SPACES TO CA-MSG.
003970
003980      EXEC CICS XCTL PROGRAM('PGMMEN33')
003990                COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
004000      END-EXEC.
004010
004020  3500-F-A-SALIR. EXIT.
004030**************************************
004040*  SUSPENDER UNA ADHESION ACTIVA     *
004050*  (PF2): LOS DEBITOS QUE LLEGUEN    *
004060*  SE CONTESTAN SIN ADHESION         *
004070**************************************
004080  4000-I-SUSPENDER.
004090      PERFORM 3050-I-RECIBIR THRU 3050-F-RECIBIR.
004100
004110      PERFORM 4150-I-EXIGIR-ADHESION THRU 4150-F-EXIGIR-ADHESION.
004120
004130      IF ADH-ESTADO NOT EQUAL CT-ACTIVA
004140         MOVE 'SOLO SE SUSPENDE UNA ADHESION ACTIVA' TO CA-MSG
004150         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004160      END-IF.
004170
004180      MOVE CT-SUSPENDIDA TO ADH-ESTADO.
004190
004200      PERFORM 4300-I-CAMBIAR-ESTADO THRU 4300-F-CAMBIAR-ESTADO.
004210
004220      MOVE 'SUSPENSION DEB.AUTOM' TO AUD-CAMPO.
004230
004240      PERFORM 4400-I-AUDITAR-ESTADO THRU 4400-F-AUDITAR-ESTADO.
004250
004260      MOVE 'ADHESION SUSPENDIDA' TO DAMSGO.
004270
004280      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
004290
004300  4000-F-SUSPENDER. EXIT.
004310**************************************
004320*  LEER LA ADHESION DE LA EMPRESA Y  *
004330*  REFERENCIA INGRESADAS, SI EXISTE  *
004340**************************************
004350  4100-I-LEER-ADHESION.
004360      EXEC SQL
004370         SELECT NRO_CUENTA, NRO_CLIENTE, IMPORTE_MAXIMO, ESTADO,
004380                FECHA_ALTA, FECHA_ESTADO, USUARIO
004390           INTO :ADH-NRO-CUENTA, :ADH-NRO-CLIENTE,
004400                :ADH-IMPORTE-MAXIMO, :ADH-ESTADO,
004410                :ADH-FECHA-ALTA, :ADH-FECHA-ESTADO, :ADH-USUARIO
004420           FROM ITPFBIO.TBADHESIONES
004430          WHERE COD_EMPRESA EQUAL :ADH-COD-EMPRESA
004440            AND REFERENCIA  EQUAL :ADH-REFERENCIA
004450      END-EXEC.
004460
004470      EVALUATE SQLCODE
004480         WHEN ZEROS
004490            SET WS-ADHESION-EXISTE    TO TRUE
004500         WHEN +100
004510            SET WS-ADHESION-NO-EXISTE TO TRUE
004520            MOVE SPACES TO ADH-ESTADO
004530         WHEN OTHER
004540            MOVE 'ERROR AL LEER LA ADHESION - VER SQLCODE'
004550                 TO CA-MSG
004560            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004570      END-EVALUATE.
004580
004590  4100-F-LEER-ADHESION. EXIT.
004600**************************************
004610*  LA ADHESION DEBE EXISTIR PARA     *
004620*  SUSPENDER, REACTIVAR, DAR DE BAJA *
004630*  O DESCONOCER UN DEBITO            *
004640**************************************
004650  4150-I-EXIGIR-ADHESION.
004660      PERFORM 4100-I-LEER-ADHESION THRU 4100-F-LEER-ADHESION.
004670
004680      IF WS-ADHESION-NO-EXISTE
004690         MOVE 'LA REFERENCIA NO TIENE ADHESION EN ESA EMPRESA'
004700              TO CA-MSG
004710         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004720      END-IF.
004730
004740      MOVE ADH-ESTADO TO WS-ESTADO-ANTERIOR.
004750
004760  4150-F-EXIGIR-ADHESION. EXIT.
004770**************************************
004780*  REACTIVAR UNA ADHESION            *
004790*  SUSPENDIDA (PF3): LA CUENTA DEBE  *
004800*  SEGUIR ABIERTA Y ACTIVA           *
004810**************************************
004820  4200-I-REACTIVAR.
004830      PERFORM 3050-I-RECIBIR THRU 3050-F-RECIBIR.
004840
004850      PERFORM 4150-I-EXIGIR-ADHESION THRU 4150-F-EXIGIR-ADHESION.
004860
004870      IF ADH-ESTADO NOT EQUAL CT-SUSPENDIDA
004880         MOVE 'SOLO SE REACTIVA UNA ADHESION SUSPENDIDA' TO CA-MSG
004890         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004900      END-IF.
004910
004920      MOVE ADH-NRO-CUENTA TO NRO-CUENTA.
004930
004940      PERFORM 3100-I-VALIDAR-CUENTA THRU 3100-F-VALIDAR-CUENTA.
004950
004960      MOVE CT-ACTIVA TO ADH-ESTADO.
004970
004980      PERFORM 4300-I-CAMBIAR-ESTADO THRU 4300-F-CAMBIAR-ESTADO.
004990
005000      MOVE 'REACTIVA DEB.AUTOM' TO AUD-CAMPO.
005010
005020      PERFORM 4400-I-AUDITAR-ESTADO THRU 4400-F-AUDITAR-ESTADO.
005030
005040      MOVE 'ADHESION REACTIVADA' TO DAMSGO.
005050
005060      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
005070
005080  4200-F-REACTIVAR. EXIT.
005090**************************************
005100*  GRABAR EL NUEVO ESTADO DE LA      *
005110*  ADHESION (SOLO SI NADIE LO CAMBIO *
005120*  ENTRE LA LECTURA Y LA GRABACION)  *
005130**************************************
005140  4300-I-CAMBIAR-ESTADO.
005150      MOVE WS-FECHA-HOY TO ADH-FECHA-ESTADO.
005160      MOVE EIBUSERID    TO ADH-USUARIO.
005170
005180      EXEC SQL
005190         UPDATE ITPFBIO.TBADHESIONES
005200            SET ESTADO       = :ADH-ESTADO,
005210                FECHA_ESTADO = :ADH-FECHA-ESTADO,
005220                USUARIO      = :ADH-USUARIO
005230          WHERE COD_EMPRESA EQUAL :ADH-COD-EMPRESA
005240            AND REFERENCIA  EQUAL :ADH-REFERENCIA
005250            AND ESTADO      EQUAL :WS-ESTADO-ANTERIOR
005260      END-EXEC.
005270
005280      EVALUATE SQLCODE
005290         WHEN ZEROS
005300            CONTINUE
005310         WHEN +100
005320            EXEC CICS SYNCPOINT ROLLBACK
005330            END-EXEC
005340            MOVE 'LA ADHESION CAMBIO DE ESTADO - CONSULTE'
005350                 TO CA-MSG
005360            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005370         WHEN OTHER
005380            PERFORM 5900-I-DESHACER THRU 5900-F-DESHACER
005390      END-EVALUATE.
005400
005410  4300-F-CAMBIAR-ESTADO. EXIT.
005420**************************************
005430*  AUDITAR EL CAMBIO DE ESTADO CON   *
005440*  LA ADHESION ANTES Y DESPUES       *
005450**************************************
005460  4400-I-AUDITAR-ESTADO.
005470      MOVE ADH-COD-EMPRESA     TO WS-AUD-EMPRESA.
005480      MOVE ADH-REFERENCIA      TO WS-AUD-REFER.
005490      MOVE WS-ESTADO-ANTERIOR  TO WS-AUD-ESTADO.
005500      MOVE WS-AUD-ADHESION     TO AUD-VALOR-ANTES.
005510
005520      MOVE ADH-ESTADO          TO WS-AUD-ESTADO.
005530      MOVE WS-AUD-ADHESION     TO AUD-VALOR-DESPUES.
005540
005550      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
005560
005570      PERFORM 6300-I-MOSTRAR-ADHESION
005580         THRU 6300-F-MOSTRAR-ADHESION.
005590
005600  4400-F-AUDITAR-ESTADO. EXIT.
005610**************************************
005620*  DAR DE BAJA UNA ADHESION ACTIVA   *
005630*  O SUSPENDIDA (PF4)                *
005640**************************************
005650  4500-I-BAJA.
005660      PERFORM 3050-I-RECIBIR THRU 3050-F-RECIBIR.
005670
005680      PERFORM 4150-I-EXIGIR-ADHESION THRU 4150-F-EXIGIR-ADHESION.
005690
005700      IF ADH-ESTADO EQUAL CT-BAJA
005710         MOVE 'LA ADHESION YA ESTA DADA DE BAJA' TO CA-MSG
005720         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005730      END-IF.
005740
005750      MOVE CT-BAJA TO ADH-ESTADO.
005760
005770      PERFORM 4300-I-CAMBIAR-ESTADO THRU 4300-F-CAMBIAR-ESTADO.
005780
005790      MOVE 'BAJA DEBITO AUTOMAT' TO AUD-CAMPO.
005800
005810      PERFORM 4400-I-AUDITAR-ESTADO THRU 4400-F-AUDITAR-ESTADO.
005820
005830      MOVE 'ADHESION DADA DE BAJA' TO DAMSGO.
005840
005850      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
005860
005870  4500-F-BAJA. EXIT.
005880**************************************
005890*  CONTROLAR TITULARES FALLECIDOS    *
005900*  (ESTADO_CLIENTE 'F')              *
005910**************************************
005920  4800-I-CONTROLAR-FALLECIDO.
005930      MOVE ZEROS TO WS-CANT-FALLEC.
005940
005950      EXEC SQL
005960         SELECT COUNT(*)
005970           INTO :WS-CANT-FALLEC
005980           FROM ITPFBIO.TBCLIENT
005990          WHERE ESTADO_CLIENTE EQUAL 'F'
006000            AND (NRO_CLIENTE EQUAL :CUE-NRO-CLIENTE
006010             OR NRO_CLIENTE IN
006020                (SELECT NRO_CLIENTE
006030                   FROM ITPFBIO.TBTITULAR
006040                  WHERE NRO_CUENTA EQUAL :NRO-CUENTA))
006050      END-EXEC.
006060
006070      IF SQLCODE NOT EQUAL ZEROS
006080         MOVE ZEROS TO WS-CANT-FALLEC
006090      END-IF.
006100
006110      IF WS-CANT-FALLEC GREATER ZEROS
006120         MOVE 'CUENTA BLOQUEADA - TITULAR FALLECIDO' TO CA-MSG
006130      END-IF.
006140
006150  4800-F-CONTROLAR-FALLECIDO. EXIT.
006160**************************************
006170*  DESCONOCER UN DEBITO PUNTUAL      *
006180*  (PF6): SE IDENTIFICA POR SU       *
006190*  VENCIMIENTO, QUE DEBE SER FUTURO  *
006200*  PARA LLEGAR ANTES DEL PROCESO     *
006210**************************************
006220  5000-I-DESCONOCER.
006230      PERFORM 3050-I-RECIBIR THRU 3050-F-RECIBIR.
006240
006250      PERFORM 4150-I-EXIGIR-ADHESION THRU 4150-F-EXIGIR-ADHESION.
006260
006270      IF ADH-ESTADO EQUAL CT-BAJA
006280         MOVE 'LA ADHESION ESTA DADA DE BAJA' TO CA-MSG
006290         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006300      END-IF.
006310
006320      PERFORM 5100-I-VALIDAR-VTO THRU 5100-F-VALIDAR-VTO.
006330
006340      MOVE ADH-COD-EMPRESA TO DSC-COD-EMPRESA.
006350      MOVE ADH-REFERENCIA  TO DSC-REFERENCIA.
006360      MOVE WS-FECHA-VTO    TO DSC-FECHA-VTO.
006370      MOVE CT-DESC-VIGENTE TO DSC-ESTADO.
006380      MOVE WS-FECHA-HOY    TO DSC-FECHA-ALTA.
006390      MOVE EIBUSERID       TO DSC-USUARIO.
006400
006410      EXEC SQL
006420         INSERT INTO ITPFBIO.TBDESCONOC
006430               (COD_EMPRESA, REFERENCIA, FECHA_VTO, ESTADO,
006440                FECHA_ALTA, USUARIO)
006450         VALUES
006460               (:DSC-COD-EMPRESA, :DSC-REFERENCIA,
006470                :DSC-FECHA-VTO, :DSC-ESTADO,
006480                :DSC-FECHA-ALTA, :DSC-USUARIO)
006490      END-EXEC.
006500
006510      EVALUATE SQLCODE
006520         WHEN ZEROS
006530            CONTINUE
006540         WHEN -803
006550            MOVE 'ESE DEBITO YA FUE DESCONOCIDO' TO CA-MSG
006560            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006570         WHEN OTHER
006580            PERFORM 5900-I-DESHACER THRU 5900-F-DESHACER
006590      END-EVALUATE.
006600
006610      MOVE 'DESCONOCE DEBITO' TO AUD-CAMPO.
006620      MOVE ADH-COD-EMPRESA    TO WS-AUD-EMPRESA.
006630      MOVE ADH-REFERENCIA     TO WS-AUD-REFER.
006640      MOVE ADH-ESTADO         TO WS-AUD-ESTADO.
006650      MOVE WS-AUD-ADHESION    TO AUD-VALOR-ANTES.
006660      MOVE ADH-NRO-CUENTA     TO WS-AUD-CUENTA.
006670      MOVE ADH-IMPORTE-MAXIMO TO WS-AUD-MAXIMO.
006680      MOVE DSC-FECHA-VTO      TO WS-AUD-VTO.
006690      MOVE WS-AUD-MANDATO     TO AUD-VALOR-DESPUES.
006700
006710      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
006720
006730      PERFORM 6300-I-MOSTRAR-ADHESION
006740         THRU 6300-F-MOSTRAR-ADHESION.
006750
006760      MOVE DSC-FECHA-VTO TO DAFECDBO.
006770      MOVE 'DEBITO DESCONOCIDO - SE RECHAZARA AL PROCESARSE'
006780           TO DAMSGO.
006790
006800      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
006810
006820  5000-F-DESCONOCER. EXIT.
006830**************************************
006840*  EL VENCIMIENTO SE INGRESA COMO    *
006850*  AAAA-MM-DD, DEBE SER UNA FECHA    *
006860*  VALIDA (RUTFECHA) Y POSTERIOR A   *
006870*  LA DE HOY                         *
006880**************************************
006890  5100-I-VALIDAR-VTO.
006900      MOVE DAFECDBI TO WS-FECHA-VTO.
006910
006920      IF WS-VTO-SEP1 NOT EQUAL '-'
006930      OR WS-VTO-SEP2 NOT EQUAL '-'
006940         MOVE 'VENCIMIENTO INVALIDO - USE AAAA-MM-DD' TO CA-MSG
006950         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
006960      END-IF.
006970
006980      MOVE WS-VTO-AA TO WS-VTO8-AA.
006990      MOVE WS-VTO-MM TO WS-VTO8-MM.
007000      MOVE WS-VTO-DD TO WS-VTO8-DD.
007010
007020      IF WS-VTO-8 NOT NUMERIC
007030         MOVE 'VENCIMIENTO INVALIDO - USE AAAA-MM-DD' TO CA-MSG
007040         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
007050      END-IF.
007060
007070      MOVE WS-VTO-8 TO LK-ENTRADA.
007080
007090      SET LK-FUNCION-VALIDA TO TRUE.
007100
007110      CALL 'RUTFECHA' USING LK-AREA.
007120
007130      IF LK-FECHA-ER
007140         MOVE 'VENCIMIENTO INVALIDO - USE AAAA-MM-DD' TO CA-MSG
007150         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
007160      END-IF.
007170
007180      IF WS-FECHA-VTO NOT GREATER WS-FECHA-HOY
007190         MOVE 'SOLO SE DESCONOCEN DEBITOS DE VENCIMIENTO FUTURO'
007200              TO CA-MSG
007210         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
007220      END-IF.
007230
007240  5100-F-VALIDAR-VTO. EXIT.
007250**************************************
007260*  CONSULTAR LA ADHESION (PF5)       *
007270**************************************
007280  5500-I-CONSULTAR.
007290      PERFORM 3050-I-RECIBIR THRU 3050-F-RECIBIR.
007300
007310      PERFORM 4150-I-EXIGIR-ADHESION THRU 4150-F-EXIGIR-ADHESION.
007320
007330      MOVE ADH-NRO-CUENTA TO NRO-CUENTA.
007340
007350      MOVE SPACES TO DATITULO.
007360
007370      MOVE ADH-NRO-CLIENTE TO CLI-NRO-CLIENTE.
007380
007390      EXEC SQL
007400         SELECT NOMBRE_CLIENTE, APELLIDO_CLIENTE
007410           INTO :NOMBRE-CLIENTE, :APELLIDO-CLIENTE
007420           FROM ITPFBIO.TBCLIENT
007430          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
007440      END-EXEC.
007450
007460      IF SQLCODE EQUAL ZEROS
007470         STRING APELLIDO-CLIENTE DELIMITED BY '  '
007480                ', '             DELIMITED BY SIZE
007490                NOMBRE-CLIENTE   DELIMITED BY '  '
007500                INTO DATITULO
007510      END-IF.
007520
007530      PERFORM 6300-I-MOSTRAR-ADHESION
007540         THRU 6300-F-MOSTRAR-ADHESION.
007550
007560      MOVE SPACES TO DAMSGO.
007570
007580      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
007590
007600  5500-F-CONSULTAR. EXIT.
007610**************************************
007620*  DESHACER LA UNIDAD DE TRABAJO     *
007630*  ANTE CUALQUIER ERROR SQL          *
007640**************************************
007650  5900-I-DESHACER.
007660      EXEC CICS SYNCPOINT ROLLBACK
007670      END-EXEC.
007680
007690      MOVE 'ERROR SQL - OPERACION ANULADA COMPLETA' TO CA-MSG.
007700
007710      PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO.
007720
007730  5900-F-DESHACER. EXIT.
007740**************************************
007750*   RECHAZAR LA OPERACION (MSG)      *
007760**************************************
007770  6000-I-RECHAZO.
007780      MOVE CA-MSG        TO DAMSGO.
007790
007800      PERFORM 6200-I-ENVIAR THRU 6200-F-ENVIAR.
007810
007820  6000-F-RECHAZO. EXIT.
007830**************************************
007840*  ENVIAR LA PANTALLA Y ESPERAR      *
007850**************************************
007860  6200-I-ENVIAR.
007870      MOVE WS-FECHA-HOY  TO DAFECHAO.
007880
007890      EXEC CICS SEND MAP('DEBA0233') MAPSET('MAPSETA')
007900                FROM(DEBA0233O)
007910      END-EXEC.
007920
007930      EXEC CICS RETURN TRANSID('ADH1')
007940                COMMAREA(WS-CA-ESTADO) LENGTH(1)
007950      END-EXEC.
007960
007970  6200-F-ENVIAR. EXIT.
007980**************************************
007990*  MOSTRAR LA ADHESION Y SU ESTADO   *
008000**************************************
008010  6300-I-MOSTRAR-ADHESION.
008020      MOVE ADH-COD-EMPRESA    TO DAEMPREO.
008030      MOVE ADH-REFERENCIA     TO DAREFERO.
008040      MOVE ADH-NRO-CUENTA     TO DANROCTO.
008050      MOVE ADH-IMPORTE-MAXIMO TO WS-EDIT-IMPORTE.
008060      MOVE WS-EDIT-IMPORTE    TO DAIMMAXO.
008070      MOVE ADH-FECHA-ALTA     TO DAALTAO.
008080
008090      EVALUATE ADH-ESTADO
008100         WHEN 'A'
008110            MOVE 'ACTIVA'       TO DAESTADO
008120         WHEN 'S'
008130            MOVE 'SUSPENDIDA'   TO DAESTADO
008140         WHEN 'B'
008150            MOVE 'DADA DE BAJA' TO DAESTADO
008160         WHEN OTHER
008170            MOVE SPACES         TO DAESTADO
008180      END-EVALUATE.
008190
008200  6300-F-MOSTRAR-ADHESION. EXIT.
008210**************************************
008220*  LIMPIAR LOS DATOS DE LA PANTALLA  *
008230**************************************
008240  6500-I-LIMPIAR-DATOS.
008250      MOVE SPACES TO DAEMPREO.
008260      MOVE SPACES TO DAREFERO.
008270      MOVE SPACES TO DANROCTO.
008280      MOVE SPACES TO DAIMMAXO.
008290      MOVE SPACES TO DAFECDBO.
008300      MOVE SPACES TO DATITULO.
008310      MOVE SPACES TO DAESTADO.
008320      MOVE SPACES TO DAALTAO.
008330
008340  6500-F-LIMPIAR-DATOS. EXIT.
008350**************************************
008360*           TOMAR FECHA              *
008370**************************************
008380  7000-I-FECHA.
008390      ACCEPT WS-AREA FROM DATE YYYYMMDD.
008400
008410      MOVE WS-AREA-AA TO WS-HOY-AA.
008420      MOVE WS-AREA-MM TO WS-HOY-MM.
008430      MOVE WS-AREA-DD TO WS-HOY-DD.
008440
008450  7000-F-FECHA. EXIT.
008460**************************************
008470*   GRABAR AUDITORIA EN LA COLA AUDT *
008480**************************************
008490  9000-I-AUDITAR.
008500      MOVE WS-FECHA-HOY    TO AUD-FECHA.
008510      ACCEPT AUD-HORA      FROM TIME.
008520      MOVE EIBUSERID       TO AUD-USERID.
008530      MOVE EIBTRMID        TO AUD-TERMID.
008540      MOVE EIBTRNID        TO AUD-TRANSACCION.
008550      MOVE SPACES          TO AUD-TIPO-DOC.
008560      MOVE ZEROS           TO AUD-NRO-DOC.
008570
008580      EXEC CICS WRITEQ TD QUEUE('AUDT')
008590                FROM(WS-AUDIT-REC) LENGTH(147)
008600      END-EXEC.
008610
008620  9000-F-AUDITAR. EXIT.
