000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMPCL33.
000030**********************************************************
000040*                                                        *
000050**********************************************************
000060*     MANTENIMIENTO DE PROGRAMA                         *
000070**********************************************************
000080* FECHA   *    DETALLE        * COD *
000090**************************************
000100*         *                   *     *
000110* 15/10/26* CONSULTA CICS DE POSICION INTEGRAL DEL       *
000120*         * CLIENTE (MAP0233/POSI0233, OPCION 28 DEL  * JCR *
000130*         * MENU Y PF5 DE LA BUSQUEDA PGMBRW33). POR     *
000140*         * DOCUMENTO MUESTRA TODAS LAS CUENTAS DONDE    *
000150*         * ES TITULAR O COTITULAR (TBTITULAR) CON       *
000160*         * SALDO, MONEDA, ESTADO Y EMBARGOS ACTIVOS,    *
000170*         * LOS PLAZOS FIJOS VIGENTES, LAS ORDENES       *
000180*         * PERMANENTES ACTIVAS Y LOS ALIAS DE CBU.      *
000190*         * PAGINADO PF7/PF8 Y POSICION TOTAL EN PESOS   *
000200*         * A LA COTIZACION COMPRADORA DEL DIA           *
000202* 15/10/26* LA COTITULARIDAD SE TOMA SOLO DEL ROL 'T'    *
000204*         * DE TBTITULAR: AL TUTOR LEGAL DE UN MENOR  * JCR *
000206*         * NO SE LE MUESTRA LA CUENTA DEL MENOR         *
000210**************************************
000220  ENVIRONMENT DIVISION.
000230  CONFIGURATION SECTION.
000240  SPECIAL-NAMES.
000250      DECIMAL-POINT IS COMMA.
000260
000270  DATA DIVISION.
000280  WORKING-STORAGE SECTION.
000290  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000300
000310      COPY MAPSETA.
000320
000330*************************************
000340*         FECHA DE PROCESO         *
000350*************************************
000360  01  WS-AREA.
000370      05  WS-AREA-AA       PIC 9(04)         VALUE ZEROS.
000380      05  WS-AREA-MM       PIC 9(02)         VALUE ZEROS.
000390      05  WS-AREA-DD       PIC 9(02)         VALUE ZEROS.
000400
000410  01  WS-FECHA-HOY.
000420      05  WS-HOY-AA        PIC 9(04)         VALUE ZEROS.
000430      05  WS-SEP1          PIC X(01)         VALUE '-'.
000440      05  WS-HOY-MM        PIC 9(02)         VALUE ZEROS.
000450      05  WS-SEP2          PIC X(01)         VALUE '-'.
000460      05  WS-HOY-DD        PIC 9(02)         VALUE ZEROS.
000470*************************************
000480*  LINEAS DE LA POSICION (TODOS LOS *
000490*  PRODUCTOS, SE ARMAN EN CADA      *
000500*  CONSULTA Y SE MUESTRA LA PAGINA) *
000510*************************************
000520  77  CT-TAM-PAGINA        PIC 9(02)       VALUE 10.
000530  77  CT-MAX-LINEAS        PIC 9(03)       VALUE 200.
000540  77  CT-MONEDA-PESOS      PIC X(02)       VALUE '01'.
000550
000560  01  WS-TABLA-LINEAS.
000570      05  WS-TAB-CANT      PIC 9(03)       VALUE ZEROS.
000580      05  WS-TAB-LINEA     OCCURS 200 TIMES
000590                            INDEXED BY WS-TAB-IDX
000600                            PIC X(76).
000610
000620  01  WS-TAB-LLENA         PIC X(01)       VALUE 'N'.
000630      88 WS-TABLA-LLENA                    VALUE 'S'.
000640
000650  77  WS-CANT-PAGINAS      PIC 9(03)       VALUE ZEROS.
000660  77  WS-PRIMERA-LINEA     PIC 9(03)       VALUE ZEROS.
000670  77  WS-IDX-LINEA         PIC 9(02)       VALUE ZEROS.
000680  77  WS-POS-LINEA         PIC 9(03)       VALUE ZEROS.
000690  77  WS-LINEA-ACTUAL      PIC X(76)       VALUE SPACES.
000700
000710  01  WS-PAGINA-EDIT.
000720      05  WS-PAG-NRO       PIC ZZ9.
000730      05  FILLER           PIC X(04)       VALUE ' DE '.
000740      05  WS-PAG-TOTAL     PIC ZZ9.
000750*************************************
000760*  TOTALES POR MONEDA PARA VALUAR   *
000770*  LA POSICION EN PESOS             *
000780*************************************
000790  01  WS-TABLA-MONEDAS.
000800      05  WS-MON-CANT      PIC 9(02)       VALUE ZEROS.
000810      05  WS-MON-ITEM      OCCURS 10 TIMES
000820                            INDEXED BY WS-MON-IDX.
000830          10  WS-MON-CODIGO    PIC X(02).
000840          10  WS-MON-TOTAL     PIC S9(13)V99 COMP-3.
000850
000860  77  WS-TOTAL-PESOS       PIC S9(13)V99 COMP-3 VALUE ZEROS.
000870  77  WS-TOTAL-EDIT        PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
000880  77  WS-IMPORTE-SUMAR     PIC S9(11)V99 COMP-3 VALUE ZEROS.
000890  77  WS-MONEDA-SUMAR      PIC X(02)       VALUE SPACES.
000900  77  WS-MONEDAS-SIN-COT   PIC X(12)       VALUE SPACES.
000910  77  WS-PUNTERO-COT       PIC 9(02)       VALUE 1.
000920
000930  01  WS-COTIZ-FALTA       PIC X(01)       VALUE 'N'.
000940      88 WS-FALTA-COTIZ                    VALUE 'S'.
000950*************************************
000960*  DATOS LEIDOS DE LAS CUENTAS      *
000970*************************************
000980  01  WS-ESTADO-CUENTA     PIC X(01)       VALUE SPACES.
000990      88 WS-CTA-DORMIDA                    VALUE 'D'.
001000  01  WS-CTA-CERRADA       PIC X(01)       VALUE SPACES.
001010      88 WS-CTA-DE-BAJA                    VALUE 'S'.
001020  01  WS-CTA-ROL           PIC X(01)       VALUE SPACES.
001030      88 WS-CTA-TITULAR                    VALUE 'T'.
001040  01  WS-CTA-RETENIDO      PIC S9(9)V99 COMP-3 VALUE ZEROS.
001050  01  WS-CLI-BAJA          PIC X(01)       VALUE SPACES.
001060
001070  01  WS-FIN-CURSOR        PIC X(01)       VALUE 'N'.
001080      88 WS-CURSOR-FIN                     VALUE 'S'.
001090      88 WS-CURSOR-OK                      VALUE 'N'.
001100*************************************
001110*  LINEA DE CUENTA                  *
001120*************************************
001130  01  WS-LIN-CUENTA.
001140      05  FILLER           PIC X(04)       VALUE 'CTA '.
001150      05  FILLER           PIC X(01)       VALUE SPACES.
001160      05  WS-LC-NRO        PIC X(15)       VALUE SPACES.
001170      05  FILLER           PIC X(01)       VALUE SPACES.
001180      05  WS-LC-TIPO       PIC X(02)       VALUE SPACES.
001190      05  FILLER           PIC X(01)       VALUE SPACES.
001200      05  WS-LC-MONEDA     PIC X(02)       VALUE SPACES.
001210      05  FILLER           PIC X(01)       VALUE SPACES.
001220      05  WS-LC-ROL        PIC X(03)       VALUE SPACES.
001230      05  FILLER           PIC X(01)       VALUE SPACES.
001240      05  WS-LC-SALDO      PIC -ZZZ.ZZZ.ZZ9,99.
001250      05  FILLER           PIC X(01)       VALUE SPACES.
001260      05  WS-LC-ESTADO     PIC X(14)       VALUE SPACES.
001270      05  FILLER           PIC X(01)       VALUE SPACES.
001280      05  WS-LC-RETENIDO   PIC X(14)       VALUE SPACES.
001290      05  WS-LC-RET-EDIT   REDEFINES WS-LC-RETENIDO
001300                            PIC ZZZ.ZZZ.ZZ9,99.
001310*************************************
001320*  LINEA DE PLAZO FIJO              *
001330*************************************
001340  01  WS-LIN-PLAZO.
001350      05  FILLER           PIC X(04)       VALUE 'PF  '.
001360      05  FILLER           PIC X(01)       VALUE SPACES.
001370      05  WS-LP-CERTIF     PIC 9(09)       VALUE ZEROS.
001380      05  FILLER           PIC X(06)       VALUE SPACES.
001390      05  FILLER           PIC X(01)       VALUE SPACES.
001400      05  WS-LP-INSTR      PIC X(02)       VALUE SPACES.
001410      05  FILLER           PIC X(01)       VALUE SPACES.
001420      05  WS-LP-MONEDA     PIC X(02)       VALUE SPACES.
001430      05  FILLER           PIC X(01)       VALUE SPACES.
001440      05  FILLER           PIC X(03)       VALUE 'TIT'.
001450      05  FILLER           PIC X(01)       VALUE SPACES.
001460      05  WS-LP-IMPORTE    PIC -ZZZ.ZZZ.ZZ9,99.
001470      05  FILLER           PIC X(01)       VALUE SPACES.
001480      05  FILLER           PIC X(04)       VALUE 'VTO '.
001490      05  WS-LP-VENCIM     PIC X(10)       VALUE SPACES.
001500      05  FILLER           PIC X(01)       VALUE SPACES.
001510      05  FILLER           PIC X(04)       VALUE 'TNA '.
001520      05  WS-LP-TASA       PIC ZZ9,99.
001530      05  FILLER           PIC X(04)       VALUE SPACES.
001540*************************************
001550*  LINEA DE ORDEN PERMANENTE        *
001560*************************************
001570  01  WS-LIN-ORDEN.
001580      05  FILLER           PIC X(04)       VALUE 'ORD '.
001590      05  FILLER           PIC X(01)       VALUE SPACES.
001600      05  WS-LO-NRO        PIC 9(09)       VALUE ZEROS.
001610      05  FILLER           PIC X(01)       VALUE SPACES.
001620      05  WS-LO-PROXIMA    PIC X(10)       VALUE SPACES.
001630      05  FILLER           PIC X(02)       VALUE SPACES.
001640      05  WS-LO-FRECUENCIA PIC X(03)       VALUE SPACES.
001650      05  FILLER           PIC X(01)       VALUE SPACES.
001660      05  WS-LO-IMPORTE    PIC -ZZZ.ZZZ.ZZ9,99.
001670      05  FILLER           PIC X(01)       VALUE SPACES.
001680      05  WS-LO-DESTINO    PIC X(22)       VALUE SPACES.
001690      05  FILLER           PIC X(07)       VALUE SPACES.
001700*************************************
001710*  LINEA DE ALIAS DE CBU            *
001720*************************************
001730  01  WS-LIN-ALIAS.
001740      05  FILLER           PIC X(04)       VALUE 'ALS '.
001750      05  FILLER           PIC X(01)       VALUE SPACES.
001760      05  WS-LA-ALIAS      PIC X(20)       VALUE SPACES.
001770      05  FILLER           PIC X(22)       VALUE SPACES.
001780      05  FILLER           PIC X(04)       VALUE 'CTA '.
001790      05  WS-LA-CUENTA     PIC X(15)       VALUE SPACES.
001800      05  FILLER           PIC X(01)       VALUE SPACES.
001810      05  WS-LA-ALTA       PIC X(10)       VALUE SPACES.
001820*************************************
001830*   COMMAREA HACIA EL MENU (MSG)   *
001840*************************************
001850  01  WS-CA-MENU-AREA.
001860      05 CA-MSG            PIC X(72)       VALUE SPACES.
001870*************************************
001880*  COMMAREA RECIBIDA DE LA BUSQUEDA *
001890*************************************
001900  01  WS-CA-DESDE-BRW.
001910      05 CA-BRW-ORIGEN     PIC X(01)       VALUE SPACES.
001920      05 CA-BRW-TIPO-DOC   PIC X(02)       VALUE SPACES.
001930      05 CA-BRW-NRO-DOC    PIC 9(11)       VALUE ZEROS.
001940*************************************
001950*  COMMAREA DE PAGINACION: CLIENTE  *
001960*  CONSULTADO Y PAGINA MOSTRADA     *
001970*************************************
001980  01  WS-CA-PCL-AREA.
001990      05 CA-ESTADO         PIC X(01)       VALUE SPACES.
002000         88 WS-CA-1RA-VEZ                  VALUE SPACES.
002010         88 WS-CA-PAGINANDO                VALUE 'G'.
002020      05 CA-TIPO-DOC       PIC X(02)       VALUE SPACES.
002030      05 CA-NRO-DOC        PIC 9(11)       VALUE ZEROS.
002040      05 CA-PAGINA         PIC 9(03)       VALUE ZEROS.
002050*************************************
002060*             SQL                  *
002070*************************************
002080       EXEC SQL
002090         INCLUDE SQLCA
002100       END-EXEC.
002110
002120       EXEC SQL
002130         INCLUDE TBCLIENT
002140       END-EXEC.
002150
002160       EXEC SQL
002170         INCLUDE TBCUENT
002180       END-EXEC.
002190
002200       EXEC SQL
002210         INCLUDE TBPLAZOS
002220       END-EXEC.
002230
002240       EXEC SQL
002250         INCLUDE TBORDENES
002260       END-EXEC.
002270
002280       EXEC SQL
002290         INCLUDE TBALIAS
002300       END-EXEC.
002310
002320       EXEC SQL
002330         INCLUDE TBCOTIZA
002340       END-EXEC.
002350
002360*************************************
002370* CUENTAS DONDE EL CLIENTE ES      *
002380* TITULAR O COTITULAR, ABIERTAS    *
002390* PRIMERO, CON EMBARGOS ACTIVOS    *
002400*************************************
002410       EXEC SQL
002420         DECLARE PCL_CTA_CURSOR CURSOR FOR
002430          SELECT C.NRO_CUENTA, C.TIPO_CUENTA, C.MONEDA,
002440                 C.SALDO_ACTUAL, VALUE(C.ESTADO_CUENTA, ' '),
002450                 CASE WHEN C.FECHA_DE_BAJA IS NULL THEN 'N'
002460                      ELSE 'S' END,
002470                 CASE WHEN C.NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
002480                      THEN 'T' ELSE 'C' END,
002490                 VALUE((SELECT SUM(E.IMPORTE)
002500                          FROM ITPFBIO.TBEMBARGOS E
002510                         WHERE E.NRO_CUENTA EQUAL C.NRO_CUENTA
002520                           AND E.ESTADO     EQUAL 'A'
002530                           AND (E.FECHA_VTO EQUAL ' '
002540                            OR E.FECHA_VTO NOT LESS
002550                               :WS-FECHA-HOY)),
002560                       0)
002570            FROM ITPFBIO.TBCUENTAS C
002580           WHERE C.NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
002590              OR EXISTS
002600                 (SELECT 1
002610                    FROM ITPFBIO.TBTITULAR T
002620                   WHERE T.NRO_CUENTA  EQUAL C.NRO_CUENTA
002630                     AND T.NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
002635                     AND T.ROL         EQUAL 'T')
002640           ORDER BY 6, C.NRO_CUENTA
002650       END-EXEC.
002660
002670*************************************
002680* PLAZOS FIJOS VIGENTES DEL CLIENTE*
002690*************************************
002700       EXEC SQL
002710         DECLARE PCL_PLA_CURSOR CURSOR FOR
002720          SELECT NRO_CERTIFICADO, IMPORTE, MONEDA, TASA,
002730                 FECHA_VENCIMIENTO, INSTRUCCION
002740            FROM ITPFBIO.TBPLAZOS
002750           WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
002760             AND ESTADO      EQUAL 'V'
002770           ORDER BY FECHA_VENCIMIENTO, NRO_CERTIFICADO
002780       END-EXEC.
002790
002800*************************************
002810* ORDENES PERMANENTES ACTIVAS CON  *
002820* ORIGEN EN CUENTAS DEL CLIENTE    *
002830*************************************
002840       EXEC SQL
002850         DECLARE PCL_ORD_CURSOR CURSOR FOR
002860          SELECT O.NRO_ORDEN, O.DESTINO, O.IMPORTE,
002870                 O.FRECUENCIA, O.PROXIMA_FECHA
002880            FROM ITPFBIO.TBORDENES O,
002890                 ITPFBIO.TBCUENTAS C
002900           WHERE O.CTA_ORIGEN EQUAL C.NRO_CUENTA
002910             AND O.ESTADO     EQUAL 'A'
002920             AND (C.NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
002930              OR EXISTS
002940                 (SELECT 1
002950                    FROM ITPFBIO.TBTITULAR T
002960                   WHERE T.NRO_CUENTA  EQUAL C.NRO_CUENTA
002970                     AND T.NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
002975                     AND T.ROL         EQUAL 'T'))
002980           ORDER BY O.PROXIMA_FECHA, O.NRO_ORDEN
002990       END-EXEC.
003000
003010*************************************
003020* ALIAS ACTIVOS DE LAS CUENTAS     *
003030* DEL CLIENTE                      *
003040*************************************
003050       EXEC SQL
003060         DECLARE PCL_ALS_CURSOR CURSOR FOR
003070          SELECT A.ALIAS, A.NRO_CUENTA, A.FECHA_ALTA
003080            FROM ITPFBIO.TBALIAS A,
003090                 ITPFBIO.TBCUENTAS C
003100           WHERE A.NRO_CUENTA EQUAL C.NRO_CUENTA
003110             AND A.ESTADO     EQUAL 'A'
003120             AND (C.NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
003130              OR EXISTS
003140                 (SELECT 1
003150                    FROM ITPFBIO.TBTITULAR T
003160                   WHERE T.NRO_CUENTA  EQUAL C.NRO_CUENTA
003170                     AND T.NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
003175                     AND T.ROL         EQUAL 'T'))
003180           ORDER BY A.NRO_CUENTA, A.ALIAS
003190       END-EXEC.
003200
003210  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
003220*************************************.
003230  LINKAGE SECTION.
003240  01  DFHCOMMAREA           PIC X(17).
003250**************************************
003260  PROCEDURE DIVISION.
003270**************************************
003280*  CUERPO PRINCIPAL DEL PROGRAMA     *
003290**************************************
003300  MAIN-PROGRAM.
003310
003320      EVALUATE TRUE
003330      WHEN EIBCALEN EQUAL ZERO
003340         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
003350      WHEN EIBCALEN EQUAL 14
003360         MOVE DFHCOMMAREA(1:14) TO WS-CA-DESDE-BRW
003370         PERFORM 2200-I-DESDE-BUSQUEDA
003380            THRU 2200-F-DESDE-BUSQUEDA
003390      WHEN OTHER
003400         MOVE DFHCOMMAREA TO WS-CA-PCL-AREA
003410         EVALUATE TRUE
003420            WHEN EIBAID EQUAL DFHPF1
003430               PERFORM 3000-I-CONSULTAR THRU 3000-F-CONSULTAR
003440            WHEN EIBAID EQUAL DFHPF8 AND WS-CA-PAGINANDO
003450               PERFORM 4000-I-SIGUIENTE THRU 4000-F-SIGUIENTE
003460            WHEN EIBAID EQUAL DFHPF7 AND WS-CA-PAGINANDO
003470               PERFORM 5000-I-ANTERIOR  THRU 5000-F-ANTERIOR
003480            WHEN EIBAID EQUAL DFHPF12
003490               PERFORM 3500-I-A-SALIR   THRU 3500-F-A-SALIR
003500            WHEN OTHER
003510               PERFORM 2000-I-INICIAL   THRU 2000-F-INICIAL
003520         END-EVALUATE
003530      END-EVALUATE.
003540
003550  F-MAIN-PROGRAM. EXIT.
003560**************************************
003570*      PRIMER ENVIO DE PANTALLA      *
003580**************************************
003590  2000-I-INICIAL.
003600      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
003610
003620      MOVE WS-FECHA-HOY  TO POFECHAO.
003630      MOVE SPACES        TO POMSGO.
003640      MOVE SPACES        TO POTITULO.
003650      MOVE SPACES        TO POESTADO.
003660      MOVE SPACES        TO POPAGINO.
003670      MOVE SPACES        TO POTOTALO.
003680
003690      PERFORM 6500-I-LIMPIAR-LINEAS THRU 6500-F-LIMPIAR-LINEAS.
003700
003710      EXEC CICS SEND MAP('POSI0233') MAPSET('MAPSETA')
003720                FROM(POSI0233O) ERASE
003730      END-EXEC.
003740
003750      MOVE SPACES TO CA-ESTADO.
003760
003770      EXEC CICS RETURN TRANSID('PCL1')
003780                COMMAREA(WS-CA-PCL-AREA) LENGTH(17)
003790      END-EXEC.
003800
003810  2000-F-INICIAL. EXIT.
003820**************************************
003830*  CONSULTA DIRECTA DESDE LA         *
003840*  BUSQUEDA POR APELLIDO (PGMBRW33)  *
003850**************************************
003860  2200-I-DESDE-BUSQUEDA.
003870      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
003880
003890      MOVE CA-BRW-TIPO-DOC TO CA-TIPO-DOC.
003900      MOVE CA-BRW-NRO-DOC  TO CA-NRO-DOC.
003910      MOVE 1               TO CA-PAGINA.
003920      MOVE SPACES          TO CA-MSG.
003930
003940      PERFORM 3100-I-ARMAR-POSICION THRU 3100-F-ARMAR-POSICION.
003950
003960      PERFORM 6000-I-MOSTRAR THRU 6000-F-MOSTRAR.
003970
003980  2200-F-DESDE-BUSQUEDA. EXIT.
003990**************************************
004000*   CONSULTAR EL DOCUMENTO INGRESADO *
004010*   (PF1) - PRIMERA PAGINA           *
004020**************************************
004030  3000-I-CONSULTAR.
004040      EXEC CICS RECEIVE MAP('POSI0233') MAPSET('MAPSETA')
004050                INTO(POSI0233I)
004060      END-EXEC.
004070
004080      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
004090
004100      MOVE SPACES TO CA-MSG.
004110      MOVE SPACES TO CA-ESTADO.
004120      MOVE POTIPDOI TO CA-TIPO-DOC.
004130
004140      IF PONRODOI NUMERIC
004150         MOVE PONRODOI TO CA-NRO-DOC
004160      ELSE
004170         MOVE 'NRO DE DOCUMENTO INVALIDO' TO CA-MSG
004180         PERFORM 6100-I-RECHAZO THRU 6100-F-RECHAZO
004190      END-IF.
004200
004210      MOVE 1 TO CA-PAGINA.
004220
004230      PERFORM 3100-I-ARMAR-POSICION THRU 3100-F-ARMAR-POSICION.
004240
004250      PERFORM 6000-I-MOSTRAR THRU 6000-F-MOSTRAR.
004260
004270  3000-F-CONSULTAR. EXIT.
004280**************************************
004290*  LOCALIZAR AL CLIENTE Y ARMAR LA   *
004300*  TABLA DE LINEAS DE TODOS SUS      *
004310*  PRODUCTOS (CAMINO COMUN)          *
004320**************************************
004330  3100-I-ARMAR-POSICION.
004340      MOVE CA-TIPO-DOC TO TIPO-DOCUMENTO.
004350      MOVE CA-NRO-DOC  TO NRO-DOCUMENTO.
004360
004370      EXEC SQL
004380         SELECT NRO_CLIENTE, NOMBRE_CLIENTE, APELLIDO_CLIENTE,
004390                VALUE(ESTADO_CLIENTE, ' '),
004400                CASE WHEN FECHA_DE_BAJA IS NULL THEN 'N'
004410                     ELSE 'S' END
004420           INTO :CLI-NRO-CLIENTE, :NOMBRE-CLIENTE,
004430                :APELLIDO-CLIENTE, :CLI-ESTADO-CLIENTE,
004440                :WS-CLI-BAJA
004450           FROM ITPFBIO.TBCLIENT
004460          WHERE TIPO_DOCUMENTO EQUAL :TIPO-DOCUMENTO
004470            AND NRO_DOCUMENTO  EQUAL :NRO-DOCUMENTO
004480      END-EXEC.
004490
004500      EVALUATE SQLCODE
004510         WHEN ZEROS
004520            CONTINUE
004530         WHEN +100
004540            MOVE 'CLIENTE INEXISTENTE' TO CA-MSG
004550            PERFORM 6100-I-RECHAZO THRU 6100-F-RECHAZO
004560         WHEN OTHER
004570            MOVE 'ERROR AL LEER EL CLIENTE - VER SQLCODE'
004580                 TO CA-MSG
004590            PERFORM 6100-I-RECHAZO THRU 6100-F-RECHAZO
004600      END-EVALUATE.
004610
004620      MOVE SPACES TO POTITULO.
004630      STRING APELLIDO-CLIENTE DELIMITED BY '  '
004640             ', '             DELIMITED BY SIZE
004650             NOMBRE-CLIENTE   DELIMITED BY '  '
004660             INTO POTITULO.
004670
004680      EVALUATE TRUE
004690         WHEN WS-CLI-BAJA EQUAL 'S'
004700            MOVE 'CLIENTE DADO DE BAJA' TO POESTADO
004710         WHEN CLI-ESTADO-CLIENTE EQUAL 'F'
004720            MOVE '** FALLECIDO **'      TO POESTADO
004730         WHEN CLI-ESTADO-CLIENTE EQUAL 'R'
004740            MOVE 'RETENIDO CUMPLIM.'    TO POESTADO
004750         WHEN OTHER
004760            MOVE 'HABILITADO'           TO POESTADO
004770      END-EVALUATE.
004780
004790      MOVE ZEROS TO WS-TAB-CANT.
004800      MOVE ZEROS TO WS-MON-CANT.
004810      MOVE 'N'   TO WS-TAB-LLENA.
004820
004830      PERFORM 4100-I-CARGAR-CUENTAS THRU 4100-F-CARGAR-CUENTAS.
004840      PERFORM 4200-I-CARGAR-PLAZOS  THRU 4200-F-CARGAR-PLAZOS.
004850      PERFORM 4300-I-CARGAR-ORDENES THRU 4300-F-CARGAR-ORDENES.
004860      PERFORM 4400-I-CARGAR-ALIAS   THRU 4400-F-CARGAR-ALIAS.
004870
004880      PERFORM 4500-I-VALUAR THRU 4500-F-VALUAR.
004890
004900      SET WS-CA-PAGINANDO TO TRUE.
004910
004920  3100-F-ARMAR-POSICION. EXIT.
004930**************************************
004940*   VOLVER AL MENU PRINCIPAL (PF12)  *
004950**************************************
004960  3500-I-A-SALIR.
004970      MOVE SPACES TO CA-MSG.
004980
004990      EXEC CICS XCTL PROGRAM('PGMMEN33')
005000                COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
005010      END-EXEC.
005020
005030  3500-F-A-SALIR. EXIT.
005040**************************************
005050*   PAGINA SIGUIENTE (PF8)           *
005060**************************************
005070  4000-I-SIGUIENTE.
005080      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
005090
005100      MOVE SPACES TO CA-MSG.
005110
005120      PERFORM 3100-I-ARMAR-POSICION THRU 3100-F-ARMAR-POSICION.
005130
005140      PERFORM 6050-I-CONTAR-PAGINAS THRU 6050-F-CONTAR-PAGINAS.
005150
005160      IF CA-PAGINA NOT LESS WS-CANT-PAGINAS
005170         MOVE WS-CANT-PAGINAS TO CA-PAGINA
005180         MOVE 'NO HAY MAS PRODUCTOS HACIA ADELANTE' TO CA-MSG
005190      ELSE
005200         ADD 1 TO CA-PAGINA
005210      END-IF.
005220
005230      PERFORM 6000-I-MOSTRAR THRU 6000-F-MOSTRAR.
005240
005250  4000-F-SIGUIENTE. EXIT.
005260**************************************
005270*   PAGINA ANTERIOR (PF7)            *
005280**************************************
005290  5000-I-ANTERIOR.
005300      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
005310
005320      MOVE SPACES TO CA-MSG.
005330
005340      PERFORM 3100-I-ARMAR-POSICION THRU 3100-F-ARMAR-POSICION.
005350
005360      PERFORM 6050-I-CONTAR-PAGINAS THRU 6050-F-CONTAR-PAGINAS.
005370
005380      IF CA-PAGINA NOT GREATER 1
005390         MOVE 1 TO CA-PAGINA
005400         MOVE 'ESTA EN LA PRIMER PAGINA' TO CA-MSG
005410      ELSE
005420         SUBTRACT 1 FROM CA-PAGINA
005430      END-IF.
005440
005450      IF CA-PAGINA GREATER WS-CANT-PAGINAS
005460         MOVE WS-CANT-PAGINAS TO CA-PAGINA
005470      END-IF.
005480
005490      PERFORM 6000-I-MOSTRAR THRU 6000-F-MOSTRAR.
005500
005510  5000-F-ANTERIOR. EXIT.
005520**************************************
005530*  CUENTAS DEL CLIENTE (TITULAR Y    *
005540*  COTITULAR) CON EMBARGOS ACTIVOS   *
005550**************************************
005560  4100-I-CARGAR-CUENTAS.
005570      EXEC SQL
005580         OPEN PCL_CTA_CURSOR
005590      END-EXEC.
005600
005610      IF SQLCODE NOT EQUAL ZEROS
005620         MOVE 'ERROR AL LEER LAS CUENTAS - VER SQLCODE' TO CA-MSG
005630         PERFORM 6100-I-RECHAZO THRU 6100-F-RECHAZO
005640      END-IF.
005650
005660      SET WS-CURSOR-OK TO TRUE.
005670
005680      PERFORM 4110-I-FETCH-CUENTA THRU 4110-F-FETCH-CUENTA
005690         UNTIL WS-CURSOR-FIN.
005700
005710      EXEC SQL
005720         CLOSE PCL_CTA_CURSOR
005730      END-EXEC.
005740
005750  4100-F-CARGAR-CUENTAS. EXIT.
005760**************************************
005770*  FETCH Y LINEA DE UNA CUENTA       *
005780**************************************
005790  4110-I-FETCH-CUENTA.
005800      EXEC SQL
005810         FETCH PCL_CTA_CURSOR
005820         INTO :NRO-CUENTA, :TIPO-CUENTA, :MONEDA,
005830              :SALDO-ACTUAL, :WS-ESTADO-CUENTA,
005840              :WS-CTA-CERRADA, :WS-CTA-ROL,
005850              :WS-CTA-RETENIDO
005860      END-EXEC.
005870
005880      IF SQLCODE NOT EQUAL ZEROS
005890         SET WS-CURSOR-FIN TO TRUE
005900         GO TO 4110-F-FETCH-CUENTA
005910      END-IF.
005920
005930      MOVE NRO-CUENTA   TO WS-LC-NRO.
005940      MOVE TIPO-CUENTA  TO WS-LC-TIPO.
005950      MOVE MONEDA       TO WS-LC-MONEDA.
005960      MOVE SALDO-ACTUAL TO WS-LC-SALDO.
005970
005980      IF WS-CTA-TITULAR
005990         MOVE 'TIT' TO WS-LC-ROL
006000      ELSE
006010         MOVE 'COT' TO WS-LC-ROL
006020      END-IF.
006030
006040      EVALUATE TRUE
006050         WHEN WS-CTA-DE-BAJA
006060            MOVE 'CERRADA'  TO WS-LC-ESTADO
006070         WHEN WS-CTA-DORMIDA
006080            MOVE 'INACTIVA' TO WS-LC-ESTADO
006090         WHEN OTHER
006100            MOVE 'ABIERTA'  TO WS-LC-ESTADO
006110      END-EVALUATE.
006120
006130      IF WS-CTA-RETENIDO GREATER ZEROS
006140         MOVE WS-CTA-RETENIDO TO WS-LC-RET-EDIT
006150      ELSE
006160         MOVE SPACES          TO WS-LC-RETENIDO
006170      END-IF.
006180
006190      MOVE WS-LIN-CUENTA TO WS-LINEA-ACTUAL.
006200      PERFORM 4900-I-AGREGAR-LINEA THRU 4900-F-AGREGAR-LINEA.
006210
006220*     LA POSICION SUMA EL SALDO COMPLETO DE CADA CUENTA
006230*     ABIERTA, AUNQUE SEA EN COTITULARIDAD
006240      IF NOT WS-CTA-DE-BAJA
006250         MOVE MONEDA       TO WS-MONEDA-SUMAR
006260         MOVE SALDO-ACTUAL TO WS-IMPORTE-SUMAR
006270         PERFORM 4950-I-SUMAR-MONEDA THRU 4950-F-SUMAR-MONEDA
006280      END-IF.
006290
006300  4110-F-FETCH-CUENTA. EXIT.
006310**************************************
006320*  PLAZOS FIJOS VIGENTES             *
006330**************************************
006340  4200-I-CARGAR-PLAZOS.
006350      EXEC SQL
006360         OPEN PCL_PLA_CURSOR
006370      END-EXEC.
006380
006390      IF SQLCODE NOT EQUAL ZEROS
006400         MOVE 'ERROR AL LEER LOS PLAZOS FIJOS - VER SQLCODE'
006410              TO CA-MSG
006420         PERFORM 6100-I-RECHAZO THRU 6100-F-RECHAZO
006430      END-IF.
006440
006450      SET WS-CURSOR-OK TO TRUE.
006460
006470      PERFORM 4210-I-FETCH-PLAZO THRU 4210-F-FETCH-PLAZO
006480         UNTIL WS-CURSOR-FIN.
006490
006500      EXEC SQL
006510         CLOSE PCL_PLA_CURSOR
006520      END-EXEC.
006530
006540  4200-F-CARGAR-PLAZOS. EXIT.
006550**************************************
006560*  FETCH Y LINEA DE UN PLAZO FIJO    *
006570**************************************
006580  4210-I-FETCH-PLAZO.
006590      EXEC SQL
006600         FETCH PCL_PLA_CURSOR
006610         INTO :PLA-NRO-CERTIFICADO, :PLA-IMPORTE, :PLA-MONEDA,
006620              :PLA-TASA, :PLA-FECHA-VENCIMIENTO,
006630              :PLA-INSTRUCCION
006640      END-EXEC.
006650
006660      IF SQLCODE NOT EQUAL ZEROS
006670         SET WS-CURSOR-FIN TO TRUE
006680         GO TO 4210-F-FETCH-PLAZO
006690      END-IF.
006700
006710      MOVE PLA-NRO-CERTIFICADO   TO WS-LP-CERTIF.
006720      MOVE PLA-MONEDA            TO WS-LP-MONEDA.
006730      MOVE PLA-IMPORTE           TO WS-LP-IMPORTE.
006740      MOVE PLA-FECHA-VENCIMIENTO TO WS-LP-VENCIM.
006750      MOVE PLA-TASA              TO WS-LP-TASA.
006760
006770      IF PLA-INSTRUCCION EQUAL 'R'
006780         MOVE 'RN' TO WS-LP-INSTR
006790      ELSE
006800         MOVE 'CA' TO WS-LP-INSTR
006810      END-IF.
006820
006830      MOVE WS-LIN-PLAZO TO WS-LINEA-ACTUAL.
006840      PERFORM 4900-I-AGREGAR-LINEA THRU 4900-F-AGREGAR-LINEA.
006850
006860      MOVE PLA-MONEDA  TO WS-MONEDA-SUMAR.
006870      MOVE PLA-IMPORTE TO WS-IMPORTE-SUMAR.
006880      PERFORM 4950-I-SUMAR-MONEDA THRU 4950-F-SUMAR-MONEDA.
006890
006900  4210-F-FETCH-PLAZO. EXIT.
006910**************************************
006920*  ORDENES PERMANENTES ACTIVAS       *
006930**************************************
006940  4300-I-CARGAR-ORDENES.
006950      EXEC SQL
006960         OPEN PCL_ORD_CURSOR
006970      END-EXEC.
006980
006990      IF SQLCODE NOT EQUAL ZEROS
007000         MOVE 'ERROR AL LEER LAS ORDENES - VER SQLCODE' TO CA-MSG
007010         PERFORM 6100-I-RECHAZO THRU 6100-F-RECHAZO
007020      END-IF.
007030
007040      SET WS-CURSOR-OK TO TRUE.
007050
007060      PERFORM 4310-I-FETCH-ORDEN THRU 4310-F-FETCH-ORDEN
007070         UNTIL WS-CURSOR-FIN.
007080
007090      EXEC SQL
007100         CLOSE PCL_ORD_CURSOR
007110      END-EXEC.
007120
007130  4300-F-CARGAR-ORDENES. EXIT.
007140**************************************
007150*  FETCH Y LINEA DE UNA ORDEN        *
007160**************************************
007170  4310-I-FETCH-ORDEN.
007180      EXEC SQL
007190         FETCH PCL_ORD_CURSOR
007200         INTO :ORD-NRO-ORDEN, :ORD-DESTINO, :ORD-IMPORTE,
007210              :ORD-FRECUENCIA, :ORD-PROXIMA-FECHA
007220      END-EXEC.
007230
007240      IF SQLCODE NOT EQUAL ZEROS
007250         SET WS-CURSOR-FIN TO TRUE
007260         GO TO 4310-F-FETCH-ORDEN
007270      END-IF.
007280
007290      MOVE ORD-NRO-ORDEN     TO WS-LO-NRO.
007300      MOVE ORD-PROXIMA-FECHA TO WS-LO-PROXIMA.
007310      MOVE ORD-IMPORTE       TO WS-LO-IMPORTE.
007320      MOVE ORD-DESTINO       TO WS-LO-DESTINO.
007330
007340      EVALUATE ORD-FRECUENCIA
007350         WHEN 'D'
007360            MOVE 'DIA' TO WS-LO-FRECUENCIA
007370         WHEN 'S'
007380            MOVE 'SEM' TO WS-LO-FRECUENCIA
007390         WHEN OTHER
007400            MOVE 'MES' TO WS-LO-FRECUENCIA
007410      END-EVALUATE.
007420
007430      MOVE WS-LIN-ORDEN TO WS-LINEA-ACTUAL.
007440      PERFORM 4900-I-AGREGAR-LINEA THRU 4900-F-AGREGAR-LINEA.
007450
007460  4310-F-FETCH-ORDEN. EXIT.
007470**************************************
007480*  ALIAS DE CBU ACTIVOS              *
007490**************************************
007500  4400-I-CARGAR-ALIAS.
007510      EXEC SQL
007520         OPEN PCL_ALS_CURSOR
007530      END-EXEC.
007540
007550      IF SQLCODE NOT EQUAL ZEROS
007560         MOVE 'ERROR AL LEER LOS ALIAS - VER SQLCODE' TO CA-MSG
007570         PERFORM 6100-I-RECHAZO THRU 6100-F-RECHAZO
007580      END-IF.
007590
007600      SET WS-CURSOR-OK TO TRUE.
007610
007620      PERFORM 4410-I-FETCH-ALIAS THRU 4410-F-FETCH-ALIAS
007630         UNTIL WS-CURSOR-FIN.
007640
007650      EXEC SQL
007660         CLOSE PCL_ALS_CURSOR
007670      END-EXEC.
007680
007690  4400-F-CARGAR-ALIAS. EXIT.
007700**************************************
007710*  FETCH Y LINEA DE UN ALIAS         *
007720**************************************
007730  4410-I-FETCH-ALIAS.
007740      EXEC SQL
007750         FETCH PCL_ALS_CURSOR
007760         INTO :ALS-ALIAS, :ALS-NRO-CUENTA, :ALS-FECHA-ALTA
007770      END-EXEC.
007780
007790      IF SQLCODE NOT EQUAL ZEROS
007800         SET WS-CURSOR-FIN TO TRUE
007810         GO TO 4410-F-FETCH-ALIAS
007820      END-IF.
007830
007840      MOVE ALS-ALIAS      TO WS-LA-ALIAS.
007850      MOVE ALS-NRO-CUENTA TO WS-LA-CUENTA.
007860      MOVE ALS-FECHA-ALTA TO WS-LA-ALTA.
007870
007880      MOVE WS-LIN-ALIAS TO WS-LINEA-ACTUAL.
007890      PERFORM 4900-I-AGREGAR-LINEA THRU 4900-F-AGREGAR-LINEA.
007900
007910  4410-F-FETCH-ALIAS. EXIT.
007920**************************************
007930*  VALUAR EN PESOS LOS TOTALES POR   *
007940*  MONEDA A LA COTIZACION COMPRADORA *
007950*  DEL DIA                           *
007960**************************************
007970  4500-I-VALUAR.
007980      MOVE ZEROS  TO WS-TOTAL-PESOS.
007990      MOVE SPACES TO WS-MONEDAS-SIN-COT.
008000      MOVE 1      TO WS-PUNTERO-COT.
008010      MOVE 'N'    TO WS-COTIZ-FALTA.
008020
008030      PERFORM 4510-I-VALUAR-MONEDA THRU 4510-F-VALUAR-MONEDA
008040         VARYING WS-MON-IDX FROM 1 BY 1
008050           UNTIL WS-MON-IDX GREATER WS-MON-CANT.
008060
008070      MOVE WS-TOTAL-PESOS TO WS-TOTAL-EDIT.
008080      MOVE WS-TOTAL-EDIT  TO POTOTALO.
008090
008100  4500-F-VALUAR. EXIT.
008110**************************************
008120*  VALUAR UNA MONEDA (SIN COTIZACION *
008130*  DEL DIA QUEDA FUERA DEL TOTAL Y   *
008140*  SE AVISA)                         *
008150**************************************
008160  4510-I-VALUAR-MONEDA.
008170      IF WS-MON-CODIGO (WS-MON-IDX) EQUAL CT-MONEDA-PESOS
008180         ADD WS-MON-TOTAL (WS-MON-IDX) TO WS-TOTAL-PESOS
008190         GO TO 4510-F-VALUAR-MONEDA
008200      END-IF.
008210
008220      MOVE WS-MON-CODIGO (WS-MON-IDX) TO COT-MONEDA.
008230      MOVE WS-FECHA-HOY               TO COT-FECHA.
008240
008250      EXEC SQL
008260         SELECT COTIZ_COMPRA
008270           INTO :COT-COMPRA
008280           FROM ITPFBIO.TBCOTIZA
008290          WHERE MONEDA EQUAL :COT-MONEDA
008300            AND FECHA  EQUAL :COT-FECHA
008310      END-EXEC.
008320
008330      IF SQLCODE EQUAL ZEROS
008340         COMPUTE WS-TOTAL-PESOS ROUNDED = WS-TOTAL-PESOS +
008350                 WS-MON-TOTAL (WS-MON-IDX) * COT-COMPRA
008360      ELSE
008370         SET WS-FALTA-COTIZ TO TRUE
008380         IF WS-PUNTERO-COT LESS 10
008390            STRING COT-MONEDA ' ' DELIMITED BY SIZE
008400                   INTO WS-MONEDAS-SIN-COT
008410                   WITH POINTER WS-PUNTERO-COT
008420         END-IF
008430      END-IF.
008440
008450  4510-F-VALUAR-MONEDA. EXIT.
008460**************************************
008470*  AGREGAR UNA LINEA A LA TABLA      *
008480**************************************
008490  4900-I-AGREGAR-LINEA.
008500      IF WS-TAB-CANT NOT LESS CT-MAX-LINEAS
008510         SET WS-TABLA-LLENA TO TRUE
008520         GO TO 4900-F-AGREGAR-LINEA
008530      END-IF.
008540
008550      ADD 1 TO WS-TAB-CANT.
008560      SET WS-TAB-IDX TO WS-TAB-CANT.
008570      MOVE WS-LINEA-ACTUAL TO WS-TAB-LINEA (WS-TAB-IDX).
008580
008590  4900-F-AGREGAR-LINEA. EXIT.
008600**************************************
008610*  ACUMULAR UN IMPORTE EN SU MONEDA  *
008620**************************************
008630  4950-I-SUMAR-MONEDA.
008640      SET WS-MON-IDX TO 1.
008650
008660      SEARCH WS-MON-ITEM
008670         AT END
008680            CONTINUE
008690         WHEN WS-MON-IDX GREATER WS-MON-CANT
008700            ADD 1 TO WS-MON-CANT
008710            MOVE WS-MONEDA-SUMAR  TO WS-MON-CODIGO (WS-MON-IDX)
008720            MOVE WS-IMPORTE-SUMAR TO WS-MON-TOTAL  (WS-MON-IDX)
008730         WHEN WS-MON-CODIGO (WS-MON-IDX) EQUAL WS-MONEDA-SUMAR
008740            ADD WS-IMPORTE-SUMAR TO WS-MON-TOTAL (WS-MON-IDX)
008750      END-SEARCH.
008760
008770  4950-F-SUMAR-MONEDA. EXIT.
008780**************************************
008790*  ARMAR LA PAGINA PEDIDA Y ENVIAR   *
008800**************************************
008810  6000-I-MOSTRAR.
008820      PERFORM 6050-I-CONTAR-PAGINAS THRU 6050-F-CONTAR-PAGINAS.
008830
008840      IF CA-PAGINA GREATER WS-CANT-PAGINAS
008850         MOVE WS-CANT-PAGINAS TO CA-PAGINA
008860      END-IF.
008870
008880      IF CA-PAGINA LESS 1
008890         MOVE 1 TO CA-PAGINA
008900      END-IF.
008910
008920      PERFORM 6500-I-LIMPIAR-LINEAS THRU 6500-F-LIMPIAR-LINEAS.
008930
008940      COMPUTE WS-PRIMERA-LINEA = (CA-PAGINA - 1) * CT-TAM-PAGINA.
008950      MOVE ZEROS TO WS-IDX-LINEA.
008960
008970      PERFORM 6200-I-ARMAR-LINEA THRU 6200-F-ARMAR-LINEA
008980         UNTIL WS-IDX-LINEA NOT LESS CT-TAM-PAGINA
008990            OR WS-PRIMERA-LINEA + WS-IDX-LINEA
009000               NOT LESS WS-TAB-CANT.
009010
009020      MOVE CA-PAGINA       TO WS-PAG-NRO.
009030      MOVE WS-CANT-PAGINAS TO WS-PAG-TOTAL.
009040      MOVE WS-PAGINA-EDIT  TO POPAGINO.
009050
009060      IF CA-MSG EQUAL SPACES
009070         EVALUATE TRUE
009080            WHEN WS-TAB-CANT EQUAL ZEROS
009090               MOVE 'EL CLIENTE NO TIENE PRODUCTOS' TO CA-MSG
009100            WHEN WS-FALTA-COTIZ
009110               STRING 'SIN COTIZACION DEL DIA - FUERA DEL TOTAL: '
009120                      WS-MONEDAS-SIN-COT
009130                      DELIMITED BY SIZE
009140                      INTO CA-MSG
009150            WHEN WS-TABLA-LLENA
009160               MOVE 'SE MUESTRAN LOS PRIMEROS 200 PRODUCTOS'
009170                    TO CA-MSG
009180            WHEN OTHER
009190               CONTINUE
009200         END-EVALUATE
009210      END-IF.
009220
009230      PERFORM 6600-I-ENVIAR THRU 6600-F-ENVIAR.
009240
009250  6000-F-MOSTRAR. EXIT.
009260**************************************
009270*  CANTIDAD DE PAGINAS DE LA TABLA   *
009280**************************************
009290  6050-I-CONTAR-PAGINAS.
009300      DIVIDE WS-TAB-CANT BY CT-TAM-PAGINA
009310             GIVING WS-CANT-PAGINAS.
009320
009330      IF WS-CANT-PAGINAS * CT-TAM-PAGINA LESS WS-TAB-CANT
009340         ADD 1 TO WS-CANT-PAGINAS
009350      END-IF.
009360
009370      IF WS-CANT-PAGINAS EQUAL ZEROS
009380         MOVE 1 TO WS-CANT-PAGINAS
009390      END-IF.
009400
009410  6050-F-CONTAR-PAGINAS. EXIT.
009420**************************************
009430*   RECHAZAR LA CONSULTA (MSG)       *
009440**************************************
009450  6100-I-RECHAZO.
009460      MOVE SPACES TO CA-ESTADO.
009470      MOVE SPACES TO POTITULO.
009480      MOVE SPACES TO POESTADO.
009490      MOVE SPACES TO POPAGINO.
009500      MOVE SPACES TO POTOTALO.
009510
009520      PERFORM 6500-I-LIMPIAR-LINEAS THRU 6500-F-LIMPIAR-LINEAS.
009530
009540      PERFORM 6600-I-ENVIAR THRU 6600-F-ENVIAR.
009550
009560  6100-F-RECHAZO. EXIT.
009570**************************************
009580*  PASAR UNA LINEA DE LA TABLA AL    *
009590*  MAPA                              *
009600**************************************
009610  6200-I-ARMAR-LINEA.
009620      ADD 1 TO WS-IDX-LINEA.
009630
009640      COMPUTE WS-POS-LINEA = WS-PRIMERA-LINEA + WS-IDX-LINEA.
009650      SET WS-TAB-IDX TO WS-POS-LINEA.
009660
009670      EVALUATE WS-IDX-LINEA
009680         WHEN 1
009690            MOVE WS-TAB-LINEA (WS-TAB-IDX) TO POLIN1O
009700         WHEN 2
009710            MOVE WS-TAB-LINEA (WS-TAB-IDX) TO POLIN2O
009720         WHEN 3
009730            MOVE WS-TAB-LINEA (WS-TAB-IDX) TO POLIN3O
009740         WHEN 4
009750            MOVE WS-TAB-LINEA (WS-TAB-IDX) TO POLIN4O
009760         WHEN 5
009770            MOVE WS-TAB-LINEA (WS-TAB-IDX) TO POLIN5O
009780         WHEN 6
009790            MOVE WS-TAB-LINEA (WS-TAB-IDX) TO POLIN6O
009800         WHEN 7
009810            MOVE WS-TAB-LINEA (WS-TAB-IDX) TO POLIN7O
009820         WHEN 8
009830            MOVE WS-TAB-LINEA (WS-TAB-IDX) TO POLIN8O
009840         WHEN 9
009850            MOVE WS-TAB-LINEA (WS-TAB-IDX) TO POLIN9O
009860         WHEN 10
009870            MOVE WS-TAB-LINEA (WS-TAB-IDX) TO POLIN10O
009880      END-EVALUATE.
009890
009900  6200-F-ARMAR-LINEA. EXIT.
009910**************************************
009920*  LIMPIAR LAS LINEAS DE LA PANTALLA *
009930**************************************
009940  6500-I-LIMPIAR-LINEAS.
009950      MOVE SPACES TO POLIN1O.
009960      MOVE SPACES TO POLIN2O.
009970      MOVE SPACES TO POLIN3O.
009980      MOVE SPACES TO POLIN4O.
009990      MOVE SPACES TO POLIN5O.
010000      MOVE SPACES TO POLIN6O.
010010      MOVE SPACES TO POLIN7O.
010020      MOVE SPACES TO POLIN8O.
010030      MOVE SPACES TO POLIN9O.
010040      MOVE SPACES TO POLIN10O.
010050
010060  6500-F-LIMPIAR-LINEAS. EXIT.
010070**************************************
010080*  ENVIAR EL MAPA Y RETORNAR         *
010090**************************************
010100  6600-I-ENVIAR.
010110      MOVE WS-FECHA-HOY TO POFECHAO.
010120      MOVE CA-MSG       TO POMSGO.
010130      MOVE CA-TIPO-DOC  TO POTIPDOO.
010140      MOVE CA-NRO-DOC   TO PONRODOO.
010150
010160      EXEC CICS SEND MAP('POSI0233') MAPSET('MAPSETA')
010170                FROM(POSI0233O) ERASE
010180      END-EXEC.
010190
010200      EXEC CICS RETURN TRANSID('PCL1')
010210                COMMAREA(WS-CA-PCL-AREA) LENGTH(17)
010220      END-EXEC.
010230
010240  6600-F-ENVIAR. EXIT.
010250**************************************
010260*           TOMAR FECHA              *
010270**************************************
010280  7000-I-FECHA.
010290      ACCEPT WS-AREA FROM DATE YYYYMMDD.
010300
010310      MOVE WS-AREA-AA TO WS-HOY-AA.
010320      MOVE WS-AREA-MM TO WS-HOY-MM.
010330      MOVE WS-AREA-DD TO WS-HOY-DD.
010340
010350  7000-F-FECHA. EXIT.
