000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMCSU33.
000030*                                                        *
000040**********************************************************
000050*     MANTENIMIENTO DE PROGRAMA                         *
000060**********************************************************
000070* FECHA   *    DETALLE        * COD *
000080*************************************
000090*         *                   *     *
000100* 15/10/26* CONSOLIDACION DE SUCURSALES: AL CERRARSE UNA *
000110*         * SUCURSAL (TBSUCURS ESTADO 'C') PASA    * JCR *
000120*         * A LA SUCURSAL ABSORBENTE SUS CUENTAS         *
000130*         * ABIERTAS (CBU NUEVO CON RUTCBU, EL ANTERIOR  *
000140*         * QUEDA EN LA REFERENCIA CRUZADA TBCTAXREF),   *
000150*         * SUS CLIENTES, LAS ORDENES PERMANENTES        *
000160*         * ACTIVAS QUE APUNTAN AL CBU ANTERIOR Y LOS    *
000170*         * CIERRES DE CAJA AUN NO INFORMADOS. CADA      *
000180*         * TRASLADO QUEDA EN TBAUDIT A NOMBRE DEL       *
000190*         * SUPERVISOR DE LA TARJETA. GENERA EL EXTRACTO *
000200*         * PARA LAS CARTAS A LOS CLIENTES Y EL CONTROL  *
000210*         * ANTES / DESPUES POR PRODUCTO Y MONEDA.       *
000220*         * COMMIT PERIODICO CON PUNTO DE CONTROL        *
000230*         * (RUTCTRL 'C')                                *
000240*         * Y REANUDACION DE UNA CORRIDA INTERRUMPIDA    *
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
000350        SELECT CARTAS ASSIGN DDCARTA
000360               FILE STATUS IS FS-CARTA.
000370
000380  DATA DIVISION.
000390  FILE SECTION.
000400  FD SALIDA
000410       BLOCK CONTAINS 0 RECORDS
000420       RECORDING MODE IS F.
000430
000440  01 REG-SALIDA PIC X(132).
000450
000460  FD CARTAS
000470       BLOCK CONTAINS 0 RECORDS
000480       RECORDING MODE IS F.
000490*************************************
000500*  EXTRACTO PARA LAS CARTAS: 'C'    *
000510*  CLIENTE QUE CAMBIA DE SUCURSAL,  *
000520*  'A' CUENTA TRASLADADA CON SU CBU *
000530*  ANTERIOR Y EL NUEVO              *
000540*************************************
000550  01 REG-CARTA.
000560      05 CAR-TIPO-REG         PIC X(01).
000570      05 CAR-FECHA            PIC X(10).
000580      05 CAR-TIPO-DOC         PIC X(02).
000590      05 CAR-NRO-DOC          PIC 9(11).
000600      05 CAR-NRO-CLIENTE      PIC 9(05).
000610      05 CAR-ESTADO-CLIENTE   PIC X(01).
000620      05 CAR-NOMBRE           PIC X(30).
000630      05 CAR-APELLIDO         PIC X(30).
000640      05 CAR-DOMICILIO        PIC X(30).
000650      05 CAR-CIUDAD           PIC X(30).
000660      05 CAR-EMAIL            PIC X(40).
000670      05 CAR-SUC-ANTERIOR     PIC X(04).
000680      05 CAR-SUC-NUEVA        PIC X(04).
000690      05 CAR-SUC-NOMBRE       PIC X(30).
000700      05 CAR-SUC-DOMICILIO    PIC X(30).
000710      05 CAR-NRO-CUENTA       PIC X(15).
000720      05 CAR-TIPO-CUENTA      PIC X(02).
000730      05 CAR-MONEDA           PIC X(02).
000740      05 CAR-CBU-ANTERIOR     PIC X(22).
000750      05 CAR-CBU-NUEVO        PIC X(22).
000760      05 FILLER               PIC X(29).
000770*************************************
000780*             WORKING              *
000790*************************************
000800  WORKING-STORAGE SECTION.
000810  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-STORAGE *'.
000820*************************************
000830*           FILE STATUS            *
000840*************************************
000850  01  FS-FILE-STATUS.
000860      05  FS-CUENTA       PIC X     VALUE SPACES.
000870          88  FS-CUENTA-OK          VALUE 'Y'.
000880          88  FS-CUENTA-EOF         VALUE 'N'.
000890      05  FS-CLIENTE      PIC X     VALUE SPACES.
000900          88  FS-CLIENTE-OK         VALUE 'Y'.
000910          88  FS-CLIENTE-EOF        VALUE 'N'.
000920      05  FS-FOTO         PIC X     VALUE SPACES.
000930          88  FS-FOTO-OK            VALUE 'Y'.
000940          88  FS-FOTO-EOF           VALUE 'N'.
000950      05  FS-SALIDA       PIC XX    VALUE SPACES.
000960          88  FS-SALIDA-OK          VALUE '00'.
000970      05  FS-CARTA        PIC XX    VALUE SPACES.
000980          88  FS-CARTA-OK           VALUE '00'.
000990*************************************
001000*          CONTADORES              *
001010*************************************
001020  01 CN-CONTADORES.
001030      05 CN-CUENTAS            PIC 9(07)  VALUE ZEROS.
001040      05 CN-CLIENTES           PIC 9(07)  VALUE ZEROS.
001050      05 CN-ORDENES            PIC 9(07)  VALUE ZEROS.
001060      05 CN-CAJAS              PIC 9(07)  VALUE ZEROS.
001070      05 CN-CARTAS             PIC 9(07)  VALUE ZEROS.
001080      05 CN-NOVEDADES-ER       PIC 9(07)  VALUE ZEROS.
001090
001100  77  CN-CUENTA-LINEA       PIC 9(05)  VALUE ZEROS.
001110*************************************
001120*   CONTROL DE COMMITS PERIODICOS  *
001130*   (EL INTERVALO SE AJUSTA DESDE  *
001140*   TBPARAMS VIA RUTPARM)          *
001150*************************************
001160  77  CT-COMMIT-CADA        PIC 9(05)  VALUE 00100.
001170  77  CN-COMMIT-PEND        PIC 9(05)  VALUE ZEROS.
001180*************************************
001190*      LLAMADA A RUTPARM           *
001200*************************************
001210      COPY LKPARM.
001220*************************************
001230*  TARJETA SYSIN: SUCURSAL QUE      *
001240*  CIERRA, SUCURSAL ABSORBENTE Y    *
001250*  SUPERVISOR QUE AUTORIZA          *
001260*************************************
001270  01  WS-TARJETA-CONSOLIDA.
001280      05  CSU-SUC-CIERRA    PIC X(04)  VALUE SPACES.
001290      05  FILLER            PIC X(01)  VALUE SPACES.
001300      05  CSU-SUC-ABSORBE   PIC X(04)  VALUE SPACES.
001310      05  FILLER            PIC X(01)  VALUE SPACES.
001320      05  CSU-SUPERVISOR    PIC X(08)  VALUE SPACES.
001330*************************************
001340*  DATOS DE LAS DOS SUCURSALES      *
001350*************************************
001360  77  WS-NOMBRE-CIERRA      PIC X(30)  VALUE SPACES.
001370  77  WS-NOMBRE-ABSORBE     PIC X(30)  VALUE SPACES.
001380  77  WS-DOMIC-ABSORBE      PIC X(30)  VALUE SPACES.
001390*************************************
001400*  CONTROL ANTES / DESPUES POR      *
001410*  PRODUCTO (TIPO DE CUENTA) Y      *
001420*  MONEDA: CUENTAS ABIERTAS Y SALDO *
001430*  DE CADA SUCURSAL ANTES DE        *
001440*  EMPEZAR Y LO TRASLADADO. VIAJA   *
001450*  EN EL PUNTO DE CONTROL           *
001460*************************************
001470  01  CN-TAB-PRODUCTO.
001480      05  CN-PRO-CANT          PIC 9(02)     COMP  VALUE ZEROS.
001490      05  CN-PRO-ITEM  OCCURS 15 TIMES
001500                        INDEXED BY CN-PRO-IDX.
001510          10  CN-PRO-TIPO      PIC X(02)           VALUE SPACES.
001520          10  CN-PRO-MONEDA    PIC X(02)           VALUE SPACES.
001530          10  CN-PRO-ANT-CIE-CANT  PIC 9(07)       VALUE ZEROS.
001540          10  CN-PRO-ANT-CIE-SALDO PIC S9(13)V99 COMP-3
001550                                                   VALUE ZEROS.
001560          10  CN-PRO-ANT-ABS-CANT  PIC 9(07)       VALUE ZEROS.
001570          10  CN-PRO-ANT-ABS-SALDO PIC S9(13)V99 COMP-3
001580                                                   VALUE ZEROS.
001590          10  CN-PRO-TRA-CANT      PIC 9(07)       VALUE ZEROS.
001600          10  CN-PRO-TRA-SALDO     PIC S9(13)V99 COMP-3
001610                                                   VALUE ZEROS.
001620*************************************
001630*  SITUACION POSTERIOR AL TRASLADO  *
001640*  (MISMO ORDEN QUE LA TABLA DE     *
001650*  PRODUCTOS)                       *
001660*************************************
001670  01  CN-TAB-POSTERIOR.
001680      05  CN-POS-ITEM  OCCURS 15 TIMES
001690                        INDEXED BY CN-POS-IDX.
001700          10  CN-POS-CIE-CANT      PIC 9(07)       VALUE ZEROS.
001710          10  CN-POS-CIE-SALDO     PIC S9(13)V99 COMP-3
001720                                                   VALUE ZEROS.
001730          10  CN-POS-ABS-CANT      PIC 9(07)       VALUE ZEROS.
001740          10  CN-POS-ABS-SALDO     PIC S9(13)V99 COMP-3
001750                                                   VALUE ZEROS.
001760*************************************
001770*      AREA DE CALCULO             *
001780*************************************
001790  77  WS-FOTO-CANT          PIC S9(09)   COMP     VALUE ZEROS.
001800  77  WS-FOTO-SALDO         PIC S9(13)V99 COMP-3  VALUE ZEROS.
001810  77  WS-FOTO-MOMENTO       PIC X(01)             VALUE SPACES.
001820      88  WS-FOTO-ANTES                           VALUE 'A'.
001830      88  WS-FOTO-DESPUES                         VALUE 'D'.
001840  77  WS-TABLA-SW           PIC X(01)             VALUE 'N'.
001850      88  WS-TABLA-LLENA                          VALUE 'S'.
001860  77  WS-CUENTA-SW          PIC X(01)             VALUE 'N'.
001870      88  WS-CUENTA-ER                            VALUE 'S'.
001880  77  WS-DIFERENCIA-SW      PIC X(01)             VALUE 'N'.
001890      88  WS-HAY-DIFERENCIA                       VALUE 'S'.
001900  77  WS-ESTADO-CLIENTE     PIC X(01)             VALUE SPACES.
001910  77  WS-ROL-SUPERVISOR     PIC X(01)             VALUE SPACES.
001920  77  WS-CANT-FILAS         PIC 9(07)             VALUE ZEROS.
001930  77  WS-CANT-EDIT          PIC Z(06)9            VALUE ZEROS.
001940  77  WS-CBU-ANTERIOR       PIC X(22)             VALUE SPACES.
001950  77  WS-CBU-NUEVO          PIC X(22)             VALUE SPACES.
001960  77  WS-MOTIVO             PIC X(40)             VALUE SPACES.
001970  77  CT-ENTIDAD            PIC X(03)             VALUE '285'.
001980*************************************
001990*      LLAMADA A RUTCBU            *
002000*************************************
002010  01  LK-CBU-AREA.
002020      05 LK-CBU-FUNCION  PIC X(01).
002030         88 LK-CBU-VALIDAR     VALUE 'V'.
002040         88 LK-CBU-GENERAR     VALUE 'G'.
002050      05 LK-CBU          PIC X(22).
002060      05 LK-CBU-ARMADO REDEFINES LK-CBU.
002070         10 LK-CBU-ENTIDAD    PIC X(03).
002080         10 LK-CBU-SUCURSAL   PIC X(04).
002090         10 LK-CBU-DV1        PIC X(01).
002100         10 LK-CBU-BLOQUE-CTA PIC X(13).
002110         10 LK-CBU-DV2        PIC X(01).
002120      05 LK-CBU-SALIDA   PIC X(01).
002130         88 LK-CBU-OK          VALUE 'Y'.
002140         88 LK-CBU-ER          VALUE 'N'.
002150      05 FILLER          PIC X(08).
002160*************************************
002170*       VARIABLES IMPRESION        *
002180*************************************
002190  01  IP-TITULO.
002200      05  FILLER      PIC X(10) VALUE  SPACES.
002210      05  FILLER      PIC X(48) VALUE
002220       'CONSOLIDACION DE SUCURSALES'.
002230      05  FILLER      PIC X(07) VALUE  'FECHA: '.
002240      05  IP-FECHA    PIC X(10) VALUE  SPACES.
002250      05  FILLER      PIC X(57) VALUE  SPACES.
002260
002270  01  IP-SUCURSAL.
002280      05  IP-SUC-ETIQUETA PIC X(22) VALUE SPACES.
002290      05  IP-SUC-COD  PIC X(04) VALUE  SPACES.
002300      05  FILLER      PIC X(03) VALUE  ' - '.
002310      05  IP-SUC-NOM  PIC X(30) VALUE  SPACES.
002320      05  FILLER      PIC X(73) VALUE  SPACES.
002330
002340  01  IP-SUPERVISOR.
002350      05  FILLER      PIC X(22) VALUE  'AUTORIZADA POR'.
002360      05  IP-SUP-USUARIO PIC X(08) VALUE SPACES.
002370      05  FILLER      PIC X(102) VALUE SPACES.
002380
002390  01  IP-TITULO-NOVEDAD.
002400      05  FILLER      PIC X(10) VALUE  SPACES.
002410      05  FILLER      PIC X(40) VALUE
002420       'CUENTAS NO TRASLADADAS'.
002430      05  FILLER      PIC X(82) VALUE  SPACES.
002440
002450  01  WS-REG-NOVEDAD.
002460      05  FILLER           PIC X(10)    VALUE SPACES.
002470      05  WS-NOV-CUENTA    PIC X(15)    VALUE SPACES.
002480      05  FILLER           PIC X(02)    VALUE SPACES.
002490      05  WS-NOV-CBU       PIC X(22)    VALUE SPACES.
002500      05  FILLER           PIC X(02)    VALUE SPACES.
002510      05  WS-NOV-MOTIVO    PIC X(40)    VALUE SPACES.
002520      05  FILLER           PIC X(41)    VALUE SPACES.
002530
002540  01  IP-TITULO-CONTROL.
002550      05  FILLER      PIC X(10) VALUE  SPACES.
002560      05  FILLER      PIC X(50) VALUE
002570       'CONTROL ANTES / DESPUES POR PRODUCTO Y MONEDA'.
002580      05  FILLER      PIC X(72) VALUE  SPACES.
002590
002600  01  IP-ENCABEZADO-1.
002610      05  FILLER    PIC X(08)    VALUE SPACES.
002620      05  FILLER    PIC X(29)    VALUE
002630       '---- ANTES SUC. QUE CIERRA --'.
002640      05  FILLER    PIC X(29)    VALUE
002650       '---- ANTES SUC. ABSORBENTE --'.
002660      05  FILLER    PIC X(10)    VALUE ' TRASLAD.'.
002670      05  FILLER    PIC X(10)    VALUE ' QUEDAN'.
002680      05  FILLER    PIC X(29)    VALUE
002690       '-- DESPUES SUC. ABSORBENTE --'.
002700      05  FILLER    PIC X(17)    VALUE SPACES.
002710
002720  01  IP-ENCABEZADO-2.
002730      05  FILLER    PIC X(08)    VALUE '  TC MO '.
002740      05  FILLER    PIC X(29)    VALUE
002750       '  CUENTAS             SALDO  '.
002760      05  FILLER    PIC X(29)    VALUE
002770       '  CUENTAS             SALDO  '.
002780      05  FILLER    PIC X(10)    VALUE '  CUENTAS'.
002790      05  FILLER    PIC X(10)    VALUE '  CUENTAS'.
002800      05  FILLER    PIC X(29)    VALUE
002810       '  CUENTAS             SALDO  '.
002820      05  FILLER    PIC X(17)    VALUE 'CONTROL'.
002830
002840  01  WS-REG-PRODUCTO.
002850      05  FILLER           PIC X(02)    VALUE SPACES.
002860      05  WS-PRO-TIPO      PIC X(02)    VALUE SPACES.
002870      05  FILLER           PIC X(01)    VALUE SPACES.
002880      05  WS-PRO-MONEDA    PIC X(02)    VALUE SPACES.
002890      05  FILLER           PIC X(01)    VALUE SPACES.
002900      05  WS-PRO-ANT-CIE-CANT  PIC Z.ZZZ.ZZ9  VALUE ZEROS.
002910      05  FILLER           PIC X(01)    VALUE SPACES.
002920      05  WS-PRO-ANT-CIE-SALDO PIC -ZZ.ZZZ.ZZZ.ZZ9,99
002930                                         VALUE ZEROS.
002940      05  FILLER           PIC X(01)    VALUE SPACES.
002950      05  WS-PRO-ANT-ABS-CANT  PIC Z.ZZZ.ZZ9  VALUE ZEROS.
002960      05  FILLER           PIC X(01)    VALUE SPACES.
002970      05  WS-PRO-ANT-ABS-SALDO PIC -ZZ.ZZZ.ZZZ.ZZ9,99
002980                                         VALUE ZEROS.
002990      05  FILLER           PIC X(01)    VALUE SPACES.
003000      05  WS-PRO-TRA-CANT  PIC Z.ZZZ.ZZ9  VALUE ZEROS.
003010      05  FILLER           PIC X(01)    VALUE SPACES.
003020      05  WS-PRO-POS-CIE-CANT  PIC Z.ZZZ.ZZ9  VALUE ZEROS.
003030      05  FILLER           PIC X(01)    VALUE SPACES.
003040      05  WS-PRO-POS-ABS-CANT  PIC Z.ZZZ.ZZ9  VALUE ZEROS.
003050      05  FILLER           PIC X(01)    VALUE SPACES.
003060      05  WS-PRO-POS-ABS-SALDO PIC -ZZ.ZZZ.ZZZ.ZZ9,99
003070                                         VALUE ZEROS.
003080      05  FILLER           PIC X(02)    VALUE SPACES.
003090      05  WS-PRO-CONTROL   PIC X(10)    VALUE SPACES.
003100      05  FILLER           PIC X(05)    VALUE SPACES.
003110
003120  01  WS-REG-AVISO.
003130      05  FILLER           PIC X(06)    VALUE SPACES.
003140      05  WS-AVI-TEXTO     PIC X(60)    VALUE SPACES.
003150      05  WS-AVI-CANT      PIC Z.ZZZ.ZZ9 VALUE ZEROS.
003160      05  FILLER           PIC X(57)    VALUE SPACES.
003170*************************************
003180*  PUNTO DE CONTROL DE LA CORRIDA   *
003190*  (RUTCTRL 'C' EN CADA COMMIT)     *
003200*************************************
003210  01  WS-ULTIMA-CLAVE      PIC X(20)   VALUE SPACES.
003220  01  WS-REANUDA-SW        PIC X(01)   VALUE 'N'.
003230      88 WS-CORRIDA-REANUDADA          VALUE 'S'.
003240  01  WS-PUNTO-CONTROL.
003250      05  CKP-SUC-CIERRA   PIC X(04)   VALUE SPACES.
003260      05  CKP-SUC-ABSORBE  PIC X(04)   VALUE SPACES.
003270      05  CKP-SUPERVISOR   PIC X(08)   VALUE SPACES.
003280      05  CKP-CONTADORES   PIC X(42)   VALUE SPACES.
003290      05  CKP-PRODUCTOS    PIC X(737)  VALUE SPACES.
003300  01  WS-REG-REANUDA.
003310      05  FILLER    PIC X(10)    VALUE SPACES.
003320      05  FILLER    PIC X(36)    VALUE
003330       'CORRIDA REANUDADA A CONTINUACION DE '.
003340      05  WS-AVI-CLAVE     PIC X(20)    VALUE SPACES.
003350      05  FILLER    PIC X(66)    VALUE
003360       '- LOS TOTALES INCLUYEN LO PREVIO AL REARRANQUE'.
003370*************************************
003380*             SQL                  *
003390*************************************
003400       EXEC SQL
003410         INCLUDE SQLCA
003420       END-EXEC.
003430
003440       EXEC SQL
003450         INCLUDE TBCUENT
003460       END-EXEC.
003470
003480       EXEC SQL
003490         INCLUDE TBCLIENT
003500       END-EXEC.
003510
003520       EXEC SQL
003530         INCLUDE TBSUCURS
003540       END-EXEC.
003550
003560       EXEC SQL
003570         INCLUDE TBUSUARIO
003580       END-EXEC.
003590
003600       EXEC SQL
003610         INCLUDE TBCTAXRF
003620       END-EXEC.
003630
003640       EXEC SQL
003650         INCLUDE TBAUDIT
003660       END-EXEC.
003670*************************************
003680*  CUENTAS ABIERTAS DE LAS DOS      *
003690*  SUCURSALES POR PRODUCTO Y MONEDA *
003700*  (ANTES Y DESPUES DEL TRASLADO)   *
003710*************************************
003720       EXEC SQL
003730         DECLARE FOTO_CURSOR CURSOR FOR
003740          SELECT TIPO_CUENTA, MONEDA, SUCURSAL, COUNT(*),
003750                 VALUE(SUM(SALDO_ACTUAL), 0)
003760            FROM ITPFBIO.TBCUENTAS
003770           WHERE SUCURSAL IN (:CSU-SUC-CIERRA, :CSU-SUC-ABSORBE)
003780             AND FECHA_DE_BAJA IS NULL
003790           GROUP BY TIPO_CUENTA, MONEDA, SUCURSAL
003800           ORDER BY TIPO_CUENTA, MONEDA, SUCURSAL
003810       END-EXEC.
003820*************************************
003830*  CUENTAS ABIERTAS QUE QUEDAN EN   *
003840*  LA SUCURSAL QUE CIERRA, CON SU   *
003850*  TITULAR PRINCIPAL. LAS YA        *
003860*  TRASLADADAS NO VUELVEN A SALIR,  *
003870*  ASI QUE UNA CORRIDA REANUDADA    *
003880*  SIGUE CON LAS QUE FALTAN         *
003890*************************************
003900       EXEC SQL
003910         DECLARE CUENTA_CURSOR CURSOR WITH HOLD FOR
003920          SELECT C.NRO_CUENTA, C.TIPO_CUENTA, C.MONEDA, C.CBU,
003930                 C.SALDO_ACTUAL, C.NRO_CLIENTE,
003940                 L.TIPO_DOCUMENTO, L.NRO_DOCUMENTO,
003950                 L.NOMBRE_CLIENTE, L.APELLIDO_CLIENTE,
003960                 L.DOMICILIO, L.CIUDAD, L.CORREO_ELECTRONICO,
003970                 VALUE(L.ESTADO_CLIENTE, ' ')
003980            FROM ITPFBIO.TBCUENTAS C,
003990                 ITPFBIO.TBCLIENT  L
004000           WHERE C.SUCURSAL      EQUAL :CSU-SUC-CIERRA
004010             AND C.FECHA_DE_BAJA IS NULL
004020             AND L.NRO_CLIENTE   EQUAL C.NRO_CLIENTE
004030           ORDER BY C.NRO_CUENTA
004040       END-EXEC.
004050*************************************
004060*  CLIENTES QUE QUEDAN EN LA        *
004070*  SUCURSAL QUE CIERRA              *
004080*************************************
004090       EXEC SQL
004100         DECLARE CLIENTE_CURSOR CURSOR WITH HOLD FOR
004110          SELECT NRO_CLIENTE, TIPO_DOCUMENTO, NRO_DOCUMENTO,
004120                 NOMBRE_CLIENTE, APELLIDO_CLIENTE,
004130                 DOMICILIO, CIUDAD, CORREO_ELECTRONICO,
004140                 VALUE(ESTADO_CLIENTE, ' ')
004150            FROM ITPFBIO.TBCLIENT
004160           WHERE SUCURSAL EQUAL :CSU-SUC-CIERRA
004170           ORDER BY NRO_CLIENTE
004180       END-EXEC.
004190
004200  77  FS-SQLCODE          PIC S9(09) COMP     VALUE ZEROS.
004210*************************************
004220*  MANEJO COMUN DE ERRORES          *
004230*  (RUTERROR) Y ESQUEMA DE CODIGOS  *
004240*  DE RETORNO DEL BATCH             *
004250*************************************
004260     COPY LKERROR.
004270
004280  77  CT-RC-SIN-DATOS     PIC 9(04)  VALUE 0004.
004290  77  CT-RC-ERROR-DATOS   PIC 9(04)  VALUE 0008.
004300  77  CT-RC-ERROR-ENTORNO PIC 9(04)  VALUE 0012.
004310  77  WS-RC-GUARDADO      PIC 9(04)  VALUE ZEROS.
004320*************************************
004330*  CONTROL DE CORRIDAS (RUTCTRL)    *
004340*************************************
004350     COPY LKCTRL.
004360
004370  01  WS-TARJETA-CONTROL.
004380      05  CC-FECHA-PROCESO PIC X(10)  VALUE SPACES.
004390      05  CC-RERUN         PIC X(01)  VALUE SPACES.
004400
004410  01  WS-CTL-HOY.
004420      05  CTL-HOY-AA   PIC 9(04)  VALUE ZEROS.
004430      05  FILLER       PIC X(01)  VALUE '-'.
004440      05  CTL-HOY-MM   PIC 9(02)  VALUE ZEROS.
004450      05  FILLER       PIC X(01)  VALUE '-'.
004460      05  CTL-HOY-DD   PIC 9(02)  VALUE ZEROS.
004470
004480  01  WS-CTL-FECHA-AREA.
004490      05  CTL-AREA-AA  PIC 9(04)  VALUE ZEROS.
004500      05  CTL-AREA-MM  PIC 9(02)  VALUE ZEROS.
004510      05  CTL-AREA-DD  PIC 9(02)  VALUE ZEROS.
004520
004530  77  CT-RC-YA-CORRIDO    PIC 9(04)  VALUE 0016.
004540  01  WS-CTL-RECHAZO-SW   PIC X(01)  VALUE 'N'.
004550      88 WS-CORRIDA-RECHAZADA        VALUE 'S'.
004560  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
004570*************************************.
004580  PROCEDURE DIVISION.
004590**************************************
004600*  CUERPO PRINCIPAL DEL PROGRAMA     *
004610**************************************
004620  MAIN-PROGRAM.
004630      PERFORM 1000-I-INICIO
004640         THRU 1000-F-INICIO
004650
004660      IF WS-CORRIDA-RECHAZADA
004670         GO TO F-MAIN-PROGRAM
004680      END-IF
004690
004700      PERFORM 3000-I-ABRIR-CUENTAS
004710         THRU 3000-F-ABRIR-CUENTAS
004720
004730      PERFORM 4000-I-TRASLADAR-CUENTA
004740         THRU 4000-F-TRASLADAR-CUENTA
004750         UNTIL FS-CUENTA-EOF
004760
004770      PERFORM 3200-I-ABRIR-CLIENTES
004780         THRU 3200-F-ABRIR-CLIENTES
004790
004800      PERFORM 5000-I-TRASLADAR-CLIENTE
004810         THRU 5000-F-TRASLADAR-CLIENTE
004820         UNTIL FS-CLIENTE-EOF
004830
004840      PERFORM 6000-I-TRASLADAR-CAJAS
004850         THRU 6000-F-TRASLADAR-CAJAS
004860
004870      PERFORM 9999-I-FINAL
004880         THRU 9999-F-FINAL
004890      .
004900  F-MAIN-PROGRAM. GOBACK.
004910**************************************
004920*  CUERPO INICIO APERTURA ARCHIVOS   *
004930**************************************
004940  1000-I-INICIO.
004950      ACCEPT WS-TARJETA-CONSOLIDA FROM SYSIN
004960
004970      ACCEPT WS-TARJETA-CONTROL FROM SYSIN
004980
004990      PERFORM 1100-I-CONTROL-INICIO THRU 1100-F-CONTROL-INICIO
005000
005010      IF WS-CORRIDA-RECHAZADA
005020         GO TO 1000-F-INICIO
005030      END-IF
005040
005050      PERFORM 1400-I-VALIDAR-TARJETA THRU 1400-F-VALIDAR-TARJETA
005060
005070      IF WS-CORRIDA-RECHAZADA
005080         GO TO 1000-F-INICIO
005090      END-IF
005100
005110      PERFORM 1050-I-PARAMETROS THRU 1050-F-PARAMETROS
005120
005130      OPEN OUTPUT SALIDA
005140
005150      IF NOT FS-SALIDA-OK
005160         DISPLAY '* ERROR EN OPEN SALIDA = ' FS-SALIDA
005170         MOVE FS-SALIDA TO LK-ERR-CODIGO
005180         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
005190         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
005200         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005210         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005220         SET WS-CORRIDA-RECHAZADA TO TRUE
005230         GO TO 1000-F-INICIO
005240      END-IF
005250
005260      IF WS-CORRIDA-REANUDADA
005270         OPEN EXTEND CARTAS
005280      ELSE
005290         OPEN OUTPUT CARTAS
005300      END-IF
005310
005320      IF NOT FS-CARTA-OK
005330         DISPLAY '* ERROR EN OPEN CARTAS = ' FS-CARTA
005340         MOVE FS-CARTA TO LK-ERR-CODIGO
005350         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
005360         MOVE 'OPEN CARTAS' TO LK-ERR-RECURSO
005370         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
005380         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
005390         SET FS-CUENTA-EOF  TO TRUE
005400         SET FS-CLIENTE-EOF TO TRUE
005410         GO TO 1000-F-INICIO
005420      END-IF
005430
005440      MOVE CC-FECHA-PROCESO TO IP-FECHA
005450
005460      PERFORM 9000-I-TITULO THRU 9000-F-TITULO
005470
005480      IF WS-CORRIDA-REANUDADA
005490         PERFORM 1300-I-AVISO-REANUDA THRU 1300-F-AVISO-REANUDA
005500      ELSE
005510         PERFORM 1500-I-FOTO-ANTES THRU 1500-F-FOTO-ANTES
005520      END-IF
005530      .
005540  1000-F-INICIO. EXIT.
005550**************************************
005560*  VALIDAR LA TARJETA: DOS           *
005570*  SUCURSALES DISTINTAS, LA QUE      *
005580*  CIERRA YA DADA DE BAJA EN         *
005590*  TBSUCURS (ESTADO 'C'), LA         *
005600*  ABSORBENTE ACTIVA Y UN SUPERVISOR *
005610*  ACTIVO QUE AUTORIZA. UNA CORRIDA  *
005620*  REANUDADA DEBE TRAER LAS MISMAS   *
005630*  SUCURSALES QUE LA INTERRUMPIDA    *
005640**************************************
005650  1400-I-VALIDAR-TARJETA.
005660      MOVE SPACES TO WS-MOTIVO
005670
005680      EVALUATE TRUE
005690
005700      WHEN CSU-SUC-CIERRA  EQUAL SPACES
005710        OR CSU-SUC-ABSORBE EQUAL SPACES
005720         MOVE 'FALTA UNA DE LAS SUCURSALES' TO WS-MOTIVO
005730
005740      WHEN CSU-SUC-CIERRA EQUAL CSU-SUC-ABSORBE
005750         MOVE 'LAS DOS SUCURSALES SON LA MISMA' TO WS-MOTIVO
005760
005770      WHEN WS-CORRIDA-REANUDADA
005780       AND (CKP-SUC-CIERRA  NOT EQUAL CSU-SUC-CIERRA
005790        OR  CKP-SUC-ABSORBE NOT EQUAL CSU-SUC-ABSORBE)
005800         MOVE 'SUCURSALES DISTINTAS A LA CORRIDA CORTADA'
005810           TO WS-MOTIVO
005820      END-EVALUATE
005830
005840      IF WS-MOTIVO NOT EQUAL SPACES
005850         GO TO 1400-C-RECHAZO
005860      END-IF
005870
005880      MOVE CSU-SUPERVISOR TO USU-USERID
005890      MOVE SPACES         TO WS-ROL-SUPERVISOR
005900
005910      EXEC SQL
005920         SELECT ROL
005930           INTO :USU-ROL
005940           FROM ITPFBIO.TBUSUARIOS
005950          WHERE USERID EQUAL :USU-USERID
005960            AND ESTADO EQUAL 'A'
005970      END-EXEC
005980
005990      IF SQLCODE EQUAL ZEROS
006000         MOVE USU-ROL TO WS-ROL-SUPERVISOR
006010      END-IF
006020
006030      IF WS-ROL-SUPERVISOR NOT EQUAL 'S'
006040         MOVE 'LA TARJETA NO TRAE UN SUPERVISOR ACTIVO'
006050           TO WS-MOTIVO
006060         GO TO 1400-C-RECHAZO
006070      END-IF
006080
006090      MOVE CSU-SUC-CIERRA TO SUC-SUCURSAL
006100
006110      PERFORM 1410-I-LEER-SUCURSAL THRU 1410-F-LEER-SUCURSAL
006120
006130      IF WS-MOTIVO NOT EQUAL SPACES
006140         GO TO 1400-C-RECHAZO
006150      END-IF
006160
006170      IF SUC-ESTADO NOT EQUAL 'C'
006180         MOVE 'LA SUCURSAL A CONSOLIDAR NO ESTA CERRADA'
006190           TO WS-MOTIVO
006200         GO TO 1400-C-RECHAZO
006210      END-IF
006220
006230      MOVE SUC-NOMBRE TO WS-NOMBRE-CIERRA
006240
006250      MOVE CSU-SUC-ABSORBE TO SUC-SUCURSAL
006260
006270      PERFORM 1410-I-LEER-SUCURSAL THRU 1410-F-LEER-SUCURSAL
006280
006290      IF WS-MOTIVO NOT EQUAL SPACES
006300         GO TO 1400-C-RECHAZO
006310      END-IF
006320
006330      IF SUC-ESTADO NOT EQUAL 'A'
006340         MOVE 'LA SUCURSAL ABSORBENTE NO ESTA ACTIVA'
006350           TO WS-MOTIVO
006360         GO TO 1400-C-RECHAZO
006370      END-IF
006380
006390      MOVE SUC-NOMBRE    TO WS-NOMBRE-ABSORBE
006400      MOVE SUC-DOMICILIO TO WS-DOMIC-ABSORBE
006410
006420      DISPLAY 'SUCURSAL QUE CIERRA    : ' CSU-SUC-CIERRA
006430              ' ' WS-NOMBRE-CIERRA
006440      DISPLAY 'SUCURSAL ABSORBENTE    : ' CSU-SUC-ABSORBE
006450              ' ' WS-NOMBRE-ABSORBE
006460      DISPLAY 'AUTORIZADA POR         : ' CSU-SUPERVISOR
006470
006480      GO TO 1400-F-VALIDAR-TARJETA
006490      .
006500  1400-C-RECHAZO.
006510      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
006520         SET WS-CORRIDA-RECHAZADA TO TRUE
006530         GO TO 1400-F-VALIDAR-TARJETA
006540      END-IF
006550
006560      DISPLAY '* TARJETA DE CONSOLIDACION INVALIDA: ' WS-MOTIVO
006570      MOVE WS-TARJETA-CONSOLIDA TO LK-ERR-CLAVE
006580      MOVE '1400-I-VALIDAR-TARJETA' TO LK-ERR-PARRAFO
006590      MOVE 'TARJETA CONSOLIDA' TO LK-ERR-RECURSO
006600      MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
006610      PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006620      SET WS-CORRIDA-RECHAZADA TO TRUE
006630      .
006640  1400-F-VALIDAR-TARJETA. EXIT.
006650**************************************
006660*  LEER UNA SUCURSAL DE TBSUCURS     *
006670**************************************
006680  1410-I-LEER-SUCURSAL.
006690      EXEC SQL
006700         SELECT NOMBRE, DOMICILIO, ESTADO
006710           INTO :SUC-NOMBRE, :SUC-DOMICILIO, :SUC-ESTADO
006720           FROM ITPFBIO.TBSUCURS
006730          WHERE SUCURSAL EQUAL :SUC-SUCURSAL
006740      END-EXEC
006750
006760      EVALUATE SQLCODE
006770
006780      WHEN ZEROS
006790         CONTINUE
006800
006810      WHEN +100
006820         MOVE 'SUCURSAL INEXISTENTE' TO WS-MOTIVO
006830         MOVE SUC-SUCURSAL TO WS-MOTIVO (22:4)
006840
006850      WHEN OTHER
006860         MOVE SQLCODE TO FS-SQLCODE
006870         DISPLAY '* ERROR LEER TBSUCURS = ' FS-SQLCODE
006880         MOVE FS-SQLCODE TO LK-ERR-CODIGO
006890         MOVE '1410-I-LEER-SUCURSAL' TO LK-ERR-PARRAFO
006900         MOVE 'LEER TBSUCURS' TO LK-ERR-RECURSO
006910         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006920         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006930         MOVE 'ERROR AL LEER TBSUCURS' TO WS-MOTIVO
006940      END-EVALUATE
006950      .
006960  1410-F-LEER-SUCURSAL. EXIT.
006970**************************************
006980*  FOTO INICIAL DE LAS DOS           *
006990*  SUCURSALES Y PRIMER PUNTO DE      *
007000*  CONTROL: UNA CORRIDA REANUDADA    *
007010*  CONSERVA ESTA FOTO                *
007020**************************************
007030  1500-I-FOTO-ANTES.
007040      SET WS-FOTO-ANTES TO TRUE
007050
007060      PERFORM 1550-I-TOMAR-FOTO THRU 1550-F-TOMAR-FOTO
007070
007080      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
007090         GO TO 1500-F-FOTO-ANTES
007100      END-IF
007110
007120      MOVE 'FOTO INICIAL' TO WS-ULTIMA-CLAVE
007130
007140      PERFORM 3550-I-PUNTO-CONTROL
007150         THRU 3550-F-PUNTO-CONTROL
007160
007170      IF LK-CTL-ERROR
007180         GO TO 1500-F-FOTO-ANTES
007190      END-IF
007200
007210      EXEC SQL
007220         COMMIT
007230      END-EXEC
007240      .
007250  1500-F-FOTO-ANTES. EXIT.
007260**************************************
007270*  RECORRER LA FOTO DE LAS CUENTAS   *
007280*  ABIERTAS POR PRODUCTO Y MONEDA    *
007290**************************************
007300  1550-I-TOMAR-FOTO.
007310      EXEC SQL
007320         OPEN FOTO_CURSOR
007330      END-EXEC
007340
007350      IF SQLCODE NOT EQUAL ZEROS
007360         MOVE SQLCODE TO FS-SQLCODE
007370         DISPLAY '* ERROR OPEN CURSOR FOTO = ' FS-SQLCODE
007380         MOVE FS-SQLCODE TO LK-ERR-CODIGO
007390         MOVE '1550-I-TOMAR-FOTO' TO LK-ERR-PARRAFO
007400         MOVE 'OPEN CURSOR FOTO' TO LK-ERR-RECURSO
007410         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007420         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007430         SET FS-CUENTA-EOF  TO TRUE
007440         SET FS-CLIENTE-EOF TO TRUE
007450         GO TO 1550-F-TOMAR-FOTO
007460      END-IF
007470
007480      SET FS-FOTO-OK TO TRUE
007490
007500      PERFORM 1560-I-LEER-FOTO
007510         THRU 1560-F-LEER-FOTO
007520         UNTIL FS-FOTO-EOF
007530
007540      EXEC SQL
007550         CLOSE FOTO_CURSOR
007560      END-EXEC
007570      .
007580  1550-F-TOMAR-FOTO. EXIT.
007590**************************************
007600*  UNA FILA DE LA FOTO: SE ACUMULA   *
007610*  EN LA COLUMNA DE LA SUCURSAL Y    *
007620*  DEL MOMENTO QUE CORRESPONDE       *
007630**************************************
007640  1560-I-LEER-FOTO.
007650      EXEC SQL
007660           FETCH FOTO_CURSOR
007670           INTO  :TIPO-CUENTA,
007680                 :MONEDA,
007690                 :SUCURSAL,
007700                 :WS-FOTO-CANT,
007710                 :WS-FOTO-SALDO
007720      END-EXEC
007730
007740      EVALUATE SQLCODE
007750
007760      WHEN ZEROS
007770         CONTINUE
007780
007790      WHEN +100
007800         SET FS-FOTO-EOF TO TRUE
007810         GO TO 1560-F-LEER-FOTO
007820
007830      WHEN OTHER
007840         MOVE SQLCODE TO FS-SQLCODE
007850         DISPLAY '* ERROR LEER CURSOR FOTO = ' FS-SQLCODE
007860         MOVE FS-SQLCODE TO LK-ERR-CODIGO
007870         MOVE '1560-I-LEER-FOTO' TO LK-ERR-PARRAFO
007880         MOVE 'LEER CURSOR FOTO' TO LK-ERR-RECURSO
007890         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007900         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007910         SET FS-FOTO-EOF    TO TRUE
007920         SET FS-CUENTA-EOF  TO TRUE
007930         SET FS-CLIENTE-EOF TO TRUE
007940         GO TO 1560-F-LEER-FOTO
007950      END-EVALUATE
007960
007970      PERFORM 7100-I-BUSCAR-PRODUCTO
007980         THRU 7100-F-BUSCAR-PRODUCTO
007990
008000      IF CN-PRO-IDX GREATER CN-PRO-CANT
008010         GO TO 1560-F-LEER-FOTO
008020      END-IF
008030
008040      SET CN-POS-IDX TO CN-PRO-IDX
008050
008060      EVALUATE TRUE
008070
008080      WHEN WS-FOTO-ANTES AND SUCURSAL EQUAL CSU-SUC-CIERRA
008090         MOVE WS-FOTO-CANT  TO CN-PRO-ANT-CIE-CANT  (CN-PRO-IDX)
008100         MOVE WS-FOTO-SALDO TO CN-PRO-ANT-CIE-SALDO (CN-PRO-IDX)
008110
008120      WHEN WS-FOTO-ANTES
008130         MOVE WS-FOTO-CANT  TO CN-PRO-ANT-ABS-CANT  (CN-PRO-IDX)
008140         MOVE WS-FOTO-SALDO TO CN-PRO-ANT-ABS-SALDO (CN-PRO-IDX)
008150
008160      WHEN SUCURSAL EQUAL CSU-SUC-CIERRA
008170         MOVE WS-FOTO-CANT  TO CN-POS-CIE-CANT  (CN-POS-IDX)
008180         MOVE WS-FOTO-SALDO TO CN-POS-CIE-SALDO (CN-POS-IDX)
008190
008200      WHEN OTHER
008210         MOVE WS-FOTO-CANT  TO CN-POS-ABS-CANT  (CN-POS-IDX)
008220         MOVE WS-FOTO-SALDO TO CN-POS-ABS-SALDO (CN-POS-IDX)
008230      END-EVALUATE
008240      .
008250  1560-F-LEER-FOTO. EXIT.
008260**************************************
008270*  ABRIR LAS CUENTAS A TRASLADAR     *
008280**************************************
008290  3000-I-ABRIR-CUENTAS.
008300      IF FS-CUENTA-EOF
008310         GO TO 3000-F-ABRIR-CUENTAS
008320      END-IF
008330
008340      EXEC SQL
008350         OPEN CUENTA_CURSOR
008360      END-EXEC
008370
008380      IF SQLCODE NOT EQUAL ZEROS
008390         MOVE SQLCODE TO FS-SQLCODE
008400         DISPLAY '* ERROR OPEN CURSOR CUENTAS = ' FS-SQLCODE
008410         MOVE FS-SQLCODE TO LK-ERR-CODIGO
008420         MOVE '3000-I-ABRIR-CUENTAS' TO LK-ERR-PARRAFO
008430         MOVE 'OPEN CURSOR CUENTA' TO LK-ERR-RECURSO
008440         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008450         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008460         SET FS-CUENTA-EOF  TO TRUE
008470         SET FS-CLIENTE-EOF TO TRUE
008480         GO TO 3000-F-ABRIR-CUENTAS
008490      END-IF
008500
008510      SET FS-CUENTA-OK TO TRUE
008520
008530      PERFORM 3100-I-LEER-CUENTA
008540         THRU 3100-F-LEER-CUENTA
008550      .
008560  3000-F-ABRIR-CUENTAS. EXIT.
008570**************************************
008580*       LEER CUENTA A TRASLADAR      *
008590**************************************
008600  3100-I-LEER-CUENTA.
008610      EXEC SQL
008620           FETCH CUENTA_CURSOR
008630           INTO  :NRO-CUENTA,
008640                 :TIPO-CUENTA,
008650                 :MONEDA,
008660                 :CBU,
008670                 :SALDO-ACTUAL,
008680                 :CUE-NRO-CLIENTE,
008690                 :TIPO-DOCUMENTO,
008700                 :NRO-DOCUMENTO,
008710                 :NOMBRE-CLIENTE,
008720                 :APELLIDO-CLIENTE,
008730                 :DOMICILIO,
008740                 :CIUDAD,
008750                 :CORREO-ELECTRONICO,
008760                 :WS-ESTADO-CLIENTE
008770      END-EXEC
008780
008790      EVALUATE SQLCODE
008800
008810      WHEN ZEROS
008820         MOVE NRO-CUENTA TO LK-ERR-CLAVE
008830
008840      WHEN +100
008850         SET FS-CUENTA-EOF TO TRUE
008860
008870      WHEN OTHER
008880         ADD 1 TO CN-NOVEDADES-ER
008890         MOVE SQLCODE TO FS-SQLCODE
008900         DISPLAY '* ERROR LEER CURSOR CUENTAS = ' FS-SQLCODE
008910         MOVE FS-SQLCODE TO LK-ERR-CODIGO
008920         MOVE '3100-I-LEER-CUENTA' TO LK-ERR-PARRAFO
008930         MOVE 'LEER CURSOR CUENTA' TO LK-ERR-RECURSO
008940         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008950         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008960         SET FS-CUENTA-EOF  TO TRUE
008970         SET FS-CLIENTE-EOF TO TRUE
008980      END-EVALUATE
008990      .
009000  3100-F-LEER-CUENTA. EXIT.
009010**************************************
009020*  ABRIR LOS CLIENTES A TRASLADAR    *
009030*  (SOLO SI LAS CUENTAS TERMINARON   *
009040*  SIN ERROR DE ENTORNO)             *
009050**************************************
009060  3200-I-ABRIR-CLIENTES.
009070      EXEC SQL
009080         CLOSE CUENTA_CURSOR
009090      END-EXEC
009100
009110      IF FS-CLIENTE-EOF
009120         OR RETURN-CODE GREATER CT-RC-ERROR-DATOS
009130         SET FS-CLIENTE-EOF TO TRUE
009140         GO TO 3200-F-ABRIR-CLIENTES
009150      END-IF
009160
009170      EXEC SQL
009180         OPEN CLIENTE_CURSOR
009190      END-EXEC
009200
009210      IF SQLCODE NOT EQUAL ZEROS
009220         MOVE SQLCODE TO FS-SQLCODE
009230         DISPLAY '* ERROR OPEN CURSOR CLIENTES = ' FS-SQLCODE
009240         MOVE FS-SQLCODE TO LK-ERR-CODIGO
009250         MOVE '3200-I-ABRIR-CLIENTES' TO LK-ERR-PARRAFO
009260         MOVE 'OPEN CURSOR CLIENT' TO LK-ERR-RECURSO
009270         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009280         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009290         SET FS-CLIENTE-EOF TO TRUE
009300         GO TO 3200-F-ABRIR-CLIENTES
009310      END-IF
009320
009330      SET FS-CLIENTE-OK TO TRUE
009340
009350      PERFORM 3300-I-LEER-CLIENTE
009360         THRU 3300-F-LEER-CLIENTE
009370      .
009380  3200-F-ABRIR-CLIENTES. EXIT.
009390**************************************
009400*       LEER CLIENTE A TRASLADAR     *
009410**************************************
009420  3300-I-LEER-CLIENTE.
009430      EXEC SQL
009440           FETCH CLIENTE_CURSOR
009450           INTO  :CLI-NRO-CLIENTE,
009460                 :TIPO-DOCUMENTO,
009470                 :NRO-DOCUMENTO,
009480                 :NOMBRE-CLIENTE,
009490                 :APELLIDO-CLIENTE,
009500                 :DOMICILIO,
009510                 :CIUDAD,
009520                 :CORREO-ELECTRONICO,
009530                 :WS-ESTADO-CLIENTE
009540      END-EXEC
009550
009560      EVALUATE SQLCODE
009570
009580      WHEN ZEROS
009590         MOVE CLI-NRO-CLIENTE TO LK-ERR-CLAVE
009600
009610      WHEN +100
009620         SET FS-CLIENTE-EOF TO TRUE
009630
009640      WHEN OTHER
009650         ADD 1 TO CN-NOVEDADES-ER
009660         MOVE SQLCODE TO FS-SQLCODE
009670         DISPLAY '* ERROR LEER CURSOR CLIENTES = ' FS-SQLCODE
009680         MOVE FS-SQLCODE TO LK-ERR-CODIGO
009690         MOVE '3300-I-LEER-CLIENTE' TO LK-ERR-PARRAFO
009700         MOVE 'LEER CURSOR CLIENT' TO LK-ERR-RECURSO
009710         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009720         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009730         SET FS-CLIENTE-EOF TO TRUE
009740      END-EVALUATE
009750      .
009760  3300-F-LEER-CLIENTE. EXIT.
009770**************************************
009780*   COMMIT CADA N TRASLADOS          *
009790**************************************
009800  3500-I-COMMIT-PERIODICO.
009810      ADD 1 TO CN-COMMIT-PEND
009820
009830      IF CN-COMMIT-PEND NOT LESS CT-COMMIT-CADA
009840         PERFORM 3550-I-PUNTO-CONTROL
009850            THRU 3550-F-PUNTO-CONTROL
009860         IF LK-CTL-ERROR
009870            GO TO 3500-F-COMMIT-PERIODICO
009880         END-IF
009890         EXEC SQL
009900            COMMIT
009910         END-EXEC
009920         MOVE ZEROS TO CN-COMMIT-PEND
009930      END-IF
009940      .
009950  3500-F-COMMIT-PERIODICO. EXIT.
009960**************************************
009970*  PUNTO DE CONTROL ANTES DE CADA    *
009980*  COMMIT: ULTIMA CLAVE, SUCURSALES  *
009990*  DE LA TARJETA Y TOTALES EN        *
010000*  TBCONTROL (RUTCTRL 'C')           *
010010**************************************
010020  3550-I-PUNTO-CONTROL.
010030      MOVE CSU-SUC-CIERRA  TO CKP-SUC-CIERRA
010040      MOVE CSU-SUC-ABSORBE TO CKP-SUC-ABSORBE
010050      MOVE CSU-SUPERVISOR  TO CKP-SUPERVISOR
010060      MOVE CN-CONTADORES   TO CKP-CONTADORES
010070      MOVE CN-TAB-PRODUCTO TO CKP-PRODUCTOS
010080
010090      SET LK-CTL-CHECKPOINT TO TRUE
010100      MOVE WS-ULTIMA-CLAVE  TO LK-CTL-CLAVE
010110      MOVE WS-PUNTO-CONTROL TO LK-CTL-TOTALES
010120      MOVE CN-CUENTAS       TO LK-CTL-CONTADOR
010130
010140      MOVE RETURN-CODE TO WS-RC-GUARDADO
010150      CALL 'RUTCTRL' USING LK-CTL-AREA
010160      MOVE WS-RC-GUARDADO TO RETURN-CODE
010170
010180      IF LK-CTL-ERROR
010190         DISPLAY '* ERROR AL GRABAR EL PUNTO DE CONTROL'
010200         MOVE LK-CTL-SALIDA TO LK-ERR-CODIGO
010210         MOVE '3550-I-PUNTO-CONTROL' TO LK-ERR-PARRAFO
010220         MOVE 'PUNTO DE CONTROL' TO LK-ERR-RECURSO
010230         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
010240         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
010250         SET FS-CUENTA-EOF  TO TRUE
010260         SET FS-CLIENTE-EOF TO TRUE
010270      END-IF
010280      .
010290  3550-F-PUNTO-CONTROL. EXIT.
010300**************************************
010310*  TRASLADAR UNA CUENTA: CBU NUEVO   *
010320*  CON LA SUCURSAL ABSORBENTE,       *
010330*  REFERENCIA CRUZADA DEL CBU        *
010340*  ANTERIOR, CUENTA, ORDENES         *
010350*  PERMANENTES, AUDITORIA Y CARTA    *
010360**************************************
010370  4000-I-TRASLADAR-CUENTA.
010380      MOVE 'N' TO WS-CUENTA-SW
010390
010400      PERFORM 4100-I-GENERAR-CBU
010410         THRU 4100-F-GENERAR-CBU
010420
010430      IF WS-CUENTA-ER
010440         GO TO 4000-C-SIGUIENTE
010450      END-IF
010460
010470      PERFORM 4200-I-GRABAR-REFERENCIA
010480         THRU 4200-F-GRABAR-REFERENCIA
010490
010500      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
010510         GO TO 4000-F-TRASLADAR-CUENTA
010520      END-IF
010530
010540      PERFORM 4300-I-ACTUALIZAR-CUENTA
010550         THRU 4300-F-ACTUALIZAR-CUENTA
010560
010570      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
010580         GO TO 4000-F-TRASLADAR-CUENTA
010590      END-IF
010600
010610      PERFORM 4400-I-ACTUALIZAR-ORDENES
010620         THRU 4400-F-ACTUALIZAR-ORDENES
010630
010640      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
010650         GO TO 4000-F-TRASLADAR-CUENTA
010660      END-IF
010670
010680      ADD 1 TO CN-CUENTAS
010690
010700      PERFORM 7100-I-BUSCAR-PRODUCTO
010710         THRU 7100-F-BUSCAR-PRODUCTO
010720
010730      IF CN-PRO-IDX NOT GREATER CN-PRO-CANT
010740         ADD 1 TO CN-PRO-TRA-CANT (CN-PRO-IDX)
010750         ADD SALDO-ACTUAL TO CN-PRO-TRA-SALDO (CN-PRO-IDX)
010760      END-IF
010770
010780      PERFORM 4500-I-CARTA-CUENTA
010790         THRU 4500-F-CARTA-CUENTA
010800
010810      MOVE 'C'        TO WS-ULTIMA-CLAVE
010820      MOVE NRO-CUENTA TO WS-ULTIMA-CLAVE (2:15)
010830
010840      PERFORM 3500-I-COMMIT-PERIODICO
010850         THRU 3500-F-COMMIT-PERIODICO
010860      .
010870  4000-C-SIGUIENTE.
010880      PERFORM 3100-I-LEER-CUENTA
010890         THRU 3100-F-LEER-CUENTA
010900      .
010910  4000-F-TRASLADAR-CUENTA. EXIT.
010920**************************************
010930*  CBU NUEVO: MISMA ENTIDAD Y BLOQUE *
010940*  DE CUENTA DEL CBU ANTERIOR CON LA *
010950*  SUCURSAL ABSORBENTE Y LOS DIGITOS *
010960*  VERIFICADORES RECALCULADOS        *
010970*  (RUTCBU 'G'). SIN CBU SE ARMA     *
010980*  COMO EN LA APERTURA (PGMCTA33)    *
010990**************************************
011000  4100-I-GENERAR-CBU.
011010      MOVE CBU TO WS-CBU-ANTERIOR
011020      MOVE CBU TO LK-CBU
011030
011040      IF CBU EQUAL SPACES
011050         MOVE CT-ENTIDAD        TO LK-CBU-ENTIDAD
011060         MOVE NRO-CUENTA (3:13) TO LK-CBU-BLOQUE-CTA
011070      END-IF
011080
011090      MOVE CSU-SUC-ABSORBE TO LK-CBU-SUCURSAL
011100      MOVE ZEROS           TO LK-CBU-DV1
011110      MOVE ZEROS           TO LK-CBU-DV2
011120
011130      SET LK-CBU-GENERAR TO TRUE
011140
011150      CALL 'RUTCBU' USING LK-CBU-AREA
011160
011170      IF LK-CBU-ER
011180         MOVE 'NO SE PUDO GENERAR EL CBU NUEVO' TO WS-MOTIVO
011190         PERFORM 4900-I-NOVEDAD THRU 4900-F-NOVEDAD
011200         GO TO 4100-F-GENERAR-CBU
011210      END-IF
011220
011230      MOVE LK-CBU TO WS-CBU-NUEVO
011240      .
011250  4100-F-GENERAR-CBU. EXIT.
011260**************************************
011270*  REFERENCIA CRUZADA: EL CBU        *
011280*  ANTERIOR SIGUE RESOLVIENDO A LA   *
011290*  CUENTA. SI LA CUENTA YA HABIA     *
011300*  SIDO TRASLADADA ANTES, SUS CBU    *
011310*  MAS VIEJOS PASAN A APUNTAR AL     *
011320*  CBU VIGENTE                       *
011330**************************************
011340  4200-I-GRABAR-REFERENCIA.
011350      IF WS-CBU-ANTERIOR EQUAL SPACES
011360         GO TO 4200-F-GRABAR-REFERENCIA
011370      END-IF
011380
011390      MOVE WS-CBU-ANTERIOR  TO XRF-CBU-ANTERIOR
011400      MOVE NRO-CUENTA       TO XRF-NRO-CUENTA
011410      MOVE WS-CBU-NUEVO     TO XRF-CBU-NUEVO
011420      MOVE CSU-SUC-CIERRA   TO XRF-SUCURSAL-ANTERIOR
011430      MOVE CSU-SUC-ABSORBE  TO XRF-SUCURSAL-NUEVA
011440      MOVE CC-FECHA-PROCESO TO XRF-FECHA
011450      MOVE CSU-SUPERVISOR   TO XRF-USUARIO
011460
011470      EXEC SQL
011480         UPDATE ITPFBIO.TBCTAXREF
011490            SET CBU_NUEVO = :XRF-CBU-NUEVO
011500          WHERE NRO_CUENTA EQUAL :XRF-NRO-CUENTA
011510      END-EXEC
011520
011530      IF SQLCODE NOT EQUAL ZEROS
011540         AND SQLCODE NOT EQUAL +100
011550         GO TO 4200-C-ERROR
011560      END-IF
011570
011580      EXEC SQL
011590         INSERT INTO ITPFBIO.TBCTAXREF
011600               (CBU_ANTERIOR, NRO_CUENTA, CBU_NUEVO,
011610                SUCURSAL_ANTERIOR, SUCURSAL_NUEVA, FECHA,
011620                USUARIO)
011630         VALUES
011640               (:XRF-CBU-ANTERIOR, :XRF-NRO-CUENTA,
011650                :XRF-CBU-NUEVO, :XRF-SUCURSAL-ANTERIOR,
011660                :XRF-SUCURSAL-NUEVA, :XRF-FECHA, :XRF-USUARIO)
011670      END-EXEC
011680
011690      IF SQLCODE EQUAL ZEROS
011700         GO TO 4200-F-GRABAR-REFERENCIA
011710      END-IF
011720      .
011730  4200-C-ERROR.
011740      ADD 1 TO CN-NOVEDADES-ER
011750      MOVE SQLCODE TO FS-SQLCODE
011760      DISPLAY '* ERROR GRABAR TBCTAXREF = ' FS-SQLCODE
011770      MOVE FS-SQLCODE TO LK-ERR-CODIGO
011780      MOVE '4200-I-GRABAR-REFERENCIA' TO LK-ERR-PARRAFO
011790      MOVE 'GRABAR TBCTAXREF' TO LK-ERR-RECURSO
011800      MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
011810      PERFORM 9900-I-ERROR THRU 9900-F-ERROR
011820      SET FS-CUENTA-EOF  TO TRUE
011830      SET FS-CLIENTE-EOF TO TRUE
011840      .
011850  4200-F-GRABAR-REFERENCIA. EXIT.
011860**************************************
011870*  PASAR LA CUENTA A LA SUCURSAL     *
011880*  ABSORBENTE CON EL CBU NUEVO Y     *
011890*  DEJARLO EN LA AUDITORIA           *
011900**************************************
011910  4300-I-ACTUALIZAR-CUENTA.
011920      EXEC SQL
011930         UPDATE ITPFBIO.TBCUENTAS
011940            SET SUCURSAL = :CSU-SUC-ABSORBE,
011950                CBU      = :WS-CBU-NUEVO
011960          WHERE NRO_CUENTA EQUAL :NRO-CUENTA
011970            AND SUCURSAL   EQUAL :CSU-SUC-CIERRA
011980      END-EXEC
011990
012000      IF SQLCODE NOT EQUAL ZEROS
012010         ADD 1 TO CN-NOVEDADES-ER
012020         MOVE SQLCODE TO FS-SQLCODE
012030         DISPLAY '* ERROR ACTUALIZAR TBCUENTAS = ' FS-SQLCODE
012040         MOVE FS-SQLCODE TO LK-ERR-CODIGO
012050         MOVE '4300-I-ACTUALIZAR-CUENTA' TO LK-ERR-PARRAFO
012060         MOVE 'UPDATE TBCUENTAS' TO LK-ERR-RECURSO
012070         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
012080         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
012090         SET FS-CUENTA-EOF  TO TRUE
012100         SET FS-CLIENTE-EOF TO TRUE
012110         GO TO 4300-F-ACTUALIZAR-CUENTA
012120      END-IF
012130
012140      MOVE TIPO-DOCUMENTO TO AUT-TIPO-DOC
012150      MOVE NRO-DOCUMENTO  TO AUT-NRO-DOC
012160      MOVE 'SUCURSAL CUENTA'  TO AUT-CAMPO
012170      MOVE SPACES             TO AUT-VALOR-ANTES
012180      MOVE SPACES             TO AUT-VALOR-DESPUES
012190
012200      STRING NRO-CUENTA       DELIMITED BY SIZE
012210             ' '              DELIMITED BY SIZE
012220             CSU-SUC-CIERRA   DELIMITED BY SIZE
012230             INTO AUT-VALOR-ANTES
012240
012250      STRING NRO-CUENTA       DELIMITED BY SIZE
012260             ' '              DELIMITED BY SIZE
012270             CSU-SUC-ABSORBE  DELIMITED BY SIZE
012280             INTO AUT-VALOR-DESPUES
012290
012300      PERFORM 7000-I-AUDITAR THRU 7000-F-AUDITAR
012310
012320      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
012330         GO TO 4300-F-ACTUALIZAR-CUENTA
012340      END-IF
012350
012360      MOVE 'CBU CUENTA'       TO AUT-CAMPO
012370      MOVE WS-CBU-ANTERIOR    TO AUT-VALOR-ANTES
012380      MOVE WS-CBU-NUEVO       TO AUT-VALOR-DESPUES
012390
012400      PERFORM 7000-I-AUDITAR THRU 7000-F-AUDITAR
012410      .
012420  4300-F-ACTUALIZAR-CUENTA. EXIT.
012430**************************************
012440*  ORDENES PERMANENTES ACTIVAS CUYO  *
012450*  DESTINO ES EL CBU ANTERIOR PASAN  *
012460*  AL CBU NUEVO (LAS QUE DEBITAN LA  *
012470*  CUENTA LA TOMAN POR NUMERO, QUE   *
012480*  NO CAMBIA)                        *
012490**************************************
012500  4400-I-ACTUALIZAR-ORDENES.
012510      IF WS-CBU-ANTERIOR EQUAL SPACES
012520         GO TO 4400-F-ACTUALIZAR-ORDENES
012530      END-IF
012540
012550      EXEC SQL
012560         UPDATE ITPFBIO.TBORDENES
012570            SET DESTINO = :WS-CBU-NUEVO
012580          WHERE DESTINO EQUAL :WS-CBU-ANTERIOR
012590            AND ESTADO  EQUAL 'A'
012600      END-EXEC
012610
012620      EVALUATE SQLCODE
012630
012640      WHEN ZEROS
012650         MOVE SQLERRD (3) TO WS-CANT-FILAS
012660
012670      WHEN +100
012680         GO TO 4400-F-ACTUALIZAR-ORDENES
012690
012700      WHEN OTHER
012710         ADD 1 TO CN-NOVEDADES-ER
012720         MOVE SQLCODE TO FS-SQLCODE
012730         DISPLAY '* ERROR ACTUALIZAR TBORDENES = ' FS-SQLCODE
012740         MOVE FS-SQLCODE TO LK-ERR-CODIGO
012750         MOVE '4400-I-ACTUALIZAR-ORDENES' TO LK-ERR-PARRAFO
012760         MOVE 'UPDATE TBORDENES' TO LK-ERR-RECURSO
012770         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
012780         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
012790         SET FS-CUENTA-EOF  TO TRUE
012800         SET FS-CLIENTE-EOF TO TRUE
012810         GO TO 4400-F-ACTUALIZAR-ORDENES
012820      END-EVALUATE
012830
012840      ADD WS-CANT-FILAS TO CN-ORDENES
012850
012860      MOVE WS-CANT-FILAS      TO WS-CANT-EDIT
012870      MOVE 'DESTINO ORDENES'  TO AUT-CAMPO
012880      MOVE WS-CBU-ANTERIOR    TO AUT-VALOR-ANTES
012890      MOVE SPACES             TO AUT-VALOR-DESPUES
012900
012910      STRING WS-CBU-NUEVO     DELIMITED BY SIZE
012920             ' ORDENES'       DELIMITED BY SIZE
012930             WS-CANT-EDIT     DELIMITED BY SIZE
012940             INTO AUT-VALOR-DESPUES
012950
012960      PERFORM 7000-I-AUDITAR THRU 7000-F-AUDITAR
012970      .
012980  4400-F-ACTUALIZAR-ORDENES. EXIT.
012990**************************************
013000*  CARTA POR LA CUENTA TRASLADADA    *
013010*  AL TITULAR PRINCIPAL              *
013020**************************************
013030  4500-I-CARTA-CUENTA.
013040      MOVE SPACES          TO REG-CARTA
013050      MOVE 'A'             TO CAR-TIPO-REG
013060      MOVE CUE-NRO-CLIENTE TO CAR-NRO-CLIENTE
013070      MOVE NRO-CUENTA      TO CAR-NRO-CUENTA
013080      MOVE TIPO-CUENTA     TO CAR-TIPO-CUENTA
013090      MOVE MONEDA          TO CAR-MONEDA
013100      MOVE WS-CBU-ANTERIOR TO CAR-CBU-ANTERIOR
013110      MOVE WS-CBU-NUEVO    TO CAR-CBU-NUEVO
013120
013130      PERFORM 5900-I-GRABAR-CARTA
013140         THRU 5900-F-GRABAR-CARTA
013150      .
013160  4500-F-CARTA-CUENTA. EXIT.
013170**************************************
013180*  CUENTA QUE NO SE PUDO TRASLADAR:  *
013190*  QUEDA EN LA SUCURSAL QUE CIERRA Y *
013200*  SE LISTA (CODIGO 0008)            *
013210**************************************
013220  4900-I-NOVEDAD.
013230      SET WS-CUENTA-ER TO TRUE
013240      ADD 1 TO CN-NOVEDADES-ER
013250
013260      IF CN-NOVEDADES-ER EQUAL 1
013270         WRITE REG-SALIDA FROM IP-TITULO-NOVEDAD AFTER 2
013280         ADD 2 TO CN-CUENTA-LINEA
013290      END-IF
013300
013310      IF CN-CUENTA-LINEA GREATER 60
013320         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
013330      END-IF
013340
013350      MOVE NRO-CUENTA TO WS-NOV-CUENTA
013360      MOVE CBU        TO WS-NOV-CBU
013370      MOVE WS-MOTIVO  TO WS-NOV-MOTIVO
013380
013390      WRITE REG-SALIDA FROM WS-REG-NOVEDAD
013400
013410      IF NOT FS-SALIDA-OK
013420         DISPLAY '* ERROR EN GRABAR NOVEDAD = ' FS-SALIDA
013430         MOVE FS-SALIDA TO LK-ERR-CODIGO
013440         MOVE '4900-I-NOVEDAD' TO LK-ERR-PARRAFO
013450         MOVE 'GRABAR NOVEDAD' TO LK-ERR-RECURSO
013460         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
013470         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
013480         SET FS-CUENTA-EOF  TO TRUE
013490         SET FS-CLIENTE-EOF TO TRUE
013500         GO TO 4900-F-NOVEDAD
013510      END-IF
013520
013530      ADD 1 TO CN-CUENTA-LINEA
013540
013550      DISPLAY '* CUENTA NO TRASLADADA ' NRO-CUENTA ' ' WS-MOTIVO
013560      MOVE NRO-CUENTA TO LK-ERR-CLAVE
013570      MOVE '4900-I-NOVEDAD' TO LK-ERR-PARRAFO
013580      MOVE 'TRASLADO CUENTA' TO LK-ERR-RECURSO
013590
013600      IF RETURN-CODE LESS CT-RC-ERROR-DATOS
013610         MOVE CT-RC-ERROR-DATOS TO RETURN-CODE
013620      END-IF
013630
013640      PERFORM 9900-I-ERROR THRU 9900-F-ERROR
013650      .
013660  4900-F-NOVEDAD. EXIT.
013670**************************************
013680*  TRASLADAR UN CLIENTE A LA         *
013690*  SUCURSAL ABSORBENTE, AUDITORIA Y  *
013700*  CARTA                             *
013710**************************************
013720  5000-I-TRASLADAR-CLIENTE.
013730      EXEC SQL
013740         UPDATE ITPFBIO.TBCLIENT
013750            SET SUCURSAL = :CSU-SUC-ABSORBE
013760          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
013770            AND SUCURSAL    EQUAL :CSU-SUC-CIERRA
013780      END-EXEC
013790
013800      IF SQLCODE NOT EQUAL ZEROS
013810         ADD 1 TO CN-NOVEDADES-ER
013820         MOVE SQLCODE TO FS-SQLCODE
013830         DISPLAY '* ERROR ACTUALIZAR TBCLIENT = ' FS-SQLCODE
013840         MOVE FS-SQLCODE TO LK-ERR-CODIGO
013850         MOVE '5000-I-TRASLADAR-CLIENTE' TO LK-ERR-PARRAFO
013860         MOVE 'UPDATE TBCLIENT' TO LK-ERR-RECURSO
013870         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
013880         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
013890         SET FS-CLIENTE-EOF TO TRUE
013900         GO TO 5000-F-TRASLADAR-CLIENTE
013910      END-IF
013920
013930      MOVE TIPO-DOCUMENTO     TO AUT-TIPO-DOC
013940      MOVE NRO-DOCUMENTO      TO AUT-NRO-DOC
013950      MOVE 'SUCURSAL CLIENTE' TO AUT-CAMPO
013960      MOVE CSU-SUC-CIERRA     TO AUT-VALOR-ANTES
013970      MOVE CSU-SUC-ABSORBE    TO AUT-VALOR-DESPUES
013980
013990      PERFORM 7000-I-AUDITAR THRU 7000-F-AUDITAR
014000
014010      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
014020         GO TO 5000-F-TRASLADAR-CLIENTE
014030      END-IF
014040
014050      ADD 1 TO CN-CLIENTES
014060
014070      PERFORM 5500-I-CARTA-CLIENTE
014080         THRU 5500-F-CARTA-CLIENTE
014090
014100      MOVE 'L'             TO WS-ULTIMA-CLAVE
014110      MOVE CLI-NRO-CLIENTE TO WS-CANT-FILAS
014120      MOVE WS-CANT-FILAS   TO WS-ULTIMA-CLAVE (2:7)
014130
014140      PERFORM 3500-I-COMMIT-PERIODICO
014150         THRU 3500-F-COMMIT-PERIODICO
014160
014170      PERFORM 3300-I-LEER-CLIENTE
014180         THRU 3300-F-LEER-CLIENTE
014190      .
014200  5000-F-TRASLADAR-CLIENTE. EXIT.
014210**************************************
014220*  CARTA AL CLIENTE POR EL CAMBIO    *
014230*  DE SUCURSAL                       *
014240**************************************
014250  5500-I-CARTA-CLIENTE.
014260      MOVE SPACES          TO REG-CARTA
014270      MOVE 'C'             TO CAR-TIPO-REG
014280      MOVE CLI-NRO-CLIENTE TO CAR-NRO-CLIENTE
014290
014300      PERFORM 5900-I-GRABAR-CARTA
014310         THRU 5900-F-GRABAR-CARTA
014320      .
014330  5500-F-CARTA-CLIENTE. EXIT.
014340**************************************
014350*  COMPLETAR LOS DATOS DEL CLIENTE   *
014360*  Y DE LA SUCURSAL ABSORBENTE Y     *
014370*  GRABAR EL REGISTRO DE CARTA       *
014380**************************************
014390  5900-I-GRABAR-CARTA.
014400      MOVE CC-FECHA-PROCESO   TO CAR-FECHA
014410      MOVE TIPO-DOCUMENTO     TO CAR-TIPO-DOC
014420      MOVE NRO-DOCUMENTO      TO CAR-NRO-DOC
014430      MOVE WS-ESTADO-CLIENTE  TO CAR-ESTADO-CLIENTE
014440      MOVE NOMBRE-CLIENTE     TO CAR-NOMBRE
014450      MOVE APELLIDO-CLIENTE   TO CAR-APELLIDO
014460      MOVE DOMICILIO          TO CAR-DOMICILIO
014470      MOVE CIUDAD             TO CAR-CIUDAD
014480      MOVE CORREO-ELECTRONICO TO CAR-EMAIL
014490      MOVE CSU-SUC-CIERRA     TO CAR-SUC-ANTERIOR
014500      MOVE CSU-SUC-ABSORBE    TO CAR-SUC-NUEVA
014510      MOVE WS-NOMBRE-ABSORBE  TO CAR-SUC-NOMBRE
014520      MOVE WS-DOMIC-ABSORBE   TO CAR-SUC-DOMICILIO
014530
014540      WRITE REG-CARTA
014550
014560      IF NOT FS-CARTA-OK
014570         DISPLAY '* ERROR EN GRABAR CARTA = ' FS-CARTA
014580         MOVE FS-CARTA TO LK-ERR-CODIGO
014590         MOVE '5900-I-GRABAR-CARTA' TO LK-ERR-PARRAFO
014600         MOVE 'GRABAR CARTA' TO LK-ERR-RECURSO
014610         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
014620         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
014630         SET FS-CUENTA-EOF  TO TRUE
014640         SET FS-CLIENTE-EOF TO TRUE
014650      ELSE
014660         ADD 1 TO CN-CARTAS
014670      END-IF
014680      .
014690  5900-F-GRABAR-CARTA. EXIT.
014700**************************************
014710*  CIERRES DE CAJA DE LA SUCURSAL    *
014720*  QUE CIERRA DESDE LA FECHA DE      *
014730*  PROCESO (AUN NO INFORMADOS POR EL *
014740*  NOCTURNO PGMCCJ33) PASAN A LA     *
014750*  ABSORBENTE, QUE RECIBE EL         *
014760*  EFECTIVO. LOS ANTERIORES QUEDAN   *
014770*  COMO HISTORIA DE LA SUCURSAL      *
014780**************************************
014790  6000-I-TRASLADAR-CAJAS.
014800      EXEC SQL
014810         CLOSE CLIENTE_CURSOR
014820      END-EXEC
014830
014840      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
014850         GO TO 6000-F-TRASLADAR-CAJAS
014860      END-IF
014870
014880      EXEC SQL
014890         UPDATE ITPFBIO.TBCAJAS
014900            SET SUCURSAL = :CSU-SUC-ABSORBE
014910          WHERE SUCURSAL EQUAL :CSU-SUC-CIERRA
014920            AND FECHA    NOT LESS :CC-FECHA-PROCESO
014930      END-EXEC
014940
014950      EVALUATE SQLCODE
014960
014970      WHEN ZEROS
014980         MOVE SQLERRD (3) TO WS-CANT-FILAS
014990
015000      WHEN +100
015010         GO TO 6000-F-TRASLADAR-CAJAS
015020
015030      WHEN OTHER
015040         MOVE SQLCODE TO FS-SQLCODE
015050         DISPLAY '* ERROR ACTUALIZAR TBCAJAS = ' FS-SQLCODE
015060         MOVE FS-SQLCODE TO LK-ERR-CODIGO
015070         MOVE '6000-I-TRASLADAR-CAJAS' TO LK-ERR-PARRAFO
015080         MOVE 'UPDATE TBCAJAS' TO LK-ERR-RECURSO
015090         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
015100         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
015110         GO TO 6000-F-TRASLADAR-CAJAS
015120      END-EVALUATE
015130
015140      ADD WS-CANT-FILAS TO CN-CAJAS
015150
015160      MOVE WS-CANT-FILAS      TO WS-CANT-EDIT
015170      MOVE SPACES             TO AUT-TIPO-DOC
015180      MOVE ZEROS              TO AUT-NRO-DOC
015190      MOVE 'SUCURSAL CAJAS'   TO AUT-CAMPO
015200      MOVE SPACES             TO AUT-VALOR-ANTES
015210      MOVE SPACES             TO AUT-VALOR-DESPUES
015220
015230      STRING CSU-SUC-CIERRA   DELIMITED BY SIZE
015240             ' DESDE '        DELIMITED BY SIZE
015250             CC-FECHA-PROCESO DELIMITED BY SIZE
015260             INTO AUT-VALOR-ANTES
015270
015280      STRING CSU-SUC-ABSORBE  DELIMITED BY SIZE
015290             ' CIERRES'       DELIMITED BY SIZE
015300             WS-CANT-EDIT     DELIMITED BY SIZE
015310             INTO AUT-VALOR-DESPUES
015320
015330      PERFORM 7000-I-AUDITAR THRU 7000-F-AUDITAR
015340      .
015350  6000-F-TRASLADAR-CAJAS. EXIT.
015360**************************************
015370*  PISTA DE AUDITORIA: CADA TRASLADO *
015380*  SE INSERTA EN TBAUDIT A NOMBRE    *
015390*  DEL SUPERVISOR DE LA TARJETA      *
015400**************************************
015410  7000-I-AUDITAR.
015420      MOVE CC-FECHA-PROCESO TO AUT-FECHA
015430      ACCEPT AUT-HORA       FROM TIME
015440      MOVE CSU-SUPERVISOR   TO AUT-USERID
015450      MOVE 'BTCH'           TO AUT-TERMID
015460      MOVE 'CSUC'           TO AUT-TRANSACCION
015470
015480      EXEC SQL
015490         INSERT INTO ITPFBIO.TBAUDIT
015500               (FECHA, HORA, USERID, TERMID, TRANSACCION,
015510                TIPO_DOC, NRO_DOC, CAMPO, VALOR_ANTES,
015520                VALOR_DESPUES)
015530         VALUES
015540               (:AUT-FECHA, :AUT-HORA, :AUT-USERID,
015550                :AUT-TERMID, :AUT-TRANSACCION, :AUT-TIPO-DOC,
015560                :AUT-NRO-DOC, :AUT-CAMPO, :AUT-VALOR-ANTES,
015570                :AUT-VALOR-DESPUES)
015580      END-EXEC
015590
015600      IF SQLCODE NOT EQUAL ZEROS
015610         ADD 1 TO CN-NOVEDADES-ER
015620         MOVE SQLCODE TO FS-SQLCODE
015630         DISPLAY '* ERROR INSERT TBAUDIT = ' FS-SQLCODE
015640         MOVE FS-SQLCODE TO LK-ERR-CODIGO
015650         MOVE '7000-I-AUDITAR' TO LK-ERR-PARRAFO
015660         MOVE 'INSERT TBAUDIT' TO LK-ERR-RECURSO
015670         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
015680         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
015690         SET FS-CUENTA-EOF  TO TRUE
015700         SET FS-CLIENTE-EOF TO TRUE
015710      END-IF
015720      .
015730  7000-F-AUDITAR. EXIT.
015740**************************************
015750*  UBICAR EL PRODUCTO/MONEDA EN LA   *
015760*  TABLA DE CONTROL (ALTA SI FALTA). *
015770*  CON LA TABLA LLENA EL INDICE      *
015780*  QUEDA FUERA Y SE AVISA AL FINAL   *
015790**************************************
015800  7100-I-BUSCAR-PRODUCTO.
015810      SET CN-PRO-IDX TO 1
015820
015830      PERFORM 7110-I-BUSCAR-EN-TABLA
015840         THRU 7110-F-BUSCAR-EN-TABLA
015850         UNTIL CN-PRO-IDX > CN-PRO-CANT
015860            OR (CN-PRO-TIPO (CN-PRO-IDX) EQUAL TIPO-CUENTA
015870                AND CN-PRO-MONEDA (CN-PRO-IDX) EQUAL MONEDA)
015880
015890      IF CN-PRO-IDX NOT GREATER CN-PRO-CANT
015900         GO TO 7100-F-BUSCAR-PRODUCTO
015910      END-IF
015920
015930      IF CN-PRO-CANT NOT LESS 15
015940         SET WS-TABLA-LLENA TO TRUE
015950         GO TO 7100-F-BUSCAR-PRODUCTO
015960      END-IF
015970
015980      SET CN-PRO-CANT UP BY 1
015990      SET CN-PRO-IDX  TO CN-PRO-CANT
016000      MOVE TIPO-CUENTA TO CN-PRO-TIPO   (CN-PRO-IDX)
016010      MOVE MONEDA      TO CN-PRO-MONEDA (CN-PRO-IDX)
016020      .
016030  7100-F-BUSCAR-PRODUCTO. EXIT.
016040**************************************
016050*     BUSCAR PRODUCTO EN TABLA       *
016060**************************************
016070  7110-I-BUSCAR-EN-TABLA.
016080      IF CN-PRO-TIPO (CN-PRO-IDX) NOT EQUAL TIPO-CUENTA
016090         OR CN-PRO-MONEDA (CN-PRO-IDX) NOT EQUAL MONEDA
016100         SET CN-PRO-IDX UP BY 1
016110      END-IF
016120      .
016130  7110-F-BUSCAR-EN-TABLA. EXIT.
016140**************************************
016150*  TITULO CON LAS DOS SUCURSALES     *
016160**************************************
016170  9000-I-TITULO.
016180      WRITE  REG-SALIDA    FROM IP-TITULO AFTER PAGE
016190
016200      IF NOT FS-SALIDA-OK
016210         DISPLAY '* ERROR EN IMPRIMIR TITULO = ' FS-SALIDA
016220         MOVE FS-SALIDA TO LK-ERR-CODIGO
016230         MOVE '9000-I-TITULO' TO LK-ERR-PARRAFO
016240         MOVE 'IMPRIMIR TITULO' TO LK-ERR-RECURSO
016250         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
016260         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
016270         SET FS-CUENTA-EOF  TO TRUE
016280         SET FS-CLIENTE-EOF TO TRUE
016290         GO TO 9000-F-TITULO
016300      END-IF
016310
016320      MOVE 'SUCURSAL QUE CIERRA'  TO IP-SUC-ETIQUETA
016330      MOVE CSU-SUC-CIERRA         TO IP-SUC-COD
016340      MOVE WS-NOMBRE-CIERRA       TO IP-SUC-NOM
016350
016360      WRITE REG-SALIDA FROM IP-SUCURSAL AFTER 2
016370
016380      MOVE 'SUCURSAL ABSORBENTE'  TO IP-SUC-ETIQUETA
016390      MOVE CSU-SUC-ABSORBE        TO IP-SUC-COD
016400      MOVE WS-NOMBRE-ABSORBE      TO IP-SUC-NOM
016410
016420      WRITE REG-SALIDA FROM IP-SUCURSAL
016430
016440      MOVE CSU-SUPERVISOR TO IP-SUP-USUARIO
016450
016460      WRITE REG-SALIDA FROM IP-SUPERVISOR
016470
016480      MOVE 6 TO CN-CUENTA-LINEA
016490      .
016500  9000-F-TITULO. EXIT.
016510**************************************
016520*  CONTROL ANTES / DESPUES: FOTO     *
016530*  FINAL DE LAS DOS SUCURSALES Y     *
016540*  UNA LINEA POR PRODUCTO Y MONEDA   *
016550**************************************
016560  9500-I-CONTROL-PRODUCTOS.
016570      SET WS-FOTO-DESPUES TO TRUE
016580
016590      PERFORM 1550-I-TOMAR-FOTO THRU 1550-F-TOMAR-FOTO
016600
016610      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
016620         GO TO 9500-F-CONTROL-PRODUCTOS
016630      END-IF
016640
016650      IF CN-CUENTA-LINEA GREATER 50
016660         PERFORM 9000-I-TITULO THRU 9000-F-TITULO
016670      END-IF
016680
016690      WRITE REG-SALIDA FROM IP-TITULO-CONTROL AFTER 3
016700
016710      WRITE REG-SALIDA FROM IP-ENCABEZADO-1 AFTER 2
016720
016730      WRITE REG-SALIDA FROM IP-ENCABEZADO-2
016740
016750      IF NOT FS-SALIDA-OK
016760         DISPLAY '* ERROR EN IMPRIMIR CONTROL = ' FS-SALIDA
016770         MOVE FS-SALIDA TO LK-ERR-CODIGO
016780         MOVE '9500-I-CONTROL-PRODUCTOS' TO LK-ERR-PARRAFO
016790         MOVE 'IMPRIMIR CONTROL' TO LK-ERR-RECURSO
016800         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
016810         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
016820         GO TO 9500-F-CONTROL-PRODUCTOS
016830      END-IF
016840
016850      SET CN-PRO-IDX TO 1
016860
016870      PERFORM 9510-I-IMPRIMIR-PRODUCTO
016880         THRU 9510-F-IMPRIMIR-PRODUCTO
016890         UNTIL CN-PRO-IDX GREATER CN-PRO-CANT
016900      .
016910  9500-F-CONTROL-PRODUCTOS. EXIT.
016920**************************************
016930*  UNA LINEA DE CONTROL: LA          *
016940*  ABSORBENTE DEBE TENER LO SUYO MAS *
016950*  LO DE LA QUE CIERRA Y ESTA QUEDAR *
016960*  SIN CUENTAS ABIERTAS. UNA         *
016970*  DIFERENCIA (CUENTA NO TRASLADADA  *
016980*  O MOVIMIENTOS DURANTE LA CORRIDA) *
016990*  TERMINA CON 0004                  *
017000**************************************
017010  9510-I-IMPRIMIR-PRODUCTO.
017020      SET CN-POS-IDX TO CN-PRO-IDX
017030
017040      MOVE CN-PRO-TIPO   (CN-PRO-IDX) TO WS-PRO-TIPO
017050      MOVE CN-PRO-MONEDA (CN-PRO-IDX) TO WS-PRO-MONEDA
017060      MOVE CN-PRO-ANT-CIE-CANT  (CN-PRO-IDX)
017070        TO WS-PRO-ANT-CIE-CANT
017080      MOVE CN-PRO-ANT-CIE-SALDO (CN-PRO-IDX)
017090        TO WS-PRO-ANT-CIE-SALDO
017100      MOVE CN-PRO-ANT-ABS-CANT  (CN-PRO-IDX)
017110        TO WS-PRO-ANT-ABS-CANT
017120      MOVE CN-PRO-ANT-ABS-SALDO (CN-PRO-IDX)
017130        TO WS-PRO-ANT-ABS-SALDO
017140      MOVE CN-PRO-TRA-CANT      (CN-PRO-IDX)
017150        TO WS-PRO-TRA-CANT
017160      MOVE CN-POS-CIE-CANT      (CN-POS-IDX)
017170        TO WS-PRO-POS-CIE-CANT
017180      MOVE CN-POS-ABS-CANT      (CN-POS-IDX)
017190        TO WS-PRO-POS-ABS-CANT
017200      MOVE CN-POS-ABS-SALDO     (CN-POS-IDX)
017210        TO WS-PRO-POS-ABS-SALDO
017220
017230      MOVE 'OK' TO WS-PRO-CONTROL
017240
017250      IF CN-POS-CIE-CANT (CN-POS-IDX) NOT EQUAL ZEROS
017260         OR CN-POS-ABS-CANT (CN-POS-IDX) NOT EQUAL
017270            CN-PRO-ANT-ABS-CANT (CN-PRO-IDX)
017280          + CN-PRO-ANT-CIE-CANT (CN-PRO-IDX)
017290         OR CN-POS-ABS-SALDO (CN-POS-IDX) NOT EQUAL
017300            CN-PRO-ANT-ABS-SALDO (CN-PRO-IDX)
017310          + CN-PRO-ANT-CIE-SALDO (CN-PRO-IDX)
017320         MOVE 'DIFERENCIA' TO WS-PRO-CONTROL
017330         SET WS-HAY-DIFERENCIA TO TRUE
017340      END-IF
017350
017360      WRITE REG-SALIDA FROM WS-REG-PRODUCTO
017370
017380      IF NOT FS-SALIDA-OK
017390         DISPLAY '* ERROR EN IMPRIMIR PRODUCTO = ' FS-SALIDA
017400         MOVE FS-SALIDA TO LK-ERR-CODIGO
017410         MOVE '9510-I-IMPRIMIR-PRODUCTO' TO LK-ERR-PARRAFO
017420         MOVE 'IMPRIMIR PRODUCTO' TO LK-ERR-RECURSO
017430         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
017440         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
017450         SET CN-PRO-IDX TO CN-PRO-CANT
017460      END-IF
017470
017480      SET CN-PRO-IDX UP BY 1
017490      .
017500  9510-F-IMPRIMIR-PRODUCTO. EXIT.
017510**************************************
017520*  RESUMEN DE LA CONSOLIDACION       *
017530**************************************
017540  9600-I-RESUMEN.
017550      MOVE 'CUENTAS TRASLADADAS:'
017560        TO WS-AVI-TEXTO
017570      MOVE CN-CUENTAS TO WS-AVI-CANT
017580      WRITE REG-SALIDA FROM WS-REG-AVISO AFTER 3
017590
017600      MOVE 'CLIENTES TRASLADADOS:'
017610        TO WS-AVI-TEXTO
017620      MOVE CN-CLIENTES TO WS-AVI-CANT
017630      WRITE REG-SALIDA FROM WS-REG-AVISO
017640
017650      MOVE 'ORDENES PERMANENTES CON DESTINO AL CBU NUEVO:'
017660        TO WS-AVI-TEXTO
017670      MOVE CN-ORDENES TO WS-AVI-CANT
017680      WRITE REG-SALIDA FROM WS-REG-AVISO
017690
017700      MOVE 'CIERRES DE CAJA PASADOS A LA ABSORBENTE:'
017710        TO WS-AVI-TEXTO
017720      MOVE CN-CAJAS TO WS-AVI-CANT
017730      WRITE REG-SALIDA FROM WS-REG-AVISO
017740
017750      MOVE 'REGISTROS DE CARTA GENERADOS:'
017760        TO WS-AVI-TEXTO
017770      MOVE CN-CARTAS TO WS-AVI-CANT
017780      WRITE REG-SALIDA FROM WS-REG-AVISO
017790
017800      MOVE 'CUENTAS NO TRASLADADAS:'
017810        TO WS-AVI-TEXTO
017820      MOVE CN-NOVEDADES-ER TO WS-AVI-CANT
017830      WRITE REG-SALIDA FROM WS-REG-AVISO
017840
017850      IF WS-TABLA-LLENA
017860         MOVE 'MAS DE 15 PRODUCTOS/MONEDAS - CONTROL INCOMPLETO'
017870           TO WS-AVI-TEXTO
017880         MOVE ZEROS TO WS-AVI-CANT
017890         WRITE REG-SALIDA FROM WS-REG-AVISO AFTER 2
017900      END-IF
017910
017920      IF NOT FS-SALIDA-OK
017930         DISPLAY '* ERROR EN GRABAR RESUMEN = ' FS-SALIDA
017940         MOVE FS-SALIDA TO LK-ERR-CODIGO
017950         MOVE '9600-I-RESUMEN' TO LK-ERR-PARRAFO
017960         MOVE 'GRABAR RESUMEN' TO LK-ERR-RECURSO
017970         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
017980         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
017990      END-IF
018000      .
018010  9600-F-RESUMEN. EXIT.
018020**************************************
018030*  CUERPO FINAL - CONTROL, RESUMEN,  *
018040*  CONFIRMACION Y CIERRE. ANTE UN    *
018050*  ERROR DE ENTORNO SE VUELVE AL     *
018060*  ULTIMO PUNTO DE CONTROL           *
018070**************************************
018080  9999-I-FINAL.
018090      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
018100         PERFORM 9500-I-CONTROL-PRODUCTOS
018110            THRU 9500-F-CONTROL-PRODUCTOS
018120      END-IF
018130
018140      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
018150         PERFORM 9600-I-RESUMEN
018160            THRU 9600-F-RESUMEN
018170      END-IF
018180
018190      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
018200         AND WS-ULTIMA-CLAVE NOT EQUAL SPACES
018210         PERFORM 3550-I-PUNTO-CONTROL
018220            THRU 3550-F-PUNTO-CONTROL
018230      END-IF
018240
018250      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
018260         EXEC SQL
018270            ROLLBACK
018280         END-EXEC
018290      ELSE
018300         EXEC SQL
018310            COMMIT
018320         END-EXEC
018330      END-IF
018340
018350      CLOSE CARTAS
018360      IF NOT FS-CARTA-OK
018370         DISPLAY '* ERROR EN CLOSE CARTAS =  ' FS-CARTA
018380         MOVE FS-CARTA TO LK-ERR-CODIGO
018390         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
018400         MOVE 'CLOSE CARTAS' TO LK-ERR-RECURSO
018410         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
018420         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
018430      END-IF
018440
018450      CLOSE SALIDA
018460      IF NOT FS-SALIDA-OK
018470         DISPLAY '* ERROR EN CLOSE SALIDA =  ' FS-SALIDA
018480         MOVE FS-SALIDA TO LK-ERR-CODIGO
018490         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
018500         MOVE 'CLOSE SALIDA' TO LK-ERR-RECURSO
018510         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
018520         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
018530      END-IF
018540
018550      IF RETURN-CODE EQUAL ZEROS
018560         AND (WS-HAY-DIFERENCIA OR WS-TABLA-LLENA
018570          OR  CN-CUENTAS + CN-CLIENTES EQUAL ZEROS)
018580         MOVE CT-RC-SIN-DATOS TO RETURN-CODE
018590      END-IF
018600
018610      DISPLAY 'CUENTAS TRASLADADAS    : ' CN-CUENTAS
018620      DISPLAY 'CLIENTES TRASLADADOS   : ' CN-CLIENTES
018630      DISPLAY 'ORDENES ACTUALIZADAS   : ' CN-ORDENES
018640      DISPLAY 'CIERRES DE CAJA        : ' CN-CAJAS
018650      DISPLAY 'REGISTROS DE CARTA     : ' CN-CARTAS
018660      DISPLAY 'CUENTAS CON ERROR      : ' CN-NOVEDADES-ER
018670
018680      PERFORM 1200-I-CONTROL-FIN THRU 1200-F-CONTROL-FIN
018690      .
018700  9999-F-FINAL. EXIT.
018710**************************************
018720*  REGISTRO DE INICIO EN TBCONTROL   *
018730*  (RUTCTRL) - SI LA FECHA YA        *
018740*  TERMINO Y NO HAY RELANZAMIENTO    *
018750*  LA CORRIDA NO ARRANCA             *
018760**************************************
018770  1100-I-CONTROL-INICIO.
018780      IF CC-FECHA-PROCESO EQUAL SPACES
018790         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
018800         MOVE CTL-AREA-AA TO CTL-HOY-AA
018810         MOVE CTL-AREA-MM TO CTL-HOY-MM
018820         MOVE CTL-AREA-DD TO CTL-HOY-DD
018830         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
018840      END-IF
018850
018860      SET LK-CTL-INICIO TO TRUE
018870      MOVE 'PGMCSU33' TO LK-CTL-PROGRAMA
018880      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
018890      MOVE CC-RERUN TO LK-CTL-RERUN
018900      MOVE ZEROS TO LK-CTL-CONTADOR
018910
018920      MOVE RETURN-CODE TO WS-RC-GUARDADO
018930      CALL 'RUTCTRL' USING LK-CTL-AREA
018940      MOVE WS-RC-GUARDADO TO RETURN-CODE
018950
018960      IF LK-CTL-YA-CORRIO
018970         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
018980                 CC-FECHA-PROCESO
018990         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
019000         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
019010         SET WS-CORRIDA-RECHAZADA TO TRUE
019020      END-IF
019030
019040      IF LK-CTL-ERROR
019050         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
019060         SET WS-CORRIDA-RECHAZADA TO TRUE
019070      END-IF
019080
019090      IF LK-CTL-REANUDADA
019100         PERFORM 1150-I-REANUDAR THRU 1150-F-REANUDAR
019110      END-IF
019120      .
019130  1100-F-CONTROL-INICIO. EXIT.
019140**************************************
019150*  CORRIDA REANUDADA: RETOMAR LA     *
019160*  FOTO INICIAL Y LOS TOTALES DEL    *
019170*  ULTIMO PUNTO DE CONTROL           *
019180**************************************
019190  1150-I-REANUDAR.
019200      SET WS-CORRIDA-REANUDADA TO TRUE
019210      MOVE LK-CTL-CLAVE    TO WS-ULTIMA-CLAVE
019220      MOVE LK-CTL-TOTALES  TO WS-PUNTO-CONTROL
019230      MOVE CKP-CONTADORES  TO CN-CONTADORES
019240      MOVE CKP-PRODUCTOS   TO CN-TAB-PRODUCTO
019250
019260      DISPLAY '* CORRIDA REANUDADA A CONTINUACION DE '
019270              LK-CTL-CLAVE
019280      .
019290  1150-F-REANUDAR. EXIT.
019300**************************************
019310*  AVISO EN EL LISTADO DE QUE LA     *
019320*  CORRIDA FUE REANUDADA             *
019330**************************************
019340  1300-I-AVISO-REANUDA.
019350      MOVE WS-ULTIMA-CLAVE TO WS-AVI-CLAVE
019360
019370      WRITE REG-SALIDA FROM WS-REG-REANUDA AFTER 2
019380
019390      IF NOT FS-SALIDA-OK
019400         DISPLAY '* ERROR EN IMPRIMIR REANUDACION = ' FS-SALIDA
019410         MOVE FS-SALIDA TO LK-ERR-CODIGO
019420         MOVE '1300-I-AVISO-REANUDA' TO LK-ERR-PARRAFO
019430         MOVE 'IMPRIMIR REANUDA' TO LK-ERR-RECURSO
019440         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
019450         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
019460         SET FS-CUENTA-EOF  TO TRUE
019470         SET FS-CLIENTE-EOF TO TRUE
019480      END-IF
019490
019500      ADD 2 TO CN-CUENTA-LINEA
019510      .
019520  1300-F-AVISO-REANUDA. EXIT.
019530**************************************
019540*  PARAMETROS DE CORRIDA (RUTPARM) - *
019550*  SIN FILA EN TBPARAMS RIGE EL      *
019560*  DEFECTO COMPILADO                 *
019570**************************************
019580  1050-I-PARAMETROS.
019590      MOVE 'PGMCSU33'    TO LK-PAR-PROGRAMA
019600      MOVE 'COMMIT-CADA' TO LK-PAR-PARAMETRO
019610      MOVE CT-COMMIT-CADA TO LK-PAR-DEFECTO
019620
019630      CALL 'RUTPARM' USING LK-PAR-AREA
019640
019650      MOVE LK-PAR-VALOR TO CT-COMMIT-CADA
019660      .
019670  1050-F-PARAMETROS. EXIT.
019680**************************************
019690*  REGISTRO DE FIN EXITOSO EN        *
019700*  TBCONTROL CON EL CONTADOR DE      *
019710*  CUENTAS TRASLADADAS               *
019720**************************************
019730  1200-I-CONTROL-FIN.
019740      IF RETURN-CODE GREATER CT-RC-SIN-DATOS
019750         GO TO 1200-F-CONTROL-FIN
019760      END-IF
019770
019780      SET LK-CTL-FIN TO TRUE
019790      MOVE CN-CUENTAS TO LK-CTL-CONTADOR
019800
019810      MOVE RETURN-CODE TO WS-RC-GUARDADO
019820      CALL 'RUTCTRL' USING LK-CTL-AREA
019830      MOVE WS-RC-GUARDADO TO RETURN-CODE
019840      .
019850  1200-F-CONTROL-FIN. EXIT.
019860*************************************
019870*  GRABAR EL ERROR ESTRUCTURADO EN  *
019880*  EL LOG COMUN (RUTERROR)          *
019890*************************************
019900  9900-I-ERROR.
019910      MOVE 'PGMCSU33' TO LK-ERR-PROGRAMA
019920
019930      MOVE RETURN-CODE TO WS-RC-GUARDADO
019940
019950      CALL 'RUTERROR' USING LK-ERR-AREA
019960
019970      MOVE WS-RC-GUARDADO TO RETURN-CODE
019980
019990      MOVE SPACES TO LK-ERR-RECURSO
020000
020010      MOVE SPACES TO LK-ERR-CODIGO
020020      .
020030  9900-F-ERROR. EXIT.
