000010       IDENTIFICATION DIVISION.
000020       PROGRAM-ID. PGMSAN33.
000030**********************************************************
000040*                                                        *
000050**********************************************************
000060*     MANTENIMIENTO DE PROGRAMA                         *
000070**********************************************************
000080* FECHA   *    DETALLE        * COD *
000090**************************************
000100*         *                   *     *
000110* 15/10/26* TRANSACCION CICS DE CUMPLIMIENTO PARA        *
000120*         * RESOLVER LAS COINCIDENCIAS CON LAS LISTAS * JCR *
000130*         * DE SANCIONES (MAP0233/SANC0233, OPCION 27    *
000140*         * DEL MENU, SOLO SUPERVISOR). PF1 MUESTRA EL   *
000150*         * CLIENTE Y SUS COINCIDENCIAS DE TBLISHIT,     *
000160*         * PF2 LAS LIBERA COMO FALSO POSITIVO Y QUITA   *
000170*         * LA RETENCION (ESTADO_CLIENTE 'R'), PF3       *
000180*         * CONFIRMA LAS PENDIENTES Y RETIENE AL         *
000190*         * CLIENTE. CADA RESOLUCION DEJA SU REGISTRO    *
000200*         * EN LA COLA DE AUDITORIA AUDT                 *
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
000330      COPY AUDITREG.
000340
000350*************************************
000360*         FECHA DE PROCESO         *
000370*************************************
000380  01  WS-AREA.
000390      05  WS-AREA-AA       PIC 9(04)         VALUE ZEROS.
000400      05  WS-AREA-MM       PIC 9(02)         VALUE ZEROS.
000410      05  WS-AREA-DD       PIC 9(02)         VALUE ZEROS.
000420
000430  01  WS-FECHA-HOY.
000440      05  WS-HOY-AA        PIC 9(04)         VALUE ZEROS.
000450      05  WS-SEP1          PIC X(01)         VALUE '-'.
000460      05  WS-HOY-MM        PIC 9(02)         VALUE ZEROS.
000470      05  WS-SEP2          PIC X(01)         VALUE '-'.
000480      05  WS-HOY-DD        PIC 9(02)         VALUE ZEROS.
000490*************************************
000500*    AREA DE TRABAJO COINCIDENCIAS *
000510*************************************
000520  01  WS-APELLIDO-LISTA    PIC X(30)       VALUE SPACES.
000530  01  WS-CANT-LINEAS       PIC 9(02)       VALUE ZEROS.
000540  01  WS-CANT-HITS         PIC 9(03)       VALUE ZEROS.
000550  01  WS-CANT-PEND         PIC 9(03)       VALUE ZEROS.
000560  01  WS-CANT-RESUELTAS    PIC 9(03)       VALUE ZEROS.
000570  01  WS-CANT-EDIT         PIC ZZ9         VALUE ZEROS.
000580  01  WS-ESTADO-ANTES      PIC X(01)       VALUE SPACES.
000590
000600  01  WS-HIT-FIN           PIC X(01)       VALUE 'N'.
000610      88 WS-HIT-CURSOR-FIN                 VALUE 'S'.
000620      88 WS-HIT-CURSOR-OK                  VALUE 'N'.
000630*************************************
000640*  ACCION SOBRE LAS COINCIDENCIAS  *
000650*  (ESTADOS QUE SE TOMAN Y ESTADO  *
000660*  EN QUE QUEDAN)                  *
000670*************************************
000680  01  WS-ACCION            PIC X(01)       VALUE SPACES.
000690      88 WS-ACC-LIBERAR                    VALUE 'L'.
000700      88 WS-ACC-CONFIRMAR                  VALUE 'C'.
000710  01  WS-EST-DESDE-1       PIC X(01)       VALUE SPACES.
000720  01  WS-EST-DESDE-2       PIC X(01)       VALUE SPACES.
000730*************************************
000740*   LINEA DE COINCIDENCIA (MAPA)   *
000750*************************************
000760  01  WS-LINEA-HIT.
000770      05  WS-LH-FUENTE     PIC X(04).
000780      05  FILLER           PIC X(01)       VALUE SPACES.
000790      05  WS-LH-REGISTRO   PIC X(15).
000800      05  FILLER           PIC X(01)       VALUE SPACES.
000810      05  WS-LH-TIPO       PIC X(01).
000820      05  FILLER           PIC X(01)       VALUE SPACES.
000830      05  WS-LH-DISTANCIA  PIC ZZ9.
000840      05  FILLER           PIC X(01)       VALUE SPACES.
000850      05  WS-LH-ORIGEN     PIC X(01).
000860      05  FILLER           PIC X(01)       VALUE SPACES.
000870      05  WS-LH-FECHA      PIC X(10).
000880      05  FILLER           PIC X(01)       VALUE SPACES.
000890      05  WS-LH-ESTADO     PIC X(10).
000900      05  FILLER           PIC X(01)       VALUE SPACES.
000910      05  WS-LH-APELLIDO   PIC X(19).
000920*************************************
000930*   COMMAREA HACIA EL MENU (MSG)   *
000940*************************************
000950  01  WS-CA-MENU-AREA.
000960      05 CA-MSG            PIC X(72)       VALUE SPACES.
000970
000980  01  WS-CA-ESTADO         PIC X(01)       VALUE SPACES.
000990      88 WS-CA-1RA-VEZ                     VALUE SPACES.
001000      88 WS-CA-PROCESANDO                  VALUE 'P'.
001010*************************************
001020*             SQL                  *
001030*************************************
001040       EXEC SQL
001050         INCLUDE SQLCA
001060       END-EXEC.
001070
001080       EXEC SQL
001090         INCLUDE TBCLIENT
001100       END-EXEC.
001110
001120       EXEC SQL
001130         INCLUDE TBLISTAS
001140       END-EXEC.
001150
001160       EXEC SQL
001170         INCLUDE TBLISHIT
001180       END-EXEC.
001190
001200*************************************
001210* COINCIDENCIAS DEL CLIENTE PARA   *
001220* MOSTRAR (PENDIENTES PRIMERO)     *
001230*************************************
001240       EXEC SQL
001250         DECLARE HIT_CURSOR CURSOR FOR
001260          SELECT H.FUENTE, H.NRO_REGISTRO, H.TIPO_COINC,
001270                 H.DISTANCIA, H.ORIGEN, H.FECHA_HIT, H.ESTADO,
001280                 VALUE(L.APELLIDO, '*FUERA DE LISTA*')
001290            FROM ITPFBIO.TBLISHIT H
001300                 LEFT OUTER JOIN ITPFBIO.TBLISTAS L
001310              ON L.FUENTE       EQUAL H.FUENTE
001320             AND L.NRO_REGISTRO EQUAL H.NRO_REGISTRO
001330           WHERE H.NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
001340           ORDER BY CASE H.ESTADO WHEN 'P' THEN 1
001350                                  WHEN 'C' THEN 2
001360                                  ELSE 3 END,
001370                    H.FECHA_HIT DESC
001380       END-EXEC.
001390
001400*************************************
001410* COINCIDENCIAS A RESOLVER (PF2 Y  *
001420* PF3) - SE ACTUALIZAN DE A UNA    *
001430*************************************
001440       EXEC SQL
001450         DECLARE RESOL_CURSOR CURSOR FOR
001460          SELECT FUENTE, NRO_REGISTRO, ESTADO
001470            FROM ITPFBIO.TBLISHIT
001480           WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
001490             AND ESTADO IN (:WS-EST-DESDE-1, :WS-EST-DESDE-2)
001500             FOR UPDATE OF ESTADO, FECHA_RESOL, USUARIO_RESOL
001510       END-EXEC.
001520
001530  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
001540*************************************.
001550  LINKAGE SECTION.
001560  01  DFHCOMMAREA           PIC X(01).
001570**************************************
001580  PROCEDURE DIVISION.
001590**************************************
001600*  CUERPO PRINCIPAL DEL PROGRAMA     *
001610**************************************
001620  MAIN-PROGRAM.
001630
001640      IF EIBCALEN EQUAL ZERO
001650         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
001660      ELSE
001670         MOVE DFHCOMMAREA TO WS-CA-ESTADO
001680         EVALUATE TRUE
001690            WHEN EIBAID EQUAL DFHPF1
001700               PERFORM 3000-I-CONSULTAR THRU 3000-F-CONSULTAR
001710            WHEN EIBAID EQUAL DFHPF2
001720               PERFORM 4000-I-LIBERAR   THRU 4000-F-LIBERAR
001730            WHEN EIBAID EQUAL DFHPF3
001740               PERFORM 4500-I-CONFIRMAR THRU 4500-F-CONFIRMAR
001750            WHEN EIBAID EQUAL DFHPF12
001760               PERFORM 3500-I-A-SALIR   THRU 3500-F-A-SALIR
001770            WHEN OTHER
001780               PERFORM 2000-I-INICIAL   THRU 2000-F-INICIAL
001790         END-EVALUATE
001800      END-IF.
001810
001820  F-MAIN-PROGRAM. EXIT.
001830**************************************
001840*      PRIMER ENVIO DE PANTALLA      *
001850**************************************
001860  2000-I-INICIAL.
001870      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
001880
001890      MOVE WS-FECHA-HOY  TO LSFECHAO.
001900      MOVE SPACES        TO LSMSGO.
001910
001920      EXEC CICS SEND MAP('SANC0233') MAPSET('MAPSETA')
001930                FROM(SANC0233O) ERASE
001940      END-EXEC.
001950
001960      MOVE 'P' TO WS-CA-ESTADO.
001970
001980      EXEC CICS RETURN TRANSID('SAN1')
001990                COMMAREA(WS-CA-ESTADO) LENGTH(1)
002000      END-EXEC.
002010
002020  2000-F-INICIAL. EXIT.
002030**************************************
002040*   CONSULTAR CLIENTE Y SUS          *
002050*   COINCIDENCIAS (PF1)              *
002060**************************************
002070  3000-I-CONSULTAR.
002080      EXEC CICS RECEIVE MAP('SANC0233') MAPSET('MAPSETA')
002090                INTO(SANC0233I)
002100      END-EXEC.
002110
002120      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002130
002140      MOVE SPACES TO CA-MSG.
002150
002160      PERFORM 3100-I-VALIDAR THRU 3100-F-VALIDAR.
002170
002180      PERFORM 3200-I-MOSTRAR THRU 3200-F-MOSTRAR.
002190
002200      MOVE WS-CANT-PEND TO WS-CANT-EDIT.
002210
002220      EVALUATE TRUE
002230         WHEN WS-CANT-HITS EQUAL ZEROS
002240            MOVE 'EL CLIENTE NO TIENE COINCIDENCIAS CON LISTAS'
002250                 TO CA-MSG
002260         WHEN WS-CANT-PEND EQUAL ZEROS
002270            MOVE 'SIN COINCIDENCIAS PENDIENTES DE RESOLVER'
002280                 TO CA-MSG
002290         WHEN OTHER
002300            STRING WS-CANT-EDIT
002310                   ' PENDIENTE(S) - PF2 LIBERA / PF3 CONFIRMA'
002320                   DELIMITED BY SIZE
002330                   INTO CA-MSG
002340      END-EVALUATE.
002350
002360      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
002370
002380  3000-F-CONSULTAR. EXIT.
002390**************************************
002400*  EL CLIENTE DEBE EXISTIR Y ESTAR   *
002410*  ACTIVO (CAMINO COMUN PF1/PF2/PF3) *
002420**************************************
002430  3100-I-VALIDAR.
002440      MOVE LSTIPDOI TO TIPO-DOCUMENTO.
002450
002460      IF LSNRODOI NUMERIC
002470         MOVE LSNRODOI TO NRO-DOCUMENTO
002480      ELSE
002490         MOVE 'NRO DE DOCUMENTO INVALIDO' TO CA-MSG
002500         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002510      END-IF.
002520
002530      EXEC SQL
002540         SELECT NRO_CLIENTE, NOMBRE_CLIENTE, APELLIDO_CLIENTE,
002550                VALUE(ESTADO_CLIENTE, ' ')
002560           INTO :CLI-NRO-CLIENTE, :NOMBRE-CLIENTE,
002570                :APELLIDO-CLIENTE, :CLI-ESTADO-CLIENTE
002580           FROM ITPFBIO.TBCLIENT
002590          WHERE TIPO_DOCUMENTO EQUAL :TIPO-DOCUMENTO
002600            AND NRO_DOCUMENTO  EQUAL :NRO-DOCUMENTO
002610            AND FECHA_DE_BAJA IS NULL
002620      END-EXEC.
002630
002640      EVALUATE SQLCODE
002650         WHEN ZEROS
002660            CONTINUE
002670         WHEN +100
002680            MOVE 'CLIENTE INEXISTENTE O DADO DE BAJA' TO CA-MSG
002690            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002700         WHEN OTHER
002710            MOVE 'ERROR AL LEER EL CLIENTE - VER SQLCODE'
002720                 TO CA-MSG
002730            PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
002740      END-EVALUATE.
002750
002760  3100-F-VALIDAR. EXIT.
002770**************************************
002780*  CARGAR TITULAR, ESTADO Y LAS      *
002790*  PRIMERAS 4 COINCIDENCIAS EN EL    *
002800*  MAPA                              *
002810**************************************
002820  3200-I-MOSTRAR.
002830      MOVE SPACES TO LSTITULO.
002840      STRING APELLIDO-CLIENTE DELIMITED BY '  '
002850             ', '             DELIMITED BY SIZE
002860             NOMBRE-CLIENTE   DELIMITED BY '  '
002870             INTO LSTITULO.
002880
002890      EVALUATE CLI-ESTADO-CLIENTE
002900         WHEN 'R'
002910            MOVE 'RETENIDO CUMPLIM.' TO LSESTADO
002920         WHEN 'F'
002930            MOVE 'FALLECIDO'         TO LSESTADO
002940         WHEN OTHER
002950            MOVE 'HABILITADO'        TO LSESTADO
002960      END-EVALUATE.
002970
002980      MOVE SPACES TO LSLIN1O LSLIN2O LSLIN3O LSLIN4O.
002990      MOVE ZEROS  TO WS-CANT-LINEAS WS-CANT-HITS WS-CANT-PEND.
003000
003010      EXEC SQL
003020         OPEN HIT_CURSOR
003030      END-EXEC.
003040
003050      IF SQLCODE NOT EQUAL ZEROS
003060         MOVE 'ERROR AL LEER LAS COINCIDENCIAS - VER SQLCODE'
003070              TO CA-MSG
003080         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
003090      END-IF.
003100
003110      SET WS-HIT-CURSOR-OK TO TRUE.
003120
003130      PERFORM 3210-I-FETCH-HIT THRU 3210-F-FETCH-HIT
003140         UNTIL WS-HIT-CURSOR-FIN.
003150
003160      EXEC SQL
003170         CLOSE HIT_CURSOR
003180      END-EXEC.
003190
003200  3200-F-MOSTRAR. EXIT.
003210**************************************
003220*  FETCH DE UNA COINCIDENCIA         *
003230**************************************
003240  3210-I-FETCH-HIT.
003250      EXEC SQL
003260         FETCH HIT_CURSOR
003270         INTO :LHT-FUENTE, :LHT-NRO-REGISTRO, :LHT-TIPO-COINC,
003280              :LHT-DISTANCIA, :LHT-ORIGEN, :LHT-FECHA-HIT,
003290              :LHT-ESTADO, :WS-APELLIDO-LISTA
003300      END-EXEC.
003310
003320      IF SQLCODE NOT EQUAL ZEROS
003330         SET WS-HIT-CURSOR-FIN TO TRUE
003340         GO TO 3210-F-FETCH-HIT
003350      END-IF.
003360
003370      ADD 1 TO WS-CANT-HITS.
003380
003390      IF LHT-ESTADO EQUAL 'P'
003400         ADD 1 TO WS-CANT-PEND
003410      END-IF.
003420
003430      IF WS-CANT-LINEAS NOT LESS 4
003440         GO TO 3210-F-FETCH-HIT
003450      END-IF.
003460
003470      MOVE LHT-FUENTE        TO WS-LH-FUENTE.
003480      MOVE LHT-NRO-REGISTRO  TO WS-LH-REGISTRO.
003490      MOVE LHT-TIPO-COINC    TO WS-LH-TIPO.
003500      MOVE LHT-DISTANCIA     TO WS-LH-DISTANCIA.
003510      MOVE LHT-ORIGEN        TO WS-LH-ORIGEN.
003520      MOVE LHT-FECHA-HIT     TO WS-LH-FECHA.
003530      MOVE WS-APELLIDO-LISTA TO WS-LH-APELLIDO.
003540
003550      EVALUATE LHT-ESTADO
003560         WHEN 'P'
003570            MOVE 'PENDIENTE'  TO WS-LH-ESTADO
003580         WHEN 'C'
003590            MOVE 'CONFIRMADA' TO WS-LH-ESTADO
003600         WHEN OTHER
003610            MOVE 'LIBERADA'   TO WS-LH-ESTADO
003620      END-EVALUATE.
003630
003640      ADD 1 TO WS-CANT-LINEAS.
003650
003660      EVALUATE WS-CANT-LINEAS
003670         WHEN 1
003680            MOVE WS-LINEA-HIT TO LSLIN1O
003690         WHEN 2
003700            MOVE WS-LINEA-HIT TO LSLIN2O
003710         WHEN 3
003720            MOVE WS-LINEA-HIT TO LSLIN3O
003730         WHEN OTHER
003740            MOVE WS-LINEA-HIT TO LSLIN4O
003750      END-EVALUATE.
003760
003770  3210-F-FETCH-HIT. EXIT.
003780**************************************
003790*   VOLVER AL MENU PRINCIPAL (PF12)  *
003800**************************************
003810  3500-I-A-SALIR.
003820      MOVE SPACES TO CA-MSG.
003830
003840      EXEC CICS XCTL PROGRAM('PGMMEN33')
003850                COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
003860      END-EXEC.
003870
003880  3500-F-A-SALIR. EXIT.
003890**************************************
003900*   LIBERAR COINCIDENCIAS COMO FALSO *
003910*   POSITIVO Y QUITAR LA RETENCION   *
003920*   (PF2)                            *
003930**************************************
003940  4000-I-LIBERAR.
003950      EXEC CICS RECEIVE MAP('SANC0233') MAPSET('MAPSETA')
003960                INTO(SANC0233I)
003970      END-EXEC.
003980
003990      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
004000
004010      MOVE SPACES TO CA-MSG.
004020
004030      PERFORM 3100-I-VALIDAR THRU 3100-F-VALIDAR.
004040
004050      SET WS-ACC-LIBERAR TO TRUE.
004060      MOVE 'P' TO WS-EST-DESDE-1.
004070      MOVE 'C' TO WS-EST-DESDE-2.
004080
004090      PERFORM 4100-I-RESOLVER THRU 4100-F-RESOLVER.
004100
004110      IF WS-CANT-RESUELTAS EQUAL ZEROS
004120         MOVE 'EL CLIENTE NO TIENE COINCIDENCIAS A LIBERAR'
004130              TO CA-MSG
004140         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004150      END-IF.
004160
004170      EXEC SQL
004180         UPDATE ITPFBIO.TBCLIENT
004190            SET ESTADO_CLIENTE = ' '
004200          WHERE NRO_CLIENTE    EQUAL :CLI-NRO-CLIENTE
004210            AND ESTADO_CLIENTE EQUAL 'R'
004220      END-EXEC.
004230
004240      EVALUATE SQLCODE
004250         WHEN ZEROS
004260            MOVE 'RETENCION LISTAS' TO AUD-CAMPO
004270            MOVE 'R'                TO AUD-VALOR-ANTES
004280            MOVE SPACES             TO AUD-VALOR-DESPUES
004290            PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR
004300         WHEN +100
004310            CONTINUE
004320         WHEN OTHER
004330            MOVE 'ERROR AL QUITAR LA RETENCION - VER SQLCODE'
004340                 TO CA-MSG
004350            PERFORM 6900-I-ERROR-SQL THRU 6900-F-ERROR-SQL
004360      END-EVALUATE.
004370
004380      PERFORM 3100-I-VALIDAR THRU 3100-F-VALIDAR.
004390      PERFORM 3200-I-MOSTRAR THRU 3200-F-MOSTRAR.
004400
004410      MOVE WS-CANT-RESUELTAS TO WS-CANT-EDIT.
004420      STRING WS-CANT-EDIT
004430             ' COINCIDENCIA(S) LIBERADA(S) - SIN RETENCION'
004440             DELIMITED BY SIZE
004450             INTO CA-MSG.
004460
004470      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
004480
004490  4000-F-LIBERAR. EXIT.
004500**************************************
004510*  RESOLVER LAS COINCIDENCIAS DEL    *
004520*  CLIENTE SEGUN WS-ACCION (COMUN    *
004530*  PF2/PF3) - UNA AUDITORIA POR CADA *
004540**************************************
004550  4100-I-RESOLVER.
004560      MOVE ZEROS TO WS-CANT-RESUELTAS.
004570
004580      EXEC SQL
004590         OPEN RESOL_CURSOR
004600      END-EXEC.
004610
004620      IF SQLCODE NOT EQUAL ZEROS
004630         MOVE 'ERROR AL LEER LAS COINCIDENCIAS - VER SQLCODE'
004640              TO CA-MSG
004650         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
004660      END-IF.
004670
004680      SET WS-HIT-CURSOR-OK TO TRUE.
004690
004700      PERFORM 4110-I-RESOLVER-HIT THRU 4110-F-RESOLVER-HIT
004710         UNTIL WS-HIT-CURSOR-FIN.
004720
004730      EXEC SQL
004740         CLOSE RESOL_CURSOR
004750      END-EXEC.
004760
004770  4100-F-RESOLVER. EXIT.
004780**************************************
004790*  RESOLVER UNA COINCIDENCIA         *
004800**************************************
004810  4110-I-RESOLVER-HIT.
004820      EXEC SQL
004830         FETCH RESOL_CURSOR
004840         INTO :LHT-FUENTE, :LHT-NRO-REGISTRO, :LHT-ESTADO
004850      END-EXEC.
004860
004870      EVALUATE SQLCODE
004880         WHEN ZEROS
004890            CONTINUE
004900         WHEN +100
004910            SET WS-HIT-CURSOR-FIN TO TRUE
004920            GO TO 4110-F-RESOLVER-HIT
004930         WHEN OTHER
004940            MOVE 'ERROR AL LEER LAS COINCIDENCIAS - VER SQLCODE'
004950                 TO CA-MSG
004960            PERFORM 6900-I-ERROR-SQL THRU 6900-F-ERROR-SQL
004970      END-EVALUATE.
004980
004990      MOVE LHT-ESTADO        TO WS-ESTADO-ANTES.
005000      MOVE WS-ACCION         TO LHT-ESTADO.
005010      MOVE WS-FECHA-HOY      TO LHT-FECHA-RESOL.
005020      MOVE EIBUSERID         TO LHT-USUARIO-RESOL.
005030
005040      EXEC SQL
005050         UPDATE ITPFBIO.TBLISHIT
005060            SET ESTADO        = :LHT-ESTADO,
005070                FECHA_RESOL   = :LHT-FECHA-RESOL,
005080                USUARIO_RESOL = :LHT-USUARIO-RESOL
005090          WHERE CURRENT OF RESOL_CURSOR
005100      END-EXEC.
005110
005120      IF SQLCODE NOT EQUAL ZEROS
005130         MOVE 'ERROR AL RESOLVER LA COINCIDENCIA - VER SQLCODE'
005140              TO CA-MSG
005150         PERFORM 6900-I-ERROR-SQL THRU 6900-F-ERROR-SQL
005160      END-IF.
005170
005180      ADD 1 TO WS-CANT-RESUELTAS.
005190
005200      MOVE 'LISTA SANCIONES'   TO AUD-CAMPO.
005210      MOVE SPACES              TO AUD-VALOR-ANTES.
005220      STRING WS-ESTADO-ANTES ' ' LHT-FUENTE ' ' LHT-NRO-REGISTRO
005230             DELIMITED BY SIZE
005240             INTO AUD-VALOR-ANTES.
005250
005260      IF WS-ACC-LIBERAR
005270         MOVE 'LIBERADA - FALSO POSITIVO' TO AUD-VALOR-DESPUES
005280      ELSE
005290         MOVE 'CONFIRMADA - CLIENTE RETENIDO'
005300              TO AUD-VALOR-DESPUES
005310      END-IF.
005320
005330      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
005340
005350  4110-F-RESOLVER-HIT. EXIT.
005360**************************************
005370*   CONFIRMAR LAS COINCIDENCIAS      *
005380*   PENDIENTES Y RETENER AL CLIENTE  *
005390*   (PF3)                            *
005400**************************************
005410  4500-I-CONFIRMAR.
005420      EXEC CICS RECEIVE MAP('SANC0233') MAPSET('MAPSETA')
005430                INTO(SANC0233I)
005440      END-EXEC.
005450
005460      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
005470
005480      MOVE SPACES TO CA-MSG.
005490
005500      PERFORM 3100-I-VALIDAR THRU 3100-F-VALIDAR.
005510
005520      SET WS-ACC-CONFIRMAR TO TRUE.
005530      MOVE 'P' TO WS-EST-DESDE-1.
005540      MOVE 'P' TO WS-EST-DESDE-2.
005550
005560      PERFORM 4100-I-RESOLVER THRU 4100-F-RESOLVER.
005570
005580      IF WS-CANT-RESUELTAS EQUAL ZEROS
005590         MOVE 'EL CLIENTE NO TIENE COINCIDENCIAS PENDIENTES'
005600              TO CA-MSG
005610         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
005620      END-IF.
005630
005640      EXEC SQL
005650         UPDATE ITPFBIO.TBCLIENT
005660            SET ESTADO_CLIENTE = 'R'
005670          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
005680            AND VALUE(ESTADO_CLIENTE, ' ') NOT IN ('R', 'F')
005690      END-EXEC.
005700
005710      EVALUATE SQLCODE
005720         WHEN ZEROS
005730            MOVE 'RETENCION LISTAS' TO AUD-CAMPO
005740            MOVE SPACES             TO AUD-VALOR-ANTES
005750            MOVE 'R'                TO AUD-VALOR-DESPUES
005760            PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR
005770         WHEN +100
005780            CONTINUE
005790         WHEN OTHER
005800            MOVE 'ERROR AL RETENER EL CLIENTE - VER SQLCODE'
005810                 TO CA-MSG
005820            PERFORM 6900-I-ERROR-SQL THRU 6900-F-ERROR-SQL
005830      END-EVALUATE.
005840
005850      PERFORM 3100-I-VALIDAR THRU 3100-F-VALIDAR.
005860      PERFORM 3200-I-MOSTRAR THRU 3200-F-MOSTRAR.
005870
005880      MOVE WS-CANT-RESUELTAS TO WS-CANT-EDIT.
005890      STRING WS-CANT-EDIT
005900             ' COINCIDENCIA(S) CONFIRMADA(S) - CLIENTE RETENIDO'
005910             DELIMITED BY SIZE
005920             INTO CA-MSG.
005930
005940      PERFORM 6100-I-ENVIAR THRU 6100-F-ENVIAR.
005950
005960  4500-F-CONFIRMAR. EXIT.
005970**************************************
005980*   RECHAZAR LA OPERACION (MSG)      *
005990**************************************
006000  6000-I-RECHAZO.
006010      MOVE CA-MSG        TO LSMSGO.
006020      MOVE WS-FECHA-HOY  TO LSFECHAO.
006030
006040      EXEC CICS SEND MAP('SANC0233') MAPSET('MAPSETA')
006050                FROM(SANC0233O)
006060      END-EXEC.
006070
006080      EXEC CICS RETURN TRANSID('SAN1')
006090                COMMAREA(WS-CA-ESTADO) LENGTH(1)
006100      END-EXEC.
006110
006120  6000-F-RECHAZO. EXIT.
006130**************************************
006140*   ENVIAR EL MAPA CARGADO (MSG)     *
006150**************************************
006160  6100-I-ENVIAR.
006170      MOVE CA-MSG        TO LSMSGO.
006180      MOVE WS-FECHA-HOY  TO LSFECHAO.
006190
006200      EXEC CICS SEND MAP('SANC0233') MAPSET('MAPSETA')
006210                FROM(SANC0233O) ERASE
006220      END-EXEC.
006230
006240      EXEC CICS RETURN TRANSID('SAN1')
006250                COMMAREA(WS-CA-ESTADO) LENGTH(1)
006260      END-EXEC.
006270
006280  6100-F-ENVIAR. EXIT.
006290**************************************
006300*   ERROR SQL A MITAD DE CAMINO:     *
006310*   DESHACE LO RESUELTO Y RECHAZA    *
006320**************************************
006330  6900-I-ERROR-SQL.
006340      EXEC CICS SYNCPOINT ROLLBACK
006350      END-EXEC.
006360
006370      PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO.
006380
006390  6900-F-ERROR-SQL. EXIT.
006400**************************************
006410*           TOMAR FECHA              *
006420**************************************
006430  7000-I-FECHA.
006440      ACCEPT WS-AREA FROM DATE YYYYMMDD.
006450
006460      MOVE WS-AREA-AA TO WS-HOY-AA.
006470      MOVE WS-AREA-MM TO WS-HOY-MM.
006480      MOVE WS-AREA-DD TO WS-HOY-DD.
006490
006500  7000-F-FECHA. EXIT.
006510**************************************
006520*   GRABAR AUDITORIA EN LA COLA AUDT *
006530**************************************
006540  9000-I-AUDITAR.
006550      MOVE WS-FECHA-HOY    TO AUD-FECHA.
006560      ACCEPT AUD-HORA      FROM TIME.
006570      MOVE EIBUSERID       TO AUD-USERID.
006580      MOVE EIBTRMID        TO AUD-TERMID.
006590      MOVE EIBTRNID        TO AUD-TRANSACCION.
006600      MOVE TIPO-DOCUMENTO  TO AUD-TIPO-DOC.
006610      MOVE NRO-DOCUMENTO   TO AUD-NRO-DOC.
006620
006630      EXEC CICS WRITEQ TD QUEUE('AUDT')
006640                FROM(WS-AUDIT-REC) LENGTH(147)
006650      END-EXEC.
006660
006670  9000-F-AUDITAR. EXIT.
