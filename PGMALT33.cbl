000192* 02/09/26* CAPTURA LA SUCURSAL DEL CLIENTE Y LA VALIDA   *
000194*         * CONTRA EL MAESTRO TBSUCURS (SOLO          * JCR *
000196*         * SUCURSAL ACTIVA)                              *
000197* 15/10/26* EL ALTA Y LA REACTIVACION SE CONTROLAN       *
000198*         * CONTRA LAS LISTAS DE SANCIONES (TBLISTAS) * JCR *
000199*         * POR DOCUMENTO Y POR NOMBRE (RUTLISTA); CON   *
000200*         * COINCIDENCIA EL CLIENTE QUEDA RETENIDO       *
000201*         * (ESTADO_CLIENTE 'R') Y PENDIENTE EN TBLISHIT *
000202* 15/10/26* CAPTURA PEP Y OCUPACION DEL CLIENTE Y ABRE   *
000203*         * SU PERFIL DE RIESGO (TBPERFIL) CON LA     * JCR *
000204*         * REVISION DEL LEGAJO AL DIA Y LA PROXIMA A UN *
000205*         * ANIO; EL PEP QUEDA DE RIESGO ALTO            *
000207* 15/10/26* ADMITE CLIENTES MENORES DE 18 ANIOS SOLO CON *
000209*         * UN TUTOR LEGAL (CLIENTE ACTIVO, NO        * JCR *
000211*         * FALLECIDO NI RETENIDO Y MAYOR DE EDAD) QUE   *
000213*         * QUEDA VINCULADO EN TBTUTORES                 *
000215**************************************
000217  ENVIRONMENT DIVISION.
000220  CONFIGURATION SECTION.
000230  SPECIAL-NAMES.
000240      DECIMAL-POINT IS COMMA.
000450      05  WS-HOY-MM        PIC 9(02)         VALUE ZEROS.
000460      05  WS-SEP2          PIC X(01)         VALUE '-'.
000470      05  WS-HOY-DD        PIC 9(02)         VALUE ZEROS.
000471
000472  01  WS-FECHA-PROX.
000473      05  WS-PRX-AA        PIC 9(04)         VALUE ZEROS.
000474      05  FILLER           PIC X(01)         VALUE '-'.
000475      05  WS-PRX-MM        PIC 9(02)         VALUE ZEROS.
000476      05  FILLER           PIC X(01)         VALUE '-'.
000477      05  WS-PRX-DD        PIC 9(02)         VALUE ZEROS.
000480*************************************
000490*   REGISTRO DE CONFIRMACION MAIL  *
000500*************************************
000670
000680  77  CT-EDAD-MINIMA        PIC 9(03)       VALUE 018.
000690*************************************
000691*  CLIENTE MENOR DE EDAD Y SU       *
000692*  TUTOR LEGAL (TBTUTORES)          *
000693*************************************
000694  01  WS-MENOR-SW          PIC X(01)       VALUE 'N'.
000695      88 WS-CLIENTE-MENOR                  VALUE 'S'.
000696  77  WS-NRO-TUTOR         PIC S9(5)V COMP-3 VALUE ZEROS.
000697  77  WS-NRO-TUT-EDIT      PIC 9(05)       VALUE ZEROS.
000698  77  WS-TUTOR-ESTADO      PIC X(01)       VALUE SPACES.
000699  77  WS-TUTOR-FECNAC      PIC X(10)       VALUE SPACES.
000700  01  WS-TUTOR-FECNAC-N.
000701      05  WS-TUT-AA        PIC X(04)       VALUE SPACES.
000702      05  WS-TUT-MM        PIC X(02)       VALUE SPACES.
000703      05  WS-TUT-DD        PIC X(02)       VALUE SPACES.
000704*************************************
000705*   COMMAREA HACIA EL MENU (MSG)   *
000710*************************************
000720  01  WS-CA-MENU-AREA.
000730      05 CA-MSG            PIC X(72)       VALUE SPACES.
000850       EXEC SQL
000860         INCLUDE TBCLIENT
000870       END-EXEC.
000871
000872       EXEC SQL
000873         INCLUDE TBSUCURS
000874       END-EXEC.
000875
000876       EXEC SQL
000877         INCLUDE TBPARAMS
000878       END-EXEC.
000879
000880       EXEC SQL
000881         INCLUDE TBLISTAS
000882       END-EXEC.
000883
000884       EXEC SQL
000885         INCLUDE TBLISHIT
000886       END-EXEC.
000887
000888       EXEC SQL
000889         INCLUDE TBPERFIL
000890       END-EXEC.
000891
000892       EXEC SQL
000893         INCLUDE TBTUTOR
000894       END-EXEC.
000895
000896       EXEC SQL
000897         DECLARE LISTA_CURSOR CURSOR FOR
000898          SELECT L.FUENTE, L.NRO_REGISTRO, L.CLAVE_NORM,
000899                 L.LARGO_CLAVE
000900            FROM ITPFBIO.TBLISTAS L
000901           WHERE SUBSTR(L.CLAVE_NORM, 1, 1)
000902                 EQUAL :WS-PRIMERA-LETRA
000903             AND L.LARGO_CLAVE BETWEEN :WS-LARGO-DESDE
000904                                   AND :WS-LARGO-HASTA
000905             AND NOT EXISTS
000906                 (SELECT 1
000907                    FROM ITPFBIO.TBLISHIT H
000908                   WHERE H.NRO_CLIENTE  EQUAL :CLI-NRO-CLIENTE
000909                     AND H.FUENTE       EQUAL L.FUENTE
000910                     AND H.NRO_REGISTRO EQUAL L.NRO_REGISTRO
000911                     AND H.ESTADO       EQUAL 'L')
000912           ORDER BY L.FUENTE, L.NRO_REGISTRO
000913       END-EXEC.
000914
000915  77  WS-MAX-NRO-CLI        PIC S9(5)V USAGE COMP-3 VALUE ZEROS.
000916*************************************
000917*  RESULTADO DE LA BUSQUEDA POR    *
000920*  DOCUMENTO PREVIA AL INSERT      *
000930*************************************
000940  01  WS-DOC-ESTADO         PIC X(01)       VALUE SPACES.
000970      88 WS-DOC-BAJA                        VALUE 'B'.
000980
000990  77  WS-NRO-CLI-EDIT       PIC 9(05)       VALUE ZEROS.
000991*************************************
000992*  CONTROL CONTRA LAS LISTAS DE     *
000993*  SANCIONES (RUTLISTA / TBLISTAS)  *
000994*************************************
000995     COPY LKLISTA.
000996
000997  77  WS-CLAVE-CLIENTE     PIC X(60)            VALUE SPACES.
000998  77  WS-LARGO-CLIENTE     PIC 9(03)            VALUE ZEROS.
000999  77  WS-TOL-CLIENTE       PIC 9(02)            VALUE ZEROS.
001000  77  WS-PRIMERA-LETRA     PIC X(01)            VALUE SPACES.
001001  77  WS-LARGO-DESDE       PIC S9(3)V COMP-3    VALUE ZEROS.
001002  77  WS-LARGO-HASTA       PIC S9(3)V COMP-3    VALUE ZEROS.
001003  01  WS-LIS-RESULTADO     PIC X(01)            VALUE 'N'.
001004      88 WS-LIS-HAY-COINC                       VALUE 'S'.
001005      88 WS-LIS-SIN-COINC                       VALUE 'N'.
001006  01  WS-LIS-FIN           PIC X(01)            VALUE 'N'.
001007      88 WS-LIS-CURSOR-FIN                      VALUE 'S'.
001008      88 WS-LIS-CURSOR-OK                       VALUE 'N'.
001009*************************************
001010*  PERFIL DE RIESGO (TBPERFIL):     *
001011*  PEP S/N Y OCUPACION 01-09        *
001012*************************************
001013  01  WS-PEP               PIC X(01)            VALUE SPACES.
001014      88 WS-PEP-VALIDO                          VALUE 'S' 'N'.
001015      88 WS-PEP-SI                              VALUE 'S'.
001016  01  WS-OCUPACION         PIC X(02)            VALUE SPACES.
001017      88 WS-OCUPACION-VALIDA                    VALUE '01' THRU
001018                                                      '09'.
001019  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
001020*************************************.
001021  LINKAGE SECTION.
001030  01  DFHCOMMAREA           PIC X(01).
001040**************************************
001050  PROCEDURE DIVISION.
001620      END-IF.
001622
001624      PERFORM 4300-I-VALIDAR-SUC THRU 4300-F-VALIDAR-SUC.
001627      PERFORM 4400-I-VALIDAR-PERFIL THRU 4400-F-VALIDAR-PERFIL.
001630      PERFORM 4000-I-VALIDAR-EDAD THRU 4000-F-VALIDAR-EDAD.
001640
001643      IF LK-FECHA-OK
001646         PERFORM 4800-I-VALIDAR-TUTOR THRU 4800-F-VALIDAR-TUTOR
001649      END-IF.
001652
001655      IF LK-FECHA-OK
001660         PERFORM 4500-I-BUSCAR-DOC THRU 4500-F-BUSCAR-DOC
001670         EVALUATE TRUE
001680            WHEN WS-DOC-ACTIVO
001930  3500-F-A-SALIR. EXIT.
001940**************************************
001950*  VALIDAR FECHA DE NACIMIENTO/EDAD  *
001953*  (EL MENOR DE EDAD SIGUE SOLO CON  *
001956*  TUTOR LEGAL)                      *
001960**************************************
001970  4000-I-VALIDAR-EDAD.
001975      MOVE 'N'                 TO WS-MENOR-SW.
001980      MOVE AFECNACI(1:8)       TO LK-ENTRADA.
001990      SET  LK-FUNCION-EDAD     TO TRUE.
002000
002010      CALL 'RUTFECHA' USING LK-AREA.
002020
002030      IF LK-FECHA-OK AND LK-EDAD LESS CT-EDAD-MINIMA
002040         SET WS-CLIENTE-MENOR TO TRUE
002050      END-IF.
002060
002070  4000-F-VALIDAR-EDAD. EXIT.
002120      MOVE ATIPDOCI TO LK-VAL-TIPO-DOC.
002130      MOVE ANRODOCI TO LK-VAL-NRO-DOC.
002140 
002141      CALL 'RUTVALID' USING LK-VAL-AREA.
002142 
002143  4200-F-VALIDAR-DOC. EXIT.
002144***************************************
002145**  VALIDAR LA SUCURSAL CONTRA EL     *
002146**  MAESTRO TBSUCURS (SOLO ACTIVA)    *
002147***************************************
002148  4300-I-VALIDAR-SUC.
002149      MOVE CLI-SUCURSAL TO SUC-SUCURSAL.
002150
002151      EXEC SQL
002152         SELECT ESTADO
002153           INTO :SUC-ESTADO
002154           FROM ITPFBIO.TBSUCURS
002155          WHERE SUCURSAL EQUAL :SUC-SUCURSAL
002156      END-EXEC.
002157
002158      EVALUATE TRUE
002159         WHEN SQLCODE EQUAL +100
002160            MOVE 'SUCURSAL INEXISTENTE' TO AMSGO
002161            PERFORM 6800-I-RECHAZO-SUC THRU 6800-F-RECHAZO-SUC
002162         WHEN SQLCODE NOT EQUAL ZEROS
002163            MOVE 'ERROR AL LEER TBSUCURS - VER SQLCODE' TO AMSGO
002164            PERFORM 6800-I-RECHAZO-SUC THRU 6800-F-RECHAZO-SUC
002165         WHEN SUC-ESTADO NOT EQUAL 'A'
002166            MOVE 'SUCURSAL CERRADA - NO ADMITE ALTAS' TO AMSGO
002167            PERFORM 6800-I-RECHAZO-SUC THRU 6800-F-RECHAZO-SUC
002168      END-EVALUATE.
002169
002170  4300-F-VALIDAR-SUC. EXIT.
002171***************************************
002172**  VALIDAR PEP (S/N, EN BLANCO ES N) *
002173**  Y OCUPACION (01-09)               *
002174***************************************
002175  4400-I-VALIDAR-PERFIL.
002176      MOVE APEPI    TO WS-PEP.
002177      MOVE AOCUPAI  TO WS-OCUPACION.
002178
002179      IF WS-PEP EQUAL SPACES OR LOW-VALUES
002180         MOVE 'N' TO WS-PEP
002181      END-IF.
002182
002183      EVALUATE TRUE
002184         WHEN NOT WS-PEP-VALIDO
002185            MOVE 'PEP DEBE SER S O N' TO AMSGO
002186            PERFORM 6800-I-RECHAZO-SUC THRU 6800-F-RECHAZO-SUC
002187         WHEN NOT WS-OCUPACION-VALIDA
002188            MOVE 'OCUPACION INVALIDA - INGRESE 01 A 09' TO AMSGO
002189            PERFORM 6800-I-RECHAZO-SUC THRU 6800-F-RECHAZO-SUC
002190      END-EVALUATE.
002191
002192  4400-F-VALIDAR-PERFIL. EXIT.
002193***************************************
002194**  RECHAZAR ALTA - SUCURSAL O PERFIL *
002195***************************************
002196  6800-I-RECHAZO-SUC.
002197      EXEC CICS SEND MAP('ALTA0233') MAPSET('MAPSETA')
002198                FROM(ALTA0233O)
002199      END-EXEC.
002200
002201      EXEC CICS RETURN TRANSID('ALT1')
002202                COMMAREA(WS-CA-ESTADO) LENGTH(1)
002203      END-EXEC.
002204
002205  6800-F-RECHAZO-SUC. EXIT.
002206**************************************
002207*  RECHAZAR ALTA - ERROR AL RETENER *
002208*  EL CLIENTE: SE DESHACE EL ALTA   *
002209*  (NO QUEDA UN CLIENTE LISTADO SIN *
002210*  RETENCION)                       *
002211**************************************
002212  6900-I-ERROR-RETENCION.
002213      EXEC CICS SYNCPOINT ROLLBACK
002214      END-EXEC.
002215
002216      MOVE SPACES TO AMSGO.
002217      MOVE 'ERROR AL RETENER EL CLIENTE - ALTA DESHECHA'
002218           TO AMSGO.
002219
002220      EXEC CICS SEND MAP('ALTA0233') MAPSET('MAPSETA')
002221                FROM(ALTA0233O)
002222      END-EXEC.
002223
002224      EXEC CICS RETURN TRANSID('ALT1')
002225                COMMAREA(WS-CA-ESTADO) LENGTH(1)
002226      END-EXEC.
002227
002228  6900-F-ERROR-RETENCION. EXIT.
002229**************************************
002230*  RECHAZAR ALTA - ERROR AL GRABAR  *
002231*  EL PERFIL DE RIESGO: SE DESHACE  *
002232*  EL ALTA                          *
002233**************************************
002234  6950-I-ERROR-PERFIL.
002235      EXEC CICS SYNCPOINT ROLLBACK
002236      END-EXEC.
002237
002238      MOVE SPACES TO AMSGO.
002239      MOVE 'ERROR AL GRABAR TBPERFIL - ALTA DESHECHA'
002240           TO AMSGO.
002241
002242      EXEC CICS SEND MAP('ALTA0233') MAPSET('MAPSETA')
002243                FROM(ALTA0233O)
002244      END-EXEC.
002245
002246      EXEC CICS RETURN TRANSID('ALT1')
002247                COMMAREA(WS-CA-ESTADO) LENGTH(1)
002248      END-EXEC.
002249
002250  6950-F-ERROR-PERFIL. EXIT.
002251***************************************
002252**  RECHAZAR ALTA - DOCUMENTO         *
002253**  INVALIDO (MUESTRA EL MOTIVO)      *
002254***************************************
002255  6700-I-RECHAZO-DOC.
002256      MOVE SPACES TO AMSGO.
002257      STRING 'DOCUMENTO RECHAZADO - COD '
002258             LK-VAL-CODE DELIMITED BY SIZE
002260             INTO AMSGO.
002270 
002280      EXEC CICS SEND MAP('ALTA0233') MAPSET('MAPSETA')
002720      END-IF.
002730
002740  4500-F-BUSCAR-DOC. EXIT.
002741**************************************
002742*  CONTROLAR EL CLIENTE CONTRA LAS   *
002743*  LISTAS DE SANCIONES: PRIMERO POR  *
002744*  DOCUMENTO Y LUEGO POR NOMBRE      *
002745*  NORMALIZADO CON LA TOLERANCIA DEL *
002746*  CONTROL NOCTURNO. LAS ENTRADAS YA *
002747*  LIBERADAS PARA EL CLIENTE NO      *
002748*  CUENTAN                           *
002749**************************************
002750  4600-I-CONTROLAR-LISTAS.
002751      SET WS-LIS-SIN-COINC TO TRUE.
002752
002753      MOVE 'PGMCLS33'   TO PAR-PROGRAMA.
002754      MOVE 'TOLERANCIA' TO PAR-PARAMETRO.
002755
002756      EXEC SQL
002757         SELECT VALOR
002758           INTO :PAR-VALOR
002759           FROM ITPFBIO.TBPARAMS
002760          WHERE PROGRAMA  EQUAL :PAR-PROGRAMA
002761            AND PARAMETRO EQUAL :PAR-PARAMETRO
002762      END-EXEC.
002763
002764      IF SQLCODE NOT EQUAL ZEROS
002765         MOVE ZEROS TO PAR-VALOR
002766      END-IF.
002767
002768      IF PAR-VALOR GREATER 10
002769         MOVE 10 TO PAR-VALOR
002770      END-IF.
002771
002772      SET LK-LIS-NORMALIZAR  TO TRUE.
002773      MOVE APELLIDO-CLIENTE  TO LK-LIS-APELLIDO.
002774      MOVE NOMBRE-CLIENTE    TO LK-LIS-NOMBRE.
002775      MOVE PAR-VALOR         TO LK-LIS-TOLERANCIA.
002776
002777      CALL 'RUTLISTA' USING LK-LIS-AREA.
002778
002779      MOVE LK-LIS-CLAVE      TO WS-CLAVE-CLIENTE.
002780      MOVE LK-LIS-LARGO      TO WS-LARGO-CLIENTE.
002781      MOVE LK-LIS-TOLERANCIA TO WS-TOL-CLIENTE.
002782
002783      EXEC SQL
002784         SELECT L.FUENTE, L.NRO_REGISTRO
002785           INTO :LIS-FUENTE, :LIS-NRO-REGISTRO
002786           FROM ITPFBIO.TBLISTAS L
002787          WHERE L.NRO_DOCUMENTO EQUAL :NRO-DOCUMENTO
002788            AND L.NRO_DOCUMENTO GREATER 0
002789            AND NOT EXISTS
002790                (SELECT 1
002791                   FROM ITPFBIO.TBLISHIT H
002792                  WHERE H.NRO_CLIENTE  EQUAL :CLI-NRO-CLIENTE
002793                    AND H.FUENTE       EQUAL L.FUENTE
002794                    AND H.NRO_REGISTRO EQUAL L.NRO_REGISTRO
002795                    AND H.ESTADO       EQUAL 'L')
002796          ORDER BY L.FUENTE, L.NRO_REGISTRO
002797          FETCH FIRST 1 ROW ONLY
002798      END-EXEC.
002799
002800      IF SQLCODE EQUAL ZEROS
002801         SET WS-LIS-HAY-COINC TO TRUE
002802         MOVE 'D'   TO LHT-TIPO-COINC
002803         MOVE ZEROS TO LHT-DISTANCIA
002804         GO TO 4600-F-CONTROLAR-LISTAS
002805      END-IF.
002806
002807      IF WS-LARGO-CLIENTE EQUAL ZEROS
002808         GO TO 4600-F-CONTROLAR-LISTAS
002809      END-IF.
002810
002811      MOVE WS-CLAVE-CLIENTE (1:1) TO WS-PRIMERA-LETRA.
002812      COMPUTE WS-LARGO-DESDE = WS-LARGO-CLIENTE - WS-TOL-CLIENTE.
002813      COMPUTE WS-LARGO-HASTA = WS-LARGO-CLIENTE + WS-TOL-CLIENTE.
002814
002815      EXEC SQL
002816         OPEN LISTA_CURSOR
002817      END-EXEC.
002818
002819      IF SQLCODE NOT EQUAL ZEROS
002820         GO TO 4600-F-CONTROLAR-LISTAS
002821      END-IF.
002822
002823      SET WS-LIS-CURSOR-OK TO TRUE.
002824
002825      PERFORM 4610-I-LEER-LISTA THRU 4610-F-LEER-LISTA
002826         UNTIL WS-LIS-CURSOR-FIN
002827            OR WS-LIS-HAY-COINC.
002828
002829      EXEC SQL
002830         CLOSE LISTA_CURSOR
002831      END-EXEC.
002832
002833  4600-F-CONTROLAR-LISTAS. EXIT.
002834**************************************
002835*  LEER UNA ENTRADA CANDIDATA Y      *
002836*  COMPARAR LOS NOMBRES (RUTLISTA)   *
002837**************************************
002838  4610-I-LEER-LISTA.
002839      EXEC SQL
002840         FETCH LISTA_CURSOR
002841          INTO :LIS-FUENTE, :LIS-NRO-REGISTRO,
002842               :LIS-CLAVE-NORM, :LIS-LARGO-CLAVE
002843      END-EXEC.
002844
002845      IF SQLCODE NOT EQUAL ZEROS
002846         SET WS-LIS-CURSOR-FIN TO TRUE
002847         GO TO 4610-F-LEER-LISTA
002848      END-IF.
002849
002850      SET LK-LIS-COMPARAR     TO TRUE.
002851      MOVE WS-CLAVE-CLIENTE   TO LK-LIS-CLAVE.
002852      MOVE WS-LARGO-CLIENTE   TO LK-LIS-LARGO.
002853      MOVE LIS-CLAVE-NORM     TO LK-LIS-CLAVE-LISTA.
002854      MOVE LIS-LARGO-CLAVE    TO LK-LIS-LARGO-LISTA.
002855      MOVE WS-TOL-CLIENTE     TO LK-LIS-TOLERANCIA.
002856
002857      CALL 'RUTLISTA' USING LK-LIS-AREA.
002858
002859      IF LK-LIS-COINCIDE
002860         SET WS-LIS-HAY-COINC TO TRUE
002861         MOVE 'N'              TO LHT-TIPO-COINC
002862         MOVE LK-LIS-DISTANCIA TO LHT-DISTANCIA
002863      END-IF.
002864
002865  4610-F-LEER-LISTA. EXIT.
002866**************************************
002867*  RETENER EL CLIENTE HASTA QUE      *
002868*  CUMPLIMIENTO RESUELVA (PGMSAN33): *
002869*  ESTADO_CLIENTE 'R' (SALVO         *
002870*  FALLECIDO), COINCIDENCIA          *
002871*  PENDIENTE EN TBLISHIT Y REGISTRO  *
002872*  EN AUDT                           *
002873**************************************
002874  4700-I-RETENER-CLIENTE.
002875      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002876
002877      EXEC SQL
002878         UPDATE ITPFBIO.TBCLIENT
002879            SET ESTADO_CLIENTE = 'R'
002880          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
002881            AND VALUE(ESTADO_CLIENTE, ' ') NOT EQUAL 'F'
002882      END-EXEC.
002883
002884      IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
002885         PERFORM 6900-I-ERROR-RETENCION
002886            THRU 6900-F-ERROR-RETENCION
002887      END-IF.
002888
002889      MOVE CLI-NRO-CLIENTE  TO LHT-NRO-CLIENTE.
002890      MOVE LIS-FUENTE       TO LHT-FUENTE.
002891      MOVE LIS-NRO-REGISTRO TO LHT-NRO-REGISTRO.
002892      MOVE 'A'              TO LHT-ORIGEN.
002893      MOVE WS-FECHA-HOY     TO LHT-FECHA-HIT.
002894      MOVE 'P'              TO LHT-ESTADO.
002895      MOVE SPACES           TO LHT-FECHA-RESOL.
002896      MOVE SPACES           TO LHT-USUARIO-RESOL.
002897
002898      EXEC SQL
002899         INSERT INTO ITPFBIO.TBLISHIT
002900               (NRO_CLIENTE, FUENTE, NRO_REGISTRO, TIPO_COINC,
002901                DISTANCIA, ORIGEN, FECHA_HIT, ESTADO,
002902                FECHA_RESOL, USUARIO_RESOL)
002903         VALUES
002904               (:LHT-NRO-CLIENTE, :LHT-FUENTE, :LHT-NRO-REGISTRO,
002905                :LHT-TIPO-COINC, :LHT-DISTANCIA, :LHT-ORIGEN,
002906                :LHT-FECHA-HIT, :LHT-ESTADO, :LHT-FECHA-RESOL,
002907                :LHT-USUARIO-RESOL)
002908      END-EXEC.
002909
002926      IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL -803
002927         PERFORM 6900-I-ERROR-RETENCION
002928            THRU 6900-F-ERROR-RETENCION
002929      END-IF.
002930
002931      MOVE 'SIN RETENCION'   TO AUD-VALOR-ANTES.
002932      MOVE SPACES            TO AUD-VALOR-DESPUES.
002933      STRING 'RETENIDO ' LHT-FUENTE ' ' LHT-NRO-REGISTRO
002934             ' ' LHT-TIPO-COINC DELIMITED BY SIZE
002935             INTO AUD-VALOR-DESPUES.
002936      MOVE 'LISTA SANCIONES' TO AUD-CAMPO.
002937      PERFORM 8000-I-AUDITAR THRU 8000-F-AUDITAR.
002938
002939      MOVE CLI-NRO-CLIENTE TO WS-NRO-CLI-EDIT.
002940      MOVE SPACES TO CA-MSG.
002941      STRING 'CLIENTE ' WS-NRO-CLI-EDIT
002942             ' RETENIDO - COINCIDE CON LISTA DE SANCIONES'
002943             DELIMITED BY SIZE
002944             INTO CA-MSG.
002945
002946  4700-F-RETENER-CLIENTE. EXIT.
002947**************************************
002948*        GRABAR NUEVO CLIENTE        *
002949**************************************
002950  5000-I-GRABAR-CLIENTE.
002951      EXEC SQL
002952         SELECT MAX(NRO_CLIENTE)
002953           INTO :WS-MAX-NRO-CLI
002954           FROM ITPFBIO.TBCLIENT
002955      END-EXEC.
002956
002957      ADD 1 TO WS-MAX-NRO-CLI GIVING CLI-NRO-CLIENTE.
002958
002959      MOVE AFECNACI(1:4) TO WS-FECNAC-AA.
002960      MOVE AFECNACI(5:2) TO WS-FECNAC-MM.
002961      MOVE AFECNACI(7:2) TO WS-FECNAC-DD.
002962
002963      MOVE WS-FECHA-HOY   TO FECHA-DE-ALTA.
002964      MOVE WS-FECNAC-EDIT TO FECCHA-NACIMIENTO.
002965
002966      EXEC SQL
002967         INSERT INTO ITPFBIO.TBCLIENT
002968               (TIPO_DOCUMENTO, NRO_DOCUMENTO, NRO_CLIENTE,
002970                NOMBRE_CLIENTE, APELLIDO_CLIENTE, DOMICILIO,
002980                CIUDAD, FECHA_DE_ALTA, FECCHA_NACIMIENTO,
002985                SUCURSAL)
003100         MOVE 'ALTA CLIENTE'      TO AUD-CAMPO
003110         PERFORM 8000-I-AUDITAR   THRU 8000-F-AUDITAR
003120
003122         PERFORM 5600-I-GRABAR-PERFIL
003124            THRU 5600-F-GRABAR-PERFIL
003126
003128         IF WS-CLIENTE-MENOR
003130            PERFORM 5700-I-GRABAR-TUTOR
003132               THRU 5700-F-GRABAR-TUTOR
003134         END-IF
003136
003138         PERFORM 8500-I-MAIL-CONFIRMACION
003140            THRU 8500-F-MAIL-CONFIRMACION
003150
003151         PERFORM 4600-I-CONTROLAR-LISTAS
003152            THRU 4600-F-CONTROLAR-LISTAS
003153         IF WS-LIS-HAY-COINC
003154            PERFORM 4700-I-RETENER-CLIENTE
003155               THRU 4700-F-RETENER-CLIENTE
003156         END-IF
003157
003160         EXEC CICS XCTL PROGRAM('PGMMEN33')
003170                   COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
003180         END-EXEC
003670         MOVE 'CLIENTE REACTIVADO' TO AUD-VALOR-DESPUES
003680         MOVE 'REACTIVACION'       TO AUD-CAMPO
003690         PERFORM 8000-I-AUDITAR    THRU 8000-F-AUDITAR
003692
003694         PERFORM 5600-I-GRABAR-PERFIL
003696            THRU 5600-F-GRABAR-PERFIL
003697
003698         IF WS-CLIENTE-MENOR
003699            PERFORM 5700-I-GRABAR-TUTOR
003700               THRU 5700-F-GRABAR-TUTOR
003701         END-IF
003702
003703         PERFORM 4600-I-CONTROLAR-LISTAS
003704            THRU 4600-F-CONTROLAR-LISTAS
003705         IF WS-LIS-HAY-COINC
003706            PERFORM 4700-I-RETENER-CLIENTE
003707               THRU 4700-F-RETENER-CLIENTE
003708         END-IF
003709
003710         EXEC CICS XCTL PROGRAM('PGMMEN33')
003720                   COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
003730         END-EXEC
003760         MOVE 'ERROR AL REACTIVAR EL CLIENTE - VER SQLCODE'
003770              TO AMSGO
003780         EXEC CICS SEND MAP('ALTA0233') MAPSET('MAPSETA')
003781                   FROM(ALTA0233O)
003782         END-EXEC
003783         EXEC CICS RETURN TRANSID('ALT1')
003784                   COMMAREA(WS-CA-ESTADO) LENGTH(1)
003785         END-EXEC
003786      END-IF.
003787
003788  5500-F-REACTIVAR. EXIT.
003789**************************************
003790*  ABRIR EL PERFIL DE RIESGO DEL     *
003791*  CLIENTE: EL PEP QUEDA DE RIESGO   *
003792*  ALTO, EL RESTO SIN CALIFICAR      *
003793*  HASTA LA CORRIDA MENSUAL          *
003794*  (PGMRIE33). LA PROXIMA REVISION   *
003795*  VENCE AL ANIO. EN LA REACTIVACION *
003796*  SE PISA EL PERFIL ANTERIOR        *
003797**************************************
003798  5600-I-GRABAR-PERFIL.
003799      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
003800
003801      MOVE WS-FECHA-HOY     TO WS-FECHA-PROX.
003802      ADD 1                 TO WS-PRX-AA.
003803      IF WS-PRX-MM EQUAL 02 AND WS-PRX-DD EQUAL 29
003804         MOVE 28 TO WS-PRX-DD
003805      END-IF.
003806
003807      MOVE CLI-NRO-CLIENTE  TO PRF-NRO-CLIENTE.
003808      MOVE WS-PEP           TO PRF-PEP.
003809      MOVE WS-OCUPACION     TO PRF-OCUPACION.
003810      MOVE ZEROS            TO PRF-PUNTAJE.
003811      IF WS-PEP-SI
003812         MOVE 'A'           TO PRF-RIESGO
003813         MOVE WS-FECHA-HOY  TO PRF-FECHA-CALIFIC
003814      ELSE
003815         MOVE SPACES        TO PRF-RIESGO
003816         MOVE SPACES        TO PRF-FECHA-CALIFIC
003817      END-IF.
003818      MOVE WS-FECHA-HOY     TO PRF-FECHA-ULT-REVISION.
003819      MOVE WS-FECHA-PROX    TO PRF-FECHA-PROX-REVISION.
003820      MOVE EIBUSERID        TO PRF-USUARIO-REVISION.
003821
003822      EXEC SQL
003823         INSERT INTO ITPFBIO.TBPERFIL
003824               (NRO_CLIENTE, PEP, OCUPACION, RIESGO, PUNTAJE,
003825                FECHA_CALIFIC, FECHA_ULT_REVISION,
003826                FECHA_PROX_REVISION, USUARIO_REVISION)
003827         VALUES
003828               (:PRF-NRO-CLIENTE, :PRF-PEP, :PRF-OCUPACION,
003829                :PRF-RIESGO, :PRF-PUNTAJE, :PRF-FECHA-CALIFIC,
003830                :PRF-FECHA-ULT-REVISION, :PRF-FECHA-PROX-REVISION,
003831                :PRF-USUARIO-REVISION)
003832      END-EXEC.
003833
003834      IF SQLCODE EQUAL -803
003835         EXEC SQL
003836            UPDATE ITPFBIO.TBPERFIL
003837               SET PEP                 = :PRF-PEP,
003838                   OCUPACION           = :PRF-OCUPACION,
003839                   RIESGO              = :PRF-RIESGO,
003840                   PUNTAJE             = :PRF-PUNTAJE,
003841                   FECHA_CALIFIC       = :PRF-FECHA-CALIFIC,
003842                   FECHA_ULT_REVISION  = :PRF-FECHA-ULT-REVISION,
003843                   FECHA_PROX_REVISION = :PRF-FECHA-PROX-REVISION,
003844                   USUARIO_REVISION    = :PRF-USUARIO-REVISION
003845             WHERE NRO_CLIENTE EQUAL :PRF-NRO-CLIENTE
003846         END-EXEC
003847      END-IF.
003848
003849      IF SQLCODE NOT EQUAL ZEROS
003850         PERFORM 6950-I-ERROR-PERFIL THRU 6950-F-ERROR-PERFIL
003851      END-IF.
003852
003853      MOVE SPACES           TO AUD-VALOR-ANTES.
003854      MOVE SPACES           TO AUD-VALOR-DESPUES.
003855      STRING 'PEP ' PRF-PEP ' OCUP ' PRF-OCUPACION
003856             ' RIESGO ' PRF-RIESGO
003857             ' PROX ' PRF-FECHA-PROX-REVISION
003858             DELIMITED BY SIZE
003859             INTO AUD-VALOR-DESPUES.
003860      MOVE 'PERFIL KYC'     TO AUD-CAMPO.
003861      PERFORM 8000-I-AUDITAR THRU 8000-F-AUDITAR.
003862
003863  5600-F-GRABAR-PERFIL. EXIT.
003870**************************************
003880*  RECHAZAR ALTA - DOCUMENTO YA      *
003890*  REGISTRADO EN UN CLIENTE ACTIVO   *
004610      END-EXEC.
004620
004630  8500-F-MAIL-CONFIRMACION. EXIT.
004640**************************************
004650*  VALIDAR EL TUTOR LEGAL: SOLO PARA *
004660*  EL MENOR DE EDAD Y DEBE SER OTRO  *
004670*  CLIENTE ACTIVO, NO FALLECIDO NI   *
004680*  RETENIDO Y MAYOR DE EDAD          *
004690**************************************
004700  4800-I-VALIDAR-TUTOR.
004710      MOVE ZEROS TO WS-NRO-TUTOR.
004720
004730      IF NOT WS-CLIENTE-MENOR
004740         IF ATUTORI NOT EQUAL SPACES AND ATUTORI NOT EQUAL
004750                                         LOW-VALUES
004760            MOVE 'CLIENTE MAYOR DE EDAD - NO LLEVA TUTOR'
004770                 TO AMSGO
004780            PERFORM 6800-I-RECHAZO-SUC THRU 6800-F-RECHAZO-SUC
004790         END-IF
004800         GO TO 4800-F-VALIDAR-TUTOR
004810      END-IF.
004820
004830      IF ATUTORI NOT NUMERIC
004840         MOVE 'CLIENTE MENOR DE EDAD - INGRESE EL CLIENTE TUTOR'
004850              TO AMSGO
004860         PERFORM 6800-I-RECHAZO-SUC THRU 6800-F-RECHAZO-SUC
004870      END-IF.
004880
004890      MOVE ATUTORI TO WS-NRO-TUTOR.
004900
004910      EXEC SQL
004920         SELECT VALUE(ESTADO_CLIENTE, ' '), FECCHA_NACIMIENTO
004930           INTO :WS-TUTOR-ESTADO, :WS-TUTOR-FECNAC
004940           FROM ITPFBIO.TBCLIENT
004950          WHERE NRO_CLIENTE EQUAL :WS-NRO-TUTOR
004960            AND FECHA_DE_BAJA IS NULL
004970            AND NOT (TIPO_DOCUMENTO EQUAL :TIPO-DOCUMENTO
004980                 AND NRO_DOCUMENTO  EQUAL :NRO-DOCUMENTO)
004990      END-EXEC.
005000
005010      EVALUATE TRUE
005020         WHEN SQLCODE EQUAL +100
005030            MOVE 'CLIENTE TUTOR INEXISTENTE O DADO DE BAJA'
005040                 TO AMSGO
005050            PERFORM 6800-I-RECHAZO-SUC THRU 6800-F-RECHAZO-SUC
005060         WHEN SQLCODE NOT EQUAL ZEROS
005070            MOVE 'ERROR AL LEER EL CLIENTE TUTOR - VER SQLCODE'
005080                 TO AMSGO
005090            PERFORM 6800-I-RECHAZO-SUC THRU 6800-F-RECHAZO-SUC
005100         WHEN WS-TUTOR-ESTADO EQUAL 'F' OR 'R'
005110            MOVE 'CLIENTE TUTOR FALLECIDO O RETENIDO' TO AMSGO
005120            PERFORM 6800-I-RECHAZO-SUC THRU 6800-F-RECHAZO-SUC
005130      END-EVALUATE.
005140
005150      MOVE WS-TUTOR-FECNAC(1:4) TO WS-TUT-AA.
005160      MOVE WS-TUTOR-FECNAC(6:2) TO WS-TUT-MM.
005170      MOVE WS-TUTOR-FECNAC(9:2) TO WS-TUT-DD.
005180
005190      MOVE WS-TUTOR-FECNAC-N   TO LK-ENTRADA.
005200      SET  LK-FUNCION-EDAD     TO TRUE.
005210
005220      CALL 'RUTFECHA' USING LK-AREA.
005230
005240      IF LK-FECHA-ER OR LK-EDAD LESS CT-EDAD-MINIMA
005250         MOVE 'EL CLIENTE TUTOR DEBE SER MAYOR DE EDAD' TO AMSGO
005260         PERFORM 6800-I-RECHAZO-SUC THRU 6800-F-RECHAZO-SUC
005270      END-IF.
005280
005290  4800-F-VALIDAR-TUTOR. EXIT.
005300**************************************
005310*  VINCULAR EL MENOR CON SU TUTOR    *
005320*  LEGAL EN TBTUTORES (EN LA         *
005330*  REACTIVACION SE PISA EL VINCULO   *
005340*  ANTERIOR)                         *
005350**************************************
005360  5700-I-GRABAR-TUTOR.
005370      MOVE CLI-NRO-CLIENTE  TO TUT-NRO-CLIENTE.
005380      MOVE WS-NRO-TUTOR     TO TUT-NRO-CLIENTE-TUTOR.
005390      MOVE 'A'              TO TUT-ESTADO.
005400      MOVE WS-FECHA-HOY     TO TUT-FECHA-ALTA.
005410      MOVE EIBUSERID        TO TUT-USUARIO.
005420      MOVE SPACES           TO TUT-FECHA-CESE.
005430
005440      EXEC SQL
005450         INSERT INTO ITPFBIO.TBTUTORES
005460               (NRO_CLIENTE, NRO_CLIENTE_TUTOR, ESTADO,
005470                FECHA_ALTA, USUARIO, FECHA_CESE)
005480         VALUES
005490               (:TUT-NRO-CLIENTE, :TUT-NRO-CLIENTE-TUTOR,
005500                :TUT-ESTADO, :TUT-FECHA-ALTA, :TUT-USUARIO,
005510                :TUT-FECHA-CESE)
005520      END-EXEC.
005530
005540      IF SQLCODE EQUAL -803
005550         EXEC SQL
005560            UPDATE ITPFBIO.TBTUTORES
005570               SET NRO_CLIENTE_TUTOR = :TUT-NRO-CLIENTE-TUTOR,
005580                   ESTADO            = :TUT-ESTADO,
005590                   FECHA_ALTA        = :TUT-FECHA-ALTA,
005600                   USUARIO           = :TUT-USUARIO,
005610                   FECHA_CESE        = :TUT-FECHA-CESE
005620             WHERE NRO_CLIENTE EQUAL :TUT-NRO-CLIENTE
005630         END-EXEC
005640      END-IF.
005650
005660      IF SQLCODE NOT EQUAL ZEROS
005670         PERFORM 6960-I-ERROR-TUTOR THRU 6960-F-ERROR-TUTOR
005680      END-IF.
005690
005700      MOVE WS-NRO-TUTOR     TO WS-NRO-TUT-EDIT.
005710      MOVE SPACES           TO AUD-VALOR-ANTES.
005720      MOVE SPACES           TO AUD-VALOR-DESPUES.
005730      STRING 'TUTOR NRO CLIENTE ' WS-NRO-TUT-EDIT
005740             DELIMITED BY SIZE
005750             INTO AUD-VALOR-DESPUES.
005760      MOVE 'TUTOR LEGAL'    TO AUD-CAMPO.
005770      PERFORM 8000-I-AUDITAR THRU 8000-F-AUDITAR.
005780
005790  5700-F-GRABAR-TUTOR. EXIT.
005800**************************************
005810*  RECHAZAR ALTA - ERROR AL GRABAR  *
005820*  EL TUTOR LEGAL: SE DESHACE EL    *
005830*  ALTA                             *
005840**************************************
005850  6960-I-ERROR-TUTOR.
005860      EXEC CICS SYNCPOINT ROLLBACK
005870      END-EXEC.
005880
005890      MOVE SPACES TO AMSGO.
005900      MOVE 'ERROR AL GRABAR TBTUTORES - ALTA DESHECHA'
005910           TO AMSGO.
005920
005930      EXEC CICS SEND MAP('ALTA0233') MAPSET('MAPSETA')
005940                FROM(ALTA0233O)
005950      END-EXEC.
005960
005970      EXEC CICS RETURN TRANSID('ALT1')
005980                COMMAREA(WS-CA-ESTADO) LENGTH(1)
005990      END-EXEC.
006000
006010  6960-F-ERROR-TUTOR. EXIT.
006020
