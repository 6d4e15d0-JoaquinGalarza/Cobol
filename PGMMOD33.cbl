000190*         * GRABAR SIN HABER PASADO POR BUSCAR              *
000200** 22/08/26* EL DOCUMENTO CAPTURADO SE VALIDA CON LA      *
000210**         * RUTINA COMUN RUTVALID ANTES DE BUSCAR    * JCR *
000211* 15/10/26* CAPTURA NOMBRE Y APELLIDO DEL CLIENTE; SI    *
000212*         * CAMBIAN SE AUDITAN Y EL CLIENTE VUELVE A  * JCR *
000213*         * CONTROLARSE CONTRA LAS LISTAS DE SANCIONES   *
000214*         * (TBLISTAS, RUTLISTA): CON COINCIDENCIA QUEDA *
000215*         * RETENIDO (ESTADO_CLIENTE 'R') Y PENDIENTE EN *
000216*         * TBLISHIT PARA CUMPLIMIENTO                   *
000217* 15/10/26* MUESTRA Y PERMITE MODIFICAR PEP Y OCUPACION  *
000218*         * Y EL RIESGO DEL CLIENTE CON SU PROXIMA    * JCR *
000219*         * REVISION (TBPERFIL); CON REVISION DE LEGAJO  *
000220*         * SE RENUEVA EL PLAZO SEGUN EL RIESGO. EL PASE *
000221*         * A PEP DEJA RIESGO ALTO                       *
000222* 15/10/26* EL CAMBIO DE DOMICILIO, CIUDAD, CORREO O     *
000223*         * TELEFONO SE ESTAMPA EN TBPERFIL PARA QUE  * JCR *
000224*         * PGMTRF33 RETENGA LAS TRANSFERENCIAS QUE LE   *
000225*         * SIGUEN (AUDT SE CARGA RECIEN DE NOCHE)       *
000226**************************************
000230  ENVIRONMENT DIVISION.
000240  CONFIGURATION SECTION.
000250  SPECIAL-NAMES.
000470      05  WS-HOY-MM        PIC 9(02)         VALUE ZEROS.
000480      05  WS-SEP2          PIC X(01)         VALUE '-'.
000490      05  WS-HOY-DD        PIC 9(02)         VALUE ZEROS.
000491
000492  01  WS-FECHA-PROX.
000493      05  WS-PRX-AA        PIC 9(04)         VALUE ZEROS.
000494      05  FILLER           PIC X(01)         VALUE '-'.
000495      05  WS-PRX-MM        PIC 9(02)         VALUE ZEROS.
000496      05  FILLER           PIC X(01)         VALUE '-'.
000497      05  WS-PRX-DD        PIC 9(02)         VALUE ZEROS.
000500*************************************
000510*   COMMAREA HACIA EL MENU (MSG)   *
000520*************************************
000690      05  OLD-TELEFONO      PIC X(15)      VALUE SPACES.
000700      05  CA-TIPO-DOC       PIC X(02)      VALUE SPACES.
000710      05  CA-NRO-DOC        PIC 9(11)      VALUE ZEROS.
000712      05  OLD-NOMBRE        PIC X(30)      VALUE SPACES.
000714      05  OLD-APELLIDO      PIC X(30)      VALUE SPACES.
000716      05  OLD-PEP           PIC X(01)      VALUE SPACES.
000718      05  OLD-OCUPA         PIC X(02)      VALUE SPACES.
000720
000730  77  WS-SQLCODE-CLI       PIC S9(09) COMP VALUE ZEROS.
000731  77  WS-NRO-CLI-EDIT      PIC 9(05)       VALUE ZEROS.
000732  01  WS-MOD-ESTADO        PIC X(01)       VALUE 'N'.
000733      88 WS-MOD-DESHECHA                   VALUE 'S'.
000734*************************************
000735*  CONTROL CONTRA LAS LISTAS DE     *
000736*  SANCIONES (RUTLISTA / TBLISTAS)  *
000737*************************************
000738     COPY LKLISTA.
000739
000740  77  WS-CLAVE-CLIENTE     PIC X(60)            VALUE SPACES.
000741  77  WS-LARGO-CLIENTE     PIC 9(03)            VALUE ZEROS.
000742  77  WS-TOL-CLIENTE       PIC 9(02)            VALUE ZEROS.
000743  77  WS-PRIMERA-LETRA     PIC X(01)            VALUE SPACES.
000744  77  WS-LARGO-DESDE       PIC S9(3)V COMP-3    VALUE ZEROS.
000745  77  WS-LARGO-HASTA       PIC S9(3)V COMP-3    VALUE ZEROS.
000746  01  WS-LIS-RESULTADO     PIC X(01)            VALUE 'N'.
000747      88 WS-LIS-HAY-COINC                       VALUE 'S'.
000748      88 WS-LIS-SIN-COINC                       VALUE 'N'.
000749  01  WS-LIS-FIN           PIC X(01)            VALUE 'N'.
000750      88 WS-LIS-CURSOR-FIN                      VALUE 'S'.
000751      88 WS-LIS-CURSOR-OK                       VALUE 'N'.
000752*************************************
000753*  PERFIL DE RIESGO (TBPERFIL)      *
000754*************************************
000755  01  WS-PEP               PIC X(01)            VALUE SPACES.
000756      88 WS-PEP-VALIDO                          VALUE 'S' 'N'.
000757      88 WS-PEP-SI                              VALUE 'S'.
000758  01  WS-OCUPACION         PIC X(02)            VALUE SPACES.
000759      88 WS-OCUPACION-VALIDA                    VALUE '01' THRU
000760                                                      '09'.
000761  01  WS-REVISION          PIC X(01)            VALUE SPACES.
000762      88 WS-REVISION-SI                         VALUE 'S'.
000763  01  WS-PRF-ESTADO        PIC X(01)            VALUE SPACES.
000764      88 WS-PRF-NUEVO                           VALUE 'N'.
000765      88 WS-PRF-EXISTE                          VALUE 'E'.
000766  77  WS-REV-ANIOS         PIC 9(01)            VALUE ZEROS.
000767  77  WS-RIESGO-DESC       PIC X(13)            VALUE SPACES.
000768  77  WS-ULT-REV-ANTES     PIC X(10)            VALUE SPACES.
000769  01  WS-CONTACTO          PIC X(01)            VALUE 'N'.
000770      88 WS-CONTACTO-CAMBIADO                   VALUE 'S'.
000771*************************************
000772*             SQL                  *
000773*************************************
000774       EXEC SQL
000780         INCLUDE SQLCA
000790       END-EXEC.
000800
000840
000850       EXEC SQL
000860         INCLUDE TBPERSO
000861       END-EXEC.
000862
000863       EXEC SQL
000864         INCLUDE TBPARAMS
000865       END-EXEC.
000866
000867       EXEC SQL
000868         INCLUDE TBLISTAS
000869       END-EXEC.
000870
000871       EXEC SQL
000872         INCLUDE TBLISHIT
000873       END-EXEC.
000874
000875       EXEC SQL
000876         INCLUDE TBPERFIL
000877       END-EXEC.
000878
000879       EXEC SQL
000880         DECLARE LISTA_CURSOR CURSOR FOR
000881          SELECT L.FUENTE, L.NRO_REGISTRO, L.CLAVE_NORM,
000882                 L.LARGO_CLAVE
000883            FROM ITPFBIO.TBLISTAS L
000884           WHERE SUBSTR(L.CLAVE_NORM, 1, 1)
000885                 EQUAL :WS-PRIMERA-LETRA
000886             AND L.LARGO_CLAVE BETWEEN :WS-LARGO-DESDE
000887                                   AND :WS-LARGO-HASTA
000888             AND NOT EXISTS
000894                 (SELECT 1
000895                    FROM ITPFBIO.TBLISHIT H
000896                   WHERE H.NRO_CLIENTE  EQUAL :CLI-NRO-CLIENTE
000897                     AND H.FUENTE       EQUAL L.FUENTE
000898                     AND H.NRO_REGISTRO EQUAL L.NRO_REGISTRO
000899                     AND H.ESTADO       EQUAL 'L')
000900           ORDER BY L.FUENTE, L.NRO_REGISTRO
000901       END-EXEC.
000902
000903  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000904*************************************.
000910  LINKAGE SECTION.
000920  01  DFHCOMMAREA           PIC X(182).
000930**************************************
000940  PROCEDURE DIVISION.
000950**************************************
001310      MOVE SPACES        TO MCIUDADO.
001320      MOVE SPACES        TO MEMAILO.
001330      MOVE SPACES        TO MTELEFO.
001332      MOVE SPACES        TO MNOMBREO.
001334      MOVE SPACES        TO MAPELLIO.
001335      MOVE SPACES        TO MPEPO.
001336      MOVE SPACES        TO MOCUPAO.
001337      MOVE SPACES        TO MREVISO.
001338      MOVE SPACES        TO MRIESGO.
001340
001350      EXEC CICS SEND MAP('MODI0233') MAPSET('MAPSETA')
001360                FROM(MODI0233O) ERASE
001620      END-IF.
001630
001640      EXEC SQL
001650         SELECT DOMICILIO, CIUDAD, CORREO_ELECTRONICO,
001654                NOMBRE_CLIENTE, APELLIDO_CLIENTE, NRO_CLIENTE
001660           INTO :DOMICILIO, :CIUDAD, :CORREO-ELECTRONICO,
001664                :NOMBRE-CLIENTE, :APELLIDO-CLIENTE,
001667                :CLI-NRO-CLIENTE
001670           FROM ITPFBIO.TBCLIENT
001680          WHERE TIPO_DOCUMENTO EQUAL :TIPO-DOCUMENTO
001690            AND NRO_DOCUMENTO  EQUAL :NRO-DOCUMENTO
001840         MOVE CIUDAD              TO MCIUDADO
001850         MOVE CORREO-ELECTRONICO  TO MEMAILO
001860         MOVE SQL-PER-TELEFONO    TO MTELEFO
001862         MOVE NOMBRE-CLIENTE      TO MNOMBREO
001864         MOVE APELLIDO-CLIENTE    TO MAPELLIO
001870         MOVE DOMICILIO           TO OLD-DOMICILIO
001880         MOVE CIUDAD              TO OLD-CIUDAD
001890         MOVE CORREO-ELECTRONICO  TO OLD-EMAIL
001900         MOVE SQL-PER-TELEFONO    TO OLD-TELEFONO
001902         MOVE NOMBRE-CLIENTE      TO OLD-NOMBRE
001904         MOVE APELLIDO-CLIENTE    TO OLD-APELLIDO
001907         PERFORM 3100-I-LEER-PERFIL THRU 3100-F-LEER-PERFIL
001910         MOVE SPACES              TO MMSGO
001920         MOVE 'DATOS ACTUALES - SOBREESCRIBA Y OPRIMA PF2'
001930              TO MMSGO
001990         MOVE SPACES TO MCIUDADO
002000         MOVE SPACES TO MEMAILO
002010         MOVE SPACES TO MTELEFO
002012         MOVE SPACES TO MNOMBREO
002014         MOVE SPACES TO MAPELLIO
002015         MOVE SPACES TO MPEPO
002016         MOVE SPACES TO MOCUPAO
002017         MOVE SPACES TO MREVISO
002018         MOVE SPACES TO MRIESGO
002020         MOVE SPACES TO MMSGO
002030         MOVE 'CLIENTE NO ENCONTRADO' TO MMSGO
002040         MOVE SPACES TO CA-ESTADO
002100                FROM(MODI0233O)
002110      END-EXEC.
002120
002121      EXEC CICS RETURN TRANSID('MOD1')
002122                COMMAREA(WS-CA-MOD-AREA) LENGTH(182)
002123      END-EXEC.
002124
002125  3000-F-BUSCAR. EXIT.
002126**************************************
002127*  MOSTRAR EL PERFIL DE RIESGO: PEP, *
002128*  OCUPACION, RIESGO Y PROXIMA       *
002129*  REVISION DEL LEGAJO               *
002130**************************************
002131  3100-I-LEER-PERFIL.
002132      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
002133
002134      MOVE CLI-NRO-CLIENTE TO PRF-NRO-CLIENTE.
002135
002136      EXEC SQL
002137         SELECT PEP, OCUPACION, RIESGO, FECHA_PROX_REVISION
002138           INTO :PRF-PEP, :PRF-OCUPACION, :PRF-RIESGO,
002139                :PRF-FECHA-PROX-REVISION
002140           FROM ITPFBIO.TBPERFIL
002141          WHERE NRO_CLIENTE EQUAL :PRF-NRO-CLIENTE
002142      END-EXEC.
002143
002144      MOVE SPACES TO MREVISO.
002145      MOVE SPACES TO MRIESGO.
002146
002147      IF SQLCODE NOT EQUAL ZEROS
002148         MOVE 'N'    TO OLD-PEP
002149         MOVE SPACES TO OLD-OCUPA
002150         MOVE 'N'    TO MPEPO
002151         MOVE SPACES TO MOCUPAO
002152         MOVE 'SIN PERFIL DE RIESGO - SE CALIFICA EN LA CORRIDA'
002153              TO MRIESGO
002154         GO TO 3100-F-LEER-PERFIL
002155      END-IF.
002156
002157      MOVE PRF-PEP       TO OLD-PEP.
002158      MOVE PRF-OCUPACION TO OLD-OCUPA.
002159      MOVE PRF-PEP       TO MPEPO.
002160      MOVE PRF-OCUPACION TO MOCUPAO.
002161
002162      EVALUATE PRF-RIESGO
002163         WHEN 'A'   MOVE 'ALTO'          TO WS-RIESGO-DESC
002164         WHEN 'M'   MOVE 'MEDIO'         TO WS-RIESGO-DESC
002165         WHEN 'B'   MOVE 'BAJO'          TO WS-RIESGO-DESC
002166         WHEN OTHER MOVE 'SIN CALIFICAR' TO WS-RIESGO-DESC
002167      END-EVALUATE.
002168
002169      STRING 'RIESGO ' WS-RIESGO-DESC ' PROX.REVISION '
002170             PRF-FECHA-PROX-REVISION DELIMITED BY SIZE
002171             INTO MRIESGO.
002172
002173      IF PRF-FECHA-PROX-REVISION LESS WS-FECHA-HOY
002174         MOVE '(VENCIDA)' TO MRIESGO (46:9)
002175      END-IF.
002176
002177  3100-F-LEER-PERFIL. EXIT.
002180**************************************
002190*  RECHAZAR BUSQUEDA - DOCUMENTO     *
002200*  INVALIDO (MUESTRA EL MOTIVO)      *
002320      END-EXEC.
002330
002340      EXEC CICS RETURN TRANSID('MOD1')
002350                COMMAREA(WS-CA-MOD-AREA) LENGTH(182)
002360      END-EXEC.
002370
002371  3800-F-RECHAZO-DOC. EXIT.
002372**************************************
002373*  RECHAZAR GRABACION - PEP U        *
002374*  OCUPACION INVALIDOS (EL CLIENTE   *
002375*  SIGUE BUSCADO PARA CORREGIR)      *
002376**************************************
002377  3850-I-RECHAZO-PERFIL.
002378      EXEC CICS SEND MAP('MODI0233') MAPSET('MAPSETA')
002379                FROM(MODI0233O)
002380      END-EXEC.
002381
002382      EXEC CICS RETURN TRANSID('MOD1')
002383                COMMAREA(WS-CA-MOD-AREA) LENGTH(182)
002384      END-EXEC.
002385
002386  3850-F-RECHAZO-PERFIL. EXIT.
002390**************************************
002400*   VOLVER AL MENU PRINCIPAL (PF12)  *
002410**************************************
002610      MOVE MCIUDADI TO CIUDAD.
002620      MOVE MEMAILI  TO CORREO-ELECTRONICO.
002630      MOVE MTELEFI  TO SQL-PER-TELEFONO.
002631      MOVE MNOMBREI TO NOMBRE-CLIENTE.
002632      MOVE MAPELLII TO APELLIDO-CLIENTE.
002633
002634      IF NOMBRE-CLIENTE EQUAL SPACES OR LOW-VALUES
002635         MOVE OLD-NOMBRE TO NOMBRE-CLIENTE
002636      END-IF.
002637
002638      IF APELLIDO-CLIENTE EQUAL SPACES OR LOW-VALUES
002639         MOVE OLD-APELLIDO TO APELLIDO-CLIENTE
002640      END-IF.
002641
002644      PERFORM 4400-I-VALIDAR-PERFIL THRU 4400-F-VALIDAR-PERFIL.
002647
002650      EXEC SQL
002660         UPDATE ITPFBIO.TBCLIENT
002670            SET DOMICILIO = :DOMICILIO,
002680                CIUDAD = :CIUDAD,
002690                CORREO_ELECTRONICO = :CORREO-ELECTRONICO,
002692                NOMBRE_CLIENTE = :NOMBRE-CLIENTE,
002694                APELLIDO_CLIENTE = :APELLIDO-CLIENTE
002700          WHERE TIPO_DOCUMENTO EQUAL :TIPO-DOCUMENTO
002710            AND NRO_DOCUMENTO  EQUAL :NRO-DOCUMENTO
002720      END-EXEC.
002830            AND PER_NRO_DOC EQUAL :NRO-DOCUMENTO
002840      END-EXEC.
002850
002852      MOVE 'N' TO WS-CONTACTO.
002854      IF DOMICILIO NOT EQUAL OLD-DOMICILIO
002855         OR CIUDAD NOT EQUAL OLD-CIUDAD
002856         OR CORREO-ELECTRONICO NOT EQUAL OLD-EMAIL
002857         OR SQL-PER-TELEFONO NOT EQUAL OLD-TELEFONO
002858         SET WS-CONTACTO-CAMBIADO TO TRUE
002859      END-IF.
002860      MOVE SPACES TO CA-MSG.
002870      IF WS-SQLCODE-CLI EQUAL ZEROS AND SQLCODE EQUAL ZEROS
002880         MOVE 'CLIENTE MODIFICADO CORRECTAMENTE'
002881              TO CA-MSG
002882         IF NOMBRE-CLIENTE NOT EQUAL OLD-NOMBRE
002883            OR APELLIDO-CLIENTE NOT EQUAL OLD-APELLIDO
002884            PERFORM 4500-I-CONTROLAR-NOMBRE
002885               THRU 4500-F-CONTROLAR-NOMBRE
002886         END-IF
002887         IF NOT WS-MOD-DESHECHA
002888            AND (WS-PEP NOT EQUAL OLD-PEP
002889             OR WS-OCUPACION NOT EQUAL OLD-OCUPA
002890             OR WS-REVISION-SI
002891             OR WS-CONTACTO-CAMBIADO)
002892            PERFORM 4800-I-GRABAR-PERFIL
002893               THRU 4800-F-GRABAR-PERFIL
002894         END-IF
002896         IF NOT WS-MOD-DESHECHA
002900            PERFORM 9100-I-AUDITAR-CAMPOS
002902               THRU 9100-F-AUDITAR-CAMPOS
002904         END-IF
002910      ELSE
002920         MOVE 'ERROR AL MODIFICAR EL CLIENTE - VER SQLCODE'
002930              TO CA-MSG
002940      END-IF.
002950
002951      EXEC CICS XCTL PROGRAM('PGMMEN33')
002952                COMMAREA(WS-CA-MENU-AREA) LENGTH(72)
002953      END-EXEC.
002954
002955  4000-F-GRABAR. EXIT.
002956**************************************
002957*  VALIDAR PEP Y OCUPACION: EN       *
002958*  BLANCO QUEDA LO ANTERIOR; UN      *
002959*  VALOR NUEVO DEBE SER S/N Y 01-09  *
002960**************************************
002961  4400-I-VALIDAR-PERFIL.
002962      MOVE MPEPI    TO WS-PEP.
002963      MOVE MOCUPAI  TO WS-OCUPACION.
002964      MOVE MREVISI  TO WS-REVISION.
002965
002966      IF WS-PEP EQUAL SPACES OR LOW-VALUES
002967         MOVE OLD-PEP TO WS-PEP
002968      END-IF.
002969
002970      IF WS-OCUPACION EQUAL SPACES OR LOW-VALUES
002971         MOVE OLD-OCUPA TO WS-OCUPACION
002972      END-IF.
002973
002974      MOVE SPACES TO MMSGO.
002975      EVALUATE TRUE
002976         WHEN NOT WS-PEP-VALIDO
002977            MOVE 'PEP DEBE SER S O N' TO MMSGO
002978            PERFORM 3850-I-RECHAZO-PERFIL
002979               THRU 3850-F-RECHAZO-PERFIL
002980         WHEN WS-OCUPACION NOT EQUAL OLD-OCUPA
002981          AND NOT WS-OCUPACION-VALIDA
002982            MOVE 'OCUPACION INVALIDA - INGRESE 01 A 09' TO MMSGO
002983            PERFORM 3850-I-RECHAZO-PERFIL
002984               THRU 3850-F-RECHAZO-PERFIL
002985         WHEN WS-REVISION-SI AND NOT WS-OCUPACION-VALIDA
002986            MOVE 'INGRESE LA OCUPACION PARA REVISAR EL LEGAJO'
002987                 TO MMSGO
002988            PERFORM 3850-I-RECHAZO-PERFIL
002989               THRU 3850-F-RECHAZO-PERFIL
002990      END-EVALUATE.
002991
002992  4400-F-VALIDAR-PERFIL. EXIT.
003001**************************************
003002*  EL NOMBRE CAMBIO: SE VUELVE A     *
003003*  CONTROLAR EL CLIENTE CONTRA LAS   *
003004*  LISTAS DE SANCIONES Y CON         *
003005*  COINCIDENCIA QUEDA RETENIDO       *
003006**************************************
003007  4500-I-CONTROLAR-NOMBRE.
003008      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
003009
003010      EXEC SQL
003011         SELECT NRO_CLIENTE
003012           INTO :CLI-NRO-CLIENTE
003013           FROM ITPFBIO.TBCLIENT
003014          WHERE TIPO_DOCUMENTO EQUAL :TIPO-DOCUMENTO
003015            AND NRO_DOCUMENTO  EQUAL :NRO-DOCUMENTO
003016          ORDER BY NRO_CLIENTE
003017          FETCH FIRST 1 ROW ONLY
003018      END-EXEC.
003019
003020      IF SQLCODE NOT EQUAL ZEROS
003021         GO TO 4500-F-CONTROLAR-NOMBRE
003022      END-IF.
003023
003024      PERFORM 4600-I-CONTROLAR-LISTAS
003025         THRU 4600-F-CONTROLAR-LISTAS.
003026
003027      IF WS-LIS-HAY-COINC
003028         PERFORM 4700-I-RETENER-CLIENTE
003029            THRU 4700-F-RETENER-CLIENTE
003030      END-IF.
003031
003032  4500-F-CONTROLAR-NOMBRE. EXIT.
003033**************************************
003034*  CONTROLAR EL CLIENTE CONTRA LAS   *
003035*  LISTAS DE SANCIONES: PRIMERO POR  *
003036*  DOCUMENTO Y LUEGO POR NOMBRE      *
003037*  NORMALIZADO CON LA TOLERANCIA DEL *
003038*  CONTROL NOCTURNO. LAS ENTRADAS YA *
003039*  LIBERADAS PARA EL CLIENTE NO      *
003040*  CUENTAN                           *
003041**************************************
003042  4600-I-CONTROLAR-LISTAS.
003043      SET WS-LIS-SIN-COINC TO TRUE.
003044
003045      MOVE 'PGMCLS33'   TO PAR-PROGRAMA.
003046      MOVE 'TOLERANCIA' TO PAR-PARAMETRO.
003047
003048      EXEC SQL
003049         SELECT VALOR
003050           INTO :PAR-VALOR
003051           FROM ITPFBIO.TBPARAMS
003052          WHERE PROGRAMA  EQUAL :PAR-PROGRAMA
003053            AND PARAMETRO EQUAL :PAR-PARAMETRO
003054      END-EXEC.
003055
003056      IF SQLCODE NOT EQUAL ZEROS
003057         MOVE ZEROS TO PAR-VALOR
003058      END-IF.
003059
003060      IF PAR-VALOR GREATER 10
003061         MOVE 10 TO PAR-VALOR
003062      END-IF.
003063
003064      SET LK-LIS-NORMALIZAR  TO TRUE.
003065      MOVE APELLIDO-CLIENTE  TO LK-LIS-APELLIDO.
003066      MOVE NOMBRE-CLIENTE    TO LK-LIS-NOMBRE.
003067      MOVE PAR-VALOR         TO LK-LIS-TOLERANCIA.
003068
003069      CALL 'RUTLISTA' USING LK-LIS-AREA.
003070
003071      MOVE LK-LIS-CLAVE      TO WS-CLAVE-CLIENTE.
003072      MOVE LK-LIS-LARGO      TO WS-LARGO-CLIENTE.
003073      MOVE LK-LIS-TOLERANCIA TO WS-TOL-CLIENTE.
003074
003075      EXEC SQL
003076         SELECT L.FUENTE, L.NRO_REGISTRO
003077           INTO :LIS-FUENTE, :LIS-NRO-REGISTRO
003078           FROM ITPFBIO.TBLISTAS L
003079          WHERE L.NRO_DOCUMENTO EQUAL :NRO-DOCUMENTO
003080            AND L.NRO_DOCUMENTO GREATER 0
003081            AND NOT EXISTS
003082                (SELECT 1
003083                   FROM ITPFBIO.TBLISHIT H
003084                  WHERE H.NRO_CLIENTE  EQUAL :CLI-NRO-CLIENTE
003085                    AND H.FUENTE       EQUAL L.FUENTE
003086                    AND H.NRO_REGISTRO EQUAL L.NRO_REGISTRO
003087                    AND H.ESTADO       EQUAL 'L')
003088          ORDER BY L.FUENTE, L.NRO_REGISTRO
003089          FETCH FIRST 1 ROW ONLY
003090      END-EXEC.
003091
003092      IF SQLCODE EQUAL ZEROS
003093         SET WS-LIS-HAY-COINC TO TRUE
003094         MOVE 'D'   TO LHT-TIPO-COINC
003095         MOVE ZEROS TO LHT-DISTANCIA
003096         GO TO 4600-F-CONTROLAR-LISTAS
003097      END-IF.
003098
003099      IF WS-LARGO-CLIENTE EQUAL ZEROS
003100         GO TO 4600-F-CONTROLAR-LISTAS
003101      END-IF.
003102
003103      MOVE WS-CLAVE-CLIENTE (1:1) TO WS-PRIMERA-LETRA.
003104      COMPUTE WS-LARGO-DESDE = WS-LARGO-CLIENTE - WS-TOL-CLIENTE.
003105      COMPUTE WS-LARGO-HASTA = WS-LARGO-CLIENTE + WS-TOL-CLIENTE.
003106
003107      EXEC SQL
003108         OPEN LISTA_CURSOR
003109      END-EXEC.
003110
003111      IF SQLCODE NOT EQUAL ZEROS
003112         GO TO 4600-F-CONTROLAR-LISTAS
003113      END-IF.
003114
003115      SET WS-LIS-CURSOR-OK TO TRUE.
003116
003117      PERFORM 4610-I-LEER-LISTA THRU 4610-F-LEER-LISTA
003118         UNTIL WS-LIS-CURSOR-FIN
003119            OR WS-LIS-HAY-COINC.
003120
003121      EXEC SQL
003122         CLOSE LISTA_CURSOR
003123      END-EXEC.
003124
003125  4600-F-CONTROLAR-LISTAS. EXIT.
003126**************************************
003127*  LEER UNA ENTRADA CANDIDATA Y      *
003128*  COMPARAR LOS NOMBRES (RUTLISTA)   *
003129**************************************
003130  4610-I-LEER-LISTA.
003131      EXEC SQL
003132         FETCH LISTA_CURSOR
003133          INTO :LIS-FUENTE, :LIS-NRO-REGISTRO,
003134               :LIS-CLAVE-NORM, :LIS-LARGO-CLAVE
003135      END-EXEC.
003136
003137      IF SQLCODE NOT EQUAL ZEROS
003138         SET WS-LIS-CURSOR-FIN TO TRUE
003139         GO TO 4610-F-LEER-LISTA
003140      END-IF.
003141
003142      SET LK-LIS-COMPARAR     TO TRUE.
003143      MOVE WS-CLAVE-CLIENTE   TO LK-LIS-CLAVE.
003144      MOVE WS-LARGO-CLIENTE   TO LK-LIS-LARGO.
003145      MOVE LIS-CLAVE-NORM     TO LK-LIS-CLAVE-LISTA.
003146      MOVE LIS-LARGO-CLAVE    TO LK-LIS-LARGO-LISTA.
003147      MOVE WS-TOL-CLIENTE     TO LK-LIS-TOLERANCIA.
003148
003149      CALL 'RUTLISTA' USING LK-LIS-AREA.
003150
003151      IF LK-LIS-COINCIDE
003152         SET WS-LIS-HAY-COINC TO TRUE
003153         MOVE 'N'              TO LHT-TIPO-COINC
003154         MOVE LK-LIS-DISTANCIA TO LHT-DISTANCIA
003155      END-IF.
003156
003157  4610-F-LEER-LISTA. EXIT.
003158**************************************
003159*  RETENER EL CLIENTE HASTA QUE      *
003160*  CUMPLIMIENTO RESUELVA (PGMSAN33): *
003161*  ESTADO_CLIENTE 'R' (SALVO         *
003162*  FALLECIDO), COINCIDENCIA          *
003163*  PENDIENTE EN TBLISHIT Y REGISTRO  *
003164*  EN AUDT                           *
003165**************************************
003166  4700-I-RETENER-CLIENTE.
003167      EXEC SQL
003168         UPDATE ITPFBIO.TBCLIENT
003169            SET ESTADO_CLIENTE = 'R'
003170          WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
003171            AND VALUE(ESTADO_CLIENTE, ' ') NOT EQUAL 'F'
003172      END-EXEC.
003173
003174      IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
003175         EXEC CICS SYNCPOINT ROLLBACK
003176         END-EXEC
003177         SET WS-MOD-DESHECHA TO TRUE
003178         MOVE 'ERROR AL RETENER - MODIFICACION DESHECHA'
003179              TO CA-MSG
003180         GO TO 4700-F-RETENER-CLIENTE
003181      END-IF.
003182
003183      MOVE CLI-NRO-CLIENTE  TO LHT-NRO-CLIENTE.
003184      MOVE LIS-FUENTE       TO LHT-FUENTE.
003185      MOVE LIS-NRO-REGISTRO TO LHT-NRO-REGISTRO.
003186      MOVE 'M'              TO LHT-ORIGEN.
003187      MOVE WS-FECHA-HOY     TO LHT-FECHA-HIT.
003188      MOVE 'P'              TO LHT-ESTADO.
003189      MOVE SPACES           TO LHT-FECHA-RESOL.
003190      MOVE SPACES           TO LHT-USUARIO-RESOL.
003191
003192      EXEC SQL
003193         INSERT INTO ITPFBIO.TBLISHIT
003194               (NRO_CLIENTE, FUENTE, NRO_REGISTRO, TIPO_COINC,
003195                DISTANCIA, ORIGEN, FECHA_HIT, ESTADO,
003196                FECHA_RESOL, USUARIO_RESOL)
003197         VALUES
003198               (:LHT-NRO-CLIENTE, :LHT-FUENTE, :LHT-NRO-REGISTRO,
003199                :LHT-TIPO-COINC, :LHT-DISTANCIA, :LHT-ORIGEN,
003200                :LHT-FECHA-HIT, :LHT-ESTADO, :LHT-FECHA-RESOL,
003201                :LHT-USUARIO-RESOL)
003202      END-EXEC.
003203
003204      IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL -803
003205         EXEC CICS SYNCPOINT ROLLBACK
003206         END-EXEC
003207         SET WS-MOD-DESHECHA TO TRUE
003208         MOVE 'ERROR AL RETENER - MODIFICACION DESHECHA'
003209              TO CA-MSG
003210         GO TO 4700-F-RETENER-CLIENTE
003211      END-IF.
003212
003213      MOVE 'SIN RETENCION'   TO AUD-VALOR-ANTES.
003214      MOVE SPACES            TO AUD-VALOR-DESPUES.
003215      STRING 'RETENIDO ' LHT-FUENTE ' ' LHT-NRO-REGISTRO
003216             ' ' LHT-TIPO-COINC DELIMITED BY SIZE
003217             INTO AUD-VALOR-DESPUES.
003218      MOVE 'LISTA SANCIONES' TO AUD-CAMPO.
003219      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
003220
003221      MOVE CLI-NRO-CLIENTE TO WS-NRO-CLI-EDIT.
003222      MOVE SPACES TO CA-MSG.
003223      STRING 'CLIENTE ' WS-NRO-CLI-EDIT
003224             ' RETENIDO - COINCIDE CON LISTA DE SANCIONES'
003225             DELIMITED BY SIZE
003226             INTO CA-MSG.
003227
003228  4700-F-RETENER-CLIENTE. EXIT.
003229**************************************
003230*  GRABAR EL PERFIL DE RIESGO: EL    *
003231*  PASE A PEP DEJA RIESGO ALTO; CON  *
003232*  REVISION DE LEGAJO SE RENUEVA LA  *
003233*  ULTIMA REVISION. LA PROXIMA SE    *
003234*  RECALCULA SEGUN EL RIESGO (ALTO Y *
003235*  SIN CALIFICAR 1 ANIO, MEDIO 2,    *
003236*  BAJO 5) COMO EN PGMRIE33          *
003237**************************************
003238  4800-I-GRABAR-PERFIL.
003239      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
003240
003241      EXEC SQL
003242         SELECT NRO_CLIENTE, FECHA_DE_ALTA
003243           INTO :CLI-NRO-CLIENTE, :FECHA-DE-ALTA
003244           FROM ITPFBIO.TBCLIENT
003245          WHERE TIPO_DOCUMENTO EQUAL :TIPO-DOCUMENTO
003246            AND NRO_DOCUMENTO  EQUAL :NRO-DOCUMENTO
003247          ORDER BY NRO_CLIENTE
003248          FETCH FIRST 1 ROW ONLY
003249      END-EXEC.
003250
003251      IF SQLCODE NOT EQUAL ZEROS
003252         GO TO 4800-F-GRABAR-PERFIL
003253      END-IF.
003254
003255      MOVE CLI-NRO-CLIENTE TO PRF-NRO-CLIENTE.
003256
003257      EXEC SQL
003258         SELECT RIESGO, PUNTAJE, FECHA_CALIFIC,
003259                FECHA_ULT_REVISION, USUARIO_REVISION,
003260                FECHA_CAMBIO_CONTACTO, HORA_CAMBIO_CONTACTO
003261           INTO :PRF-RIESGO, :PRF-PUNTAJE, :PRF-FECHA-CALIFIC,
003262                :PRF-FECHA-ULT-REVISION, :PRF-USUARIO-REVISION,
003263                :PRF-FECHA-CAMBIO-CONT, :PRF-HORA-CAMBIO-CONT
003264           FROM ITPFBIO.TBPERFIL
003265          WHERE NRO_CLIENTE EQUAL :PRF-NRO-CLIENTE
003266      END-EXEC.
003267
003268      IF SQLCODE EQUAL ZEROS
003269         SET WS-PRF-EXISTE TO TRUE
003270      ELSE
003271         SET WS-PRF-NUEVO  TO TRUE
003272         MOVE SPACES        TO PRF-RIESGO
003273         MOVE ZEROS         TO PRF-PUNTAJE
003274         MOVE SPACES        TO PRF-FECHA-CALIFIC
003275         MOVE FECHA-DE-ALTA TO PRF-FECHA-ULT-REVISION
003276         MOVE SPACES        TO PRF-USUARIO-REVISION
003277         MOVE SPACES        TO PRF-FECHA-CAMBIO-CONT
003278         MOVE SPACES        TO PRF-HORA-CAMBIO-CONT
003279      END-IF.
003280
003281      IF WS-CONTACTO-CAMBIADO
003282         MOVE WS-FECHA-HOY  TO PRF-FECHA-CAMBIO-CONT
003283         ACCEPT PRF-HORA-CAMBIO-CONT FROM TIME
003284      END-IF.
003285
003286      MOVE PRF-FECHA-ULT-REVISION TO WS-ULT-REV-ANTES.
003287      MOVE WS-PEP                 TO PRF-PEP.
003288      MOVE WS-OCUPACION           TO PRF-OCUPACION.
003289
003290      IF PRF-OCUPACION EQUAL SPACES
003291         MOVE '00' TO PRF-OCUPACION
003292      END-IF.
003293
003294      IF WS-PEP-SI AND OLD-PEP NOT EQUAL 'S'
003295         MOVE 'A'          TO PRF-RIESGO
003296         MOVE WS-FECHA-HOY TO PRF-FECHA-CALIFIC
003297      END-IF.
003298
003299      IF WS-REVISION-SI
003300         MOVE WS-FECHA-HOY TO PRF-FECHA-ULT-REVISION
003301         MOVE EIBUSERID    TO PRF-USUARIO-REVISION
003302      END-IF.
003303
003304      EVALUATE PRF-RIESGO
003305         WHEN 'M'   MOVE 2 TO WS-REV-ANIOS
003306         WHEN 'B'   MOVE 5 TO WS-REV-ANIOS
003307         WHEN OTHER MOVE 1 TO WS-REV-ANIOS
003308      END-EVALUATE.
003309
003310      MOVE PRF-FECHA-ULT-REVISION TO WS-FECHA-PROX.
003311      ADD WS-REV-ANIOS            TO WS-PRX-AA.
003312      IF WS-PRX-MM EQUAL 02 AND WS-PRX-DD EQUAL 29
003313         MOVE 28 TO WS-PRX-DD
003314      END-IF.
003315      MOVE WS-FECHA-PROX          TO PRF-FECHA-PROX-REVISION.
003316
003317      IF WS-PRF-EXISTE
003318         EXEC SQL
003319            UPDATE ITPFBIO.TBPERFIL
003320               SET PEP                 = :PRF-PEP,
003321                   OCUPACION           = :PRF-OCUPACION,
003322                   RIESGO              = :PRF-RIESGO,
003323                   FECHA_CALIFIC       = :PRF-FECHA-CALIFIC,
003324                   FECHA_ULT_REVISION  = :PRF-FECHA-ULT-REVISION,
003325                   FECHA_PROX_REVISION = :PRF-FECHA-PROX-REVISION,
003326                   USUARIO_REVISION    = :PRF-USUARIO-REVISION,
003327                   FECHA_CAMBIO_CONTACTO = :PRF-FECHA-CAMBIO-CONT,
003328                   HORA_CAMBIO_CONTACTO  = :PRF-HORA-CAMBIO-CONT
003329             WHERE NRO_CLIENTE EQUAL :PRF-NRO-CLIENTE
003330         END-EXEC
003331      ELSE
003332         EXEC SQL
003333            INSERT INTO ITPFBIO.TBPERFIL
003334                  (NRO_CLIENTE, PEP, OCUPACION, RIESGO, PUNTAJE,
003335                   FECHA_CALIFIC, FECHA_ULT_REVISION,
003336                   FECHA_PROX_REVISION, USUARIO_REVISION,
003337                   FECHA_CAMBIO_CONTACTO, HORA_CAMBIO_CONTACTO)
003338            VALUES
003339                  (:PRF-NRO-CLIENTE, :PRF-PEP, :PRF-OCUPACION,
003340                   :PRF-RIESGO, :PRF-PUNTAJE, :PRF-FECHA-CALIFIC,
003341                   :PRF-FECHA-ULT-REVISION,
003342                   :PRF-FECHA-PROX-REVISION,
003343                   :PRF-USUARIO-REVISION,
003344                   :PRF-FECHA-CAMBIO-CONT, :PRF-HORA-CAMBIO-CONT)
003345         END-EXEC
003346      END-IF.
003347
003348      IF SQLCODE NOT EQUAL ZEROS
003349         EXEC CICS SYNCPOINT ROLLBACK
003350         END-EXEC
003351         SET WS-MOD-DESHECHA TO TRUE
003352         MOVE 'ERROR AL GRABAR TBPERFIL - MODIFICACION DESHECHA'
003353              TO CA-MSG
003354         GO TO 4800-F-GRABAR-PERFIL
003355      END-IF.
003356
003357      IF WS-REVISION-SI
003358         MOVE 'REVISION LEGAJO'     TO AUD-CAMPO
003359         MOVE WS-ULT-REV-ANTES      TO AUD-VALOR-ANTES
003360         MOVE SPACES                TO AUD-VALOR-DESPUES
003361         STRING PRF-FECHA-ULT-REVISION ' PROX '
003362                PRF-FECHA-PROX-REVISION DELIMITED BY SIZE
003363                INTO AUD-VALOR-DESPUES
003364         PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR
003365      END-IF.
003366
003367  4800-F-GRABAR-PERFIL. EXIT.
003368**************************************
003369*           TOMAR FECHA              *
003370**************************************
003371  7000-I-FECHA.
003372      ACCEPT WS-AREA FROM DATE YYYYMMDD.
003373
003374      MOVE WS-AREA-AA TO WS-HOY-AA.
003375      MOVE WS-AREA-MM TO WS-HOY-MM.
003376      MOVE WS-AREA-DD TO WS-HOY-DD.
003377
003378  7000-F-FECHA. EXIT.
003379**************************************
003380* AUDITAR CAMPOS MODIFICADOS (C/U)   *
003381**************************************
003382  9100-I-AUDITAR-CAMPOS.
003383      IF DOMICILIO NOT EQUAL OLD-DOMICILIO
003384         MOVE 'DOMICILIO'    TO AUD-CAMPO
003385         MOVE OLD-DOMICILIO  TO AUD-VALOR-ANTES
003386         MOVE DOMICILIO      TO AUD-VALOR-DESPUES
003387         PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR
003388      END-IF.
003389
003390      IF CIUDAD NOT EQUAL OLD-CIUDAD
003391         MOVE 'CIUDAD'       TO AUD-CAMPO
003392         MOVE OLD-CIUDAD     TO AUD-VALOR-ANTES
003393         MOVE CIUDAD         TO AUD-VALOR-DESPUES
003394         PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR
003395      END-IF.
003396
003397      IF CORREO-ELECTRONICO NOT EQUAL OLD-EMAIL
003398         MOVE 'CORREO_ELECTRONICO' TO AUD-CAMPO
003399         MOVE OLD-EMAIL            TO AUD-VALOR-ANTES
003400         MOVE CORREO-ELECTRONICO   TO AUD-VALOR-DESPUES
003401         PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR
003402      END-IF.
003403
003404      IF SQL-PER-TELEFONO NOT EQUAL OLD-TELEFONO
003405         MOVE 'PER_TELEFONO'    TO AUD-CAMPO
003406         MOVE OLD-TELEFONO      TO AUD-VALOR-ANTES
003407         MOVE SQL-PER-TELEFONO  TO AUD-VALOR-DESPUES
003410         PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR
003420      END-IF.
003421
003422      IF NOMBRE-CLIENTE NOT EQUAL OLD-NOMBRE
003423         MOVE 'NOMBRE_CLIENTE'  TO AUD-CAMPO
003424         MOVE OLD-NOMBRE        TO AUD-VALOR-ANTES
003425         MOVE NOMBRE-CLIENTE    TO AUD-VALOR-DESPUES
003426         PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR
003427      END-IF.
003428
003429      IF APELLIDO-CLIENTE NOT EQUAL OLD-APELLIDO
003430         MOVE 'APELLIDO_CLIENTE' TO AUD-CAMPO
003431         MOVE OLD-APELLIDO       TO AUD-VALOR-ANTES
003432         MOVE APELLIDO-CLIENTE   TO AUD-VALOR-DESPUES
003433         PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR
003434      END-IF.
003435
003436      IF WS-PEP NOT EQUAL OLD-PEP
003437         MOVE 'PEP'              TO AUD-CAMPO
003438         MOVE OLD-PEP            TO AUD-VALOR-ANTES
003439         MOVE WS-PEP             TO AUD-VALOR-DESPUES
003440         PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR
003441      END-IF.
003442
003443      IF WS-OCUPACION NOT EQUAL OLD-OCUPA
003444         MOVE 'OCUPACION'        TO AUD-CAMPO
003445         MOVE OLD-OCUPA          TO AUD-VALOR-ANTES
003446         MOVE WS-OCUPACION       TO AUD-VALOR-DESPUES
003447         PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR
003448      END-IF.
003449
003450  9100-F-AUDITAR-CAMPOS. EXIT.
003451**************************************
003460*   REGISTRAR UN CAMBIO DE CAMPO     *
003470**************************************
003480  9000-I-AUDITAR.
