000010*CONTROL DE NOMBRES CONTRA LISTAS DE SANCIONES
000020 IDENTIFICATION DIVISION.
000030  PROGRAM-ID. RUTLISTA.
000040*
000050******************************************************************
000060*  MANTENIMIENTO DE PROGRAMA
000070******************************************************************
000080*  FECHA      *  DETALLE                              * COD  *
000090******************************************************************
000100*  15/10/26   *  RUTINA COMUN DE CONTROL CONTRA LAS   *  JCR *
000110*             *  LISTAS DE SANCIONES - NORMALIZA      *      *
000120*             *  APELLIDO Y NOMBRE (VARIANTES         *      *
000130*             *  ORTOGRAFICAS) Y COMPARA DOS CLAVES   *      *
000140*             *  POR DISTANCIA DE EDICION CON         *      *
000150*             *  TOLERANCIA. SIN ACCESO A TABLAS: LA  *      *
000160*             *  USAN LA CARGA PGMLIS33, EL CONTROL   *      *
000170*             *  NOCTURNO PGMCLS33 Y EL ALTA Y LA     *      *
000180*             *  MODIFICACION ONLINE                  *      *
000190******************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230 DATA DIVISION.
000240 FILE SECTION.
000250 WORKING-STORAGE SECTION.
000260******************************************************************
000270  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-ST *'.
000280*
000290  01  CT-MINUSCULAS          PIC X(26)
000300                             VALUE 'abcdefghijklmnopqrstuvwxyz'.
000310  01  CT-MAYUSCULAS          PIC X(26)
000320                             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
000330  77  CT-TOLERANCIA-MAXIMA   PIC 9(02)   VALUE 03.
000340*
000350**********************************************
000360*   NOMBRE DE ENTRADA (APELLIDO + NOMBRE) Y
000370*   CLAVE NORMALIZADA QUE SE VA ARMANDO
000380**********************************************
000390  01  WS-ENTRADA             PIC X(61)   VALUE SPACES.
000400  01  WS-TABLA-ENTRADA REDEFINES WS-ENTRADA.
000410      05 WS-ENT-LETRA        PIC X(01)   OCCURS 61.
000420*
000430  01  WS-SALIDA              PIC X(60)   VALUE SPACES.
000440  01  WS-TABLA-SALIDA REDEFINES WS-SALIDA.
000450      05 WS-SAL-LETRA        PIC X(01)   OCCURS 60.
000460*
000470  01  WS-NORMALIZACION.
000480      05  WS-ENT-IDX         PIC 9(03) COMP  VALUE ZEROS.
000490      05  WS-SAL-LARGO       PIC 9(03) COMP  VALUE ZEROS.
000500      05  WS-LETRA           PIC X(01)       VALUE SPACES.
000510      05  WS-SIGUIENTE       PIC X(01)       VALUE SPACES.
000520      05  WS-ANTERIOR        PIC X(01)       VALUE SPACES.
000530      05  WS-ULTIMA          PIC X(01)       VALUE SPACES.
000540*
000550**********************************************
000560*   CLAVES A COMPARAR Y FILAS DE LA MATRIZ
000570*   DE DISTANCIA (SOLO DOS FILAS EN USO)
000580**********************************************
000590  01  WS-CLAVE-A             PIC X(60)   VALUE SPACES.
000600  01  WS-TABLA-A REDEFINES WS-CLAVE-A.
000610      05 WS-A-LETRA          PIC X(01)   OCCURS 60.
000620*
000630  01  WS-CLAVE-B             PIC X(60)   VALUE SPACES.
000640  01  WS-TABLA-B REDEFINES WS-CLAVE-B.
000650      05 WS-B-LETRA          PIC X(01)   OCCURS 60.
000660*
000670  01  WS-FILA-ANTERIOR.
000680      05 WS-ANT-COSTO        PIC 9(03) COMP  OCCURS 61.
000690  01  WS-FILA-ACTUAL.
000700      05 WS-ACT-COSTO        PIC 9(03) COMP  OCCURS 61.
000710*
000720  01  WS-DISTANCIA.
000730      05  WS-LARGO-A         PIC 9(03) COMP  VALUE ZEROS.
000740      05  WS-LARGO-B         PIC 9(03) COMP  VALUE ZEROS.
000750      05  WS-IDX-A           PIC 9(03) COMP  VALUE ZEROS.
000760      05  WS-IDX-B           PIC 9(03) COMP  VALUE ZEROS.
000770      05  WS-COSTO           PIC 9(03) COMP  VALUE ZEROS.
000780      05  WS-MINIMO          PIC 9(03) COMP  VALUE ZEROS.
000790      05  WS-MINIMO-FILA     PIC 9(03) COMP  VALUE ZEROS.
000800      05  WS-DIFERENCIA      PIC 9(03) COMP  VALUE ZEROS.
000810      05  WS-CORTE           PIC X(01)       VALUE 'N'.
000820          88 WS-SUPERA-TOLERANCIA            VALUE 'S'.
000830*
000840  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STO *'.
000850*
000860******************************************************************
000870 LINKAGE SECTION.
000880*
000890      COPY LKLISTA.
000900*
000910*.................................................................
000920 PROCEDURE DIVISION USING LK-LIS-AREA.
000930*
000940***************************************
000950*  CUERPO PRINCIPAL DEL PROGRAMA     *
000960***************************************
000970  MAIN-PROGRAM.
000980      SET LK-LIS-NO-COINCIDE TO TRUE
000990*
001000      EVALUATE TRUE
001010         WHEN LK-LIS-NORMALIZAR
001020            PERFORM 1000-I-NORMALIZAR
001030               THRU 1000-F-NORMALIZAR
001040         WHEN LK-LIS-COMPARAR
001050            PERFORM 2000-I-COMPARAR
001060               THRU 2000-F-COMPARAR
001070      END-EVALUATE
001080      .
001090  F-MAIN-PROGRAM. GOBACK.
001100*
001110***************************************
001120*  ARMAR LA CLAVE NORMALIZADA DE     *
001130*  APELLIDO + NOMBRE: SOLO LETRAS Y  *
001140*  UN BLANCO ENTRE PALABRAS, CON LAS *
001150*  VARIANTES ORTOGRAFICAS UNIFICADAS *
001160***************************************
001170  1000-I-NORMALIZAR.
001180      MOVE SPACES TO WS-ENTRADA
001190      MOVE SPACES TO WS-SALIDA
001200      MOVE ZEROS  TO WS-SAL-LARGO
001210      MOVE SPACES TO WS-ULTIMA
001220*
001230      STRING LK-LIS-APELLIDO DELIMITED BY '  '
001240             ' '             DELIMITED BY SIZE
001250             LK-LIS-NOMBRE   DELIMITED BY '  '
001260             INTO WS-ENTRADA
001270*
001280      INSPECT WS-ENTRADA CONVERTING CT-MINUSCULAS TO CT-MAYUSCULAS
001290*
001300      PERFORM 1100-I-NORMALIZAR-LETRA
001310         THRU 1100-F-NORMALIZAR-LETRA
001320         VARYING WS-ENT-IDX FROM 1 BY 1
001330         UNTIL WS-ENT-IDX GREATER 61
001340*
001350      IF WS-SAL-LARGO GREATER ZEROS
001360         AND WS-SAL-LETRA (WS-SAL-LARGO) EQUAL SPACE
001370         MOVE SPACE TO WS-SAL-LETRA (WS-SAL-LARGO)
001380         SUBTRACT 1 FROM WS-SAL-LARGO
001390      END-IF
001400*
001410      MOVE WS-SALIDA    TO LK-LIS-CLAVE
001420      MOVE WS-SAL-LARGO TO LK-LIS-LARGO
001430*
001440      IF LK-LIS-TOLERANCIA EQUAL ZEROS
001450         DIVIDE WS-SAL-LARGO BY 10 GIVING LK-LIS-TOLERANCIA
001460         ADD 1 TO LK-LIS-TOLERANCIA
001470         IF LK-LIS-TOLERANCIA GREATER CT-TOLERANCIA-MAXIMA
001480            MOVE CT-TOLERANCIA-MAXIMA TO LK-LIS-TOLERANCIA
001490         END-IF
001500      END-IF
001510      .
001520  1000-F-NORMALIZAR. EXIT.
001530*
001540***************************************
001550*  UNA LETRA DE LA ENTRADA: LOS      *
001560*  SIGNOS Y DIGITOS SEPARAN PALABRAS *
001570***************************************
001580  1100-I-NORMALIZAR-LETRA.
001590      MOVE WS-ENT-LETRA (WS-ENT-IDX) TO WS-LETRA
001600*
001610      IF WS-ENT-IDX GREATER 1
001620         MOVE WS-ENT-LETRA (WS-ENT-IDX - 1) TO WS-ANTERIOR
001630      ELSE
001640         MOVE SPACE TO WS-ANTERIOR
001650      END-IF
001660*
001670      IF WS-ENT-IDX LESS 61
001680         MOVE WS-ENT-LETRA (WS-ENT-IDX + 1) TO WS-SIGUIENTE
001690      ELSE
001700         MOVE SPACE TO WS-SIGUIENTE
001710      END-IF
001720*
001730      IF WS-LETRA EQUAL SPACE
001740         OR WS-LETRA NOT ALPHABETIC-UPPER
001750         IF WS-SAL-LARGO GREATER ZEROS
001760            AND WS-ULTIMA NOT EQUAL SPACE
001770            ADD 1 TO WS-SAL-LARGO
001780            MOVE SPACE TO WS-SAL-LETRA (WS-SAL-LARGO)
001790            MOVE SPACE TO WS-ULTIMA
001800         END-IF
001810         GO TO 1100-F-NORMALIZAR-LETRA
001820      END-IF
001830*
001840      EVALUATE WS-LETRA
001850         WHEN 'H'
001860            IF WS-ANTERIOR NOT EQUAL 'C'
001870               GO TO 1100-F-NORMALIZAR-LETRA
001880            END-IF
001890         WHEN 'V'
001900         WHEN 'W'
001910            MOVE 'B' TO WS-LETRA
001920         WHEN 'Z'
001930            MOVE 'S' TO WS-LETRA
001940         WHEN 'Y'
001950            MOVE 'I' TO WS-LETRA
001960         WHEN 'K'
001970         WHEN 'Q'
001980            MOVE 'C' TO WS-LETRA
001990         WHEN 'C'
002000            IF WS-SIGUIENTE EQUAL 'E' OR WS-SIGUIENTE EQUAL 'I'
002010               MOVE 'S' TO WS-LETRA
002020            END-IF
002030         WHEN 'G'
002040            IF WS-SIGUIENTE EQUAL 'E' OR WS-SIGUIENTE EQUAL 'I'
002050               MOVE 'J' TO WS-LETRA
002060            END-IF
002070         WHEN 'L'
002080            IF WS-SIGUIENTE EQUAL 'L'
002090               MOVE 'I' TO WS-LETRA
002100               ADD 1 TO WS-ENT-IDX
002110            END-IF
002120      END-EVALUATE
002130*
002140      IF WS-LETRA EQUAL WS-ULTIMA
002150         GO TO 1100-F-NORMALIZAR-LETRA
002160      END-IF
002170*
002180      IF WS-SAL-LARGO LESS 60
002190         ADD 1 TO WS-SAL-LARGO
002200         MOVE WS-LETRA TO WS-SAL-LETRA (WS-SAL-LARGO)
002210         MOVE WS-LETRA TO WS-ULTIMA
002220      END-IF
002230      .
002240  1100-F-NORMALIZAR-LETRA. EXIT.
002250*
002260***************************************
002270*  COMPARAR LAS DOS CLAVES: SI LA    *
002280*  DIFERENCIA DE LARGO YA SUPERA LA  *
002290*  TOLERANCIA NO SE CALCULA LA       *
002300*  DISTANCIA                         *
002310***************************************
002320  2000-I-COMPARAR.
002330      MOVE LK-LIS-CLAVE       TO WS-CLAVE-A
002340      MOVE LK-LIS-LARGO       TO WS-LARGO-A
002350      MOVE LK-LIS-CLAVE-LISTA TO WS-CLAVE-B
002360      MOVE LK-LIS-LARGO-LISTA TO WS-LARGO-B
002370*
002380      IF WS-LARGO-A EQUAL ZEROS OR WS-LARGO-B EQUAL ZEROS
002390         MOVE 999 TO LK-LIS-DISTANCIA
002400         GO TO 2000-F-COMPARAR
002410      END-IF
002420*
002430      IF WS-LARGO-A GREATER WS-LARGO-B
002440         SUBTRACT WS-LARGO-B FROM WS-LARGO-A GIVING WS-DIFERENCIA
002450      ELSE
002460         SUBTRACT WS-LARGO-A FROM WS-LARGO-B GIVING WS-DIFERENCIA
002470      END-IF
002480*
002490      IF WS-DIFERENCIA GREATER LK-LIS-TOLERANCIA
002500         MOVE WS-DIFERENCIA TO LK-LIS-DISTANCIA
002510         GO TO 2000-F-COMPARAR
002520      END-IF
002530*
002540      PERFORM 2100-I-DISTANCIA
002550         THRU 2100-F-DISTANCIA
002560*
002570      IF LK-LIS-DISTANCIA NOT GREATER LK-LIS-TOLERANCIA
002580         SET LK-LIS-COINCIDE TO TRUE
002590      END-IF
002600      .
002610  2000-F-COMPARAR. EXIT.
002620*
002630***************************************
002640*  DISTANCIA DE EDICION FILA POR     *
002650*  FILA; SE CORTA CUANDO TODA UNA    *
002660*  FILA SUPERA LA TOLERANCIA         *
002670***************************************
002680  2100-I-DISTANCIA.
002690      MOVE 'N' TO WS-CORTE
002700*
002710      PERFORM 2110-I-FILA-INICIAL
002720         THRU 2110-F-FILA-INICIAL
002730         VARYING WS-IDX-B FROM 1 BY 1
002740         UNTIL WS-IDX-B GREATER WS-LARGO-B + 1
002750*
002760      PERFORM 2200-I-FILA
002770         THRU 2200-F-FILA
002780         VARYING WS-IDX-A FROM 1 BY 1
002790         UNTIL WS-IDX-A GREATER WS-LARGO-A
002800            OR WS-SUPERA-TOLERANCIA
002810*
002820      IF WS-SUPERA-TOLERANCIA
002830         COMPUTE LK-LIS-DISTANCIA = LK-LIS-TOLERANCIA + 1
002840      ELSE
002850         MOVE WS-ANT-COSTO (WS-LARGO-B + 1) TO LK-LIS-DISTANCIA
002860      END-IF
002870      .
002880  2100-F-DISTANCIA. EXIT.
002890*
002900***************************************
002910*  PRIMERA FILA: COSTO DE ARMAR LA   *
002920*  CLAVE B DESDE VACIO               *
002930***************************************
002940  2110-I-FILA-INICIAL.
002950      COMPUTE WS-ANT-COSTO (WS-IDX-B) = WS-IDX-B - 1
002960      .
002970  2110-F-FILA-INICIAL. EXIT.
002980*
002990***************************************
003000*  UNA FILA DE LA MATRIZ (LETRA I DE *
003010*  LA CLAVE A CONTRA TODA LA CLAVE B)*
003020***************************************
003030  2200-I-FILA.
003040      MOVE WS-IDX-A TO WS-ACT-COSTO (1)
003050      MOVE WS-IDX-A TO WS-MINIMO-FILA
003060*
003070      PERFORM 2300-I-CELDA
003080         THRU 2300-F-CELDA
003090         VARYING WS-IDX-B FROM 1 BY 1
003100         UNTIL WS-IDX-B GREATER WS-LARGO-B
003110*
003120      MOVE WS-FILA-ACTUAL TO WS-FILA-ANTERIOR
003130*
003140      IF WS-MINIMO-FILA GREATER LK-LIS-TOLERANCIA
003150         MOVE 'S' TO WS-CORTE
003160      END-IF
003170      .
003180  2200-F-FILA. EXIT.
003190*
003200***************************************
003210*  UNA CELDA: MINIMO ENTRE BORRAR,   *
003220*  INSERTAR Y CAMBIAR LA LETRA       *
003230***************************************
003240  2300-I-CELDA.
003250      IF WS-A-LETRA (WS-IDX-A) EQUAL WS-B-LETRA (WS-IDX-B)
003260         MOVE ZEROS TO WS-COSTO
003270      ELSE
003280         MOVE 1 TO WS-COSTO
003290      END-IF
003300*
003310      COMPUTE WS-MINIMO = WS-ANT-COSTO (WS-IDX-B) + WS-COSTO
003320*
003330      IF WS-ANT-COSTO (WS-IDX-B + 1) + 1 LESS WS-MINIMO
003340         COMPUTE WS-MINIMO = WS-ANT-COSTO (WS-IDX-B + 1) + 1
003350      END-IF
003360*
003370      IF WS-ACT-COSTO (WS-IDX-B) + 1 LESS WS-MINIMO
003380         COMPUTE WS-MINIMO = WS-ACT-COSTO (WS-IDX-B) + 1
003390      END-IF
003400*
003410      MOVE WS-MINIMO TO WS-ACT-COSTO (WS-IDX-B + 1)
003420*
003430      IF WS-MINIMO LESS WS-MINIMO-FILA
003440         MOVE WS-MINIMO TO WS-MINIMO-FILA
003450      END-IF
003460      .
003470  2300-F-CELDA. EXIT.
