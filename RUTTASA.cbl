000010*TASAS VIGENTES POR TRAMO DEL PERIODO
000020 IDENTIFICATION DIVISION.
000030  PROGRAM-ID. RUTTASA.
000040*
000050******************************************************************
000060*  MANTENIMIENTO DE PROGRAMA
000070******************************************************************
000080*  FECHA      *  DETALLE                              * COD  *
000090******************************************************************
000100*  15/10/26   *  RUTINA COMUN DE TASAS CON VIGENCIA    *  JCR *
000110*             *  (TBTASAS / TBTASAPU POR FECHA_DESDE) - *      *
000120*             *  PARTE EL PERIODO DESDE / HASTA EN      *      *
000130*             *  TRAMOS SEGUN LA TASA QUE RIGE EN CADA  *      *
000140*             *  UNO Y CUENTA SUS DIAS CON RUTFECHA 'D' *      *
000150*             *  PARA EL DEVENGAMIENTO PRORRATEADO      *      *
000160******************************************************************
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000200 DATA DIVISION.
000210 FILE SECTION.
000220 WORKING-STORAGE SECTION.
000230******************************************************************
000240  77  FILLER        PIC X(26) VALUE '* INICIO WORKING-ST *'.
000250*
000260  77  FS-SQLCODE           PIC S9(09) COMP VALUE ZEROS.
000270  77  CT-MAX-TRAMOS        PIC 9(02)       VALUE 10.
000280*
000290  01  WS-FIN-CURSOR        PIC X(01)       VALUE 'N'.
000300      88 WS-CURSOR-FIN                     VALUE 'S'.
000310      88 WS-CURSOR-OK                      VALUE 'N'.
000320*
000330  01  WS-FILA-DESDE        PIC X(10)       VALUE SPACES.
000340  01  WS-FILA-TASA         PIC S9(3)V99 COMP-3 VALUE ZEROS.
000350*
000360      COPY LKFECHA.
000370*
000380       EXEC SQL
000390         INCLUDE SQLCA
000400       END-EXEC.
000410*
000420       EXEC SQL
000430         INCLUDE TBTASAS
000440       END-EXEC.
000450*
000460       EXEC SQL
000470         INCLUDE TBTASAPU
000480       END-EXEC.
000490*
000500       EXEC SQL
000510         DECLARE RUT_TAS_CURSOR CURSOR FOR
000520          SELECT FECHA_DESDE, TASA_ANUAL
000530            FROM ITPFBIO.TBTASAS
000540           WHERE TIPO_CUENTA EQUAL :TAS-TIPO-CUENTA
000550             AND MONEDA      EQUAL :TAS-MONEDA
000560             AND FECHA_DESDE NOT GREATER :TAS-FECHA-DESDE
000570           ORDER BY FECHA_DESDE
000580       END-EXEC.
000590*
000600       EXEC SQL
000610         DECLARE RUT_TPU_CURSOR CURSOR FOR
000620          SELECT FECHA_DESDE, TASA_PUNITORIA
000630            FROM ITPFBIO.TBTASAPU
000640           WHERE TIPO_CUENTA EQUAL :TPU-TIPO-CUENTA
000650             AND MONEDA      EQUAL :TPU-MONEDA
000660             AND FECHA_DESDE NOT GREATER :TPU-FECHA-DESDE
000670           ORDER BY FECHA_DESDE
000680       END-EXEC.
000690*
000700  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STO *'.
000710*
000720******************************************************************
000730 LINKAGE SECTION.
000740*
000750      COPY LKTASA.
000760*
000770*.................................................................
000780 PROCEDURE DIVISION USING LK-TAS-AREA.
000790*
000800***************************************
000810*  CUERPO PRINCIPAL DEL PROGRAMA     *
000820***************************************
000830  MAIN-PROGRAM.
000840      MOVE ZEROS TO LK-TAS-CANT
000850      MOVE ZEROS TO LK-TAS-SQLCODE
000860      SET LK-TAS-SIN-TASA TO TRUE
000870      SET WS-CURSOR-OK TO TRUE
000880*
000890      IF LK-TAS-PUNITORIA
000900         PERFORM 2000-I-LEER-TASAPU
000910            THRU 2000-F-LEER-TASAPU
000920      ELSE
000930         PERFORM 1000-I-LEER-TASAS
000940            THRU 1000-F-LEER-TASAS
000950      END-IF
000960*
000970      IF LK-TAS-ERROR OR LK-TAS-CANT EQUAL ZEROS
000980         GO TO F-MAIN-PROGRAM
000990      END-IF
001000*
001010      SET LK-TAS-OK TO TRUE
001020*
001030      SET LK-TAS-IDX TO 1
001040*
001050      PERFORM 4000-I-DIAS-TRAMO
001060         THRU 4000-F-DIAS-TRAMO
001070         UNTIL LK-TAS-IDX GREATER LK-TAS-CANT
001080            OR LK-TAS-ERROR
001090      .
001100  F-MAIN-PROGRAM. GOBACK.
001110*
001120***************************************
001130*  FILAS DE TBTASAS QUE RIGEN HASTA  *
001140*  EL FIN DEL PERIODO                *
001150***************************************
001160  1000-I-LEER-TASAS.
001170      MOVE LK-TAS-TIPO-CUENTA TO TAS-TIPO-CUENTA
001180      MOVE LK-TAS-MONEDA      TO TAS-MONEDA
001190      MOVE LK-TAS-HASTA       TO TAS-FECHA-DESDE
001200*
001210      EXEC SQL
001220         OPEN RUT_TAS_CURSOR
001230      END-EXEC
001240*
001250      IF SQLCODE NOT EQUAL ZEROS
001260         PERFORM 9000-I-ERROR-SQL THRU 9000-F-ERROR-SQL
001270         GO TO 1000-F-LEER-TASAS
001280      END-IF
001290*
001300      PERFORM 1100-I-FETCH-TASAS
001310         THRU 1100-F-FETCH-TASAS
001320         UNTIL WS-CURSOR-FIN
001330*
001340      EXEC SQL
001350         CLOSE RUT_TAS_CURSOR
001360      END-EXEC
001370      .
001380  1000-F-LEER-TASAS. EXIT.
001390*
001400  1100-I-FETCH-TASAS.
001410      EXEC SQL
001420         FETCH RUT_TAS_CURSOR
001430          INTO :TAS-FECHA-DESDE, :TAS-TASA-ANUAL
001440      END-EXEC
001450*
001460      EVALUATE SQLCODE
001470      WHEN ZEROS
001480         MOVE TAS-FECHA-DESDE TO WS-FILA-DESDE
001490         MOVE TAS-TASA-ANUAL  TO WS-FILA-TASA
001500         PERFORM 3000-I-AGREGAR-TRAMO
001510            THRU 3000-F-AGREGAR-TRAMO
001520      WHEN +100
001530         SET WS-CURSOR-FIN TO TRUE
001540      WHEN OTHER
001550         PERFORM 9000-I-ERROR-SQL THRU 9000-F-ERROR-SQL
001560      END-EVALUATE
001570      .
001580  1100-F-FETCH-TASAS. EXIT.
001590*
001600***************************************
001610*  FILAS DE TBTASAPU QUE RIGEN HASTA *
001620*  EL FIN DEL PERIODO                *
001630***************************************
001640  2000-I-LEER-TASAPU.
001650      MOVE LK-TAS-TIPO-CUENTA TO TPU-TIPO-CUENTA
001660      MOVE LK-TAS-MONEDA      TO TPU-MONEDA
001670      MOVE LK-TAS-HASTA       TO TPU-FECHA-DESDE
001680*
001690      EXEC SQL
001700         OPEN RUT_TPU_CURSOR
001710      END-EXEC
001720*
001730      IF SQLCODE NOT EQUAL ZEROS
001740         PERFORM 9000-I-ERROR-SQL THRU 9000-F-ERROR-SQL
001750         GO TO 2000-F-LEER-TASAPU
001760      END-IF
001770*
001780      PERFORM 2100-I-FETCH-TASAPU
001790         THRU 2100-F-FETCH-TASAPU
001800         UNTIL WS-CURSOR-FIN
001810*
001820      EXEC SQL
001830         CLOSE RUT_TPU_CURSOR
001840      END-EXEC
001850      .
001860  2000-F-LEER-TASAPU. EXIT.
001870*
001880  2100-I-FETCH-TASAPU.
001890      EXEC SQL
001900         FETCH RUT_TPU_CURSOR
001910          INTO :TPU-FECHA-DESDE, :TPU-TASA-PUNITORIA
001920      END-EXEC
001930*
001940      EVALUATE SQLCODE
001950      WHEN ZEROS
001960         MOVE TPU-FECHA-DESDE    TO WS-FILA-DESDE
001970         MOVE TPU-TASA-PUNITORIA TO WS-FILA-TASA
001980         PERFORM 3000-I-AGREGAR-TRAMO
001990            THRU 3000-F-AGREGAR-TRAMO
002000      WHEN +100
002010         SET WS-CURSOR-FIN TO TRUE
002020      WHEN OTHER
002030         PERFORM 9000-I-ERROR-SQL THRU 9000-F-ERROR-SQL
002040      END-EVALUATE
002050      .
002060  2100-F-FETCH-TASAPU. EXIT.
002070*
002080***************************************
002090*  UBICAR LA FILA LEIDA: SI YA RIGE  *
002100*  AL INICIO DEL PERIODO REEMPLAZA   *
002110*  EL PRIMER TRAMO; SI EMPIEZA DENTRO*
002120*  DEL PERIODO ABRE UN TRAMO NUEVO   *
002130*  (LAS FILAS VIENEN POR FECHA)      *
002140***************************************
002150  3000-I-AGREGAR-TRAMO.
002160      IF WS-FILA-DESDE NOT GREATER LK-TAS-DESDE
002170         MOVE 1 TO LK-TAS-CANT
002180         SET LK-TAS-IDX TO 1
002190         MOVE LK-TAS-DESDE TO LK-TAS-TR-DESDE (LK-TAS-IDX)
002200         MOVE WS-FILA-TASA TO LK-TAS-TR-TASA  (LK-TAS-IDX)
002210         SET LK-TAS-TR-CON-FILA (LK-TAS-IDX) TO TRUE
002220         GO TO 3000-F-AGREGAR-TRAMO
002230      END-IF
002240*
002250      IF WS-FILA-DESDE NOT LESS LK-TAS-HASTA
002260         GO TO 3000-F-AGREGAR-TRAMO
002270      END-IF
002280*
002290      IF LK-TAS-CANT EQUAL ZEROS
002300         MOVE 1 TO LK-TAS-CANT
002310         SET LK-TAS-IDX TO 1
002320         MOVE LK-TAS-DESDE TO LK-TAS-TR-DESDE (LK-TAS-IDX)
002330         MOVE ZEROS        TO LK-TAS-TR-TASA  (LK-TAS-IDX)
002340         SET LK-TAS-TR-SIN-FILA (LK-TAS-IDX) TO TRUE
002350      END-IF
002360*
002370      IF LK-TAS-CANT NOT LESS CT-MAX-TRAMOS
002380         DISPLAY '* RUTTASA: MAS DE ' CT-MAX-TRAMOS
002390                 ' CAMBIOS DE TASA EN EL PERIODO - '
002400                 LK-TAS-TIPO-CUENTA ' ' LK-TAS-MONEDA
002410         SET LK-TAS-ERROR TO TRUE
002420         SET WS-CURSOR-FIN TO TRUE
002430         GO TO 3000-F-AGREGAR-TRAMO
002440      END-IF
002450*
002460      ADD 1 TO LK-TAS-CANT
002470      SET LK-TAS-IDX TO LK-TAS-CANT
002480      MOVE WS-FILA-DESDE TO LK-TAS-TR-DESDE (LK-TAS-IDX)
002490      MOVE WS-FILA-TASA  TO LK-TAS-TR-TASA  (LK-TAS-IDX)
002500      SET LK-TAS-TR-CON-FILA (LK-TAS-IDX) TO TRUE
002510      .
002520  3000-F-AGREGAR-TRAMO. EXIT.
002530*
002540***************************************
002550*  FIN DEL TRAMO (INICIO DEL TRAMO   *
002560*  SIGUIENTE O FIN DEL PERIODO) Y    *
002570*  DIAS DEL TRAMO (RUTFECHA 'D')     *
002580***************************************
002590  4000-I-DIAS-TRAMO.
002600      IF LK-TAS-IDX LESS LK-TAS-CANT
002610         MOVE LK-TAS-TR-DESDE (LK-TAS-IDX + 1)
002620           TO LK-TAS-TR-HASTA (LK-TAS-IDX)
002630      ELSE
002640         MOVE LK-TAS-HASTA TO LK-TAS-TR-HASTA (LK-TAS-IDX)
002650      END-IF
002660*
002670      MOVE ZEROS TO LK-TAS-TR-DIAS (LK-TAS-IDX)
002680*
002690      IF LK-TAS-TR-HASTA (LK-TAS-IDX)
002700         NOT GREATER LK-TAS-TR-DESDE (LK-TAS-IDX)
002710         SET LK-TAS-IDX UP BY 1
002720         GO TO 4000-F-DIAS-TRAMO
002730      END-IF
002740*
002750      MOVE LK-TAS-TR-DESDE (LK-TAS-IDX) (1:4)
002760        TO LK-ENTRADA-DESDE (1:4)
002770      MOVE LK-TAS-TR-DESDE (LK-TAS-IDX) (6:2)
002780        TO LK-ENTRADA-DESDE (5:2)
002790      MOVE LK-TAS-TR-DESDE (LK-TAS-IDX) (9:2)
002800        TO LK-ENTRADA-DESDE (7:2)
002810*
002820      MOVE LK-TAS-TR-HASTA (LK-TAS-IDX) (1:4) TO LK-ENTRADA (1:4)
002830      MOVE LK-TAS-TR-HASTA (LK-TAS-IDX) (6:2) TO LK-ENTRADA (5:2)
002840      MOVE LK-TAS-TR-HASTA (LK-TAS-IDX) (9:2) TO LK-ENTRADA (7:2)
002850*
002860      SET LK-FUNCION-DIF TO TRUE
002870*
002880      CALL 'RUTFECHA' USING LK-AREA
002890*
002900      IF LK-FECHA-ER
002910         DISPLAY '* RUTTASA: TRAMO CON FECHA INVALIDA '
002920                 LK-TAS-TR-DESDE (LK-TAS-IDX) ' '
002930                 LK-TAS-TR-HASTA (LK-TAS-IDX)
002940         SET LK-TAS-ERROR TO TRUE
002950      ELSE
002960         MOVE LK-DIAS TO LK-TAS-TR-DIAS (LK-TAS-IDX)
002970      END-IF
002980*
002990      SET LK-TAS-IDX UP BY 1
003000      .
003010  4000-F-DIAS-TRAMO. EXIT.
003020*
003030***************************************
003040*  ERROR SQL - VUELVE 'E' CON EL     *
003050*  SQLCODE PARA EL LOG DEL LLAMADOR  *
003060***************************************
003070  9000-I-ERROR-SQL.
003080      MOVE SQLCODE TO FS-SQLCODE
003090      MOVE SQLCODE TO LK-TAS-SQLCODE
003100      DISPLAY '* RUTTASA: ERROR LEER TASAS = ' FS-SQLCODE
003110              ' ' LK-TAS-TIPO-CUENTA ' ' LK-TAS-MONEDA
003120      SET LK-TAS-ERROR TO TRUE
003130      SET WS-CURSOR-FIN TO TRUE
003140      .
003150  9000-F-ERROR-SQL. EXIT.
