000120*         * LA FECHA DE PROCESO DEBITA EL ORIGEN Y       *
000130*         * ACREDITA EL DESTINO EN TBCUENTAS COMO LA     *
000140*         * TRANSFERENCIA ONLINE (MOVIMIENTOS TD/TC),    *
000142*         * CORRE LA PROXIMA FECHA SEGUN FRECUENCIA AL   *
000144*         * HABIL SIGUIENTE (RUTFECHA 'H') Y DEJA LAS    *
000146*         * FALLIDAS EN EL ARCHIVO DE RECHAZOS PARA EL   *
000148*         * SEGUIMIENTO DE LA SUCURSAL                   *
000150* 02/09/26* TRAS UN ROLLBACK LA ORDEN NO SIGUE: NO SE    *
000152*         * GRABA EL CREDITO NI SE CUENTA COMO       * JCR *
000154*         * EJECUTADA NI SE CORRE LA PROXIMA FECHA,      *
000156*         * ASI EL RELANZAMIENTO LA REINTENTA            *
000158* 15/10/26* CADA COMMIT DEJA EN TBCONTROL (RUTCTRL 'C')  *
000160*         * EL ULTIMO NUMERO DE ORDEN CONFIRMADO Y    * JCR *
000162*         * LOS TOTALES; UNA CORRIDA QUE QUEDO INICIADA  *
000164*         * SE REANUDA DESDE EL NUMERO DE ORDEN          *
000166*         * SIGUIENTE CON LOS TOTALES ARRASTRADOS Y EL   *
000168*         * LISTADO LO INDICA. ANTE UN ERROR DE ENTORNO  *
000170*         * SE VUELVE AL ULTIMO PUNTO DE CONTROL EN      *
000172*         * LUGAR DE CONFIRMAR LO PENDIENTE              *
000175* 15/10/26* UN CBU ANTERIOR A UNA CONSOLIDACION DE       *
000178*         * SUCURSALES (PGMCSU33) SIGUE UBICANDO A * JCR *
000181*         * LA CUENTA POR LA REFERENCIA CRUZADA          *
000184*         * TBCTAXREF                                    *
000190*************************************
000200  ENVIRONMENT DIVISION.
000210  CONFIGURATION SECTION.
001490
001500  01  WS-REG-DETALLE.
001510      05  WS-DET-NRO-ORDEN PIC 9(09)    VALUE ZEROS.
001515      05  FILLER           PIC X(01)    VALUE SPACES.
001520      05  WS-DET-ORIGEN    PIC X(15)    VALUE SPACES.
001525      05  FILLER           PIC X(01)    VALUE SPACES.
001530      05  WS-DET-DESTINO   PIC X(22)    VALUE SPACES.
001535      05  FILLER           PIC X(01)    VALUE SPACES.
001540      05  WS-DET-IMPORTE   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
001545      05  FILLER           PIC X(01)    VALUE SPACES.
001550      05  WS-DET-RESULTADO PIC X(40)    VALUE SPACES.
001555      05  FILLER           PIC X(26)    VALUE SPACES.
001560
001565  01  WS-REG-RESUMEN.
001570      05  FILLER    PIC X(04)    VALUE SPACES.
001575      05  FILLER    PIC X(20)    VALUE 'ORDENES EJECUTADAS  '.
001580      05  WS-RES-EJEC      PIC ZZ.ZZ9   VALUE ZEROS.
001585      05  FILLER    PIC X(14)    VALUE '   RECHAZADAS '.
001590      05  WS-RES-RECH      PIC ZZ.ZZ9   VALUE ZEROS.
001595      05  FILLER    PIC X(82)    VALUE SPACES.
001600*************************************
001605*  PUNTO DE CONTROL DE LA CORRIDA   *
001610*  (RUTCTRL 'C' EN CADA COMMIT)     *
001615*************************************
001620  01  WS-ULTIMA-CLAVE      PIC 9(09)   VALUE ZEROS.
001625  01  WS-CLAVE-REANUDA     PIC S9(9)V USAGE COMP-3 VALUE ZEROS.
001630  01  WS-REANUDA-SW        PIC X(01)   VALUE 'N'.
001635      88 WS-CORRIDA-REANUDADA          VALUE 'S'.
001640  01  WS-PUNTO-CONTROL.
001645      05  CKP-CONTADORES   PIC X(25)   VALUE SPACES.
001650  01  WS-REG-REANUDA.
001655      05  FILLER    PIC X(10)    VALUE SPACES.
001660      05  FILLER    PIC X(36)    VALUE
001665       'CORRIDA REANUDADA A CONTINUACION DE '.
001670      05  WS-AVI-CLAVE     PIC X(20)    VALUE SPACES.
001675      05  FILLER    PIC X(66)    VALUE
001680       '- LOS TOTALES INCLUYEN LO PREVIO AL REARRANQUE'.
001690*************************************
001700*             SQL                  *
001710*************************************
001950                 FRECUENCIA, PROXIMA_FECHA
001960            FROM ITPFBIO.TBORDENES
001970           WHERE ESTADO EQUAL 'A'
001976             AND PROXIMA_FECHA NOT GREATER :WS-FECHA-PROCESO
001982             AND NRO_ORDEN GREATER :WS-CLAVE-REANUDA
001990           ORDER BY NRO_ORDEN
002000       END-EXEC.
002010
002820         MOVE FS-SALIDA TO LK-ERR-CODIGO
002830         MOVE '1000-I-INICIO' TO LK-ERR-PARRAFO
002840         MOVE 'OPEN SALIDA' TO LK-ERR-RECURSO
002846         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002852         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002858         SET  FS-ORDEN-EOF TO TRUE
002864      END-IF
002870
002876      IF WS-CORRIDA-REANUDADA
002882         OPEN EXTEND RECHAZOS
002888      ELSE
002894         OPEN OUTPUT RECHAZOS
002900      END-IF
002910
002920      IF NOT FS-RECHAZO-OK
002930         DISPLAY '* ERROR EN OPEN RECHAZOS = ' FS-RECHAZO
002970         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002980         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002990         SET  FS-ORDEN-EOF TO TRUE
002995      END-IF
003000
003005      PERFORM 9000-I-TITULO
003010         THRU 9000-F-TITULO
003015
003020      IF WS-CORRIDA-REANUDADA
003025         PERFORM 1300-I-AVISO-REANUDA THRU 1300-F-AVISO-REANUDA
003030      END-IF
003040
003050      EXEC SQL
003060         OPEN ORDEN_CURSOR
003500
003510      WHEN ZEROS
003520         ADD 1 TO CN-ORDENES
003526         MOVE ORD-CTA-ORIGEN TO LK-ERR-CLAVE
003532         MOVE ORD-NRO-ORDEN TO WS-ULTIMA-CLAVE
003540
003550      WHEN +100
003560         SET FS-ORDEN-EOF TO TRUE
004270           INTO :NRO-CUENTA, :MONEDA, :SALDO-ACTUAL
004280           FROM ITPFBIO.TBCUENTAS
004290          WHERE (NRO_CUENTA EQUAL :WS-CLAVE-BUSQUEDA
004293             OR CBU        EQUAL :WS-CLAVE-BUSQUEDA
004296             OR NRO_CUENTA IN
004299                (SELECT X.NRO_CUENTA
004302                   FROM ITPFBIO.TBCTAXREF X
004305                  WHERE X.CBU_ANTERIOR EQUAL :WS-CLAVE-BUSQUEDA))
004310            AND FECHA_DE_BAJA IS NULL
004320      END-EXEC
004330
007820                                 REMAINDER WS-RESTO
007830         IF WS-RESTO EQUAL ZEROS
007840            MOVE 'N' TO WS-BISIESTO-CAL
007844            DIVIDE WS-CAL-AA BY 400 GIVING WS-RESULTADO
007848                                    REMAINDER WS-RESTO
007852            IF WS-RESTO EQUAL ZEROS
007856               MOVE 'S' TO WS-BISIESTO-CAL
007860            END-IF
007864         END-IF
007868      END-IF
007872      .
007876  6310-F-BISIESTO-CAL. EXIT.
007880**************************************
007884*   COMMIT CADA N ORDENES            *
007888**************************************
007892  3500-I-COMMIT-PERIODICO.
007896      ADD 1 TO CN-COMMIT-PEND
007900
007904      IF CN-COMMIT-PEND NOT LESS CT-COMMIT-CADA
007908         PERFORM 3550-I-PUNTO-CONTROL
007912            THRU 3550-F-PUNTO-CONTROL
007916         IF LK-CTL-ERROR
007920            GO TO 3500-F-COMMIT-PERIODICO
007924         END-IF
007928         EXEC SQL
007932            COMMIT
007936         END-EXEC
007940         MOVE ZEROS TO CN-COMMIT-PEND
007944      END-IF
007948      .
007952  3500-F-COMMIT-PERIODICO. EXIT.
007956**************************************
007960*  PUNTO DE CONTROL ANTES DE CADA    *
007964*  COMMIT: ULTIMA CLAVE Y TOTALES    *
007968*  EN TBCONTROL (RUTCTRL 'C')        *
007972**************************************
007976  3550-I-PUNTO-CONTROL.
007980      MOVE CN-CONTADORES   TO CKP-CONTADORES
007984
007988      SET LK-CTL-CHECKPOINT TO TRUE
007992      MOVE WS-ULTIMA-CLAVE  TO LK-CTL-CLAVE
007996      MOVE WS-PUNTO-CONTROL TO LK-CTL-TOTALES
008000      MOVE CN-EJECUTADAS TO LK-CTL-CONTADOR
008004
008008      MOVE RETURN-CODE TO WS-RC-GUARDADO
008012      CALL 'RUTCTRL' USING LK-CTL-AREA
008016      MOVE WS-RC-GUARDADO TO RETURN-CODE
008020
008024      IF LK-CTL-ERROR
008028         DISPLAY '* ERROR AL GRABAR EL PUNTO DE CONTROL'
008032         MOVE LK-CTL-SALIDA TO LK-ERR-CODIGO
008036         MOVE '3550-I-PUNTO-CONTROL' TO LK-ERR-PARRAFO
008040         MOVE 'PUNTO DE CONTROL' TO LK-ERR-RECURSO
008044         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008048         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008052         SET FS-ORDEN-EOF TO TRUE
008056      END-IF
008060      .
008064  3550-F-PUNTO-CONTROL. EXIT.
008080**************************************
008090*           GRABAR TITULO            *
008100**************************************
008470      MOVE CN-EJECUTADAS TO WS-RES-EJEC
008480      MOVE CN-RECHAZADAS TO WS-RES-RECH
008490
008496      WRITE REG-SALIDA FROM WS-REG-RESUMEN
008502
008508      IF NOT FS-SALIDA-OK
008514         DISPLAY '* ERROR EN GRABAR RESUMEN = ' FS-SALIDA
008520         MOVE FS-SALIDA TO LK-ERR-CODIGO
008526         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
008532         MOVE 'GRABAR RESUMEN' TO LK-ERR-RECURSO
008538         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008544         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008550      END-IF
008556
008562      EXEC SQL
008568         CLOSE ORDEN_CURSOR
008574      END-EXEC
008580
008586      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
008592         AND WS-ULTIMA-CLAVE NOT EQUAL ZEROS
008598         PERFORM 3550-I-PUNTO-CONTROL
008604            THRU 3550-F-PUNTO-CONTROL
008610      END-IF
008616
008622      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
008628         EXEC SQL
008634            ROLLBACK
008640         END-EXEC
008646      ELSE
008652         EXEC SQL
008658            COMMIT
008664         END-EXEC
008670      END-IF
008680
008690      CLOSE SALIDA
008700      IF NOT FS-SALIDA-OK
009050*  TERMINO Y NO HAY RELANZAMIENTO    *
009060*  LA CORRIDA NO ARRANCA             *
009070**************************************
009074  1100-I-CONTROL-INICIO.
009078      IF CC-FECHA-PROCESO EQUAL SPACES
009082         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
009086         MOVE CTL-AREA-AA TO CTL-HOY-AA
009090         MOVE CTL-AREA-MM TO CTL-HOY-MM
009094         MOVE CTL-AREA-DD TO CTL-HOY-DD
009098         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
009102      END-IF
009106
009110      SET LK-CTL-INICIO TO TRUE
009114      MOVE 'PGMEJE33' TO LK-CTL-PROGRAMA
009118      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
009122      MOVE CC-RERUN TO LK-CTL-RERUN
009126      MOVE ZEROS TO LK-CTL-CONTADOR
009130
009134      MOVE RETURN-CODE TO WS-RC-GUARDADO
009138      CALL 'RUTCTRL' USING LK-CTL-AREA
009142      MOVE WS-RC-GUARDADO TO RETURN-CODE
009146
009150      IF LK-CTL-YA-CORRIO
009154         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
009158                 CC-FECHA-PROCESO
009162         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
009166         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
009170         SET FS-ORDEN-EOF TO TRUE
009174         SET WS-CORRIDA-RECHAZADA TO TRUE
009178      END-IF
009182
009186      IF LK-CTL-ERROR
009190         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009194         SET FS-ORDEN-EOF TO TRUE
009198         SET WS-CORRIDA-RECHAZADA TO TRUE
009202      END-IF
009206
009210      IF LK-CTL-REANUDADA
009214         PERFORM 1150-I-REANUDAR THRU 1150-F-REANUDAR
009218      END-IF
009222      .
009226  1100-F-CONTROL-INICIO. EXIT.
009230**************************************
009234*  CORRIDA REANUDADA: RETOMAR LA     *
009238*  CLAVE Y LOS TOTALES DEL ULTIMO    *
009242*  PUNTO DE CONTROL                  *
009246**************************************
009250  1150-I-REANUDAR.
009254      SET WS-CORRIDA-REANUDADA TO TRUE
009258      MOVE LK-CTL-CLAVE (1:9) TO WS-ULTIMA-CLAVE
009262      MOVE WS-ULTIMA-CLAVE TO WS-CLAVE-REANUDA
009266      MOVE LK-CTL-TOTALES  TO WS-PUNTO-CONTROL
009270      MOVE CKP-CONTADORES  TO CN-CONTADORES
009274      MOVE ZEROS TO CN-CUENTA-LINEA
009278
009282      DISPLAY '* CORRIDA REANUDADA A CONTINUACION DE '
009286              LK-CTL-CLAVE
009290      .
009294  1150-F-REANUDAR. EXIT.
009298**************************************
009302*  AVISO EN EL LISTADO DE QUE LA     *
009306*  CORRIDA FUE REANUDADA             *
009310**************************************
009314  1300-I-AVISO-REANUDA.
009318      MOVE LK-CTL-CLAVE TO WS-AVI-CLAVE
009322
009326      WRITE REG-SALIDA FROM WS-REG-REANUDA
009330
009334      IF NOT FS-SALIDA-OK
009338         DISPLAY '* ERROR EN IMPRIMIR REANUDACION = ' FS-SALIDA
009342         MOVE FS-SALIDA TO LK-ERR-CODIGO
009346         MOVE '1300-I-AVISO-REANUDA' TO LK-ERR-PARRAFO
009350         MOVE 'IMPRIMIR REANUDA' TO LK-ERR-RECURSO
009354         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
009358         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
009362         SET  FS-ORDEN-EOF TO TRUE
009366      ELSE
009370         ADD 1 TO CN-CUENTA-LINEA
009374      END-IF
009378      .
009382  1300-F-AVISO-REANUDA. EXIT.
009430**************************************
009440*  REGISTRO DE FIN EXITOSO EN        *
009450*  TBCONTROL CON EL CONTADOR         *
