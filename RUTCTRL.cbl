000120*             *  DE CADA PROGRAMA DE LA CADENA Y      *      *
000130*             *  RECHAZA EL REINICIO DE UNA FECHA YA  *      *
000140*             *  COMPLETADA SALVO RELANZAMIENTO       *      *
000141*  15/10/26   *  PUNTO DE CONTROL EN CADA COMMIT      *  JCR *
000142*             *  ('C'): CLAVE DEL ULTIMO REGISTRO     *      *
000143*             *  CONFIRMADO Y TOTALES DEL PROGRAMA.   *      *
000144*             *  UNA CORRIDA INICIADA CON PUNTO DE    *      *
000145*             *  CONTROL SE REANUDA ('R') DESDE ESA   *      *
000146*             *  CLAVE EN LUGAR DE REABRIRSE          *      *
000150******************************************************************
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000630         PERFORM 3000-I-REGISTRAR-FIN
000640            THRU 3000-F-REGISTRAR-FIN
000650      END-IF
000652*
000654      IF LK-CTL-CHECKPOINT
000656         PERFORM 4000-I-REGISTRAR-CHECKPOINT
000658            THRU 4000-F-REGISTRAR-CHECKPOINT
000659      END-IF
000660      .
000670  F-MAIN-PROGRAM. GOBACK.
000680*
000700*  REGISTRAR EL INICIO - SI LA FECHA *
000710*  YA TERMINO Y NO HAY RELANZAMIENTO *
000720*  SE DEVUELVE 'E' Y NO SE TOCA NADA *
000722*  SI QUEDO INICIADA CON PUNTO DE    *
000724*  CONTROL SE REANUDA DESDE AHI      *
000730***************************************
000740  2000-I-REGISTRAR-INICIO.
000745      MOVE SPACES TO CTL-ULTIMA-CLAVE
000747      MOVE SPACES TO CTL-TOTALES-TEXT
000749*
000750      EXEC SQL
000760         SELECT ESTADO, CONTADOR, ULTIMA_CLAVE, TOTALES
000770           INTO :CTL-ESTADO, :CTL-CONTADOR,
000775                :CTL-ULTIMA-CLAVE, :CTL-TOTALES
000780           FROM ITPFBIO.TBCONTROL
000790          WHERE FECHA_PROCESO EQUAL :CTL-FECHA-PROCESO
000800            AND PROGRAMA      EQUAL :CTL-PROGRAMA
000860         IF CTL-ESTADO EQUAL 'F'
000870            AND NOT LK-CTL-RELANZA
000880            SET LK-CTL-YA-CORRIO TO TRUE
000890            GO TO 2000-F-REGISTRAR-INICIO
000900         END-IF
000902*
000904         IF CTL-ESTADO EQUAL 'I'
000906            AND CTL-ULTIMA-CLAVE NOT EQUAL SPACES
000908            PERFORM 2300-I-REANUDAR
000910               THRU 2300-F-REANUDAR
000912         ELSE
000914            PERFORM 2100-I-REABRIR
000916               THRU 2100-F-REABRIR
000920         END-IF
000930*
000940      WHEN +100
001130            SET ESTADO = 'I',
001140                CONTADOR = 0,
001150                HORA_INICIO = :WS-HORA,
001160                HORA_FIN = ' ',
001162                ULTIMA_CLAVE = ' ',
001164                CLAVE_REANUDA = ' ',
001166                TOTALES = ''
001170          WHERE FECHA_PROCESO EQUAL :CTL-FECHA-PROCESO
001180            AND PROGRAMA      EQUAL :CTL-PROGRAMA
001190      END-EXEC
001460      END-IF
001470      .
001480  2200-F-INSERTAR. EXIT.
001481*
001482***************************************
001483*  REANUDAR LA CORRIDA QUE QUEDO     *
001484*  INICIADA: SE DEVUELVE LA CLAVE Y  *
001485*  LOS TOTALES DEL ULTIMO COMMIT Y   *
001486*  QUEDA REGISTRADO DESDE DONDE SE   *
001487*  REANUDO                           *
001488***************************************
001489  2300-I-REANUDAR.
001490      EXEC SQL
001491         UPDATE ITPFBIO.TBCONTROL
001492            SET CLAVE_REANUDA = :CTL-ULTIMA-CLAVE,
001493                HORA_INICIO = :WS-HORA,
001494                HORA_FIN = ' '
001495          WHERE FECHA_PROCESO EQUAL :CTL-FECHA-PROCESO
001496            AND PROGRAMA      EQUAL :CTL-PROGRAMA
001497      END-EXEC
001498*
001499      IF SQLCODE NOT EQUAL ZEROS
001500         MOVE SQLCODE TO FS-SQLCODE
001501         DISPLAY '* RUTCTRL: ERROR REANUDAR = ' FS-SQLCODE
001502         SET LK-CTL-ERROR TO TRUE
001503         GO TO 2300-F-REANUDAR
001504      END-IF
001505*
001506      SET LK-CTL-REANUDADA TO TRUE
001507      MOVE CTL-ULTIMA-CLAVE TO LK-CTL-CLAVE
001508      MOVE CTL-CONTADOR     TO LK-CTL-CONTADOR
001509      MOVE CTL-TOTALES-TEXT TO LK-CTL-TOTALES
001510      .
001511  2300-F-REANUDAR. EXIT.
001520*
001530***************************************
001540*  REGISTRAR EL FIN EXITOSO CON EL   *
001550*  CONTADOR DE LA CORRIDA            *
001560***************************************
001570  3000-I-REGISTRAR-FIN.
001580      MOVE LK-CTL-CONTADOR TO CTL-CONTADOR
001590*
001600      EXEC SQL
001610         UPDATE ITPFBIO.TBCONTROL
001620            SET ESTADO = 'F',
001630                CONTADOR = :CTL-CONTADOR,
001640                HORA_FIN = :WS-HORA
001650          WHERE FECHA_PROCESO EQUAL :CTL-FECHA-PROCESO
001660            AND PROGRAMA      EQUAL :CTL-PROGRAMA
001670      END-EXEC
001680*
001690      IF SQLCODE NOT EQUAL ZEROS
001700         MOVE SQLCODE TO FS-SQLCODE
001710         DISPLAY '* RUTCTRL: ERROR REGISTRAR FIN = ' FS-SQLCODE
001720         SET LK-CTL-ERROR TO TRUE
001730      END-IF
001740      .
001750  3000-F-REGISTRAR-FIN. EXIT.
001760*
001770***************************************
001780*  PUNTO DE CONTROL: CLAVE DEL       *
001790*  ULTIMO REGISTRO, CONTADOR Y       *
001800*  TOTALES. SE GRABA DENTRO DE LA    *
001810*  UNIDAD DE TRABAJO DEL PROGRAMA,   *
001820*  QUE LO CONFIRMA CON SU COMMIT     *
001830***************************************
001840  4000-I-REGISTRAR-CHECKPOINT.
001850      MOVE LK-CTL-CONTADOR TO CTL-CONTADOR
001860      MOVE LK-CTL-CLAVE    TO CTL-ULTIMA-CLAVE
001870      MOVE LENGTH OF LK-CTL-TOTALES TO CTL-TOTALES-LEN
001880      MOVE LK-CTL-TOTALES  TO CTL-TOTALES-TEXT
001890*
001900      EXEC SQL
001910         UPDATE ITPFBIO.TBCONTROL
001920            SET CONTADOR = :CTL-CONTADOR,
001930                ULTIMA_CLAVE = :CTL-ULTIMA-CLAVE,
001940                TOTALES = :CTL-TOTALES
001950          WHERE FECHA_PROCESO EQUAL :CTL-FECHA-PROCESO
001960            AND PROGRAMA      EQUAL :CTL-PROGRAMA
001970      END-EXEC
001980*
001990      IF SQLCODE NOT EQUAL ZEROS
002000         MOVE SQLCODE TO FS-SQLCODE
002010         DISPLAY '* RUTCTRL: ERROR PUNTO DE CONTROL = ' FS-SQLCODE
002020         SET LK-CTL-ERROR TO TRUE
002030      END-IF
002040      .
002050  4000-F-REGISTRAR-CHECKPOINT. EXIT.
002060*
