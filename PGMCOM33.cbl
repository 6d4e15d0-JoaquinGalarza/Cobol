000110*         * POSTERIOR AL CIERRE - APLICA EL CARGO DE * JCR *
000120*         * TBTARIFAS (TIPO CUENTA/MONEDA) SOBRE CADA    *
000130*         * CUENTA ABIERTA, EXIME A LAS QUE SUPERAN EL   *
000133*         * SALDO PROMEDIO MINIMO DEL PERIODO            *
000136*         * (TBHISTSAL), DEBITA AUN EN SOBREGIRO         *
000139*         * MARCANDO EN EL INFORME LAS QUE QUEDAN BAJO   *
000142*         * EL PISO DE TBLIMITES, DEJA EL MOVIMIENTO     *
000145*         * 'CM' EN TBMOVIM Y TOTALIZA POR SUCURSAL      *
000148* 02/09/26* EL CONTROL DE CORRIDAS SE CLAVEA POR EL      *
000151*         * PERIODO AAAA-MM DE LA TARJETA (Y NO POR  * JCR *
000154*         * LA FECHA): EL MISMO PERIODO NO SE DEBITA     *
000157*         * DOS VECES EN FECHAS DISTINTAS                *
000160* 15/10/26* CADA COMMIT DEJA EN TBCONTROL (RUTCTRL 'C')  *
000163*         * EL ULTIMO PAR SUCURSAL/CUENTA CONFIRMADO  * JCR *
000166*         * Y LOS TOTALES; UNA CORRIDA QUE QUEDO         *
000169*         * INICIADA SE REANUDA DESDE EL PAR             *
000172*         * SUCURSAL/CUENTA SIGUIENTE CON LOS TOTALES    *
000175*         * ARRASTRADOS Y EL LISTADO LO INDICA. ANTE UN  *
000178*         * ERROR DE ENTORNO SE VUELVE AL ULTIMO PUNTO   *
000181*         * DE CONTROL EN LUGAR DE CONFIRMAR LO          *
000184*         * PENDIENTE                                    *
000190*************************************
000200  ENVIRONMENT DIVISION.
000210  CONFIGURATION SECTION.
001610      05  FILLER    PIC X(82)    VALUE SPACES.
001620
001630  01  WS-REG-SUCURSAL.
001635      05  FILLER    PIC X(10)    VALUE SPACES.
001640      05  FILLER    PIC X(09)    VALUE 'SUCURSAL '.
001645      05  WS-SUC-COD       PIC X(04)    VALUE SPACES.
001650      05  FILLER    PIC X(10)    VALUE ' COBRADO: '.
001655      05  WS-SUC-IMPORTE   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
001660      05  FILLER    PIC X(11)    VALUE '  CUENTAS: '.
001665      05  WS-SUC-CANT-COB  PIC ZZ.ZZ9   VALUE ZEROS.
001670      05  FILLER    PIC X(11)    VALUE '  EXENTAS: '.
001675      05  WS-SUC-CANT-EXE  PIC ZZ.ZZ9   VALUE ZEROS.
001680      05  FILLER    PIC X(49)    VALUE SPACES.
001685
001690  01  WS-REG-RESUMEN.
001695      05  FILLER    PIC X(04)    VALUE SPACES.
001700      05  FILLER    PIC X(18)    VALUE 'CUENTAS COBRADAS  '.
001705      05  WS-RES-COBRADAS  PIC ZZ.ZZ9   VALUE ZEROS.
001710      05  FILLER    PIC X(11)    VALUE '  EXENTAS  '.
001715      05  WS-RES-EXENTAS   PIC ZZ.ZZ9   VALUE ZEROS.
001720      05  FILLER    PIC X(13)    VALUE '  SIN TARIFA '.
001725      05  WS-RES-SIN-TAR   PIC ZZ.ZZ9   VALUE ZEROS.
001730      05  FILLER    PIC X(13)    VALUE '  BAJO PISO  '.
001735      05  WS-RES-BAJO-PISO PIC ZZ.ZZ9   VALUE ZEROS.
001740      05  FILLER    PIC X(55)    VALUE SPACES.
001745*************************************
001750*  PUNTO DE CONTROL DE LA CORRIDA   *
001755*  (RUTCTRL 'C' EN CADA COMMIT)     *
001760*************************************
001765  01  WS-ULTIMA-CLAVE.
001770      05  WS-ULT-SUCURSAL  PIC X(04)   VALUE SPACES.
001775      05  WS-ULT-CUENTA    PIC X(15)   VALUE SPACES.
001780  01  WS-CLAVE-REANUDA.
001785      05  WS-CRE-SUCURSAL  PIC X(04)   VALUE SPACES.
001790      05  WS-CRE-CUENTA    PIC X(15)   VALUE SPACES.
001795  01  WS-REANUDA-SW        PIC X(01)   VALUE 'N'.
001800      88 WS-CORRIDA-REANUDADA          VALUE 'S'.
001805  01  WS-PUNTO-CONTROL.
001810      05  CKP-CONTADORES   PIC X(35)   VALUE SPACES.
001815      05  CKP-SUCURSALES   PIC X(402)  VALUE SPACES.
001820  01  WS-REG-REANUDA.
001825      05  FILLER    PIC X(10)    VALUE SPACES.
001830      05  FILLER    PIC X(36)    VALUE
001835       'CORRIDA REANUDADA A CONTINUACION DE '.
001840      05  WS-AVI-CLAVE     PIC X(20)    VALUE SPACES.
001845      05  FILLER    PIC X(66)    VALUE
001850       '- LOS TOTALES INCLUYEN LO PREVIO AL REARRANQUE'.
001860*************************************
001870*             SQL                  *
001880*************************************
002130       EXEC SQL
002140         DECLARE COBRO_CURSOR CURSOR WITH HOLD FOR
002150          SELECT SUCURSAL, NRO_CUENTA, TIPO_CUENTA,
002155                 MONEDA, SALDO_ACTUAL
002160            FROM ITPFBIO.TBCUENTAS
002165           WHERE FECHA_DE_BAJA IS NULL
002170             AND (SUCURSAL GREATER :WS-CRE-SUCURSAL
002175              OR (SUCURSAL EQUAL :WS-CRE-SUCURSAL
002180              AND NRO_CUENTA GREATER :WS-CRE-CUENTA))
002190           ORDER BY SUCURSAL, NRO_CUENTA
002200       END-EXEC.
002210
003060         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
003070         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
003080         SET  FS-CUENTA-EOF TO TRUE
003085      END-IF
003090
003095      PERFORM 9000-I-TITULO
003100         THRU 9000-F-TITULO
003105
003110      IF WS-CORRIDA-REANUDADA
003115         PERFORM 1300-I-AVISO-REANUDA THRU 1300-F-AVISO-REANUDA
003120      END-IF
003130
003140      EXEC SQL
003150         OPEN COBRO_CURSOR
003570      EVALUATE SQLCODE
003580
003590      WHEN ZEROS
003596         ADD 1 TO CN-CUENTAS
003602         MOVE NRO-CUENTA TO LK-ERR-CLAVE
003608         MOVE SUCURSAL   TO WS-ULT-SUCURSAL
003614         MOVE NRO-CUENTA TO WS-ULT-CUENTA
003620
003630      WHEN +100
003640         SET FS-CUENTA-EOF TO TRUE
007000      IF NOT FS-SALIDA-OK
007010         DISPLAY '* ERROR EN GRABAR DETALLE = ' FS-SALIDA
007020         MOVE FS-SALIDA TO LK-ERR-CODIGO
007024         MOVE '5500-I-GRABAR-DETALLE' TO LK-ERR-PARRAFO
007028         MOVE 'GRABAR DETALLE' TO LK-ERR-RECURSO
007032         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007036         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007040         SET  FS-CUENTA-EOF TO TRUE
007044      ELSE
007048         ADD 1 TO CN-CUENTA-LINEA
007052      END-IF
007056      .
007060  5500-F-GRABAR-DETALLE. EXIT.
007064**************************************
007068*   COMMIT CADA N CUENTAS COBRADAS   *
007072**************************************
007076  3500-I-COMMIT-PERIODICO.
007080      ADD 1 TO CN-COMMIT-PEND
007084
007088      IF CN-COMMIT-PEND NOT LESS CT-COMMIT-CADA
007092         PERFORM 3550-I-PUNTO-CONTROL
007096            THRU 3550-F-PUNTO-CONTROL
007100         IF LK-CTL-ERROR
007104            GO TO 3500-F-COMMIT-PERIODICO
007108         END-IF
007112         EXEC SQL
007116            COMMIT
007120         END-EXEC
007124         MOVE ZEROS TO CN-COMMIT-PEND
007128      END-IF
007132      .
007136  3500-F-COMMIT-PERIODICO. EXIT.
007140**************************************
007144*  PUNTO DE CONTROL ANTES DE CADA    *
007148*  COMMIT: ULTIMA CLAVE Y TOTALES    *
007152*  EN TBCONTROL (RUTCTRL 'C')        *
007156**************************************
007160  3550-I-PUNTO-CONTROL.
007164      MOVE CN-CONTADORES   TO CKP-CONTADORES
007168      MOVE CN-TAB-SUCURSAL TO CKP-SUCURSALES
007172
007176      SET LK-CTL-CHECKPOINT TO TRUE
007180      MOVE WS-ULTIMA-CLAVE  TO LK-CTL-CLAVE
007184      MOVE WS-PUNTO-CONTROL TO LK-CTL-TOTALES
007188      MOVE CN-COBRADAS TO LK-CTL-CONTADOR
007192
007196      MOVE RETURN-CODE TO WS-RC-GUARDADO
007200      CALL 'RUTCTRL' USING LK-CTL-AREA
007204      MOVE WS-RC-GUARDADO TO RETURN-CODE
007208
007212      IF LK-CTL-ERROR
007216         DISPLAY '* ERROR AL GRABAR EL PUNTO DE CONTROL'
007220         MOVE LK-CTL-SALIDA TO LK-ERR-CODIGO
007224         MOVE '3550-I-PUNTO-CONTROL' TO LK-ERR-PARRAFO
007228         MOVE 'PUNTO DE CONTROL' TO LK-ERR-RECURSO
007232         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007236         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007240         SET FS-CUENTA-EOF TO TRUE
007244      END-IF
007248      .
007252  3550-F-PUNTO-CONTROL. EXIT.
007270**************************************
007280*           GRABAR TITULO            *
007290**************************************
007760         MOVE '9999-I-FINAL' TO LK-ERR-PARRAFO
007770         MOVE 'GRABAR RESUMEN' TO LK-ERR-RECURSO
007780         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007786         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007792      END-IF
007798
007804      WRITE REG-SALIDA FROM IP-TITULO-SUCURSAL
007810
007816      SET CN-SUC-IDX TO 1
007822
007828      PERFORM 9510-I-IMPRIMIR-SUCURSAL
007834         THRU 9510-F-IMPRIMIR-SUCURSAL
007840         UNTIL CN-SUC-IDX GREATER CN-SUC-CANT
007846
007852      EXEC SQL
007858         CLOSE COBRO_CURSOR
007864      END-EXEC
007870
007876      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
007882         AND WS-ULTIMA-CLAVE NOT EQUAL SPACES
007888         PERFORM 3550-I-PUNTO-CONTROL
007894            THRU 3550-F-PUNTO-CONTROL
007900      END-IF
007906
007912      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
007918         EXEC SQL
007924            ROLLBACK
007930         END-EXEC
007936      ELSE
007942         EXEC SQL
007948            COMMIT
007954         END-EXEC
007960      END-IF
007970
007980      CLOSE SALIDA
007990      IF NOT FS-SALIDA-OK
008550  1100-I-CONTROL-INICIO.
008560      IF CC-FECHA-PROCESO EQUAL SPACES
008570         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
008574         MOVE CTL-AREA-AA TO CTL-HOY-AA
008578         MOVE CTL-AREA-MM TO CTL-HOY-MM
008582         MOVE CTL-AREA-DD TO CTL-HOY-DD
008586         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
008590      END-IF
008594
008598      IF WS-PERIODO-CARD EQUAL SPACES
008602         MOVE CC-FECHA-PROCESO (1:7) TO WS-PERIODO-CARD
008606      END-IF
008610
008614      SET LK-CTL-INICIO TO TRUE
008618      MOVE 'PGMCOM33' TO LK-CTL-PROGRAMA
008622      MOVE WS-PERIODO-CARD TO LK-CTL-FECHA
008626      MOVE CC-RERUN TO LK-CTL-RERUN
008630      MOVE ZEROS TO LK-CTL-CONTADOR
008634
008638      MOVE RETURN-CODE TO WS-RC-GUARDADO
008642      CALL 'RUTCTRL' USING LK-CTL-AREA
008646      MOVE WS-RC-GUARDADO TO RETURN-CODE
008650
008654      IF LK-CTL-YA-CORRIO
008658         DISPLAY '* CORRIDA YA COMPLETADA PARA EL PERIODO '
008662                 WS-PERIODO-CARD
008666         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
008670         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
008674         SET FS-CUENTA-EOF TO TRUE
008678         SET WS-CORRIDA-RECHAZADA TO TRUE
008682      END-IF
008686
008690      IF LK-CTL-ERROR
008694         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008698         SET FS-CUENTA-EOF TO TRUE
008702         SET WS-CORRIDA-RECHAZADA TO TRUE
008706      END-IF
008710
008714      IF LK-CTL-REANUDADA
008718         PERFORM 1150-I-REANUDAR THRU 1150-F-REANUDAR
008722      END-IF
008726      .
008730  1100-F-CONTROL-INICIO. EXIT.
008734**************************************
008738*  CORRIDA REANUDADA: RETOMAR LA     *
008742*  CLAVE Y LOS TOTALES DEL ULTIMO    *
008746*  PUNTO DE CONTROL                  *
008750**************************************
008754  1150-I-REANUDAR.
008758      SET WS-CORRIDA-REANUDADA TO TRUE
008762      MOVE LK-CTL-CLAVE    TO WS-CLAVE-REANUDA
008766      MOVE LK-CTL-CLAVE    TO WS-ULTIMA-CLAVE
008770      MOVE LK-CTL-TOTALES  TO WS-PUNTO-CONTROL
008774      MOVE CKP-CONTADORES  TO CN-CONTADORES
008778      MOVE CKP-SUCURSALES  TO CN-TAB-SUCURSAL
008782      MOVE ZEROS TO CN-CUENTA-LINEA
008786
008790      DISPLAY '* CORRIDA REANUDADA A CONTINUACION DE '
008794              LK-CTL-CLAVE
008798      .
008802  1150-F-REANUDAR. EXIT.
008806**************************************
008810*  AVISO EN EL LISTADO DE QUE LA     *
008814*  CORRIDA FUE REANUDADA             *
008818**************************************
008822  1300-I-AVISO-REANUDA.
008826      MOVE LK-CTL-CLAVE TO WS-AVI-CLAVE
008830
008834      WRITE REG-SALIDA FROM WS-REG-REANUDA
008838
008842      IF NOT FS-SALIDA-OK
008846         DISPLAY '* ERROR EN IMPRIMIR REANUDACION = ' FS-SALIDA
008850         MOVE FS-SALIDA TO LK-ERR-CODIGO
008854         MOVE '1300-I-AVISO-REANUDA' TO LK-ERR-PARRAFO
008858         MOVE 'IMPRIMIR REANUDA' TO LK-ERR-RECURSO
008862         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
008866         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
008870         SET  FS-CUENTA-EOF TO TRUE
008874      ELSE
008878         ADD 1 TO CN-CUENTA-LINEA
008882      END-IF
008886      .
008890  1300-F-AVISO-REANUDA. EXIT.
008900**************************************
008910*  REGISTRO DE FIN EXITOSO EN        *
008920*  TBCONTROL CON EL CONTADOR         *
