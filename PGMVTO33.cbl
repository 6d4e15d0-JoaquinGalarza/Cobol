000110*         * VENCIDOS (TBPLAZOS) - AL VENCIMIENTO      * JCR *
000120*         * ACREDITA EL INTERES EN LA CUENTA ORIGEN      *
000130*         * ('PC' EN TBMOVIM); SEGUN LA INSTRUCCION      *
000133*         * 'C' DEVUELVE TAMBIEN EL CAPITAL Y CIERRA     *
000136*         * EL CERTIFICADO, O 'R' LO RENUEVA POR EL      *
000139*         * MISMO PLAZO CON LA TASA VIGENTE DE TBTASAS   *
000142*         * Y VENCIMIENTO EN DIA HABIL (RUTFECHA 'S' Y   *
000145*         * 'H'). TOTALIZA LO ACREDITADO POR SUCURSAL    *
000148* 15/10/26* LA RENOVACION TOMA LA TASA DE TBTASAS CON    *
000151*         * LA VIGENCIA (FECHA_DESDE) MAS RECIENTE   * JCR *
000154*         * QUE NO SUPERE LA FECHA DE PROCESO            *
000157* 15/10/26* CADA COMMIT DEJA EN TBCONTROL (RUTCTRL 'C')  *
000160*         * EL ULTIMO CERTIFICADO CONFIRMADO Y LOS    * JCR *
000163*         * TOTALES; UNA CORRIDA QUE QUEDO INICIADA SE   *
000166*         * REANUDA DESDE EL CERTIFICADO SIGUIENTE CON   *
000169*         * LOS TOTALES ARRASTRADOS Y EL LISTADO LO      *
000172*         * INDICA. ANTE UN ERROR DE ENTORNO SE VUELVE   *
000175*         * AL ULTIMO PUNTO DE CONTROL EN LUGAR DE       *
000178*         * CONFIRMAR LO PENDIENTE                       *
000190*************************************
000200  ENVIRONMENT DIVISION.
000210  CONFIGURATION SECTION.
001150      05  FILLER           PIC X(01)    VALUE SPACES.
001160      05  WS-DET-CAPITAL   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
001170      05  FILLER           PIC X(01)    VALUE SPACES.
001175      05  WS-DET-INTERES   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
001180      05  FILLER           PIC X(01)    VALUE SPACES.
001185      05  WS-DET-RESULTADO PIC X(10)    VALUE SPACES.
001190      05  FILLER           PIC X(61)    VALUE SPACES.
001195
001200  01  WS-REG-TOTAL.
001205      05  FILLER    PIC X(10)    VALUE SPACES.
001210      05  WS-TOT-ETIQUETA  PIC X(16)    VALUE SPACES.
001215      05  WS-TOT-COD       PIC X(04)    VALUE SPACES.
001220      05  FILLER    PIC X(03)    VALUE ' : '.
001225      05  WS-TOT-IMPORTE   PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
001230      05  FILLER    PIC X(84)    VALUE SPACES.
001235
001240  01  IP-TITULO-SUCURSAL.
001245      05  FILLER    PIC X(10)    VALUE SPACES.
001250      05  FILLER    PIC X(36)    VALUE
001255       'ACREDITADO POR SUCURSAL'.
001260      05  FILLER    PIC X(86)    VALUE SPACES.
001265*************************************
001270*  PUNTO DE CONTROL DE LA CORRIDA   *
001275*  (RUTCTRL 'C' EN CADA COMMIT)     *
001280*************************************
001285  01  WS-ULTIMA-CLAVE      PIC 9(09)   VALUE ZEROS.
001290  01  WS-CLAVE-REANUDA     PIC S9(9)V USAGE COMP-3 VALUE ZEROS.
001295  01  WS-REANUDA-SW        PIC X(01)   VALUE 'N'.
001300      88 WS-CORRIDA-REANUDADA          VALUE 'S'.
001305  01  WS-PUNTO-CONTROL.
001310      05  CKP-CONTADORES   PIC X(25)   VALUE SPACES.
001315      05  CKP-SUCURSALES   PIC X(202)  VALUE SPACES.
001320  01  WS-REG-REANUDA.
001325      05  FILLER    PIC X(10)    VALUE SPACES.
001330      05  FILLER    PIC X(36)    VALUE
001335       'CORRIDA REANUDADA A CONTINUACION DE '.
001340      05  WS-AVI-CLAVE     PIC X(20)    VALUE SPACES.
001345      05  FILLER    PIC X(66)    VALUE
001350       '- LOS TOTALES INCLUYEN LO PREVIO AL REARRANQUE'.
001360*************************************
001370*             SQL                  *
001380*************************************
001640            FROM ITPFBIO.TBPLAZOS
001650           WHERE ESTADO EQUAL 'V'
001660             AND FECHA_VENCIMIENTO NOT GREATER
001666                 :WS-FECHA-PROCESO
001672             AND NRO_CERTIFICADO GREATER :WS-CLAVE-REANUDA
001680           ORDER BY NRO_CERTIFICADO
001690       END-EXEC.
001700
002540         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
002550         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
002560         SET  FS-PLAZO-EOF TO TRUE
002565      END-IF
002570
002575      PERFORM 9000-I-TITULO
002580         THRU 9000-F-TITULO
002585
002590      IF WS-CORRIDA-REANUDADA
002595         PERFORM 1300-I-AVISO-REANUDA THRU 1300-F-AVISO-REANUDA
002600      END-IF
002610
002620      EXEC SQL
002630         OPEN VENCIDO_CURSOR
003090
003100      WHEN ZEROS
003110         ADD 1 TO CN-VENCIDOS
003116         MOVE PLA-CTA-ORIGEN TO LK-ERR-CLAVE
003122         MOVE PLA-NRO-CERTIFICADO TO WS-ULTIMA-CLAVE
003130
003140      WHEN +100
003150         SET FS-PLAZO-EOF TO TRUE
004497**************************************
004500*  RENOVAR EL CERTIFICADO POR EL     *
004510*  MISMO PLAZO CON LA TASA VIGENTE   *
004511*  A LA FECHA DE PROCESO             *
004520**************************************
004530  5000-I-RENOVAR.
004540      MOVE CT-TIPO-PLAZO-FIJO TO TAS-TIPO-CUENTA
004550      MOVE PLA-MONEDA         TO TAS-MONEDA
004555      MOVE WS-FECHA-PROCESO   TO TAS-FECHA-DESDE
004560
004570      EXEC SQL
004580         SELECT TASA_ANUAL
004600           FROM ITPFBIO.TBTASAS
004610          WHERE TIPO_CUENTA EQUAL :TAS-TIPO-CUENTA
004620            AND MONEDA      EQUAL :TAS-MONEDA
004621            AND FECHA_DESDE EQUAL
004622               (SELECT MAX(FECHA_DESDE)
004623                  FROM ITPFBIO.TBTASAS
004624                 WHERE TIPO_CUENTA EQUAL :TAS-TIPO-CUENTA
004625                   AND MONEDA      EQUAL :TAS-MONEDA
004626                   AND FECHA_DESDE NOT GREATER :TAS-FECHA-DESDE)
004630      END-EXEC
004640
004650      IF SQLCODE NOT EQUAL ZEROS
006020
006030      ADD WS-ACREDITAR TO CN-SUC-TOTAL (CN-SUC-IDX)
006040      .
006044  5700-F-ACUM-SUCURSAL. EXIT.
006048**************************************
006052*        BUSCAR SUCURSAL EN TABLA    *
006056**************************************
006060  5710-I-BUSCAR-SUCURSAL.
006064      IF CN-SUC-COD (CN-SUC-IDX) NOT EQUAL SUCURSAL
006068         SET CN-SUC-IDX UP BY 1
006072      END-IF
006076      .
006080  5710-F-BUSCAR-SUCURSAL. EXIT.
006084**************************************
006088*   COMMIT CADA N CERTIFICADOS       *
006092**************************************
006096  3500-I-COMMIT-PERIODICO.
006100      ADD 1 TO CN-COMMIT-PEND
006104
006108      IF CN-COMMIT-PEND NOT LESS CT-COMMIT-CADA
006112         PERFORM 3550-I-PUNTO-CONTROL
006116            THRU 3550-F-PUNTO-CONTROL
006120         IF LK-CTL-ERROR
006124            GO TO 3500-F-COMMIT-PERIODICO
006128         END-IF
006132         EXEC SQL
006136            COMMIT
006140         END-EXEC
006144         MOVE ZEROS TO CN-COMMIT-PEND
006148      END-IF
006152      .
006156  3500-F-COMMIT-PERIODICO. EXIT.
006160**************************************
006164*  PUNTO DE CONTROL ANTES DE CADA    *
006168*  COMMIT: ULTIMA CLAVE Y TOTALES    *
006172*  EN TBCONTROL (RUTCTRL 'C')        *
006176**************************************
006180  3550-I-PUNTO-CONTROL.
006184      MOVE CN-CONTADORES   TO CKP-CONTADORES
006188      MOVE CN-TAB-SUCURSAL TO CKP-SUCURSALES
006192
006196      SET LK-CTL-CHECKPOINT TO TRUE
006200      MOVE WS-ULTIMA-CLAVE  TO LK-CTL-CLAVE
006204      MOVE WS-PUNTO-CONTROL TO LK-CTL-TOTALES
006208      MOVE CN-VENCIDOS TO LK-CTL-CONTADOR
006212
006216      MOVE RETURN-CODE TO WS-RC-GUARDADO
006220      CALL 'RUTCTRL' USING LK-CTL-AREA
006224      MOVE WS-RC-GUARDADO TO RETURN-CODE
006228
006232      IF LK-CTL-ERROR
006236         DISPLAY '* ERROR AL GRABAR EL PUNTO DE CONTROL'
006240         MOVE LK-CTL-SALIDA TO LK-ERR-CODIGO
006244         MOVE '3550-I-PUNTO-CONTROL' TO LK-ERR-PARRAFO
006248         MOVE 'PUNTO DE CONTROL' TO LK-ERR-RECURSO
006252         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
006256         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
006260         SET FS-PLAZO-EOF TO TRUE
006264      END-IF
006268      .
006272  3550-F-PUNTO-CONTROL. EXIT.
006290**************************************
006300*           GRABAR TITULO            *
006310**************************************
006640**************************************
006650*  CUERPO FINAL - RESUMENES Y CIERRE *
006660**************************************
006666  9999-I-FINAL.
006672      WRITE REG-SALIDA FROM IP-TITULO-SUCURSAL
006678
006684      MOVE 'TOTAL SUCURSAL  ' TO WS-TOT-ETIQUETA
006690
006696      SET CN-SUC-IDX TO 1
006702
006708      PERFORM 9510-I-IMPRIMIR-SUCURSAL
006714         THRU 9510-F-IMPRIMIR-SUCURSAL
006720         UNTIL CN-SUC-IDX GREATER CN-SUC-CANT
006726
006732      EXEC SQL
006738         CLOSE VENCIDO_CURSOR
006744      END-EXEC
006750
006756      IF RETURN-CODE NOT GREATER CT-RC-ERROR-DATOS
006762         AND WS-ULTIMA-CLAVE NOT EQUAL ZEROS
006768         PERFORM 3550-I-PUNTO-CONTROL
006774            THRU 3550-F-PUNTO-CONTROL
006780      END-IF
006786
006792      IF RETURN-CODE GREATER CT-RC-ERROR-DATOS
006798         EXEC SQL
006804            ROLLBACK
006810         END-EXEC
006816      ELSE
006822         EXEC SQL
006828            COMMIT
006834         END-EXEC
006840      END-IF
006850
006860      CLOSE SALIDA
006870      IF NOT FS-SALIDA-OK
007330*  (RUTCTRL) - SI LA FECHA YA        *
007340*  TERMINO Y NO HAY RELANZAMIENTO    *
007350*  LA CORRIDA NO ARRANCA             *
007354**************************************
007358  1100-I-CONTROL-INICIO.
007362      IF CC-FECHA-PROCESO EQUAL SPACES
007366         ACCEPT WS-CTL-FECHA-AREA FROM DATE YYYYMMDD
007370         MOVE CTL-AREA-AA TO CTL-HOY-AA
007374         MOVE CTL-AREA-MM TO CTL-HOY-MM
007378         MOVE CTL-AREA-DD TO CTL-HOY-DD
007382         MOVE WS-CTL-HOY  TO CC-FECHA-PROCESO
007386      END-IF
007390
007394      SET LK-CTL-INICIO TO TRUE
007398      MOVE 'PGMVTO33' TO LK-CTL-PROGRAMA
007402      MOVE CC-FECHA-PROCESO TO LK-CTL-FECHA
007406      MOVE CC-RERUN TO LK-CTL-RERUN
007410      MOVE ZEROS TO LK-CTL-CONTADOR
007414
007418      MOVE RETURN-CODE TO WS-RC-GUARDADO
007422      CALL 'RUTCTRL' USING LK-CTL-AREA
007426      MOVE WS-RC-GUARDADO TO RETURN-CODE
007430
007434      IF LK-CTL-YA-CORRIO
007438         DISPLAY '* CORRIDA YA COMPLETADA PARA LA FECHA '
007442                 CC-FECHA-PROCESO
007446         DISPLAY '* USE S EN LA TARJETA PARA RELANZAR'
007450         MOVE CT-RC-YA-CORRIDO TO RETURN-CODE
007454         SET FS-PLAZO-EOF TO TRUE
007458         SET WS-CORRIDA-RECHAZADA TO TRUE
007462      END-IF
007466
007470      IF LK-CTL-ERROR
007474         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007478         SET FS-PLAZO-EOF TO TRUE
007482         SET WS-CORRIDA-RECHAZADA TO TRUE
007486      END-IF
007490
007494      IF LK-CTL-REANUDADA
007498         PERFORM 1150-I-REANUDAR THRU 1150-F-REANUDAR
007502      END-IF
007506      .
007510  1100-F-CONTROL-INICIO. EXIT.
007514**************************************
007518*  CORRIDA REANUDADA: RETOMAR LA     *
007522*  CLAVE Y LOS TOTALES DEL ULTIMO    *
007526*  PUNTO DE CONTROL                  *
007530**************************************
007534  1150-I-REANUDAR.
007538      SET WS-CORRIDA-REANUDADA TO TRUE
007542      MOVE LK-CTL-CLAVE (1:9) TO WS-ULTIMA-CLAVE
007546      MOVE WS-ULTIMA-CLAVE TO WS-CLAVE-REANUDA
007550      MOVE LK-CTL-TOTALES  TO WS-PUNTO-CONTROL
007554      MOVE CKP-CONTADORES  TO CN-CONTADORES
007558      MOVE CKP-SUCURSALES  TO CN-TAB-SUCURSAL
007562      MOVE ZEROS TO CN-CUENTA-LINEA
007566
007570      DISPLAY '* CORRIDA REANUDADA A CONTINUACION DE '
007574              LK-CTL-CLAVE
007578      .
007582  1150-F-REANUDAR. EXIT.
007586**************************************
007590*  AVISO EN EL LISTADO DE QUE LA     *
007594*  CORRIDA FUE REANUDADA             *
007598**************************************
007602  1300-I-AVISO-REANUDA.
007606      MOVE LK-CTL-CLAVE TO WS-AVI-CLAVE
007610
007614      WRITE REG-SALIDA FROM WS-REG-REANUDA
007618
007622      IF NOT FS-SALIDA-OK
007626         DISPLAY '* ERROR EN IMPRIMIR REANUDACION = ' FS-SALIDA
007630         MOVE FS-SALIDA TO LK-ERR-CODIGO
007634         MOVE '1300-I-AVISO-REANUDA' TO LK-ERR-PARRAFO
007638         MOVE 'IMPRIMIR REANUDA' TO LK-ERR-RECURSO
007642         MOVE CT-RC-ERROR-ENTORNO TO RETURN-CODE
007646         PERFORM 9900-I-ERROR THRU 9900-F-ERROR
007650         SET  FS-PLAZO-EOF TO TRUE
007654      ELSE
007658         ADD 1 TO CN-CUENTA-LINEA
007662      END-IF
007666      .
007670  1300-F-AVISO-REANUDA. EXIT.
007720**************************************
007730*  REGISTRO DE FIN EXITOSO EN        *
007740*  TBCONTROL CON EL CONTADOR         *
