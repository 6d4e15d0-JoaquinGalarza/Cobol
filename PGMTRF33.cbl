000161* 02/09/26* EL DEBITO DE ORIGEN SE RECHAZA SI ALGUN      *
000163*         * TITULAR DE LA CUENTA FIGURA FALLECIDO    * JCR *
000164*         * (ESTADO_CLIENTE 'F')                         *
000165* 15/10/26* UN DESTINO QUE ES CBU VALIDO DE OTRO         *
000166*         * BANCO (RUTCBU) SE DEBITA EN EL            * JCR *
000167*         * MOMENTO CON EL MOVIMIENTO 'TS' Y QUEDA       *
000168*         * PENDIENTE EN TBTRFSALIENTES PARA EL ENVIO    *
000169*         * NOCTURNO A LA CAMARA (PGMTSA33)              *
000170* 15/10/26* LA CUENTA ORIGEN SE BLOQUEA TAMBIEN SI ALGUN *
000171*         * TITULAR ESTA RETENIDO POR CUMPLIMIENTO    * JCR *
000172*         * (ESTADO_CLIENTE 'R', LISTAS DE SANCIONES)    *
000173* 15/10/26* CADA DESTINO PAGADO QUEDA EN TBDESTINOS - UN *
000174*         * DESTINO NUEVO TIENE UN TOPE REDUCIDO     * JCR *
000175*         * DURANTE EL PERIODO DE RESGUARDO (TBPARAMS)   *
000176* 15/10/26* SE RETIENE PARA LIBERACION DE UN SUPERVISOR  *
000177*         * (PGMAPR33) LA TRANSFERENCIA QUE SIGUE A  * JCR *
000178*         * UN CAMBIO DE DATOS DE CONTACTO DE UN TITULAR *
000179*         * O QUE VA A UN ALIAS DADO DE ALTA HACE POCO   *
000180* 15/10/26* UN CBU ANTERIOR A UNA CONSOLIDACION DE       *
000181*         * SUCURSALES (PGMCSU33) SIGUE UBICANDO A * JCR *
000182*         * LA CUENTA POR LA REFERENCIA CRUZADA          *
000183*         * TBCTAXREF                                    *
000184* 15/10/26* CUENTA ORIGEN DE UN MENOR (TUTOR LEGAL CON   *
000185*         * ROL 'L' EN TBTITULAR): LA TRANSFERENCIA  * JCR *
000186*         * PASA DENTRO DEL MENSUAL COMUN CON PGMMOV33   *
000187*         * (TBPARAMS PGMMOV33 / 'MENSUAL-MENOR') O CON  *
000188*         * EL NRO DE CLIENTE DEL TUTOR EN PANTALLA, QUE *
000189*         * VA EN LA RETENCION Y A AUDT AL DEBITAR       *
000190**************************************
000191  ENVIRONMENT DIVISION.
000192  CONFIGURATION SECTION.
000193  SPECIAL-NAMES.
000194      DECIMAL-POINT IS COMMA.
000200
000210  DATA DIVISION.
000220  WORKING-STORAGE SECTION.
000260
000262      COPY AUDITREG.
000264
000266      COPY LKFECHA.
000268
000270*************************************
000280*         FECHA DE PROCESO         *
000290*************************************
000574  01  WS-SALDO-DISPONIBLE  PIC S9(9)V99 COMP-3 VALUE ZEROS.
000575  01  WS-ACUMULADO-DIA     PIC S9(9)V99 COMP-3 VALUE ZEROS.
000576  01  WS-IMPORTE-EDIT      PIC -ZZZ.ZZZ.999,99 VALUE ZEROS.
000577  01  WS-AUTORIZ-TUTOR-SW  PIC X(01)       VALUE 'N'.
000578      88 WS-AUTORIZ-TUTOR                  VALUE 'S'.
000581  01  WS-COMP-ORIGEN       PIC 9(09)       VALUE ZEROS.
000582  01  WS-CANT-FALLEC       PIC S9(04) COMP VALUE ZEROS.
000583  01  WS-CBU-DESTINO       PIC X(22)       VALUE SPACES.
000584  01  WS-DESTINO-SW        PIC X(01)       VALUE 'N'.
000585      88 WS-DESTINO-OTRO-BANCO             VALUE 'S'.
000586
000587  01  WS-ROL-OPERADOR      PIC X(01)       VALUE SPACES.
000588      88 WS-ROL-SUPERVISOR                 VALUE 'S'.
000589*************************************
000590*  CUENTA DE MENOR CON TUTOR LEGAL  *
000591*************************************
000592  01  WS-CANT-TUTORES      PIC S9(04) COMP VALUE ZEROS.
000593  01  WS-ACUMULADO-MES     PIC S9(9)V99 COMP-3 VALUE ZEROS.
000594  01  WS-MENSUAL-MENOR     PIC S9(9)V99 COMP-3 VALUE ZEROS.
000595  01  WS-FECHA-MES         PIC X(10)       VALUE SPACES.
000596  77  WS-NRO-TUTOR         PIC S9(5)V COMP-3 VALUE ZEROS.
000597  77  WS-NRO-TUT-EDIT      PIC 9(05)       VALUE ZEROS.
000598  77  CT-MENSUAL-MENOR     PIC 9(09)       VALUE 20000.
000599*************************************
000600*   RESGUARDO DE DESTINOS NUEVOS   *
000601*   Y RETENCION POR FRAUDE         *
000602*************************************
000603  77  CT-HORAS-RESGUARDO   PIC 9(09)       VALUE 48.
000604  77  CT-HORAS-CONTACTO    PIC 9(09)       VALUE 48.
000605  77  CT-HORAS-ALIAS       PIC 9(09)       VALUE 24.
000606  77  CT-TOPE-NUEVO-PESOS  PIC 9(09)       VALUE 100000.
000607  77  CT-TOPE-NUEVO-OTRAS  PIC 9(09)       VALUE 1000.
000608  77  CT-MONEDA-PESOS      PIC X(02)       VALUE '01'.
000609  77  CT-HORA-FIN-DIA      PIC X(08)       VALUE '23595900'.
000610
000611  01  WS-PARAM-DEFECTO     PIC 9(09)       VALUE ZEROS.
000612  01  WS-PARAM-VALOR       PIC 9(09)       VALUE ZEROS.
000613  01  WS-MINUTOS-LIMITE    PIC S9(09) COMP-3 VALUE ZEROS.
000614  01  WS-MINUTOS           PIC S9(09) COMP-3 VALUE ZEROS.
000615  01  WS-TOPE-NUEVO        PIC S9(9)V99 COMP-3 VALUE ZEROS.
000616  01  WS-ACUM-RESGUARDO    PIC S9(9)V99 COMP-3 VALUE ZEROS.
000617  01  WS-DESTINO-CLAVE     PIC X(22)       VALUE SPACES.
000618  01  WS-DESTINO-TIPEADO   PIC X(22)       VALUE SPACES.
000619
000620  01  WS-DESTINO-ESTADO    PIC X(01)       VALUE 'N'.
000621      88 WS-DESTINO-NUEVO                  VALUE 'N'.
000622      88 WS-DESTINO-CONOCIDO               VALUE 'C'.
000623
000624  01  WS-ALIAS-SW          PIC X(01)       VALUE 'N'.
000625      88 WS-DESTINO-ES-ALIAS               VALUE 'S'.
000626
000627  01  WS-PLAZO-SW          PIC X(01)       VALUE 'N'.
000628      88 WS-DENTRO-PLAZO                   VALUE 'S'.
000629      88 WS-FUERA-PLAZO                    VALUE 'N'.
000630
000631  01  WS-REGLAS.
000632      05  WS-REGLA-CONTACTO PIC X(01)      VALUE SPACES.
000633      05  WS-REGLA-ALIAS    PIC X(01)      VALUE SPACES.
000634
000635  01  WS-ULT-CAMBIO.
000636      05  WS-ULT-FECHA     PIC X(10)       VALUE SPACES.
000637      05  WS-ULT-HORA      PIC X(08)       VALUE SPACES.
000638  01  WS-ULT-PERFIL        PIC X(18)       VALUE SPACES.
000639
000640  01  WS-FECHA-REF         PIC X(10)       VALUE SPACES.
000641  01  WS-HORA-REF          PIC X(08)       VALUE SPACES.
000642
000643  01  WS-HORA-AHORA.
000644      05  WS-AHO-HH        PIC 9(02)       VALUE ZEROS.
000645      05  WS-AHO-MM        PIC 9(02)       VALUE ZEROS.
000646      05  FILLER           PIC X(04)       VALUE SPACES.
000647
000648  01  WS-HORA-ALTA.
000649      05  WS-ALT-HH        PIC 9(02)       VALUE ZEROS.
000650      05  WS-ALT-MM        PIC 9(02)       VALUE ZEROS.
000651      05  FILLER           PIC X(04)       VALUE SPACES.
000652
000653  01  WS-FECHA-ALTA-N.
000654      05  WS-FAN-AA        PIC X(04)       VALUE SPACES.
000655      05  WS-FAN-MM        PIC X(02)       VALUE SPACES.
000656      05  WS-FAN-DD        PIC X(02)       VALUE SPACES.
000657*************************************
000658*   TRANSFERENCIA RETENIDA: DATOS  *
000659*   DE LA SOLICITUD (DOBLE CONTROL)*
000660*************************************
000661  01  WS-SOLICITUD.
000662      05  WS-SOL-ORIGEN    PIC X(15)       VALUE SPACES.
000663      05  FILLER           PIC X(01)       VALUE SPACES.
000664      05  WS-SOL-DESTINO   PIC X(22)       VALUE SPACES.
000665      05  FILLER           PIC X(01)       VALUE SPACES.
000666      05  WS-SOL-TIPEADO   PIC X(22)       VALUE SPACES.
000667      05  FILLER           PIC X(01)       VALUE SPACES.
000668      05  WS-SOL-IMPORTE   PIC 9(09)V99    VALUE ZEROS.
000669      05  FILLER           PIC X(01)       VALUE SPACES.
000670      05  WS-SOL-MONEDA    PIC X(02)       VALUE SPACES.
000671      05  FILLER           PIC X(01)       VALUE SPACES.
000672      05  WS-SOL-REGLAS    PIC X(02)       VALUE SPACES.
000673      05  FILLER           PIC X(01)       VALUE SPACES.
000674      05  WS-SOL-TUTOR     PIC 9(05)       VALUE ZEROS.
000675      05  FILLER           PIC X(15)       VALUE SPACES.
000676
000677      COPY LKAPROB.
000678
000679  01  WS-MODO              PIC X(01)       VALUE 'P'.
000680      88 WS-MODO-PANTALLA                  VALUE 'P'.
000681      88 WS-MODO-APROBACION                VALUE 'A'.
000682
000683  01  WS-SOL-NRO           PIC 9(09)       VALUE ZEROS.
000684  01  WS-CANT-PEND         PIC S9(04) COMP VALUE ZEROS.
000685
000686  77  CT-CANAL-CAJA        PIC X(04)       VALUE 'CAJA'.
000687  77  CT-MOV-TRANSF-DEB    PIC X(02)       VALUE 'TD'.
000688  77  CT-MOV-TRANSF-CRE    PIC X(02)       VALUE 'TC'.
000689  77  CT-MOV-TRANSF-SAL    PIC X(02)       VALUE 'TS'.
000690*************************************
000691*      LLAMADA A RUTCBU            *
000692*************************************
000693  01  LK-CBU-AREA.
000694      05 LK-CBU-FUNCION  PIC X(01).
000695         88 LK-CBU-VALIDAR     VALUE 'V'.
000696         88 LK-CBU-GENERAR     VALUE 'G'.
000697      05 LK-CBU          PIC X(22).
000698      05 LK-CBU-SALIDA   PIC X(01).
000699         88 LK-CBU-OK          VALUE 'Y'.
000700         88 LK-CBU-ER          VALUE 'N'.
000701      05 LK-CBU-ENTIDAD-SW PIC X(01).
000702         88 LK-CBU-PROPIA      VALUE 'P'.
000703         88 LK-CBU-OTRO-BANCO  VALUE 'O'.
000704      05 FILLER          PIC X(07).
000705*************************************
000706*   COMMAREA HACIA EL MENU (MSG)   *
000707*************************************
000708  01  WS-CA-MENU-AREA.
000709      05 CA-MSG            PIC X(72)       VALUE SPACES.
000710
000711  01  WS-CA-ESTADO         PIC X(01)       VALUE SPACES.
000712      88 WS-CA-1RA-VEZ                     VALUE SPACES.
000713      88 WS-CA-PROCESANDO                  VALUE 'P'.
000714*************************************
000720*             SQL                  *
000730*************************************
000740       EXEC SQL
000861         INCLUDE TBALIAS
000862       END-EXEC.
000863
000864       EXEC SQL
000865         INCLUDE TBTRFSAL
000866       END-EXEC.
000867
000868       EXEC SQL
000869         INCLUDE TBPARAMS
000870       END-EXEC.
000871
000872       EXEC SQL
000873         INCLUDE TBAUDIT
000874       END-EXEC.
000875
000876       EXEC SQL
000877         INCLUDE TBPERFIL
000878       END-EXEC.
000879
000880       EXEC SQL
000881         INCLUDE TBDESTIN
000882       END-EXEC.
000883
000884       EXEC SQL
000885         INCLUDE TBAPROBA
000886       END-EXEC.
000887
000888  77  FILLER        PIC X(26) VALUE '* FINAL  WORKING-STORAGE *'.
000889*************************************.
000890  LINKAGE SECTION.
000891  01  DFHCOMMAREA           PIC X(222).
000900**************************************
000910  PROCEDURE DIVISION.
000920**************************************
000970      IF EIBCALEN EQUAL ZERO
000980         PERFORM 2000-I-INICIAL  THRU 2000-F-INICIAL
000990      ELSE
000991         IF EIBCALEN EQUAL 222
000992            MOVE DFHCOMMAREA TO LK-APR-AREA
000993            PERFORM 8600-I-EJECUTAR-APROBADA
000994               THRU 8600-F-EJECUTAR-APROBADA
000995         END-IF
001000         MOVE DFHCOMMAREA TO WS-CA-ESTADO
001010         IF EIBAID EQUAL DFHPF12
001020            PERFORM 3500-I-A-SALIR  THRU 3500-F-A-SALIR
001450      PERFORM 4000-I-VALIDAR THRU 4000-F-VALIDAR.
001460
001470      IF CA-MSG EQUAL SPACES
001471         PERFORM 4970-I-CONTROLAR-RETENCION
001472            THRU 4970-F-CONTROLAR-RETENCION
001473      END-IF.
001474
001475      IF WS-REGLAS NOT EQUAL SPACES
001476         PERFORM 8400-I-RETENER THRU 8400-F-RETENER
001477         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
001478      END-IF.
001479
001480      IF CA-MSG EQUAL SPACES
001481         PERFORM 5000-I-TRANSFERIR THRU 5000-F-TRANSFERIR
001490      ELSE
001500         PERFORM 6000-I-RECHAZO    THRU 6000-F-RECHAZO
001510      END-IF.
001680**************************************
001690  4000-I-VALIDAR.
001700      MOVE SPACES TO CA-MSG.
001704      MOVE 'N'    TO WS-DESTINO-SW.
001706      MOVE 'N'    TO WS-ALIAS-SW.
001708      MOVE SPACES TO WS-REGLAS.
001709      MOVE 'N'    TO WS-AUTORIZ-TUTOR-SW.
001710
001720      IF WS-IMPORTE NOT GREATER ZEROS
001730         MOVE 'IMPORTE DEBE SER MAYOR A CERO' TO CA-MSG
001930      END-EVALUATE.
001940
001950      MOVE TCTADESI TO WS-CLAVE-BUSQUEDA.
001952      MOVE TCTADESI TO WS-DESTINO-TIPEADO.
001955
001960      PERFORM 4450-I-RESOLVER-ALIAS
001965         THRU 4450-F-RESOLVER-ALIAS.
002020            MOVE MONEDA       TO WS-DES-MONEDA
002030            MOVE SALDO-ACTUAL TO WS-DES-SALDO
002040         WHEN +100
002042            PERFORM 4550-I-CBU-OTRO-BANCO
002044               THRU 4550-F-CBU-OTRO-BANCO
002046            IF NOT WS-DESTINO-OTRO-BANCO
002048               MOVE 'CUENTA DESTINO INEXISTENTE O CERRADA'
002050                    TO CA-MSG
002052               GO TO 4000-F-VALIDAR
002054            END-IF
002070         WHEN OTHER
002080            MOVE 'ERROR AL LEER CUENTA DESTINO - VER SQLCODE'
002090                 TO CA-MSG
002274      END-IF.
002275
002276      IF CA-MSG EQUAL SPACES
002277         PERFORM 4850-I-CONTROLAR-MENOR
002278            THRU 4850-F-CONTROLAR-MENOR
002279      END-IF.
002280
002281      IF CA-MSG EQUAL SPACES
002282         PERFORM 4700-I-CONTROLAR-TOPES
002283            THRU 4700-F-CONTROLAR-TOPES
002284      END-IF.
002285
002286      IF CA-MSG EQUAL SPACES
002287         PERFORM 4900-I-CONTROLAR-DESTINO
002288            THRU 4900-F-CONTROLAR-DESTINO
002289      END-IF.
002290
002291  4000-F-VALIDAR. EXIT.
002292**************************************
002293*  SI EL DESTINO ES UN ALIAS ACTIVO  *
002294*  (TBALIAS) SE REEMPLAZA POR SU     *
002295*  NRO DE CUENTA ANTES DE BUSCAR     *
002296**************************************
002297  4450-I-RESOLVER-ALIAS.
002298      MOVE WS-CLAVE-BUSQUEDA (1:20) TO ALS-ALIAS.
002299
002300      EXEC SQL
002301         SELECT NRO_CUENTA, FECHA_ALTA
002302           INTO :ALS-NRO-CUENTA, :ALS-FECHA-ALTA
002303           FROM ITPFBIO.TBALIAS
002304          WHERE ALIAS  EQUAL :ALS-ALIAS
002305            AND ESTADO EQUAL 'A'
002306      END-EXEC.
002307
002308      IF SQLCODE EQUAL ZEROS
002309         MOVE ALS-NRO-CUENTA TO WS-CLAVE-BUSQUEDA
002310         SET WS-DESTINO-ES-ALIAS TO TRUE
002311      END-IF.
002312
002313  4450-F-RESOLVER-ALIAS. EXIT.
002314**************************************
002315*  LOCALIZAR CUENTA POR NRO O CBU    *
002316**************************************
002317  4500-I-LEER-CUENTA.
002320      EXEC SQL
002330         SELECT NRO_CUENTA, TIPO_CUENTA, MONEDA, SALDO_ACTUAL,
002335                NRO_CLIENTE
002345                :SALDO-ACTUAL, :CUE-NRO-CLIENTE
002350           FROM ITPFBIO.TBCUENTAS
002360          WHERE (NRO_CUENTA EQUAL :WS-CLAVE-BUSQUEDA
002362             OR CBU        EQUAL :WS-CLAVE-BUSQUEDA
002364             OR NRO_CUENTA IN
002366                (SELECT X.NRO_CUENTA
002368                   FROM ITPFBIO.TBCTAXREF X
002370                  WHERE X.CBU_ANTERIOR EQUAL :WS-CLAVE-BUSQUEDA))
002375            AND FECHA_DE_BAJA IS NULL
002380      END-EXEC.
002390
002400  4500-F-LEER-CUENTA. EXIT.
002401**************************************
002402*  DESTINO NO ENCONTRADO: SI ES UN   *
002403*  CBU VALIDO DE OTRO BANCO LA       *
002404*  TRANSFERENCIA SALE POR CAMARA EN  *
002405*  LA MONEDA DE LA CUENTA ORIGEN     *
002406**************************************
002407  4550-I-CBU-OTRO-BANCO.
002408      MOVE WS-CLAVE-BUSQUEDA TO LK-CBU.
002409
002410      SET LK-CBU-VALIDAR TO TRUE.
002411
002412      CALL 'RUTCBU' USING LK-CBU-AREA.
002413
002414      IF LK-CBU-OK
002415         AND LK-CBU-OTRO-BANCO
002416         SET WS-DESTINO-OTRO-BANCO TO TRUE
002417         MOVE LK-CBU        TO WS-CBU-DESTINO
002418         MOVE SPACES        TO WS-DES-CUENTA
002419         MOVE WS-ORI-MONEDA TO WS-DES-MONEDA
002420         MOVE ZEROS         TO WS-DES-SALDO
002421      END-IF.
002422
002423  4550-F-CBU-OTRO-BANCO. EXIT.
002424**************************************
002425*  DEBITAR ORIGEN Y ACREDITAR        *
002430*  DESTINO EN LA MISMA UNIDAD DE     *
002440*  TRABAJO, CON SUS DOS MOVIMIENTOS  *
002450**************************************
002460  5000-I-TRANSFERIR.
002461      IF WS-DESTINO-OTRO-BANCO
002462         PERFORM 5050-I-ENVIAR-OTRO-BANCO
002463            THRU 5050-F-ENVIAR-OTRO-BANCO
002464         GO TO 5000-F-TRANSFERIR
002465      END-IF.
002466
002470      SUBTRACT WS-IMPORTE FROM WS-ORI-SALDO GIVING WS-SALDO-NUEVO.
002480
002490      EXEC SQL
002790      MOVE CT-MOV-TRANSF-CRE TO MOV-TIPO-MOVIMIENTO.
002800
002810      PERFORM 5200-I-GRABAR-MOVIM THRU 5200-F-GRABAR-MOVIM.
002812
002814      IF WS-AUTORIZ-TUTOR
002816         PERFORM 4860-I-AUDITAR-TUTOR THRU 4860-F-AUDITAR-TUTOR
002818      END-IF.
002820
002821      PERFORM 5800-I-RECORDAR-DESTINO
002822         THRU 5800-F-RECORDAR-DESTINO.
002823
002824      IF WS-MODO-APROBACION
002825         PERFORM 8800-I-INFORMAR-LIBERADA
002826            THRU 8800-F-INFORMAR-LIBERADA
002827      END-IF.
002828
002829      MOVE WS-COMP-ORIGEN TO TCOMPRO.
002830      MOVE WS-FECHA-HOY TO TFECHAO.
002840      MOVE 'TRANSFERENCIA REALIZADA CORRECTAMENTE' TO TMSGO.
002850
002920      END-EXEC.
002930
002940  5000-F-TRANSFERIR. EXIT.
002941**************************************
002942*  DEBITAR ORIGEN CON 'TS' Y DEJAR   *
002943*  LA TRANSFERENCIA PENDIENTE DE     *
002944*  ENVIO A LA CAMARA, EN LA MISMA    *
002945*  UNIDAD DE TRABAJO                 *
002946**************************************
002947  5050-I-ENVIAR-OTRO-BANCO.
002948      SUBTRACT WS-IMPORTE FROM WS-ORI-SALDO GIVING WS-SALDO-NUEVO.
002949
002950      EXEC SQL
002951         UPDATE ITPFBIO.TBCUENTAS
002952            SET SALDO_ACTUAL = :WS-SALDO-NUEVO,
002953                FECHA_ACTUAL = :WS-FECHA-HOY
002954          WHERE NRO_CUENTA EQUAL :WS-ORI-CUENTA
002955      END-EXEC.
002956
002957      IF SQLCODE NOT EQUAL ZEROS
002958         PERFORM 5500-I-DESHACER THRU 5500-F-DESHACER
002959      END-IF.
002960
002961      MOVE WS-ORI-CUENTA     TO MOV-NRO-CUENTA.
002962      MOVE CT-MOV-TRANSF-SAL TO MOV-TIPO-MOVIMIENTO.
002963
002964      PERFORM 5200-I-GRABAR-MOVIM THRU 5200-F-GRABAR-MOVIM.
002965
002966      MOVE MOV-NRO-COMPROBANTE TO TSA-NRO-COMPROBANTE.
002967      MOVE WS-ORI-CUENTA       TO TSA-NRO-CUENTA.
002968      MOVE WS-CBU-DESTINO      TO TSA-CBU-DESTINO.
002969      MOVE WS-IMPORTE          TO TSA-IMPORTE.
002970      MOVE WS-ORI-MONEDA       TO TSA-MONEDA.
002971      MOVE WS-FECHA-HOY        TO TSA-FECHA-ALTA.
002972      MOVE MOV-HORA            TO TSA-HORA-ALTA.
002973      MOVE EIBUSERID           TO TSA-USUARIO.
002974
002975      EXEC SQL
002976         INSERT INTO ITPFBIO.TBTRFSALIENTES
002977               (NRO_COMPROBANTE, NRO_CUENTA, CBU_DESTINO,
002978                IMPORTE, MONEDA, FECHA_ALTA, HORA_ALTA,
002979                USUARIO, ESTADO, FECHA_ENVIO, FECHA_RESPUESTA,
002980                COD_MOTIVO, NRO_COMP_DEVOL)
002981         VALUES
002982               (:TSA-NRO-COMPROBANTE, :TSA-NRO-CUENTA,
002983                :TSA-CBU-DESTINO, :TSA-IMPORTE, :TSA-MONEDA,
002984                :TSA-FECHA-ALTA, :TSA-HORA-ALTA, :TSA-USUARIO,
002985                'P', ' ', ' ', ' ', 0)
002986      END-EXEC.
002987
002988      IF SQLCODE NOT EQUAL ZEROS
002989         PERFORM 5500-I-DESHACER THRU 5500-F-DESHACER
002990      END-IF.
002991
002992      IF WS-AUTORIZ-TUTOR
002993         PERFORM 4860-I-AUDITAR-TUTOR THRU 4860-F-AUDITAR-TUTOR
002994      END-IF.
002995
002996      MOVE MOV-NRO-COMPROBANTE TO WS-COMP-ORIGEN.
002997
002998      PERFORM 5800-I-RECORDAR-DESTINO
002999         THRU 5800-F-RECORDAR-DESTINO.
003000
003001      IF WS-MODO-APROBACION
003002         PERFORM 8800-I-INFORMAR-LIBERADA
003003            THRU 8800-F-INFORMAR-LIBERADA
003004      END-IF.
003005
003006      MOVE MOV-NRO-COMPROBANTE TO TCOMPRO.
003007      MOVE WS-FECHA-HOY TO TFECHAO.
003008      MOVE 'TRANSFERENCIA A OTRO BANCO - SALE POR CAMARA'
003009           TO TMSGO.
003010
003011      EXEC CICS SEND MAP('TRAN0233') MAPSET('MAPSETA')
003012                FROM(TRAN0233O)
003013      END-EXEC.
003014
003015      EXEC CICS RETURN TRANSID('TRF1')
003016                COMMAREA(WS-CA-ESTADO) LENGTH(1)
003017      END-EXEC.
003018
003019  5050-F-ENVIAR-OTRO-BANCO. EXIT.
003020**************************************
003021*  GRABAR UN MOVIMIENTO EN TBMOVIM   *
003022**************************************
003023  5200-I-GRABAR-MOVIM.
003024      MOVE WS-FECHA-HOY    TO MOV-FECHA.
003025      ACCEPT MOV-HORA      FROM TIME.
003026      MOVE WS-IMPORTE      TO MOV-IMPORTE.
003027      MOVE WS-ORI-MONEDA   TO MOV-MONEDA.
003030      MOVE EIBUSERID       TO MOV-USUARIO.
003040      MOVE CT-CANAL-CAJA   TO MOV-CANAL.
003045
003350*   RECHAZAR LA TRANSFERENCIA (MSG)  *
003360**************************************
003370  6000-I-RECHAZO.
003371      IF WS-MODO-APROBACION
003372         MOVE CA-MSG TO LK-APR-MSG
003373         SET LK-APR-ERROR TO TRUE
003374         PERFORM 8700-I-DEVOLVER THRU 8700-F-DEVOLVER
003375      END-IF.
003380      MOVE CA-MSG        TO TMSGO.
003385      MOVE SPACES        TO TCOMPRO.
003390      MOVE WS-FECHA-HOY  TO TFECHAO.
004687              TO CA-MSG
004688      END-IF.
004689
004690      IF CA-MSG NOT EQUAL SPACES
004691         GO TO 4800-F-CONTROLAR-FALLECIDO
004692      END-IF.
004693
004694      MOVE ZEROS TO WS-CANT-FALLEC.
004695
004696      EXEC SQL
004697         SELECT COUNT(*)
004698           INTO :WS-CANT-FALLEC
004699           FROM ITPFBIO.TBCLIENT
004700          WHERE ESTADO_CLIENTE EQUAL 'R'
004701            AND (NRO_CLIENTE EQUAL :WS-ORI-CLIENTE
004702             OR NRO_CLIENTE IN
004703                (SELECT NRO_CLIENTE
004704                   FROM ITPFBIO.TBTITULAR
004705                  WHERE NRO_CUENTA EQUAL :WS-ORI-CUENTA))
004706      END-EXEC.
004707
004708      IF SQLCODE NOT EQUAL ZEROS
004709         MOVE ZEROS TO WS-CANT-FALLEC
004710      END-IF.
004711
004712      IF WS-CANT-FALLEC GREATER ZEROS
004713         MOVE 'CUENTA ORIGEN BLOQUEADA - TITULAR RETENIDO'
004714              TO CA-MSG
004715      END-IF.
004716
004717  4800-F-CONTROLAR-FALLECIDO. EXIT.
004718**************************************
004719*  CUENTA ORIGEN DE UN MENOR (UN     *
004720*  TUTOR LEGAL ROL 'L' EN TBTITULAR):*
004721*  PASA DENTRO DEL MENSUAL COMUN CON *
004722*  LA CAJA (TBPARAMS PGMMOV33),      *
004723*  SUMANDO LOS DEBITOS DEL MES EN    *
004724*  TBMOVIM; POR ENCIMA SOLO CON EL   *
004725*  TUTOR EN PANTALLA (O EN LA        *
004726*  SOLICITUD RETENIDA), Y LA         *
004727*  AUTORIZACION SE AUDITA AL DEBITAR *
004728**************************************
004729  4850-I-CONTROLAR-MENOR.
004730      MOVE ZEROS TO WS-CANT-TUTORES.
004731
004732      EXEC SQL
004733         SELECT COUNT(*)
004734           INTO :WS-CANT-TUTORES
004735           FROM ITPFBIO.TBTITULAR
004736          WHERE NRO_CUENTA EQUAL :WS-ORI-CUENTA
004737            AND ROL        EQUAL 'L'
004738      END-EXEC.
004739
004740      IF SQLCODE NOT EQUAL ZEROS
004741         MOVE 'ERROR AL LEER TITULARIDAD - VER SQLCODE' TO CA-MSG
004742         GO TO 4850-F-CONTROLAR-MENOR
004743      END-IF.
004744
004745      IF WS-CANT-TUTORES EQUAL ZEROS
004746         GO TO 4850-F-CONTROLAR-MENOR
004747      END-IF.
004748
004749      MOVE 'PGMMOV33'      TO PAR-PROGRAMA.
004750      MOVE 'MENSUAL-MENOR' TO PAR-PARAMETRO.
004751
004752      EXEC SQL
004753         SELECT VALOR
004754           INTO :PAR-VALOR
004755           FROM ITPFBIO.TBPARAMS
004756          WHERE PROGRAMA  EQUAL :PAR-PROGRAMA
004757            AND PARAMETRO EQUAL :PAR-PARAMETRO
004758      END-EXEC.
004759
004760      IF SQLCODE NOT EQUAL ZEROS
004761         MOVE ZEROS TO PAR-VALOR
004762      END-IF.
004763
004764      IF PAR-VALOR GREATER ZEROS
004765         MOVE PAR-VALOR        TO WS-MENSUAL-MENOR
004766      ELSE
004767         MOVE CT-MENSUAL-MENOR TO WS-MENSUAL-MENOR
004768      END-IF.
004769
004770      MOVE WS-FECHA-HOY TO WS-FECHA-MES.
004771      MOVE '01'         TO WS-FECHA-MES(9:2).
004772      MOVE ZEROS        TO WS-ACUMULADO-MES.
004773
004774      EXEC SQL
004775         SELECT VALUE(SUM(IMPORTE), 0)
004776           INTO :WS-ACUMULADO-MES
004777           FROM ITPFBIO.TBMOVIM
004778          WHERE NRO_CUENTA      EQUAL :WS-ORI-CUENTA
004779            AND FECHA           BETWEEN :WS-FECHA-MES
004780                                    AND :WS-FECHA-HOY
004781            AND TIPO_MOVIMIENTO IN ('EX', 'TD', 'TS')
004782      END-EXEC.
004783
004784      IF SQLCODE NOT EQUAL ZEROS
004785         MOVE ZEROS TO WS-ACUMULADO-MES
004786      END-IF.
004787
004788      ADD WS-IMPORTE TO WS-ACUMULADO-MES.
004789
004790      IF WS-ACUMULADO-MES NOT GREATER WS-MENSUAL-MENOR
004791         GO TO 4850-F-CONTROLAR-MENOR
004792      END-IF.
004793
004794      IF TTUTORI NOT NUMERIC OR TTUTORI EQUAL '00000'
004795         MOVE 'CUENTA DE MENOR - SUPERA MENSUAL, REQUIERE TUTOR'
004796              TO CA-MSG
004797         GO TO 4850-F-CONTROLAR-MENOR
004798      END-IF.
004799
004800      MOVE TTUTORI TO WS-NRO-TUTOR.
004801      MOVE ZEROS   TO WS-CANT-TUTORES.
004802
004803      EXEC SQL
004804         SELECT COUNT(*)
004805           INTO :WS-CANT-TUTORES
004806           FROM ITPFBIO.TBTITULAR T, ITPFBIO.TBCLIENT K
004807          WHERE T.NRO_CUENTA    EQUAL :WS-ORI-CUENTA
004808            AND T.ROL           EQUAL 'L'
004809            AND T.NRO_CLIENTE   EQUAL :WS-NRO-TUTOR
004810            AND K.NRO_CLIENTE   EQUAL T.NRO_CLIENTE
004811            AND K.FECHA_DE_BAJA IS NULL
004812      END-EXEC.
004813
004814      IF SQLCODE NOT EQUAL ZEROS OR WS-CANT-TUTORES EQUAL ZEROS
004815         MOVE 'EL CLIENTE INGRESADO NO ES TUTOR LEGAL DE LA CTA'
004816              TO CA-MSG
004817         GO TO 4850-F-CONTROLAR-MENOR
004818      END-IF.
004819
004820      SET WS-AUTORIZ-TUTOR TO TRUE.
004828
004829  4850-F-CONTROLAR-MENOR. EXIT.
004830**************************************
004831*   GRABAR AUDITORIA EN LA COLA AUDT *
004832**************************************
004833  9000-I-AUDITAR.
004834      MOVE WS-FECHA-HOY    TO AUD-FECHA.
004835      ACCEPT AUD-HORA      FROM TIME.
004836      MOVE EIBUSERID       TO AUD-USERID.
004837      MOVE EIBTRMID        TO AUD-TERMID.
004838      MOVE EIBTRNID        TO AUD-TRANSACCION.
004839      MOVE SPACES          TO AUD-TIPO-DOC.
004840      MOVE ZEROS           TO AUD-NRO-DOC.
004841
004842      EXEC CICS WRITEQ TD QUEUE('AUDT')
004843                FROM(WS-AUDIT-REC) LENGTH(147)
004844      END-EXEC.
004850
004860  9000-F-AUDITAR. EXIT.
004870**************************************
004880*  DESTINO YA PAGADO POR EL CLIENTE  *
004890*  (TBDESTINOS): UNO NUEVO, O AUN EN *
004900*  EL PERIODO DE RESGUARDO, NO PUEDE *
004910*  SUPERAR EL TOPE DE DESTINO NUEVO  *
004920*  SUMANDO LO YA TRANSFERIDO EN ESE  *
004930*  PERIODO                           *
004940**************************************
004950  4900-I-CONTROLAR-DESTINO.
004960      IF WS-DESTINO-OTRO-BANCO
004970         MOVE WS-CBU-DESTINO TO WS-DESTINO-CLAVE
004980      ELSE
004990         MOVE WS-DES-CUENTA  TO WS-DESTINO-CLAVE
005000      END-IF.
005010
005020      MOVE WS-ORI-CLIENTE   TO DST-NRO-CLIENTE.
005030      MOVE WS-DESTINO-CLAVE TO DST-DESTINO.
005040
005050      EXEC SQL
005060         SELECT FECHA_ALTA, HORA_ALTA, IMPORTE_RESGUARDO
005070           INTO :DST-FECHA-ALTA, :DST-HORA-ALTA,
005080                :DST-IMPORTE-RESGUARDO
005090           FROM ITPFBIO.TBDESTINOS
005100          WHERE NRO_CLIENTE EQUAL :DST-NRO-CLIENTE
005110            AND DESTINO     EQUAL :DST-DESTINO
005120      END-EXEC.
005130
005140      EVALUATE SQLCODE
005150         WHEN ZEROS
005160            SET WS-DESTINO-CONOCIDO TO TRUE
005170         WHEN +100
005180            SET WS-DESTINO-NUEVO    TO TRUE
005190            MOVE ZEROS TO DST-IMPORTE-RESGUARDO
005200         WHEN OTHER
005210            MOVE 'ERROR AL LEER TBDESTINOS - VER SQLCODE'
005220                 TO CA-MSG
005230            GO TO 4900-F-CONTROLAR-DESTINO
005240      END-EVALUATE.
005250
005260      MOVE DST-IMPORTE-RESGUARDO TO WS-ACUM-RESGUARDO.
005270
005280      IF WS-DESTINO-CONOCIDO
005290         MOVE 'HORAS-RESGUARDO'  TO PAR-PARAMETRO
005300         MOVE CT-HORAS-RESGUARDO TO WS-PARAM-DEFECTO
005310         PERFORM 4950-I-LEER-PARAMETRO
005320            THRU 4950-F-LEER-PARAMETRO
005330         COMPUTE WS-MINUTOS-LIMITE = WS-PARAM-VALOR * 60
005340         MOVE DST-FECHA-ALTA TO WS-FECHA-REF
005350         MOVE DST-HORA-ALTA  TO WS-HORA-REF
005360         PERFORM 4960-I-CALCULAR-PLAZO
005370            THRU 4960-F-CALCULAR-PLAZO
005380         IF WS-FUERA-PLAZO
005390            GO TO 4900-F-CONTROLAR-DESTINO
005400         END-IF
005410      END-IF.
005420
005430      ADD WS-IMPORTE TO WS-ACUM-RESGUARDO.
005440
005450      IF WS-ORI-MONEDA EQUAL CT-MONEDA-PESOS
005460         MOVE 'TOPE-NUEVO-PESOS'  TO PAR-PARAMETRO
005470         MOVE CT-TOPE-NUEVO-PESOS TO WS-PARAM-DEFECTO
005480      ELSE
005490         MOVE 'TOPE-NUEVO-OTRAS'  TO PAR-PARAMETRO
005500         MOVE CT-TOPE-NUEVO-OTRAS TO WS-PARAM-DEFECTO
005510      END-IF.
005520
005530      PERFORM 4950-I-LEER-PARAMETRO THRU 4950-F-LEER-PARAMETRO.
005540
005550      MOVE WS-PARAM-VALOR TO WS-TOPE-NUEVO.
005560
005570      IF WS-ACUM-RESGUARDO GREATER WS-TOPE-NUEVO
005580         MOVE 'DESTINO NUEVO - SUPERA EL TOPE DE RESGUARDO'
005590              TO CA-MSG
005600      END-IF.
005610
005620  4900-F-CONTROLAR-DESTINO. EXIT.
005630**************************************
005640*  LEER UN PARAMETRO DE PGMTRF33 EN  *
005650*  TBPARAMS (SIN FILA O NO POSITIVO  *
005660*  RIGE EL VALOR POR DEFECTO)        *
005670**************************************
005680  4950-I-LEER-PARAMETRO.
005690      MOVE 'PGMTRF33' TO PAR-PROGRAMA.
005700
005710      EXEC SQL
005720         SELECT VALOR
005730           INTO :PAR-VALOR
005740           FROM ITPFBIO.TBPARAMS
005750          WHERE PROGRAMA  EQUAL :PAR-PROGRAMA
005760            AND PARAMETRO EQUAL :PAR-PARAMETRO
005770      END-EXEC.
005780
005790      IF SQLCODE NOT EQUAL ZEROS
005800         MOVE ZEROS TO PAR-VALOR
005810      END-IF.
005820
005830      IF PAR-VALOR GREATER ZEROS
005840         MOVE PAR-VALOR        TO WS-PARAM-VALOR
005850      ELSE
005860         MOVE WS-PARAM-DEFECTO TO WS-PARAM-VALOR
005870      END-IF.
005880
005890  4950-F-LEER-PARAMETRO. EXIT.
005900**************************************
005910*  MINUTOS TRANSCURRIDOS DESDE LA    *
005920*  FECHA/HORA DE REFERENCIA (DIAS    *
005930*  POR RUTFECHA 'D' MAS LA DIFEREN-  *
005940*  CIA DE HORA) CONTRA EL LIMITE EN  *
005950*  MINUTOS. SIN FECHA VALIDA QUEDA   *
005960*  FUERA DE PLAZO                    *
005970**************************************
005980  4960-I-CALCULAR-PLAZO.
005990      SET WS-FUERA-PLAZO TO TRUE.
006000
006010      MOVE WS-FECHA-REF(1:4) TO WS-FAN-AA.
006020      MOVE WS-FECHA-REF(6:2) TO WS-FAN-MM.
006030      MOVE WS-FECHA-REF(9:2) TO WS-FAN-DD.
006040      MOVE WS-HORA-REF       TO WS-HORA-ALTA.
006050
006060      IF WS-FECHA-ALTA-N NOT NUMERIC
006070         OR WS-ALT-HH NOT NUMERIC
006080         OR WS-ALT-MM NOT NUMERIC
006090         GO TO 4960-F-CALCULAR-PLAZO
006100      END-IF.
006110
006120      MOVE ZEROS TO LK-DIAS.
006130
006140      IF WS-FECHA-ALTA-N NOT EQUAL WS-AREA
006150         MOVE WS-FECHA-ALTA-N TO LK-ENTRADA-DESDE
006160         MOVE WS-AREA         TO LK-ENTRADA
006170         SET LK-FUNCION-DIF   TO TRUE
006180         CALL 'RUTFECHA' USING LK-AREA
006190         IF LK-FECHA-ER
006200            MOVE ZEROS TO LK-DIAS
006210         END-IF
006220      END-IF.
006230
006240      ACCEPT WS-HORA-AHORA FROM TIME.
006250
006260      COMPUTE WS-MINUTOS = LK-DIAS * 1440
006270                         + WS-AHO-HH * 60 + WS-AHO-MM
006280                         - WS-ALT-HH * 60 - WS-ALT-MM.
006290
006300      IF WS-MINUTOS LESS WS-MINUTOS-LIMITE
006310         SET WS-DENTRO-PLAZO TO TRUE
006320      END-IF.
006330
006340  4960-F-CALCULAR-PLAZO. EXIT.
006350**************************************
006360*  REGLAS DE RETENCION (SOLO DESDE   *
006370*  LA PANTALLA): 'C' CAMBIO RECIENTE *
006380*  DE DATOS DE CONTACTO DE ALGUN     *
006390*  TITULAR (TBAUDIT Y, PARA LOS DEL  *
006400*  DIA AUN NO CARGADOS, LA MARCA DE  *
006410*  TBPERFIL) / 'A' DESTINO TIPEADO   *
006420*  COMO ALIAS DADO DE ALTA HACE POCO *
006430*  (TBALIAS SOLO TIENE FECHA: SE     *
006440*  TOMA EL FINAL DE ESE DIA)         *
006450**************************************
006460  4970-I-CONTROLAR-RETENCION.
006470      MOVE SPACES TO WS-REGLAS.
006480      MOVE SPACES TO WS-ULT-CAMBIO.
006490      MOVE SPACES TO WS-ULT-PERFIL.
006500
006510      EXEC SQL
006520         SELECT VALUE(MAX(A.FECHA CONCAT A.HORA), ' ')
006530           INTO :WS-ULT-CAMBIO
006540           FROM ITPFBIO.TBAUDIT A, ITPFBIO.TBCLIENT C
006550          WHERE A.CAMPO IN ('DOMICILIO', 'CIUDAD',
006560                            'CORREO_ELECTRONICO', 'PER_TELEFONO')
006570            AND A.TIPO_DOC EQUAL C.TIPO_DOCUMENTO
006580            AND A.NRO_DOC  EQUAL C.NRO_DOCUMENTO
006590            AND (C.NRO_CLIENTE EQUAL :WS-ORI-CLIENTE
006600             OR C.NRO_CLIENTE IN
006610                (SELECT NRO_CLIENTE
006620                   FROM ITPFBIO.TBTITULAR
006630                  WHERE NRO_CUENTA EQUAL :WS-ORI-CUENTA))
006640      END-EXEC.
006650
006660      IF SQLCODE NOT EQUAL ZEROS
006670         MOVE SPACES TO WS-ULT-CAMBIO
006680      END-IF.
006690
006700      EXEC SQL
006710         SELECT VALUE(MAX(FECHA_CAMBIO_CONTACTO CONCAT
006720                          HORA_CAMBIO_CONTACTO), ' ')
006730           INTO :WS-ULT-PERFIL
006740           FROM ITPFBIO.TBPERFIL
006750          WHERE NRO_CLIENTE EQUAL :WS-ORI-CLIENTE
006760             OR NRO_CLIENTE IN
006770                (SELECT NRO_CLIENTE
006780                   FROM ITPFBIO.TBTITULAR
006790                  WHERE NRO_CUENTA EQUAL :WS-ORI-CUENTA)
006800      END-EXEC.
006810
006820      IF SQLCODE NOT EQUAL ZEROS
006830         MOVE SPACES TO WS-ULT-PERFIL
006840      END-IF.
006850
006860      IF WS-ULT-PERFIL GREATER WS-ULT-CAMBIO
006870         MOVE WS-ULT-PERFIL TO WS-ULT-CAMBIO
006880      END-IF.
006890
006900      IF WS-ULT-FECHA NOT EQUAL SPACES
006910         MOVE 'HORAS-CONTACTO'  TO PAR-PARAMETRO
006920         MOVE CT-HORAS-CONTACTO TO WS-PARAM-DEFECTO
006930         PERFORM 4950-I-LEER-PARAMETRO
006940            THRU 4950-F-LEER-PARAMETRO
006950         COMPUTE WS-MINUTOS-LIMITE = WS-PARAM-VALOR * 60
006960         MOVE WS-ULT-FECHA TO WS-FECHA-REF
006970         MOVE WS-ULT-HORA  TO WS-HORA-REF
006980         PERFORM 4960-I-CALCULAR-PLAZO
006990            THRU 4960-F-CALCULAR-PLAZO
007000         IF WS-DENTRO-PLAZO
007010            MOVE 'C' TO WS-REGLA-CONTACTO
007020         END-IF
007030      END-IF.
007040
007050      IF NOT WS-DESTINO-ES-ALIAS
007060         GO TO 4970-F-CONTROLAR-RETENCION
007070      END-IF.
007080
007090      MOVE 'HORAS-ALIAS-NUEVO' TO PAR-PARAMETRO.
007100      MOVE CT-HORAS-ALIAS      TO WS-PARAM-DEFECTO.
007110
007120      PERFORM 4950-I-LEER-PARAMETRO THRU 4950-F-LEER-PARAMETRO.
007130
007140      COMPUTE WS-MINUTOS-LIMITE = WS-PARAM-VALOR * 60.
007150
007160      MOVE ALS-FECHA-ALTA  TO WS-FECHA-REF.
007170      MOVE CT-HORA-FIN-DIA TO WS-HORA-REF.
007180
007190      PERFORM 4960-I-CALCULAR-PLAZO THRU 4960-F-CALCULAR-PLAZO.
007200
007210      IF WS-DENTRO-PLAZO
007220         MOVE 'A' TO WS-REGLA-ALIAS
007230      END-IF.
007240
007250  4970-F-CONTROLAR-RETENCION. EXIT.
007260**************************************
007270*  RECORDAR EL DESTINO PAGADO: ALTA  *
007280*  LA PRIMERA VEZ, SINO ACUMULA EL   *
007290*  IMPORTE DEL PERIODO DE RESGUARDO  *
007300*  Y CUENTA LA TRANSFERENCIA         *
007310**************************************
007320  5800-I-RECORDAR-DESTINO.
007330      MOVE WS-ORI-CLIENTE    TO DST-NRO-CLIENTE.
007340      MOVE WS-DESTINO-CLAVE  TO DST-DESTINO.
007350      MOVE WS-ACUM-RESGUARDO TO DST-IMPORTE-RESGUARDO.
007360      MOVE WS-FECHA-HOY      TO DST-FECHA-ULTIMA.
007370
007380      IF WS-DESTINO-CONOCIDO
007390         EXEC SQL
007400            UPDATE ITPFBIO.TBDESTINOS
007410               SET IMPORTE_RESGUARDO = :DST-IMPORTE-RESGUARDO,
007420                   CANT_TRANSF       = CANT_TRANSF + 1,
007430                   FECHA_ULTIMA      = :DST-FECHA-ULTIMA
007440             WHERE NRO_CLIENTE EQUAL :DST-NRO-CLIENTE
007450               AND DESTINO     EQUAL :DST-DESTINO
007460         END-EXEC
007470      ELSE
007480         MOVE WS-FECHA-HOY   TO DST-FECHA-ALTA
007490         ACCEPT DST-HORA-ALTA FROM TIME
007500         MOVE 1              TO DST-CANT-TRANSF
007510         EXEC SQL
007520            INSERT INTO ITPFBIO.TBDESTINOS
007530                  (NRO_CLIENTE, DESTINO, FECHA_ALTA, HORA_ALTA,
007540                   IMPORTE_RESGUARDO, CANT_TRANSF, FECHA_ULTIMA)
007550            VALUES
007560                  (:DST-NRO-CLIENTE, :DST-DESTINO,
007565                   :DST-FECHA-ALTA,
007570                   :DST-HORA-ALTA, :DST-IMPORTE-RESGUARDO,
007580                   :DST-CANT-TRANSF, :DST-FECHA-ULTIMA)
007590         END-EXEC
007600      END-IF.
007610
007620      IF SQLCODE NOT EQUAL ZEROS
007630         PERFORM 5500-I-DESHACER THRU 5500-F-DESHACER
007640      END-IF.
007650
007660  5800-F-RECORDAR-DESTINO. EXIT.
007670**************************************
007680*  RETENER LA TRANSFERENCIA: QUEDA   *
007690*  COMO SOLICITUD EN TBAPROBACIONES  *
007700*  HASTA QUE OTRO SUPERVISOR LA      *
007710*  LIBERE EN PGMAPR33. NO SE DEBITA  *
007720*  NADA HASTA ENTONCES               *
007730**************************************
007740  8400-I-RETENER.
007750      MOVE WS-ORI-CUENTA      TO WS-SOL-ORIGEN.
007760      MOVE WS-DESTINO-CLAVE   TO WS-SOL-DESTINO.
007770      MOVE WS-DESTINO-TIPEADO TO WS-SOL-TIPEADO.
007780      MOVE WS-IMPORTE         TO WS-SOL-IMPORTE.
007790      MOVE WS-ORI-MONEDA      TO WS-SOL-MONEDA.
007800      MOVE WS-REGLAS          TO WS-SOL-REGLAS.
007801      IF TTUTORI NUMERIC
007802         MOVE TTUTORI         TO WS-SOL-TUTOR
007803      ELSE
007804         MOVE ZEROS           TO WS-SOL-TUTOR
007805      END-IF.
007810      MOVE 'TRANSF RETENIDA'  TO APR-OPERACION.
007820      MOVE WS-ORI-CUENTA      TO APR-CLAVE.
007830
007840      PERFORM 8500-I-SOLICITAR THRU 8500-F-SOLICITAR.
007850
007860      MOVE WS-IMPORTE         TO WS-IMPORTE-EDIT.
007870      MOVE 'TRANSF RETENIDA'  TO AUD-CAMPO.
007880      MOVE WS-DESTINO-TIPEADO TO AUD-VALOR-ANTES.
007890      MOVE SPACES             TO AUD-VALOR-DESPUES.
007900
007910      STRING 'REGLAS '        DELIMITED BY SIZE
007920             WS-REGLAS        DELIMITED BY SIZE
007930             ' '              DELIMITED BY SIZE
007940             WS-IMPORTE-EDIT  DELIMITED BY SIZE
007950             INTO AUD-VALOR-DESPUES.
007960
007970      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
007980
007990      MOVE SPACES TO CA-MSG.
008000
008010      STRING 'TRANSFERENCIA RETENIDA - SOLICITUD NRO '
008020                              DELIMITED BY SIZE
008030             WS-SOL-NRO       DELIMITED BY SIZE
008040             ' (OPCION 30)'   DELIMITED BY SIZE
008050             INTO CA-MSG.
008060
008070  8400-F-RETENER. EXIT.
008080**************************************
008090*  DOBLE CONTROL: LA OPERACION QUEDA *
008100*  PENDIENTE EN TBAPROBACIONES HASTA *
008110*  QUE OTRO SUPERVISOR LA APRUEBE EN *
008120*  PGMAPR33. SE NIEGA SI YA HAY UNA  *
008130*  SOLICITUD PENDIENTE CON IGUALES   *
008140*  DATOS                             *
008150**************************************
008160  8500-I-SOLICITAR.
008170      MOVE 'PGMTRF33'     TO APR-PROGRAMA.
008180      MOVE WS-SOLICITUD   TO APR-DATOS.
008190      MOVE ZEROS          TO WS-CANT-PEND.
008200
008210      EXEC SQL
008220         SELECT COUNT(*)
008230           INTO :WS-CANT-PEND
008240           FROM ITPFBIO.TBAPROBACIONES
008250          WHERE PROGRAMA  EQUAL :APR-PROGRAMA
008260            AND OPERACION EQUAL :APR-OPERACION
008270            AND DATOS     EQUAL :APR-DATOS
008280            AND ESTADO    EQUAL 'P'
008290      END-EXEC.
008300
008310      IF WS-CANT-PEND GREATER ZEROS
008320         MOVE 'YA HAY UNA SOLICITUD PENDIENTE PARA ESTA OPERACION'
008330              TO CA-MSG
008340         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
008350      END-IF.
008360
008370      EXEC SQL
008380         SELECT VALUE(MAX(NRO_SOLICITUD), 0) + 1
008390           INTO :APR-NRO-SOLICITUD
008400           FROM ITPFBIO.TBAPROBACIONES
008410      END-EXEC.
008420
008430      IF SQLCODE NOT EQUAL ZEROS
008440         MOVE 'ERROR AL NUMERAR LA SOLICITUD - VER SQLCODE'
008450              TO CA-MSG
008460         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
008470      END-IF.
008480
008490      MOVE 'P'             TO APR-ESTADO.
008500      MOVE EIBUSERID       TO APR-USUARIO-ALTA.
008510      MOVE WS-FECHA-HOY    TO APR-FECHA-ALTA.
008520      ACCEPT APR-HORA-ALTA FROM TIME.
008530      MOVE SPACES          TO APR-USUARIO-RESOL.
008540      MOVE SPACES          TO APR-FECHA-RESOL.
008550      MOVE SPACES          TO APR-HORA-RESOL.
008560      MOVE SPACES          TO APR-MOTIVO-RESOL.
008570
008580      EXEC SQL
008590         INSERT INTO ITPFBIO.TBAPROBACIONES
008600               (NRO_SOLICITUD, PROGRAMA, OPERACION, CLAVE, DATOS,
008610                ESTADO, USUARIO_ALTA, FECHA_ALTA, HORA_ALTA,
008620                USUARIO_RESOL, FECHA_RESOL, HORA_RESOL,
008630                MOTIVO_RESOL)
008640         VALUES
008650               (:APR-NRO-SOLICITUD, :APR-PROGRAMA, :APR-OPERACION,
008660                :APR-CLAVE, :APR-DATOS, :APR-ESTADO,
008670                :APR-USUARIO-ALTA, :APR-FECHA-ALTA,
008680                :APR-HORA-ALTA,
008690                :APR-USUARIO-RESOL, :APR-FECHA-RESOL,
008700                :APR-HORA-RESOL, :APR-MOTIVO-RESOL)
008710      END-EXEC.
008720
008730      IF SQLCODE NOT EQUAL ZEROS
008740         MOVE 'ERROR AL GRABAR LA SOLICITUD - VER SQLCODE'
008750              TO CA-MSG
008760         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
008770      END-IF.
008780
008790      MOVE APR-NRO-SOLICITUD TO WS-SOL-NRO.
008800      MOVE 'SOLICITUD PENDIENTE' TO AUD-CAMPO.
008810      MOVE SPACES            TO AUD-VALOR-ANTES.
008820      MOVE SPACES            TO AUD-VALOR-DESPUES.
008830
008840      STRING 'SOL '          DELIMITED BY SIZE
008850             WS-SOL-NRO      DELIMITED BY SIZE
008860             ' '             DELIMITED BY SIZE
008870             APR-OPERACION   DELIMITED BY SIZE
008880             INTO AUD-VALOR-ANTES.
008890
008900      STRING 'CARGO:'        DELIMITED BY SIZE
008910             APR-USUARIO-ALTA DELIMITED BY SIZE
008920             ' '             DELIMITED BY SIZE
008930             APR-CLAVE       DELIMITED BY SIZE
008940             INTO AUD-VALOR-DESPUES.
008950
008960      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
008970
008980  8500-F-SOLICITAR. EXIT.
008990**************************************
009000*  LIBERACION DE UNA TRANSFERENCIA   *
009010*  RETENIDA (XCTL DESDE PGMAPR33):   *
009020*  REVALIDA CONTRA LOS DATOS DE HOY, *
009030*  TRANSFIERE Y DEVUELVE EL RESULTADO*
009040**************************************
009050  8600-I-EJECUTAR-APROBADA.
009060      PERFORM 7000-I-FECHA THRU 7000-F-FECHA.
009070
009080      SET WS-MODO-APROBACION TO TRUE.
009090      MOVE SPACES TO CA-MSG.
009100
009110      IF NOT LK-APR-EJECUTAR
009120         MOVE 'FUNCION DE APROBACION INVALIDA' TO CA-MSG
009130         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
009140      END-IF.
009150
009160      MOVE LK-APR-DATOS   TO WS-SOLICITUD.
009170      MOVE LK-APR-NRO     TO WS-SOL-NRO.
009180      MOVE WS-SOL-ORIGEN  TO TCTAORII.
009190      MOVE WS-SOL-DESTINO TO TCTADESI.
009200      MOVE WS-SOL-IMPORTE TO WS-IMPORTE.
009205      MOVE WS-SOL-TUTOR   TO TTUTORI.
009210
009220      PERFORM 4000-I-VALIDAR THRU 4000-F-VALIDAR.
009230
009240      IF CA-MSG EQUAL SPACES
009250         AND WS-ORI-MONEDA NOT EQUAL WS-SOL-MONEDA
009260         MOVE 'LA MONEDA DE LA CUENTA ORIGEN CAMBIO' TO CA-MSG
009270      END-IF.
009280
009290      IF CA-MSG NOT EQUAL SPACES
009300         PERFORM 6000-I-RECHAZO THRU 6000-F-RECHAZO
009310      END-IF.
009320
009330      PERFORM 5000-I-TRANSFERIR THRU 5000-F-TRANSFERIR.
009340
009350  8600-F-EJECUTAR-APROBADA. EXIT.
009360**************************************
009370*  DEVOLVER EL RESULTADO DE LA       *
009380*  EJECUCION A PGMAPR33              *
009390**************************************
009400  8700-I-DEVOLVER.
009410      SET LK-APR-RESULTADO TO TRUE.
009420
009430      EXEC CICS XCTL PROGRAM('PGMAPR33')
009440                COMMAREA(LK-APR-AREA) LENGTH(222)
009450      END-EXEC.
009460
009470  8700-F-DEVOLVER. EXIT.
009480**************************************
009490*  TRANSFERENCIA LIBERADA: AUDITAR   *
009500*  CON SU COMPROBANTE Y DEVOLVER EL  *
009510*  RESULTADO A PGMAPR33              *
009520**************************************
009530  8800-I-INFORMAR-LIBERADA.
009540      MOVE 'TRANSF LIBERADA' TO AUD-CAMPO.
009550      MOVE SPACES            TO AUD-VALOR-ANTES.
009560      MOVE SPACES            TO AUD-VALOR-DESPUES.
009570
009580      STRING 'SOL '          DELIMITED BY SIZE
009590             WS-SOL-NRO      DELIMITED BY SIZE
009600             ' '             DELIMITED BY SIZE
009610             WS-SOL-TIPEADO  DELIMITED BY SIZE
009620             INTO AUD-VALOR-ANTES.
009630
009640      STRING 'COMPROBANTE '  DELIMITED BY SIZE
009650             WS-COMP-ORIGEN  DELIMITED BY SIZE
009660             ' REGLAS '      DELIMITED BY SIZE
009670             WS-SOL-REGLAS   DELIMITED BY SIZE
009680             INTO AUD-VALOR-DESPUES.
009690
009700      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
009710
009720      SET LK-APR-OK TO TRUE.
009730      MOVE SPACES TO LK-APR-MSG.
009740
009750      STRING 'TRANSFERENCIA LIBERADA - COMPROBANTE '
009760                             DELIMITED BY SIZE
009770             WS-COMP-ORIGEN  DELIMITED BY SIZE
009780             INTO LK-APR-MSG.
009790
009800      PERFORM 8700-I-DEVOLVER THRU 8700-F-DEVOLVER.
009810
009820  8800-F-INFORMAR-LIBERADA. EXIT.
009830**************************************
009840*  AUDT DE LA AUTORIZACION DEL TUTOR *
009850*  (SOLO CON LA TRANSFERENCIA YA     *
009860*  GRABADA, NO AL RETENERLA)         *
009870**************************************
009880  4860-I-AUDITAR-TUTOR.
009890      MOVE WS-NRO-TUTOR    TO WS-NRO-TUT-EDIT.
009900      MOVE WS-IMPORTE      TO WS-IMPORTE-EDIT.
009910      MOVE 'AUTORIZ. TUTOR'  TO AUD-CAMPO.
009920      MOVE WS-ORI-CUENTA   TO AUD-VALOR-ANTES.
009930      MOVE SPACES          TO AUD-VALOR-DESPUES.
009940      STRING 'TUTOR ' WS-NRO-TUT-EDIT ' ' WS-IMPORTE-EDIT
009950             DELIMITED BY SIZE INTO AUD-VALOR-DESPUES.
009960      PERFORM 9000-I-AUDITAR THRU 9000-F-AUDITAR.
009970
009980  4860-F-AUDITAR-TUTOR. EXIT.
