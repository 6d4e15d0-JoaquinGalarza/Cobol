000170*         * PUEDE QUITAR, ASI LA CUENTA CONSERVA         *
000180*         * SIEMPRE UN TITULAR. CADA OPERACION DEJA SU   *
000190*         * REGISTRO EN LA COLA DE AUDITORIA AUDT        *
000192* 15/10/26* GRABA LOS COTITULARES CON ROL 'T'; EL TUTOR  *
000194*         * LEGAL (ROL 'L', LO GRABA PGMCTA33) NO SE  * JCR *
000196*         * QUITA POR ESTA TRANSACCION                   *
000197* 15/10/26* EL CONTROL DE COTITULAR EXISTENTE Y EL DEL   *
000198*         * TITULAR PRINCIPAL MIRAN SOLO ROL 'T'; EL  * JCR *
000199*         * ORDEN SIGUE CONTANDO LA FILA DEL TUTOR       *
000200**************************************
000210  ENVIRONMENT DIVISION.
000220  CONFIGURATION SECTION.
001860           FROM ITPFBIO.TBTITULAR
001870          WHERE NRO_CUENTA  EQUAL :TIT-NRO-CUENTA
001880            AND NRO_CLIENTE EQUAL :TIT-NRO-CLIENTE
001885            AND ROL         EQUAL 'T'
001890      END-EXEC.
001900
001910      IF SQLCODE EQUAL ZEROS
002780           INTO :WS-CANT-TITULARES
002790           FROM ITPFBIO.TBTITULAR
002800          WHERE NRO_CUENTA EQUAL :TIT-NRO-CUENTA
002805            AND ROL        EQUAL 'T'
002810      END-EXEC.
002820
002830      IF WS-CANT-TITULARES GREATER ZEROS
002960  3300-I-INSERTAR.
002970      MOVE WS-FECHA-HOY TO TIT-FECHA-ALTA.
002980      MOVE EIBUSERID    TO TIT-USUARIO.
002985      MOVE 'T'          TO TIT-ROL.
002990
003000      EXEC SQL
003010         INSERT INTO ITPFBIO.TBTITULAR
003020               (NRO_CUENTA, NRO_CLIENTE, ORDEN, FECHA_ALTA,
003030                USUARIO, ROL)
003040         VALUES
003050               (:TIT-NRO-CUENTA, :TIT-NRO-CLIENTE, :TIT-ORDEN,
003060                :TIT-FECHA-ALTA, :TIT-USUARIO, :TIT-ROL)
003070      END-EXEC.
003080
003090      IF SQLCODE NOT EQUAL ZEROS
003390          WHERE NRO_CUENTA  EQUAL :TIT-NRO-CUENTA
003400            AND NRO_CLIENTE EQUAL :TIT-NRO-CLIENTE
003410            AND ORDEN GREATER THAN 1
003415            AND ROL         EQUAL 'T'
003420      END-EXEC.
003430
003440      EVALUATE SQLCODE
