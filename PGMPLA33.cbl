000180*         * PF2 CANCELA ANTICIPADO DEVOLVIENDO EL        *
000190*         * CAPITAL SIN INTERES ('PC'). LOS VENCIDOS     *
000200*         * LOS LIQUIDA EL BATCH PGMVTO33                *
000201* 15/10/26* LA TASA ES LA DE TBTASAS CON LA VIGENCIA      *
000202*         * (FECHA_DESDE) MAS RECIENTE QUE NO SUPERE * JCR *
000203*         * LA FECHA DEL DIA                             *
000210**************************************
000220  ENVIRONMENT DIVISION.
000230  CONFIGURATION SECTION.
003260  3100-I-BUSCAR-TASA.
003270      MOVE CT-TIPO-PLAZO-FIJO TO TAS-TIPO-CUENTA.
003280      MOVE MONEDA             TO TAS-MONEDA.
003285      MOVE WS-FECHA-HOY       TO TAS-FECHA-DESDE.
003290
003300      EXEC SQL
003310         SELECT TASA_ANUAL
003320           INTO :TAS-TASA-ANUAL
003330           FROM ITPFBIO.TBTASAS
003340          WHERE TIPO_CUENTA EQUAL :TAS-TIPO-CUENTA
003341            AND MONEDA      EQUAL :TAS-MONEDA
003342            AND FECHA_DESDE EQUAL
003343               (SELECT MAX(FECHA_DESDE)
003344                  FROM ITPFBIO.TBTASAS
003345                 WHERE TIPO_CUENTA EQUAL :TAS-TIPO-CUENTA
003346                   AND MONEDA      EQUAL :TAS-MONEDA
003347                   AND FECHA_DESDE NOT GREATER :TAS-FECHA-DESDE)
003348      END-EXEC.
003370
003380      EVALUATE SQLCODE
003390         WHEN ZEROS
