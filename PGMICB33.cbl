000170*         * DE LO APLICADO PARA LA CAMARA. EL CONTROL    *
000180*         * DE CORRIDAS (RUTCTRL) IMPIDE REAPLICAR UNA   *
000190*         * FECHA YA PROCESADA                           *
000192* 15/10/26* UN CBU ANTERIOR A UNA CONSOLIDACION DE       *
000194*         * SUCURSALES (PGMCSU33) SIGUE UBICANDO A * JCR *
000196*         * LA CUENTA POR LA REFERENCIA CRUZADA          *
000198*         * TBCTAXREF                                    *
000200*************************************
000210  ENVIRONMENT DIVISION.
000220  CONFIGURATION SECTION.
003720           INTO :NRO-CUENTA, :MONEDA, :SALDO-ACTUAL
003730           FROM ITPFBIO.TBCUENTAS
003740          WHERE (NRO_CUENTA EQUAL :WS-CLAVE-BUSQUEDA
003743             OR CBU        EQUAL :WS-CLAVE-BUSQUEDA
003746             OR NRO_CUENTA IN
003749                (SELECT X.NRO_CUENTA
003752                   FROM ITPFBIO.TBCTAXREF X
003755                  WHERE X.CBU_ANTERIOR EQUAL :WS-CLAVE-BUSQUEDA))
003760            AND FECHA_DE_BAJA IS NULL
003770      END-EXEC
003780
