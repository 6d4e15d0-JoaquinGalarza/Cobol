000160*         * 'H') Y PF2 LA CANCELA (ESTADO 'C', LA FILA   *
000170*         * NO SE BORRA); CADA OPERACION DEJA SU         *
000180*         * REGISTRO EN LA COLA DE AUDITORIA AUDT        *
000182* 15/10/26* UN CBU ANTERIOR A UNA CONSOLIDACION DE       *
000184*         * SUCURSALES (PGMCSU33) SIGUE UBICANDO A * JCR *
000186*         * LA CUENTA POR LA REFERENCIA CRUZADA          *
000188*         * TBCTAXREF                                    *
000190**************************************
000200  ENVIRONMENT DIVISION.
000210  CONFIGURATION SECTION.
002920           INTO :NRO-CUENTA
002930           FROM ITPFBIO.TBCUENTAS
002940          WHERE (NRO_CUENTA EQUAL :WS-CLAVE-BUSQUEDA
002943             OR CBU        EQUAL :WS-CLAVE-BUSQUEDA
002946             OR NRO_CUENTA IN
002949                (SELECT X.NRO_CUENTA
002952                   FROM ITPFBIO.TBCTAXREF X
002955                  WHERE X.CBU_ANTERIOR EQUAL :WS-CLAVE-BUSQUEDA))
002960            AND FECHA_DE_BAJA IS NULL
002970      END-EXEC.
002980
