000150*         * NUEVO AL MAS VIEJO CON PAGINADO PF7/PF8      *
000160*         * (MISMO ESQUEMA QUE PGMAUC33) Y FILTRO        *
000170*         * OPCIONAL DE RANGO DE FECHAS                  *
000172* 15/10/26* UN CBU ANTERIOR A UNA CONSOLIDACION DE       *
000174*         * SUCURSALES (PGMCSU33) SIGUE UBICANDO A * JCR *
000176*         * LA CUENTA POR LA REFERENCIA CRUZADA          *
000178*         * TBCTAXREF                                    *
000180**************************************
000190  ENVIRONMENT DIVISION.
000200  CONFIGURATION SECTION.
002380           INTO :NRO-CUENTA, :SALDO-ACTUAL
002390           FROM ITPFBIO.TBCUENTAS
002400          WHERE (NRO_CUENTA EQUAL :WS-CLAVE-BUSQUEDA
002403             OR CBU        EQUAL :WS-CLAVE-BUSQUEDA
002406             OR NRO_CUENTA IN
002409                (SELECT X.NRO_CUENTA
002412                   FROM ITPFBIO.TBCTAXREF X
002415                  WHERE X.CBU_ANTERIOR EQUAL :WS-CLAVE-BUSQUEDA))
002420      END-EXEC.
002430
002440      EVALUATE SQLCODE
