000535*         * DUENO SE MARCA (COTIT) Y ES INFORMATIVA: * JCR *
000536*         * LOS TOTALES POR CLIENTE, MONEDA Y SUCURSAL   *
000537*         * SOLO SUMAN LA CUENTA BAJO SU TITULAR DUENO   *
000538* 15/10/26* LA UNION DE TITULARIDADES TOMA SOLO EL ROL   *
000539*         * 'T' DE TBTITULAR: EL TUTOR LEGAL DE UN   * JCR *
000541*         * MENOR NO LISTA LA CUENTA BAJO SU NOMBRE      *
000543*************************************
000545  ENVIRONMENT DIVISION.
000550  CONFIGURATION SECTION.
000560  SPECIAL-NAMES.
000570      DECIMAL-POINT IS COMMA.
005026                         FROM ITPFBIO.TBCUENTAS
005028                        UNION
005030                       SELECT NRO_CLIENTE, NRO_CUENTA
005032                         FROM ITPFBIO.TBTITULAR
005033                        WHERE ROL = 'T') V
005034                   ON V.NRO_CLIENTE = C.NRO_CLIENTE
005036                 LEFT OUTER JOIN ITPFBIO.TBCUENTAS U
005040                   ON U.NRO_CUENTA = V.NRO_CUENTA
