000234*         * CUENTAS DONDE EL CLIENTE ES COTITULAR      * JCR *
000236*         * (TBTITULAR) - LA BAJA DE CUALQUIER TITULAR     *
000238*         * SE BLOQUEA MIENTRAS LA CUENTA SIGA ABIERTA     *
000239* 15/10/26* LA COTITULARIDAD SE CONTROLA SOLO CON LAS      *
000241*         * FILAS DE TITULAR (TBTITULAR ROL 'T'); SER  * JCR *
000243*         * TUTOR LEGAL DE UN MENOR NO BLOQUEA LA BAJA     *
000245**************************************
000250  ENVIRONMENT DIVISION.
000260  CONFIGURATION SECTION.
000270  SPECIAL-NAMES.
000912              OR NRO_CUENTA IN
000914                 (SELECT NRO_CUENTA
000916                    FROM ITPFBIO.TBTITULAR
000918                   WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
000919                     AND ROL         EQUAL 'T'))
000920             AND (SALDO_ACTUAL NOT EQUAL 0
000930              OR FECHA_DE_BAJA IS NULL)
000940           ORDER BY NRO_CUENTA
