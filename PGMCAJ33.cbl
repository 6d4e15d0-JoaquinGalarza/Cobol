000170*         * SISTEMA - UNA DIFERENCIA SOBRE EL UMBRAL     *
000180*         * SOLO LA FIRMA UN SUPERVISOR (ROL 'S') Y      *
000190*         * QUEDA EN LA COLA DE AUDITORIA AUDT           *
000192* 15/10/26* SUMA EL MOVIMIENTO 'PR' (ACREDITACION DE     *
000194*         * PRESTAMO) A LOS INGRESOS                  * JCR *
000196* 15/10/26* SUMA EL MOVIMIENTO 'TS' (TRANSFERENCIA A     *
000198*         * OTRO BANCO) A LOS EGRESOS                 * JCR *
000200**************************************
000210  ENVIRONMENT DIVISION.
000220  CONFIGURATION SECTION.
002180            AND MONEDA  EQUAL :MOV-MONEDA
002190            AND CANAL   EQUAL 'CAJA'
002200            AND TIPO_MOVIMIENTO IN
002210                ('DP', 'TC', 'IN', 'CI', 'PC', 'XC', 'RC', 'PR')
002220      END-EXEC.
002230
002240      IF SQLCODE NOT EQUAL ZEROS
002370            AND CANAL   EQUAL 'CAJA'
002380            AND TIPO_MOVIMIENTO IN
002390                ('EX', 'TD', 'CM', 'DI', 'PD', 'XD', 'IP',
002400                 'RD', 'TS')
002410      END-EXEC.
002420
002430      IF SQLCODE NOT EQUAL ZEROS
