000204*         * PROCESO + MARCA DE RELANZAMIENTO) Y LA   * JCR *
000206*         * FECHA DE PROCESO SE ESTAMPA EN CADA          *
000208*         * EXCEPCION GRABADA                            *
000209* 15/10/26* SUMA EL MOVIMIENTO 'PR' (ACREDITACION DE     *
000210*         * PRESTAMO) A LOS CREDITOS                  * JCR *
000211* 15/10/26* SUMA EL MOVIMIENTO 'CP' (COBRO DE CUOTA DE   *
000212*         * PRESTAMO) A LOS DEBITOS                   * JCR *
000213* 15/10/26* SUMA 'TS' (TRANSFERENCIA A OTRO BANCO) A LOS *
000214*         * DEBITOS Y 'DS' (SU DEVOLUCION POR RECHAZO * JCR *
000215*         * DE CAMARA) A LOS CREDITOS                    *
000216* 15/10/26* SUMA 'AH' (ACREDITACION DE HABERES) A LOS    *
000217*         * CREDITOS Y 'DH' (DEBITO A EMPRESA) A LOS  * JCR *
000218*         * DEBITOS                                      *
000219* 15/10/26* SUMA 'EA' (EXTRACCION EN CAJERO) Y 'CB'      *
000220*         * (COMPRA EN POS) A LOS DEBITOS Y 'DT'      * JCR *
000221*         * (DEVOLUCION DE COMPRA EN POS) A LOS CREDITOS *
000222* 15/10/26* SUMA 'CH' (CHEQUE PAGADO EN EL CANJE) A LOS  *
000223*         * DEBITOS                                   * JCR *
000224* 15/10/26* SUMA 'DA' (DEBITO AUTOMATICO) A LOS          *
000225*         * DEBITOS Y 'CA' (CREDITO A LA              * JCR *
000226*         * EMPRESA) A LOS CREDITOS                      *
000227* 15/10/26* SUMA 'ID' (IMPUESTO LEY 25.413) A LOS        *
000228*         * DEBITOS                                   * JCR *
000229*************************************
000230  ENVIRONMENT DIVISION.
000231  CONFIGURATION SECTION.
000240  SPECIAL-NAMES.
000250      DECIMAL-POINT IS COMMA.
000260  INPUT-OUTPUT SECTION.
003430          WHERE NRO_CUENTA EQUAL :MOV-NRO-CUENTA
003440            AND FECHA GREATER THAN :WS-FECHA-CORTE
003450            AND TIPO_MOVIMIENTO IN
003460                ('DP', 'TC', 'IN', 'CI', 'PC', 'XC', 'RC', 'PR',
003465                 'DS', 'AH', 'DT', 'CA')
003470      END-EXEC
003480
003490      IF SQLCODE NOT EQUAL ZEROS
003580            AND FECHA GREATER THAN :WS-FECHA-CORTE
003590            AND TIPO_MOVIMIENTO IN
003600                ('EX', 'TD', 'CM', 'DI', 'PD', 'XD', 'IP',
003610                 'RD', 'CP', 'TS', 'DH', 'EA', 'CB', 'CH',
003614                 'DA', 'ID')
003620      END-EXEC
003630
003640      IF SQLCODE NOT EQUAL ZEROS
