000164* 02/09/26* CADA LINEA DE MOVIMIENTO MUESTRA SU          *
000166*         * NRO_COMPROBANTE PARA QUE EL PAPEL DEL    * JCR *
000168*         * CLIENTE COINCIDA CON LA REIMPRESION          *
000169* 15/10/26* RECONOCE EL SIGNO DEL MOVIMIENTO 'CP' (COBRO *
000170*         * DE CUOTA DE PRESTAMO) COMO DEBITO         * JCR *
000171* 15/10/26* RECONOCE EL SIGNO DEL MOVIMIENTO 'TS'        *
000172*         * (TRANSFERENCIA A OTRO BANCO) COMO DEBITO  * JCR *
000173* 15/10/26* RECONOCE EL SIGNO DEL MOVIMIENTO 'DH'        *
000174*         * (DEBITO DE HABERES A EMPRESA) COMO DEBITO * JCR *
000175* 15/10/26* RECONOCE EL SIGNO DE LAS OPERACIONES CON     *
000176*         * TARJETA DE DEBITO: 'EA' (EXTRACCION EN    * JCR *
000177*         * CAJERO) Y 'CB' (COMPRA EN POS) COMO DEBITO   *
000178* 15/10/26* RECONOCE EL SIGNO DEL MOVIMIENTO 'CH'        *
000179*         * (CHEQUE PAGADO EN EL CANJE) COMO DEBITO   * JCR *
000180* 15/10/26* RECONOCE EL SIGNO DEL MOVIMIENTO 'DA'        *
000181*         * (DEBITO AUTOMATICO) COMO DEBITO           * JCR *
000182* 15/10/26* RECONOCE EL SIGNO DEL MOVIMIENTO 'ID'        *
000183*         * (IMPUESTO LEY 25.413) COMO DEBITO         * JCR *
000184* 15/10/26* DE TBTITULAR SOLO SE TOMAN LAS CUENTAS DONDE *
000185*         * EL CLIENTE ES TITULAR (ROL 'T'), NO LAS   * JCR *
000186*         * QUE TIENE COMO TUTOR LEGAL DE UN MENOR       *
000187*************************************
000188  ENVIRONMENT DIVISION.
000189  CONFIGURATION SECTION.
000190  SPECIAL-NAMES.
000200      DECIMAL-POINT IS COMMA.
000210  INPUT-OUTPUT SECTION.
000844
000846  01  WS-TIPO-MOVIM        PIC X(02)            VALUE SPACES.
000848      88 WS-TIPO-DEBITO    VALUE 'EX' 'TD' 'CM' 'DI'
000850                                 'PD' 'XD' 'IP' 'RD' 'CP'
000851                                 'TS' 'DH' 'EA' 'CB' 'CH' 'DA'
000852                                 'ID'.
000853*************************************
000860*       VARIABLES IMPRESION        *
000870*************************************
000880  01  IP-TITULO.
002052              OR NRO_CUENTA IN
002054                 (SELECT NRO_CUENTA
002056                    FROM ITPFBIO.TBTITULAR
002058                   WHERE NRO_CLIENTE EQUAL :CLI-NRO-CLIENTE
002059                     AND ROL         EQUAL 'T'))
002060           ORDER BY NRO_CUENTA
002070       END-EXEC.
002080
