000120*         * POR DOCUMENTO, ARMA EL ARCHIVO LISTO PARA    *
000130*         * EL GATEWAY DE CORREO Y DERIVA A UN INFORME   *
000140*         * DE RECHAZOS LOS EVENTOS SIN DIRECCION        *
000142* 15/10/26* ASUNTO PROPIO PARA EL EVENTO 'MAYORIA' QUE   *
000144*         * GRABA EL PROCESO MENSUAL PGMMAY33         * JCR *
000150*************************************
000160  ENVIRONMENT DIVISION.
000170  CONFIGURATION SECTION.
003210      WHEN 'BAJA'
003220         MOVE 'CONFIRMACION DE BAJA DE CLIENTE' TO SAL-ASUNTO
003230
003232      WHEN 'MAYORIA'
003234         MOVE 'MAYORIA DE EDAD - CUENTA SIN TUTOR' TO SAL-ASUNTO
003236
003240      WHEN OTHER
003250         MOVE 'NOVEDAD SOBRE SU CUENTA' TO SAL-ASUNTO
003260      END-EVALUATE
