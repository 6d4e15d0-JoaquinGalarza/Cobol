000010*    DCLGEN DE LA TABLA ITPFBIO.TBCUOTAS - CRONOGRAMA DE
000020*    CUOTAS DE LOS PRESTAMOS DE TBPRESTAMOS: UNA FILA POR
000030*    CUOTA CON SU VENCIMIENTO (CORRIDO AL HABIL SIGUIENTE),
000040*    LA APERTURA CAPITAL/INTERES DEL SISTEMA FRANCES Y EL
000050*    SALDO DE CAPITAL QUE QUEDA DESPUES DE PAGARLA.
000060*    IMPORTE_PAGADO ACUMULA LOS COBROS (PUEDE SER PARCIAL).
000070*    ESTADO 'P' PENDIENTE / 'C' COBRADA
000080     EXEC SQL DECLARE ITPFBIO.TBCUOTAS TABLE
000090     ( NRO_PRESTAMO                   DECIMAL(9, 0) NOT NULL,
000100       NRO_CUOTA                      DECIMAL(3, 0) NOT NULL,
000110       FECHA_VTO                      CHAR(10) NOT NULL,
000120       CAPITAL                        DECIMAL(11, 2) NOT NULL,
000130       INTERES                        DECIMAL(11, 2) NOT NULL,
000140       IMPORTE_CUOTA                  DECIMAL(11, 2) NOT NULL,
000150       SALDO_CAPITAL                  DECIMAL(11, 2) NOT NULL,
000160       IMPORTE_PAGADO                 DECIMAL(11, 2) NOT NULL,
000170       FECHA_PAGO                     CHAR(10) NOT NULL,
000180       ESTADO                         CHAR(1) NOT NULL
000190     ) END-EXEC.
000200*    DECLARACION COBOL DE LA TABLA TBCUOTAS
000210 01  DCLCUOTA.
000220     05  CUO-NRO-PRESTAMO        PIC S9(9)V USAGE COMP-3.
000230     05  CUO-NRO-CUOTA           PIC S9(3)V USAGE COMP-3.
000240     05  CUO-FECHA-VTO           PIC X(10).
000250     05  CUO-CAPITAL             PIC S9(9)V99 USAGE COMP-3.
000260     05  CUO-INTERES             PIC S9(9)V99 USAGE COMP-3.
000270     05  CUO-IMPORTE-CUOTA       PIC S9(9)V99 USAGE COMP-3.
000280     05  CUO-SALDO-CAPITAL       PIC S9(9)V99 USAGE COMP-3.
000290     05  CUO-IMPORTE-PAGADO      PIC S9(9)V99 USAGE COMP-3.
000300     05  CUO-FECHA-PAGO          PIC X(10).
000310     05  CUO-ESTADO              PIC X(01).
