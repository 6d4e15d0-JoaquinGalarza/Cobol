000010*    DCLGEN DE LA TABLA ITPFBIO.TBPRESTAMOS - PRESTAMOS
000020*    PERSONALES: UNA FILA POR PRESTAMO CON LA CUENTA DONDE SE
000030*    ACREDITO EL CAPITAL Y DE DONDE SE COBRAN LAS CUOTAS,
000040*    TASA NOMINAL ANUAL, CANTIDAD DE CUOTAS MENSUALES Y
000050*    VALOR DE CUOTA (SISTEMA FRANCES). ESTADO 'V' VIGENTE /
000060*    'C' CANCELADO. LOS OTORGA PGMPRE33 Y EL DETALLE DE
000070*    CUOTAS QUEDA EN TBCUOTAS
000080     EXEC SQL DECLARE ITPFBIO.TBPRESTAMOS TABLE
000090     ( NRO_PRESTAMO                   DECIMAL(9, 0) NOT NULL,
000100       NRO_CLIENTE                    DECIMAL(5, 0) NOT NULL,
000110       NRO_CUENTA                     CHAR(15) NOT NULL,
000120       SUCURSAL                       CHAR(4) NOT NULL,
000130       MONEDA                         CHAR(2) NOT NULL,
000140       CAPITAL                        DECIMAL(11, 2) NOT NULL,
000150       TASA                           DECIMAL(5, 2) NOT NULL,
000160       CANT_CUOTAS                    DECIMAL(3, 0) NOT NULL,
000170       IMPORTE_CUOTA                  DECIMAL(11, 2) NOT NULL,
000180       FECHA_ALTA                     CHAR(10) NOT NULL,
000190       ESTADO                         CHAR(1) NOT NULL,
000200       NRO_COMPROBANTE                DECIMAL(9, 0) NOT NULL,
000210       USUARIO                        CHAR(8) NOT NULL
000220     ) END-EXEC.
000230*    DECLARACION COBOL DE LA TABLA TBPRESTAMOS
000240 01  DCLPREST.
000250     05  PRE-NRO-PRESTAMO        PIC S9(9)V USAGE COMP-3.
000260     05  PRE-NRO-CLIENTE         PIC S9(5)V USAGE COMP-3.
000270     05  PRE-NRO-CUENTA          PIC X(15).
000280     05  PRE-SUCURSAL            PIC X(04).
000290     05  PRE-MONEDA              PIC X(02).
000300     05  PRE-CAPITAL             PIC S9(9)V99 USAGE COMP-3.
000310     05  PRE-TASA                PIC S9(3)V99 USAGE COMP-3.
000320     05  PRE-CANT-CUOTAS         PIC S9(3)V USAGE COMP-3.
000330     05  PRE-IMPORTE-CUOTA       PIC S9(9)V99 USAGE COMP-3.
000340     05  PRE-FECHA-ALTA          PIC X(10).
000350     05  PRE-ESTADO              PIC X(01).
000360     05  PRE-NRO-COMPROBANTE     PIC S9(9)V USAGE COMP-3.
000370     05  PRE-USUARIO             PIC X(08).
