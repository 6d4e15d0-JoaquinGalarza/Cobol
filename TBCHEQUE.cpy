000010*    DCLGEN DE LA TABLA ITPFBIO.TBCHEQUES - NOVEDADES POR
000020*    CHEQUE DE CUENTA CORRIENTE: UNA FILA POR CUENTA Y NRO DE
000030*    CHEQUE CON ALGUNA NOVEDAD. ESTADO 'N' ORDEN DE NO PAGAR
000040*    VIGENTE (DENUNCIA, MOTIVO) / 'L' ORDEN LEVANTADA / 'P'
000050*    PAGADO / 'R' RECHAZADO. LAS ORDENES LAS GRABA LA
000060*    TRANSACCION PGMCHQ33 (SUPERVISOR, AUDITADA EN AUDT); EL
000070*    CANJE NOCTURNO PGMCNJ33 MARCA LOS PAGADOS Y ESTAMPA EN
000080*    LOS RECHAZADOS FECHA_RECHAZO, COD_RECHAZO Y LA SUCURSAL
000090*    DE LA CUENTA (UNA ORDEN DE NO PAGAR SIGUE VIGENTE
000100*    AUNQUE EL CHEQUE SE RECHACE)
000110     EXEC SQL DECLARE ITPFBIO.TBCHEQUES TABLE
000120     ( NRO_CUENTA                     CHAR(15) NOT NULL,
000130       NRO_CHEQUE                     DECIMAL(8, 0) NOT NULL,
000140       ESTADO                         CHAR(1) NOT NULL,
000150       IMPORTE                        DECIMAL(11, 2) NOT NULL,
000160       FECHA_ESTADO                   CHAR(10) NOT NULL,
000170       MOTIVO                         CHAR(30) NOT NULL,
000180       FECHA_RECHAZO                  CHAR(10) NOT NULL,
000190       COD_RECHAZO                    CHAR(2) NOT NULL,
000200       SUCURSAL                       CHAR(4) NOT NULL,
000210       USUARIO                        CHAR(8) NOT NULL
000220     ) END-EXEC.
000230*    DECLARACION COBOL DE LA TABLA TBCHEQUES
000240 01  DCLCHEQU.
000250     05  CHE-NRO-CUENTA          PIC X(15).
000260     05  CHE-NRO-CHEQUE          PIC S9(8)V USAGE COMP-3.
000270     05  CHE-ESTADO              PIC X(01).
000280     05  CHE-IMPORTE             PIC S9(9)V99 USAGE COMP-3.
000290     05  CHE-FECHA-ESTADO        PIC X(10).
000300     05  CHE-MOTIVO              PIC X(30).
000310     05  CHE-FECHA-RECHAZO       PIC X(10).
000320     05  CHE-COD-RECHAZO         PIC X(02).
000330     05  CHE-SUCURSAL            PIC X(04).
000340     05  CHE-USUARIO             PIC X(08).
