000010*    DCLGEN DE LA TABLA ITPFBIO.TBCTAXREF - REFERENCIA
000020*    CRUZADA DE CUENTAS TRASLADADAS POR EL CIERRE DE UNA
000030*    SUCURSAL: UNA FILA POR CUENTA CON EL CBU ANTERIOR (QUE
000040*    LLEVA LA SUCURSAL CERRADA), EL NRO DE CUENTA (QUE NO
000050*    CAMBIA) Y EL CBU NUEVO EN LA SUCURSAL ABSORBENTE. LA
000060*    GRABA EL BATCH PGMCSU33 Y LA CONSULTAN LAS BUSQUEDAS
000070*    POR NRO DE CUENTA O CBU (PGMTRF33, PGMICB33, PGMORD33,
000080*    PGMEJE33, PGMMVC33, PGMHAB33) PARA QUE LOS CBU
000090*    ANTERIORES SIGAN RESOLVIENDO
000100     EXEC SQL DECLARE ITPFBIO.TBCTAXREF TABLE
000110     ( CBU_ANTERIOR                   CHAR(22) NOT NULL,
000120       NRO_CUENTA                     CHAR(15) NOT NULL,
000130       CBU_NUEVO                      CHAR(22) NOT NULL,
000140       SUCURSAL_ANTERIOR              CHAR(4) NOT NULL,
000150       SUCURSAL_NUEVA                 CHAR(4) NOT NULL,
000160       FECHA                          CHAR(10) NOT NULL,
000170       USUARIO                        CHAR(8) NOT NULL
000180     ) END-EXEC.
000190*    DECLARACION COBOL DE LA TABLA TBCTAXREF
000200 01  DCLCTAXR.
000210     05  XRF-CBU-ANTERIOR        PIC X(22).
000220     05  XRF-NRO-CUENTA          PIC X(15).
000230     05  XRF-CBU-NUEVO           PIC X(22).
000240     05  XRF-SUCURSAL-ANTERIOR   PIC X(04).
000250     05  XRF-SUCURSAL-NUEVA      PIC X(04).
000260     05  XRF-FECHA               PIC X(10).
000270     05  XRF-USUARIO             PIC X(08).
