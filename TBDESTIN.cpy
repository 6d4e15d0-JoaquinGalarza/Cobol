000010*    DCLGEN DE LA TABLA ITPFBIO.TBDESTINOS - DESTINOS YA
000020*    PAGADOS POR CADA CLIENTE: UNA FILA POR CLIENTE (TITULAR
000030*    PRINCIPAL DE LA CUENTA ORIGEN) Y DESTINO (NRO DE CUENTA
000040*    PROPIA O CBU DE OTRO BANCO, YA RESUELTO EL ALIAS). LA
000050*    GRABA PGMTRF33 CON LA PRIMERA TRANSFERENCIA; MIENTRAS
000060*    DURE EL PERIODO DE RESGUARDO (TBPARAMS PGMTRF33 /
000070*    'HORAS-RESGUARDO' DESDE FECHA_ALTA + HORA_ALTA) RIGE
000080*    EL TOPE REDUCIDO DE DESTINO NUEVO SOBRE LO ACUMULADO
000090*    EN IMPORTE_RESGUARDO
000100     EXEC SQL DECLARE ITPFBIO.TBDESTINOS TABLE
000110     ( NRO_CLIENTE                    DECIMAL(5, 0) NOT NULL,
000120       DESTINO                        CHAR(22) NOT NULL,
000130       FECHA_ALTA                     CHAR(10) NOT NULL,
000140       HORA_ALTA                      CHAR(8) NOT NULL,
000150       IMPORTE_RESGUARDO              DECIMAL(11, 2) NOT NULL,
000160       CANT_TRANSF                    DECIMAL(7, 0) NOT NULL,
000170       FECHA_ULTIMA                   CHAR(10) NOT NULL
000180     ) END-EXEC.
000190*    DECLARACION COBOL DE LA TABLA TBDESTINOS
000200 01  DCLDESTI.
000210     05  DST-NRO-CLIENTE         PIC S9(5)V USAGE COMP-3.
000220     05  DST-DESTINO             PIC X(22).
000230     05  DST-FECHA-ALTA          PIC X(10).
000240     05  DST-HORA-ALTA           PIC X(08).
000250     05  DST-IMPORTE-RESGUARDO   PIC S9(9)V99 USAGE COMP-3.
000260     05  DST-CANT-TRANSF         PIC S9(7)V USAGE COMP-3.
000270     05  DST-FECHA-ULTIMA        PIC X(10).
