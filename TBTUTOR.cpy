000010*    DCLGEN DE LA TABLA ITPFBIO.TBTUTORES - TUTOR LEGAL DE
000020*    LOS CLIENTES MENORES DE EDAD: UNA FILA POR CLIENTE MENOR
000030*    CON EL NRO DE CLIENTE DE SU TUTOR (CLIENTE ACTIVO Y
000040*    MAYOR DE EDAD). LA GRABA PGMALT33 EN EL ALTA DEL MENOR,
000050*    LA EXIGE PGMCTA33 PARA ABRIRLE CUENTAS Y LA CIERRA EL
000060*    PROCESO MENSUAL PGMMAY33 AL CUMPLIR LA MAYORIA
000070*    (ESTADO 'A' VIGENTE / 'M' MAYORIA CUMPLIDA, CON FECHA
000080*    DE CESE)
000090     EXEC SQL DECLARE ITPFBIO.TBTUTORES TABLE
000100     ( NRO_CLIENTE                    DECIMAL(5, 0) NOT NULL,
000110       NRO_CLIENTE_TUTOR              DECIMAL(5, 0) NOT NULL,
000120       ESTADO                         CHAR(1) NOT NULL,
000130       FECHA_ALTA                     CHAR(10) NOT NULL,
000140       USUARIO                        CHAR(8) NOT NULL,
000150       FECHA_CESE                     CHAR(10) NOT NULL
000160     ) END-EXEC.
000170*    DECLARACION COBOL DE LA TABLA TBTUTORES
000180 01  DCLTUTOR.
000190     05  TUT-NRO-CLIENTE         PIC S9(5)V USAGE COMP-3.
000200     05  TUT-NRO-CLIENTE-TUTOR   PIC S9(5)V USAGE COMP-3.
000210     05  TUT-ESTADO              PIC X(01).
000220     05  TUT-FECHA-ALTA          PIC X(10).
000230     05  TUT-USUARIO             PIC X(08).
000240     05  TUT-FECHA-CESE          PIC X(10).
