000010*    DCLGEN DE LA TABLA ITPFBIO.TBPERFIL - PERFIL DE RIESGO
000020*    DEL CLIENTE (CONOZCA A SU CLIENTE). UNA FILA POR
000030*    CLIENTE CON LOS DATOS CAPTURADOS EN ALTA/MODIFICACION
000040*    (PEP 'S'/'N' Y CODIGO DE OCUPACION 01-09) Y LA
000050*    CALIFICACION QUE RECALCULA EL BATCH MENSUAL PGMRIE33:
000060*    RIESGO 'B' BAJO / 'M' MEDIO / 'A' ALTO / ' ' SIN
000070*    CALIFICAR, CON SU PUNTAJE. FECHA_ULT_REVISION ES LA
000080*    ULTIMA REVISION DEL LEGAJO (ALTA O REVISION EN
000090*    PGMMOD33) Y FECHA_PROX_REVISION LA QUE CORRESPONDE
000100*    AL RIESGO: ALTO CADA ANIO, MEDIO CADA DOS, BAJO CADA
000110*    CINCO. PGMCTA33 NO ABRE CUENTAS A CLIENTES DE RIESGO
000120*    ALTO CON LA REVISION VENCIDA
000122*    FECHA/HORA_CAMBIO_CONTACTO LAS ESTAMPA PGMMOD33 AL
000124*    CAMBIAR DOMICILIO, CIUDAD, CORREO O TELEFONO; PGMTRF33
000126*    RETIENE LAS TRANSFERENCIAS QUE LE SIGUEN DE CERCA
000130     EXEC SQL DECLARE ITPFBIO.TBPERFIL TABLE
000140     ( NRO_CLIENTE                    DECIMAL(5, 0) NOT NULL,
000150       PEP                            CHAR(1) NOT NULL,
000160       OCUPACION                      CHAR(2) NOT NULL,
000170       RIESGO                         CHAR(1) NOT NULL,
000180       PUNTAJE                        DECIMAL(3, 0) NOT NULL,
000190       FECHA_CALIFIC                  CHAR(10) NOT NULL,
000200       FECHA_ULT_REVISION             CHAR(10) NOT NULL,
000210       FECHA_PROX_REVISION            CHAR(10) NOT NULL,
000220       USUARIO_REVISION               CHAR(8) NOT NULL,
000222       FECHA_CAMBIO_CONTACTO   CHAR(10) NOT NULL WITH DEFAULT,
000224       HORA_CAMBIO_CONTACTO    CHAR(8) NOT NULL WITH DEFAULT
000230     ) END-EXEC.
000240*    DECLARACION COBOL DE LA TABLA TBPERFIL
000250 01  DCLPERFI.
000260     05  PRF-NRO-CLIENTE         PIC S9(5)V USAGE COMP-3.
000270     05  PRF-PEP                 PIC X(01).
000280     05  PRF-OCUPACION           PIC X(02).
000290     05  PRF-RIESGO              PIC X(01).
000300     05  PRF-PUNTAJE             PIC S9(3)V USAGE COMP-3.
000310     05  PRF-FECHA-CALIFIC       PIC X(10).
000320     05  PRF-FECHA-ULT-REVISION  PIC X(10).
000330     05  PRF-FECHA-PROX-REVISION PIC X(10).
000340     05  PRF-USUARIO-REVISION    PIC X(08).
000350     05  PRF-FECHA-CAMBIO-CONT   PIC X(10).
000360     05  PRF-HORA-CAMBIO-CONT    PIC X(08).
