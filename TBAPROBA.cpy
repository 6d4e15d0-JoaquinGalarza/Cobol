000010*    DCLGEN DE LA TABLA ITPFBIO.TBAPROBACIONES - SOLICITUDES
000020*    DE OPERACIONES SENSIBLES PENDIENTES DE UN SEGUNDO
000030*    AUTORIZANTE (DOBLE CONTROL). LA GRABA EL PROGRAMA QUE
000040*    CARGA LA OPERACION (PGMEMB33, PGMFAL33, PGMFUS33,
000050*    PGMREV33, PGMALS33, Y PGMTRF33 PARA LAS TRANSFERENCIAS
000055*    RETENIDAS POR CONTROL DE FRAUDE) CON LOS DATOS PARA
000060*    EJECUTARLA EN DATOS, Y LA RESUELVE PGMAPR33. ESTADO
000070*    'P' PENDIENTE, 'A' APROBADA Y EJECUTADA, 'R'
000080*    RECHAZADA, 'V' VENCIDA (SUPERO LAS HORAS DE TBPARAMS
000090*    PGMAPR33/'HORAS-VENCIMIENTO'), 'E' APROBADA PERO LA
000100*    EJECUCION FALLO (MOTIVO_RESOL LLEVA EL MENSAJE)
000110     EXEC SQL DECLARE ITPFBIO.TBAPROBACIONES TABLE
000120     ( NRO_SOLICITUD                  DECIMAL(9, 0) NOT NULL,
000130       PROGRAMA                       CHAR(8) NOT NULL,
000140       OPERACION                      CHAR(20) NOT NULL,
000150       CLAVE                          CHAR(20) NOT NULL,
000160       DATOS                          CHAR(100) NOT NULL,
000170       ESTADO                         CHAR(1) NOT NULL,
000180       USUARIO_ALTA                   CHAR(8) NOT NULL,
000190       FECHA_ALTA                     CHAR(10) NOT NULL,
000200       HORA_ALTA                      CHAR(8) NOT NULL,
000210       USUARIO_RESOL                  CHAR(8) NOT NULL,
000220       FECHA_RESOL                    CHAR(10) NOT NULL,
000230       HORA_RESOL                     CHAR(8) NOT NULL,
000240       MOTIVO_RESOL                   CHAR(40) NOT NULL
000250     ) END-EXEC.
000260*    DECLARACION COBOL DE LA TABLA TBAPROBACIONES
000270 01  DCLAPROB.
000280     05  APR-NRO-SOLICITUD       PIC S9(9)V USAGE COMP-3.
000290     05  APR-PROGRAMA            PIC X(08).
000300     05  APR-OPERACION           PIC X(20).
000310     05  APR-CLAVE               PIC X(20).
000320     05  APR-DATOS               PIC X(100).
000330     05  APR-ESTADO              PIC X(01).
000340     05  APR-USUARIO-ALTA        PIC X(08).
000350     05  APR-FECHA-ALTA          PIC X(10).
000360     05  APR-HORA-ALTA           PIC X(08).
000370     05  APR-USUARIO-RESOL       PIC X(08).
000380     05  APR-FECHA-RESOL         PIC X(10).
000390     05  APR-HORA-RESOL          PIC X(08).
000400     05  APR-MOTIVO-RESOL        PIC X(40).
