000010*    DCLGEN DE LA TABLA ITPFBIO.TBLISHIT - COINCIDENCIAS DE
000020*    CLIENTES CON LAS LISTAS DE SANCIONES (TBLISTAS): UNA
000030*    FILA POR CLIENTE + FUENTE + NRO_REGISTRO. TIPO_COINC
000040*    'D' POR DOCUMENTO / 'N' POR NOMBRE (DISTANCIA ENTRE
000050*    CLAVES NORMALIZADAS). ORIGEN 'A' ALTA, 'M'
000060*    MODIFICACION, 'B' CONTROL NOCTURNO PGMCLS33. ESTADO
000070*    'P' PENDIENTE DE CUMPLIMIENTO, 'C' CONFIRMADA (CLIENTE
000080*    RETENIDO), 'L' LIBERADA (FALSO POSITIVO, NO SE VUELVE
000090*    A INFORMAR). LA RESUELVE PGMSAN33
000100     EXEC SQL DECLARE ITPFBIO.TBLISHIT TABLE
000110     ( NRO_CLIENTE                    DECIMAL(5, 0) NOT NULL,
000120       FUENTE                         CHAR(4) NOT NULL,
000130       NRO_REGISTRO                   CHAR(15) NOT NULL,
000140       TIPO_COINC                     CHAR(1) NOT NULL,
000150       DISTANCIA                      DECIMAL(3, 0) NOT NULL,
000160       ORIGEN                         CHAR(1) NOT NULL,
000170       FECHA_HIT                      CHAR(10) NOT NULL,
000180       ESTADO                         CHAR(1) NOT NULL,
000190       FECHA_RESOL                    CHAR(10) NOT NULL,
000200       USUARIO_RESOL                  CHAR(8) NOT NULL
000210     ) END-EXEC.
000220*    DECLARACION COBOL DE LA TABLA TBLISHIT
000230 01  DCLLISHI.
000240     05  LHT-NRO-CLIENTE         PIC S9(5)V USAGE COMP-3.
000250     05  LHT-FUENTE              PIC X(04).
000260     05  LHT-NRO-REGISTRO        PIC X(15).
000270     05  LHT-TIPO-COINC          PIC X(01).
000280     05  LHT-DISTANCIA           PIC S9(3)V USAGE COMP-3.
000290     05  LHT-ORIGEN              PIC X(01).
000300     05  LHT-FECHA-HIT           PIC X(10).
000310     05  LHT-ESTADO              PIC X(01).
000320     05  LHT-FECHA-RESOL         PIC X(10).
000330     05  LHT-USUARIO-RESOL       PIC X(08).
