000010*    DCLGEN DE LA TABLA ITPFBIO.TBLISTAS - LISTAS DE
000020*    SANCIONES Y DE FINANCIAMIENTO DEL TERRORISMO (UIF E
000030*    INTERNACIONALES) VIGENTES: UNA FILA POR PERSONA
000040*    LISTADA Y FUENTE. LA CARGA PGMLIS33 REEMPLAZA TODAS LAS
000050*    FILAS DE LA FUENTE RECIBIDA. CLAVE_NORM ES APELLIDO Y
000060*    NOMBRE NORMALIZADOS POR RUTLISTA (LARGO_CLAVE SU
000070*    LARGO UTIL) Y NRO_DOCUMENTO VA EN CERO CUANDO LA LISTA
000080*    NO INFORMA DOCUMENTO
000090     EXEC SQL DECLARE ITPFBIO.TBLISTAS TABLE
000100     ( FUENTE                         CHAR(4) NOT NULL,
000110       NRO_REGISTRO                   CHAR(15) NOT NULL,
000120       TIPO_DOCUMENTO                 CHAR(2) NOT NULL,
000130       NRO_DOCUMENTO                  DECIMAL(11, 0) NOT NULL,
000140       APELLIDO                       CHAR(30) NOT NULL,
000150       NOMBRE                         CHAR(30) NOT NULL,
000160       CLAVE_NORM                     CHAR(60) NOT NULL,
000170       LARGO_CLAVE                    DECIMAL(3, 0) NOT NULL,
000180       FECHA_CARGA                    CHAR(10) NOT NULL
000190     ) END-EXEC.
000200*    DECLARACION COBOL DE LA TABLA TBLISTAS
000210 01  DCLLISTA.
000220     05  LIS-FUENTE              PIC X(04).
000230     05  LIS-NRO-REGISTRO        PIC X(15).
000240     05  LIS-TIPO-DOCUMENTO      PIC X(02).
000250     05  LIS-NRO-DOCUMENTO       PIC S9(11)V USAGE COMP-3.
000260     05  LIS-APELLIDO            PIC X(30).
000270     05  LIS-NOMBRE              PIC X(30).
000280     05  LIS-CLAVE-NORM          PIC X(60).
000290     05  LIS-LARGO-CLAVE         PIC S9(3)V USAGE COMP-3.
000300     05  LIS-FECHA-CARGA         PIC X(10).
