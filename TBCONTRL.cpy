000030*    PROCESO Y PROGRAMA, CON ESTADO 'I' INICIADO / 'F'
000040*    FINALIZADO, HORAS Y EL CONTADOR FINAL DE LA CORRIDA.
000050*    MANTENIDA POR LA RUTINA RUTCTRL
000052*    LOS PROGRAMAS QUE POSTEAN CON COMMITS PERIODICOS DEJAN
000054*    EN CADA COMMIT SU PUNTO DE CONTROL: ULTIMA_CLAVE
000056*    CONFIRMADA Y TOTALES ACUMULADOS (AREA PROPIA DE CADA
000058*    PROGRAMA). CLAVE_REANUDA ES LA CLAVE DESDE LA QUE SE
000059*    REANUDO LA ULTIMA VEZ (BLANCO SI NO SE REANUDO)
000060     EXEC SQL DECLARE ITPFBIO.TBCONTROL TABLE
000070     ( FECHA_PROCESO                  CHAR(10) NOT NULL,
000080       PROGRAMA                       CHAR(8) NOT NULL,
000090       ESTADO                         CHAR(1) NOT NULL,
000100       CONTADOR                       DECIMAL(10, 0) NOT NULL,
000110       HORA_INICIO                    CHAR(8) NOT NULL,
000120       HORA_FIN                       CHAR(8) NOT NULL,
000121       ULTIMA_CLAVE                   CHAR(20)
000122                                      NOT NULL WITH DEFAULT,
000123       CLAVE_REANUDA                  CHAR(20)
000124                                      NOT NULL WITH DEFAULT,
000125       TOTALES                        VARCHAR(1000) FOR BIT DATA
000126                                      NOT NULL WITH DEFAULT
000130     ) END-EXEC.
000140*    DECLARACION COBOL DE LA TABLA TBCONTROL
000150 01  DCLCONTR.
000190     05  CTL-CONTADOR            PIC S9(10)V USAGE COMP-3.
000200     05  CTL-HORA-INICIO         PIC X(08).
000210     05  CTL-HORA-FIN            PIC X(08).
000220     05  CTL-ULTIMA-CLAVE        PIC X(20).
000230     05  CTL-CLAVE-REANUDA       PIC X(20).
000240     05  CTL-TOTALES.
000250         49  CTL-TOTALES-LEN     PIC S9(4) USAGE COMP.
000260         49  CTL-TOTALES-TEXT    PIC X(1000).
