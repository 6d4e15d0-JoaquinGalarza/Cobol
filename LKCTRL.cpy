000040*    MISMA FECHA DE PROCESO YA TERMINO Y NO SE PIDIO
000050*    RELANZAMIENTO ('S' EN LK-CTL-RERUN); FUNCION 'F'
000060*    REGISTRA EL FIN EXITOSO CON SU CONTADOR
000062*    FUNCION 'C' GRABA EL PUNTO DE CONTROL (CLAVE DEL ULTIMO
000064*    REGISTRO CONFIRMADO, CONTADOR Y TOTALES) DENTRO DE LA
000066*    UNIDAD DE TRABAJO QUE EL PROGRAMA VA A CONFIRMAR. SI EN
000068*    'I' LA CORRIDA ANTERIOR QUEDO INICIADA CON PUNTO DE
000069*    CONTROL, DEVUELVE 'R' Y LA CLAVE Y TOTALES PARA REANUDAR
000070 01  LK-CTL-AREA.
000080     05 LK-CTL-FUNCION   PIC X(01).
000090        88 LK-CTL-INICIO      VALUE 'I'.
000100        88 LK-CTL-FIN         VALUE 'F'.
000105        88 LK-CTL-CHECKPOINT  VALUE 'C'.
000110     05 LK-CTL-PROGRAMA  PIC X(08).
000120     05 LK-CTL-FECHA     PIC X(10).
000130     05 LK-CTL-RERUN     PIC X(01).
000170        88 LK-CTL-OK          VALUE 'Y'.
000180        88 LK-CTL-YA-CORRIO   VALUE 'E'.
000190        88 LK-CTL-ERROR       VALUE 'N'.
000195        88 LK-CTL-REANUDADA   VALUE 'R'.
000200     05 FILLER           PIC X(09).
000210     05 LK-CTL-CLAVE     PIC X(20).
000220     05 LK-CTL-TOTALES   PIC X(1000).
