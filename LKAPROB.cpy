000010*    COMMAREA ENTRE LA PANTALLA DE APROBACIONES PGMAPR33 Y
000020*    LOS PROGRAMAS CON OPERACIONES SUJETAS A DOBLE CONTROL.
000030*    PGMAPR33 HACE XCTL AL PROGRAMA DE LA SOLICITUD CON
000040*    FUNCION 'EJEC' Y LOS DATOS GRABADOS EN TBAPROBACIONES;
000050*    EL PROGRAMA RECONOCE EL LARGO (222), REVALIDA, EJECUTA
000060*    LA OPERACION Y VUELVE POR XCTL A PGMAPR33 CON FUNCION
000070*    'RESU', SALIDA 'Y' EJECUTADA / 'N' RECHAZADA Y EL
000080*    MENSAJE. TODO OCURRE EN LA MISMA UNIDAD DE TRABAJO
000090 01  LK-APR-AREA.
000100     05 LK-APR-FUNCION     PIC X(04).
000110        88 LK-APR-EJECUTAR       VALUE 'EJEC'.
000120        88 LK-APR-RESULTADO      VALUE 'RESU'.
000130     05 LK-APR-NRO         PIC 9(09).
000140     05 LK-APR-PROGRAMA    PIC X(08).
000150     05 LK-APR-USU-ALTA    PIC X(08).
000160     05 LK-APR-CLAVE       PIC X(20).
000170     05 LK-APR-DATOS       PIC X(100).
000180     05 LK-APR-SALIDA      PIC X(01).
000190        88 LK-APR-OK             VALUE 'Y'.
000200        88 LK-APR-ERROR          VALUE 'N'.
000210     05 LK-APR-MSG         PIC X(72).
