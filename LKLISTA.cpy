000010*    AREA DE COMUNICACION CON LA RUTINA RUTLISTA DE CONTROL
000020*    CONTRA LISTAS DE SANCIONES. FUNCION 'N': NORMALIZA
000030*    APELLIDO + NOMBRE EN LK-LIS-CLAVE / LK-LIS-LARGO (SIN
000040*    SIGNOS NI DIGITOS, VARIANTES ORTOGRAFICAS UNIFICADAS:
000050*    V/W=B, Z=S, Y=I, LL=I, K/Q=C, CE/CI=SE/SI, GE/GI=JE/JI,
000060*    H MUDA, LETRAS DOBLES SIMPLES); SI LK-LIS-TOLERANCIA
000070*    VIENE EN CERO DEVUELVE LA TOLERANCIA POR DEFECTO PARA
000080*    ESE LARGO (1 CADA 10 LETRAS + 1, HASTA 3). FUNCION
000090*    'C': COMPARA LK-LIS-CLAVE CON LK-LIS-CLAVE-LISTA Y
000100*    DEVUELVE LA DISTANCIA DE EDICION (ALTAS, BAJAS Y
000110*    CAMBIOS DE LETRA) Y SI COINCIDE DENTRO DE LA
000120*    TOLERANCIA RECIBIDA
000130 01  LK-LIS-AREA.
000140     05 LK-LIS-FUNCION      PIC X(01).
000150        88 LK-LIS-NORMALIZAR     VALUE 'N'.
000160        88 LK-LIS-COMPARAR       VALUE 'C'.
000170     05 LK-LIS-APELLIDO     PIC X(30).
000180     05 LK-LIS-NOMBRE       PIC X(30).
000190     05 LK-LIS-CLAVE        PIC X(60).
000200     05 LK-LIS-LARGO        PIC 9(03).
000210     05 LK-LIS-CLAVE-LISTA  PIC X(60).
000220     05 LK-LIS-LARGO-LISTA  PIC 9(03).
000230     05 LK-LIS-TOLERANCIA   PIC 9(02).
000240     05 LK-LIS-DISTANCIA    PIC 9(03).
000250     05 LK-LIS-SALIDA       PIC X(01).
000260        88 LK-LIS-COINCIDE       VALUE 'S'.
000270        88 LK-LIS-NO-COINCIDE    VALUE 'N'.
000280     05 FILLER              PIC X(10).
