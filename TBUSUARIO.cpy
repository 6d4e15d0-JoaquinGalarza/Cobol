000020*    AUTORIZACION DE LOS OPERADORES DEL SUBSISTEMA. EL MENU
000030*    PGMMEN33 CONTROLA EIBUSERID CONTRA ESTA TABLA ANTES DE
000040*    DESPACHAR CADA OPCION (ROL 'C' CAJERO / 'S' SUPERVISOR)
000042*    SUCURSAL ES LA SUCURSAL DONDE REVISTA EL OPERADOR; LA
000044*    REVISION MENSUAL DE ACCESOS PGMUSR33 CORTA POR ELLA
000050     EXEC SQL DECLARE ITPFBIO.TBUSUARIOS TABLE
000060     ( USERID                         CHAR(8) NOT NULL,
000070       ROL                            CHAR(1) NOT NULL,
000080       NOMBRE                         CHAR(30) NOT NULL,
000090       ESTADO                         CHAR(1) NOT NULL,
000095       SUCURSAL                       CHAR(4) NOT NULL
000100     ) END-EXEC.
000110*    DECLARACION COBOL DE LA TABLA TBUSUARIOS
000120 01  DCLUSUAR.
000140     05  USU-ROL                 PIC X(01).
000150     05  USU-NOMBRE              PIC X(30).
000160     05  USU-ESTADO              PIC X(01).
000170     05  USU-SUCURSAL            PIC X(04).
