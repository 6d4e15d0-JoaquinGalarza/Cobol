000110*             *  VERIFICADORES TRASLADADOS DEL LISTADO *      *
000120*             *  PGMDBL33 (4610/4620) PARA COMPARTIR   *      *
000130*             *  CON EL ALTA DE CUENTAS ONLINE         *      *
000132*  15/10/26   *  AL VALIDAR DEVUELVE SI EL CBU ES DE   *  JCR *
000134*             *  LA ENTIDAD O DE OTRO BANCO (SALIDA    *      *
000136*             *  POR CAMARA DESDE PGMTRF33)            *      *
000140******************************************************************
000150 ENVIRONMENT DIVISION.
000160 INPUT-OUTPUT SECTION.
000320  01 CT-CBU-PESO-2             PIC 9(13) VALUE 3971397139713.
000330  01 CT-CBU-TABLA-PESO-2 REDEFINES CT-CBU-PESO-2
000340                               PIC 9(01) OCCURS 13.
000342**********************************************
000344*   CODIGO DE ENTIDAD PROPIO (POSICIONES 1-3)
000346**********************************************
000348  01 CT-ENTIDAD-PROPIA         PIC X(03) VALUE '285'.
000350**********************************************
000360*      AREA DE CALCULO
000370**********************************************
000590      05 LK-CBU-SALIDA   PIC X(01).
000600         88 LK-CBU-OK          VALUE 'Y'.
000610         88 LK-CBU-ER          VALUE 'N'.
000612      05 LK-CBU-ENTIDAD-SW PIC X(01).
000614         88 LK-CBU-PROPIA      VALUE 'P'.
000616         88 LK-CBU-OTRO-BANCO  VALUE 'O'.
000620      05 FILLER          PIC X(07).
000630*
000640*.................................................................
000650 PROCEDURE DIVISION USING LK-CBU-AREA.
000690***************************************
000700  MAIN-PROGRAM.
000710      SET LK-CBU-ER TO TRUE
000714      MOVE SPACES TO LK-CBU-ENTIDAD-SW
000720*
000730      IF LK-CBU-VALIDAR
000740         PERFORM 2000-I-VALIDAR
000980         AND WS-CBU-DV2-CALC EQUAL LK-CBU-DIGITOS (22)
000990         SET LK-CBU-OK TO TRUE
001000      END-IF
001001*
001002      IF LK-CBU-OK
001003         IF LK-CBU (1:3) EQUAL CT-ENTIDAD-PROPIA
001004            SET LK-CBU-PROPIA TO TRUE
001005         ELSE
001006            SET LK-CBU-OTRO-BANCO TO TRUE
001007         END-IF
001008      END-IF
001010      .
001020  2000-F-VALIDAR. EXIT.
001030*
