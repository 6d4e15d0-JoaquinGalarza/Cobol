000010*    DCLGEN DE LA TABLA ITPFBIO.TBRECLAMOS - RECLAMOS DE
000020*    CLIENTES (PROTECCION DEL USUARIO DE SERVICIOS
000030*    FINANCIEROS). UNA FILA POR RECLAMO, OPCIONALMENTE
000040*    VINCULADA A UNA CUENTA Y/O A UN NRO_COMPROBANTE DE
000050*    TBMOVIM. SUCURSAL ES LA DEL CLIENTE AL ALTA. ESTADO
000060*    'A' ABIERTO / 'E' EN ANALISIS / 'D' DEVOLUCION
000070*    SOLICITADA (NRO_SOLICITUD ES EL REVERSO PENDIENTE EN
000080*    TBAPROBACIONES) / 'F' RESUELTO A FAVOR DEL CLIENTE /
000090*    'N' RESUELTO DESFAVORABLE. FECHA_LIMITE ES EL PLAZO
000100*    DE RESPUESTA EN DIAS HABILES CONTADO AL ALTA. LA
000110*    MANTIENE LA TRANSACCION PGMRCL33; PGMRSL33 CIERRA LAS
000120*    DEVOLUCIONES Y CONTROLA LOS PLAZOS, Y PGMRRG33 ARMA
000130*    EL INFORME TRIMESTRAL AL REGULADOR
000140     EXEC SQL DECLARE ITPFBIO.TBRECLAMOS TABLE
000150     ( NRO_RECLAMO                    DECIMAL(9, 0) NOT NULL,
000160       NRO_CLIENTE                    DECIMAL(5, 0) NOT NULL,
000170       SUCURSAL                       CHAR(4) NOT NULL,
000180       NRO_CUENTA                     CHAR(15) NOT NULL,
000190       NRO_COMPROBANTE                DECIMAL(9, 0) NOT NULL,
000200       CATEGORIA                      CHAR(2) NOT NULL,
000210       DETALLE                        CHAR(60) NOT NULL,
000220       ESTADO                         CHAR(1) NOT NULL,
000230       FECHA_ALTA                     CHAR(10) NOT NULL,
000240       HORA_ALTA                      CHAR(8) NOT NULL,
000250       USUARIO_ALTA                   CHAR(8) NOT NULL,
000260       FECHA_LIMITE                   CHAR(10) NOT NULL,
000270       NRO_SOLICITUD                  DECIMAL(9, 0) NOT NULL,
000280       RESPUESTA                      CHAR(60) NOT NULL,
000290       FECHA_RESOL                    CHAR(10) NOT NULL,
000300       USUARIO_RESOL                  CHAR(8) NOT NULL
000310     ) END-EXEC.
000320*    DECLARACION COBOL DE LA TABLA TBRECLAMOS
000330 01  DCLRECLA.
000340     05  REC-NRO-RECLAMO         PIC S9(9)V USAGE COMP-3.
000350     05  REC-NRO-CLIENTE         PIC S9(5)V USAGE COMP-3.
000360     05  REC-SUCURSAL            PIC X(04).
000370     05  REC-NRO-CUENTA          PIC X(15).
000380     05  REC-NRO-COMPROBANTE     PIC S9(9)V USAGE COMP-3.
000390     05  REC-CATEGORIA           PIC X(02).
000400     05  REC-DETALLE             PIC X(60).
000410     05  REC-ESTADO              PIC X(01).
000420     05  REC-FECHA-ALTA          PIC X(10).
000430     05  REC-HORA-ALTA           PIC X(08).
000440     05  REC-USUARIO-ALTA        PIC X(08).
000450     05  REC-FECHA-LIMITE        PIC X(10).
000460     05  REC-NRO-SOLICITUD       PIC S9(9)V USAGE COMP-3.
000470     05  REC-RESPUESTA           PIC X(60).
000480     05  REC-FECHA-RESOL         PIC X(10).
000490     05  REC-USUARIO-RESOL       PIC X(08).
