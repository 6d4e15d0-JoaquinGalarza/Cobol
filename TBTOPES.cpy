000050*    MOVIMIENTOS DEL DIA EN TBMOVIM; EL EXCESO SOLO LO
000060*    PUEDE APROBAR UN SUPERVISOR (ROL 'S' DE TBUSUARIOS)
000070*    Y LA APROBACION QUEDA EN LA COLA DE AUDITORIA AUDT
000072*    LOS CANALES DE TARJETA DE DEBITO ('ATM ' Y 'POS ')
000074*    LOS CONTROLA LA LIQUIDACION DE LA RED PGMLIQ33, QUE
000076*    DEVUELVE EL EXCESO A LA RED COMO CONTRACARGO
000080     EXEC SQL DECLARE ITPFBIO.TBTOPES TABLE
000090     ( TIPO_CUENTA                    CHAR(2) NOT NULL,
000100       CANAL                          CHAR(4) NOT NULL,
