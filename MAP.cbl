 002602          DFHMDF POS=(16,40),LENGTH=15,INITIAL='OPCION (NN)....'
 002604 OPCION   DFHMDF POS=(16,57),LENGTH=02,ATTRB=(UNPROT,NUM)
 002606          DFHMDF POS=(16,60),LENGTH=01,ATTRB=(ASKIP,PROT)
 002607          DFHMDF POS=(11,58),LENGTH=12,INITIAL='23-PRESTAMOS'
 002608          DFHMDF POS=(12,58),LENGTH=14,INITIAL='24-TARJ.DEBITO'
 002609          DFHMDF POS=(13,58),LENGTH=12,INITIAL='25-CHEQUERAS'
 002610          DFHMDF POS=(14,58),LENGTH=14,INITIAL='26-DEB.AUTOMAT'
 002611          DFHMDF POS=(15,58),LENGTH=15,INITIAL='27-LISTAS SANC.'
 002612          DFHMDF POS=(17,58),LENGTH=11,INITIAL='28-POSICION'
 002613          DFHMDF POS=(18,58),LENGTH=09,INITIAL='29-TABLAS'
 002614          DFHMDF POS=(19,58),LENGTH=15,INITIAL='30-APROBACIONES'
 002615          DFHMDF POS=(20,58),LENGTH=11,INITIAL='31-RECLAMOS'
 002690
 002700 MSG      DFHMDF POS=(21,04),LENGTH=72,ATTRB=PROT,COLOR=RED,            *
 002710                PICOUT='X(72)',HILIGHT=UNDERLINE
 002720          DFHMDF POS=(21,77),LENGTH=01,ATTRB=(ASKIP,PROT)
 003100          DFHMDF POS=(09,10),LENGTH=17,INITIAL='CIUDAD..........'
 003110 ACIUDAD  DFHMDF POS=(09,28),LENGTH=20,ATTRB=UNPROT
 003120          DFHMDF POS=(10,10),LENGTH=17,INITIAL='FECHA NACIMIENTO'
 003121 AFECNAC  DFHMDF POS=(10,28),LENGTH=10,ATTRB=(UNPROT,NUM),           *
 003122                PICIN='9(08)'
 003123          DFHMDF POS=(11,10),LENGTH=17,INITIAL='SUCURSAL........'
 003124 ASUCUR   DFHMDF POS=(11,28),LENGTH=04,ATTRB=UNPROT
 003125          DFHMDF POS=(12,10),LENGTH=17,INITIAL='PEP (S/N).......'
 003126 APEP     DFHMDF POS=(12,28),LENGTH=01,ATTRB=UNPROT
 003127          DFHMDF POS=(12,30),LENGTH=01,ATTRB=(ASKIP,PROT)
 003128          DFHMDF POS=(13,10),LENGTH=17,INITIAL='OCUPACION.......'
 003129 AOCUPA   DFHMDF POS=(13,28),LENGTH=02,ATTRB=(UNPROT,NUM)
 003130          DFHMDF POS=(13,31),LENGTH=01,ATTRB=(ASKIP,PROT)
 003131          DFHMDF POS=(14,28),LENGTH=43,                                *
 003132                INITIAL='01-EMPLEADO  02-PROFESIONAL  03-COMERCIANTE'
 003133          DFHMDF POS=(15,28),LENGTH=44,                                *
 003134                INITIAL='04-JUBILADO  05-ESTUDIANTE   06-FUNC.PUBLICO'
 003135          DFHMDF POS=(16,28),LENGTH=38,                                *
 003136                INITIAL='07-INMOB/AUTOS 08-CAMBIO/JUEGO 09-OTRA'
 003137          DFHMDF POS=(17,10),LENGTH=17,INITIAL='CLIENTE TUTOR...'
 003138 ATUTOR   DFHMDF POS=(17,28),LENGTH=05,ATTRB=(UNPROT,NUM)
 003139          DFHMDF POS=(17,34),LENGTH=37,                                *
 003140                INITIAL='(SOLO SI EL CLIENTE ES MENOR DE EDAD)'
 003150 AMSG     DFHMDF POS=(21,04),LENGTH=72,ATTRB=PROT,COLOR=RED,           *
 003160                PICOUT='X(72)',HILIGHT=UNDERLINE
 003170          DFHMDF POS=(21,77),LENGTH=01,ATTRB=(ASKIP,PROT)
 003560          DFHMDF POS=(09,10),LENGTH=17,INITIAL='CORREO EMAIL....'
 003570 MEMAIL   DFHMDF POS=(09,28),LENGTH=40,ATTRB=UNPROT
 003580          DFHMDF POS=(10,10),LENGTH=17,INITIAL='TELEFONO........'
 003581 MTELEF   DFHMDF POS=(10,28),LENGTH=15,ATTRB=UNPROT
 003582          DFHMDF POS=(11,10),LENGTH=17,INITIAL='NOMBRE..........'
 003583 MNOMBRE  DFHMDF POS=(11,28),LENGTH=30,ATTRB=UNPROT
 003584          DFHMDF POS=(12,10),LENGTH=17,INITIAL='APELLIDO........'
 003585 MAPELLI  DFHMDF POS=(12,28),LENGTH=30,ATTRB=UNPROT
 003586          DFHMDF POS=(13,10),LENGTH=17,INITIAL='PEP (S/N).......'
 003587 MPEP     DFHMDF POS=(13,28),LENGTH=01,ATTRB=UNPROT
 003588          DFHMDF POS=(13,30),LENGTH=01,ATTRB=(ASKIP,PROT)
 003589          DFHMDF POS=(14,10),LENGTH=17,INITIAL='OCUPACION.......'
 003590 MOCUPA   DFHMDF POS=(14,28),LENGTH=02,ATTRB=(UNPROT,NUM)
 003591          DFHMDF POS=(14,31),LENGTH=01,ATTRB=(ASKIP,PROT)
 003592          DFHMDF POS=(15,28),LENGTH=43,                                *
 003593                INITIAL='01-EMPLEADO  02-PROFESIONAL  03-COMERCIANTE'
 003594          DFHMDF POS=(16,28),LENGTH=44,                                *
 003595                INITIAL='04-JUBILADO  05-ESTUDIANTE   06-FUNC.PUBLICO'
 003596          DFHMDF POS=(17,28),LENGTH=38,                                *
 003597                INITIAL='07-INMOB/AUTOS 08-CAMBIO/JUEGO 09-OTRA'
 003598          DFHMDF POS=(18,10),LENGTH=17,INITIAL='REVISION LEGAJO.'
 003599 MREVIS   DFHMDF POS=(18,28),LENGTH=01,ATTRB=UNPROT
 003600          DFHMDF POS=(18,30),LENGTH=40,                                *
 003601                INITIAL='(S = LEGAJO REVISADO, RENUEVA EL PLAZO)'
 003602 MRIESG   DFHMDF POS=(19,10),LENGTH=60,ATTRB=(PROT,ASKIP)
 003603 MMSG     DFHMDF POS=(21,04),LENGTH=72,ATTRB=PROT,COLOR=RED,           *
 003610                PICOUT='X(72)',HILIGHT=UNDERLINE
 003620          DFHMDF POS=(21,77),LENGTH=01,ATTRB=(ASKIP,PROT)
 003630          DFHMDF POS=(23,13),LENGTH=13,INITIAL='PF1:CONSULTAR'
 003940          DFHMDF POS=(06,10),LENGTH=17,INITIAL='IMPORTE.........'
 003941 DIMPORT  DFHMDF POS=(06,28),LENGTH=11,ATTRB=(UNPROT,NUM),            *
 003942                PICIN='9(9)V99'
 003943          DFHMDF POS=(07,10),LENGTH=17,INITIAL='CLIENTE TUTOR...'
 003944 DTUTOR   DFHMDF POS=(07,28),LENGTH=05,ATTRB=(UNPROT,NUM)
 003945          DFHMDF POS=(07,34),LENGTH=01,ATTRB=(ASKIP,PROT)
 003946          DFHMDF POS=(08,10),LENGTH=17,INITIAL='SALDO RESULTANTE'
 003947 DSALDO   DFHMDF POS=(08,28),LENGTH=15,ATTRB=(PROT,ASKIP)
 003948          DFHMDF POS=(09,10),LENGTH=17,INITIAL='COMPROBANTE.....'
 003949 DCOMPR   DFHMDF POS=(09,28),LENGTH=09,ATTRB=(PROT,ASKIP)
 003950 DMSG     DFHMDF POS=(21,04),LENGTH=72,ATTRB=PROT,COLOR=RED,           *
 003951                PICOUT='X(72)',HILIGHT=UNDERLINE
 003952          DFHMDF POS=(21,77),LENGTH=01,ATTRB=(ASKIP,PROT)
 003953          DFHMDF POS=(23,13),LENGTH=10,INITIAL='PF1:GRABAR'
 003954          DFHMDF POS=(24,35),LENGTH=11,INITIAL='PF12:Volver'
 003955
 003956 TRAN0233 DFHMDI SIZE=(24,80)
 003957          DFHMDF POS=(01,10),LENGTH=23,INITIAL='TRANSFERENCIA DE FONDOS'
 003958          DFHMDF POS=(01,54),LENGTH=12,INITIAL='T233-TRF0233'
 003959 TFECHA   DFHMDF POS=(02,54),LENGTH=10,INITIAL='99-99-9999',           *
 003960                ATTRB=(PROT,ASKIP)
 003961          DFHMDF POS=(04,10),LENGTH=17,INITIAL='CTA/CBU ORIGEN..'
 003962 TCTAORI  DFHMDF POS=(04,28),LENGTH=22,ATTRB=UNPROT
 003963          DFHMDF POS=(05,10),LENGTH=17,INITIAL='CTA/CBU DESTINO.'
 003964 TCTADES  DFHMDF POS=(05,28),LENGTH=22,ATTRB=UNPROT
 003965          DFHMDF POS=(06,10),LENGTH=17,INITIAL='IMPORTE.........'
 003966 TIMPORT  DFHMDF POS=(06,28),LENGTH=11,ATTRB=(UNPROT,NUM),            *
 003967                PICIN='9(9)V99'
 003968          DFHMDF POS=(07,10),LENGTH=17,INITIAL='CLIENTE TUTOR...'
 003969 TTUTOR   DFHMDF POS=(07,28),LENGTH=05,ATTRB=(UNPROT,NUM)
 003970          DFHMDF POS=(07,34),LENGTH=01,ATTRB=(ASKIP,PROT)
 003971          DFHMDF POS=(08,10),LENGTH=17,INITIAL='COMPROBANTE.....'
 003972 TCOMPR   DFHMDF POS=(08,28),LENGTH=09,ATTRB=(PROT,ASKIP)
 003973 TMSG     DFHMDF POS=(21,04),LENGTH=72,ATTRB=PROT,COLOR=RED,           *
 003974                PICOUT='X(72)',HILIGHT=UNDERLINE
 003975          DFHMDF POS=(21,77),LENGTH=01,ATTRB=(ASKIP,PROT)
 003976          DFHMDF POS=(23,13),LENGTH=12,INITIAL='PF1:TRANSFER'
 003977          DFHMDF POS=(24,35),LENGTH=11,INITIAL='PF12:Volver'
 003978
 003980 CTAS0233 DFHMDI SIZE=(24,80)
 003981          DFHMDF POS=(01,10),LENGTH=22,INITIAL='MANTENIMIENTO DE CTAS.'
 003982          DFHMDF POS=(01,54),LENGTH=12,INITIAL='T233-CTA0233'
 004063          DFHMDF POS=(23,17),LENGTH=12,INITIAL='PF4:CONSULTA'
 004064          DFHMDF POS=(23,32),LENGTH=12,INITIAL='PF7:ANTERIOR'
 004065          DFHMDF POS=(23,47),LENGTH=13,INITIAL='PF8:SIGUIENTE'
 004066          DFHMDF POS=(23,63),LENGTH=12,INITIAL='PF5:POSICION'
 004067          DFHMDF POS=(24,35),LENGTH=11,INITIAL='PF12:Volver'
 004068
 004070 EMBA0233 DFHMDI SIZE=(24,80)
 004071          DFHMDF POS=(01,10),LENGTH=22,INITIAL='EMBARGOS Y RETENCIONES'
 004072          DFHMDF POS=(01,54),LENGTH=12,INITIAL='T233-EMB0233'
 004383          DFHMDF POS=(23,18),LENGTH=12,INITIAL='PF2:ELIMINAR'
 004384          DFHMDF POS=(24,35),LENGTH=11,INITIAL='PF12:Volver'
 004385
 004390 PRES0233 DFHMDI SIZE=(24,80)
 004391          DFHMDF POS=(01,10),LENGTH=20,INITIAL='PRESTAMOS PERSONALES'
 004392          DFHMDF POS=(01,54),LENGTH=12,INITIAL='T233-PRE0233'
 004393 NFECHA   DFHMDF POS=(02,54),LENGTH=10,INITIAL='99-99-9999',           *
 004394                ATTRB=(PROT,ASKIP)
 004395          DFHMDF POS=(04,10),LENGTH=17,INITIAL='NRO CUENTA......'
 004396 NNROCTA  DFHMDF POS=(04,28),LENGTH=15,ATTRB=UNPROT
 004397          DFHMDF POS=(04,46),LENGTH=12,INITIAL='NRO PRESTAMO'
 004398 NNROPRE  DFHMDF POS=(04,60),LENGTH=09,ATTRB=(PROT,ASKIP)
 004399          DFHMDF POS=(05,10),LENGTH=17,INITIAL='CAPITAL.........'
 004400 NCAPITA  DFHMDF POS=(05,28),LENGTH=11,ATTRB=(UNPROT,NUM),             *
 004401                PICIN='9(9)V99'
 004402          DFHMDF POS=(05,46),LENGTH=12,INITIAL='VALOR CUOTA.'
 004403 NVALCUO  DFHMDF POS=(05,60),LENGTH=15,ATTRB=(PROT,ASKIP)
 004404          DFHMDF POS=(06,10),LENGTH=17,INITIAL='MONEDA..........'
 004405 NMONEDA  DFHMDF POS=(06,28),LENGTH=02,ATTRB=UNPROT
 004406          DFHMDF POS=(06,46),LENGTH=12,INITIAL='TOTAL INTER.'
 004407 NTOTINT  DFHMDF POS=(06,60),LENGTH=15,ATTRB=(PROT,ASKIP)
 004408          DFHMDF POS=(07,10),LENGTH=17,INITIAL='PLAZO EN MESES..'
 004409 NCUOTAS  DFHMDF POS=(07,28),LENGTH=03,ATTRB=(UNPROT,NUM)
 004410          DFHMDF POS=(07,46),LENGTH=12,INITIAL='COMPROBANTE.'
 004411 NCOMPRO  DFHMDF POS=(07,60),LENGTH=09,ATTRB=(PROT,ASKIP)
 004412          DFHMDF POS=(08,10),LENGTH=17,INITIAL='TASA ANUAL (%)..'
 004413 NTASA    DFHMDF POS=(08,28),LENGTH=05,ATTRB=(UNPROT,NUM),             *
 004414                PICIN='9(3)V99'
 004415          DFHMDF POS=(10,02),LENGTH=16,INITIAL='NRO  VENCIMIENTO'
 004416          DFHMDF POS=(10,25),LENGTH=07,INITIAL='CAPITAL'
 004417          DFHMDF POS=(10,40),LENGTH=07,INITIAL='INTERES'
 004418          DFHMDF POS=(10,57),LENGTH=05,INITIAL='CUOTA'
 004419          DFHMDF POS=(10,64),LENGTH=13,INITIAL='SALDO CAPITAL'
 004420 NLIN01   DFHMDF POS=(11,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004421 NLIN02   DFHMDF POS=(12,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004422 NLIN03   DFHMDF POS=(13,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004423 NLIN04   DFHMDF POS=(14,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004424 NLIN05   DFHMDF POS=(15,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004425 NLIN06   DFHMDF POS=(16,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004426 NLIN07   DFHMDF POS=(17,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004427 NLIN08   DFHMDF POS=(18,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004428 NLIN09   DFHMDF POS=(19,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004429 NLIN10   DFHMDF POS=(20,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004430 NMSG     DFHMDF POS=(21,04),LENGTH=72,ATTRB=PROT,COLOR=RED,           *
 004431                PICOUT='X(72)',HILIGHT=UNDERLINE
 004432          DFHMDF POS=(21,77),LENGTH=01,ATTRB=(ASKIP,PROT)
 004433          DFHMDF POS=(23,04),LENGTH=11,INITIAL='PF1:SIMULAR'
 004434          DFHMDF POS=(23,18),LENGTH=11,INITIAL='PF2:OTORGAR'
 004435          DFHMDF POS=(24,35),LENGTH=11,INITIAL='PF12:Volver'
 004436
 004437 TARJ0233 DFHMDI SIZE=(24,80)
 004438          DFHMDF POS=(01,10),LENGTH=22,INITIAL='TARJETAS DE DEBITO    '
 004439          DFHMDF POS=(01,54),LENGTH=12,INITIAL='T233-TJD0233'
 004440 YFECHA   DFHMDF POS=(02,54),LENGTH=10,INITIAL='99-99-9999',           *
 004441                ATTRB=(PROT,ASKIP)
 004442          DFHMDF POS=(04,10),LENGTH=17,INITIAL='NRO CUENTA......'
 004443 YNROCTA  DFHMDF POS=(04,28),LENGTH=15,ATTRB=UNPROT
 004444          DFHMDF POS=(05,10),LENGTH=17,INITIAL='NRO TARJETA.....'
 004445 YNROTAR  DFHMDF POS=(05,28),LENGTH=16,ATTRB=(UNPROT,NUM)
 004446          DFHMDF POS=(06,10),LENGTH=17,INITIAL='MOTIVO..........'
 004447 YMOTIVO  DFHMDF POS=(06,28),LENGTH=20,ATTRB=UNPROT
 004448          DFHMDF POS=(08,10),LENGTH=17,INITIAL='ESTADO..........'
 004449 YESTADO  DFHMDF POS=(08,28),LENGTH=12,ATTRB=(PROT,ASKIP)
 004450          DFHMDF POS=(09,10),LENGTH=17,INITIAL='TITULAR.........'
 004451 YTITULA  DFHMDF POS=(09,28),LENGTH=30,ATTRB=(PROT,ASKIP)
 004452          DFHMDF POS=(10,10),LENGTH=17,INITIAL='VENCIMIENTO.....'
 004453 YFECVTO  DFHMDF POS=(10,28),LENGTH=10,ATTRB=(PROT,ASKIP)
 004454          DFHMDF POS=(11,10),LENGTH=17,INITIAL='TARJETA NUEVA...'
 004455 YNUEVA   DFHMDF POS=(11,28),LENGTH=16,ATTRB=(PROT,ASKIP)
 004456 YMSG     DFHMDF POS=(21,04),LENGTH=72,ATTRB=PROT,COLOR=RED,           *
 004457                PICOUT='X(72)',HILIGHT=UNDERLINE
 004458          DFHMDF POS=(21,77),LENGTH=01,ATTRB=(ASKIP,PROT)
 004459          DFHMDF POS=(23,04),LENGTH=10,INITIAL='PF1:EMITIR'
 004460          DFHMDF POS=(23,16),LENGTH=12,INITIAL='PF2:BLOQUEAR'
 004461          DFHMDF POS=(23,30),LENGTH=14,INITIAL='PF3:REEMPLAZAR'
 004462          DFHMDF POS=(23,46),LENGTH=12,INITIAL='PF4:DAR BAJA'
 004463          DFHMDF POS=(23,60),LENGTH=13,INITIAL='PF5:CONSULTAR'
 004464          DFHMDF POS=(24,35),LENGTH=11,INITIAL='PF12:Volver'
 004465
 004467 CHEQ0233 DFHMDI SIZE=(24,80)
 004468          DFHMDF POS=(01,10),LENGTH=22,INITIAL='CHEQUERAS Y DENUNCIAS '
 004469          DFHMDF POS=(01,54),LENGTH=12,INITIAL='T233-CHQ0233'
 004470 ZFECHA   DFHMDF POS=(02,54),LENGTH=10,INITIAL='99-99-9999',           *
 004471                ATTRB=(PROT,ASKIP)
 004472          DFHMDF POS=(04,10),LENGTH=17,INITIAL='NRO CUENTA......'
 004473 ZNROCTA  DFHMDF POS=(04,28),LENGTH=15,ATTRB=UNPROT
 004474          DFHMDF POS=(05,10),LENGTH=17,INITIAL='CANT. CHEQUES...'
 004475 ZCANT    DFHMDF POS=(05,28),LENGTH=03,ATTRB=(UNPROT,NUM)
 004476          DFHMDF POS=(06,10),LENGTH=17,INITIAL='NRO CHEQUE......'
 004477 ZNROCHQ  DFHMDF POS=(06,28),LENGTH=08,ATTRB=(UNPROT,NUM)
 004478          DFHMDF POS=(07,10),LENGTH=17,INITIAL='MOTIVO..........'
 004479 ZMOTIVO  DFHMDF POS=(07,28),LENGTH=30,ATTRB=UNPROT
 004480          DFHMDF POS=(09,10),LENGTH=17,INITIAL='TITULAR.........'
 004481 ZTITULA  DFHMDF POS=(09,28),LENGTH=30,ATTRB=(PROT,ASKIP)
 004482          DFHMDF POS=(10,10),LENGTH=17,INITIAL='CHEQUERA NRO....'
 004483 ZCHEQRA  DFHMDF POS=(10,28),LENGTH=05,ATTRB=(PROT,ASKIP)
 004484          DFHMDF POS=(11,10),LENGTH=17,INITIAL='DESDE CHEQUE....'
 004485 ZDESDE   DFHMDF POS=(11,28),LENGTH=08,ATTRB=(PROT,ASKIP)
 004486          DFHMDF POS=(12,10),LENGTH=17,INITIAL='HASTA CHEQUE....'
 004487 ZHASTA   DFHMDF POS=(12,28),LENGTH=08,ATTRB=(PROT,ASKIP)
 004488          DFHMDF POS=(13,10),LENGTH=17,INITIAL='ESTADO CHEQUE...'
 004489 ZESTADO  DFHMDF POS=(13,28),LENGTH=20,ATTRB=(PROT,ASKIP)
 004490 ZMSG     DFHMDF POS=(21,04),LENGTH=72,ATTRB=PROT,COLOR=RED,           *
 004491                PICOUT='X(72)',HILIGHT=UNDERLINE
 004492          DFHMDF POS=(21,77),LENGTH=01,ATTRB=(ASKIP,PROT)
 004493          DFHMDF POS=(23,04),LENGTH=12,INITIAL='PF1:CHEQUERA'
 004494          DFHMDF POS=(23,18),LENGTH=12,INITIAL='PF2:NO PAGAR'
 004495          DFHMDF POS=(23,32),LENGTH=12,INITIAL='PF3:LEVANTAR'
 004496          DFHMDF POS=(23,46),LENGTH=13,INITIAL='PF5:CONSULTAR'
 004497          DFHMDF POS=(24,35),LENGTH=11,INITIAL='PF12:Volver'
 004498
 004499 DEBA0233 DFHMDI SIZE=(24,80)
 004500          DFHMDF POS=(01,10),LENGTH=20,INITIAL='DEBITOS AUTOMATICOS '
 004501          DFHMDF POS=(01,54),LENGTH=12,INITIAL='T233-ADH0233'
 004502 DAFECHA  DFHMDF POS=(02,54),LENGTH=10,INITIAL='99-99-9999',           *
 004503                ATTRB=(PROT,ASKIP)
 004504          DFHMDF POS=(04,10),LENGTH=17,INITIAL='EMPRESA.........'
 004505 DAEMPRE  DFHMDF POS=(04,28),LENGTH=05,ATTRB=UNPROT
 004506          DFHMDF POS=(05,10),LENGTH=17,INITIAL='REFERENCIA......'
 004507 DAREFER  DFHMDF POS=(05,28),LENGTH=20,ATTRB=UNPROT
 004508          DFHMDF POS=(06,10),LENGTH=17,INITIAL='CUENTA A DEBITAR'
 004509 DANROCT  DFHMDF POS=(06,28),LENGTH=15,ATTRB=UNPROT
 004510          DFHMDF POS=(07,10),LENGTH=17,INITIAL='IMPORTE MAXIMO..'
 004511 DAIMMAX  DFHMDF POS=(07,28),LENGTH=11,ATTRB=(UNPROT,NUM),             *
 004512                PICIN='9(9)V99'
 004513          DFHMDF POS=(08,10),LENGTH=17,INITIAL='VTO A DESCONOCER'
 004514 DAFECDB  DFHMDF POS=(08,28),LENGTH=10,ATTRB=UNPROT
 004515          DFHMDF POS=(08,40),LENGTH=12,INITIAL='(AAAA-MM-DD)'
 004516          DFHMDF POS=(10,10),LENGTH=17,INITIAL='TITULAR.........'
 004517 DATITUL  DFHMDF POS=(10,28),LENGTH=30,ATTRB=(PROT,ASKIP)
 004518          DFHMDF POS=(11,10),LENGTH=17,INITIAL='ESTADO ADHESION.'
 004519 DAESTAD  DFHMDF POS=(11,28),LENGTH=20,ATTRB=(PROT,ASKIP)
 004520          DFHMDF POS=(12,10),LENGTH=17,INITIAL='FECHA ALTA......'
 004521 DAALTA   DFHMDF POS=(12,28),LENGTH=10,ATTRB=(PROT,ASKIP)
 004522 DAMSG    DFHMDF POS=(21,04),LENGTH=72,ATTRB=PROT,COLOR=RED,           *
 004523                PICOUT='X(72)',HILIGHT=UNDERLINE
 004524          DFHMDF POS=(21,77),LENGTH=01,ATTRB=(ASKIP,PROT)
 004525          DFHMDF POS=(23,04),LENGTH=11,INITIAL='PF1:ADHERIR'
 004526          DFHMDF POS=(23,17),LENGTH=13,INITIAL='PF2:SUSPENDER'
 004527          DFHMDF POS=(23,32),LENGTH=13,INITIAL='PF3:REACTIVAR'
 004528          DFHMDF POS=(23,47),LENGTH=08,INITIAL='PF4:BAJA'
 004529          DFHMDF POS=(24,04),LENGTH=13,INITIAL='PF5:CONSULTAR'
 004530          DFHMDF POS=(24,19),LENGTH=14,INITIAL='PF6:DESCONOCER'
 004531          DFHMDF POS=(24,35),LENGTH=11,INITIAL='PF12:Volver'
 004532
 004540 SANC0233 DFHMDI SIZE=(24,80)
 004541          DFHMDF POS=(01,10),LENGTH=22,INITIAL='LISTAS DE SANCIONES   '
 004542          DFHMDF POS=(01,54),LENGTH=12,INITIAL='T233-SAN0233'
 004543 LSFECHA  DFHMDF POS=(02,54),LENGTH=10,INITIAL='99-99-9999',           *
 004544                ATTRB=(PROT,ASKIP)
 004545          DFHMDF POS=(04,10),LENGTH=17,INITIAL='TIPO DOCUMENTO..'
 004546 LSTIPDO  DFHMDF POS=(04,28),LENGTH=02,ATTRB=UNPROT
 004547          DFHMDF POS=(05,10),LENGTH=17,INITIAL='NRO DOCUMENTO...'
 004548 LSNRODO  DFHMDF POS=(05,28),LENGTH=11,ATTRB=(UNPROT,NUM)
 004549          DFHMDF POS=(07,10),LENGTH=17,INITIAL='TITULAR.........'
 004550 LSTITUL  DFHMDF POS=(07,28),LENGTH=40,ATTRB=(PROT,ASKIP)
 004551          DFHMDF POS=(08,10),LENGTH=17,INITIAL='ESTADO CLIENTE..'
 004552 LSESTAD  DFHMDF POS=(08,28),LENGTH=20,ATTRB=(PROT,ASKIP)
 004553          DFHMDF POS=(10,02),LENGTH=20,INITIAL='FTE  REGISTRO       '
 004554          DFHMDF POS=(10,23),LENGTH=16,INITIAL='T DIS O FECHA   '
 004555          DFHMDF POS=(10,40),LENGTH=23,INITIAL='    ESTADO     APELLIDO'
 004556          DFHMDF POS=(10,64),LENGTH=06,INITIAL='LISTA '
 004557 LSLIN1   DFHMDF POS=(11,02),LENGTH=70,ATTRB=(PROT,ASKIP)
 004558 LSLIN2   DFHMDF POS=(12,02),LENGTH=70,ATTRB=(PROT,ASKIP)
 004559 LSLIN3   DFHMDF POS=(13,02),LENGTH=70,ATTRB=(PROT,ASKIP)
 004560 LSLIN4   DFHMDF POS=(14,02),LENGTH=70,ATTRB=(PROT,ASKIP)
 004561 LSMSG    DFHMDF POS=(21,04),LENGTH=72,ATTRB=PROT,COLOR=RED,           *
 004562                PICOUT='X(72)',HILIGHT=UNDERLINE
 004563          DFHMDF POS=(21,77),LENGTH=01,ATTRB=(ASKIP,PROT)
 004564          DFHMDF POS=(23,04),LENGTH=13,INITIAL='PF1:CONSULTAR'
 004565          DFHMDF POS=(23,19),LENGTH=11,INITIAL='PF2:LIBERAR'
 004566          DFHMDF POS=(23,32),LENGTH=13,INITIAL='PF3:CONFIRMAR'
 004567          DFHMDF POS=(24,35),LENGTH=11,INITIAL='PF12:Volver'
 004568
 004569 POSI0233 DFHMDI SIZE=(24,80)
 004570          DFHMDF POS=(01,10),LENGTH=21,INITIAL='POSICION INTEGRAL DEL'
 004571          DFHMDF POS=(01,32),LENGTH=07,INITIAL='CLIENTE'
 004572          DFHMDF POS=(01,54),LENGTH=12,INITIAL='T233-PCL0233'
 004573 POFECHA  DFHMDF POS=(02,54),LENGTH=10,INITIAL='99-99-9999',           *
 004574                ATTRB=(PROT,ASKIP)
 004575          DFHMDF POS=(03,04),LENGTH=09,INITIAL='TIPO DOC.'
 004576 POTIPDO  DFHMDF POS=(03,14),LENGTH=02,ATTRB=UNPROT
 004577          DFHMDF POS=(03,18),LENGTH=08,INITIAL='NRO DOC.'
 004578 PONRODO  DFHMDF POS=(03,27),LENGTH=11,ATTRB=(UNPROT,NUM)
 004579          DFHMDF POS=(03,39),LENGTH=01,ATTRB=(ASKIP,PROT)
 004580          DFHMDF POS=(04,04),LENGTH=09,INITIAL='TITULAR..'
 004581 POTITUL  DFHMDF POS=(04,14),LENGTH=40,ATTRB=(PROT,ASKIP)
 004582 POESTAD  DFHMDF POS=(04,56),LENGTH=20,ATTRB=(PROT,ASKIP)
 004583          DFHMDF POS=(05,02),LENGTH=23,INITIAL='PROD NUMERO          TP'
 004584          DFHMDF POS=(05,26),LENGTH=14,INITIAL='MO ROL        '
 004585          DFHMDF POS=(05,40),LENGTH=24,INITIAL=' IMPORTE ESTADO/DESTINO '
 004586          DFHMDF POS=(05,65),LENGTH=13,INITIAL='     RETENIDO'
 004587 POLIN1   DFHMDF POS=(06,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004588 POLIN2   DFHMDF POS=(07,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004589 POLIN3   DFHMDF POS=(08,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004590 POLIN4   DFHMDF POS=(09,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004591 POLIN5   DFHMDF POS=(10,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004592 POLIN6   DFHMDF POS=(11,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004593 POLIN7   DFHMDF POS=(12,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004594 POLIN8   DFHMDF POS=(13,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004595 POLIN9   DFHMDF POS=(14,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004596 POLIN10  DFHMDF POS=(15,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004597          DFHMDF POS=(17,04),LENGTH=07,INITIAL='PAGINA '
 004598 POPAGIN  DFHMDF POS=(17,12),LENGTH=10,ATTRB=(PROT,ASKIP)
 004599          DFHMDF POS=(18,04),LENGTH=23,INITIAL='POSICION TOTAL EN PESOS'
 004600          DFHMDF POS=(18,28),LENGTH=10,INITIAL='(COMPRA)..'
 004601 POTOTAL  DFHMDF POS=(18,40),LENGTH=19,ATTRB=(PROT,ASKIP)
 004602 POMSG    DFHMDF POS=(21,04),LENGTH=72,ATTRB=PROT,COLOR=RED,           *
 004603                PICOUT='X(72)',HILIGHT=UNDERLINE
 004604          DFHMDF POS=(21,77),LENGTH=01,ATTRB=(ASKIP,PROT)
 004605          DFHMDF POS=(23,04),LENGTH=13,INITIAL='PF1:CONSULTAR'
 004606          DFHMDF POS=(23,19),LENGTH=12,INITIAL='PF7:ANTERIOR'
 004607          DFHMDF POS=(23,33),LENGTH=13,INITIAL='PF8:SIGUIENTE'
 004608          DFHMDF POS=(24,35),LENGTH=11,INITIAL='PF12:Volver'
 004609
 004610 TABL0233 DFHMDI SIZE=(24,80)
 004611          DFHMDF POS=(01,10),LENGTH=23,INITIAL='MANTENIMIENTO DE TABLAS'
 004612          DFHMDF POS=(01,34),LENGTH=11,INITIAL='DEL SISTEMA'
 004613          DFHMDF POS=(01,54),LENGTH=12,INITIAL='T233-TAB0233'
 004614 TMFECHA  DFHMDF POS=(02,54),LENGTH=10,INITIAL='99-99-9999',           *
 004615                ATTRB=(PROT,ASKIP)
 004616          DFHMDF POS=(03,04),LENGTH=09,INITIAL='TABLA....'
 004617 TMTABLA  DFHMDF POS=(03,14),LENGTH=02,ATTRB=(UNPROT,NUM)
 004618          DFHMDF POS=(03,17),LENGTH=01,ATTRB=(ASKIP,PROT)
 004619          DFHMDF POS=(04,04),LENGTH=22,INITIAL='01-TASAS 02-PUNITORIAS'
 004620          DFHMDF POS=(04,27),LENGTH=21,INITIAL='03-TARIFAS 04-LIMITES'
 004621          DFHMDF POS=(05,04),LENGTH=22,INITIAL='05-TOPES 06-PARAMETROS'
 004622          DFHMDF POS=(05,27),LENGTH=15,INITIAL='07-MAPA CONTAB.'
 004623          DFHMDF POS=(06,04),LENGTH=09,INITIAL='CLAVE 1..'
 004624 TMCLAV1  DFHMDF POS=(06,14),LENGTH=08,ATTRB=UNPROT
 004625          DFHMDF POS=(06,26),LENGTH=09,INITIAL='CLAVE 2..'
 004626 TMCLAV2  DFHMDF POS=(06,36),LENGTH=20,ATTRB=UNPROT
 004627          DFHMDF POS=(06,57),LENGTH=01,ATTRB=(ASKIP,PROT)
 004628          DFHMDF POS=(07,04),LENGTH=09,INITIAL='VALOR 1..'
 004629 TMSIGN1  DFHMDF POS=(07,14),LENGTH=01,ATTRB=UNPROT
 004630 TMVAL1   DFHMDF POS=(07,16),LENGTH=11,ATTRB=(UNPROT,NUM)
 004631          DFHMDF POS=(07,28),LENGTH=09,INITIAL='VALOR 2..'
 004632 TMSIGN2  DFHMDF POS=(07,38),LENGTH=01,ATTRB=UNPROT
 004633 TMVAL2   DFHMDF POS=(07,40),LENGTH=11,ATTRB=(UNPROT,NUM)
 004634          DFHMDF POS=(07,52),LENGTH=01,ATTRB=(ASKIP,PROT)
 004635          DFHMDF POS=(08,04),LENGTH=09,INITIAL='CTA DEBE.'
 004636 TMCTAD   DFHMDF POS=(08,14),LENGTH=08,ATTRB=UNPROT
 004637          DFHMDF POS=(08,26),LENGTH=09,INITIAL='CTA HABER'
 004638 TMCTAH   DFHMDF POS=(08,36),LENGTH=08,ATTRB=UNPROT
 004639          DFHMDF POS=(08,45),LENGTH=01,ATTRB=(ASKIP,PROT)
 004640          DFHMDF POS=(08,48),LENGTH=09,INITIAL='VIGENCIA.'
 004641 TMVIGEN  DFHMDF POS=(08,58),LENGTH=08,ATTRB=(UNPROT,NUM)
 004642          DFHMDF POS=(08,67),LENGTH=01,ATTRB=(ASKIP,PROT)
 004643 TMAYUDA  DFHMDF POS=(09,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004644 TMCABEC  DFHMDF POS=(10,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004645 TMLIN1   DFHMDF POS=(11,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004646 TMLIN2   DFHMDF POS=(12,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004647 TMLIN3   DFHMDF POS=(13,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004648 TMLIN4   DFHMDF POS=(14,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004649 TMLIN5   DFHMDF POS=(15,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004650 TMLIN6   DFHMDF POS=(16,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004651 TMLIN7   DFHMDF POS=(17,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004652 TMLIN8   DFHMDF POS=(18,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004653 TMLIN9   DFHMDF POS=(19,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004654 TMLIN10  DFHMDF POS=(20,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004655          DFHMDF POS=(22,04),LENGTH=07,INITIAL='PAGINA '
 004656 TMPAGIN  DFHMDF POS=(22,12),LENGTH=03,ATTRB=(PROT,ASKIP)
 004657 TMMSG    DFHMDF POS=(21,04),LENGTH=72,ATTRB=PROT,COLOR=RED,           *
 004658                PICOUT='X(72)',HILIGHT=UNDERLINE
 004659          DFHMDF POS=(21,77),LENGTH=01,ATTRB=(ASKIP,PROT)
 004660          DFHMDF POS=(23,02),LENGTH=10,INITIAL='PF1:LISTAR'
 004661          DFHMDF POS=(23,13),LENGTH=08,INITIAL='PF2:ALTA'
 004662          DFHMDF POS=(23,22),LENGTH=12,INITIAL='PF3:MODIFICA'
 004663          DFHMDF POS=(23,35),LENGTH=08,INITIAL='PF4:BAJA'
 004664          DFHMDF POS=(23,44),LENGTH=12,INITIAL='PF5:CONSULTA'
 004665          DFHMDF POS=(23,57),LENGTH=07,INITIAL='PF7:ANT'
 004666          DFHMDF POS=(23,65),LENGTH=07,INITIAL='PF8:SIG'
 004667          DFHMDF POS=(24,35),LENGTH=11,INITIAL='PF12:Volver'
 004668
 004669 APRO0233 DFHMDI SIZE=(24,80)
 004670          DFHMDF POS=(01,10),LENGTH=13,INITIAL='APROBACION DE'
 004671          DFHMDF POS=(01,24),LENGTH=11,INITIAL='OPERACIONES'
 004672          DFHMDF POS=(01,54),LENGTH=12,INITIAL='T233-APR0233'
 004673 APFECHA  DFHMDF POS=(02,54),LENGTH=10,INITIAL='99-99-9999',           *
 004674                ATTRB=(PROT,ASKIP)
 004675          DFHMDF POS=(03,04),LENGTH=09,INITIAL='SOLICITUD'
 004676 APNROSO  DFHMDF POS=(03,14),LENGTH=09,ATTRB=(UNPROT,NUM)
 004677          DFHMDF POS=(03,24),LENGTH=01,ATTRB=(ASKIP,PROT)
 004678          DFHMDF POS=(04,04),LENGTH=09,INITIAL='MOTIVO...'
 004679 APMOTIV  DFHMDF POS=(04,14),LENGTH=40,ATTRB=UNPROT
 004680          DFHMDF POS=(04,55),LENGTH=01,ATTRB=(ASKIP,PROT)
 004681 APDETAL  DFHMDF POS=(06,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004682          DFHMDF POS=(08,02),LENGTH=34,                                *
 004683                INITIAL='SOLICITUD OPERACION          CLAVE'
 004684          DFHMDF POS=(08,52),LENGTH=24,                                *
 004685                INITIAL='USUARIO  FECHA ALTA HORA'
 004686 APLIN1   DFHMDF POS=(09,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004687 APLIN2   DFHMDF POS=(10,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004688 APLIN3   DFHMDF POS=(11,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004689 APLIN4   DFHMDF POS=(12,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004690 APLIN5   DFHMDF POS=(13,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004691 APLIN6   DFHMDF POS=(14,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004692 APLIN7   DFHMDF POS=(15,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004693 APLIN8   DFHMDF POS=(16,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004694 APLIN9   DFHMDF POS=(17,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004695 APLIN10  DFHMDF POS=(18,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004696          DFHMDF POS=(19,04),LENGTH=07,INITIAL='PAGINA '
 004697 APPAGIN  DFHMDF POS=(19,12),LENGTH=03,ATTRB=(PROT,ASKIP)
 004698 APMSG    DFHMDF POS=(21,04),LENGTH=72,ATTRB=PROT,COLOR=RED,           *
 004699                PICOUT='X(72)',HILIGHT=UNDERLINE
 004700          DFHMDF POS=(21,77),LENGTH=01,ATTRB=(ASKIP,PROT)
 004701          DFHMDF POS=(23,02),LENGTH=10,INITIAL='PF1:LISTAR'
 004702          DFHMDF POS=(23,13),LENGTH=11,INITIAL='PF2:APRUEBA'
 004703          DFHMDF POS=(23,25),LENGTH=11,INITIAL='PF3:RECHAZA'
 004704          DFHMDF POS=(23,37),LENGTH=12,INITIAL='PF5:CONSULTA'
 004705          DFHMDF POS=(23,50),LENGTH=07,INITIAL='PF7:ANT'
 004706          DFHMDF POS=(23,58),LENGTH=07,INITIAL='PF8:SIG'
 004707          DFHMDF POS=(24,35),LENGTH=11,INITIAL='PF12:Volver'
 004708
 004710 RECL0233 DFHMDI SIZE=(24,80)
 004711          DFHMDF POS=(01,10),LENGTH=20,INITIAL='RECLAMOS DE CLIENTES'
 004712          DFHMDF POS=(01,54),LENGTH=12,INITIAL='T233-RCL0233'
 004713 RCFECHA  DFHMDF POS=(02,54),LENGTH=10,INITIAL='99-99-9999',           *
 004714                ATTRB=(PROT,ASKIP)
 004715          DFHMDF POS=(03,04),LENGTH=09,INITIAL='RECLAMO..'
 004716 RCNRORE  DFHMDF POS=(03,14),LENGTH=09,ATTRB=(UNPROT,NUM)
 004717          DFHMDF POS=(03,24),LENGTH=01,ATTRB=(ASKIP,PROT)
 004718          DFHMDF POS=(04,04),LENGTH=09,INITIAL='TIPO DOC.'
 004719 RCTIPDO  DFHMDF POS=(04,14),LENGTH=02,ATTRB=UNPROT
 004720          DFHMDF POS=(04,18),LENGTH=08,INITIAL='NRO DOC.'
 004721 RCNRODO  DFHMDF POS=(04,27),LENGTH=11,ATTRB=(UNPROT,NUM)
 004722          DFHMDF POS=(04,39),LENGTH=01,ATTRB=(ASKIP,PROT)
 004723          DFHMDF POS=(05,04),LENGTH=09,INITIAL='TITULAR..'
 004724 RCTITUL  DFHMDF POS=(05,14),LENGTH=40,ATTRB=(PROT,ASKIP)
 004725          DFHMDF POS=(06,04),LENGTH=09,INITIAL='CUENTA...'
 004726 RCCUENT  DFHMDF POS=(06,14),LENGTH=15,ATTRB=UNPROT
 004727          DFHMDF POS=(06,30),LENGTH=09,INITIAL='COMPROB..'
 004728 RCCOMPR  DFHMDF POS=(06,40),LENGTH=09,ATTRB=(UNPROT,NUM)
 004729          DFHMDF POS=(06,50),LENGTH=01,ATTRB=(ASKIP,PROT)
 004730          DFHMDF POS=(07,04),LENGTH=09,INITIAL='CATEGORIA'
 004731 RCCATEG  DFHMDF POS=(07,14),LENGTH=02,ATTRB=(UNPROT,NUM)
 004732          DFHMDF POS=(07,17),LENGTH=01,ATTRB=(ASKIP,PROT)
 004733          DFHMDF POS=(08,04),LENGTH=30,                                *
 004734                INITIAL='01-MOV.NO RECONOC. 02-CARGOS '
 004735          DFHMDF POS=(08,35),LENGTH=30,                                *
 004736                INITIAL='03-TARJETA 04-TRANSFERENCIAS '
 004737          DFHMDF POS=(09,04),LENGTH=30,                                *
 004738                INITIAL='05-CAJERO/EFECT. 06-ATENCION '
 004739          DFHMDF POS=(09,35),LENGTH=30,                                *
 004740                INITIAL='07-PLAZO FIJO/PREST. 08-OTROS'
 004741          DFHMDF POS=(10,04),LENGTH=09,INITIAL='DETALLE..'
 004742 RCDETAL  DFHMDF POS=(10,14),LENGTH=60,ATTRB=UNPROT
 004743          DFHMDF POS=(10,75),LENGTH=01,ATTRB=(ASKIP,PROT)
 004744          DFHMDF POS=(11,04),LENGTH=09,INITIAL='RESPUESTA'
 004745 RCRESPU  DFHMDF POS=(11,14),LENGTH=60,ATTRB=UNPROT
 004746          DFHMDF POS=(11,75),LENGTH=01,ATTRB=(ASKIP,PROT)
 004747          DFHMDF POS=(12,04),LENGTH=09,INITIAL='ESTADO...'
 004748 RCESTAD  DFHMDF POS=(12,14),LENGTH=30,ATTRB=(PROT,ASKIP)
 004749          DFHMDF POS=(12,46),LENGTH=09,INITIAL='VENCE....'
 004750 RCVENCE  DFHMDF POS=(12,56),LENGTH=10,ATTRB=(PROT,ASKIP)
 004751          DFHMDF POS=(14,02),LENGTH=34,                                *
 004752                INITIAL='RECLAMO   CA ESTADO     ALTA      '
 004753          DFHMDF POS=(14,36),LENGTH=30,                                *
 004754                INITIAL='VENCE      DETALLE            '
 004755 RCLIN1   DFHMDF POS=(15,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004756 RCLIN2   DFHMDF POS=(16,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004757 RCLIN3   DFHMDF POS=(17,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004758 RCLIN4   DFHMDF POS=(18,02),LENGTH=76,ATTRB=(PROT,ASKIP)
 004759 RCMSG    DFHMDF POS=(21,04),LENGTH=72,ATTRB=PROT,COLOR=RED,           *
 004760                PICOUT='X(72)',HILIGHT=UNDERLINE
 004761          DFHMDF POS=(21,77),LENGTH=01,ATTRB=(ASKIP,PROT)
 004762          DFHMDF POS=(23,02),LENGTH=08,INITIAL='PF1:ALTA'
 004763          DFHMDF POS=(23,11),LENGTH=12,INITIAL='PF2:ANALISIS'
 004764          DFHMDF POS=(23,24),LENGTH=12,INITIAL='PF3:A FAVOR '
 004765          DFHMDF POS=(23,37),LENGTH=14,INITIAL='PF4:DEVOLUCION'
 004766          DFHMDF POS=(23,52),LENGTH=12,INITIAL='PF5:CONSULTA'
 004767          DFHMDF POS=(24,02),LENGTH=16,INITIAL='PF6:DESFAVORABLE'
 004768          DFHMDF POS=(24,35),LENGTH=11,INITIAL='PF12:Volver'
 004769
 004770          DFHMSD TYPE=FINAL
 003100          END


