000620      02  AFECNACF        PIC X.
000630      02  FILLER REDEFINES AFECNACF.
000640          03  AFECNACA        PIC X.
000641      02  AFECNACI        PIC X(10).
000642      02  ASUCURL         PIC S9(4) COMP.
000643      02  ASUCURF         PIC X.
000644      02  FILLER REDEFINES ASUCURF.
000645          03  ASUCURA         PIC X.
000646      02  ASUCURI         PIC X(04).
000647      02  APEPL           PIC S9(4) COMP.
000648      02  APEPF           PIC X.
000649      02  FILLER REDEFINES APEPF.
000650          03  APEPA           PIC X.
000651      02  APEPI           PIC X(01).
000652      02  AOCUPAL         PIC S9(4) COMP.
000653      02  AOCUPAF         PIC X.
000654      02  FILLER REDEFINES AOCUPAF.
000655          03  AOCUPAA         PIC X.
000656      02  AOCUPAI         PIC X(02).
000658      02  ATUTORL         PIC S9(4) COMP.
000660      02  ATUTORF         PIC X.
000662      02  FILLER REDEFINES ATUTORF.
000664          03  ATUTORA         PIC X.
000666      02  ATUTORI         PIC X(05).
000668      02  AMSGL           PIC S9(4) COMP.
000670      02  AMSGF           PIC X.
000680      02  FILLER REDEFINES AMSGF.
000690          03  AMSGA           PIC X.
000890      02  AFECNACO        PIC X(10).
000892      02  FILLER            PIC X(3).
000894      02  ASUCURO         PIC X(04).
000895      02  FILLER            PIC X(3).
000896      02  APEPO           PIC X(01).
000897      02  FILLER            PIC X(3).
000898      02  AOCUPAO         PIC X(02).
000901      02  FILLER            PIC X(3).
000904      02  ATUTORO         PIC X(05).
000907      02  FILLER            PIC X(3).
000910      02  AMSGO           PIC X(72).
000920
000930  01  BAJA0233I.
001790      02  MEMAILI         PIC X(40).
001800      02  MTELEFL         PIC S9(4) COMP.
001810      02  MTELEFF         PIC X.
001811      02  FILLER REDEFINES MTELEFF.
001812          03  MTELEFA         PIC X.
001813      02  MTELEFI         PIC X(15).
001814      02  MNOMBREL        PIC S9(4) COMP.
001815      02  MNOMBREF        PIC X.
001816      02  FILLER REDEFINES MNOMBREF.
001817          03  MNOMBREA        PIC X.
001818      02  MNOMBREI        PIC X(30).
001819      02  MAPELLIL        PIC S9(4) COMP.
001820      02  MAPELLIF        PIC X.
001821      02  FILLER REDEFINES MAPELLIF.
001822          03  MAPELLIA        PIC X.
001823      02  MAPELLII        PIC X(30).
001824      02  MPEPL           PIC S9(4) COMP.
001825      02  MPEPF           PIC X.
001826      02  FILLER REDEFINES MPEPF.
001827          03  MPEPA           PIC X.
001828      02  MPEPI           PIC X(01).
001829      02  MOCUPAL         PIC S9(4) COMP.
001830      02  MOCUPAF         PIC X.
001831      02  FILLER REDEFINES MOCUPAF.
001832          03  MOCUPAA         PIC X.
001833      02  MOCUPAI         PIC X(02).
001834      02  MREVISL         PIC S9(4) COMP.
001835      02  MREVISF         PIC X.
001836      02  FILLER REDEFINES MREVISF.
001837          03  MREVISA         PIC X.
001838      02  MREVISI         PIC X(01).
001839      02  MRIESGL         PIC S9(4) COMP.
001840      02  MRIESGF         PIC X.
001841      02  FILLER REDEFINES MRIESGF.
001842          03  MRIESGA         PIC X.
001843      02  MRIESGI         PIC X(60).
001851      02  MMSGL           PIC S9(4) COMP.
001860      02  MMSGF           PIC X.
001870      02  FILLER REDEFINES MMSGF.
001880          03  MMSGA           PIC X.
002030      02  FILLER            PIC X(3).
002040      02  MEMAILO         PIC X(40).
002050      02  FILLER            PIC X(3).
002051      02  MTELEFO         PIC X(15).
002052      02  FILLER            PIC X(3).
002053      02  MNOMBREO        PIC X(30).
002054      02  FILLER            PIC X(3).
002055      02  MAPELLIO        PIC X(30).
002056      02  FILLER            PIC X(3).
002057      02  MPEPO           PIC X(01).
002058      02  FILLER            PIC X(3).
002059      02  MOCUPAO         PIC X(02).
002060      02  FILLER            PIC X(3).
002061      02  MREVISO         PIC X(01).
002062      02  FILLER            PIC X(3).
002063      02  MRIESGO         PIC X(60).
002070      02  FILLER            PIC X(3).
002080      02  MMSGO           PIC X(72).
002090
003050      02  FILLER REDEFINES DIMPORTF.
003060          03  DIMPORTA        PIC X.
003070      02  DIMPORTI        PIC 9(09)V99.
003071      02  DTUTORL         PIC S9(4) COMP.
003072      02  DTUTORF         PIC X.
003073      02  FILLER REDEFINES DTUTORF.
003074          03  DTUTORA         PIC X.
003075      02  DTUTORI         PIC X(05).
003080      02  DSALDOL         PIC S9(4) COMP.
003090      02  DSALDOF         PIC X.
003100      02  FILLER REDEFINES DSALDOF.
003260      02  DTIPMOVO        PIC X(01).
003270      02  FILLER            PIC X(3).
003280      02  DIMPORTO        PIC X(11).
003283      02  FILLER            PIC X(3).
003286      02  DTUTORO         PIC X(05).
003290      02  FILLER            PIC X(3).
003300      02  DSALDOO         PIC X(15).
003302      02  FILLER            PIC X(3).
003530      02  FILLER REDEFINES TIMPORTF.
003540          03  TIMPORTA        PIC X.
003550      02  TIMPORTI        PIC 9(09)V99.
003551      02  TTUTORL         PIC S9(4) COMP.
003552      02  TTUTORF         PIC X.
003553      02  FILLER REDEFINES TTUTORF.
003554          03  TTUTORA         PIC X.
003555      02  TTUTORI         PIC X(05).
003556      02  TCOMPRL         PIC S9(4) COMP.
003557      02  TCOMPRF         PIC X.
003558      02  FILLER REDEFINES TCOMPRF.
003559          03  TCOMPRA         PIC X.
003560      02  TCOMPRI         PIC X(09).
003561      02  TMSGL           PIC S9(4) COMP.
003570      02  TMSGF           PIC X.
003580      02  FILLER REDEFINES TMSGF.
003590          03  TMSGA           PIC X.
003700      02  FILLER            PIC X(3).
003710      02  TIMPORTO        PIC X(11).
003712      02  FILLER            PIC X(3).
003714      02  TTUTORO         PIC X(05).
003716      02  FILLER            PIC X(3).
003718      02  TCOMPRO         PIC X(09).
003720      02  FILLER            PIC X(3).
003730      02  TMSGO           PIC X(72).
003740
013290      02  FILLER            PIC X(3).
013300      02  HMSGO           PIC X(72).
013310
013320  01  PRES0233I.
013330      02  FILLER            PIC X(12).
013340      02  NFECHAL         PIC S9(4) COMP.
013350      02  NFECHAF         PIC X.
013360      02  FILLER REDEFINES NFECHAF.
013370          03  NFECHAA         PIC X.
013380      02  NFECHAI         PIC X(10).
013390      02  NNROCTAL        PIC S9(4) COMP.
013400      02  NNROCTAF        PIC X.
013410      02  FILLER REDEFINES NNROCTAF.
013420          03  NNROCTAA        PIC X.
013430      02  NNROCTAI        PIC X(15).
013440      02  NNROPREL        PIC S9(4) COMP.
013450      02  NNROPREF        PIC X.
013460      02  FILLER REDEFINES NNROPREF.
013470          03  NNROPREA        PIC X.
013480      02  NNROPREI        PIC X(09).
013490      02  NCAPITAL        PIC S9(4) COMP.
013500      02  NCAPITAF        PIC X.
013510      02  FILLER REDEFINES NCAPITAF.
013520          03  NCAPITAA        PIC X.
013530      02  NCAPITAI        PIC 9(09)V99.
013540      02  NVALCUOL        PIC S9(4) COMP.
013550      02  NVALCUOF        PIC X.
013560      02  FILLER REDEFINES NVALCUOF.
013570          03  NVALCUOA        PIC X.
013580      02  NVALCUOI        PIC X(15).
013590      02  NMONEDAL        PIC S9(4) COMP.
013600      02  NMONEDAF        PIC X.
013610      02  FILLER REDEFINES NMONEDAF.
013620          03  NMONEDAA        PIC X.
013630      02  NMONEDAI        PIC X(02).
013640      02  NTOTINTL        PIC S9(4) COMP.
013650      02  NTOTINTF        PIC X.
013660      02  FILLER REDEFINES NTOTINTF.
013670          03  NTOTINTA        PIC X.
013680      02  NTOTINTI        PIC X(15).
013690      02  NCUOTASL        PIC S9(4) COMP.
013700      02  NCUOTASF        PIC X.
013710      02  FILLER REDEFINES NCUOTASF.
013720          03  NCUOTASA        PIC X.
013730      02  NCUOTASI        PIC X(03).
013740      02  NCOMPROL        PIC S9(4) COMP.
013750      02  NCOMPROF        PIC X.
013760      02  FILLER REDEFINES NCOMPROF.
013770          03  NCOMPROA        PIC X.
013780      02  NCOMPROI        PIC X(09).
013790      02  NTASAL          PIC S9(4) COMP.
013800      02  NTASAF          PIC X.
013810      02  FILLER REDEFINES NTASAF.
013820          03  NTASAA          PIC X.
013830      02  NTASAI          PIC 9(03)V99.
013840      02  NLIN01L         PIC S9(4) COMP.
013850      02  NLIN01F         PIC X.
013860      02  FILLER REDEFINES NLIN01F.
013870          03  NLIN01A         PIC X.
013880      02  NLIN01I         PIC X(76).
013890      02  NLIN02L         PIC S9(4) COMP.
013900      02  NLIN02F         PIC X.
013910      02  FILLER REDEFINES NLIN02F.
013920          03  NLIN02A         PIC X.
013930      02  NLIN02I         PIC X(76).
013940      02  NLIN03L         PIC S9(4) COMP.
013950      02  NLIN03F         PIC X.
013960      02  FILLER REDEFINES NLIN03F.
013970          03  NLIN03A         PIC X.
013980      02  NLIN03I         PIC X(76).
013990      02  NLIN04L         PIC S9(4) COMP.
014000      02  NLIN04F         PIC X.
014010      02  FILLER REDEFINES NLIN04F.
014020          03  NLIN04A         PIC X.
014030      02  NLIN04I         PIC X(76).
014040      02  NLIN05L         PIC S9(4) COMP.
014050      02  NLIN05F         PIC X.
014060      02  FILLER REDEFINES NLIN05F.
014070          03  NLIN05A         PIC X.
014080      02  NLIN05I         PIC X(76).
014090      02  NLIN06L         PIC S9(4) COMP.
014100      02  NLIN06F         PIC X.
014110      02  FILLER REDEFINES NLIN06F.
014120          03  NLIN06A         PIC X.
014130      02  NLIN06I         PIC X(76).
014140      02  NLIN07L         PIC S9(4) COMP.
014150      02  NLIN07F         PIC X.
014160      02  FILLER REDEFINES NLIN07F.
014170          03  NLIN07A         PIC X.
014180      02  NLIN07I         PIC X(76).
014190      02  NLIN08L         PIC S9(4) COMP.
014200      02  NLIN08F         PIC X.
014210      02  FILLER REDEFINES NLIN08F.
014220          03  NLIN08A         PIC X.
014230      02  NLIN08I         PIC X(76).
014240      02  NLIN09L         PIC S9(4) COMP.
014250      02  NLIN09F         PIC X.
014260      02  FILLER REDEFINES NLIN09F.
014270          03  NLIN09A         PIC X.
014280      02  NLIN09I         PIC X(76).
014290      02  NLIN10L         PIC S9(4) COMP.
014300      02  NLIN10F         PIC X.
014310      02  FILLER REDEFINES NLIN10F.
014320          03  NLIN10A         PIC X.
014330      02  NLIN10I         PIC X(76).
014340      02  NMSGL           PIC S9(4) COMP.
014350      02  NMSGF           PIC X.
014360      02  FILLER REDEFINES NMSGF.
014370          03  NMSGA           PIC X.
014380      02  NMSGI           PIC X(72).
014390
014400  01  PRES0233O REDEFINES PRES0233I.
014410      02  FILLER            PIC X(12).
014420      02  FILLER            PIC X(3).
014430      02  NFECHAO         PIC X(10).
014440      02  FILLER            PIC X(3).
014450      02  NNROCTAO        PIC X(15).
014460      02  FILLER            PIC X(3).
014470      02  NNROPREO        PIC X(09).
014480      02  FILLER            PIC X(3).
014490      02  NCAPITAO        PIC X(11).
014500      02  FILLER            PIC X(3).
014510      02  NVALCUOO        PIC X(15).
014520      02  FILLER            PIC X(3).
014530      02  NMONEDAO        PIC X(02).
014540      02  FILLER            PIC X(3).
014550      02  NTOTINTO        PIC X(15).
014560      02  FILLER            PIC X(3).
014570      02  NCUOTASO        PIC X(03).
014580      02  FILLER            PIC X(3).
014590      02  NCOMPROO        PIC X(09).
014600      02  FILLER            PIC X(3).
014610      02  NTASAO          PIC X(05).
014620      02  FILLER            PIC X(3).
014630      02  NLIN01O         PIC X(76).
014640      02  FILLER            PIC X(3).
014650      02  NLIN02O         PIC X(76).
014660      02  FILLER            PIC X(3).
014670      02  NLIN03O         PIC X(76).
014680      02  FILLER            PIC X(3).
014690      02  NLIN04O         PIC X(76).
014700      02  FILLER            PIC X(3).
014710      02  NLIN05O         PIC X(76).
014720      02  FILLER            PIC X(3).
014730      02  NLIN06O         PIC X(76).
014740      02  FILLER            PIC X(3).
014750      02  NLIN07O         PIC X(76).
014760      02  FILLER            PIC X(3).
014770      02  NLIN08O         PIC X(76).
014780      02  FILLER            PIC X(3).
014790      02  NLIN09O         PIC X(76).
014800      02  FILLER            PIC X(3).
014810      02  NLIN10O         PIC X(76).
014820      02  FILLER            PIC X(3).
014830      02  NMSGO           PIC X(72).
014840
014850  01  TARJ0233I.
014860      02  FILLER            PIC X(12).
014870      02  YFECHAL         PIC S9(4) COMP.
014880      02  YFECHAF         PIC X.
014890      02  FILLER REDEFINES YFECHAF.
014900          03  YFECHAA         PIC X.
014910      02  YFECHAI         PIC X(10).
014920      02  YNROCTAL        PIC S9(4) COMP.
014930      02  YNROCTAF        PIC X.
014940      02  FILLER REDEFINES YNROCTAF.
014950          03  YNROCTAA        PIC X.
014960      02  YNROCTAI        PIC X(15).
014970      02  YNROTARL        PIC S9(4) COMP.
014980      02  YNROTARF        PIC X.
014990      02  FILLER REDEFINES YNROTARF.
015000          03  YNROTARA        PIC X.
015010      02  YNROTARI        PIC X(16).
015020      02  YMOTIVOL        PIC S9(4) COMP.
015030      02  YMOTIVOF        PIC X.
015040      02  FILLER REDEFINES YMOTIVOF.
015050          03  YMOTIVOA        PIC X.
015060      02  YMOTIVOI        PIC X(20).
015070      02  YESTADOL        PIC S9(4) COMP.
015080      02  YESTADOF        PIC X.
015090      02  FILLER REDEFINES YESTADOF.
015100          03  YESTADOA        PIC X.
015110      02  YESTADOI        PIC X(12).
015120      02  YTITULAL        PIC S9(4) COMP.
015130      02  YTITULAF        PIC X.
015140      02  FILLER REDEFINES YTITULAF.
015150          03  YTITULAA        PIC X.
015160      02  YTITULAI        PIC X(30).
015170      02  YFECVTOL        PIC S9(4) COMP.
015180      02  YFECVTOF        PIC X.
015190      02  FILLER REDEFINES YFECVTOF.
015200          03  YFECVTOA        PIC X.
015210      02  YFECVTOI        PIC X(10).
015220      02  YNUEVAL         PIC S9(4) COMP.
015230      02  YNUEVAF         PIC X.
015240      02  FILLER REDEFINES YNUEVAF.
015250          03  YNUEVAA         PIC X.
015260      02  YNUEVAI         PIC X(16).
015270      02  YMSGL           PIC S9(4) COMP.
015280      02  YMSGF           PIC X.
015290      02  FILLER REDEFINES YMSGF.
015300          03  YMSGA           PIC X.
015310      02  YMSGI           PIC X(72).
015320
015330  01  TARJ0233O REDEFINES TARJ0233I.
015340      02  FILLER            PIC X(12).
015350      02  FILLER            PIC X(3).
015360      02  YFECHAO         PIC X(10).
015370      02  FILLER            PIC X(3).
015380      02  YNROCTAO        PIC X(15).
015390      02  FILLER            PIC X(3).
015400      02  YNROTARO        PIC X(16).
015410      02  FILLER            PIC X(3).
015420      02  YMOTIVOO        PIC X(20).
015430      02  FILLER            PIC X(3).
015440      02  YESTADOO        PIC X(12).
015450      02  FILLER            PIC X(3).
015460      02  YTITULAO        PIC X(30).
015470      02  FILLER            PIC X(3).
015480      02  YFECVTOO        PIC X(10).
015490      02  FILLER            PIC X(3).
015500      02  YNUEVAO         PIC X(16).
015510      02  FILLER            PIC X(3).
015520      02  YMSGO           PIC X(72).
015530
015540  01  CHEQ0233I.
015550      02  FILLER            PIC X(12).
015560      02  ZFECHAL         PIC S9(4) COMP.
015570      02  ZFECHAF         PIC X.
015580      02  FILLER REDEFINES ZFECHAF.
015590          03  ZFECHAA         PIC X.
015600      02  ZFECHAI         PIC X(10).
015610      02  ZNROCTAL        PIC S9(4) COMP.
015620      02  ZNROCTAF        PIC X.
015630      02  FILLER REDEFINES ZNROCTAF.
015640          03  ZNROCTAA        PIC X.
015650      02  ZNROCTAI        PIC X(15).
015660      02  ZCANTL          PIC S9(4) COMP.
015670      02  ZCANTF          PIC X.
015680      02  FILLER REDEFINES ZCANTF.
015690          03  ZCANTA          PIC X.
015700      02  ZCANTI          PIC X(3).
015710      02  ZNROCHQL        PIC S9(4) COMP.
015720      02  ZNROCHQF        PIC X.
015730      02  FILLER REDEFINES ZNROCHQF.
015740          03  ZNROCHQA        PIC X.
015750      02  ZNROCHQI        PIC X(8).
015760      02  ZMOTIVOL        PIC S9(4) COMP.
015770      02  ZMOTIVOF        PIC X.
015780      02  FILLER REDEFINES ZMOTIVOF.
015790          03  ZMOTIVOA        PIC X.
015800      02  ZMOTIVOI        PIC X(30).
015810      02  ZTITULAL        PIC S9(4) COMP.
015820      02  ZTITULAF        PIC X.
015830      02  FILLER REDEFINES ZTITULAF.
015840          03  ZTITULAA        PIC X.
015850      02  ZTITULAI        PIC X(30).
015860      02  ZCHEQRAL        PIC S9(4) COMP.
015870      02  ZCHEQRAF        PIC X.
015880      02  FILLER REDEFINES ZCHEQRAF.
015890          03  ZCHEQRAA        PIC X.
015900      02  ZCHEQRAI        PIC X(5).
015910      02  ZDESDEL         PIC S9(4) COMP.
015920      02  ZDESDEF         PIC X.
015930      02  FILLER REDEFINES ZDESDEF.
015940          03  ZDESDEA         PIC X.
015950      02  ZDESDEI         PIC X(8).
015960      02  ZHASTAL         PIC S9(4) COMP.
015970      02  ZHASTAF         PIC X.
015980      02  FILLER REDEFINES ZHASTAF.
015990          03  ZHASTAA         PIC X.
016000      02  ZHASTAI         PIC X(8).
016010      02  ZESTADOL        PIC S9(4) COMP.
016020      02  ZESTADOF        PIC X.
016030      02  FILLER REDEFINES ZESTADOF.
016040          03  ZESTADOA        PIC X.
016050      02  ZESTADOI        PIC X(20).
016060      02  ZMSGL           PIC S9(4) COMP.
016070      02  ZMSGF           PIC X.
016080      02  FILLER REDEFINES ZMSGF.
016090          03  ZMSGA           PIC X.
016100      02  ZMSGI           PIC X(72).
016110
016120  01  CHEQ0233O REDEFINES CHEQ0233I.
016130      02  FILLER            PIC X(12).
016140      02  FILLER            PIC X(3).
016150      02  ZFECHAO         PIC X(10).
016160      02  FILLER            PIC X(3).
016170      02  ZNROCTAO        PIC X(15).
016180      02  FILLER            PIC X(3).
016190      02  ZCANTO          PIC X(03).
016200      02  FILLER            PIC X(3).
016210      02  ZNROCHQO        PIC X(08).
016220      02  FILLER            PIC X(3).
016230      02  ZMOTIVOO        PIC X(30).
016240      02  FILLER            PIC X(3).
016250      02  ZTITULAO        PIC X(30).
016260      02  FILLER            PIC X(3).
016270      02  ZCHEQRAO        PIC X(05).
016280      02  FILLER            PIC X(3).
016290      02  ZDESDEO         PIC X(08).
016300      02  FILLER            PIC X(3).
016310      02  ZHASTAO         PIC X(08).
016320      02  FILLER            PIC X(3).
016330      02  ZESTADOO        PIC X(20).
016340      02  FILLER            PIC X(3).
016350      02  ZMSGO           PIC X(72).
016360
016370  01  DEBA0233I.
016380      02  FILLER            PIC X(12).
016390      02  DAFECHAL        PIC S9(4) COMP.
016400      02  DAFECHAF        PIC X.
016410      02  FILLER REDEFINES DAFECHAF.
016420          03  DAFECHAA        PIC X.
016430      02  DAFECHAI        PIC X(10).
016440      02  DAEMPREL        PIC S9(4) COMP.
016450      02  DAEMPREF        PIC X.
016460      02  FILLER REDEFINES DAEMPREF.
016470          03  DAEMPREA        PIC X.
016480      02  DAEMPREI        PIC X(05).
016490      02  DAREFERL        PIC S9(4) COMP.
016500      02  DAREFERF        PIC X.
016510      02  FILLER REDEFINES DAREFERF.
016520          03  DAREFERA        PIC X.
016530      02  DAREFERI        PIC X(20).
016540      02  DANROCTL        PIC S9(4) COMP.
016550      02  DANROCTF        PIC X.
016560      02  FILLER REDEFINES DANROCTF.
016570          03  DANROCTA        PIC X.
016580      02  DANROCTI        PIC X(15).
016590      02  DAIMMAXL        PIC S9(4) COMP.
016600      02  DAIMMAXF        PIC X.
016610      02  FILLER REDEFINES DAIMMAXF.
016620          03  DAIMMAXA        PIC X.
016630      02  DAIMMAXI        PIC 9(09)V99.
016640      02  DAFECDBL        PIC S9(4) COMP.
016650      02  DAFECDBF        PIC X.
016660      02  FILLER REDEFINES DAFECDBF.
016670          03  DAFECDBA        PIC X.
016680      02  DAFECDBI        PIC X(10).
016690      02  DATITULL        PIC S9(4) COMP.
016700      02  DATITULF        PIC X.
016710      02  FILLER REDEFINES DATITULF.
016720          03  DATITULA        PIC X.
016730      02  DATITULI        PIC X(30).
016740      02  DAESTADL        PIC S9(4) COMP.
016750      02  DAESTADF        PIC X.
016760      02  FILLER REDEFINES DAESTADF.
016770          03  DAESTADA        PIC X.
016780      02  DAESTADI        PIC X(20).
016790      02  DAALTAL         PIC S9(4) COMP.
016800      02  DAALTAF         PIC X.
016810      02  FILLER REDEFINES DAALTAF.
016820          03  DAALTAA         PIC X.
016830      02  DAALTAI         PIC X(10).
016840      02  DAMSGL          PIC S9(4) COMP.
016850      02  DAMSGF          PIC X.
016860      02  FILLER REDEFINES DAMSGF.
016870          03  DAMSGA          PIC X.
016880      02  DAMSGI          PIC X(72).
016890
016900  01  DEBA0233O REDEFINES DEBA0233I.
016910      02  FILLER            PIC X(12).
016920      02  FILLER            PIC X(3).
016930      02  DAFECHAO        PIC X(10).
016940      02  FILLER            PIC X(3).
016950      02  DAEMPREO        PIC X(05).
016960      02  FILLER            PIC X(3).
016970      02  DAREFERO        PIC X(20).
016980      02  FILLER            PIC X(3).
016990      02  DANROCTO        PIC X(15).
017000      02  FILLER            PIC X(3).
017010      02  DAIMMAXO        PIC X(11).
017020      02  FILLER            PIC X(3).
017030      02  DAFECDBO        PIC X(10).
017040      02  FILLER            PIC X(3).
017050      02  DATITULO        PIC X(30).
017060      02  FILLER            PIC X(3).
017070      02  DAESTADO        PIC X(20).
017080      02  FILLER            PIC X(3).
017090      02  DAALTAO         PIC X(10).
017100      02  FILLER            PIC X(3).
017110      02  DAMSGO          PIC X(72).
017120
017130  01  SANC0233I.
017140      02  FILLER            PIC X(12).
017150      02  LSFECHAL        PIC S9(4) COMP.
017160      02  LSFECHAF        PIC X.
017170      02  FILLER REDEFINES LSFECHAF.
017180          03  LSFECHAA        PIC X.
017190      02  LSFECHAI        PIC X(10).
017200      02  LSTIPDOL        PIC S9(4) COMP.
017210      02  LSTIPDOF        PIC X.
017220      02  FILLER REDEFINES LSTIPDOF.
017230          03  LSTIPDOA        PIC X.
017240      02  LSTIPDOI        PIC X(02).
017250      02  LSNRODOL        PIC S9(4) COMP.
017260      02  LSNRODOF        PIC X.
017270      02  FILLER REDEFINES LSNRODOF.
017280          03  LSNRODOA        PIC X.
017290      02  LSNRODOI        PIC X(11).
017300      02  LSTITULL        PIC S9(4) COMP.
017310      02  LSTITULF        PIC X.
017320      02  FILLER REDEFINES LSTITULF.
017330          03  LSTITULA        PIC X.
017340      02  LSTITULI        PIC X(40).
017350      02  LSESTADL        PIC S9(4) COMP.
017360      02  LSESTADF        PIC X.
017370      02  FILLER REDEFINES LSESTADF.
017380          03  LSESTADA        PIC X.
017390      02  LSESTADI        PIC X(20).
017400      02  LSLIN1L         PIC S9(4) COMP.
017410      02  LSLIN1F         PIC X.
017420      02  FILLER REDEFINES LSLIN1F.
017430          03  LSLIN1A         PIC X.
017440      02  LSLIN1I         PIC X(70).
017450      02  LSLIN2L         PIC S9(4) COMP.
017460      02  LSLIN2F         PIC X.
017470      02  FILLER REDEFINES LSLIN2F.
017480          03  LSLIN2A         PIC X.
017490      02  LSLIN2I         PIC X(70).
017500      02  LSLIN3L         PIC S9(4) COMP.
017510      02  LSLIN3F         PIC X.
017520      02  FILLER REDEFINES LSLIN3F.
017530          03  LSLIN3A         PIC X.
017540      02  LSLIN3I         PIC X(70).
017550      02  LSLIN4L         PIC S9(4) COMP.
017560      02  LSLIN4F         PIC X.
017570      02  FILLER REDEFINES LSLIN4F.
017580          03  LSLIN4A         PIC X.
017590      02  LSLIN4I         PIC X(70).
017600      02  LSMSGL          PIC S9(4) COMP.
017610      02  LSMSGF          PIC X.
017620      02  FILLER REDEFINES LSMSGF.
017630          03  LSMSGA          PIC X.
017640      02  LSMSGI          PIC X(72).
017650
017660  01  SANC0233O REDEFINES SANC0233I.
017670      02  FILLER            PIC X(12).
017680      02  FILLER            PIC X(3).
017690      02  LSFECHAO        PIC X(10).
017700      02  FILLER            PIC X(3).
017710      02  LSTIPDOO        PIC X(02).
017720      02  FILLER            PIC X(3).
017730      02  LSNRODOO        PIC X(11).
017740      02  FILLER            PIC X(3).
017750      02  LSTITULO        PIC X(40).
017760      02  FILLER            PIC X(3).
017770      02  LSESTADO        PIC X(20).
017780      02  FILLER            PIC X(3).
017790      02  LSLIN1O         PIC X(70).
017800      02  FILLER            PIC X(3).
017810      02  LSLIN2O         PIC X(70).
017820      02  FILLER            PIC X(3).
017830      02  LSLIN3O         PIC X(70).
017840      02  FILLER            PIC X(3).
017850      02  LSLIN4O         PIC X(70).
017860      02  FILLER            PIC X(3).
017870      02  LSMSGO          PIC X(72).
017880
017900  01  POSI0233I.
017910      02  FILLER            PIC X(12).
017920      02  POFECHAL        PIC S9(4) COMP.
017930      02  POFECHAF        PIC X.
017940      02  FILLER REDEFINES POFECHAF.
017950          03  POFECHAA        PIC X.
017960      02  POFECHAI        PIC X(10).
017970      02  POTIPDOL        PIC S9(4) COMP.
017980      02  POTIPDOF        PIC X.
017990      02  FILLER REDEFINES POTIPDOF.
018000          03  POTIPDOA        PIC X.
018010      02  POTIPDOI        PIC X(02).
018020      02  PONRODOL        PIC S9(4) COMP.
018030      02  PONRODOF        PIC X.
018040      02  FILLER REDEFINES PONRODOF.
018050          03  PONRODOA        PIC X.
018060      02  PONRODOI        PIC X(11).
018070      02  POTITULL        PIC S9(4) COMP.
018080      02  POTITULF        PIC X.
018090      02  FILLER REDEFINES POTITULF.
018100          03  POTITULA        PIC X.
018110      02  POTITULI        PIC X(40).
018120      02  POESTADL        PIC S9(4) COMP.
018130      02  POESTADF        PIC X.
018140      02  FILLER REDEFINES POESTADF.
018150          03  POESTADA        PIC X.
018160      02  POESTADI        PIC X(20).
018170      02  POLIN1L         PIC S9(4) COMP.
018180      02  POLIN1F         PIC X.
018190      02  FILLER REDEFINES POLIN1F.
018200          03  POLIN1A         PIC X.
018210      02  POLIN1I         PIC X(76).
018220      02  POLIN2L         PIC S9(4) COMP.
018230      02  POLIN2F         PIC X.
018240      02  FILLER REDEFINES POLIN2F.
018250          03  POLIN2A         PIC X.
018260      02  POLIN2I         PIC X(76).
018270      02  POLIN3L         PIC S9(4) COMP.
018280      02  POLIN3F         PIC X.
018290      02  FILLER REDEFINES POLIN3F.
018300          03  POLIN3A         PIC X.
018310      02  POLIN3I         PIC X(76).
018320      02  POLIN4L         PIC S9(4) COMP.
018330      02  POLIN4F         PIC X.
018340      02  FILLER REDEFINES POLIN4F.
018350          03  POLIN4A         PIC X.
018360      02  POLIN4I         PIC X(76).
018370      02  POLIN5L         PIC S9(4) COMP.
018380      02  POLIN5F         PIC X.
018390      02  FILLER REDEFINES POLIN5F.
018400          03  POLIN5A         PIC X.
018410      02  POLIN5I         PIC X(76).
018420      02  POLIN6L         PIC S9(4) COMP.
018430      02  POLIN6F         PIC X.
018440      02  FILLER REDEFINES POLIN6F.
018450          03  POLIN6A         PIC X.
018460      02  POLIN6I         PIC X(76).
018470      02  POLIN7L         PIC S9(4) COMP.
018480      02  POLIN7F         PIC X.
018490      02  FILLER REDEFINES POLIN7F.
018500          03  POLIN7A         PIC X.
018510      02  POLIN7I         PIC X(76).
018520      02  POLIN8L         PIC S9(4) COMP.
018530      02  POLIN8F         PIC X.
018540      02  FILLER REDEFINES POLIN8F.
018550          03  POLIN8A         PIC X.
018560      02  POLIN8I         PIC X(76).
018570      02  POLIN9L         PIC S9(4) COMP.
018580      02  POLIN9F         PIC X.
018590      02  FILLER REDEFINES POLIN9F.
018600          03  POLIN9A         PIC X.
018610      02  POLIN9I         PIC X(76).
018620      02  POLIN10L        PIC S9(4) COMP.
018630      02  POLIN10F        PIC X.
018640      02  FILLER REDEFINES POLIN10F.
018650          03  POLIN10A        PIC X.
018660      02  POLIN10I        PIC X(76).
018670      02  POPAGINL        PIC S9(4) COMP.
018680      02  POPAGINF        PIC X.
018690      02  FILLER REDEFINES POPAGINF.
018700          03  POPAGINA        PIC X.
018710      02  POPAGINI        PIC X(10).
018720      02  POTOTALL        PIC S9(4) COMP.
018730      02  POTOTALF        PIC X.
018740      02  FILLER REDEFINES POTOTALF.
018750          03  POTOTALA        PIC X.
018760      02  POTOTALI        PIC X(19).
018770      02  POMSGL          PIC S9(4) COMP.
018780      02  POMSGF          PIC X.
018790      02  FILLER REDEFINES POMSGF.
018800          03  POMSGA          PIC X.
018810      02  POMSGI          PIC X(72).
018820
018830  01  POSI0233O REDEFINES POSI0233I.
018840      02  FILLER            PIC X(12).
018850      02  FILLER            PIC X(3).
018860      02  POFECHAO        PIC X(10).
018870      02  FILLER            PIC X(3).
018880      02  POTIPDOO        PIC X(02).
018890      02  FILLER            PIC X(3).
018900      02  PONRODOO        PIC X(11).
018910      02  FILLER            PIC X(3).
018920      02  POTITULO        PIC X(40).
018930      02  FILLER            PIC X(3).
018940      02  POESTADO        PIC X(20).
018950      02  FILLER            PIC X(3).
018960      02  POLIN1O         PIC X(76).
018970      02  FILLER            PIC X(3).
018980      02  POLIN2O         PIC X(76).
018990      02  FILLER            PIC X(3).
019000      02  POLIN3O         PIC X(76).
019010      02  FILLER            PIC X(3).
019020      02  POLIN4O         PIC X(76).
019030      02  FILLER            PIC X(3).
019040      02  POLIN5O         PIC X(76).
019050      02  FILLER            PIC X(3).
019060      02  POLIN6O         PIC X(76).
019070      02  FILLER            PIC X(3).
019080      02  POLIN7O         PIC X(76).
019090      02  FILLER            PIC X(3).
019100      02  POLIN8O         PIC X(76).
019110      02  FILLER            PIC X(3).
019120      02  POLIN9O         PIC X(76).
019130      02  FILLER            PIC X(3).
019140      02  POLIN10O        PIC X(76).
019150      02  FILLER            PIC X(3).
019160      02  POPAGINO        PIC X(10).
019170      02  FILLER            PIC X(3).
019180      02  POTOTALO        PIC X(19).
019190      02  FILLER            PIC X(3).
019200      02  POMSGO          PIC X(72).
019210
019220  01  TABL0233I.
019230      02  FILLER            PIC X(12).
019240      02  TMFECHAL        PIC S9(4) COMP.
019250      02  TMFECHAF        PIC X.
019260      02  FILLER REDEFINES TMFECHAF.
019270          03  TMFECHAA        PIC X.
019280      02  TMFECHAI        PIC X(10).
019290      02  TMTABLAL        PIC S9(4) COMP.
019300      02  TMTABLAF        PIC X.
019310      02  FILLER REDEFINES TMTABLAF.
019320          03  TMTABLAA        PIC X.
019330      02  TMTABLAI        PIC X(02).
019340      02  TMCLAV1L        PIC S9(4) COMP.
019350      02  TMCLAV1F        PIC X.
019360      02  FILLER REDEFINES TMCLAV1F.
019370          03  TMCLAV1A        PIC X.
019380      02  TMCLAV1I        PIC X(08).
019390      02  TMCLAV2L        PIC S9(4) COMP.
019400      02  TMCLAV2F        PIC X.
019410      02  FILLER REDEFINES TMCLAV2F.
019420          03  TMCLAV2A        PIC X.
019430      02  TMCLAV2I        PIC X(20).
019440      02  TMSIGN1L        PIC S9(4) COMP.
019450      02  TMSIGN1F        PIC X.
019460      02  FILLER REDEFINES TMSIGN1F.
019470          03  TMSIGN1A        PIC X.
019480      02  TMSIGN1I        PIC X(01).
019490      02  TMVAL1L         PIC S9(4) COMP.
019500      02  TMVAL1F         PIC X.
019510      02  FILLER REDEFINES TMVAL1F.
019520          03  TMVAL1A         PIC X.
019530      02  TMVAL1I         PIC 9(09)V99.
019540      02  TMSIGN2L        PIC S9(4) COMP.
019550      02  TMSIGN2F        PIC X.
019560      02  FILLER REDEFINES TMSIGN2F.
019570          03  TMSIGN2A        PIC X.
019580      02  TMSIGN2I        PIC X(01).
019590      02  TMVAL2L         PIC S9(4) COMP.
019600      02  TMVAL2F         PIC X.
019610      02  FILLER REDEFINES TMVAL2F.
019620          03  TMVAL2A         PIC X.
019630      02  TMVAL2I         PIC 9(09)V99.
019640      02  TMCTADL         PIC S9(4) COMP.
019650      02  TMCTADF         PIC X.
019660      02  FILLER REDEFINES TMCTADF.
019670          03  TMCTADA         PIC X.
019680      02  TMCTADI         PIC X(08).
019690      02  TMCTAHL         PIC S9(4) COMP.
019700      02  TMCTAHF         PIC X.
019710      02  FILLER REDEFINES TMCTAHF.
019720          03  TMCTAHA         PIC X.
019730      02  TMCTAHI         PIC X(08).
019731      02  TMVIGENL        PIC S9(4) COMP.
019732      02  TMVIGENF        PIC X.
019733      02  FILLER REDEFINES TMVIGENF.
019734          03  TMVIGENA        PIC X.
019735      02  TMVIGENI        PIC X(08).
019740      02  TMAYUDAL        PIC S9(4) COMP.
019750      02  TMAYUDAF        PIC X.
019760      02  FILLER REDEFINES TMAYUDAF.
019770          03  TMAYUDAA        PIC X.
019780      02  TMAYUDAI        PIC X(76).
019790      02  TMCABECL        PIC S9(4) COMP.
019800      02  TMCABECF        PIC X.
019810      02  FILLER REDEFINES TMCABECF.
019820          03  TMCABECA        PIC X.
019830      02  TMCABECI        PIC X(76).
019840      02  TMLIN1L         PIC S9(4) COMP.
019850      02  TMLIN1F         PIC X.
019860      02  FILLER REDEFINES TMLIN1F.
019870          03  TMLIN1A         PIC X.
019880      02  TMLIN1I         PIC X(76).
019890      02  TMLIN2L         PIC S9(4) COMP.
019900      02  TMLIN2F         PIC X.
019910      02  FILLER REDEFINES TMLIN2F.
019920          03  TMLIN2A         PIC X.
019930      02  TMLIN2I         PIC X(76).
019940      02  TMLIN3L         PIC S9(4) COMP.
019950      02  TMLIN3F         PIC X.
019960      02  FILLER REDEFINES TMLIN3F.
019970          03  TMLIN3A         PIC X.
019980      02  TMLIN3I         PIC X(76).
019990      02  TMLIN4L         PIC S9(4) COMP.
020000      02  TMLIN4F         PIC X.
020010      02  FILLER REDEFINES TMLIN4F.
020020          03  TMLIN4A         PIC X.
020030      02  TMLIN4I         PIC X(76).
020040      02  TMLIN5L         PIC S9(4) COMP.
020050      02  TMLIN5F         PIC X.
020060      02  FILLER REDEFINES TMLIN5F.
020070          03  TMLIN5A         PIC X.
020080      02  TMLIN5I         PIC X(76).
020090      02  TMLIN6L         PIC S9(4) COMP.
020100      02  TMLIN6F         PIC X.
020110      02  FILLER REDEFINES TMLIN6F.
020120          03  TMLIN6A         PIC X.
020130      02  TMLIN6I         PIC X(76).
020140      02  TMLIN7L         PIC S9(4) COMP.
020150      02  TMLIN7F         PIC X.
020160      02  FILLER REDEFINES TMLIN7F.
020170          03  TMLIN7A         PIC X.
020180      02  TMLIN7I         PIC X(76).
020190      02  TMLIN8L         PIC S9(4) COMP.
020200      02  TMLIN8F         PIC X.
020210      02  FILLER REDEFINES TMLIN8F.
020220          03  TMLIN8A         PIC X.
020230      02  TMLIN8I         PIC X(76).
020240      02  TMLIN9L         PIC S9(4) COMP.
020250      02  TMLIN9F         PIC X.
020260      02  FILLER REDEFINES TMLIN9F.
020270          03  TMLIN9A         PIC X.
020280      02  TMLIN9I         PIC X(76).
020290      02  TMLIN10L        PIC S9(4) COMP.
020300      02  TMLIN10F        PIC X.
020310      02  FILLER REDEFINES TMLIN10F.
020320          03  TMLIN10A        PIC X.
020330      02  TMLIN10I        PIC X(76).
020340      02  TMPAGINL        PIC S9(4) COMP.
020350      02  TMPAGINF        PIC X.
020360      02  FILLER REDEFINES TMPAGINF.
020370          03  TMPAGINA        PIC X.
020380      02  TMPAGINI        PIC X(03).
020390      02  TMMSGL          PIC S9(4) COMP.
020400      02  TMMSGF          PIC X.
020410      02  FILLER REDEFINES TMMSGF.
020420          03  TMMSGA          PIC X.
020430      02  TMMSGI          PIC X(72).
020440
020450  01  TABL0233O REDEFINES TABL0233I.
020460      02  FILLER            PIC X(12).
020470      02  FILLER            PIC X(3).
020480      02  TMFECHAO        PIC X(10).
020490      02  FILLER            PIC X(3).
020500      02  TMTABLAO        PIC X(02).
020510      02  FILLER            PIC X(3).
020520      02  TMCLAV1O        PIC X(08).
020530      02  FILLER            PIC X(3).
020540      02  TMCLAV2O        PIC X(20).
020550      02  FILLER            PIC X(3).
020560      02  TMSIGN1O        PIC X(01).
020570      02  FILLER            PIC X(3).
020580      02  TMVAL1O         PIC X(11).
020590      02  FILLER            PIC X(3).
020600      02  TMSIGN2O        PIC X(01).
020610      02  FILLER            PIC X(3).
020620      02  TMVAL2O         PIC X(11).
020630      02  FILLER            PIC X(3).
020640      02  TMCTADO         PIC X(08).
020650      02  FILLER            PIC X(3).
020660      02  TMCTAHO         PIC X(08).
020661      02  FILLER            PIC X(3).
020662      02  TMVIGENO        PIC X(08).
020670      02  FILLER            PIC X(3).
020680      02  TMAYUDAO        PIC X(76).
020690      02  FILLER            PIC X(3).
020700      02  TMCABECO        PIC X(76).
020710      02  FILLER            PIC X(3).
020720      02  TMLIN1O         PIC X(76).
020730      02  FILLER            PIC X(3).
020740      02  TMLIN2O         PIC X(76).
020750      02  FILLER            PIC X(3).
020760      02  TMLIN3O         PIC X(76).
020770      02  FILLER            PIC X(3).
020780      02  TMLIN4O         PIC X(76).
020790      02  FILLER            PIC X(3).
020800      02  TMLIN5O         PIC X(76).
020810      02  FILLER            PIC X(3).
020820      02  TMLIN6O         PIC X(76).
020830      02  FILLER            PIC X(3).
020840      02  TMLIN7O         PIC X(76).
020850      02  FILLER            PIC X(3).
020860      02  TMLIN8O         PIC X(76).
020870      02  FILLER            PIC X(3).
020880      02  TMLIN9O         PIC X(76).
020890      02  FILLER            PIC X(3).
020900      02  TMLIN10O        PIC X(76).
020910      02  FILLER            PIC X(3).
020920      02  TMPAGINO        PIC X(03).
020930      02  FILLER            PIC X(3).
020940      02  TMMSGO          PIC X(72).
020950
020960  01  APRO0233I.
020970      02  FILLER            PIC X(12).
020980      02  APFECHAL        PIC S9(4) COMP.
020990      02  APFECHAF        PIC X.
021000      02  FILLER REDEFINES APFECHAF.
021010          03  APFECHAA        PIC X.
021020      02  APFECHAI        PIC X(10).
021030      02  APNROSOL        PIC S9(4) COMP.
021040      02  APNROSOF        PIC X.
021050      02  FILLER REDEFINES APNROSOF.
021060          03  APNROSOA        PIC X.
021070      02  APNROSOI        PIC X(09).
021080      02  APMOTIVL        PIC S9(4) COMP.
021090      02  APMOTIVF        PIC X.
021100      02  FILLER REDEFINES APMOTIVF.
021110          03  APMOTIVA        PIC X.
021120      02  APMOTIVI        PIC X(40).
021130      02  APDETALL        PIC S9(4) COMP.
021140      02  APDETALF        PIC X.
021150      02  FILLER REDEFINES APDETALF.
021160          03  APDETALA        PIC X.
021170      02  APDETALI        PIC X(76).
021180      02  APLIN1L         PIC S9(4) COMP.
021190      02  APLIN1F         PIC X.
021200      02  FILLER REDEFINES APLIN1F.
021210          03  APLIN1A         PIC X.
021220      02  APLIN1I         PIC X(76).
021230      02  APLIN2L         PIC S9(4) COMP.
021240      02  APLIN2F         PIC X.
021250      02  FILLER REDEFINES APLIN2F.
021260          03  APLIN2A         PIC X.
021270      02  APLIN2I         PIC X(76).
021280      02  APLIN3L         PIC S9(4) COMP.
021290      02  APLIN3F         PIC X.
021300      02  FILLER REDEFINES APLIN3F.
021310          03  APLIN3A         PIC X.
021320      02  APLIN3I         PIC X(76).
021330      02  APLIN4L         PIC S9(4) COMP.
021340      02  APLIN4F         PIC X.
021350      02  FILLER REDEFINES APLIN4F.
021360          03  APLIN4A         PIC X.
021370      02  APLIN4I         PIC X(76).
021380      02  APLIN5L         PIC S9(4) COMP.
021390      02  APLIN5F         PIC X.
021400      02  FILLER REDEFINES APLIN5F.
021410          03  APLIN5A         PIC X.
021420      02  APLIN5I         PIC X(76).
021430      02  APLIN6L         PIC S9(4) COMP.
021440      02  APLIN6F         PIC X.
021450      02  FILLER REDEFINES APLIN6F.
021460          03  APLIN6A         PIC X.
021470      02  APLIN6I         PIC X(76).
021480      02  APLIN7L         PIC S9(4) COMP.
021490      02  APLIN7F         PIC X.
021500      02  FILLER REDEFINES APLIN7F.
021510          03  APLIN7A         PIC X.
021520      02  APLIN7I         PIC X(76).
021530      02  APLIN8L         PIC S9(4) COMP.
021540      02  APLIN8F         PIC X.
021550      02  FILLER REDEFINES APLIN8F.
021560          03  APLIN8A         PIC X.
021570      02  APLIN8I         PIC X(76).
021580      02  APLIN9L         PIC S9(4) COMP.
021590      02  APLIN9F         PIC X.
021600      02  FILLER REDEFINES APLIN9F.
021610          03  APLIN9A         PIC X.
021620      02  APLIN9I         PIC X(76).
021630      02  APLIN10L        PIC S9(4) COMP.
021640      02  APLIN10F        PIC X.
021650      02  FILLER REDEFINES APLIN10F.
021660          03  APLIN10A        PIC X.
021670      02  APLIN10I        PIC X(76).
021680      02  APPAGINL        PIC S9(4) COMP.
021690      02  APPAGINF        PIC X.
021700      02  FILLER REDEFINES APPAGINF.
021710          03  APPAGINA        PIC X.
021720      02  APPAGINI        PIC X(03).
021730      02  APMSGL          PIC S9(4) COMP.
021740      02  APMSGF          PIC X.
021750      02  FILLER REDEFINES APMSGF.
021760          03  APMSGA          PIC X.
021770      02  APMSGI          PIC X(72).
021780
021790  01  APRO0233O REDEFINES APRO0233I.
021800      02  FILLER            PIC X(12).
021810      02  FILLER            PIC X(3).
021820      02  APFECHAO        PIC X(10).
021830      02  FILLER            PIC X(3).
021840      02  APNROSOO        PIC X(09).
021850      02  FILLER            PIC X(3).
021860      02  APMOTIVO        PIC X(40).
021870      02  FILLER            PIC X(3).
021880      02  APDETALO        PIC X(76).
021890      02  FILLER            PIC X(3).
021900      02  APLIN1O         PIC X(76).
021910      02  FILLER            PIC X(3).
021920      02  APLIN2O         PIC X(76).
021930      02  FILLER            PIC X(3).
021940      02  APLIN3O         PIC X(76).
021950      02  FILLER            PIC X(3).
021960      02  APLIN4O         PIC X(76).
021970      02  FILLER            PIC X(3).
021980      02  APLIN5O         PIC X(76).
021990      02  FILLER            PIC X(3).
022000      02  APLIN6O         PIC X(76).
022010      02  FILLER            PIC X(3).
022020      02  APLIN7O         PIC X(76).
022030      02  FILLER            PIC X(3).
022040      02  APLIN8O         PIC X(76).
022050      02  FILLER            PIC X(3).
022060      02  APLIN9O         PIC X(76).
022070      02  FILLER            PIC X(3).
022080      02  APLIN10O        PIC X(76).
022090      02  FILLER            PIC X(3).
022100      02  APPAGINO        PIC X(03).
022110      02  FILLER            PIC X(3).
022120      02  APMSGO          PIC X(72).
022130
022140  01  RECL0233I.
022150      02  FILLER            PIC X(12).
022160      02  RCFECHAL        PIC S9(4) COMP.
022170      02  RCFECHAF        PIC X.
022180      02  FILLER REDEFINES RCFECHAF.
022190          03  RCFECHAA        PIC X.
022200      02  RCFECHAI        PIC X(10).
022210      02  RCNROREL        PIC S9(4) COMP.
022220      02  RCNROREF        PIC X.
022230      02  FILLER REDEFINES RCNROREF.
022240          03  RCNROREA        PIC X.
022250      02  RCNROREI        PIC X(09).
022260      02  RCTIPDOL        PIC S9(4) COMP.
022270      02  RCTIPDOF        PIC X.
022280      02  FILLER REDEFINES RCTIPDOF.
022290          03  RCTIPDOA        PIC X.
022300      02  RCTIPDOI        PIC X(02).
022310      02  RCNRODOL        PIC S9(4) COMP.
022320      02  RCNRODOF        PIC X.
022330      02  FILLER REDEFINES RCNRODOF.
022340          03  RCNRODOA        PIC X.
022350      02  RCNRODOI        PIC X(11).
022360      02  RCTITULL        PIC S9(4) COMP.
022370      02  RCTITULF        PIC X.
022380      02  FILLER REDEFINES RCTITULF.
022390          03  RCTITULA        PIC X.
022400      02  RCTITULI        PIC X(40).
022410      02  RCCUENTL        PIC S9(4) COMP.
022420      02  RCCUENTF        PIC X.
022430      02  FILLER REDEFINES RCCUENTF.
022440          03  RCCUENTA        PIC X.
022450      02  RCCUENTI        PIC X(15).
022460      02  RCCOMPRL        PIC S9(4) COMP.
022470      02  RCCOMPRF        PIC X.
022480      02  FILLER REDEFINES RCCOMPRF.
022490          03  RCCOMPRA        PIC X.
022500      02  RCCOMPRI        PIC X(09).
022510      02  RCCATEGL        PIC S9(4) COMP.
022520      02  RCCATEGF        PIC X.
022530      02  FILLER REDEFINES RCCATEGF.
022540          03  RCCATEGA        PIC X.
022550      02  RCCATEGI        PIC X(02).
022560      02  RCDETALL        PIC S9(4) COMP.
022570      02  RCDETALF        PIC X.
022580      02  FILLER REDEFINES RCDETALF.
022590          03  RCDETALA        PIC X.
022600      02  RCDETALI        PIC X(60).
022610      02  RCRESPUL        PIC S9(4) COMP.
022620      02  RCRESPUF        PIC X.
022630      02  FILLER REDEFINES RCRESPUF.
022640          03  RCRESPUA        PIC X.
022650      02  RCRESPUI        PIC X(60).
022660      02  RCESTADL        PIC S9(4) COMP.
022670      02  RCESTADF        PIC X.
022680      02  FILLER REDEFINES RCESTADF.
022690          03  RCESTADA        PIC X.
022700      02  RCESTADI        PIC X(30).
022710      02  RCVENCEL        PIC S9(4) COMP.
022720      02  RCVENCEF        PIC X.
022730      02  FILLER REDEFINES RCVENCEF.
022740          03  RCVENCEA        PIC X.
022750      02  RCVENCEI        PIC X(10).
022760      02  RCLIN1L         PIC S9(4) COMP.
022770      02  RCLIN1F         PIC X.
022780      02  FILLER REDEFINES RCLIN1F.
022790          03  RCLIN1A         PIC X.
022800      02  RCLIN1I         PIC X(76).
022810      02  RCLIN2L         PIC S9(4) COMP.
022820      02  RCLIN2F         PIC X.
022830      02  FILLER REDEFINES RCLIN2F.
022840          03  RCLIN2A         PIC X.
022850      02  RCLIN2I         PIC X(76).
022860      02  RCLIN3L         PIC S9(4) COMP.
022870      02  RCLIN3F         PIC X.
022880      02  FILLER REDEFINES RCLIN3F.
022890          03  RCLIN3A         PIC X.
022900      02  RCLIN3I         PIC X(76).
022910      02  RCLIN4L         PIC S9(4) COMP.
022920      02  RCLIN4F         PIC X.
022930      02  FILLER REDEFINES RCLIN4F.
022940          03  RCLIN4A         PIC X.
022950      02  RCLIN4I         PIC X(76).
022960      02  RCMSGL          PIC S9(4) COMP.
022970      02  RCMSGF          PIC X.
022980      02  FILLER REDEFINES RCMSGF.
022990          03  RCMSGA          PIC X.
023000      02  RCMSGI          PIC X(72).
023010
023020  01  RECL0233O REDEFINES RECL0233I.
023030      02  FILLER            PIC X(12).
023040      02  FILLER            PIC X(3).
023050      02  RCFECHAO        PIC X(10).
023060      02  FILLER            PIC X(3).
023070      02  RCNROREO        PIC X(09).
023080      02  FILLER            PIC X(3).
023090      02  RCTIPDOO        PIC X(02).
023100      02  FILLER            PIC X(3).
023110      02  RCNRODOO        PIC X(11).
023120      02  FILLER            PIC X(3).
023130      02  RCTITULO        PIC X(40).
023140      02  FILLER            PIC X(3).
023150      02  RCCUENTO        PIC X(15).
023160      02  FILLER            PIC X(3).
023170      02  RCCOMPRO        PIC X(09).
023180      02  FILLER            PIC X(3).
023190      02  RCCATEGO        PIC X(02).
023200      02  FILLER            PIC X(3).
023210      02  RCDETALO        PIC X(60).
023220      02  FILLER            PIC X(3).
023230      02  RCRESPUO        PIC X(60).
023240      02  FILLER            PIC X(3).
023250      02  RCESTADO        PIC X(30).
023260      02  FILLER            PIC X(3).
023270      02  RCVENCEO        PIC X(10).
023280      02  FILLER            PIC X(3).
023290      02  RCLIN1O         PIC X(76).
023300      02  FILLER            PIC X(3).
023310      02  RCLIN2O         PIC X(76).
023320      02  FILLER            PIC X(3).
023330      02  RCLIN3O         PIC X(76).
023340      02  FILLER            PIC X(3).
023350      02  RCLIN4O         PIC X(76).
023360      02  FILLER            PIC X(3).
023370      02  RCMSGO          PIC X(72).
023380
