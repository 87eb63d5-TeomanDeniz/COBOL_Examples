000000 *> ................................................................... <*
000000 *> CPY - ADJ1                             :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/28 :
000000 *> SYMBOLIC MAP FOR BMS/ADJSCR.bms, MAP ADJ1 - AS PRODUCED BY
000000 *> THE BMS MAP TRANSLATOR. ADJWB.cbl COPYs THIS INTO ITS
000000 *> WORKING-STORAGE SECTION. THE EIGHT BATCH LINES ARE ONE
000000 *> OCCURS=8 FIELD ON THE MAP.
000100 01  ADJ1I.
000110     05 FILLER    PIC X(12).
000120     05 AENTL     COMP PIC S9(4).
000130     05 AENTF     PIC X.
000140     05 FILLER REDEFINES AENTF.
000150         10 AENTA PIC X.
000160     05 AENTI     PIC X(02).
000170     05 ABATL     COMP PIC S9(4).
000180     05 ABATF     PIC X.
000190     05 FILLER REDEFINES ABATF.
000200         10 ABATA PIC X.
000210     05 ABATI     PIC X(06).
000220     05 AACTL     COMP PIC S9(4).
000230     05 AACTF     PIC X.
000240     05 FILLER REDEFINES AACTF.
000250         10 AACTA PIC X.
000260     05 AACTI     PIC X.
000270     05 ANUM1L    COMP PIC S9(4).
000280     05 ANUM1F    PIC X.
000290     05 FILLER REDEFINES ANUM1F.
000300         10 ANUM1A PIC X.
000310     05 ANUM1I    PIC X(08).
000320     05 ANUM2L    COMP PIC S9(4).
000330     05 ANUM2F    PIC X.
000340     05 FILLER REDEFINES ANUM2F.
000350         10 ANUM2A PIC X.
000360     05 ANUM2I    PIC X(08).
000370     05 ACURL     COMP PIC S9(4).
000380     05 ACURF     PIC X.
000390     05 FILLER REDEFINES ACURF.
000400         10 ACURA PIC X.
000410     05 ACURI     PIC X(03).
000420     05 AACCL     COMP PIC S9(4).
000430     05 AACCF     PIC X.
000440     05 FILLER REDEFINES AACCF.
000450         10 AACCA PIC X.
000460     05 AACCI     PIC X(10).
000470     05 ARSNL     COMP PIC S9(4).
000480     05 ARSNF     PIC X.
000490     05 FILLER REDEFINES ARSNF.
000500         10 ARSNA PIC X.
000510     05 ARSNI     PIC X(30).
000520     05 ALINEL    COMP PIC S9(4).
000530     05 ALINEF    PIC X.
000540     05 FILLER REDEFINES ALINEF.
000550         10 ALINEA PIC X.
000560     05 ALINEI    PIC X(04).
000570     05 ASTATL    COMP PIC S9(4).
000580     05 ASTATF    PIC X.
000590     05 FILLER REDEFINES ASTATF.
000600         10 ASTATA PIC X.
000610     05 ASTATI    PIC X(78).
000620     05 ALSTD OCCURS 8 TIMES.
000630         10 ALSTL     COMP PIC S9(4).
000640         10 ALSTF     PIC X.
000650         10 FILLER REDEFINES ALSTF.
000660             15 ALSTA PIC X.
000670         10 ALSTI     PIC X(78).
000680     05 MSGLINL   COMP PIC S9(4).
000690     05 MSGLINF   PIC X.
000700     05 FILLER REDEFINES MSGLINF.
000710         10 MSGLINA PIC X.
000720     05 MSGLINI   PIC X(70).
000730 01  ADJ1O REDEFINES ADJ1I.
000740     05 FILLER    PIC X(12).
000750     05 FILLER    PIC X(03).
000760     05 AENTO     PIC X(02).
000770     05 FILLER    PIC X(03).
000780     05 ABATO     PIC X(06).
000790     05 FILLER    PIC X(03).
000800     05 AACTO     PIC X.
000810     05 FILLER    PIC X(03).
000820     05 ANUM1O    PIC X(08).
000830     05 FILLER    PIC X(03).
000840     05 ANUM2O    PIC X(08).
000850     05 FILLER    PIC X(03).
000860     05 ACURO     PIC X(03).
000870     05 FILLER    PIC X(03).
000880     05 AACCO     PIC X(10).
000890     05 FILLER    PIC X(03).
000900     05 ARSNO     PIC X(30).
000910     05 FILLER    PIC X(03).
000920     05 ALINEO    PIC X(04).
000930     05 FILLER    PIC X(03).
000940     05 ASTATO    PIC X(78).
000950     05 ALSTOD OCCURS 8 TIMES.
000960         10 FILLER    PIC X(03).
000970         10 ALSTO     PIC X(78).
000980     05 FILLER    PIC X(03).
000990     05 MSGLINO   PIC X(70).
