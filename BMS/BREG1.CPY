000000 *> ................................................................... <*
000000 *> CPY - BREG1                            :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/18 :
000000 *> SYMBOLIC MAP FOR BMS/BREGSCR.bms, MAP BREG1 - AS PRODUCED BY
000000 *> THE BMS MAP TRANSLATOR. BREGWB.cbl COPYs THIS INTO ITS
000000 *> WORKING-STORAGE SECTION. THE TWELVE REGISTER LINES ARE ONE
000000 *> OCCURS=12 FIELD ON THE MAP.
000100 01  BREG1I.
000110     05 FILLER    PIC X(12).
000120     05 RENTL     COMP PIC S9(4).
000130     05 RENTF     PIC X.
000140     05 FILLER REDEFINES RENTF.
000150         10 RENTA PIC X.
000160     05 RENTI     PIC X(02).
000170     05 RDATEL    COMP PIC S9(4).
000180     05 RDATEF    PIC X.
000190     05 FILLER REDEFINES RDATEF.
000200         10 RDATEA PIC X.
000210     05 RDATEI    PIC X(06).
000220     05 RSRCL     COMP PIC S9(4).
000230     05 RSRCF     PIC X.
000240     05 FILLER REDEFINES RSRCF.
000250         10 RSRCA PIC X.
000260     05 RSRCI     PIC X(08).
000270     05 RHASHL    COMP PIC S9(4).
000280     05 RHASHF    PIC X.
000290     05 FILLER REDEFINES RHASHF.
000300         10 RHASHA PIC X.
000310     05 RHASHI    PIC X(14).
000320     05 RLINED OCCURS 12 TIMES.
000330         10 RLINEL    COMP PIC S9(4).
000340         10 RLINEF    PIC X.
000350         10 FILLER REDEFINES RLINEF.
000360             15 RLINEA PIC X.
000370         10 RLINEI    PIC X(78).
000380     05 RACTL     COMP PIC S9(4).
000390     05 RACTF     PIC X.
000400     05 FILLER REDEFINES RACTF.
000410         10 RACTA PIC X.
000420     05 RACTI     PIC X.
000430     05 RRSNL     COMP PIC S9(4).
000440     05 RRSNF     PIC X.
000450     05 FILLER REDEFINES RRSNF.
000460         10 RRSNA PIC X.
000470     05 RRSNI     PIC X(20).
000480     05 MSGLINL   COMP PIC S9(4).
000490     05 MSGLINF   PIC X.
000500     05 FILLER REDEFINES MSGLINF.
000510         10 MSGLINA PIC X.
000520     05 MSGLINI   PIC X(70).
000600 01  BREG1O REDEFINES BREG1I.
000610     05 FILLER    PIC X(12).
000620     05 FILLER    PIC X(03).
000630     05 RENTO     PIC X(02).
000640     05 FILLER    PIC X(03).
000650     05 RDATEO    PIC X(06).
000660     05 FILLER    PIC X(03).
000670     05 RSRCO     PIC X(08).
000680     05 FILLER    PIC X(03).
000690     05 RHASHO    PIC X(14).
000700     05 RLINEOD OCCURS 12 TIMES.
000710         10 FILLER    PIC X(03).
000720         10 RLINEO    PIC X(78).
000730     05 FILLER    PIC X(03).
000740     05 RACTO     PIC X.
000750     05 FILLER    PIC X(03).
000760     05 RRSNO     PIC X(20).
000770     05 FILLER    PIC X(03).
000780     05 MSGLINO   PIC X(70).
