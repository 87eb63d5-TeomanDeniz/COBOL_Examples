000000 *> ................................................................... <*
000000 *> CPY - BRD1                             :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/10/05 :
000000 *> SYMBOLIC MAP FOR BMS/BRDSCR.bms, MAP BRD1 - AS PRODUCED BY
000000 *> THE BMS MAP TRANSLATOR. BRDINQ.cbl COPYs THIS INTO ITS
000000 *> WORKING-STORAGE SECTION. THE TWELVE LIST LINES ARE ONE
000000 *> OCCURS=12 FIELD ON THE MAP.
000100 01  BRD1I.
000110     05 FILLER    PIC X(12).
000120     05 ENTKEYL   COMP PIC S9(4).
000130     05 ENTKEYF   PIC X.
000140     05 FILLER REDEFINES ENTKEYF.
000150         10 ENTKEYA PIC X.
000160     05 ENTKEYI   PIC X(02).
000170     05 PAGEKYL   COMP PIC S9(4).
000180     05 PAGEKYF   PIC X.
000190     05 FILLER REDEFINES PAGEKYF.
000200         10 PAGEKYA PIC X.
000210     05 PAGEKYI   PIC X(01).
000220     05 FROMLNL   COMP PIC S9(4).
000230     05 FROMLNF   PIC X.
000240     05 FILLER REDEFINES FROMLNF.
000250         10 FROMLNA PIC X.
000260     05 FROMLNI   PIC X(03).
000270     05 BUSDTL    COMP PIC S9(4).
000280     05 BUSDTF    PIC X.
000290     05 FILLER REDEFINES BUSDTF.
000300         10 BUSDTA PIC X.
000310     05 BUSDTI    PIC X(06).
000320     05 RUNSTL    COMP PIC S9(4).
000330     05 RUNSTF    PIC X.
000340     05 FILLER REDEFINES RUNSTF.
000350         10 RUNSTA PIC X.
000360     05 RUNSTI    PIC X(10).
000370     05 SUPPNOL   COMP PIC S9(4).
000380     05 SUPPNOF   PIC X.
000390     05 FILLER REDEFINES SUPPNOF.
000400         10 SUPPNOA PIC X.
000410     05 SUPPNOI   PIC X(01).
000420     05 DEADLNL   COMP PIC S9(4).
000430     05 DEADLNF   PIC X.
000440     05 FILLER REDEFINES DEADLNF.
000450         10 DEADLNA PIC X.
000460     05 DEADLNI   PIC X(05).
000470     05 NOWTML    COMP PIC S9(4).
000480     05 NOWTMF    PIC X.
000490     05 FILLER REDEFINES NOWTMF.
000500         10 NOWTMA PIC X.
000510     05 NOWTMI    PIC X(05).
000520     05 TLEFTL    COMP PIC S9(4).
000530     05 TLEFTF    PIC X.
000540     05 FILLER REDEFINES TLEFTF.
000550         10 TLEFTA PIC X.
000560     05 TLEFTI    PIC X(34).
000570     05 HDRLINL   COMP PIC S9(4).
000580     05 HDRLINF   PIC X.
000590     05 FILLER REDEFINES HDRLINF.
000600         10 HDRLINA PIC X.
000610     05 HDRLINI   PIC X(78).
000620     05 EVLINED OCCURS 12 TIMES.
000630         10 EVLINEL   COMP PIC S9(4).
000640         10 EVLINEF   PIC X.
000650         10 FILLER REDEFINES EVLINEF.
000660             15 EVLINEA PIC X.
000670         10 EVLINEI   PIC X(78).
000680     05 MSGLINL   COMP PIC S9(4).
000690     05 MSGLINF   PIC X.
000700     05 FILLER REDEFINES MSGLINF.
000710         10 MSGLINA PIC X.
000720     05 MSGLINI   PIC X(70).
000800 01  BRD1O REDEFINES BRD1I.
000810     05 FILLER    PIC X(12).
000820     05 FILLER    PIC X(03).
000830     05 ENTKEYO   PIC X(02).
000840     05 FILLER    PIC X(03).
000850     05 PAGEKYO   PIC X(01).
000860     05 FILLER    PIC X(03).
000870     05 FROMLNO   PIC X(03).
000880     05 FILLER    PIC X(03).
000890     05 BUSDTO    PIC X(06).
000900     05 FILLER    PIC X(03).
000910     05 RUNSTO    PIC X(10).
000920     05 FILLER    PIC X(03).
000930     05 SUPPNOO   PIC X(01).
000940     05 FILLER    PIC X(03).
000950     05 DEADLNO   PIC X(05).
000960     05 FILLER    PIC X(03).
000970     05 NOWTMO    PIC X(05).
000980     05 FILLER    PIC X(03).
000990     05 TLEFTO    PIC X(34).
001000     05 FILLER    PIC X(03).
001010     05 HDRLINO   PIC X(78).
001020     05 EVLINEOD OCCURS 12 TIMES.
001030         10 FILLER    PIC X(03).
001040         10 EVLINEO   PIC X(78).
001050     05 FILLER    PIC X(03).
001060     05 MSGLINO   PIC X(70).
