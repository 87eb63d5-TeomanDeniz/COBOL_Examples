000000 *> ................................................................... <*
000000 *> CPY - PCHG1                            :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/16 :
000000 *> SYMBOLIC MAP FOR BMS/PCHGSCR.bms, MAP PCHG1 - AS PRODUCED BY
000000 *> THE BMS MAP TRANSLATOR. PCHGWB.cbl COPYs THIS INTO ITS
000000 *> WORKING-STORAGE SECTION.
000100 01  PCHG1I.
000110     05 FILLER    PIC X(12).
000120     05 PKEYL     COMP PIC S9(4).
000130     05 PKEYF     PIC X.
000140     05 FILLER REDEFINES PKEYF.
000150         10 PKEYA PIC X.
000160     05 PKEYI     PIC X(26).
000170     05 PTGTL     COMP PIC S9(4).
000180     05 PTGTF     PIC X.
000190     05 FILLER REDEFINES PTGTF.
000200         10 PTGTA PIC X.
000210     05 PTGTI     PIC X(08).
000220     05 PENTL     COMP PIC S9(4).
000230     05 PENTF     PIC X.
000240     05 FILLER REDEFINES PENTF.
000250         10 PENTA PIC X.
000260     05 PENTI     PIC X(02).
000270     05 PSUBBYL   COMP PIC S9(4).
000280     05 PSUBBYF   PIC X.
000290     05 FILLER REDEFINES PSUBBYF.
000300         10 PSUBBYA PIC X.
000310     05 PSUBBYI   PIC X(08).
000320     05 PSUBDTL   COMP PIC S9(4).
000330     05 PSUBDTF   PIC X.
000340     05 FILLER REDEFINES PSUBDTF.
000350         10 PSUBDTA PIC X.
000360     05 PSUBDTI   PIC X(06).
000370     05 PSTATL    COMP PIC S9(4).
000380     05 PSTATF    PIC X.
000390     05 FILLER REDEFINES PSTATF.
000400         10 PSTATA PIC X.
000410     05 PSTATI    PIC X.
000420     05 PREVBYL   COMP PIC S9(4).
000430     05 PREVBYF   PIC X.
000440     05 FILLER REDEFINES PREVBYF.
000450         10 PREVBYA PIC X.
000460     05 PREVBYI   PIC X(08).
000470     05 PCARD1L   COMP PIC S9(4).
000480     05 PCARD1F   PIC X.
000490     05 FILLER REDEFINES PCARD1F.
000500         10 PCARD1A PIC X.
000510     05 PCARD1I   PIC X(64).
000520     05 PCARD2L   COMP PIC S9(4).
000530     05 PCARD2F   PIC X.
000540     05 FILLER REDEFINES PCARD2F.
000550         10 PCARD2A PIC X.
000560     05 PCARD2I   PIC X(63).
000570     05 PDECNL    COMP PIC S9(4).
000580     05 PDECNF    PIC X.
000590     05 FILLER REDEFINES PDECNF.
000600         10 PDECNA PIC X.
000610     05 PDECNI    PIC X.
000620     05 PRSNL     COMP PIC S9(4).
000630     05 PRSNF     PIC X.
000640     05 FILLER REDEFINES PRSNF.
000650         10 PRSNA PIC X.
000660     05 PRSNI     PIC X(20).
000670     05 MSGLINL   COMP PIC S9(4).
000680     05 MSGLINF   PIC X.
000690     05 FILLER REDEFINES MSGLINF.
000700         10 MSGLINA PIC X.
000710     05 MSGLINI   PIC X(70).
000800 01  PCHG1O REDEFINES PCHG1I.
000810     05 FILLER    PIC X(12).
000820     05 FILLER    PIC X(03).
000830     05 PKEYO     PIC X(26).
000840     05 FILLER    PIC X(03).
000850     05 PTGTO     PIC X(08).
000860     05 FILLER    PIC X(03).
000870     05 PENTO     PIC X(02).
000880     05 FILLER    PIC X(03).
000890     05 PSUBBYO   PIC X(08).
000900     05 FILLER    PIC X(03).
000910     05 PSUBDTO   PIC X(06).
000920     05 FILLER    PIC X(03).
000930     05 PSTATO    PIC X.
000940     05 FILLER    PIC X(03).
000950     05 PREVBYO   PIC X(08).
000960     05 FILLER    PIC X(03).
000970     05 PCARD1O   PIC X(64).
000980     05 FILLER    PIC X(03).
000990     05 PCARD2O   PIC X(63).
001000     05 FILLER    PIC X(03).
001010     05 PDECNO    PIC X.
001020     05 FILLER    PIC X(03).
001030     05 PRSNO     PIC X(20).
001040     05 FILLER    PIC X(03).
001050     05 MSGLINO   PIC X(70).
