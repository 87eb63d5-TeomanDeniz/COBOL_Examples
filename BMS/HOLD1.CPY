000000 *> ................................................................... <*
000000 *> CPY - HOLD1                            :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/15 :
000000 *> SYMBOLIC MAP FOR BMS/HOLDSCR.bms, MAP HOLD1 - AS PRODUCED BY
000000 *> THE BMS MAP TRANSLATOR. HOLDWB.cbl COPYs THIS INTO ITS
000000 *> WORKING-STORAGE SECTION.
000100 01  HOLD1I.
000110     05 FILLER    PIC X(12).
000120     05 HENTL     COMP PIC S9(4).
000130     05 HENTF     PIC X.
000140     05 FILLER REDEFINES HENTF.
000150         10 HENTA PIC X.
000160     05 HENTI     PIC X(02).
000170     05 HREFL     COMP PIC S9(4).
000180     05 HREFF     PIC X.
000190     05 FILLER REDEFINES HREFF.
000200         10 HREFA PIC X.
000210     05 HREFI     PIC X(21).
000220     05 HDATEL    COMP PIC S9(4).
000230     05 HDATEF    PIC X.
000240     05 FILLER REDEFINES HDATEF.
000250         10 HDATEA PIC X.
000260     05 HDATEI    PIC X(06).
000270     05 HSTATL    COMP PIC S9(4).
000280     05 HSTATF    PIC X.
000290     05 FILLER REDEFINES HSTATF.
000300         10 HSTATA PIC X.
000310     05 HSTATI    PIC X.
000320     05 HNUM1L    COMP PIC S9(4).
000330     05 HNUM1F    PIC X.
000340     05 FILLER REDEFINES HNUM1F.
000350         10 HNUM1A PIC X.
000360     05 HNUM1I    PIC X(08).
000370     05 HNUM2L    COMP PIC S9(4).
000380     05 HNUM2F    PIC X.
000390     05 FILLER REDEFINES HNUM2F.
000400         10 HNUM2A PIC X.
000410     05 HNUM2I    PIC X(08).
000420     05 HCURRL    COMP PIC S9(4).
000430     05 HCURRF    PIC X.
000440     05 FILLER REDEFINES HCURRF.
000450         10 HCURRA PIC X.
000460     05 HCURRI    PIC X(03).
000470     05 HACCTL    COMP PIC S9(4).
000480     05 HACCTF    PIC X.
000490     05 FILLER REDEFINES HACCTF.
000500         10 HACCTA PIC X.
000510     05 HACCTI    PIC X(10).
000520     05 HLIMITL   COMP PIC S9(4).
000530     05 HLIMITF   PIC X.
000540     05 FILLER REDEFINES HLIMITF.
000550         10 HLIMITA PIC X.
000560     05 HLIMITI   PIC X(08).
000570     05 HDECBYL   COMP PIC S9(4).
000580     05 HDECBYF   PIC X.
000590     05 FILLER REDEFINES HDECBYF.
000600         10 HDECBYA PIC X.
000610     05 HDECBYI   PIC X(08).
000620     05 HDECNL    COMP PIC S9(4).
000630     05 HDECNF    PIC X.
000640     05 FILLER REDEFINES HDECNF.
000650         10 HDECNA PIC X.
000660     05 HDECNI    PIC X.
000670     05 HRSNL     COMP PIC S9(4).
000680     05 HRSNF     PIC X.
000690     05 FILLER REDEFINES HRSNF.
000700         10 HRSNA PIC X.
000710     05 HRSNI     PIC X(20).
000720     05 MSGLINL   COMP PIC S9(4).
000730     05 MSGLINF   PIC X.
000740     05 FILLER REDEFINES MSGLINF.
000750         10 MSGLINA PIC X.
000760     05 MSGLINI   PIC X(70).
000900 01  HOLD1O REDEFINES HOLD1I.
000910     05 FILLER    PIC X(12).
000920     05 FILLER    PIC X(03).
000930     05 HENTO     PIC X(02).
000940     05 FILLER    PIC X(03).
000950     05 HREFO     PIC X(21).
000960     05 FILLER    PIC X(03).
000970     05 HDATEO    PIC X(06).
000980     05 FILLER    PIC X(03).
000990     05 HSTATO    PIC X.
001000     05 FILLER    PIC X(03).
001010     05 HNUM1O    PIC X(08).
001020     05 FILLER    PIC X(03).
001030     05 HNUM2O    PIC X(08).
001040     05 FILLER    PIC X(03).
001050     05 HCURRO    PIC X(03).
001060     05 FILLER    PIC X(03).
001070     05 HACCTO    PIC X(10).
001080     05 FILLER    PIC X(03).
001090     05 HLIMITO   PIC X(08).
001100     05 FILLER    PIC X(03).
001110     05 HDECBYO   PIC X(08).
001120     05 FILLER    PIC X(03).
001130     05 HDECNO    PIC X.
001140     05 FILLER    PIC X(03).
001150     05 HRSNO     PIC X(20).
001160     05 FILLER    PIC X(03).
001170     05 MSGLINO   PIC X(70).
