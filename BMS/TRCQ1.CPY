000000 *> ................................................................... <*
000000 *> CPY - TRCQ1                            :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/09 :
000000 *> SYMBOLIC MAP FOR BMS/TRCSCR.bms, MAP TRCQ1 - AS PRODUCED BY
000000 *> THE BMS MAP TRANSLATOR. TRCINQ.cbl COPYs THIS INTO ITS
000000 *> WORKING-STORAGE SECTION. THE FOURTEEN EVENT LINES ARE ONE
000000 *> OCCURS=14 FIELD ON THE MAP.
000100 01  TRCQ1I.
000110     05 FILLER    PIC X(12).
000120     05 REFKEYL   COMP PIC S9(4).
000130     05 REFKEYF   PIC X.
000140     05 FILLER REDEFINES REFKEYF.
000150         10 REFKEYA PIC X.
000160     05 REFKEYI   PIC X(21).
000170     05 FROMLNL   COMP PIC S9(4).
000180     05 FROMLNF   PIC X.
000190     05 FILLER REDEFINES FROMLNF.
000200         10 FROMLNA PIC X.
000210     05 FROMLNI   PIC X(03).
000220     05 EVLINED OCCURS 14 TIMES.
000230         10 EVLINEL   COMP PIC S9(4).
000240         10 EVLINEF   PIC X.
000250         10 FILLER REDEFINES EVLINEF.
000260             15 EVLINEA PIC X.
000270         10 EVLINEI   PIC X(78).
000280     05 MSGLINL   COMP PIC S9(4).
000290     05 MSGLINF   PIC X.
000300     05 FILLER REDEFINES MSGLINF.
000310         10 MSGLINA PIC X.
000320     05 MSGLINI   PIC X(70).
000500 01  TRCQ1O REDEFINES TRCQ1I.
000510     05 FILLER    PIC X(12).
000520     05 FILLER    PIC X(03).
000530     05 REFKEYO   PIC X(21).
000540     05 FILLER    PIC X(03).
000550     05 FROMLNO   PIC X(03).
000560     05 EVLINEOD OCCURS 14 TIMES.
000570         10 FILLER    PIC X(03).
000580         10 EVLINEO   PIC X(78).
000590     05 FILLER    PIC X(03).
000600     05 MSGLINO   PIC X(70).
