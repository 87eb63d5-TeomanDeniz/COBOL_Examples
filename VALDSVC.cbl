000000 *> ................................................................... <*
000000 *> CBL - VALDSVC                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/10/01 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/10/01 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> VALUE-DATE SERVICE IN THE CURRSVC STYLE - OPENS THE CCYCAL
000000 *> CURRENCY-HOLIDAY KSDS ON EVERY CALL AND CLOSES IT AGAIN. THE
000000 *> CALLER NAMES A CURRENCY AND A TRADE DATE; THE SETTLEMENT LAG
000000 *> IS THE SETLAG PARAMETER FOR THAT CURRENCY (SETLAGEUR ...) IN
000000 *> EFFECT ON THE TRADE DATE, TWO DIGITS OF BUSINESS DAYS - NONE
000000 *> IN EFFECT IS A LAG OF ZERO. A SETTLING DAY IS ANY MONDAY TO
000000 *> FRIDAY NOT ON CCYCAL FOR THE CURRENCY. THE VALUE DATE IS THE
000000 *> FIRST SETTLING DAY ON OR AFTER THE TRADE DATE, MOVED ON ONE
000000 *> SETTLING DAY AT A TIME FOR EACH DAY OF LAG - SO A SATURDAY
000000 *> TRADE AT LAG ZERO VALUES ON MONDAY, AND A FRIDAY TRADE AT LAG
000000 *> TWO VALUES ON TUESDAY. THE ENTITY'S OWN CALFILE PLAYS NO PART:
000000 *> MONEY SETTLES ON THE CURRENCY'S MARKET DAYS, NOT OURS.
000000 *> DAY-OF-WEEK COMES FROM A SERIAL COUNT OFF 2000/01/01 (A
000000 *> SATURDAY), THE SAME ARITHMETIC AS CALMAINT AND RPTDIST.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. VALDSVC.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT CCY-CAL-FILE ASSIGN TO "CCYCAL"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS RANDOM
000180         RECORD KEY IS CCAL-KEY
000190         FILE STATUS IS WS-CCAL-FILE-STATUS.
000200 DATA DIVISION.
000210 FILE SECTION.
000220 FD  CCY-CAL-FILE.
000230     COPY CCALREC.
000240 WORKING-STORAGE SECTION.
000250     COPY PARMLINK.
000260     77 WS-CCAL-FILE-STATUS PIC XX VALUE '00'.
000270     77 WS-CCAL-OPEN-SW PIC X VALUE 'N'.
000280         88 CCYCAL-OPEN VALUE 'Y'.
000290     77 WS-SETTLES-SW PIC X VALUE 'N'.
000300         88 DAY-SETTLES VALUE 'Y'.
000310     77 WS-LAG-LEFT PIC 9(2) VALUE ZERO.
000320     77 WS-DAYS-TRIED PIC 9(3) COMP VALUE ZERO.
000330     77 WS-MONTH-DAYS PIC 9(2) VALUE ZERO.
000340     77 WS-MONTH-IX PIC 9(2) COMP VALUE ZERO.
000350     77 WS-SERIAL-DAYS PIC 9(5) COMP VALUE ZERO.
000360     77 WS-LEAP-COUNT PIC 9(4) COMP VALUE ZERO.
000370     77 WS-DOW-QUOT PIC 9(5) COMP VALUE ZERO.
000380*>    0 = SATURDAY, 1 = SUNDAY - 2000/01/01 WAS A SATURDAY.
000390     77 WS-DOW PIC 9(1) VALUE ZERO.
000400     77 WS-YY-QUOTIENT PIC 9(4) VALUE ZERO.
000410     77 WS-YY-REMAINDER PIC 9(4) VALUE ZERO.
000420 01  WS-SCAN-DATE PIC 9(6) VALUE ZERO.
000430 01  WS-SCAN-PARTS REDEFINES WS-SCAN-DATE.
000440     05 WS-SCAN-YY PIC 9(2).
000450     05 WS-SCAN-MM PIC 9(2).
000460     05 WS-SCAN-DD PIC 9(2).
000470 01  MONTH-TABLE-INIT.
000480     05 FILLER PIC X(2) VALUE '31'.
000490     05 FILLER PIC X(2) VALUE '28'.
000500     05 FILLER PIC X(2) VALUE '31'.
000510     05 FILLER PIC X(2) VALUE '30'.
000520     05 FILLER PIC X(2) VALUE '31'.
000530     05 FILLER PIC X(2) VALUE '30'.
000540     05 FILLER PIC X(2) VALUE '31'.
000550     05 FILLER PIC X(2) VALUE '31'.
000560     05 FILLER PIC X(2) VALUE '30'.
000570     05 FILLER PIC X(2) VALUE '31'.
000580     05 FILLER PIC X(2) VALUE '30'.
000590     05 FILLER PIC X(2) VALUE '31'.
000600 01  MONTH-TABLE REDEFINES MONTH-TABLE-INIT.
000610     05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
000620 LINKAGE SECTION.
000630     COPY VALDLINK.
000640 PROCEDURE DIVISION USING VALDSVC-AREA.
000650 0000-MAIN.
000660     MOVE ZERO TO VSVC-RC.
000670     MOVE ZERO TO VSVC-LAG.
000680     MOVE VSVC-TRADE-DATE TO VSVC-VALUE-DATE.
000690     MOVE 'N' TO WS-CCAL-OPEN-SW.
000700     MOVE ZERO TO WS-DAYS-TRIED.
000710     IF VSVC-TRADE-DATE IS NOT NUMERIC
000720         MOVE 8 TO VSVC-RC
000730         GOBACK
000740     END-IF.
000750     MOVE VSVC-TRADE-DATE TO WS-SCAN-DATE.
000760     IF WS-SCAN-MM < 1 OR WS-SCAN-MM > 12 OR WS-SCAN-DD < 1
000770         MOVE 8 TO VSVC-RC
000780         GOBACK
000790     END-IF.
000800     PERFORM 1100-DAY-OF-WEEK THRU 1100-EXIT.
000810     IF WS-SCAN-DD > WS-MONTH-DAYS
000820         MOVE 8 TO VSVC-RC
000830         GOBACK
000840     END-IF.
000850     PERFORM 1000-GET-LAG THRU 1000-EXIT.
000860     OPEN INPUT CCY-CAL-FILE.
000870     IF WS-CCAL-FILE-STATUS = '00' OR WS-CCAL-FILE-STATUS = '05'
000880         MOVE 'Y' TO WS-CCAL-OPEN-SW
000890     ELSE
000900         MOVE 4 TO VSVC-RC
000910     END-IF.
000920     PERFORM 2000-ROLL-FORWARD THRU 2000-EXIT.
000930     MOVE VSVC-LAG TO WS-LAG-LEFT.
000940     PERFORM 2100-NEXT-SETTLING THRU 2100-EXIT
000950         UNTIL WS-LAG-LEFT = ZERO OR VSVC-RC = 8.
000960     IF CCYCAL-OPEN
000970         CLOSE CCY-CAL-FILE
000980     END-IF.
000990     IF VSVC-RC NOT = 8
001000         MOVE WS-SCAN-DATE TO VSVC-VALUE-DATE
001010     END-IF.
001020     GOBACK.
001030
001040*>    SETLAG PLUS THE CURRENCY, IN EFFECT ON THE TRADE DATE.
001050*>    NOTHING IN EFFECT, OR NO REPOSITORY, IS SAME-DAY VALUE.
001060 1000-GET-LAG.
001070     MOVE SPACES TO PSVC-NAME.
001080     STRING 'SETLAG' VSVC-CURRENCY
001090         DELIMITED BY SIZE INTO PSVC-NAME.
001100     MOVE VSVC-TRADE-DATE TO PSVC-DATE.
001110     CALL 'PARMSVC' USING PARMSVC-AREA
001120         ON EXCEPTION
001130             MOVE 8 TO PSVC-RC
001140     END-CALL.
001150     IF PSVC-RC = ZERO AND PSVC-VALUE(1:2) IS NUMERIC
001160         MOVE PSVC-VALUE(1:2) TO VSVC-LAG
001170     END-IF.
001180 1000-EXIT.
001190     EXIT.
001200
001210 1100-DAY-OF-WEEK.
001220     IF WS-SCAN-YY = ZERO
001230         MOVE ZERO TO WS-LEAP-COUNT
001240     ELSE
001250         COMPUTE WS-LEAP-COUNT = ((WS-SCAN-YY - 1) / 4) + 1
001260     END-IF.
001270     PERFORM 1200-MONTH-LENGTH THRU 1200-EXIT.
001280     COMPUTE WS-SERIAL-DAYS = (365 * WS-SCAN-YY) + WS-LEAP-COUNT
001290         + WS-SCAN-DD - 1.
001300     MOVE 1 TO WS-MONTH-IX.
001310     PERFORM 1150-ADD-MONTH THRU 1150-EXIT
001320         UNTIL WS-MONTH-IX NOT < WS-SCAN-MM.
001330     DIVIDE WS-SERIAL-DAYS BY 7 GIVING WS-DOW-QUOT
001340         REMAINDER WS-DOW.
001350 1100-EXIT.
001360     EXIT.
001370
001380 1150-ADD-MONTH.
001390     ADD MONTH-DAYS(WS-MONTH-IX) TO WS-SERIAL-DAYS.
001400     IF WS-MONTH-IX = 2 AND WS-YY-REMAINDER = ZERO
001410         ADD 1 TO WS-SERIAL-DAYS
001420     END-IF.
001430     ADD 1 TO WS-MONTH-IX.
001440 1150-EXIT.
001450     EXIT.
001460
001470 1200-MONTH-LENGTH.
001480     DIVIDE WS-SCAN-YY BY 4 GIVING WS-YY-QUOTIENT
001490         REMAINDER WS-YY-REMAINDER.
001500     MOVE MONTH-DAYS(WS-SCAN-MM) TO WS-MONTH-DAYS.
001510     IF WS-SCAN-MM = 2 AND WS-YY-REMAINDER = ZERO
001520         MOVE 29 TO WS-MONTH-DAYS
001530     END-IF.
001540 1200-EXIT.
001550     EXIT.
001560
001570*>    FROM THE SCAN DATE TO THE FIRST DAY THAT SETTLES - THE
001580*>    SCAN DATE ITSELF WHEN IT ALREADY DOES.
001590 2000-ROLL-FORWARD.
001600     PERFORM 2200-TEST-DAY THRU 2200-EXIT.
001610     PERFORM 2050-STEP-AND-TEST THRU 2050-EXIT
001620         UNTIL DAY-SETTLES OR VSVC-RC = 8.
001630 2000-EXIT.
001640     EXIT.
001650
001660 2050-STEP-AND-TEST.
001670     PERFORM 2300-ADVANCE-DAY THRU 2300-EXIT.
001680     PERFORM 2200-TEST-DAY THRU 2200-EXIT.
001690 2050-EXIT.
001700     EXIT.
001710
001720*>    ONE DAY OF LAG - THE NEXT SETTLING DAY AFTER THIS ONE.
001730 2100-NEXT-SETTLING.
001740     PERFORM 2300-ADVANCE-DAY THRU 2300-EXIT.
001750     IF VSVC-RC NOT = 8
001760         PERFORM 2000-ROLL-FORWARD THRU 2000-EXIT
001770     END-IF.
001780     SUBTRACT 1 FROM WS-LAG-LEFT.
001790 2100-EXIT.
001800     EXIT.
001810
001820 2200-TEST-DAY.
001830     MOVE 'Y' TO WS-SETTLES-SW.
001840     IF WS-DOW < 2
001850         MOVE 'N' TO WS-SETTLES-SW
001860         GO TO 2200-EXIT
001870     END-IF.
001880     IF NOT CCYCAL-OPEN
001890         GO TO 2200-EXIT
001900     END-IF.
001910     MOVE VSVC-CURRENCY TO CCAL-CURRENCY.
001920     MOVE WS-SCAN-DATE TO CCAL-DATE.
001930     READ CCY-CAL-FILE
001940         INVALID KEY
001950             CONTINUE
001960         NOT INVALID KEY
001970             MOVE 'N' TO WS-SETTLES-SW
001980     END-READ.
001990 2200-EXIT.
002000     EXIT.
002010
002020*>    A CALENDAR WITH A YEAR OF HOLIDAYS IN A ROW IS A LOADING
002030*>    MISTAKE, NOT A MARKET - THE WALK GIVES UP RC=8 THERE.
002040 2300-ADVANCE-DAY.
002050     ADD 1 TO WS-DAYS-TRIED.
002060     IF WS-DAYS-TRIED > 366
002070         MOVE 8 TO VSVC-RC
002080         GO TO 2300-EXIT
002090     END-IF.
002100     ADD 1 TO WS-DOW.
002110     IF WS-DOW > 6
002120         MOVE ZERO TO WS-DOW
002130     END-IF.
002140     ADD 1 TO WS-SCAN-DD.
002150     IF WS-SCAN-DD > WS-MONTH-DAYS
002160         MOVE 1 TO WS-SCAN-DD
002170         ADD 1 TO WS-SCAN-MM
002180         IF WS-SCAN-MM > 12
002190             MOVE 1 TO WS-SCAN-MM
002200             ADD 1 TO WS-SCAN-YY
002210         END-IF
002220         PERFORM 1200-MONTH-LENGTH THRU 1200-EXIT
002230     END-IF.
002240 2300-EXIT.
002250     EXIT.
