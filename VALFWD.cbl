000000 *> ................................................................... <*
000000 *> CBL - VALFWD                           :      Maximum Tension       <*
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
000000 *> FORWARD SETTLEMENT REPORT - WHAT IS DUE TO SETTLE, CURRENCY BY
000000 *> CURRENCY, ON EACH OF THE NEXT TEN BUSINESS DAYS OF THE RUN
000000 *> ENTITY. IT READS TONIGHT'S NUMCSV FOLLOWED BY THE NUMCSVH
000000 *> HISTORY (THE STEP CONCATENATES THEM), SO AMOUNTS VALUE-DATED
000000 *> ON EARLIER NIGHTS BUT NOT YET SETTLED ARE INCLUDED:
000000 *>   - THE VALUE DATE IS THE NINTH CSV COLUMN NUMVAR WRITES
000000 *>     (VALDSVC); A LINE WITHOUT ONE PREDATES VALUE DATING AND
000000 *>     IS COUNTED BUT NOT REPORTED.
000000 *>   - A VALUE DATE ON OR BEFORE THE BUSINESS DATE HAS SETTLED
000000 *>     AND IS PASSED OVER.
000000 *>   - THE TEN DAYS ARE THE DATES AFTER THE BUSINESS DATE NOT ON
000000 *>     THE ENTITY'S CALFILE (WEEKENDS AND HOLIDAYS ARE FILED
000000 *>     THERE). A VALUE DATE THE ENTITY DOES NOT WORK - THE
000000 *>     CURRENCY SETTLES BUT WE ARE CLOSED - IS REPORTED UNDER
000000 *>     THE NEXT BUSINESS DAY, WHEN IT WILL FIRST BE SEEN, AND
000000 *>     COUNTED AS CARRIED.
000000 *>   - ANYTHING BEYOND THE TENTH DAY IS TOTALLED PER CURRENCY AS
000000 *>     LATER.
000000 *> RETURN CODES:
000000 *>   0  REPORT COMPLETE
000000 *>   4  NO CALFILE (EVERY DAY TAKEN AS A BUSINESS DAY), MORE
000000 *>      CURRENCIES THAN THE TABLE HOLDS, OR A LINE WITH A VALUE
000000 *>      DATE BUT AN UNREADABLE AMOUNT - SEE THE *** LINES
000000 *>   8  NO NUMCSV - NOTHING TO REPORT
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. VALFWD.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT CSV-FILE ASSIGN TO "NUMCSV"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-CSV-FILE-STATUS.
000180     SELECT OPTIONAL CAL-FILE ASSIGN TO "CALFILE"
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS RANDOM
000210         RECORD KEY IS CAL-DATE
000220         FILE STATUS IS WS-CAL-FILE-STATUS.
000230 DATA DIVISION.
000240 FILE SECTION.
000250 FD  CSV-FILE.
000260 01  CSV-RECORD PIC X(100).
000270 FD  CAL-FILE.
000280     COPY CALREC.
000290 WORKING-STORAGE SECTION.
000300     COPY PRTLINK.
000310     77 WS-CSV-FILE-STATUS PIC XX VALUE '00'.
000320     77 WS-CAL-FILE-STATUS PIC XX VALUE '00'.
000330     77 WS-CSV-EOF-SW PIC X VALUE 'N'.
000340         88 CSV-EOF VALUE 'Y'.
000350     77 WS-CSV-OPEN-SW PIC X VALUE 'N'.
000360         88 CSV-OPEN VALUE 'Y'.
000370     77 WS-CAL-OPEN-SW PIC X VALUE 'N'.
000380         88 CALENDAR-OPEN VALUE 'Y'.
000390     77 WS-BUS-DAY-SW PIC X VALUE 'N'.
000400         88 BUSINESS-DAY VALUE 'Y'.
000410     77 WS-REPORT-LINE PIC X(120).
000420     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'VALFWD'.
000430     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000440     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000450     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000460     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000470     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000480     77 WS-TOK-NUM1 PIC X(10).
000490     77 WS-TOK-NUM2 PIC X(10).
000500     77 WS-TOK-OPER PIC X(10).
000510     77 WS-TOK-CURRENCY PIC X(4).
000520     77 WS-TOK-DATE PIC X(8).
000530     77 WS-TOK-ACCOUNT PIC X(10).
000540     77 WS-TOK-REF PIC X(21).
000550     77 WS-TOK-VALUE-DATE PIC X(8).
000560     77 WS-VALUE-DATE PIC 9(6) VALUE ZERO.
000570     77 WS-WIN-MAX PIC 9(2) VALUE 10.
000580     77 WS-WIN-COUNT PIC 9(2) COMP VALUE ZERO.
000590     77 WS-DAY-IX PIC 9(2) COMP VALUE ZERO.
000600     77 WS-FOUND-DAY PIC 9(2) COMP VALUE ZERO.
000610     77 WS-SCAN-TRIES PIC 9(3) COMP VALUE ZERO.
000620     77 WS-CCY-MAX PIC 9(2) VALUE 40.
000630     77 WS-CCY-COUNT PIC 9(2) COMP VALUE ZERO.
000640     77 WS-CCY-IX PIC 9(2) COMP VALUE ZERO.
000650     77 WS-SCAN-IX PIC 9(2) COMP VALUE ZERO.
000660     77 WS-FOUND-IX PIC 9(2) COMP VALUE ZERO.
000670     77 WS-DAY-LINES PIC 9(2) COMP VALUE ZERO.
000680     77 WS-MONTH-DAYS PIC 9(2) VALUE ZERO.
000690     77 WS-YY-QUOTIENT PIC 9(4) VALUE ZERO.
000700     77 WS-YY-REMAINDER PIC 9(4) VALUE ZERO.
000710     77 WS-READ-COUNT PIC 9(7) VALUE ZERO.
000720     77 WS-UNDATED-COUNT PIC 9(7) VALUE ZERO.
000730     77 WS-SETTLED-COUNT PIC 9(7) VALUE ZERO.
000740     77 WS-WINDOW-COUNT PIC 9(7) VALUE ZERO.
000750     77 WS-LATER-COUNT PIC 9(7) VALUE ZERO.
000760     77 WS-CARRIED-COUNT PIC 9(7) VALUE ZERO.
000770     77 WS-BAD-AMOUNT-COUNT PIC 9(7) VALUE ZERO.
000780     77 WS-OVERFLOW-COUNT PIC 9(7) VALUE ZERO.
000790     77 WS-MONEY-EDIT PIC -(14)9.99.
000800     77 WS-COUNT-EDIT PIC Z(6)9.
000810     77 WS-LATER-MONEY-EDIT PIC -(14)9.99.
000820     77 WS-LATER-COUNT-EDIT PIC Z(6)9.
000830     77 WS-WIN-COUNT-EDIT PIC Z9.
000840     77 WS-FWD-RC PIC S9(4) VALUE ZERO.
000850 01  WS-ENTITY-AREA.
000860     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000870     05 FILLER PIC X(4) VALUE SPACES.
000880 01  WS-ENT-SHOW PIC X(4) VALUE 'HOME'.
000890 01  WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000900 01  WS-TOK-RESULT PIC X(12).
000910*>    SAME REDEFINED VIEW GLEXTR USES - A PLAIN MOVE WOULD DROP
000920*>    THE TRAILING SEPARATE SIGN OFF THE RESULT TOKEN.
000930 01  WS-TOK-RESULT-R REDEFINES WS-TOK-RESULT.
000940     05 WS-RESULT-NUM PIC S9(9)V99
000950         SIGN IS TRAILING SEPARATE.
000960 01  WS-SCAN-DATE-AREA.
000970     05 WS-SCAN-DATE PIC 9(6) VALUE ZERO.
000980     05 WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
000990         10 WS-SCAN-YY PIC 9(2).
001000         10 WS-SCAN-MM PIC 9(2).
001010         10 WS-SCAN-DD PIC 9(2).
001020 01  MONTH-TABLE-INIT.
001030     05 FILLER PIC X(2) VALUE '31'.
001040     05 FILLER PIC X(2) VALUE '28'.
001050     05 FILLER PIC X(2) VALUE '31'.
001060     05 FILLER PIC X(2) VALUE '30'.
001070     05 FILLER PIC X(2) VALUE '31'.
001080     05 FILLER PIC X(2) VALUE '30'.
001090     05 FILLER PIC X(2) VALUE '31'.
001100     05 FILLER PIC X(2) VALUE '31'.
001110     05 FILLER PIC X(2) VALUE '30'.
001120     05 FILLER PIC X(2) VALUE '31'.
001130     05 FILLER PIC X(2) VALUE '30'.
001140     05 FILLER PIC X(2) VALUE '31'.
001150 01  MONTH-TABLE REDEFINES MONTH-TABLE-INIT.
001160     05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
001170*>    THE NEXT TEN BUSINESS DAYS, IN DATE ORDER.
001180 01  WINDOW-TABLE.
001190     05 WIN-DATE PIC 9(6) OCCURS 10 TIMES.
001200*>    ONE SLOT PER CURRENCY SEEN WITH SOMETHING STILL TO SETTLE:
001210*>    COUNT AND AMOUNT FOR EACH WINDOW DAY, THEN BEYOND IT.
001220 01  CCY-TABLE.
001230     05 CCY-ENTRY OCCURS 40 TIMES.
001240         10 CCY-CODE PIC X(3).
001250         10 CCY-DAY OCCURS 10 TIMES.
001260             15 CCY-DAY-COUNT PIC 9(7) COMP.
001270             15 CCY-DAY-AMOUNT PIC S9(13)V99.
001280         10 CCY-WIN-COUNT PIC 9(7) COMP.
001290         10 CCY-WIN-AMOUNT PIC S9(13)V99.
001300         10 CCY-LATER-COUNT PIC 9(7) COMP.
001310         10 CCY-LATER-AMOUNT PIC S9(13)V99.
001320 PROCEDURE DIVISION.
001330 0000-MAIN.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     IF WS-FWD-RC < 8
001360         PERFORM 2000-READ-LINE THRU 2000-EXIT
001370             UNTIL CSV-EOF
001380         PERFORM 3000-REPORT-WINDOW THRU 3000-EXIT
001390         PERFORM 4000-REPORT-CURRENCIES THRU 4000-EXIT
001400     END-IF.
001410     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
001420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001430     GOBACK.
001440
001450 1000-INITIALIZE.
001460     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001470         WS-AUDIT-RC.
001480     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
001490         WS-RUNCTL-RC
001500         ON EXCEPTION
001510             ACCEPT WS-BUSINESS-DATE FROM DATE
001520     END-CALL.
001530     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
001540         ON EXCEPTION
001550             MOVE SPACES TO WS-ENTITY-AREA
001560     END-CALL.
001570     IF WS-RUN-ENTITY NOT = SPACES
001580         MOVE WS-RUN-ENTITY TO WS-ENT-SHOW
001590     END-IF.
001600     MOVE 'OPEN' TO PRT-FUNC.
001610     MOVE 'VALFRPT' TO PRT-DDNAME.
001620     MOVE 'FORWARD SETTLEMENT BY VALUE DATE' TO PRT-TITLE.
001630     MOVE 'V01.00' TO PRT-VERSION.
001640     CALL 'PRINTSVC' USING PRINT-AREA.
001650     INITIALIZE CCY-TABLE.
001660     OPEN INPUT CAL-FILE.
001670     IF WS-CAL-FILE-STATUS = '00' OR WS-CAL-FILE-STATUS = '05'
001680         MOVE 'Y' TO WS-CAL-OPEN-SW
001690     END-IF.
001700     PERFORM 1200-BUILD-WINDOW THRU 1200-EXIT.
001710     MOVE WS-WIN-COUNT TO WS-WIN-COUNT-EDIT.
001720     MOVE SPACES TO WS-REPORT-LINE.
001730     STRING 'ENTITY ' WS-ENT-SHOW '  BUSINESS DATE '
001740         WS-BUSINESS-DATE '  WINDOW ' WIN-DATE(1) ' TO '
001750         WIN-DATE(WS-WIN-COUNT) ' (' WS-WIN-COUNT-EDIT
001760         ' BUSINESS DAYS)'
001770         DELIMITED BY SIZE INTO WS-REPORT-LINE.
001780     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
001790     IF NOT CALENDAR-OPEN
001800         MOVE SPACES TO WS-REPORT-LINE
001810         STRING '*** NO CALFILE - EVERY DAY TAKEN AS A BUSINESS '
001820             'DAY' DELIMITED BY SIZE INTO WS-REPORT-LINE
001830         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
001840         MOVE 4 TO WS-FWD-RC
001850     END-IF.
001860     OPEN INPUT CSV-FILE.
001870     IF WS-CSV-FILE-STATUS NOT = '00'
001880         DISPLAY 'VALFWD - NUMCSV OPEN FAILED, STATUS='
001890             WS-CSV-FILE-STATUS
001900         MOVE '*** NO NUMCSV - NOTHING TO REPORT, RC=8'
001910             TO WS-REPORT-LINE
001920         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
001930         MOVE 'Y' TO WS-CSV-EOF-SW
001940         MOVE 8 TO WS-FWD-RC
001950         GO TO 1000-EXIT
001960     END-IF.
001970     MOVE 'Y' TO WS-CSV-OPEN-SW.
001980 1000-EXIT.
001990     EXIT.
002000
002010*>    THE TEN DATES AFTER THE BUSINESS DATE THAT ARE NOT ON
002020*>    CALFILE. YEARS ARE 20XX, SO THE MOD-4 LEAP TEST HOLDS. A
002030*>    CALENDAR FILED SOLID FOR TWO MONTHS ENDS THE SEARCH WITH
002040*>    WHAT IT HAS, SO THE WINDOW ALWAYS HAS AT LEAST ONE DAY.
002050 1200-BUILD-WINDOW.
002060     MOVE WS-BUSINESS-DATE TO WS-SCAN-DATE.
002070     MOVE ZERO TO WS-WIN-COUNT.
002080     MOVE ZERO TO WS-SCAN-TRIES.
002090     PERFORM 1250-NEXT-BUSINESS-DAY THRU 1250-EXIT
002100         UNTIL WS-WIN-COUNT NOT < WS-WIN-MAX
002110         OR WS-SCAN-TRIES > 60.
002120     IF WS-WIN-COUNT = ZERO
002130         MOVE 1 TO WS-WIN-COUNT
002140         MOVE WS-SCAN-DATE TO WIN-DATE(1)
002150     END-IF.
002160 1200-EXIT.
002170     EXIT.
002180
002190 1250-NEXT-BUSINESS-DAY.
002200     PERFORM 1300-ADVANCE-DAY THRU 1300-EXIT.
002210     ADD 1 TO WS-SCAN-TRIES.
002220     MOVE 'Y' TO WS-BUS-DAY-SW.
002230     IF CALENDAR-OPEN
002240         MOVE WS-SCAN-DATE TO CAL-DATE
002250         READ CAL-FILE
002260             NOT INVALID KEY
002270                 MOVE 'N' TO WS-BUS-DAY-SW
002280         END-READ
002290     END-IF.
002300     IF BUSINESS-DAY
002310         ADD 1 TO WS-WIN-COUNT
002320         MOVE WS-SCAN-DATE TO WIN-DATE(WS-WIN-COUNT)
002330     END-IF.
002340 1250-EXIT.
002350     EXIT.
002360
002370 1300-ADVANCE-DAY.
002380     MOVE MONTH-DAYS(WS-SCAN-MM) TO WS-MONTH-DAYS.
002390     DIVIDE WS-SCAN-YY BY 4 GIVING WS-YY-QUOTIENT
002400         REMAINDER WS-YY-REMAINDER.
002410     IF WS-SCAN-MM = 2 AND WS-YY-REMAINDER = ZERO
002420         MOVE 29 TO WS-MONTH-DAYS
002430     END-IF.
002440     ADD 1 TO WS-SCAN-DD.
002450     IF WS-SCAN-DD > WS-MONTH-DAYS
002460         MOVE 1 TO WS-SCAN-DD
002470         ADD 1 TO WS-SCAN-MM
002480     END-IF.
002490     IF WS-SCAN-MM > 12
002500         MOVE 1 TO WS-SCAN-MM
002510         ADD 1 TO WS-SCAN-YY
002520     END-IF.
002530 1300-EXIT.
002540     EXIT.
002550
002570*>    ONE PASS OF TONIGHT'S LINES AND THE HISTORY BEHIND THEM.
002580*>    EVERY LINE STILL TO SETTLE IS FILED UNDER ITS CURRENCY
002590*>    AND THE FIRST WINDOW DAY ON OR AFTER ITS VALUE DATE.
002610 2000-READ-LINE.
002620     READ CSV-FILE
002630         AT END
002640             MOVE 'Y' TO WS-CSV-EOF-SW
002650         NOT AT END
002660             ADD 1 TO WS-READ-COUNT
002670             PERFORM 2100-TAKE-LINE THRU 2100-EXIT
002680     END-READ.
002690 2000-EXIT.
002700     EXIT.
002710
002720 2100-TAKE-LINE.
002730     MOVE SPACES TO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
002740         WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
002750         WS-TOK-ACCOUNT WS-TOK-REF WS-TOK-VALUE-DATE.
002760     UNSTRING CSV-RECORD DELIMITED BY ','
002770         INTO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
002780             WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
002790             WS-TOK-ACCOUNT WS-TOK-REF WS-TOK-VALUE-DATE.
002800     IF WS-TOK-VALUE-DATE(1:6) IS NOT NUMERIC
002810         ADD 1 TO WS-UNDATED-COUNT
002820         GO TO 2100-EXIT
002830     END-IF.
002840     MOVE WS-TOK-VALUE-DATE(1:6) TO WS-VALUE-DATE.
002850     IF WS-VALUE-DATE NOT > WS-BUSINESS-DATE
002860         ADD 1 TO WS-SETTLED-COUNT
002870         GO TO 2100-EXIT
002880     END-IF.
002890     IF WS-RESULT-NUM IS NOT NUMERIC
002900         ADD 1 TO WS-BAD-AMOUNT-COUNT
002910         GO TO 2100-EXIT
002920     END-IF.
002930     PERFORM 2200-FIND-CURRENCY THRU 2200-EXIT.
002940     IF WS-FOUND-IX = ZERO
002950         GO TO 2100-EXIT
002960     END-IF.
002970     MOVE ZERO TO WS-FOUND-DAY.
002980     MOVE ZERO TO WS-DAY-IX.
002990     PERFORM 2350-MATCH-DAY THRU 2350-EXIT
003000         WS-WIN-COUNT TIMES.
003010     IF WS-FOUND-DAY = ZERO
003020         ADD 1 TO WS-LATER-COUNT
003030         ADD 1 TO CCY-LATER-COUNT(WS-FOUND-IX)
003040         ADD WS-RESULT-NUM TO CCY-LATER-AMOUNT(WS-FOUND-IX)
003050         GO TO 2100-EXIT
003060     END-IF.
003070     IF WIN-DATE(WS-FOUND-DAY) NOT = WS-VALUE-DATE
003080         ADD 1 TO WS-CARRIED-COUNT
003090     END-IF.
003100     ADD 1 TO WS-WINDOW-COUNT.
003110     ADD 1 TO CCY-DAY-COUNT(WS-FOUND-IX WS-FOUND-DAY).
003120     ADD WS-RESULT-NUM
003130         TO CCY-DAY-AMOUNT(WS-FOUND-IX WS-FOUND-DAY).
003140     ADD 1 TO CCY-WIN-COUNT(WS-FOUND-IX).
003150     ADD WS-RESULT-NUM TO CCY-WIN-AMOUNT(WS-FOUND-IX).
003160 2100-EXIT.
003170     EXIT.
003180
003190*>    THE CURRENCY'S SLOT, OPENED ON FIRST SIGHT. A FULL TABLE
003200*>    DROPS THE LINE FROM THE REPORT, COUNTED AND RC=4.
003210 2200-FIND-CURRENCY.
003220     MOVE ZERO TO WS-FOUND-IX.
003230     MOVE ZERO TO WS-SCAN-IX.
003240     PERFORM 2250-MATCH-CURRENCY THRU 2250-EXIT
003250         WS-CCY-COUNT TIMES.
003260     IF WS-FOUND-IX NOT = ZERO
003270         GO TO 2200-EXIT
003280     END-IF.
003290     IF WS-CCY-COUNT NOT < WS-CCY-MAX
003300         ADD 1 TO WS-OVERFLOW-COUNT
003310         GO TO 2200-EXIT
003320     END-IF.
003330     ADD 1 TO WS-CCY-COUNT.
003340     MOVE WS-CCY-COUNT TO WS-FOUND-IX.
003350     MOVE WS-TOK-CURRENCY(1:3) TO CCY-CODE(WS-FOUND-IX).
003360 2200-EXIT.
003370     EXIT.
003380
003390 2250-MATCH-CURRENCY.
003400     ADD 1 TO WS-SCAN-IX.
003410     IF CCY-CODE(WS-SCAN-IX) = WS-TOK-CURRENCY(1:3)
003420         MOVE WS-SCAN-IX TO WS-FOUND-IX
003430     END-IF.
003440 2250-EXIT.
003450     EXIT.
003460
003470 2350-MATCH-DAY.
003480     ADD 1 TO WS-DAY-IX.
003490     IF WS-FOUND-DAY = ZERO
003500         AND WIN-DATE(WS-DAY-IX) NOT < WS-VALUE-DATE
003510         MOVE WS-DAY-IX TO WS-FOUND-DAY
003520     END-IF.
003530 2350-EXIT.
003540     EXIT.
003550
003570*>    ONE BLOCK PER WINDOW DAY, A LINE PER CURRENCY SETTLING.
003590 3000-REPORT-WINDOW.
003600     MOVE ZERO TO WS-DAY-IX.
003610     PERFORM 3100-REPORT-DAY THRU 3100-EXIT
003620         WS-WIN-COUNT TIMES.
003630 3000-EXIT.
003640     EXIT.
003650
003660 3100-REPORT-DAY.
003670     ADD 1 TO WS-DAY-IX.
003680     MOVE SPACES TO WS-REPORT-LINE.
003690     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003700     MOVE SPACES TO WS-REPORT-LINE.
003710     STRING 'VALUE DATE ' WIN-DATE(WS-DAY-IX)
003720         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003730     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003740     MOVE '   CCY    COUNT              AMOUNT' TO WS-REPORT-LINE.
003750     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003760     MOVE ZERO TO WS-DAY-LINES.
003770     MOVE ZERO TO WS-CCY-IX.
003780     PERFORM 3200-REPORT-DAY-CCY THRU 3200-EXIT
003790         WS-CCY-COUNT TIMES.
003800     IF WS-DAY-LINES = ZERO
003810         MOVE '   NOTHING DUE TO SETTLE' TO WS-REPORT-LINE
003820         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
003830     END-IF.
003840 3100-EXIT.
003850     EXIT.
003860
003870 3200-REPORT-DAY-CCY.
003880     ADD 1 TO WS-CCY-IX.
003890     IF CCY-DAY-COUNT(WS-CCY-IX WS-DAY-IX) = ZERO
003900         GO TO 3200-EXIT
003910     END-IF.
003920     ADD 1 TO WS-DAY-LINES.
003930     MOVE CCY-DAY-COUNT(WS-CCY-IX WS-DAY-IX) TO WS-COUNT-EDIT.
003940     MOVE CCY-DAY-AMOUNT(WS-CCY-IX WS-DAY-IX) TO WS-MONEY-EDIT.
003950     MOVE SPACES TO WS-REPORT-LINE.
003960     STRING '   ' CCY-CODE(WS-CCY-IX) '  ' WS-COUNT-EDIT '  '
003970         WS-MONEY-EDIT
003980         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003990     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004000 3200-EXIT.
004010     EXIT.
004020
004040*>    PER CURRENCY: THE WHOLE WINDOW, AND WHAT FALLS AFTER IT.
004060 4000-REPORT-CURRENCIES.
004070     MOVE SPACES TO WS-REPORT-LINE.
004080     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004090     MOVE SPACES TO WS-REPORT-LINE.
004100     STRING 'CCY    COUNT    IN WINDOW AMOUNT    LATER'
004110         '        LATER AMOUNT'
004120         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004130     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004140     IF WS-CCY-COUNT = ZERO
004150         MOVE 'NOTHING STILL TO SETTLE' TO WS-REPORT-LINE
004160         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004170         GO TO 4000-EXIT
004180     END-IF.
004190     MOVE ZERO TO WS-CCY-IX.
004200     PERFORM 4100-REPORT-CCY THRU 4100-EXIT
004210         WS-CCY-COUNT TIMES.
004220 4000-EXIT.
004230     EXIT.
004240
004250 4100-REPORT-CCY.
004260     ADD 1 TO WS-CCY-IX.
004270     MOVE CCY-WIN-COUNT(WS-CCY-IX) TO WS-COUNT-EDIT.
004280     MOVE CCY-WIN-AMOUNT(WS-CCY-IX) TO WS-MONEY-EDIT.
004290     MOVE CCY-LATER-COUNT(WS-CCY-IX) TO WS-LATER-COUNT-EDIT.
004300     MOVE CCY-LATER-AMOUNT(WS-CCY-IX) TO WS-LATER-MONEY-EDIT.
004310     MOVE SPACES TO WS-REPORT-LINE.
004320     STRING CCY-CODE(WS-CCY-IX) '  ' WS-COUNT-EDIT '  '
004330         WS-MONEY-EDIT '  ' WS-LATER-COUNT-EDIT '  '
004340         WS-LATER-MONEY-EDIT
004350         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004360     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004370 4100-EXIT.
004380     EXIT.
004390
004400 7000-PRINT-LINE.
004410     MOVE 'WRITE' TO PRT-FUNC.
004420     MOVE WS-REPORT-LINE TO PRT-LINE.
004430     CALL 'PRINTSVC' USING PRINT-AREA.
004440 7000-EXIT.
004450     EXIT.
004460
004470 8000-WRITE-TOTALS.
004480     IF WS-OVERFLOW-COUNT > ZERO
004490         MOVE SPACES TO WS-REPORT-LINE
004500         STRING '*** MORE THAN ' WS-CCY-MAX ' CURRENCIES - '
004510             WS-OVERFLOW-COUNT ' LINES OF THE LATER ONES NOT '
004520             'REPORTED'
004530             DELIMITED BY SIZE INTO WS-REPORT-LINE
004540         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004550         IF WS-FWD-RC < 4
004560             MOVE 4 TO WS-FWD-RC
004570         END-IF
004580     END-IF.
004590     IF WS-BAD-AMOUNT-COUNT > ZERO
004600         MOVE SPACES TO WS-REPORT-LINE
004610         STRING '*** ' WS-BAD-AMOUNT-COUNT ' LINES WITH A VALUE '
004620             'DATE BUT NO READABLE AMOUNT - NOT REPORTED'
004630             DELIMITED BY SIZE INTO WS-REPORT-LINE
004640         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004650         IF WS-FWD-RC < 4
004660             MOVE 4 TO WS-FWD-RC
004670         END-IF
004680     END-IF.
004690     MOVE SPACES TO WS-REPORT-LINE.
004700     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004710     MOVE SPACES TO WS-REPORT-LINE.
004720     STRING 'LINES READ ' WS-READ-COUNT
004730         '  NOT VALUE-DATED ' WS-UNDATED-COUNT
004740         '  SETTLED ' WS-SETTLED-COUNT
004750         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004760     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004770     MOVE SPACES TO WS-REPORT-LINE.
004780     STRING 'IN WINDOW ' WS-WINDOW-COUNT
004790         ' (CARRIED TO A BUSINESS DAY ' WS-CARRIED-COUNT ')'
004800         '  LATER ' WS-LATER-COUNT
004810         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004820     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004830     MOVE SPACES TO WS-REPORT-LINE.
004840     EVALUATE WS-FWD-RC
004850         WHEN ZERO
004860             MOVE 'RC=0 - REPORT COMPLETE' TO WS-REPORT-LINE
004870         WHEN 4
004880             MOVE 'RC=4 - SEE THE *** LINES' TO WS-REPORT-LINE
004890         WHEN OTHER
004900             MOVE 'RC=8 - NOTHING REPORTED' TO WS-REPORT-LINE
004910     END-EVALUATE.
004920     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004930     DISPLAY 'VALFWD - ' WS-ENT-SHOW ' READ ' WS-READ-COUNT
004940         ' IN WINDOW ' WS-WINDOW-COUNT ' LATER ' WS-LATER-COUNT
004950         ' RC=' WS-FWD-RC.
004960 8000-EXIT.
004970     EXIT.
004980
004990 9000-TERMINATE.
005000     IF CSV-OPEN
005010         CLOSE CSV-FILE
005020     END-IF.
005030     IF CALENDAR-OPEN
005040         CLOSE CAL-FILE
005050     END-IF.
005060     MOVE 'CLOSE' TO PRT-FUNC.
005070     CALL 'PRINTSVC' USING PRINT-AREA.
005080     MOVE WS-FWD-RC TO WS-AUDIT-RC.
005090     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
005100         WS-AUDIT-RC.
005110     MOVE WS-FWD-RC TO RETURN-CODE.
005120 9000-EXIT.
005130     EXIT.
