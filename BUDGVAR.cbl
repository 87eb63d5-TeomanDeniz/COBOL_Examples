000000 *> ................................................................... <*
000000 *> CBL - BUDGVAR                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/30 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/30 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> BUDGET VERSUS ACTUAL VARIANCE REPORT OVER THE PERIODF LEDGER.
000000 *> EVERY PERIOD OF THE RUN ENTITY (RUNCTL GETENT) STILL ON THE
000000 *> LEDGER IS MEASURED AGAINST ITS BUDGFILE RECORD (COPYBOOK
000000 *> BUDGREC), METRIC BY METRIC - RECORDS IN, CSV LINES, HASH
000000 *> TOTAL AND THE SIX OPERATION COUNTS - SHOWING ACTUAL, BUDGET,
000000 *> VARIANCE (ACTUAL LESS BUDGET) AND VARIANCE AS A PERCENTAGE OF
000000 *> BUDGET:
000000 *>   OPEN PERIOD    MONTH TO DATE, FROM THE 'P' RUNNING TOTAL.
000000 *>                  THE MONTH'S BUDGET IS PRO-RATED TO THE
000000 *>                  NIGHTS RUN SO FAR (ONE 'D' RECORD EACH) OVER
000000 *>                  THE BUSINESS DAYS IN THE MONTH - EVERY DATE
000000 *>                  NOT ON CALFILE - SO A HALF-RUN MONTH IS NOT
000000 *>                  HALF UNDER BUDGET.
000000 *>   CLOSED PERIOD  FROM THE 'C' CARRY-FORWARD RECORD PERCLOSE
000000 *>                  LEFT, AGAINST THE FULL MONTH'S BUDGET.
000000 *> A LINE WHOSE PERCENTAGE VARIANCE, EITHER WAY, IS MORE THAN THE
000000 *> BUDGPRM TOLERANCE (COLS 1-3, DEFAULT 10 PERCENT) IS FLAGGED,
000000 *> AS IS ANY ACTUAL AGAINST A ZERO BUDGET. BUDGPRM COLS 5-8 MAY
000000 *> NAME ONE YYMM PERIOD; BLANK REPORTS EVERY PERIOD ON FILE.
000000 *> RETURN CODES:
000000 *>   0  EVERY LINE WITHIN TOLERANCE
000000 *>   4  A LINE FLAGGED, A PERIOD WITH NO BUDGET, OR A BAD
000000 *>      BUDGPRM CARD - SEE THE *** LINES
000000 *>   8  NO BUDGFILE OR PERIODF, OR NOTHING ON THE LEDGER FOR
000000 *>      THE RUN ENTITY
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BUDGVAR.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT PERIOD-FILE ASSIGN TO "PERIODF"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000180     SELECT BUDG-FILE ASSIGN TO "BUDGFILE"
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS RANDOM
000210         RECORD KEY IS BUDG-PERIOD
000220         FILE STATUS IS WS-BUDG-FILE-STATUS.
000230     SELECT OPTIONAL CAL-FILE ASSIGN TO "CALFILE"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS RANDOM
000260         RECORD KEY IS CAL-DATE
000270         FILE STATUS IS WS-CAL-FILE-STATUS.
000280     SELECT PARM-FILE ASSIGN TO "BUDGPRM"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS WS-PARM-FILE-STATUS.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  PERIOD-FILE.
000340     COPY PERIODRC.
000350 FD  BUDG-FILE.
000360     COPY BUDGREC.
000370 FD  CAL-FILE.
000380     COPY CALREC.
000390 FD  PARM-FILE.
000400 01  PARM-RECORD.
000410     05 PARM-TOLERANCE PIC 9(3).
000420     05 FILLER PIC X.
000430     05 PARM-PERIOD-X PIC X(4).
000440     05 PARM-PERIOD REDEFINES PARM-PERIOD-X PIC 9(4).
000450 WORKING-STORAGE SECTION.
000460     COPY PRTLINK.
000470     77 WS-PERIOD-FILE-STATUS PIC XX VALUE '00'.
000480     77 WS-BUDG-FILE-STATUS PIC XX VALUE '00'.
000490     77 WS-CAL-FILE-STATUS PIC XX VALUE '00'.
000500     77 WS-PARM-FILE-STATUS PIC XX VALUE '00'.
000510     77 WS-PERIOD-EOF-SW PIC X VALUE 'N'.
000520         88 PERIOD-EOF VALUE 'Y'.
000530     77 WS-BUDG-OPEN-SW PIC X VALUE 'N'.
000540         88 BUDGET-OPEN VALUE 'Y'.
000550     77 WS-CAL-OPEN-SW PIC X VALUE 'N'.
000560         88 CALENDAR-OPEN VALUE 'Y'.
000570     77 WS-BUDGET-FOUND-SW PIC X VALUE 'N'.
000580         88 BUDGET-FOUND VALUE 'Y'.
000590     77 WS-REPORT-LINE PIC X(120).
000600     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'BUDGVAR'.
000610     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000620     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000630     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000640     77 WS-TOLERANCE PIC 9(3) VALUE 10.
000650     77 WS-ONE-PERIOD PIC 9(4) VALUE ZERO.
000660     77 WS-PER-MAX PIC 9(2) VALUE 60.
000670     77 WS-PER-COUNT PIC 9(2) COMP VALUE ZERO.
000680     77 WS-PER-IX PIC 9(2) COMP VALUE ZERO.
000690     77 WS-SCAN-IX PIC 9(2) COMP VALUE ZERO.
000700     77 WS-FOUND-IX PIC 9(2) COMP VALUE ZERO.
000710     77 WS-MET-IX PIC 9(2) COMP VALUE ZERO.
000720     77 WS-DAY-IX PIC 9(2) COMP VALUE ZERO.
000730     77 WS-MONTH-DAYS PIC 9(2) VALUE ZERO.
000740     77 WS-YY-QUOTIENT PIC 9(4) VALUE ZERO.
000750     77 WS-YY-REMAINDER PIC 9(4) VALUE ZERO.
000760     77 WS-BUS-DAYS PIC 9(2) VALUE ZERO.
000770     77 WS-NIGHTS PIC 9(3) VALUE ZERO.
000780     77 WS-PRORATE-NUM PIC 9(3) VALUE 1.
000790     77 WS-PRORATE-DEN PIC 9(3) VALUE 1.
000800     77 WS-BUDGET-DUE PIC S9(13)V99 VALUE ZERO.
000810     77 WS-COUNT-DUE PIC S9(13) VALUE ZERO.
000820     77 WS-VARIANCE PIC S9(13)V99 VALUE ZERO.
000830     77 WS-PCT PIC S9(5)V9 VALUE ZERO.
000840     77 WS-ABS-PCT PIC 9(5)V9 VALUE ZERO.
000850     77 WS-LINE-FLAG-SW PIC X VALUE 'N'.
000860         88 LINE-FLAGGED VALUE 'Y'.
000870     77 WS-PERIOD-FLAGS PIC 9(2) VALUE ZERO.
000880     77 WS-OVERFLOW-COUNT PIC 9(5) VALUE ZERO.
000890     77 WS-REPORTED-COUNT PIC 9(3) VALUE ZERO.
000900     77 WS-MTD-COUNT PIC 9(3) VALUE ZERO.
000910     77 WS-CLOSED-COUNT PIC 9(3) VALUE ZERO.
000920     77 WS-NO-BUDGET-COUNT PIC 9(3) VALUE ZERO.
000930     77 WS-FLAG-COUNT PIC 9(5) VALUE ZERO.
000940     77 WS-MONEY-EDIT PIC -(14)9.99.
000950     77 WS-PCT-EDIT PIC -(4)9.9.
000960     77 WS-NIGHTS-EDIT PIC ZZ9.
000970     77 WS-BUS-DAYS-EDIT PIC Z9.
000980     77 WS-FLAGS-EDIT PIC Z9.
000990     77 WS-TOL-EDIT PIC ZZ9.
001000     77 WS-SHOW-ACTUAL PIC X(18).
001010     77 WS-SHOW-BUDGET PIC X(18).
001020     77 WS-SHOW-VARIANCE PIC X(18).
001030     77 WS-SHOW-PCT PIC X(7).
001040     77 WS-SHOW-FLAG PIC X(21).
001050     77 WS-EDIT-IN PIC S9(13)V99 VALUE ZERO.
001060     77 WS-EDIT-OUT PIC X(18).
001070     77 WS-VAR-RC PIC S9(4) VALUE ZERO.
001080 01  WS-ENTITY-AREA.
001090     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
001100     05 FILLER PIC X(4) VALUE SPACES.
001110 01  WS-ENT-SHOW PIC X(4) VALUE 'HOME'.
001120 01  WS-PERIOD-SHOW PIC X(4) VALUE 'ALL'.
001130*>    A COUNT LINES UP ITS UNITS UNDER THOSE OF THE HASH TOTAL.
001140 01  WS-COUNT-SHOW.
001150     05 WS-COUNT-EDIT PIC -(14)9.
001160     05 FILLER PIC X(3) VALUE SPACES.
001170 01  WS-SCAN-DATE-AREA.
001180     05 WS-SCAN-DATE PIC 9(6) VALUE ZERO.
001190     05 WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
001200         10 WS-SCAN-YY PIC 9(2).
001210         10 WS-SCAN-MM PIC 9(2).
001220         10 WS-SCAN-DD PIC 9(2).
001230 01  MONTH-TABLE-INIT.
001240     05 FILLER PIC X(2) VALUE '31'.
001250     05 FILLER PIC X(2) VALUE '28'.
001260     05 FILLER PIC X(2) VALUE '31'.
001270     05 FILLER PIC X(2) VALUE '30'.
001280     05 FILLER PIC X(2) VALUE '31'.
001290     05 FILLER PIC X(2) VALUE '30'.
001300     05 FILLER PIC X(2) VALUE '31'.
001310     05 FILLER PIC X(2) VALUE '31'.
001320     05 FILLER PIC X(2) VALUE '30'.
001330     05 FILLER PIC X(2) VALUE '31'.
001340     05 FILLER PIC X(2) VALUE '30'.
001350     05 FILLER PIC X(2) VALUE '31'.
001360 01  MONTH-TABLE REDEFINES MONTH-TABLE-INIT.
001370     05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
001380 01  METRIC-NAME-INIT.
001390     05 FILLER PIC X(16) VALUE 'RECORDS IN'.
001400     05 FILLER PIC X(16) VALUE 'CSV LINES'.
001410     05 FILLER PIC X(16) VALUE 'HASH TOTAL'.
001420     05 FILLER PIC X(16) VALUE 'ADD COUNT'.
001430     05 FILLER PIC X(16) VALUE 'SUBTRACT COUNT'.
001440     05 FILLER PIC X(16) VALUE 'MULTIPLY COUNT'.
001450     05 FILLER PIC X(16) VALUE 'DIVIDE COUNT'.
001460     05 FILLER PIC X(16) VALUE 'POWER COUNT'.
001470     05 FILLER PIC X(16) VALUE 'MODULUS COUNT'.
001480 01  METRIC-NAME-TABLE REDEFINES METRIC-NAME-INIT.
001490     05 MET-NAME PIC X(16) OCCURS 9 TIMES.
001500*>    ONE SLOT PER PERIOD OF THE RUN ENTITY ON THE LEDGER - P
001510*>    MONTH TO DATE, C CLOSED, SPACE NOTHING BUT DAY RECORDS
001520*>    SEEN (YET) - WITH THE TOTALS IN THE PD-TOTALS LAYOUT.
001530 01  PERIOD-TABLE.
001540     05 PER-ENTRY OCCURS 60 TIMES.
001550         10 PER-PERIOD PIC 9(4).
001560         10 PER-KIND PIC X.
001570         10 PER-NIGHTS PIC 9(3) COMP.
001580         10 PER-TOTALS PIC X(88).
001590*>    THE ACTUALS OF THE PERIOD BEING REPORTED.
001600 01  ACTUAL-WORK.
001610     05 AC-RECORDS-IN PIC 9(9).
001620     05 AC-LINES-OUT PIC 9(9).
001630     05 AC-HASH PIC S9(13)V99 SIGN IS TRAILING SEPARATE.
001640     05 AC-ADD PIC 9(9).
001650     05 AC-SUB PIC 9(9).
001660     05 AC-MUL PIC 9(9).
001670     05 AC-DIV PIC 9(9).
001680     05 AC-POW PIC 9(9).
001690     05 AC-MOD PIC 9(9).
001700*>    ACTUAL AND FULL-MONTH BUDGET SIDE BY SIDE, IN THE METRIC
001710*>    ORDER OF METRIC-NAME-TABLE; SLOT 3, THE HASH, IS MONEY.
001720 01  METRIC-TABLE.
001730     05 MET-ENTRY OCCURS 9 TIMES.
001740         10 MET-ACTUAL PIC S9(13)V99.
001750         10 MET-BUDGET PIC S9(13)V99.
001760 PROCEDURE DIVISION.
001770 0000-MAIN.
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001790     IF WS-VAR-RC < 8
001800         PERFORM 2000-LOAD-LEDGER THRU 2000-EXIT
001810             UNTIL PERIOD-EOF
001820         PERFORM 2500-CHECK-LEDGER THRU 2500-EXIT
001830     END-IF.
001840     IF WS-VAR-RC < 8
001850         MOVE ZERO TO WS-PER-IX
001860         PERFORM 3000-REPORT-PERIOD THRU 3000-EXIT
001870             WS-PER-COUNT TIMES
001880     END-IF.
001890     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
001900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001910     GOBACK.
001920
001930 1000-INITIALIZE.
001940     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001950         WS-AUDIT-RC.
001960     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
001970         ON EXCEPTION
001980             MOVE SPACES TO WS-ENTITY-AREA
001990     END-CALL.
002000     IF WS-RUN-ENTITY NOT = SPACES
002010         MOVE WS-RUN-ENTITY TO WS-ENT-SHOW
002020     END-IF.
002030     MOVE 'OPEN' TO PRT-FUNC.
002040     MOVE 'BUDGVRPT' TO PRT-DDNAME.
002050     MOVE 'BUDGET VERSUS ACTUAL VARIANCE' TO PRT-TITLE.
002060     MOVE 'V01.00' TO PRT-VERSION.
002070     CALL 'PRINTSVC' USING PRINT-AREA.
002080     PERFORM 1050-READ-PARM THRU 1050-EXIT.
002090     MOVE WS-TOLERANCE TO WS-TOL-EDIT.
002100     MOVE SPACES TO WS-REPORT-LINE.
002110     STRING 'ENTITY ' WS-ENT-SHOW '  PERIOD ' WS-PERIOD-SHOW
002120         '  TOLERANCE ' WS-TOL-EDIT ' PCT EITHER WAY'
002130         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002140     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002150     OPEN INPUT BUDG-FILE.
002160     IF WS-BUDG-FILE-STATUS NOT = '00'
002170         DISPLAY 'BUDGVAR - BUDGFILE OPEN FAILED, STATUS='
002180             WS-BUDG-FILE-STATUS
002190         MOVE SPACES TO WS-REPORT-LINE
002200         STRING '*** NO BUDGFILE - NOTHING TO MEASURE AGAINST, '
002210             'RC=8' DELIMITED BY SIZE INTO WS-REPORT-LINE
002220         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002230         MOVE 8 TO WS-VAR-RC
002240         GO TO 1000-EXIT
002250     END-IF.
002260     MOVE 'Y' TO WS-BUDG-OPEN-SW.
002270     OPEN INPUT CAL-FILE.
002280     IF WS-CAL-FILE-STATUS = '00' OR WS-CAL-FILE-STATUS = '05'
002290         MOVE 'Y' TO WS-CAL-OPEN-SW
002300     END-IF.
002310     OPEN INPUT PERIOD-FILE.
002320     IF WS-PERIOD-FILE-STATUS NOT = '00'
002330         DISPLAY 'BUDGVAR - PERIODF OPEN FAILED, STATUS='
002340             WS-PERIOD-FILE-STATUS
002350         MOVE '*** NO PERIODF LEDGER - NOTHING TO REPORT, RC=8'
002360             TO WS-REPORT-LINE
002370         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002380         MOVE 'Y' TO WS-PERIOD-EOF-SW
002390         MOVE 8 TO WS-VAR-RC
002400     END-IF.
002410 1000-EXIT.
002420     EXIT.
002430
002440*>    NO CARD, OR A BLANK ONE, IS THE DEFAULT TOLERANCE OVER
002450*>    EVERY PERIOD. A PERIOD THAT IS NOT A YYMM IS IGNORED, RC=4.
002460 1050-READ-PARM.
002470     OPEN INPUT PARM-FILE.
002480     IF WS-PARM-FILE-STATUS NOT = '00'
002490         GO TO 1050-EXIT
002500     END-IF.
002510     MOVE SPACES TO PARM-RECORD.
002520     READ PARM-FILE
002530         AT END
002540             MOVE SPACES TO PARM-RECORD
002550     END-READ.
002560     CLOSE PARM-FILE.
002570     IF PARM-TOLERANCE IS NUMERIC
002580         AND PARM-TOLERANCE > ZERO
002590         MOVE PARM-TOLERANCE TO WS-TOLERANCE
002600     END-IF.
002610     IF PARM-PERIOD-X = SPACES
002620         GO TO 1050-EXIT
002630     END-IF.
002640     IF PARM-PERIOD IS NUMERIC
002650         AND PARM-PERIOD(3:2) > '00'
002660         AND PARM-PERIOD(3:2) < '13'
002670         MOVE PARM-PERIOD TO WS-ONE-PERIOD
002680         MOVE PARM-PERIOD-X TO WS-PERIOD-SHOW
002690     ELSE
002700         MOVE SPACES TO WS-REPORT-LINE
002710         STRING '*** BUDGPRM PERIOD ' PARM-PERIOD-X
002720             ' IS NOT A YYMM - EVERY PERIOD REPORTED'
002730             DELIMITED BY SIZE INTO WS-REPORT-LINE
002740         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002750         MOVE 4 TO WS-VAR-RC
002760     END-IF.
002770 1050-EXIT.
002780     EXIT.
002790
002810*>    ONE PASS OF THE LEDGER FILES THE RUN ENTITY'S PERIODS: THE
002820*>    P OR C TOTALS, AND HOW MANY NIGHTS (D RECORDS) THE OPEN
002830*>    PERIOD HAS RUN. OTHER ENTITIES' RECORDS ARE PASSED OVER.
002850 2000-LOAD-LEDGER.
002860     READ PERIOD-FILE
002870         AT END
002880             MOVE 'Y' TO WS-PERIOD-EOF-SW
002890         NOT AT END
002900             PERFORM 2100-TAKE-RECORD THRU 2100-EXIT
002910     END-READ.
002920 2000-EXIT.
002930     EXIT.
002940
002950 2100-TAKE-RECORD.
002960     IF PD-ENTITY NOT = WS-RUN-ENTITY
002970         GO TO 2100-EXIT
002980     END-IF.
002990     IF WS-ONE-PERIOD NOT = ZERO
003000         AND PD-PERIOD NOT = WS-ONE-PERIOD
003010         GO TO 2100-EXIT
003020     END-IF.
003030     PERFORM 2200-FIND-PERIOD THRU 2200-EXIT.
003040     IF WS-FOUND-IX = ZERO
003050         GO TO 2100-EXIT
003060     END-IF.
003070     EVALUATE TRUE
003080         WHEN PD-DAY-RECORD
003090             ADD 1 TO PER-NIGHTS(WS-FOUND-IX)
003100         WHEN PD-PERIOD-TOTAL
003110*>            A CLOSED PERIOD'S C RECORD OUTRANKS ANY LEFTOVER
003120*>            RUNNING TOTAL FOR IT.
003130             IF PER-KIND(WS-FOUND-IX) NOT = 'C'
003140                 MOVE 'P' TO PER-KIND(WS-FOUND-IX)
003150                 MOVE PD-TOTALS TO PER-TOTALS(WS-FOUND-IX)
003160             END-IF
003170         WHEN PD-CARRY-FORWARD
003180             MOVE 'C' TO PER-KIND(WS-FOUND-IX)
003190             MOVE PD-TOTALS TO PER-TOTALS(WS-FOUND-IX)
003200         WHEN OTHER
003210             CONTINUE
003220     END-EVALUATE.
003230 2100-EXIT.
003240     EXIT.
003250
003260*>    THE PERIOD'S SLOT, OPENED ON FIRST SIGHT. A FULL TABLE
003270*>    DROPS THE PERIOD FROM THE REPORT, COUNTED AND RC=4.
003280 2200-FIND-PERIOD.
003290     MOVE ZERO TO WS-FOUND-IX.
003300     MOVE ZERO TO WS-SCAN-IX.
003310     PERFORM 2250-MATCH-PERIOD THRU 2250-EXIT
003320         WS-PER-COUNT TIMES.
003330     IF WS-FOUND-IX NOT = ZERO
003340         GO TO 2200-EXIT
003350     END-IF.
003360     IF WS-PER-COUNT NOT < WS-PER-MAX
003370         ADD 1 TO WS-OVERFLOW-COUNT
003380         GO TO 2200-EXIT
003390     END-IF.
003400     ADD 1 TO WS-PER-COUNT.
003410     MOVE WS-PER-COUNT TO WS-FOUND-IX.
003420     MOVE PD-PERIOD TO PER-PERIOD(WS-FOUND-IX).
003430     MOVE SPACE TO PER-KIND(WS-FOUND-IX).
003440     MOVE ZERO TO PER-NIGHTS(WS-FOUND-IX).
003450     MOVE SPACES TO PER-TOTALS(WS-FOUND-IX).
003460 2200-EXIT.
003470     EXIT.
003480
003490 2250-MATCH-PERIOD.
003500     ADD 1 TO WS-SCAN-IX.
003510     IF PER-PERIOD(WS-SCAN-IX) = PD-PERIOD
003520         MOVE WS-SCAN-IX TO WS-FOUND-IX
003530     END-IF.
003540 2250-EXIT.
003550     EXIT.
003560
003570 2500-CHECK-LEDGER.
003580     IF WS-OVERFLOW-COUNT > ZERO
003590         MOVE SPACES TO WS-REPORT-LINE
003600         STRING '*** MORE THAN ' WS-PER-MAX ' PERIODS ON THE '
003610             'LEDGER - ' WS-OVERFLOW-COUNT ' RECORDS OF THE '
003620             'LATER ONES NOT REPORTED'
003630             DELIMITED BY SIZE INTO WS-REPORT-LINE
003640         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
003650         IF WS-VAR-RC < 4
003660             MOVE 4 TO WS-VAR-RC
003670         END-IF
003680     END-IF.
003690     IF WS-PER-COUNT = ZERO
003700         MOVE SPACES TO WS-REPORT-LINE
003710         STRING '*** NO PERIOD ON THE LEDGER FOR THIS ENTITY - '
003720             'NOTHING TO REPORT, RC=8'
003730             DELIMITED BY SIZE INTO WS-REPORT-LINE
003740         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
003750         MOVE 8 TO WS-VAR-RC
003760     END-IF.
003770 2500-EXIT.
003780     EXIT.
003790
003810*>    ONE BLOCK PER PERIOD: THE BASIS IT IS MEASURED ON, THEN A
003820*>    LINE PER METRIC. A PERIOD WITH NO BUDGET RECORD IS NAMED
003830*>    AND SKIPPED, RC=4.
003850 3000-REPORT-PERIOD.
003860     ADD 1 TO WS-PER-IX.
003870     IF PER-KIND(WS-PER-IX) = SPACE
003880         GO TO 3000-EXIT
003890     END-IF.
003900     ADD 1 TO WS-REPORTED-COUNT.
003910     MOVE SPACES TO WS-REPORT-LINE.
003920     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003930     MOVE PER-PERIOD(WS-PER-IX) TO BUDG-PERIOD.
003940     MOVE 'Y' TO WS-BUDGET-FOUND-SW.
003950     READ BUDG-FILE
003960         INVALID KEY
003970             MOVE 'N' TO WS-BUDGET-FOUND-SW
003980     END-READ.
003990     IF NOT BUDGET-FOUND
004000         ADD 1 TO WS-NO-BUDGET-COUNT
004010         MOVE SPACES TO WS-REPORT-LINE
004020         STRING '*** PERIOD ' PER-PERIOD(WS-PER-IX)
004030             ' HAS NO BUDGET ON BUDGFILE - NOT MEASURED'
004040             DELIMITED BY SIZE INTO WS-REPORT-LINE
004050         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004060         IF WS-VAR-RC < 4
004070             MOVE 4 TO WS-VAR-RC
004080         END-IF
004090         GO TO 3000-EXIT
004100     END-IF.
004110     MOVE 1 TO WS-PRORATE-NUM.
004120     MOVE 1 TO WS-PRORATE-DEN.
004130     MOVE SPACES TO WS-REPORT-LINE.
004140     IF PER-KIND(WS-PER-IX) = 'C'
004150         ADD 1 TO WS-CLOSED-COUNT
004160         STRING 'PERIOD ' PER-PERIOD(WS-PER-IX)
004170             '  CLOSED - CARRY-FORWARD TOTALS AGAINST THE FULL '
004180             'MONTH BUDGET'
004190             DELIMITED BY SIZE INTO WS-REPORT-LINE
004200     ELSE
004210         ADD 1 TO WS-MTD-COUNT
004220         PERFORM 3100-COUNT-BUS-DAYS THRU 3100-EXIT
004230         MOVE PER-NIGHTS(WS-PER-IX) TO WS-NIGHTS
004240         MOVE WS-NIGHTS TO WS-NIGHTS-EDIT
004250         MOVE WS-BUS-DAYS TO WS-BUS-DAYS-EDIT
004260         IF WS-NIGHTS < WS-BUS-DAYS
004270             MOVE WS-NIGHTS TO WS-PRORATE-NUM
004280             MOVE WS-BUS-DAYS TO WS-PRORATE-DEN
004290         END-IF
004300         STRING 'PERIOD ' PER-PERIOD(WS-PER-IX)
004310             '  MONTH TO DATE - ' WS-NIGHTS-EDIT ' OF '
004320             WS-BUS-DAYS-EDIT ' BUSINESS DAYS RUN, BUDGET '
004330             'PRO-RATED TO MATCH'
004340             DELIMITED BY SIZE INTO WS-REPORT-LINE
004350     END-IF.
004360     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004370     MOVE SPACES TO WS-REPORT-LINE.
004380     STRING 'METRIC                       ACTUAL'
004390         '              BUDGET            VARIANCE  VAR PCT'
004400         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004410     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004420     PERFORM 3200-LOAD-METRICS THRU 3200-EXIT.
004430     MOVE ZERO TO WS-PERIOD-FLAGS.
004440     MOVE ZERO TO WS-MET-IX.
004450     PERFORM 3300-REPORT-METRIC THRU 3300-EXIT 9 TIMES.
004460     MOVE WS-PERIOD-FLAGS TO WS-FLAGS-EDIT.
004470     MOVE SPACES TO WS-REPORT-LINE.
004480     IF WS-PERIOD-FLAGS = ZERO
004490         STRING 'PERIOD ' PER-PERIOD(WS-PER-IX)
004500             ' - EVERY METRIC WITHIN TOLERANCE'
004510             DELIMITED BY SIZE INTO WS-REPORT-LINE
004520     ELSE
004530         STRING '*** PERIOD ' PER-PERIOD(WS-PER-IX) ' - '
004540             WS-FLAGS-EDIT ' OF 9 METRICS OUTSIDE TOLERANCE'
004550             DELIMITED BY SIZE INTO WS-REPORT-LINE
004560         IF WS-VAR-RC < 4
004570             MOVE 4 TO WS-VAR-RC
004580         END-IF
004590     END-IF.
004600     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004610 3000-EXIT.
004620     EXIT.
004630
004640*>    BUSINESS DAYS IN THE PERIOD'S MONTH ARE THE DATES NOT ON
004650*>    CALFILE (WEEKENDS AND HOLIDAYS ARE FILED THERE). YEARS ARE
004660*>    20XX, SO THE MOD-4 LEAP TEST HOLDS. WITH NO CALENDAR EVERY
004670*>    DAY IS A BUSINESS DAY.
004680 3100-COUNT-BUS-DAYS.
004690     MOVE PER-PERIOD(WS-PER-IX) TO WS-SCAN-DATE(1:4).
004700     MOVE ZERO TO WS-SCAN-DD.
004710     MOVE ZERO TO WS-BUS-DAYS.
004720     IF WS-SCAN-MM < 1 OR WS-SCAN-MM > 12
004730         GO TO 3100-EXIT
004740     END-IF.
004750     MOVE MONTH-DAYS(WS-SCAN-MM) TO WS-MONTH-DAYS.
004760     DIVIDE WS-SCAN-YY BY 4 GIVING WS-YY-QUOTIENT
004770         REMAINDER WS-YY-REMAINDER.
004780     IF WS-SCAN-MM = 2 AND WS-YY-REMAINDER = ZERO
004790         MOVE 29 TO WS-MONTH-DAYS
004800     END-IF.
004810     PERFORM 3150-CHECK-DAY THRU 3150-EXIT
004820         WS-MONTH-DAYS TIMES.
004830 3100-EXIT.
004840     EXIT.
004850
004860 3150-CHECK-DAY.
004870     ADD 1 TO WS-SCAN-DD.
004880     IF NOT CALENDAR-OPEN
004890         ADD 1 TO WS-BUS-DAYS
004900         GO TO 3150-EXIT
004910     END-IF.
004920     MOVE WS-SCAN-DATE TO CAL-DATE.
004930     READ CAL-FILE
004940         INVALID KEY
004950             ADD 1 TO WS-BUS-DAYS
004960     END-READ.
004970 3150-EXIT.
004980     EXIT.
004990
005000 3200-LOAD-METRICS.
005010     MOVE PER-TOTALS(WS-PER-IX) TO ACTUAL-WORK.
005020     MOVE AC-RECORDS-IN TO MET-ACTUAL(1).
005030     MOVE AC-LINES-OUT TO MET-ACTUAL(2).
005040     MOVE AC-HASH TO MET-ACTUAL(3).
005050     MOVE AC-ADD TO MET-ACTUAL(4).
005060     MOVE AC-SUB TO MET-ACTUAL(5).
005070     MOVE AC-MUL TO MET-ACTUAL(6).
005080     MOVE AC-DIV TO MET-ACTUAL(7).
005090     MOVE AC-POW TO MET-ACTUAL(8).
005100     MOVE AC-MOD TO MET-ACTUAL(9).
005110     MOVE BUDG-RECORDS-IN TO MET-BUDGET(1).
005120     MOVE BUDG-LINES-OUT TO MET-BUDGET(2).
005130     MOVE BUDG-HASH TO MET-BUDGET(3).
005140     MOVE BUDG-ADD-COUNT TO MET-BUDGET(4).
005150     MOVE BUDG-SUB-COUNT TO MET-BUDGET(5).
005160     MOVE BUDG-MUL-COUNT TO MET-BUDGET(6).
005170     MOVE BUDG-DIV-COUNT TO MET-BUDGET(7).
005180     MOVE BUDG-POW-COUNT TO MET-BUDGET(8).
005190     MOVE BUDG-MOD-COUNT TO MET-BUDGET(9).
005200 3200-EXIT.
005210     EXIT.
005220
005230*>    THE BUDGET IS PRO-RATED FIRST (A COUNT TO A WHOLE NUMBER,
005240*>    THE HASH TO THE CENT), THEN VARIANCE IS ACTUAL LESS BUDGET
005250*>    AND ITS PERCENTAGE IS OF THAT BUDGET. AN ACTUAL AGAINST A
005260*>    ZERO BUDGET HAS NO PERCENTAGE AND IS ALWAYS FLAGGED.
005270 3300-REPORT-METRIC.
005280     ADD 1 TO WS-MET-IX.
005290     IF WS-MET-IX = 3
005300         COMPUTE WS-BUDGET-DUE ROUNDED = MET-BUDGET(WS-MET-IX)
005310             * WS-PRORATE-NUM / WS-PRORATE-DEN
005320     ELSE
005330         COMPUTE WS-COUNT-DUE ROUNDED = MET-BUDGET(WS-MET-IX)
005340             * WS-PRORATE-NUM / WS-PRORATE-DEN
005350         MOVE WS-COUNT-DUE TO WS-BUDGET-DUE
005360     END-IF.
005370     COMPUTE WS-VARIANCE = MET-ACTUAL(WS-MET-IX)
005380         - WS-BUDGET-DUE.
005390     MOVE 'N' TO WS-LINE-FLAG-SW.
005400     MOVE SPACES TO WS-SHOW-FLAG.
005410     IF WS-BUDGET-DUE = ZERO
005420         IF WS-VARIANCE = ZERO
005430             MOVE ZERO TO WS-PCT
005440             MOVE WS-PCT TO WS-PCT-EDIT
005450             MOVE WS-PCT-EDIT TO WS-SHOW-PCT
005460         ELSE
005470             MOVE '    N/A' TO WS-SHOW-PCT
005480             MOVE 'Y' TO WS-LINE-FLAG-SW
005490             MOVE '*** NO BUDGET FOR IT' TO WS-SHOW-FLAG
005500         END-IF
005510     ELSE
005520         COMPUTE WS-PCT ROUNDED = WS-VARIANCE * 100
005530             / WS-BUDGET-DUE
005540             ON SIZE ERROR
005550                 MOVE 99999.9 TO WS-PCT
005560                 IF WS-VARIANCE < ZERO
005570                     MOVE -99999.9 TO WS-PCT
005580                 END-IF
005590         END-COMPUTE
005600         MOVE WS-PCT TO WS-PCT-EDIT
005610         MOVE WS-PCT-EDIT TO WS-SHOW-PCT
005620         IF WS-PCT < ZERO
005630             COMPUTE WS-ABS-PCT = ZERO - WS-PCT
005640         ELSE
005650             MOVE WS-PCT TO WS-ABS-PCT
005660         END-IF
005670         IF WS-ABS-PCT > WS-TOLERANCE
005680             MOVE 'Y' TO WS-LINE-FLAG-SW
005690             MOVE '*** OUTSIDE TOLERANCE' TO WS-SHOW-FLAG
005700         END-IF
005710     END-IF.
005720     IF LINE-FLAGGED
005730         ADD 1 TO WS-PERIOD-FLAGS
005740         ADD 1 TO WS-FLAG-COUNT
005750     END-IF.
005760     MOVE MET-ACTUAL(WS-MET-IX) TO WS-EDIT-IN.
005770     PERFORM 3400-EDIT-AMOUNT THRU 3400-EXIT.
005780     MOVE WS-EDIT-OUT TO WS-SHOW-ACTUAL.
005790     MOVE WS-BUDGET-DUE TO WS-EDIT-IN.
005800     PERFORM 3400-EDIT-AMOUNT THRU 3400-EXIT.
005810     MOVE WS-EDIT-OUT TO WS-SHOW-BUDGET.
005820     MOVE WS-VARIANCE TO WS-EDIT-IN.
005830     PERFORM 3400-EDIT-AMOUNT THRU 3400-EXIT.
005840     MOVE WS-EDIT-OUT TO WS-SHOW-VARIANCE.
005850     MOVE SPACES TO WS-REPORT-LINE.
005860     STRING MET-NAME(WS-MET-IX) ' ' WS-SHOW-ACTUAL
005870         '  ' WS-SHOW-BUDGET '  ' WS-SHOW-VARIANCE
005880         '  ' WS-SHOW-PCT '  ' WS-SHOW-FLAG
005890         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005900     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005910 3300-EXIT.
005920     EXIT.
005930
005940 3400-EDIT-AMOUNT.
005950     IF WS-MET-IX = 3
005960         MOVE WS-EDIT-IN TO WS-MONEY-EDIT
005970         MOVE WS-MONEY-EDIT TO WS-EDIT-OUT
005980     ELSE
005990         MOVE WS-EDIT-IN TO WS-COUNT-EDIT
006000         MOVE WS-COUNT-SHOW TO WS-EDIT-OUT
006010     END-IF.
006020 3400-EXIT.
006030     EXIT.
006040
006050 7000-PRINT-LINE.
006060     MOVE 'WRITE' TO PRT-FUNC.
006070     MOVE WS-REPORT-LINE TO PRT-LINE.
006080     CALL 'PRINTSVC' USING PRINT-AREA.
006090 7000-EXIT.
006100     EXIT.
006110
006120 8000-WRITE-TOTALS.
006130     MOVE SPACES TO WS-REPORT-LINE.
006140     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006150     MOVE SPACES TO WS-REPORT-LINE.
006160     STRING 'PERIODS REPORTED ' WS-REPORTED-COUNT
006170         '  MONTH TO DATE ' WS-MTD-COUNT
006180         '  CLOSED ' WS-CLOSED-COUNT
006190         '  WITH NO BUDGET ' WS-NO-BUDGET-COUNT
006200         '  LINES FLAGGED ' WS-FLAG-COUNT
006210         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006220     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006230     MOVE SPACES TO WS-REPORT-LINE.
006240     EVALUATE WS-VAR-RC
006250         WHEN ZERO
006260             MOVE 'RC=0 - EVERY LINE WITHIN TOLERANCE'
006270                 TO WS-REPORT-LINE
006280         WHEN 4
006290             MOVE 'RC=4 - SEE THE *** LINES' TO WS-REPORT-LINE
006300         WHEN OTHER
006310             MOVE 'RC=8 - NOTHING MEASURED' TO WS-REPORT-LINE
006320     END-EVALUATE.
006330     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006340     DISPLAY 'BUDGVAR - ' WS-ENT-SHOW ' PERIODS '
006350         WS-REPORTED-COUNT ' NO BUDGET ' WS-NO-BUDGET-COUNT
006360         ' FLAGGED ' WS-FLAG-COUNT ' RC=' WS-VAR-RC.
006370 8000-EXIT.
006380     EXIT.
006390
006400 9000-TERMINATE.
006410     IF BUDGET-OPEN
006420         CLOSE BUDG-FILE
006430         CLOSE PERIOD-FILE
006440     END-IF.
006450     IF CALENDAR-OPEN
006460         CLOSE CAL-FILE
006470     END-IF.
006480     MOVE 'CLOSE' TO PRT-FUNC.
006490     CALL 'PRINTSVC' USING PRINT-AREA.
006500     MOVE WS-VAR-RC TO WS-AUDIT-RC.
006510     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
006520         WS-AUDIT-RC.
006530     MOVE WS-VAR-RC TO RETURN-CODE.
006540 9000-EXIT.
006550     EXIT.
