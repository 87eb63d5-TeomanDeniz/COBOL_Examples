000000 *> ................................................................... <*
000000 *> CBL - FEEDCHK                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/14 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/14 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> EXPECTED-FEED CHECK, RUN AHEAD OF THE FRONT-END EDIT. THE EDIT
000000 *> TAKES WHATEVER HEADERS TURN UP, SO A SOURCE SYSTEM THAT SIMPLY
000000 *> DOES NOT SEND ITS FILE LEAVES A CLEAN NIGHT ON FEWER
000000 *> TRANSACTIONS THAT ONLY TRENDRPT NOTICES, DAYS LATER. THE
000000 *> FEEDSCHD CARDS (COPYBOOK FEEDSCH) SAY WHICH SOURCE SYSTEMS ARE
000000 *> DUE ON WHICH BUSINESS DAYS, BY WHEN, AND AT WHAT VOLUME.
000000 *> TONIGHT'S TRANFILE HEADERS FOR THE RUN ENTITY ARE MATCHED TO
000000 *> THE SCHEDULE AND EACH CARD PRINTS ARRIVED, MISSING, LATE OR
000000 *> OUT OF RANGE; A SOURCE WITH NO CARD PRINTS UNSCHEDULED.
000000 *> WHAT IS DUE: NOTHING WHEN THE BUSINESS DATE IS ON CALFILE (A
000000 *> NON-BUSINESS DAY); OTHERWISE DAILY, FIRST OR LAST BUSINESS DAY
000000 *> OF THE MONTH - FOUND BY READING CALFILE EITHER SIDE OF THE
000000 *> BUSINESS DATE - OR THE CARD'S WEEKDAY MASK. THE WEEKDAY COMES
000000 *> FROM THE SERIAL DAY COUNT OFF 2000/01/01 CALMAINT USES.
000000 *> ARRIVAL TIME IS THE HHMM THE FILE-TRANSFER EXIT STAMPS IN
000000 *> HEADER BYTES 18-21 AS THE FEED LANDS; A HEADER WITHOUT ONE IS
000000 *> TIMED BY THIS STEP'S OWN CLOCK (IT WAS HERE BY NOW AT THE
000000 *> LATEST) AND FLAGGED '*'. THE NIGHT RUNS NOON TO NOON, SO A
000000 *> 0030 ARRIVAL IS LATE AGAINST A 2300 CUTOFF. VOLUME IS THE
000000 *> DETAIL COUNT UNDER THE SOURCE'S HEADERS, SUMMED WHEN IT SENT
000000 *> MORE THAN ONE.
000000 *> RETURN CODES: 0 EVERY DUE FEED IN, ON TIME AND IN RANGE;
000000 *> 4 SOMETHING TO CHASE (LATE, OUT OF RANGE, UNSCHEDULED, A
000000 *> REJECTED CARD, OR A MISSING FEED WHOSE CARD SAYS RUN WITHOUT
000000 *> IT); 8 A MISSING FEED WHOSE CARD SAYS HOLD, OR NO SCHEDULE AT
000000 *> ALL - THE STREAM STOPS AHEAD OF THE EDIT AND OPERATIONS EITHER
000000 *> WAIT FOR THE FEED AND RERUN FROM THIS STEP, OR RESTART AT THE
000000 *> EDIT TO RUN THE NIGHT WITHOUT IT.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FEEDCHK.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT SCHED-FILE ASSIGN TO "FEEDSCHD"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-SCHED-FILE-STATUS.
000180     SELECT TRANS-FILE ASSIGN TO "TRANFILE"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-TRANS-FILE-STATUS.
000210     SELECT OPTIONAL CAL-FILE ASSIGN TO "CALFILE"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS RANDOM
000240         RECORD KEY IS CAL-DATE
000250         FILE STATUS IS WS-CAL-FILE-STATUS.
000260     SELECT REPORT-FILE ASSIGN TO "FEEDRPT"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  SCHED-FILE.
000310     COPY FEEDSCH.
000320 FD  TRANS-FILE.
000330 01  TRANS-IN-RECORD PIC X(80).
000340 FD  CAL-FILE.
000350     COPY CALREC.
000360 FD  REPORT-FILE.
000370 01  REPORT-RECORD PIC X(132).
000380 WORKING-STORAGE SECTION.
000390     77 WS-SCHED-FILE-STATUS PIC XX VALUE '00'.
000400     77 WS-TRANS-FILE-STATUS PIC XX VALUE '00'.
000410     77 WS-CAL-FILE-STATUS PIC XX VALUE '00'.
000420     77 WS-CAL-OPEN-SW PIC X VALUE 'N'.
000430         88 CALENDAR-OPEN VALUE 'Y'.
000440     77 WS-REPORT-LINE PIC X(132).
000450     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000460         88 EOF-YES VALUE 'Y'.
000470     77 WS-SCHED-EOF-SW PIC X VALUE 'N'.
000480         88 SCHED-EOF VALUE 'Y'.
000490     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'FEEDCHK'.
000500     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000510     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000520     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000530     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000540     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000550     77 WS-SCHED-MAX PIC 9(2) VALUE 50.
000560     77 WS-SCHED-COUNT PIC 9(2) COMP VALUE ZERO.
000570     77 WS-SCHED-IX PIC 9(2) COMP VALUE ZERO.
000580     77 WS-ARR-MAX PIC 9(2) VALUE 50.
000590     77 WS-ARR-COUNT PIC 9(2) COMP VALUE ZERO.
000600     77 WS-ARR-IX PIC 9(2) COMP VALUE ZERO.
000610     77 WS-CUR-ARR PIC 9(2) COMP VALUE ZERO.
000620     77 WS-MATCH-IX PIC 9(2) COMP VALUE ZERO.
000630     77 WS-FIND-SOURCE PIC X(8) VALUE SPACES.
000640     77 WS-CARD-ERROR PIC X(30) VALUE SPACES.
000650     77 WS-MASK-OK-SW PIC X VALUE 'Y'.
000660         88 MASK-OK VALUE 'Y'.
000670     77 WS-MASK-IX PIC 9(1) VALUE ZERO.
000680     77 WS-NOW-TIME PIC 9(8) VALUE ZERO.
000690     77 WS-NOW-HHMM PIC 9(4) VALUE ZERO.
000700     77 WS-HDR-TIME PIC 9(4) VALUE ZERO.
000710     77 WS-HDR-CLOCKED-SW PIC X VALUE 'N'.
000720     77 WS-NIGHT-IN PIC 9(4) VALUE ZERO.
000730     77 WS-NIGHT-OUT PIC 9(4) VALUE ZERO.
000740     77 WS-ARR-NIGHT PIC 9(4) VALUE ZERO.
000750     77 WS-SERIAL-DAYS PIC 9(5) COMP VALUE ZERO.
000760     77 WS-LEAP-COUNT PIC 9(4) COMP VALUE ZERO.
000770     77 WS-DOW-QUOT PIC 9(5) COMP VALUE ZERO.
000780     77 WS-DOW PIC 9(1) VALUE ZERO.
000790     77 WS-DAY-IX PIC 9(1) VALUE 1.
000800     77 WS-MONTH-IX PIC 9(2) VALUE ZERO.
000810     77 WS-MONTH-DAYS PIC 9(2) VALUE ZERO.
000820     77 WS-YY-QUOTIENT PIC 9(4) VALUE ZERO.
000830     77 WS-YY-REMAINDER PIC 9(4) VALUE ZERO.
000840     77 WS-BUSINESS-DAY-SW PIC X VALUE 'Y'.
000850         88 BUSINESS-DAY VALUE 'Y'.
000860     77 WS-FIRST-BUS-SW PIC X VALUE 'Y'.
000870         88 FIRST-BUSINESS-DAY VALUE 'Y'.
000880     77 WS-LAST-BUS-SW PIC X VALUE 'Y'.
000890         88 LAST-BUSINESS-DAY VALUE 'Y'.
000900     77 WS-SCAN-DONE-SW PIC X VALUE 'N'.
000910         88 SCAN-DONE VALUE 'Y'.
000920     77 WS-SCAN-BUS-SW PIC X VALUE 'Y'.
000930     77 WS-DUE-SW PIC X VALUE 'N'.
000940         88 DUE-TONIGHT VALUE 'Y'.
000950     77 WS-LATE-SW PIC X VALUE 'N'.
000960         88 ARRIVED-LATE VALUE 'Y'.
000970     77 WS-RANGE-SW PIC X VALUE 'N'.
000980         88 VOLUME-LOW VALUE 'L'.
000990         88 VOLUME-HIGH VALUE 'H'.
001000     77 WS-DUE-COUNT PIC 9(3) VALUE ZERO.
001010     77 WS-ARRIVED-COUNT PIC 9(3) VALUE ZERO.
001020     77 WS-MISSING-COUNT PIC 9(3) VALUE ZERO.
001030     77 WS-HOLD-COUNT PIC 9(3) VALUE ZERO.
001040     77 WS-LATE-COUNT PIC 9(3) VALUE ZERO.
001050     77 WS-RANGE-COUNT PIC 9(3) VALUE ZERO.
001060     77 WS-UNSCHED-COUNT PIC 9(3) VALUE ZERO.
001070     77 WS-FOREIGN-COUNT PIC 9(3) VALUE ZERO.
001080     77 WS-BAD-CARD-COUNT PIC 9(3) VALUE ZERO.
001090     77 WS-DUE-SHOW PIC X(3) VALUE SPACES.
001100     77 WS-ARR-SHOW PIC X(5) VALUE SPACES.
001110     77 WS-STATUS-SHOW PIC X(32) VALUE SPACES.
001120     77 WS-COUNT-EDIT PIC ZZZZZZ9.
001130     77 WS-MIN-EDIT PIC ZZZZZZ9.
001140     77 WS-MAX-EDIT PIC ZZZZZZ9.
001150     77 WS-HDRS-EDIT PIC Z9.
001160     77 WS-FEED-RC PIC S9(4) VALUE ZERO.
001170 01  WS-BUS-DATE-AREA.
001180     05 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
001190     05 WS-BUS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
001200         10 WS-BUS-YY PIC 9(2).
001210         10 WS-BUS-MM PIC 9(2).
001220         10 WS-BUS-DD PIC 9(2).
001230 01  WS-SCAN-DATE-AREA.
001240     05 WS-SCAN-DATE PIC 9(6) VALUE ZERO.
001250     05 WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
001260         10 WS-SCAN-YY PIC 9(2).
001270         10 WS-SCAN-MM PIC 9(2).
001280         10 WS-SCAN-DD PIC 9(2).
001290 01  WS-ENTITY-AREA.
001300     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
001310     05 FILLER PIC X(4) VALUE SPACES.
001320 01  WS-ENT-SHOW PIC X(4) VALUE 'HOME'.
001330*>    THE WEEKDAY MASK ON A SCHEDULE CARD, MONDAY TO SUNDAY.
001340 01  WS-DAY-LETTERS PIC X(7) VALUE 'MTWTFSS'.
001350 01  DAY-NAME-INIT.
001360     05 FILLER PIC X(3) VALUE 'MON'.
001370     05 FILLER PIC X(3) VALUE 'TUE'.
001380     05 FILLER PIC X(3) VALUE 'WED'.
001390     05 FILLER PIC X(3) VALUE 'THU'.
001400     05 FILLER PIC X(3) VALUE 'FRI'.
001410     05 FILLER PIC X(3) VALUE 'SAT'.
001420     05 FILLER PIC X(3) VALUE 'SUN'.
001430 01  DAY-NAME-TABLE REDEFINES DAY-NAME-INIT.
001440     05 DAY-NAME PIC X(3) OCCURS 7 TIMES.
001450 01  MONTH-TABLE-INIT.
001460     05 FILLER PIC X(2) VALUE '31'.
001470     05 FILLER PIC X(2) VALUE '28'.
001480     05 FILLER PIC X(2) VALUE '31'.
001490     05 FILLER PIC X(2) VALUE '30'.
001500     05 FILLER PIC X(2) VALUE '31'.
001510     05 FILLER PIC X(2) VALUE '30'.
001520     05 FILLER PIC X(2) VALUE '31'.
001530     05 FILLER PIC X(2) VALUE '31'.
001540     05 FILLER PIC X(2) VALUE '30'.
001550     05 FILLER PIC X(2) VALUE '31'.
001560     05 FILLER PIC X(2) VALUE '30'.
001570     05 FILLER PIC X(2) VALUE '31'.
001580 01  MONTH-TABLE REDEFINES MONTH-TABLE-INIT.
001590     05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
001600*>    THE RUN ENTITY'S SCHEDULE CARDS.
001610 01  SCHED-TABLE.
001620     05 SCHED-ENTRY OCCURS 50 TIMES.
001630         10 SCH-SOURCE PIC X(8).
001640         10 SCH-DAYS PIC X(7).
001650         10 SCH-CUTOFF PIC 9(4).
001660         10 SCH-MIN-COUNT PIC 9(7).
001670         10 SCH-MAX-COUNT PIC 9(7).
001680         10 SCH-ACTION PIC X.
001690*>    ONE SLOT PER SOURCE SYSTEM SEEN ON TONIGHT'S HEADERS - THE
001700*>    LATEST ARRIVAL, THE SUMMED DETAIL COUNT, HOW MANY HEADERS.
001710 01  ARRIVAL-TABLE.
001720     05 ARR-ENTRY OCCURS 50 TIMES.
001730         10 ARR-SOURCE PIC X(8).
001740         10 ARR-HDR-DATE PIC X(6).
001750         10 ARR-TIME PIC 9(4).
001760         10 ARR-CLOCKED-SW PIC X.
001770         10 ARR-DETAILS PIC 9(7) COMP.
001780         10 ARR-HEADERS PIC 9(2) COMP.
001790         10 ARR-MATCHED-SW PIC X.
001800 PROCEDURE DIVISION.
001810 0000-MAIN.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     PERFORM 2000-READ-FEED THRU 2000-EXIT
001840         UNTIL EOF-YES.
001850     PERFORM 3000-CHECK-SCHEDULE THRU 3000-EXIT.
001860     PERFORM 4000-CHECK-UNSCHEDULED THRU 4000-EXIT.
001870     PERFORM 5000-SUMMARY THRU 5000-EXIT.
001880     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001890     GOBACK.
001900
001910 1000-INITIALIZE.
001920     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001930         WS-AUDIT-RC.
001940     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
001950         WS-RUNCTL-RC
001960         ON EXCEPTION
001970             ACCEPT WS-BUSINESS-DATE FROM DATE
001980     END-CALL.
001990     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
002000         ON EXCEPTION
002010             MOVE SPACES TO WS-ENTITY-AREA
002020     END-CALL.
002030     IF WS-RUN-ENTITY NOT = SPACES
002040         MOVE WS-RUN-ENTITY TO WS-ENT-SHOW
002050     END-IF.
002060     ACCEPT WS-NOW-TIME FROM TIME.
002070     MOVE WS-NOW-TIME(1:4) TO WS-NOW-HHMM.
002080     PERFORM 1100-DAY-OF-WEEK THRU 1100-EXIT.
002090     PERFORM 1200-READ-CALENDAR THRU 1200-EXIT.
002100     OPEN OUTPUT REPORT-FILE.
002110     MOVE 'EXPECTED-FEED CHECK - FEEDCHK' TO WS-REPORT-LINE.
002120     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002130     MOVE SPACES TO WS-REPORT-LINE.
002140     STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
002150         ' (' DAY-NAME(WS-DAY-IX) ')  ENTITY ' WS-ENT-SHOW
002160         '  CHECKED AT ' WS-NOW-HHMM
002170         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002180     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002190     IF NOT BUSINESS-DAY
002200         MOVE SPACES TO WS-REPORT-LINE
002210         STRING 'BUSINESS DATE IS ON CALFILE AS A NON-BUSINESS '
002220             'DAY - NO FEED IS DUE TONIGHT'
002230             DELIMITED BY SIZE INTO WS-REPORT-LINE
002240         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002250     END-IF.
002260     PERFORM 1300-LOAD-SCHEDULE THRU 1300-EXIT.
002270     OPEN INPUT TRANS-FILE.
002280     IF WS-TRANS-FILE-STATUS NOT = '00'
002290         DISPLAY 'FEEDCHK - TRANFILE OPEN FAILED, STATUS='
002300             WS-TRANS-FILE-STATUS
002310         MOVE '*** TRANFILE CANNOT BE OPENED - NO FEED ARRIVED'
002320             TO WS-REPORT-LINE
002330         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002340         MOVE 'Y' TO WS-EOF-SWITCH
002350         GO TO 1000-EXIT
002360     END-IF.
002370     PERFORM 1500-READ-NEXT THRU 1500-EXIT.
002380 1000-EXIT.
002390     EXIT.
002400
002410*>    SERIAL DAY COUNT OFF 2000/01/01 (A SATURDAY), AS CALMAINT
002420*>    DOES; YEARS ARE 20XX, SO THE MOD-4 LEAP TEST HOLDS. THE
002430*>    REMAINDER IS 0 FOR SATURDAY, 1 SUNDAY, 2 MONDAY ... 6
002440*>    FRIDAY; WS-DAY-IX TURNS IT INTO THE MONDAY-FIRST MASK SLOT.
002450 1100-DAY-OF-WEEK.
002460     IF WS-BUS-MM < 1 OR WS-BUS-MM > 12
002470         DISPLAY 'FEEDCHK - BUSINESS DATE ' WS-BUSINESS-DATE
002480             ' NOT A DATE - WEEKDAY TAKEN AS MONDAY'
002490         MOVE 1 TO WS-DAY-IX
002500         MOVE 31 TO WS-MONTH-DAYS
002510         GO TO 1100-EXIT
002520     END-IF.
002530     DIVIDE WS-BUS-YY BY 4 GIVING WS-YY-QUOTIENT
002540         REMAINDER WS-YY-REMAINDER.
002550     IF WS-BUS-YY = ZERO
002560         MOVE ZERO TO WS-LEAP-COUNT
002570     ELSE
002580         COMPUTE WS-LEAP-COUNT = ((WS-BUS-YY - 1) / 4) + 1
002590     END-IF.
002600     COMPUTE WS-SERIAL-DAYS = (365 * WS-BUS-YY) + WS-LEAP-COUNT
002610         + WS-BUS-DD - 1.
002620     MOVE 1 TO WS-MONTH-IX.
002630     PERFORM 1150-ADD-MONTH THRU 1150-EXIT
002640         UNTIL WS-MONTH-IX NOT < WS-BUS-MM.
002650     DIVIDE WS-SERIAL-DAYS BY 7 GIVING WS-DOW-QUOT
002660         REMAINDER WS-DOW.
002670     EVALUATE WS-DOW
002680         WHEN 0
002690             MOVE 6 TO WS-DAY-IX
002700         WHEN 1
002710             MOVE 7 TO WS-DAY-IX
002720         WHEN OTHER
002730             COMPUTE WS-DAY-IX = WS-DOW - 1
002740     END-EVALUATE.
002750     MOVE MONTH-DAYS(WS-BUS-MM) TO WS-MONTH-DAYS.
002760     IF WS-BUS-MM = 2 AND WS-YY-REMAINDER = ZERO
002770         MOVE 29 TO WS-MONTH-DAYS
002780     END-IF.
002790 1100-EXIT.
002800     EXIT.
002810
002820 1150-ADD-MONTH.
002830     ADD MONTH-DAYS(WS-MONTH-IX) TO WS-SERIAL-DAYS.
002840     IF WS-MONTH-IX = 2 AND WS-YY-REMAINDER = ZERO
002850         ADD 1 TO WS-SERIAL-DAYS
002860     END-IF.
002870     ADD 1 TO WS-MONTH-IX.
002880 1150-EXIT.
002890     EXIT.
002900
002910*>    TONIGHT IS A BUSINESS DAY WHEN ITS DATE IS NOT ON CALFILE.
002920*>    IT IS THE FIRST BUSINESS DAY OF THE MONTH WHEN EVERY EARLIER
002930*>    DAY OF THE MONTH IS ON CALFILE, AND THE LAST WHEN EVERY
002940*>    LATER ONE IS. WITH NO CALENDAR EVERY DAY IS A BUSINESS DAY.
002950 1200-READ-CALENDAR.
002960     OPEN INPUT CAL-FILE.
002970     IF WS-CAL-FILE-STATUS = '00' OR WS-CAL-FILE-STATUS = '05'
002980         MOVE 'Y' TO WS-CAL-OPEN-SW
002990     END-IF.
003000     MOVE WS-BUSINESS-DATE TO WS-SCAN-DATE.
003010     PERFORM 1270-IS-BUSINESS THRU 1270-EXIT.
003020     MOVE WS-SCAN-BUS-SW TO WS-BUSINESS-DAY-SW.
003030     MOVE 'N' TO WS-SCAN-DONE-SW.
003040     PERFORM 1250-SCAN-BACK THRU 1250-EXIT
003050         UNTIL SCAN-DONE.
003060     MOVE WS-BUSINESS-DATE TO WS-SCAN-DATE.
003070     MOVE 'N' TO WS-SCAN-DONE-SW.
003080     PERFORM 1260-SCAN-FORWARD THRU 1260-EXIT
003090         UNTIL SCAN-DONE.
003100     IF CALENDAR-OPEN
003110         CLOSE CAL-FILE
003120     END-IF.
003130 1200-EXIT.
003140     EXIT.
003150
003160 1250-SCAN-BACK.
003170     IF WS-SCAN-DD NOT > 1
003180         MOVE 'Y' TO WS-SCAN-DONE-SW
003190         GO TO 1250-EXIT
003200     END-IF.
003210     SUBTRACT 1 FROM WS-SCAN-DD.
003220     PERFORM 1270-IS-BUSINESS THRU 1270-EXIT.
003230     IF WS-SCAN-BUS-SW = 'Y'
003240         MOVE 'N' TO WS-FIRST-BUS-SW
003250         MOVE 'Y' TO WS-SCAN-DONE-SW
003260     END-IF.
003270 1250-EXIT.
003280     EXIT.
003290
003300 1260-SCAN-FORWARD.
003310     IF WS-SCAN-DD NOT < WS-MONTH-DAYS
003320         MOVE 'Y' TO WS-SCAN-DONE-SW
003330         GO TO 1260-EXIT
003340     END-IF.
003350     ADD 1 TO WS-SCAN-DD.
003360     PERFORM 1270-IS-BUSINESS THRU 1270-EXIT.
003370     IF WS-SCAN-BUS-SW = 'Y'
003380         MOVE 'N' TO WS-LAST-BUS-SW
003390         MOVE 'Y' TO WS-SCAN-DONE-SW
003400     END-IF.
003410 1260-EXIT.
003420     EXIT.
003430
003440 1270-IS-BUSINESS.
003450     MOVE 'Y' TO WS-SCAN-BUS-SW.
003460     IF NOT CALENDAR-OPEN
003470         GO TO 1270-EXIT
003480     END-IF.
003490     MOVE WS-SCAN-DATE TO CAL-DATE.
003500     READ CAL-FILE
003510         INVALID KEY
003520             CONTINUE
003530         NOT INVALID KEY
003540             MOVE 'N' TO WS-SCAN-BUS-SW
003550     END-READ.
003560 1270-EXIT.
003570     EXIT.
003580
003590*>    ONLY THE RUN ENTITY'S CARDS ARE KEPT; A CARD THAT FAILS ITS
003600*>    EDIT IS PRINTED AND LEAVES ITS FEED UNCHECKED, RC=4.
003610 1300-LOAD-SCHEDULE.
003620     OPEN INPUT SCHED-FILE.
003630     IF WS-SCHED-FILE-STATUS NOT = '00'
003640         DISPLAY 'FEEDCHK - FEEDSCHD OPEN FAILED, STATUS='
003650             WS-SCHED-FILE-STATUS
003660         MOVE '*** NO FEED SCHEDULE - NOTHING CHECKED, RC=8'
003670             TO WS-REPORT-LINE
003680         WRITE REPORT-RECORD FROM WS-REPORT-LINE
003690         MOVE 8 TO WS-FEED-RC
003700         GO TO 1300-EXIT
003710     END-IF.
003720     PERFORM 1350-READ-CARD THRU 1350-EXIT.
003730     PERFORM 1400-TAKE-CARD THRU 1400-EXIT
003740         UNTIL SCHED-EOF.
003750     CLOSE SCHED-FILE.
003760 1300-EXIT.
003770     EXIT.
003780
003790 1350-READ-CARD.
003800     MOVE SPACES TO FEED-SCHED-CARD.
003810     READ SCHED-FILE
003820         AT END MOVE 'Y' TO WS-SCHED-EOF-SW
003830     END-READ.
003840 1350-EXIT.
003850     EXIT.
003860
003870 1400-TAKE-CARD.
003880     EVALUATE TRUE
003890         WHEN FEED-SCHED-CARD = SPACES
003900             CONTINUE
003910         WHEN FEED-SCHED-CARD(1:1) = '*'
003920             CONTINUE
003930         WHEN FSC-ENTITY NOT = WS-RUN-ENTITY
003940             CONTINUE
003950         WHEN OTHER
003960             PERFORM 1450-EDIT-CARD THRU 1450-EXIT
003970     END-EVALUATE.
003980     PERFORM 1350-READ-CARD THRU 1350-EXIT.
003990 1400-EXIT.
004000     EXIT.
004010
004020 1450-EDIT-CARD.
004030     MOVE SPACES TO WS-CARD-ERROR.
004040     MOVE 'Y' TO WS-MASK-OK-SW.
004050     MOVE ZERO TO WS-MASK-IX.
004060     PERFORM 1480-CHECK-MASK THRU 1480-EXIT 7 TIMES.
004070     MOVE FSC-SOURCE TO WS-FIND-SOURCE.
004080     PERFORM 1490-FIND-SCHEDULED THRU 1490-EXIT.
004090     EVALUATE TRUE
004100         WHEN FSC-SOURCE = SPACES
004110             MOVE 'NO SOURCE SYSTEM' TO WS-CARD-ERROR
004120         WHEN NOT FSC-DUE-DAILY AND NOT FSC-DUE-FIRST
004130             AND NOT FSC-DUE-LAST AND NOT MASK-OK
004140             MOVE 'DAYS NOT DAILY/FIRST/LAST/MASK'
004150                 TO WS-CARD-ERROR
004160         WHEN FSC-CUTOFF IS NOT NUMERIC
004170             MOVE 'CUTOFF NOT HHMM' TO WS-CARD-ERROR
004180         WHEN FSC-CUTOFF(1:2) > '23' OR FSC-CUTOFF(3:2) > '59'
004190             MOVE 'CUTOFF NOT HHMM' TO WS-CARD-ERROR
004200         WHEN FSC-MIN-COUNT IS NOT NUMERIC
004210             OR FSC-MAX-COUNT IS NOT NUMERIC
004220             MOVE 'VOLUME RANGE NOT NUMERIC' TO WS-CARD-ERROR
004230         WHEN FSC-MIN-COUNT > FSC-MAX-COUNT
004240             MOVE 'LOWEST COUNT ABOVE HIGHEST' TO WS-CARD-ERROR
004250         WHEN NOT FSC-HOLD-IF-MISSING AND NOT FSC-RUN-WITHOUT
004260             MOVE 'IF-MISSING NOT H OR R' TO WS-CARD-ERROR
004270         WHEN WS-MATCH-IX NOT = ZERO
004280             MOVE 'SOURCE ALREADY SCHEDULED' TO WS-CARD-ERROR
004290         WHEN WS-SCHED-COUNT NOT < WS-SCHED-MAX
004300             MOVE 'SCHEDULE TABLE FULL' TO WS-CARD-ERROR
004310     END-EVALUATE.
004320     IF WS-CARD-ERROR NOT = SPACES
004330         ADD 1 TO WS-BAD-CARD-COUNT
004340         IF WS-FEED-RC < 4
004350             MOVE 4 TO WS-FEED-RC
004360         END-IF
004370         MOVE SPACES TO WS-REPORT-LINE
004380         STRING '*** SCHEDULE CARD REJECTED - ' WS-CARD-ERROR
004390             ': ' FEED-SCHED-CARD(1:42)
004400             DELIMITED BY SIZE INTO WS-REPORT-LINE
004410         WRITE REPORT-RECORD FROM WS-REPORT-LINE
004420         GO TO 1450-EXIT
004430     END-IF.
004440     ADD 1 TO WS-SCHED-COUNT.
004450     MOVE FSC-SOURCE TO SCH-SOURCE(WS-SCHED-COUNT).
004460     MOVE FSC-DAYS TO SCH-DAYS(WS-SCHED-COUNT).
004470     MOVE FSC-CUTOFF TO SCH-CUTOFF(WS-SCHED-COUNT).
004480     MOVE FSC-MIN-COUNT TO SCH-MIN-COUNT(WS-SCHED-COUNT).
004490     MOVE FSC-MAX-COUNT TO SCH-MAX-COUNT(WS-SCHED-COUNT).
004500     IF FSC-RUN-WITHOUT
004510         MOVE 'R' TO SCH-ACTION(WS-SCHED-COUNT)
004520     ELSE
004530         MOVE 'H' TO SCH-ACTION(WS-SCHED-COUNT)
004540     END-IF.
004550 1450-EXIT.
004560     EXIT.
004570
004580 1480-CHECK-MASK.
004590     ADD 1 TO WS-MASK-IX.
004600     IF FSC-DAY-FLAG(WS-MASK-IX) NOT = '-'
004610         AND FSC-DAY-FLAG(WS-MASK-IX)
004620             NOT = WS-DAY-LETTERS(WS-MASK-IX:1)
004630         MOVE 'N' TO WS-MASK-OK-SW
004640     END-IF.
004650 1480-EXIT.
004660     EXIT.
004670
004680 1490-FIND-SCHEDULED.
004690     MOVE ZERO TO WS-MATCH-IX.
004700     MOVE ZERO TO WS-SCHED-IX.
004710     PERFORM 1495-MATCH-SCHEDULED THRU 1495-EXIT
004720         WS-SCHED-COUNT TIMES.
004730 1490-EXIT.
004740     EXIT.
004750
004760 1495-MATCH-SCHEDULED.
004770     ADD 1 TO WS-SCHED-IX.
004780     IF SCH-SOURCE(WS-SCHED-IX) = WS-FIND-SOURCE
004790         MOVE WS-SCHED-IX TO WS-MATCH-IX
004800     END-IF.
004810 1495-EXIT.
004820     EXIT.
004830
004840 1500-READ-NEXT.
004850     READ TRANS-FILE
004860         AT END MOVE 'Y' TO WS-EOF-SWITCH
004870     END-READ.
004880 1500-EXIT.
004890     EXIT.
004900
004910*>    DETAILS COUNT AGAINST THE HEADER ABOVE THEM UNTIL ITS
004920*>    TRAILER; A HEADER FOR ANOTHER ENTITY (THE EDIT REJECTS IT)
004930*>    AND ANY RECORD OUTSIDE A HEADER ARE NOT COUNTED.
004940 2000-READ-FEED.
004950     EVALUATE TRANS-IN-RECORD(1:1)
004960         WHEN 'H'
004970             PERFORM 2100-TAKE-HEADER THRU 2100-EXIT
004980         WHEN 'D'
004990             IF WS-CUR-ARR > ZERO
005000                 ADD 1 TO ARR-DETAILS(WS-CUR-ARR)
005010             END-IF
005020         WHEN 'T'
005030             MOVE ZERO TO WS-CUR-ARR
005040         WHEN OTHER
005050             CONTINUE
005060     END-EVALUATE.
005070     PERFORM 1500-READ-NEXT THRU 1500-EXIT.
005080 2000-EXIT.
005090     EXIT.
005100
005110 2100-TAKE-HEADER.
005120     MOVE ZERO TO WS-CUR-ARR.
005130     IF TRANS-IN-RECORD(16:2) NOT = WS-RUN-ENTITY
005140         ADD 1 TO WS-FOREIGN-COUNT
005150         GO TO 2100-EXIT
005160     END-IF.
005170     MOVE TRANS-IN-RECORD(9:8) TO WS-FIND-SOURCE.
005180     PERFORM 2150-FIND-ARRIVAL THRU 2150-EXIT.
005190     IF WS-MATCH-IX = ZERO
005200         IF WS-ARR-COUNT NOT < WS-ARR-MAX
005210             DISPLAY 'FEEDCHK - ARRIVAL TABLE FULL, HEADER '
005220                 'IGNORED: ' WS-FIND-SOURCE
005230             GO TO 2100-EXIT
005240         END-IF
005250         ADD 1 TO WS-ARR-COUNT
005260         MOVE WS-ARR-COUNT TO WS-MATCH-IX
005270         MOVE WS-FIND-SOURCE TO ARR-SOURCE(WS-MATCH-IX)
005280         MOVE ZERO TO ARR-TIME(WS-MATCH-IX)
005290         MOVE ZERO TO ARR-DETAILS(WS-MATCH-IX)
005300         MOVE ZERO TO ARR-HEADERS(WS-MATCH-IX)
005310         MOVE 'N' TO ARR-MATCHED-SW(WS-MATCH-IX)
005320     END-IF.
005330     MOVE WS-MATCH-IX TO WS-CUR-ARR.
005340     ADD 1 TO ARR-HEADERS(WS-CUR-ARR).
005350     MOVE TRANS-IN-RECORD(2:6) TO ARR-HDR-DATE(WS-CUR-ARR).
005360     IF TRANS-IN-RECORD(18:4) IS NUMERIC
005370         MOVE TRANS-IN-RECORD(18:4) TO WS-HDR-TIME
005380         MOVE 'N' TO WS-HDR-CLOCKED-SW
005390     ELSE
005400         MOVE WS-NOW-HHMM TO WS-HDR-TIME
005410         MOVE 'Y' TO WS-HDR-CLOCKED-SW
005420     END-IF.
005430*>    A SOURCE THAT SENT TWICE IS TIMED BY ITS LAST ARRIVAL.
005440     MOVE ARR-TIME(WS-CUR-ARR) TO WS-NIGHT-IN.
005450     PERFORM 2180-NIGHT-TIME THRU 2180-EXIT.
005460     MOVE WS-NIGHT-OUT TO WS-ARR-NIGHT.
005470     MOVE WS-HDR-TIME TO WS-NIGHT-IN.
005480     PERFORM 2180-NIGHT-TIME THRU 2180-EXIT.
005490     IF ARR-HEADERS(WS-CUR-ARR) = 1
005500         OR WS-NIGHT-OUT > WS-ARR-NIGHT
005510         MOVE WS-HDR-TIME TO ARR-TIME(WS-CUR-ARR)
005520         MOVE WS-HDR-CLOCKED-SW TO ARR-CLOCKED-SW(WS-CUR-ARR)
005530     END-IF.
005540 2100-EXIT.
005550     EXIT.
005560
005570 2150-FIND-ARRIVAL.
005580     MOVE ZERO TO WS-MATCH-IX.
005590     MOVE ZERO TO WS-ARR-IX.
005600     PERFORM 2160-MATCH-ARRIVAL THRU 2160-EXIT
005610         WS-ARR-COUNT TIMES.
005620 2150-EXIT.
005630     EXIT.
005640
005650 2160-MATCH-ARRIVAL.
005660     ADD 1 TO WS-ARR-IX.
005670     IF ARR-SOURCE(WS-ARR-IX) = WS-FIND-SOURCE
005680         MOVE WS-ARR-IX TO WS-MATCH-IX
005690     END-IF.
005700 2160-EXIT.
005710     EXIT.
005720
005730*>    THE NIGHT RUNS NOON TO NOON: A MORNING CLOCK IS CARRIED PAST
005740*>    MIDNIGHT (+2400) SO 0030 COMPARES AFTER 2300.
005750 2180-NIGHT-TIME.
005760     MOVE WS-NIGHT-IN TO WS-NIGHT-OUT.
005770     IF WS-NIGHT-IN < 1200
005780         ADD 2400 TO WS-NIGHT-OUT
005790     END-IF.
005800 2180-EXIT.
005810     EXIT.
005820
005830 3000-CHECK-SCHEDULE.
005840     MOVE SPACES TO WS-REPORT-LINE.
005850     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
005860     MOVE SPACES TO WS-REPORT-LINE.
005870     STRING 'SOURCE   DAYS    DUE CUTOFF ARRIVED DETAILS '
005880         '    LOWEST HIGHEST  STATUS'
005890         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005900     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
005910     MOVE ZERO TO WS-SCHED-IX.
005920     PERFORM 3100-CHECK-ONE-FEED THRU 3100-EXIT
005930         WS-SCHED-COUNT TIMES.
005940     IF WS-SCHED-COUNT = ZERO
005950         MOVE '    (NO SCHEDULE CARDS FOR THIS ENTITY)'
005960             TO WS-REPORT-LINE
005970         WRITE REPORT-RECORD FROM WS-REPORT-LINE
005980     END-IF.
005990 3000-EXIT.
006000     EXIT.
006010
006020 3100-CHECK-ONE-FEED.
006030     ADD 1 TO WS-SCHED-IX.
006040     PERFORM 3150-DUE-TONIGHT THRU 3150-EXIT.
006050     MOVE SCH-SOURCE(WS-SCHED-IX) TO WS-FIND-SOURCE.
006060     PERFORM 2150-FIND-ARRIVAL THRU 2150-EXIT.
006070     MOVE 'NO ' TO WS-DUE-SHOW.
006080     IF DUE-TONIGHT
006090         MOVE 'YES' TO WS-DUE-SHOW
006100     END-IF.
006110     MOVE '  -  ' TO WS-ARR-SHOW.
006120     MOVE ZERO TO WS-COUNT-EDIT.
006130     IF WS-MATCH-IX NOT = ZERO
006140         MOVE 'Y' TO ARR-MATCHED-SW(WS-MATCH-IX)
006150         MOVE ARR-TIME(WS-MATCH-IX) TO WS-ARR-SHOW(1:4)
006160         MOVE SPACE TO WS-ARR-SHOW(5:1)
006170         IF ARR-CLOCKED-SW(WS-MATCH-IX) = 'Y'
006180             MOVE '*' TO WS-ARR-SHOW(5:1)
006190         END-IF
006200         MOVE ARR-DETAILS(WS-MATCH-IX) TO WS-COUNT-EDIT
006210     END-IF.
006220     MOVE SCH-MIN-COUNT(WS-SCHED-IX) TO WS-MIN-EDIT.
006230     MOVE SCH-MAX-COUNT(WS-SCHED-IX) TO WS-MAX-EDIT.
006240     IF NOT DUE-TONIGHT
006250         IF WS-MATCH-IX = ZERO
006260             MOVE 'NOT DUE TONIGHT' TO WS-STATUS-SHOW
006270         ELSE
006280             MOVE 'ARRIVED - NOT DUE TONIGHT' TO WS-STATUS-SHOW
006290         END-IF
006300         GO TO 3100-PRINT
006310     END-IF.
006320     ADD 1 TO WS-DUE-COUNT.
006330     IF WS-MATCH-IX = ZERO
006340         ADD 1 TO WS-MISSING-COUNT
006350         IF SCH-ACTION(WS-SCHED-IX) = 'R'
006360             MOVE '*** MISSING - RUN WITHOUT IT'
006370                 TO WS-STATUS-SHOW
006380             IF WS-FEED-RC < 4
006390                 MOVE 4 TO WS-FEED-RC
006400             END-IF
006410         ELSE
006420             ADD 1 TO WS-HOLD-COUNT
006430             MOVE '*** MISSING - HOLD THE STREAM'
006440                 TO WS-STATUS-SHOW
006450             MOVE 8 TO WS-FEED-RC
006460         END-IF
006470         GO TO 3100-PRINT
006480     END-IF.
006490     ADD 1 TO WS-ARRIVED-COUNT.
006500     MOVE 'N' TO WS-LATE-SW.
006510     MOVE ARR-TIME(WS-MATCH-IX) TO WS-NIGHT-IN.
006520     PERFORM 2180-NIGHT-TIME THRU 2180-EXIT.
006530     MOVE WS-NIGHT-OUT TO WS-ARR-NIGHT.
006540     MOVE SCH-CUTOFF(WS-SCHED-IX) TO WS-NIGHT-IN.
006550     PERFORM 2180-NIGHT-TIME THRU 2180-EXIT.
006560     IF WS-ARR-NIGHT > WS-NIGHT-OUT
006570         MOVE 'Y' TO WS-LATE-SW
006580         ADD 1 TO WS-LATE-COUNT
006590     END-IF.
006600     MOVE 'N' TO WS-RANGE-SW.
006610     IF ARR-DETAILS(WS-MATCH-IX) < SCH-MIN-COUNT(WS-SCHED-IX)
006620         MOVE 'L' TO WS-RANGE-SW
006630     END-IF.
006640     IF ARR-DETAILS(WS-MATCH-IX) > SCH-MAX-COUNT(WS-SCHED-IX)
006650         MOVE 'H' TO WS-RANGE-SW
006660     END-IF.
006670     IF VOLUME-LOW OR VOLUME-HIGH
006680         ADD 1 TO WS-RANGE-COUNT
006690     END-IF.
006700     EVALUATE TRUE
006710         WHEN ARRIVED-LATE AND VOLUME-LOW
006720             MOVE '*** LATE AND VOLUME LOW' TO WS-STATUS-SHOW
006730         WHEN ARRIVED-LATE AND VOLUME-HIGH
006740             MOVE '*** LATE AND VOLUME HIGH' TO WS-STATUS-SHOW
006750         WHEN ARRIVED-LATE
006760             MOVE '*** LATE' TO WS-STATUS-SHOW
006770         WHEN VOLUME-LOW
006780             MOVE '*** OUT OF RANGE - VOLUME LOW'
006790                 TO WS-STATUS-SHOW
006800         WHEN VOLUME-HIGH
006810             MOVE '*** OUT OF RANGE - VOLUME HIGH'
006820                 TO WS-STATUS-SHOW
006830         WHEN OTHER
006840             MOVE 'ARRIVED' TO WS-STATUS-SHOW
006850     END-EVALUATE.
006860     IF WS-STATUS-SHOW(1:3) = '***' AND WS-FEED-RC < 4
006870         MOVE 4 TO WS-FEED-RC
006880     END-IF.
006890 3100-PRINT.
006900     MOVE SPACES TO WS-REPORT-LINE.
006910     STRING SCH-SOURCE(WS-SCHED-IX) ' '
006920         SCH-DAYS(WS-SCHED-IX) ' ' WS-DUE-SHOW '  '
006930         SCH-CUTOFF(WS-SCHED-IX) '  ' WS-ARR-SHOW '  '
006940         WS-COUNT-EDIT ' ' WS-MIN-EDIT ' ' WS-MAX-EDIT '  '
006950         WS-STATUS-SHOW
006960         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006970     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006980     IF WS-MATCH-IX NOT = ZERO
006990         IF ARR-HEADERS(WS-MATCH-IX) > 1
007000             MOVE ARR-HEADERS(WS-MATCH-IX) TO WS-HDRS-EDIT
007010             MOVE SPACES TO WS-REPORT-LINE
007020             STRING '         SENT ' WS-HDRS-EDIT
007030                 ' HEADERS TONIGHT - TIMED BY THE LAST, '
007040                 'DETAILS SUMMED' DELIMITED BY SIZE
007050                 INTO WS-REPORT-LINE
007060             WRITE REPORT-RECORD FROM WS-REPORT-LINE
007070         END-IF
007080     END-IF.
007090 3100-EXIT.
007100     EXIT.
007110
007120 3150-DUE-TONIGHT.
007130     MOVE 'N' TO WS-DUE-SW.
007140     IF NOT BUSINESS-DAY
007150         GO TO 3150-EXIT
007160     END-IF.
007170     EVALUATE TRUE
007180         WHEN SCH-DAYS(WS-SCHED-IX) = 'DAILY'
007190             MOVE 'Y' TO WS-DUE-SW
007200         WHEN SCH-DAYS(WS-SCHED-IX) = 'FIRST'
007210             MOVE WS-FIRST-BUS-SW TO WS-DUE-SW
007220         WHEN SCH-DAYS(WS-SCHED-IX) = 'LAST'
007230             MOVE WS-LAST-BUS-SW TO WS-DUE-SW
007240         WHEN SCH-DAYS(WS-SCHED-IX)(WS-DAY-IX:1) NOT = '-'
007250             MOVE 'Y' TO WS-DUE-SW
007260         WHEN OTHER
007270             CONTINUE
007280     END-EVALUATE.
007290 3150-EXIT.
007300     EXIT.
007310
007320*>    SOURCES ON TONIGHT'S HEADERS WITH NO SCHEDULE CARD, AND
007330*>    HEADERS FOR ANOTHER ENTITY, WHICH THE EDIT WILL REJECT.
007340 4000-CHECK-UNSCHEDULED.
007350     MOVE ZERO TO WS-ARR-IX.
007360     PERFORM 4100-CHECK-ONE-ARRIVAL THRU 4100-EXIT
007370         WS-ARR-COUNT TIMES.
007380     IF WS-FOREIGN-COUNT > ZERO
007390         MOVE SPACES TO WS-REPORT-LINE
007400         STRING '*** ' WS-FOREIGN-COUNT ' HEADER(S) FOR ANOTHER '
007410             'ENTITY ON TRANFILE - THE EDIT WILL REJECT THEM'
007420             DELIMITED BY SIZE INTO WS-REPORT-LINE
007430         WRITE REPORT-RECORD FROM WS-REPORT-LINE
007440         IF WS-FEED-RC < 4
007450             MOVE 4 TO WS-FEED-RC
007460         END-IF
007470     END-IF.
007480 4000-EXIT.
007490     EXIT.
007500
007510 4100-CHECK-ONE-ARRIVAL.
007520     ADD 1 TO WS-ARR-IX.
007530     IF ARR-MATCHED-SW(WS-ARR-IX) = 'Y'
007540         GO TO 4100-EXIT
007550     END-IF.
007560     ADD 1 TO WS-UNSCHED-COUNT.
007570     IF WS-FEED-RC < 4
007580         MOVE 4 TO WS-FEED-RC
007590     END-IF.
007600     MOVE ARR-TIME(WS-ARR-IX) TO WS-ARR-SHOW(1:4).
007610     MOVE SPACE TO WS-ARR-SHOW(5:1).
007620     IF ARR-CLOCKED-SW(WS-ARR-IX) = 'Y'
007630         MOVE '*' TO WS-ARR-SHOW(5:1)
007640     END-IF.
007650     MOVE ARR-DETAILS(WS-ARR-IX) TO WS-COUNT-EDIT.
007660     MOVE SPACES TO WS-REPORT-LINE.
007670     STRING ARR-SOURCE(WS-ARR-IX) '                     '
007680         WS-ARR-SHOW '  ' WS-COUNT-EDIT
007690         '                  *** UNSCHEDULED - NO FEEDSCHD CARD'
007700         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007710     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
007720 4100-EXIT.
007730     EXIT.
007740
007750 5000-SUMMARY.
007760     MOVE SPACES TO WS-REPORT-LINE.
007770     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
007780     MOVE SPACES TO WS-REPORT-LINE.
007790     STRING 'DUE ' WS-DUE-COUNT '  ARRIVED ' WS-ARRIVED-COUNT
007800         '  MISSING ' WS-MISSING-COUNT '  LATE ' WS-LATE-COUNT
007810         '  OUT OF RANGE ' WS-RANGE-COUNT
007820         '  UNSCHEDULED ' WS-UNSCHED-COUNT
007830         '  CARDS REJECTED ' WS-BAD-CARD-COUNT
007840         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007850     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
007860     MOVE '* NO ARRIVAL STAMP ON THE HEADER - TIMED BY THIS STEP'
007870         TO WS-REPORT-LINE.
007880     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
007890     MOVE SPACES TO WS-REPORT-LINE.
007900     EVALUATE WS-FEED-RC
007910         WHEN ZERO
007920             MOVE 'RC=0 - EVERY DUE FEED IN, ON TIME AND IN RANGE'
007930                 TO WS-REPORT-LINE
007940         WHEN 4
007950             STRING 'RC=4 - THE NIGHT RUNS ON; CHASE THE *** '
007960                 'LINES WITH THE SOURCE SYSTEMS'
007970                 DELIMITED BY SIZE INTO WS-REPORT-LINE
007980         WHEN OTHER
007990             STRING 'RC=8 - STREAM HELD AHEAD OF THE EDIT. WAIT '
008000                 'FOR THE FEED AND RERUN FROM THIS STEP, OR '
008010                 'RESTART AT THE EDIT TO RUN WITHOUT IT'
008020                 DELIMITED BY SIZE INTO WS-REPORT-LINE
008030     END-EVALUATE.
008040     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
008050     DISPLAY 'FEEDCHK - ' WS-ENT-SHOW ' DUE ' WS-DUE-COUNT
008060         ' MISSING ' WS-MISSING-COUNT ' (HOLD ' WS-HOLD-COUNT
008070         ') LATE ' WS-LATE-COUNT ' OUT OF RANGE ' WS-RANGE-COUNT
008080         ' RC=' WS-FEED-RC.
008090 5000-EXIT.
008100     EXIT.
008110
008120 9000-TERMINATE.
008130     CLOSE TRANS-FILE.
008140     CLOSE REPORT-FILE.
008150     MOVE WS-FEED-RC TO WS-AUDIT-RC.
008160     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
008170         WS-AUDIT-RC.
008180     MOVE WS-FEED-RC TO RETURN-CODE.
008190 9000-EXIT.
008200     EXIT.
