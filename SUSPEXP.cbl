000000 *> ................................................................... <*
000000 *> CBL - SUSPEXP                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/22 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/22 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> SUSPENSE EXPOSURE REPORT - HOW MUCH MONEY IS SITTING IN
000000 *> SUSPENSE AND FOR HOW LONG. SUSPRECY AND PSUSRECY LIST AND AGE
000000 *> OUT ITEMS ONE BY ONE; THIS PASS ADDS THEM UP. EVERY SUSPFILE
000000 *> ITEM IS AGED IN BUSINESS DAYS - DAYS AFTER ITS SUSPENSE DATE
000000 *> UP TO THE BUSINESS DATE THAT ARE NOT ON CALFILE - INTO THE
000000 *> 0-2, 3-5, 6-10 AND OVER-10 BUCKETS. THE EXPOSURE OF AN ITEM IS
000000 *> NUM1+NUM2, WHAT ITS ADD LINE WOULD HAVE POSTED, IN ITS OWN
000000 *> CURRENCY; IT IS TOTALLED PER CURRENCY AND, CONVERTED TO THE
000000 *> BASE CURRENCY THROUGH CURRSVC, PER REJECT REASON AND PER
000000 *> BUCKET. AN ITEM WHOSE CURRENCY HAS NO RATE ON FILE IS LISTED
000000 *> BY KEY, LEFT OUT OF EVERY BASE-CURRENCY FIGURE AND ENDS THE
000000 *> RUN RC=4 - THE BASE TOTAL IS NEVER QUIETLY SHORT. PSUSFILE
000000 *> ITEMS (DISPATCHER REJECTS) CARRY NO AMOUNT, SO THEY ARE AGED
000000 *> AND COUNTED PER BUCKET AND REASON ONLY.
000000 *> THE SEXPPARM CARD, COLUMN 1: W WEEKLY (THE DEFAULT) OR M
000000 *> MONTH-END. THE MONTH-END RUN ALSO FILES THE PERIOD'S FIGURES
000000 *> ON THE SEXPHST HISTORY; BOTH RUNS PRINT THAT HISTORY WITH THE
000000 *> CHANGE PERIOD OVER PERIOD. RC=8 WHEN SUSPFILE CANNOT BE
000000 *> OPENED.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SUSPEXP.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS SEQUENTIAL
000180         RECORD KEY IS SUSP-KEY
000190         FILE STATUS IS WS-SUSP-FILE-STATUS.
000200     SELECT PSUSPENSE-FILE ASSIGN TO "PSUSFILE"
000210         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS SEQUENTIAL
000230         RECORD KEY IS PSUS-KEY
000240         FILE STATUS IS WS-PSUS-FILE-STATUS.
000250     SELECT OPTIONAL CAL-FILE ASSIGN TO "CALFILE"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS RANDOM
000280         RECORD KEY IS CAL-DATE
000290         FILE STATUS IS WS-CAL-FILE-STATUS.
000300     SELECT PARM-FILE ASSIGN TO "SEXPPARM"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PARM-FILE-STATUS.
000330     SELECT HIST-FILE ASSIGN TO "SEXPHST"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-HIST-FILE-STATUS.
000360     SELECT REPORT-FILE ASSIGN TO "SEXPRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  SUSPENSE-FILE.
000410     COPY SUSPREC.
000420 FD  PSUSPENSE-FILE.
000430     COPY PSUSREC.
000440 FD  CAL-FILE.
000450     COPY CALREC.
000460 FD  PARM-FILE.
000470 01  PARM-RECORD.
000480     05 PARM-MODE PIC X.
000490     05 FILLER PIC X(79).
000500 FD  HIST-FILE.
000510     COPY SEXPHST.
000520 FD  REPORT-FILE.
000530 01  REPORT-RECORD PIC X(132).
000540 WORKING-STORAGE SECTION.
000550     COPY CURRLINK.
000560     77 WS-SUSP-FILE-STATUS PIC XX VALUE '00'.
000570     77 WS-PSUS-FILE-STATUS PIC XX VALUE '00'.
000580     77 WS-CAL-FILE-STATUS PIC XX VALUE '00'.
000590     77 WS-PARM-FILE-STATUS PIC XX VALUE '00'.
000600     77 WS-HIST-FILE-STATUS PIC XX VALUE '00'.
000610     77 WS-CAL-OPEN-SW PIC X VALUE 'N'.
000620         88 CALENDAR-OPEN VALUE 'Y'.
000630     77 WS-REPORT-LINE PIC X(132).
000640     77 WS-SUSP-EOF-SW PIC X VALUE 'N'.
000650         88 SUSP-EOF VALUE 'Y'.
000660     77 WS-PSUS-EOF-SW PIC X VALUE 'N'.
000670         88 PSUS-EOF VALUE 'Y'.
000680     77 WS-HIST-EOF-SW PIC X VALUE 'N'.
000690         88 HIST-EOF VALUE 'Y'.
000700     77 WS-SCAN-DONE-SW PIC X VALUE 'N'.
000710         88 SCAN-DONE VALUE 'Y'.
000720     77 WS-MODE PIC X VALUE 'W'.
000730         88 MODE-WEEKLY VALUE 'W'.
000740         88 MODE-MONTH-END VALUE 'M'.
000750     77 WS-MODE-SHOW PIC X(9) VALUE 'WEEKLY'.
000760     77 WS-BASE-CURRENCY PIC X(3) VALUE 'USD'.
000770     77 WS-AGE-LIMIT PIC 9(3) VALUE 10.
000780     77 WS-BUS-DAYS PIC 9(3) VALUE ZERO.
000790     77 WS-BUCKET-IX PIC 9 VALUE ZERO.
000800     77 WS-LAST-AGED-DATE PIC 9(6) VALUE 999999.
000810     77 WS-ITEM-DATE PIC 9(6) VALUE ZERO.
000820     77 WS-MONTH-DAYS PIC 9(2) VALUE ZERO.
000830     77 WS-YY-QUOTIENT PIC 9(4) VALUE ZERO.
000840     77 WS-YY-REMAINDER PIC 9(4) VALUE ZERO.
000850     77 WS-ITEM-AMOUNT PIC S9(7)V99 VALUE ZERO.
000860     77 WS-ITEM-BASE PIC S9(11)V99 VALUE ZERO.
000870     77 WS-ITEM-REASON PIC X(20) VALUE SPACES.
000880     77 WS-CURR-MAX PIC 9(2) VALUE 20.
000890     77 WS-CURR-COUNT PIC 9(2) COMP VALUE ZERO.
000900     77 WS-CURR-IX PIC 9(2) COMP VALUE ZERO.
000910     77 WS-CURR-MATCH-IX PIC 9(2) COMP VALUE ZERO.
000920     77 WS-REASON-MAX PIC 9(2) VALUE 30.
000930     77 WS-REASON-COUNT PIC 9(2) COMP VALUE ZERO.
000940     77 WS-PREASON-COUNT PIC 9(2) COMP VALUE ZERO.
000950     77 WS-REASON-IX PIC 9(2) COMP VALUE ZERO.
000960     77 WS-REASON-MATCH-IX PIC 9(2) COMP VALUE ZERO.
000970     77 WS-TREND-MAX PIC 9(2) VALUE 24.
000975     77 WS-TREND-SHIFTS PIC 9(2) VALUE 23.
000980     77 WS-TREND-COUNT PIC 9(2) COMP VALUE ZERO.
000990     77 WS-TREND-IX PIC 9(2) COMP VALUE ZERO.
001000     77 WS-TREND-MATCH-IX PIC 9(2) COMP VALUE ZERO.
001010     77 WS-SUSP-COUNT PIC 9(7) VALUE ZERO.
001020     77 WS-PSUS-COUNT PIC 9(7) VALUE ZERO.
001030     77 WS-UNRATED-COUNT PIC 9(7) VALUE ZERO.
001040     77 WS-NOT-TOTALLED-COUNT PIC 9(7) VALUE ZERO.
001050     77 WS-TOTAL-BASE PIC S9(11)V99 VALUE ZERO.
001060     77 WS-PRIOR-TOTAL PIC S9(11)V99 VALUE ZERO.
001070     77 WS-CHANGE-AMOUNT PIC S9(11)V99 VALUE ZERO.
001080     77 WS-COUNT-EDIT PIC ZZZZZZ9.
001090     77 WS-UNRATED-EDIT PIC ZZZZZZ9.
001100     77 WS-TOTAL-EDIT PIC -(10)9.99.
001110     77 WS-BASE-EDIT PIC -(10)9.99.
001120     77 WS-CHANGE-EDIT PIC +(10)9.99.
001125     77 WS-RATE-EDIT PIC ZZ9.9(6).
001130     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
001140     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
001150     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
001160     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
001170     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
001180     77 WS-PERIOD PIC 9(4) VALUE ZERO.
001190     77 WS-EXP-RC PIC S9(4) VALUE ZERO.
001200     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'SUSPEXP'.
001210     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
001220 01  WS-ENTITY-AREA.
001230     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
001240     05 FILLER PIC X(4) VALUE SPACES.
001250 01  WS-SCAN-DATE-AREA.
001260     05 WS-SCAN-DATE PIC 9(6) VALUE ZERO.
001270     05 WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
001280         10 WS-SCAN-YY PIC 9(2).
001290         10 WS-SCAN-MM PIC 9(2).
001300         10 WS-SCAN-DD PIC 9(2).
001310 01  MONTH-TABLE-INIT.
001320     05 FILLER PIC X(2) VALUE '31'.
001330     05 FILLER PIC X(2) VALUE '28'.
001340     05 FILLER PIC X(2) VALUE '31'.
001350     05 FILLER PIC X(2) VALUE '30'.
001360     05 FILLER PIC X(2) VALUE '31'.
001370     05 FILLER PIC X(2) VALUE '30'.
001380     05 FILLER PIC X(2) VALUE '31'.
001390     05 FILLER PIC X(2) VALUE '31'.
001400     05 FILLER PIC X(2) VALUE '30'.
001410     05 FILLER PIC X(2) VALUE '31'.
001420     05 FILLER PIC X(2) VALUE '30'.
001430     05 FILLER PIC X(2) VALUE '31'.
001440 01  MONTH-TABLE REDEFINES MONTH-TABLE-INIT.
001450     05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
001460 01  BUCKET-LABEL-INIT.
001470     05 FILLER PIC X(8) VALUE '0-2'.
001480     05 FILLER PIC X(8) VALUE '3-5'.
001490     05 FILLER PIC X(8) VALUE '6-10'.
001500     05 FILLER PIC X(8) VALUE 'OVER 10'.
001510 01  BUCKET-LABEL-TABLE REDEFINES BUCKET-LABEL-INIT.
001520     05 BUCKET-LABEL PIC X(8) OCCURS 4 TIMES.
001530*>    THE FIGURES PER BUCKET, ONE EDITED FIELD PER BUCKET SO A
001540*>    WHOLE ROW CAN GO INTO ONE STRING.
001550 01  BUCKET-EDIT-AREA.
001560     05 WS-BUCKET-EDIT PIC -(10)9.99 OCCURS 4 TIMES.
001570 01  BUCKET-COUNT-EDIT-AREA.
001580     05 WS-BUCKET-COUNT-EDIT PIC ZZZZZZ9 OCCURS 4 TIMES.
001590 01  BUCKET-TOTALS.
001600     05 BT-COUNT PIC 9(7) OCCURS 4 TIMES.
001610     05 BT-BASE PIC S9(11)V99 OCCURS 4 TIMES.
001620     05 BT-PSUS-COUNT PIC 9(7) OCCURS 4 TIMES.
001630*>    ONE ENTRY PER CURRENCY SEEN. THE RATE IS FETCHED ONCE, WHEN
001640*>    THE CURRENCY IS FIRST MET.
001650 01  CURR-TABLE.
001660     05 CURR-ENTRY OCCURS 20 TIMES.
001670         10 CT-CURRENCY PIC X(3).
001680         10 CT-RATE PIC 9(3)V9(6).
001690         10 CT-RATE-DATE PIC 9(6).
001700         10 CT-RATE-RC PIC S9(4).
001710         10 CT-COUNT PIC 9(7).
001720         10 CT-AMOUNT PIC S9(11)V99 OCCURS 4 TIMES.
001730         10 CT-TOTAL PIC S9(11)V99.
001740         10 CT-BASE-TOTAL PIC S9(11)V99.
001750 01  REASON-TABLE.
001760     05 REASON-ENTRY OCCURS 30 TIMES.
001770         10 RT-REASON PIC X(20).
001780         10 RT-COUNT PIC 9(7).
001790         10 RT-UNRATED PIC 9(7).
001800         10 RT-BASE PIC S9(11)V99 OCCURS 4 TIMES.
001810         10 RT-BASE-TOTAL PIC S9(11)V99.
001820 01  PREASON-TABLE.
001830     05 PREASON-ENTRY OCCURS 30 TIMES.
001840         10 PT-REASON PIC X(20).
001850         10 PT-BUCKET-COUNT PIC 9(7) OCCURS 4 TIMES.
001860         10 PT-COUNT PIC 9(7).
001870*>    THE MONTH-END HISTORY OF THIS ENTITY, OLDEST FIRST - THE
001880*>    LATEST 24 PERIODS.
001890 01  TREND-TABLE.
001900     05 TREND-ENTRY OCCURS 24 TIMES.
001910         10 TR-PERIOD PIC 9(4).
001920         10 TR-ITEMS PIC 9(7).
001930         10 TR-UNRATED PIC 9(7).
001940         10 TR-PSUS PIC 9(7).
001950         10 TR-TOTAL PIC S9(11)V99.
001960 PROCEDURE DIVISION.
001970 0000-MAIN.
001980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001990     PERFORM 2000-SUSPENSE-PASS THRU 2000-EXIT.
002000     PERFORM 3000-PSUSPENSE-PASS THRU 3000-EXIT.
002010     PERFORM 4000-PRINT-EXPOSURE THRU 4000-EXIT.
002020     PERFORM 5000-TREND THRU 5000-EXIT.
002030     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002040     GOBACK.
002050
002060 1000-INITIALIZE.
002070     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
002080         WS-AUDIT-RC.
002090     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
002100         WS-RUNCTL-RC
002110         ON EXCEPTION
002120             ACCEPT WS-BUSINESS-DATE FROM DATE
002130     END-CALL.
002140     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
002150         ON EXCEPTION
002160             MOVE SPACES TO WS-ENTITY-AREA
002170     END-CALL.
002180     MOVE WS-BUSINESS-DATE(1:4) TO WS-PERIOD.
002190     OPEN INPUT PARM-FILE.
002200     IF WS-PARM-FILE-STATUS = '00'
002210         MOVE SPACES TO PARM-RECORD
002220         READ PARM-FILE
002230             AT END MOVE SPACES TO PARM-RECORD
002240         END-READ
002250         IF PARM-MODE = 'M'
002260             MOVE 'M' TO WS-MODE
002270             MOVE 'MONTH-END' TO WS-MODE-SHOW
002280         END-IF
002290         CLOSE PARM-FILE
002300     END-IF.
002310     OPEN INPUT CAL-FILE.
002320     IF WS-CAL-FILE-STATUS = '00' OR WS-CAL-FILE-STATUS = '05'
002330         MOVE 'Y' TO WS-CAL-OPEN-SW
002340     END-IF.
002350     MOVE ZERO TO WS-CURR-IX.
002360     INITIALIZE BUCKET-TOTALS.
002370     OPEN OUTPUT REPORT-FILE.
002380     MOVE 'SUSPENSE EXPOSURE REPORT - SUSPEXP' TO WS-REPORT-LINE.
002390     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002400     MOVE SPACES TO WS-REPORT-LINE.
002410     STRING WS-MODE-SHOW ' RUN - BUSINESS DATE ' WS-BUSINESS-DATE
002420         ' ENTITY ' WS-RUN-ENTITY
002430         ' - AGED IN BUSINESS DAYS, BASE CURRENCY '
002440         WS-BASE-CURRENCY
002450         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002460     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002470     IF NOT CALENDAR-OPEN
002480         MOVE '*** NO CALFILE - EVERY DAY IS A BUSINESS DAY'
002490             TO WS-REPORT-LINE
002500         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002510     END-IF.
002520 1000-EXIT.
002530     EXIT.
002540
002550*>    ONE PASS OVER SUSPFILE IN KEY (DATE) ORDER. AN ITEM WHOSE
002560*>    CURRENCY HAS NO RATE IS LISTED HERE, AS IT IS MET.
002570 2000-SUSPENSE-PASS.
002580     OPEN INPUT SUSPENSE-FILE.
002590     IF WS-SUSP-FILE-STATUS NOT = '00'
002600         MOVE SPACES TO WS-REPORT-LINE
002610         STRING '*** SUSPFILE OPEN FAILED, STATUS='
002620             WS-SUSP-FILE-STATUS ' - NO MONEY EXPOSURE, RC=8'
002630             DELIMITED BY SIZE INTO WS-REPORT-LINE
002640         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002650         MOVE 8 TO WS-EXP-RC
002660         GO TO 2000-EXIT
002670     END-IF.
002680     MOVE SPACES TO WS-REPORT-LINE.
002690     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002700     MOVE SPACES TO WS-REPORT-LINE.
002710     STRING 'SUSPFILE ITEMS WITH NO CURRENCY RATE ON FILE - LEFT '
002720         'OUT OF EVERY ' WS-BASE-CURRENCY ' FIGURE'
002730         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002740     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002750     PERFORM 2100-TAKE-ITEM THRU 2100-EXIT
002760         UNTIL SUSP-EOF.
002770     CLOSE SUSPENSE-FILE.
002780     IF WS-UNRATED-COUNT = ZERO
002790         MOVE '    (NONE)' TO WS-REPORT-LINE
002800         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002810     ELSE
002820         IF WS-EXP-RC < 4
002830             MOVE 4 TO WS-EXP-RC
002840         END-IF
002850     END-IF.
002860 2000-EXIT.
002870     EXIT.
002880
002890 2100-TAKE-ITEM.
002900     READ SUSPENSE-FILE NEXT RECORD
002910         AT END
002920             MOVE 'Y' TO WS-SUSP-EOF-SW
002930             GO TO 2100-EXIT
002940     END-READ.
002950     ADD 1 TO WS-SUSP-COUNT.
002960     MOVE SUSP-DATE TO WS-ITEM-DATE.
002970     PERFORM 2500-AGE-ITEM THRU 2500-EXIT.
002980     COMPUTE WS-ITEM-AMOUNT = SUSP-NUM1 + SUSP-NUM2.
002990     ADD 1 TO BT-COUNT(WS-BUCKET-IX).
003000     PERFORM 2200-FIND-CURRENCY THRU 2200-EXIT.
003010     MOVE SUSP-REASON TO WS-ITEM-REASON.
003020     PERFORM 2300-FIND-REASON THRU 2300-EXIT.
003030     IF WS-CURR-MATCH-IX = ZERO OR WS-REASON-MATCH-IX = ZERO
003040         ADD 1 TO WS-NOT-TOTALLED-COUNT
003050         IF WS-EXP-RC < 4
003060             MOVE 4 TO WS-EXP-RC
003070         END-IF
003080         GO TO 2100-EXIT
003090     END-IF.
003100     ADD 1 TO CT-COUNT(WS-CURR-MATCH-IX).
003110     ADD WS-ITEM-AMOUNT
003120         TO CT-AMOUNT(WS-CURR-MATCH-IX WS-BUCKET-IX).
003130     ADD WS-ITEM-AMOUNT TO CT-TOTAL(WS-CURR-MATCH-IX).
003140     ADD 1 TO RT-COUNT(WS-REASON-MATCH-IX).
003150     IF CT-RATE-RC(WS-CURR-MATCH-IX) NOT = ZERO
003160         PERFORM 2400-FLAG-UNRATED THRU 2400-EXIT
003170         GO TO 2100-EXIT
003180     END-IF.
003190     COMPUTE WS-ITEM-BASE ROUNDED =
003200         WS-ITEM-AMOUNT * CT-RATE(WS-CURR-MATCH-IX)
003210         ON SIZE ERROR
003220             MOVE ZERO TO WS-ITEM-BASE
003230     END-COMPUTE.
003240     ADD WS-ITEM-BASE TO CT-BASE-TOTAL(WS-CURR-MATCH-IX).
003250     ADD WS-ITEM-BASE TO RT-BASE(WS-REASON-MATCH-IX WS-BUCKET-IX).
003260     ADD WS-ITEM-BASE TO RT-BASE-TOTAL(WS-REASON-MATCH-IX).
003270     ADD WS-ITEM-BASE TO BT-BASE(WS-BUCKET-IX).
003280     ADD WS-ITEM-BASE TO WS-TOTAL-BASE.
003290 2100-EXIT.
003300     EXIT.
003310
003320 2200-FIND-CURRENCY.
003330     MOVE ZERO TO WS-CURR-MATCH-IX.
003340     MOVE ZERO TO WS-CURR-IX.
003350     PERFORM 2250-MATCH-CURRENCY THRU 2250-EXIT
003360         WS-CURR-COUNT TIMES.
003370     IF WS-CURR-MATCH-IX > ZERO
003380         GO TO 2200-EXIT
003390     END-IF.
003400     IF WS-CURR-COUNT >= WS-CURR-MAX
003410         GO TO 2200-EXIT
003420     END-IF.
003430     ADD 1 TO WS-CURR-COUNT.
003440     INITIALIZE CURR-ENTRY(WS-CURR-COUNT).
003450     MOVE SUSP-CURRENCY TO CT-CURRENCY(WS-CURR-COUNT).
003460     MOVE SUSP-CURRENCY TO CSVC-CODE.
003470     CALL 'CURRSVC' USING CURRSVC-AREA
003480         ON EXCEPTION
003490             MOVE 8 TO CSVC-RC
003500     END-CALL.
003510     MOVE CSVC-RC TO CT-RATE-RC(WS-CURR-COUNT).
003520     MOVE CSVC-RATE TO CT-RATE(WS-CURR-COUNT).
003530     MOVE CSVC-RATE-DATE TO CT-RATE-DATE(WS-CURR-COUNT).
003540     MOVE WS-CURR-COUNT TO WS-CURR-MATCH-IX.
003550 2200-EXIT.
003560     EXIT.
003570
003580 2250-MATCH-CURRENCY.
003590     ADD 1 TO WS-CURR-IX.
003600     IF CT-CURRENCY(WS-CURR-IX) = SUSP-CURRENCY
003610         MOVE WS-CURR-IX TO WS-CURR-MATCH-IX
003620     END-IF.
003630 2250-EXIT.
003640     EXIT.
003650
003660 2300-FIND-REASON.
003670     MOVE ZERO TO WS-REASON-MATCH-IX.
003680     MOVE ZERO TO WS-REASON-IX.
003690     PERFORM 2350-MATCH-REASON THRU 2350-EXIT
003700         WS-REASON-COUNT TIMES.
003710     IF WS-REASON-MATCH-IX > ZERO
003720         GO TO 2300-EXIT
003730     END-IF.
003740     IF WS-REASON-COUNT >= WS-REASON-MAX
003750         GO TO 2300-EXIT
003760     END-IF.
003770     ADD 1 TO WS-REASON-COUNT.
003780     INITIALIZE REASON-ENTRY(WS-REASON-COUNT).
003790     MOVE WS-ITEM-REASON TO RT-REASON(WS-REASON-COUNT).
003800     MOVE WS-REASON-COUNT TO WS-REASON-MATCH-IX.
003810 2300-EXIT.
003820     EXIT.
003830
003840 2350-MATCH-REASON.
003850     ADD 1 TO WS-REASON-IX.
003860     IF RT-REASON(WS-REASON-IX) = WS-ITEM-REASON
003870         MOVE WS-REASON-IX TO WS-REASON-MATCH-IX
003880     END-IF.
003890 2350-EXIT.
003900     EXIT.
003910
003920 2400-FLAG-UNRATED.
003930     ADD 1 TO WS-UNRATED-COUNT.
003940     ADD 1 TO RT-UNRATED(WS-REASON-MATCH-IX).
003950     MOVE WS-ITEM-AMOUNT TO WS-TOTAL-EDIT.
003960     MOVE SPACES TO WS-REPORT-LINE.
003970     STRING '  *** NO RATE ' SUSP-KEY ' ' SUSP-CURRENCY
003980         WS-TOTAL-EDIT ' AGE ' BUCKET-LABEL(WS-BUCKET-IX)
003990         ' ' SUSP-REASON ' ACCOUNT ' SUSP-ACCOUNT
004000         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004010     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004020 2400-EXIT.
004030     EXIT.
004040
004050*>    SETS WS-BUCKET-IX FOR WS-ITEM-DATE. THE FILES ARE IN DATE
004060*>    ORDER, SO A DATE IS WALKED ONCE AND ITS AGE REUSED FOR EVERY
004070*>    ITEM OF THAT DAY. A DATE THAT IS NOT A DATE AGES AS OVER 10.
004080 2500-AGE-ITEM.
004090     IF WS-ITEM-DATE = WS-LAST-AGED-DATE
004100         GO TO 2500-SET-BUCKET
004110     END-IF.
004120     MOVE WS-ITEM-DATE TO WS-LAST-AGED-DATE.
004130     MOVE WS-ITEM-DATE TO WS-SCAN-DATE.
004140     MOVE ZERO TO WS-BUS-DAYS.
004150     IF WS-SCAN-MM < 1 OR WS-SCAN-MM > 12
004160         MOVE 999 TO WS-BUS-DAYS
004170         GO TO 2500-SET-BUCKET
004180     END-IF.
004190     MOVE 'N' TO WS-SCAN-DONE-SW.
004200     PERFORM 2600-COUNT-DAY THRU 2600-EXIT
004210         UNTIL SCAN-DONE.
004220 2500-SET-BUCKET.
004230     EVALUATE TRUE
004240         WHEN WS-BUS-DAYS <= 2
004250             MOVE 1 TO WS-BUCKET-IX
004260         WHEN WS-BUS-DAYS <= 5
004270             MOVE 2 TO WS-BUCKET-IX
004280         WHEN WS-BUS-DAYS <= 10
004290             MOVE 3 TO WS-BUCKET-IX
004300         WHEN OTHER
004310             MOVE 4 TO WS-BUCKET-IX
004320     END-EVALUATE.
004330 2500-EXIT.
004340     EXIT.
004350
004360*>    ONE CALENDAR DAY FORWARD, COUNTED WHEN IT IS NOT ON CALFILE,
004370*>    AS PCHGREV COUNTS ITS EXPIRY DAYS. THE WALK STOPS AT THE
004380*>    BUSINESS DATE OR ONCE THE ITEM IS PAST THE LAST BUCKET.
004390 2600-COUNT-DAY.
004400     IF WS-SCAN-DATE NOT < WS-BUSINESS-DATE
004410         OR WS-BUS-DAYS > WS-AGE-LIMIT
004420         MOVE 'Y' TO WS-SCAN-DONE-SW
004430         GO TO 2600-EXIT
004440     END-IF.
004450     MOVE MONTH-DAYS(WS-SCAN-MM) TO WS-MONTH-DAYS.
004460     DIVIDE WS-SCAN-YY BY 4 GIVING WS-YY-QUOTIENT
004470         REMAINDER WS-YY-REMAINDER.
004480     IF WS-SCAN-MM = 2 AND WS-YY-REMAINDER = ZERO
004490         MOVE 29 TO WS-MONTH-DAYS
004500     END-IF.
004510     IF WS-SCAN-DD < WS-MONTH-DAYS
004520         ADD 1 TO WS-SCAN-DD
004530     ELSE
004540         MOVE 1 TO WS-SCAN-DD
004550         IF WS-SCAN-MM < 12
004560             ADD 1 TO WS-SCAN-MM
004570         ELSE
004580             MOVE 1 TO WS-SCAN-MM
004590             ADD 1 TO WS-SCAN-YY
004600         END-IF
004610     END-IF.
004620     IF NOT CALENDAR-OPEN
004630         ADD 1 TO WS-BUS-DAYS
004640         GO TO 2600-EXIT
004650     END-IF.
004660     MOVE WS-SCAN-DATE TO CAL-DATE.
004670     READ CAL-FILE
004680         INVALID KEY
004690             ADD 1 TO WS-BUS-DAYS
004700     END-READ.
004710 2600-EXIT.
004720     EXIT.
004730
004740*>    DISPATCHER SUSPENSE - AGED AND COUNTED, THERE IS NO AMOUNT.
004750*>    A MISSING PSUSFILE IS REPORTED BUT DOES NOT FAIL THE RUN.
004760 3000-PSUSPENSE-PASS.
004770     MOVE 999999 TO WS-LAST-AGED-DATE.
004780     OPEN INPUT PSUSPENSE-FILE.
004790     IF WS-PSUS-FILE-STATUS NOT = '00'
004800         MOVE SPACES TO WS-REPORT-LINE
004810         STRING '*** PSUSFILE OPEN FAILED, STATUS='
004820             WS-PSUS-FILE-STATUS ' - DISPATCHER ITEMS NOT COUNTED'
004830             DELIMITED BY SIZE INTO WS-REPORT-LINE
004840         WRITE REPORT-RECORD FROM WS-REPORT-LINE
004850         GO TO 3000-EXIT
004860     END-IF.
004870     PERFORM 3100-TAKE-PITEM THRU 3100-EXIT
004880         UNTIL PSUS-EOF.
004890     CLOSE PSUSPENSE-FILE.
004900 3000-EXIT.
004910     EXIT.
004920
004930 3100-TAKE-PITEM.
004940     READ PSUSPENSE-FILE NEXT RECORD
004950         AT END
004960             MOVE 'Y' TO WS-PSUS-EOF-SW
004970             GO TO 3100-EXIT
004980     END-READ.
004990     ADD 1 TO WS-PSUS-COUNT.
005000     MOVE PSUS-DATE TO WS-ITEM-DATE.
005010     PERFORM 2500-AGE-ITEM THRU 2500-EXIT.
005020     ADD 1 TO BT-PSUS-COUNT(WS-BUCKET-IX).
005030     MOVE ZERO TO WS-REASON-MATCH-IX.
005040     MOVE ZERO TO WS-REASON-IX.
005050     PERFORM 3150-MATCH-PREASON THRU 3150-EXIT
005060         WS-PREASON-COUNT TIMES.
005070     IF WS-REASON-MATCH-IX = ZERO
005080         IF WS-PREASON-COUNT >= WS-REASON-MAX
005090             ADD 1 TO WS-NOT-TOTALLED-COUNT
005100             GO TO 3100-EXIT
005110         END-IF
005120         ADD 1 TO WS-PREASON-COUNT
005130         INITIALIZE PREASON-ENTRY(WS-PREASON-COUNT)
005140         MOVE PSUS-REASON TO PT-REASON(WS-PREASON-COUNT)
005150         MOVE WS-PREASON-COUNT TO WS-REASON-MATCH-IX
005160     END-IF.
005170     ADD 1 TO PT-COUNT(WS-REASON-MATCH-IX).
005180     ADD 1 TO PT-BUCKET-COUNT(WS-REASON-MATCH-IX WS-BUCKET-IX).
005190 3100-EXIT.
005200     EXIT.
005210
005220 3150-MATCH-PREASON.
005230     ADD 1 TO WS-REASON-IX.
005240     IF PT-REASON(WS-REASON-IX) = PSUS-REASON
005250         MOVE WS-REASON-IX TO WS-REASON-MATCH-IX
005260     END-IF.
005270 3150-EXIT.
005280     EXIT.
005290
005300 4000-PRINT-EXPOSURE.
005310     MOVE SPACES TO WS-REPORT-LINE.
005320     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
005330     MOVE 'SUSPFILE EXPOSURE PER CURRENCY, IN THE ITEM CURRENCY'
005340         TO WS-REPORT-LINE.
005350     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
005360     MOVE SPACES TO WS-REPORT-LINE.
005370     STRING 'CCY   ITEMS      0-2 DAYS      3-5 DAYS'
005380         '     6-10 DAYS  OVER 10 DAYS         TOTAL     '
005390         WS-BASE-CURRENCY ' TOTAL'
005400         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005410     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
005420     MOVE ZERO TO WS-CURR-IX.
005430     PERFORM 4100-PRINT-CURRENCY THRU 4100-EXIT
005440         WS-CURR-COUNT TIMES.
005450     IF WS-CURR-COUNT = ZERO
005460         MOVE '    (NOTHING IN SUSPENSE)' TO WS-REPORT-LINE
005470         WRITE REPORT-RECORD FROM WS-REPORT-LINE
005480     END-IF.
005490     MOVE SPACES TO WS-REPORT-LINE.
005500     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
005510     MOVE SPACES TO WS-REPORT-LINE.
005520     STRING 'SUSPFILE EXPOSURE PER REJECT REASON, IN '
005530         WS-BASE-CURRENCY
005540         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005550     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
005560     MOVE SPACES TO WS-REPORT-LINE.
005570     STRING 'REASON                 ITEMS      0-2 DAYS      '
005580         '3-5 DAYS     6-10 DAYS  OVER 10 DAYS         TOTAL'
005590         '  NO RATE'
005600         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005610     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
005620     MOVE ZERO TO WS-REASON-IX.
005630     PERFORM 4200-PRINT-REASON THRU 4200-EXIT
005640         WS-REASON-COUNT TIMES.
005650     PERFORM 4300-PRINT-BUCKETS THRU 4300-EXIT.
005660     PERFORM 4400-PRINT-PSUSPENSE THRU 4400-EXIT.
005670 4000-EXIT.
005680     EXIT.
005690
005700 4100-PRINT-CURRENCY.
005710     ADD 1 TO WS-CURR-IX.
005720     MOVE CT-COUNT(WS-CURR-IX) TO WS-COUNT-EDIT.
005730     MOVE CT-AMOUNT(WS-CURR-IX 1) TO WS-BUCKET-EDIT(1).
005740     MOVE CT-AMOUNT(WS-CURR-IX 2) TO WS-BUCKET-EDIT(2).
005750     MOVE CT-AMOUNT(WS-CURR-IX 3) TO WS-BUCKET-EDIT(3).
005760     MOVE CT-AMOUNT(WS-CURR-IX 4) TO WS-BUCKET-EDIT(4).
005770     MOVE CT-TOTAL(WS-CURR-IX) TO WS-TOTAL-EDIT.
005780     MOVE CT-BASE-TOTAL(WS-CURR-IX) TO WS-BASE-EDIT.
005785     MOVE CT-RATE(WS-CURR-IX) TO WS-RATE-EDIT.
005790     MOVE SPACES TO WS-REPORT-LINE.
005800     IF CT-RATE-RC(WS-CURR-IX) = ZERO
005810         STRING CT-CURRENCY(WS-CURR-IX) ' ' WS-COUNT-EDIT
005820             WS-BUCKET-EDIT(1) WS-BUCKET-EDIT(2)
005830             WS-BUCKET-EDIT(3) WS-BUCKET-EDIT(4)
005840             WS-TOTAL-EDIT WS-BASE-EDIT
005850             ' AT ' WS-RATE-EDIT
005860             ' OF ' CT-RATE-DATE(WS-CURR-IX)
005870             DELIMITED BY SIZE INTO WS-REPORT-LINE
005880     ELSE
005890         STRING CT-CURRENCY(WS-CURR-IX) ' ' WS-COUNT-EDIT
005900             WS-BUCKET-EDIT(1) WS-BUCKET-EDIT(2)
005910             WS-BUCKET-EDIT(3) WS-BUCKET-EDIT(4)
005920             WS-TOTAL-EDIT '   *** NO RATE ON FILE'
005930             DELIMITED BY SIZE INTO WS-REPORT-LINE
005940     END-IF.
005950     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
005960 4100-EXIT.
005970     EXIT.
005980
005990 4200-PRINT-REASON.
006000     ADD 1 TO WS-REASON-IX.
006010     MOVE RT-COUNT(WS-REASON-IX) TO WS-COUNT-EDIT.
006020     MOVE RT-BASE(WS-REASON-IX 1) TO WS-BUCKET-EDIT(1).
006030     MOVE RT-BASE(WS-REASON-IX 2) TO WS-BUCKET-EDIT(2).
006040     MOVE RT-BASE(WS-REASON-IX 3) TO WS-BUCKET-EDIT(3).
006050     MOVE RT-BASE(WS-REASON-IX 4) TO WS-BUCKET-EDIT(4).
006060     MOVE RT-BASE-TOTAL(WS-REASON-IX) TO WS-TOTAL-EDIT.
006070     MOVE RT-UNRATED(WS-REASON-IX) TO WS-UNRATED-EDIT.
006080     MOVE SPACES TO WS-REPORT-LINE.
006090     STRING RT-REASON(WS-REASON-IX) ' ' WS-COUNT-EDIT
006100         WS-BUCKET-EDIT(1) WS-BUCKET-EDIT(2)
006110         WS-BUCKET-EDIT(3) WS-BUCKET-EDIT(4)
006120         WS-TOTAL-EDIT '  ' WS-UNRATED-EDIT
006130         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006140     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006150 4200-EXIT.
006160     EXIT.
006170
006180*>    THE BOTTOM LINE: ITEMS AND BASE-CURRENCY EXPOSURE PER AGE.
006190 4300-PRINT-BUCKETS.
006200     MOVE BT-BASE(1) TO WS-BUCKET-EDIT(1).
006210     MOVE BT-BASE(2) TO WS-BUCKET-EDIT(2).
006220     MOVE BT-BASE(3) TO WS-BUCKET-EDIT(3).
006230     MOVE BT-BASE(4) TO WS-BUCKET-EDIT(4).
006240     MOVE WS-TOTAL-BASE TO WS-TOTAL-EDIT.
006250     MOVE WS-SUSP-COUNT TO WS-COUNT-EDIT.
006260     MOVE WS-UNRATED-COUNT TO WS-UNRATED-EDIT.
006270     MOVE SPACES TO WS-REPORT-LINE.
006280     STRING 'ALL REASONS          ' WS-COUNT-EDIT
006290         WS-BUCKET-EDIT(1) WS-BUCKET-EDIT(2)
006300         WS-BUCKET-EDIT(3) WS-BUCKET-EDIT(4)
006310         WS-TOTAL-EDIT '  ' WS-UNRATED-EDIT
006320         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006330     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006340     MOVE BT-COUNT(1) TO WS-BUCKET-COUNT-EDIT(1).
006350     MOVE BT-COUNT(2) TO WS-BUCKET-COUNT-EDIT(2).
006360     MOVE BT-COUNT(3) TO WS-BUCKET-COUNT-EDIT(3).
006370     MOVE BT-COUNT(4) TO WS-BUCKET-COUNT-EDIT(4).
006380     MOVE SPACES TO WS-REPORT-LINE.
006390     STRING 'ITEMS PER AGE               '
006400         '       ' WS-BUCKET-COUNT-EDIT(1)
006410         '       ' WS-BUCKET-COUNT-EDIT(2)
006420         '       ' WS-BUCKET-COUNT-EDIT(3)
006430         '       ' WS-BUCKET-COUNT-EDIT(4)
006440         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006450     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006460     IF WS-NOT-TOTALLED-COUNT > ZERO
006470         MOVE SPACES TO WS-REPORT-LINE
006480         STRING '*** ' WS-NOT-TOTALLED-COUNT ' ITEMS NOT TOTALLED'
006490             ' - MORE CURRENCIES OR REASONS THAN THE TABLES HOLD'
006500             DELIMITED BY SIZE INTO WS-REPORT-LINE
006510         WRITE REPORT-RECORD FROM WS-REPORT-LINE
006520     END-IF.
006530 4300-EXIT.
006540     EXIT.
006550
006560 4400-PRINT-PSUSPENSE.
006570     MOVE SPACES TO WS-REPORT-LINE.
006580     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006590     MOVE 'PSUSFILE DISPATCHER SUSPENSE - ITEM COUNTS (NO AMOUNT)'
006600         TO WS-REPORT-LINE.
006610     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006620     MOVE SPACES TO WS-REPORT-LINE.
006630     STRING 'REASON                 ITEMS  0-2 DAYS  3-5 DAYS'
006640         ' 6-10 DAYS   OVER 10'
006650         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006660     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006670     MOVE ZERO TO WS-REASON-IX.
006680     PERFORM 4450-PRINT-PREASON THRU 4450-EXIT
006690         WS-PREASON-COUNT TIMES.
006700     MOVE WS-PSUS-COUNT TO WS-COUNT-EDIT.
006710     MOVE BT-PSUS-COUNT(1) TO WS-BUCKET-COUNT-EDIT(1).
006720     MOVE BT-PSUS-COUNT(2) TO WS-BUCKET-COUNT-EDIT(2).
006730     MOVE BT-PSUS-COUNT(3) TO WS-BUCKET-COUNT-EDIT(3).
006740     MOVE BT-PSUS-COUNT(4) TO WS-BUCKET-COUNT-EDIT(4).
006750     MOVE SPACES TO WS-REPORT-LINE.
006760     STRING 'ALL REASONS          ' WS-COUNT-EDIT
006770         '   ' WS-BUCKET-COUNT-EDIT(1)
006773         '   ' WS-BUCKET-COUNT-EDIT(2)
006776         '   ' WS-BUCKET-COUNT-EDIT(3)
006780         '   ' WS-BUCKET-COUNT-EDIT(4)
006790         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006800     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006810 4400-EXIT.
006820     EXIT.
006830
006840 4450-PRINT-PREASON.
006850     ADD 1 TO WS-REASON-IX.
006860     MOVE PT-COUNT(WS-REASON-IX) TO WS-COUNT-EDIT.
006870     MOVE PT-BUCKET-COUNT(WS-REASON-IX 1)
006880         TO WS-BUCKET-COUNT-EDIT(1).
006890     MOVE PT-BUCKET-COUNT(WS-REASON-IX 2)
006900         TO WS-BUCKET-COUNT-EDIT(2).
006910     MOVE PT-BUCKET-COUNT(WS-REASON-IX 3)
006920         TO WS-BUCKET-COUNT-EDIT(3).
006930     MOVE PT-BUCKET-COUNT(WS-REASON-IX 4)
006940         TO WS-BUCKET-COUNT-EDIT(4).
006950     MOVE SPACES TO WS-REPORT-LINE.
006960     STRING PT-REASON(WS-REASON-IX) ' ' WS-COUNT-EDIT
006970         '   ' WS-BUCKET-COUNT-EDIT(1)
006973         '   ' WS-BUCKET-COUNT-EDIT(2)
006976         '   ' WS-BUCKET-COUNT-EDIT(3)
006980         '   ' WS-BUCKET-COUNT-EDIT(4)
006990         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007000     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
007010 4450-EXIT.
007020     EXIT.
007030
007040*>    PERIOD OVER PERIOD. THE MONTH-END RUN FILES THIS PERIOD ON
007050*>    SEXPHST FIRST; THE WEEKLY RUN SHOWS WHERE IT STANDS AGAINST
007060*>    THE LAST MONTH-END. A RERUN'S LINE REPLACES THE EARLIER ONE
007070*>    FOR THE SAME PERIOD.
007080 5000-TREND.
007090     IF WS-EXP-RC = 8
007100         GO TO 5000-EXIT
007110     END-IF.
007120     OPEN INPUT HIST-FILE.
007130     IF WS-HIST-FILE-STATUS = '00'
007140         PERFORM 5100-READ-HISTORY THRU 5100-EXIT
007150             UNTIL HIST-EOF
007160         CLOSE HIST-FILE
007170     END-IF.
007175     MOVE SPACES TO SEXH-RECORD.
007180     MOVE WS-PERIOD TO SEXH-PERIOD.
007190     MOVE WS-RUN-ENTITY TO SEXH-ENTITY.
007200     MOVE WS-BUSINESS-DATE TO SEXH-RUN-DATE.
007210     MOVE WS-BASE-CURRENCY TO SEXH-BASE-CURRENCY.
007220     MOVE WS-SUSP-COUNT TO SEXH-ITEM-COUNT.
007230     MOVE WS-UNRATED-COUNT TO SEXH-UNRATED-COUNT.
007240     MOVE BT-BASE(1) TO SEXH-BUCKET-AMOUNT(1).
007250     MOVE BT-BASE(2) TO SEXH-BUCKET-AMOUNT(2).
007260     MOVE BT-BASE(3) TO SEXH-BUCKET-AMOUNT(3).
007270     MOVE BT-BASE(4) TO SEXH-BUCKET-AMOUNT(4).
007280     MOVE WS-TOTAL-BASE TO SEXH-TOTAL-AMOUNT.
007290     MOVE WS-PSUS-COUNT TO SEXH-PSUS-COUNT.
007300     IF MODE-MONTH-END
007310         PERFORM 5300-FILE-PERIOD THRU 5300-EXIT
007320         PERFORM 5200-KEEP-PERIOD THRU 5200-EXIT
007330     END-IF.
007340     MOVE SPACES TO WS-REPORT-LINE.
007350     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
007360     MOVE SPACES TO WS-REPORT-LINE.
007370     STRING 'MONTH-END EXPOSURE HISTORY, IN ' WS-BASE-CURRENCY
007380         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007390     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
007400     MOVE 'PERIOD   ITEMS  NO RATE  PSUSFILE      EXPOSURE'
007410         TO WS-REPORT-LINE.
007420     MOVE '  PERIOD CHANGE' TO WS-REPORT-LINE(49:15).
007430     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
007440     MOVE ZERO TO WS-PRIOR-TOTAL.
007450     MOVE ZERO TO WS-TREND-IX.
007460     PERFORM 5400-PRINT-PERIOD THRU 5400-EXIT
007470         WS-TREND-COUNT TIMES.
007480     IF WS-TREND-COUNT = ZERO
007490         MOVE '    (NO MONTH-END FILED YET)' TO WS-REPORT-LINE
007500         WRITE REPORT-RECORD FROM WS-REPORT-LINE
007510     END-IF.
007520     IF MODE-WEEKLY
007530         PERFORM 5500-PRINT-NOW THRU 5500-EXIT
007540     END-IF.
007550 5000-EXIT.
007560     EXIT.
007570
007580 5100-READ-HISTORY.
007590     READ HIST-FILE
007600         AT END
007610             MOVE 'Y' TO WS-HIST-EOF-SW
007620             GO TO 5100-EXIT
007630     END-READ.
007640     IF SEXH-ENTITY = WS-RUN-ENTITY
007650         PERFORM 5200-KEEP-PERIOD THRU 5200-EXIT
007660     END-IF.
007670 5100-EXIT.
007680     EXIT.
007690
007700*>    PUTS THE SEXPHST LINE IN THE RECORD AREA INTO THE TABLE -
007710*>    OVER ITS OWN PERIOD IF THAT IS THERE, ELSE AT THE END, THE
007720*>    OLDEST PERIOD DROPPING OFF WHEN THE TABLE IS FULL.
007730 5200-KEEP-PERIOD.
007740     MOVE ZERO TO WS-TREND-MATCH-IX.
007750     MOVE ZERO TO WS-TREND-IX.
007760     PERFORM 5250-MATCH-PERIOD THRU 5250-EXIT
007770         WS-TREND-COUNT TIMES.
007780     IF WS-TREND-MATCH-IX = ZERO
007790         IF WS-TREND-COUNT >= WS-TREND-MAX
007800             MOVE ZERO TO WS-TREND-IX
007810             PERFORM 5280-SHIFT-PERIOD THRU 5280-EXIT
007820                 WS-TREND-SHIFTS TIMES
007830         ELSE
007840             ADD 1 TO WS-TREND-COUNT
007850         END-IF
007860         MOVE WS-TREND-COUNT TO WS-TREND-MATCH-IX
007870     END-IF.
007880     MOVE SEXH-PERIOD TO TR-PERIOD(WS-TREND-MATCH-IX).
007890     MOVE SEXH-ITEM-COUNT TO TR-ITEMS(WS-TREND-MATCH-IX).
007900     MOVE SEXH-UNRATED-COUNT TO TR-UNRATED(WS-TREND-MATCH-IX).
007910     MOVE SEXH-PSUS-COUNT TO TR-PSUS(WS-TREND-MATCH-IX).
007920     MOVE SEXH-TOTAL-AMOUNT TO TR-TOTAL(WS-TREND-MATCH-IX).
007930 5200-EXIT.
007940     EXIT.
007950
007960 5250-MATCH-PERIOD.
007970     ADD 1 TO WS-TREND-IX.
007980     IF TR-PERIOD(WS-TREND-IX) = SEXH-PERIOD
007990         MOVE WS-TREND-IX TO WS-TREND-MATCH-IX
008000     END-IF.
008010 5250-EXIT.
008020     EXIT.
008030
008040 5280-SHIFT-PERIOD.
008050     ADD 1 TO WS-TREND-IX.
008060     MOVE TREND-ENTRY(WS-TREND-IX + 1)
008065         TO TREND-ENTRY(WS-TREND-IX).
008070 5280-EXIT.
008080     EXIT.
008090
008100*>    APPEND IN THE AUDITLOG STYLE - FIRST EVER USE CREATES THE
008110*>    FILE.
008120 5300-FILE-PERIOD.
008130     OPEN EXTEND HIST-FILE.
008140     IF WS-HIST-FILE-STATUS = '35'
008150         OPEN OUTPUT HIST-FILE
008160     END-IF.
008170     IF WS-HIST-FILE-STATUS NOT = '00'
008180         MOVE SPACES TO WS-REPORT-LINE
008190         STRING '*** SEXPHST OPEN FAILED, STATUS='
008200             WS-HIST-FILE-STATUS ' - PERIOD ' WS-PERIOD
008210             ' NOT FILED, RC=4'
008220             DELIMITED BY SIZE INTO WS-REPORT-LINE
008230         WRITE REPORT-RECORD FROM WS-REPORT-LINE
008240         IF WS-EXP-RC < 4
008250             MOVE 4 TO WS-EXP-RC
008260         END-IF
008270         GO TO 5300-EXIT
008280     END-IF.
008290     WRITE SEXH-RECORD.
008300     CLOSE HIST-FILE.
008310 5300-EXIT.
008320     EXIT.
008330
008340 5400-PRINT-PERIOD.
008350     ADD 1 TO WS-TREND-IX.
008360     MOVE TR-ITEMS(WS-TREND-IX) TO WS-COUNT-EDIT.
008370     MOVE TR-UNRATED(WS-TREND-IX) TO WS-UNRATED-EDIT.
008380     MOVE TR-PSUS(WS-TREND-IX) TO WS-BUCKET-COUNT-EDIT(1).
008390     MOVE TR-TOTAL(WS-TREND-IX) TO WS-TOTAL-EDIT.
008400     MOVE SPACES TO WS-REPORT-LINE.
008410     IF WS-TREND-IX = 1
008420         STRING TR-PERIOD(WS-TREND-IX) '   ' WS-COUNT-EDIT
008430             '  ' WS-UNRATED-EDIT '   ' WS-BUCKET-COUNT-EDIT(1)
008440             WS-TOTAL-EDIT
008450             DELIMITED BY SIZE INTO WS-REPORT-LINE
008460     ELSE
008470         COMPUTE WS-CHANGE-AMOUNT =
008480             TR-TOTAL(WS-TREND-IX) - WS-PRIOR-TOTAL
008490         MOVE WS-CHANGE-AMOUNT TO WS-CHANGE-EDIT
008500         STRING TR-PERIOD(WS-TREND-IX) '   ' WS-COUNT-EDIT
008510             '  ' WS-UNRATED-EDIT '   ' WS-BUCKET-COUNT-EDIT(1)
008520             WS-TOTAL-EDIT ' ' WS-CHANGE-EDIT
008530             DELIMITED BY SIZE INTO WS-REPORT-LINE
008540     END-IF.
008550     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
008560     MOVE TR-TOTAL(WS-TREND-IX) TO WS-PRIOR-TOTAL.
008570 5400-EXIT.
008580     EXIT.
008590
008600 5500-PRINT-NOW.
008610     MOVE WS-SUSP-COUNT TO WS-COUNT-EDIT.
008620     MOVE WS-UNRATED-COUNT TO WS-UNRATED-EDIT.
008630     MOVE WS-PSUS-COUNT TO WS-BUCKET-COUNT-EDIT(1).
008640     MOVE WS-TOTAL-BASE TO WS-TOTAL-EDIT.
008650     MOVE SPACES TO WS-REPORT-LINE.
008660     IF WS-TREND-COUNT = ZERO
008670         STRING 'NOW    ' WS-COUNT-EDIT
008680             '  ' WS-UNRATED-EDIT '   ' WS-BUCKET-COUNT-EDIT(1)
008690             WS-TOTAL-EDIT
008700             DELIMITED BY SIZE INTO WS-REPORT-LINE
008710     ELSE
008720         COMPUTE WS-CHANGE-AMOUNT = WS-TOTAL-BASE - WS-PRIOR-TOTAL
008730         MOVE WS-CHANGE-AMOUNT TO WS-CHANGE-EDIT
008740         STRING 'NOW    ' WS-COUNT-EDIT
008750             '  ' WS-UNRATED-EDIT '   ' WS-BUCKET-COUNT-EDIT(1)
008760             WS-TOTAL-EDIT ' ' WS-CHANGE-EDIT
008770             DELIMITED BY SIZE INTO WS-REPORT-LINE
008780     END-IF.
008790     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
008800 5500-EXIT.
008810     EXIT.
008820
008830 9000-TERMINATE.
008840     IF CALENDAR-OPEN
008850         CLOSE CAL-FILE
008860     END-IF.
008870     MOVE SPACES TO WS-REPORT-LINE.
008880     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
008890     MOVE SPACES TO WS-REPORT-LINE.
008900     STRING 'SUSPFILE ITEMS=' WS-SUSP-COUNT
008910         ' NO RATE=' WS-UNRATED-COUNT
008920         ' PSUSFILE ITEMS=' WS-PSUS-COUNT
008930         ' RC=' WS-EXP-RC
008940         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008950     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
008960     CLOSE REPORT-FILE.
008970     MOVE WS-EXP-RC TO WS-AUDIT-RC.
008980     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
008990         WS-AUDIT-RC.
009000     MOVE WS-EXP-RC TO RETURN-CODE.
009010 9000-EXIT.
009020     EXIT.
