000000 *> ................................................................... <*
000000 *> CBL - TRCLOAD                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/09 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/09 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> NIGHTLY TRANSACTION-TRACE INDEX LOAD. RUNS AFTER THE SUSPENSE
000000 *> LOAD AND THE GL EXTRACT AND FILES ONE TRACEF RECORD FOR EVERY
000000 *> PLACE A TRANSACTION REFERENCE LANDED TONIGHT:
000000 *>   RECYCLED   - RECYCLE DETAIL RELEASED BY SUSPRECY
000000 *>   EDITED     - CLEAN DETAIL ON TRANEDTD
000000 *>   OPERATION  - EACH OF THE SIX NUMCSV LINES
000000 *>   REJECTED   - NUMEXCP LINE
000000 *>   SUSPENDED  - SUSPFILE ITEM FILED TONIGHT FOR ONE OF
000000 *>                TONIGHT'S REJECTS
000000 *>   SENT TO GL - GLFILE D RECORD, WITH THE FILE SEQUENCE AND
000000 *>                DATE ITS ACKNOWLEDGMENT WILL BE FILED UNDER
000000 *> EACH RECORD IS KEYED ON REFERENCE, BUSINESS DATE, PASS
000000 *> (SUPPLEMENT NUMBER), EVENT AND A COUNTER FOR REPEATS OF THE
000000 *> SAME EVENT, SO A RERUN OF THE STEP REWRITES THE SAME KEYS AND
000000 *> FILES NOTHING TWICE. LINES WITH NO REFERENCE (THE DISPATCHER'S
000000 *> CALC APPENDS, TRAILERS) ARE PASSED OVER. A MISSING INPUT IS
000000 *> NOTED ON THE CONSOLE AND THE REST STILL LOAD.
000000 *> RETURN CODES: 0 NORMAL, 4 AN INPUT WAS MISSING, 12 TRACEF
000000 *> CANNOT BE OPENED OR WRITTEN.
000000 *> 2026/10/01 TD - GL RECORD WIDENED TO 68 BYTES FOR THE VALUE
000000 *>                 DATE NOW ENDING EVERY D RECORD.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRCLOAD.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RECYCLE-FILE ASSIGN TO "RECYCLE"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-IN-FILE-STATUS.
000360     SELECT EDITED-FILE ASSIGN TO "TRANEDTD"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-IN-FILE-STATUS.
000390     SELECT CSV-FILE ASSIGN TO "NUMCSV"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-IN-FILE-STATUS.
000420     SELECT EXCEPTION-FILE ASSIGN TO "NUMEXCP"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-IN-FILE-STATUS.
000450     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SUSP-KEY
000490         FILE STATUS IS WS-IN-FILE-STATUS.
000500     SELECT GL-FILE ASSIGN TO "GLFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-IN-FILE-STATUS.
000530     SELECT TRACE-FILE ASSIGN TO "TRACEF"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS TRC-KEY
000570         FILE STATUS IS WS-TRC-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  RECYCLE-FILE.
000630 01  RECYCLE-RECORD PIC X(80).
000640 FD  EDITED-FILE.
000650 01  EDITED-RECORD PIC X(80).
000660 FD  CSV-FILE.
000670 01  CSV-RECORD PIC X(100).
000680 FD  EXCEPTION-FILE.
000690 01  EXCEPTION-RECORD PIC X(100).
000700 FD  SUSPENSE-FILE.
000710     COPY SUSPREC.
000720 FD  GL-FILE.
000730 01  GL-RECORD PIC X(68).
000740 FD  TRACE-FILE.
000750     COPY TRACEREC.
000800 WORKING-STORAGE SECTION.
000810     77 WS-IN-FILE-STATUS PIC XX VALUE '00'.
000820     77 WS-TRC-FILE-STATUS PIC XX VALUE '00'.
000830     77 WS-IN-EOF-SW PIC X VALUE 'N'.
000840         88 IN-EOF VALUE 'Y'.
000850     77 WS-TRC-OPEN-SW PIC X VALUE 'N'.
000860         88 TRC-FILE-OPEN VALUE 'Y'.
000870     77 WS-RUN-DATE PIC 9(6) VALUE ZERO.
000880     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000890     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000900     77 WS-SUPP-FUNC PIC X(8) VALUE 'GETSUPP'.
000910     77 WS-SUPP-NO PIC 9(6) VALUE ZERO.
000920     77 WS-SUPP-RC PIC S9(4) VALUE ZERO.
000930     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'TRCLOAD'.
000940     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000950     77 WS-LOAD-RC PIC S9(4) VALUE ZERO.
000960     77 WS-MISSING-DD PIC X(8) VALUE SPACES.
000970     77 WS-SKIPPED-COUNT PIC 9(7) VALUE ZERO.
000980     77 WS-REWRITE-COUNT PIC 9(7) VALUE ZERO.
000990     77 WS-TOK-NUM1 PIC X(10).
001000     77 WS-TOK-NUM2 PIC X(10).
001010     77 WS-TOK-OPER PIC X(10).
001020     77 WS-TOK-RESULT PIC X(12).
001030     77 WS-TOK-CURRENCY PIC X(4).
001040     77 WS-TOK-DATE PIC X(8).
001050     77 WS-TOK-ACCOUNT PIC X(10).
001060     77 WS-TOK-REF PIC X(21).
001070     77 WS-AMOUNT-EDIT PIC -(9)9.99.
001080     77 WS-GL-SEQ PIC 9(4) VALUE ZERO.
001090     77 WS-GL-DATE PIC 9(6) VALUE ZERO.
001100*>    THE EVENT ABOUT TO BE FILED, AND THE ONE FILED BEFORE IT -
001110*>    THE SAME EVENT FOR THE SAME REFERENCE TWICE RUNNING (THE SIX
001120*>    OPERATION LINES, THE SIX GL LINES) TAKES THE NEXT COUNTER.
001130     77 WS-EVT-TYPE PIC 9 VALUE ZERO.
001140     77 WS-EVT-TEXT PIC X(60) VALUE SPACES.
001150     01 WS-EVT-REF.
001160         05 WS-EVT-REF-SOURCE PIC X(8).
001170         05 WS-EVT-REF-NUMBER PIC X(13).
001180     77 WS-LAST-REF PIC X(21) VALUE SPACES.
001190     77 WS-LAST-TYPE PIC 9 VALUE ZERO.
001200     77 WS-EVT-SEQ PIC 9(2) VALUE ZERO.
001210     01 WS-EVENT-COUNTS.
001220         05 WS-EVENT-COUNT PIC 9(7) OCCURS 6 TIMES.
001230*>    RECYCLE AND TRANEDTD DETAILS SHARE ONE LAYOUT: TYPE, NUM1,
001240*>    NUM2, CURRENCY, ACCOUNT, REFERENCE.
001250     01 WS-DETAIL-AREA.
001260         05 WS-DTL-TYPE PIC X.
001270         05 WS-DTL-NUM1 PIC X(8).
001280         05 WS-DTL-NUM2 PIC X(8).
001290         05 WS-DTL-CURRENCY PIC X(3).
001300         05 WS-DTL-ACCOUNT PIC X(10).
001310         05 WS-DTL-REF PIC X(21).
001320         05 FILLER PIC X(29).
001330     01 WS-GL-DETAIL.
001340         05 WS-GLD-TYPE PIC X.
001350         05 WS-GLD-ACCOUNT PIC X(8).
001360         05 WS-GLD-AMOUNT PIC S9(9)V99.
001370         05 WS-GLD-CURRENCY PIC X(3).
001380         05 WS-GLD-DATE PIC X(6).
001390         05 WS-GLD-BASE-AMOUNT PIC S9(9)V99.
001400         05 WS-GLD-REF PIC X(21).
001405         05 WS-GLD-VALUE-DATE PIC X(6).
001410         05 FILLER PIC X.
001420     01 WS-GL-HEADER REDEFINES WS-GL-DETAIL.
001430         05 WS-GLH-TYPE PIC X.
001440         05 WS-GLH-DATE PIC 9(6).
001450         05 WS-GLH-SEQ PIC 9(4).
001460         05 FILLER PIC X(57).
001470*>    TONIGHT'S REJECTED REFERENCES - A SUSPFILE ITEM DATED TODAY
001480*>    IS ONLY FILED AS SUSPENDED WHEN THIS PASS REJECTED IT, SO A
001490*>    SUPPLEMENTAL PASS DOES NOT FILE THE BASE RUN'S ITEMS AGAIN.
001500*>    WHEN THE TABLE OVERFLOWS EVERY ITEM DATED TODAY IS FILED.
001510     77 WS-REJ-MAX PIC 9(4) VALUE 2000.
001520     77 WS-REJ-COUNT PIC 9(4) COMP VALUE ZERO.
001530     77 WS-REJ-IX PIC 9(4) COMP VALUE ZERO.
001540     77 WS-REJ-OVERFLOW-SW PIC X VALUE 'N'.
001550         88 REJ-OVERFLOW VALUE 'Y'.
001560     77 WS-REJ-FOUND-SW PIC X VALUE 'N'.
001570         88 REJ-FOUND VALUE 'Y'.
001580     01 WS-REJECT-TABLE.
001590         05 WS-REJ-REF PIC X(21) OCCURS 2000 TIMES.
002000 PROCEDURE DIVISION.
002010 0000-MAIN.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030     IF TRC-FILE-OPEN
002040         PERFORM 2000-LOAD-RECYCLED THRU 2000-EXIT
002050         PERFORM 3000-LOAD-EDITED THRU 3000-EXIT
002060         PERFORM 4000-LOAD-OPERATIONS THRU 4000-EXIT
002070         PERFORM 5000-LOAD-REJECTED THRU 5000-EXIT
002080         PERFORM 5500-LOAD-SUSPENDED THRU 5500-EXIT
002090         PERFORM 6000-LOAD-SENT-TO-GL THRU 6000-EXIT
002100     END-IF.
002110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002120     GOBACK.
002130
002200 1000-INITIALIZE.
002210     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
002220         WS-AUDIT-RC.
002230     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-RUN-DATE
002240         WS-RUNCTL-RC
002250         ON EXCEPTION
002260             ACCEPT WS-RUN-DATE FROM DATE
002270     END-CALL.
002280     CALL 'RUNCTL' USING WS-SUPP-FUNC WS-SUPP-NO WS-SUPP-RC
002290         ON EXCEPTION
002300             MOVE ZERO TO WS-SUPP-NO
002310     END-CALL.
002320     MOVE ZERO TO WS-EVENT-COUNTS.
002330     OPEN I-O TRACE-FILE.
002340     IF WS-TRC-FILE-STATUS = '35'
002350*>        FIRST EVER USE - CREATE THE EMPTY CLUSTER, THEN REOPEN
002360*>        I-O SO A DUPLICATE KEY CAN BE REWRITTEN.
002370         OPEN OUTPUT TRACE-FILE
002380         CLOSE TRACE-FILE
002390         OPEN I-O TRACE-FILE
002400     END-IF.
002410     IF WS-TRC-FILE-STATUS NOT = '00'
002420         DISPLAY 'TRACEF OPEN FAILED, STATUS='
002430             WS-TRC-FILE-STATUS ' - NOTHING INDEXED, RC=12'
002440         MOVE 12 TO WS-LOAD-RC
002450         GO TO 1000-EXIT
002460     END-IF.
002470     MOVE 'Y' TO WS-TRC-OPEN-SW.
002480 1000-EXIT.
002490     EXIT.
002500
002510 1900-INPUT-MISSING.
002520     DISPLAY WS-MISSING-DD ' OPEN FAILED, STATUS='
002530         WS-IN-FILE-STATUS ' - NOT INDEXED TONIGHT'.
002540     IF WS-LOAD-RC < 4
002550         MOVE 4 TO WS-LOAD-RC
002560     END-IF.
002570 1900-EXIT.
002580     EXIT.
002590
002610*>    RECYCLED - THE DETAILS SUSPRECY RELEASED FROM SUSPENSE
002620*>    AHEAD OF TONIGHT'S FEED.
002640 2000-LOAD-RECYCLED.
002650     OPEN INPUT RECYCLE-FILE.
002660     IF WS-IN-FILE-STATUS NOT = '00'
002670         MOVE 'RECYCLE' TO WS-MISSING-DD
002680         PERFORM 1900-INPUT-MISSING THRU 1900-EXIT
002690         GO TO 2000-EXIT
002700     END-IF.
002710     MOVE 'N' TO WS-IN-EOF-SW.
002720     PERFORM 2100-READ-RECYCLE THRU 2100-EXIT.
002730     PERFORM 2200-RECYCLE-ONE THRU 2200-EXIT
002740         UNTIL IN-EOF.
002750     CLOSE RECYCLE-FILE.
002760 2000-EXIT.
002770     EXIT.
002780
002790 2100-READ-RECYCLE.
002800     READ RECYCLE-FILE INTO WS-DETAIL-AREA
002810         AT END MOVE 'Y' TO WS-IN-EOF-SW
002820     END-READ.
002830 2100-EXIT.
002840     EXIT.
002850
002860 2200-RECYCLE-ONE.
002870     IF WS-DTL-TYPE NOT = 'D'
002880         GO TO 2200-NEXT
002890     END-IF.
002900     MOVE WS-DTL-REF TO WS-EVT-REF.
002910     MOVE 1 TO WS-EVT-TYPE.
002920     MOVE SPACES TO WS-EVT-TEXT.
002930     STRING 'RELEASED FROM SUSPENSE, NUM1=' WS-DTL-NUM1
002940         ' NUM2=' WS-DTL-NUM2 DELIMITED BY SIZE
002950         INTO WS-EVT-TEXT.
002960     PERFORM 7000-FILE-EVENT THRU 7000-EXIT.
002970 2200-NEXT.
002980     PERFORM 2100-READ-RECYCLE THRU 2100-EXIT.
002990 2200-EXIT.
003000     EXIT.
003010
003030*>    EDITED - EVERY CLEAN DETAIL TRANEDIT PASSED TONIGHT.
003050 3000-LOAD-EDITED.
003060     OPEN INPUT EDITED-FILE.
003070     IF WS-IN-FILE-STATUS NOT = '00'
003080         MOVE 'TRANEDTD' TO WS-MISSING-DD
003090         PERFORM 1900-INPUT-MISSING THRU 1900-EXIT
003100         GO TO 3000-EXIT
003110     END-IF.
003120     MOVE 'N' TO WS-IN-EOF-SW.
003130     PERFORM 3100-READ-EDITED THRU 3100-EXIT.
003140     PERFORM 3200-EDITED-ONE THRU 3200-EXIT
003150         UNTIL IN-EOF.
003160     CLOSE EDITED-FILE.
003170 3000-EXIT.
003180     EXIT.
003190
003200 3100-READ-EDITED.
003210     READ EDITED-FILE INTO WS-DETAIL-AREA
003220         AT END MOVE 'Y' TO WS-IN-EOF-SW
003230     END-READ.
003240 3100-EXIT.
003250     EXIT.
003260
003270 3200-EDITED-ONE.
003280     IF WS-DTL-TYPE NOT = 'D'
003290         GO TO 3200-NEXT
003300     END-IF.
003310     MOVE WS-DTL-REF TO WS-EVT-REF.
003320     MOVE 2 TO WS-EVT-TYPE.
003330     MOVE SPACES TO WS-EVT-TEXT.
003340     STRING 'EDITED CLEAN NUM1=' WS-DTL-NUM1
003350         ' NUM2=' WS-DTL-NUM2 ' ' WS-DTL-CURRENCY
003360         ' ACCT ' WS-DTL-ACCOUNT DELIMITED BY SIZE
003370         INTO WS-EVT-TEXT.
003380     PERFORM 7000-FILE-EVENT THRU 7000-EXIT.
003390 3200-NEXT.
003400     PERFORM 3100-READ-EDITED THRU 3100-EXIT.
003410 3200-EXIT.
003420     EXIT.
003430
003450*>    OPERATION - THE SIX NUMCSV RESULT LINES PER TRANSACTION.
003470 4000-LOAD-OPERATIONS.
003480     OPEN INPUT CSV-FILE.
003490     IF WS-IN-FILE-STATUS NOT = '00'
003500         MOVE 'NUMCSV' TO WS-MISSING-DD
003510         PERFORM 1900-INPUT-MISSING THRU 1900-EXIT
003520         GO TO 4000-EXIT
003530     END-IF.
003540     MOVE 'N' TO WS-IN-EOF-SW.
003550     PERFORM 4100-READ-CSV THRU 4100-EXIT.
003560     PERFORM 4200-OPERATION-ONE THRU 4200-EXIT
003570         UNTIL IN-EOF.
003580     CLOSE CSV-FILE.
003590 4000-EXIT.
003600     EXIT.
003610
003620 4100-READ-CSV.
003630     READ CSV-FILE
003640         AT END MOVE 'Y' TO WS-IN-EOF-SW
003650     END-READ.
003660 4100-EXIT.
003670     EXIT.
003680
003690 4200-OPERATION-ONE.
003700     MOVE SPACES TO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
003710         WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
003720         WS-TOK-ACCOUNT WS-TOK-REF.
003730     UNSTRING CSV-RECORD DELIMITED BY ','
003740         INTO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
003750             WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
003760             WS-TOK-ACCOUNT WS-TOK-REF.
003770     MOVE WS-TOK-REF TO WS-EVT-REF.
003780     MOVE 3 TO WS-EVT-TYPE.
003790     MOVE SPACES TO WS-EVT-TEXT.
003800     STRING WS-TOK-OPER DELIMITED BY SPACE
003810         ' RESULT=' WS-TOK-RESULT ' ' WS-TOK-CURRENCY
003820         DELIMITED BY SIZE INTO WS-EVT-TEXT.
003830     PERFORM 7000-FILE-EVENT THRU 7000-EXIT.
003840     PERFORM 4100-READ-CSV THRU 4100-EXIT.
003850 4200-EXIT.
003860     EXIT.
003870
003890*>    REJECTED - NUMEXCP LINES. EACH REFERENCE IS ALSO KEPT FOR
003900*>    THE SUSPENSE PASS THAT FOLLOWS.
003920 5000-LOAD-REJECTED.
003930     OPEN INPUT EXCEPTION-FILE.
003940     IF WS-IN-FILE-STATUS NOT = '00'
003950         MOVE 'NUMEXCP' TO WS-MISSING-DD
003960         PERFORM 1900-INPUT-MISSING THRU 1900-EXIT
003970         GO TO 5000-EXIT
003980     END-IF.
003990     MOVE 'N' TO WS-IN-EOF-SW.
004000     PERFORM 5100-READ-EXCEPTION THRU 5100-EXIT.
004010     PERFORM 5200-REJECTED-ONE THRU 5200-EXIT
004020         UNTIL IN-EOF.
004030     CLOSE EXCEPTION-FILE.
004040 5000-EXIT.
004050     EXIT.
004060
004070 5100-READ-EXCEPTION.
004080     READ EXCEPTION-FILE
004090         AT END MOVE 'Y' TO WS-IN-EOF-SW
004100     END-READ.
004110 5100-EXIT.
004120     EXIT.
004130
004140 5200-REJECTED-ONE.
004150     MOVE EXCEPTION-RECORD(71:21) TO WS-EVT-REF.
004160     MOVE 4 TO WS-EVT-TYPE.
004170     MOVE EXCEPTION-RECORD(1:60) TO WS-EVT-TEXT.
004180     PERFORM 7000-FILE-EVENT THRU 7000-EXIT.
004190     IF WS-EVT-REF-NUMBER IS NUMERIC
004200         IF WS-REJ-COUNT < WS-REJ-MAX
004210             ADD 1 TO WS-REJ-COUNT
004220             MOVE WS-EVT-REF TO WS-REJ-REF(WS-REJ-COUNT)
004230         ELSE
004240             MOVE 'Y' TO WS-REJ-OVERFLOW-SW
004250         END-IF
004260     END-IF.
004270     PERFORM 5100-READ-EXCEPTION THRU 5100-EXIT.
004280 5200-EXIT.
004290     EXIT.
004300
004320*>    SUSPENDED - THE SUSPFILE ITEMS SUSPLOAD FILED UNDER TODAY'S
004330*>    BUSINESS DATE FOR THIS PASS'S REJECTS. THE TEXT CARRIES THE
004340*>    SUSPENSE KEY THE CORRECTION CARD WILL NEED.
004360 5500-LOAD-SUSPENDED.
004370     OPEN INPUT SUSPENSE-FILE.
004380     IF WS-IN-FILE-STATUS NOT = '00'
004390         MOVE 'SUSPFILE' TO WS-MISSING-DD
004400         PERFORM 1900-INPUT-MISSING THRU 1900-EXIT
004410         GO TO 5500-EXIT
004420     END-IF.
004430     IF REJ-OVERFLOW
004440         DISPLAY 'MORE THAN ' WS-REJ-MAX ' REJECTS TONIGHT - '
004450             'EVERY SUSPENSE ITEM DATED ' WS-RUN-DATE
004460             ' IS INDEXED'
004470     END-IF.
004480     MOVE 'N' TO WS-IN-EOF-SW.
004490     MOVE WS-RUN-DATE TO SUSP-DATE.
004500     MOVE ZERO TO SUSP-SEQ.
004510     START SUSPENSE-FILE KEY NOT < SUSP-KEY
004520         INVALID KEY MOVE 'Y' TO WS-IN-EOF-SW
004530     END-START.
004540     IF WS-IN-EOF-SW NOT = 'Y'
004550         PERFORM 5600-READ-SUSPENSE THRU 5600-EXIT
004560     END-IF.
004570     PERFORM 5700-SUSPENDED-ONE THRU 5700-EXIT
004580         UNTIL IN-EOF.
004590     CLOSE SUSPENSE-FILE.
004600 5500-EXIT.
004610     EXIT.
004620
004630 5600-READ-SUSPENSE.
004640     READ SUSPENSE-FILE NEXT RECORD
004650         AT END MOVE 'Y' TO WS-IN-EOF-SW
004660     END-READ.
004670     IF WS-IN-EOF-SW NOT = 'Y'
004680         AND SUSP-DATE NOT = WS-RUN-DATE
004690         MOVE 'Y' TO WS-IN-EOF-SW
004700     END-IF.
004710 5600-EXIT.
004720     EXIT.
004730
004740 5700-SUSPENDED-ONE.
004750     MOVE 'N' TO WS-REJ-FOUND-SW.
004760     IF REJ-OVERFLOW
004770         MOVE 'Y' TO WS-REJ-FOUND-SW
004780     ELSE
004790         MOVE ZERO TO WS-REJ-IX
004800         PERFORM 5750-FIND-REJECT THRU 5750-EXIT
004810             WS-REJ-COUNT TIMES
004820     END-IF.
004830     IF NOT REJ-FOUND
004840         GO TO 5700-NEXT
004850     END-IF.
004860     MOVE SUSP-REF TO WS-EVT-REF.
004870     MOVE 5 TO WS-EVT-TYPE.
004880     MOVE SPACES TO WS-EVT-TEXT.
004890     STRING 'SUSPENSE KEY ' SUSP-DATE SUSP-SEQ
004900         ' ' SUSP-REASON DELIMITED BY SIZE
004910         INTO WS-EVT-TEXT.
004920     PERFORM 7000-FILE-EVENT THRU 7000-EXIT.
004930 5700-NEXT.
004940     PERFORM 5600-READ-SUSPENSE THRU 5600-EXIT.
004950 5700-EXIT.
004960     EXIT.
004970
004980 5750-FIND-REJECT.
004990     ADD 1 TO WS-REJ-IX.
005000     IF WS-REJ-REF(WS-REJ-IX) = SUSP-REF
005010         MOVE 'Y' TO WS-REJ-FOUND-SW
005020     END-IF.
005030 5750-EXIT.
005040     EXIT.
005050
005070*>    SENT TO GL - GLFILE D RECORDS. THE H RECORD GIVES THE FILE
005080*>    SEQUENCE AND DATE, WHICH KEY THE GLACKH ACKNOWLEDGMENT.
005100 6000-LOAD-SENT-TO-GL.
005110     OPEN INPUT GL-FILE.
005120     IF WS-IN-FILE-STATUS NOT = '00'
005130         MOVE 'GLFILE' TO WS-MISSING-DD
005140         PERFORM 1900-INPUT-MISSING THRU 1900-EXIT
005150         GO TO 6000-EXIT
005160     END-IF.
005170     MOVE 'N' TO WS-IN-EOF-SW.
005180     MOVE ZERO TO WS-GL-SEQ WS-GL-DATE.
005190     PERFORM 6100-READ-GL THRU 6100-EXIT.
005200     PERFORM 6200-GL-ONE THRU 6200-EXIT
005210         UNTIL IN-EOF.
005220     CLOSE GL-FILE.
005230 6000-EXIT.
005240     EXIT.
005250
005260 6100-READ-GL.
005270     READ GL-FILE INTO WS-GL-DETAIL
005280         AT END MOVE 'Y' TO WS-IN-EOF-SW
005290     END-READ.
005300 6100-EXIT.
005310     EXIT.
005320
005330 6200-GL-ONE.
005340     IF WS-GLH-TYPE = 'H'
005350         MOVE WS-GLH-SEQ TO WS-GL-SEQ
005360         MOVE WS-GLH-DATE TO WS-GL-DATE
005370         GO TO 6200-NEXT
005380     END-IF.
005390     IF WS-GLD-TYPE NOT = 'D'
005400         GO TO 6200-NEXT
005410     END-IF.
005412*>    A DETAIL AHEAD OF ANY HEADER NEVER WENT OUT UNDER A FILE
005414*>    SEQUENCE - NOTHING FOR THE TRACE TO CLAIM WAS SENT.
005416     IF WS-GL-SEQ = ZERO
005418         ADD 1 TO WS-SKIPPED-COUNT
005420         GO TO 6200-NEXT
005422     END-IF.
005426     MOVE WS-GLD-REF TO WS-EVT-REF.
005430     MOVE 6 TO WS-EVT-TYPE.
005440     MOVE WS-GLD-AMOUNT TO WS-AMOUNT-EDIT.
005450     MOVE SPACES TO WS-EVT-TEXT.
005460     STRING 'GL ' WS-GLD-ACCOUNT ' AMOUNT ' WS-AMOUNT-EDIT
005470         ' ' WS-GLD-CURRENCY ' FILE ' WS-GL-SEQ
005480         ' OF ' WS-GL-DATE DELIMITED BY SIZE
005490         INTO WS-EVT-TEXT.
005500     PERFORM 7000-FILE-EVENT THRU 7000-EXIT.
005510 6200-NEXT.
005520     PERFORM 6100-READ-GL THRU 6100-EXIT.
005530 6200-EXIT.
005540     EXIT.
005550
005570*>    FILES ONE EVENT. A LINE WITH NO WELL-FORMED REFERENCE IS
005580*>    COUNTED AND PASSED OVER. A KEY ALREADY ON FILE IS AN EARLIER
005590*>    ATTEMPT OF THIS STEP AND IS REWRITTEN IN PLACE.
005610 7000-FILE-EVENT.
005620     IF WS-EVT-REF-SOURCE = SPACES
005630         OR WS-EVT-REF-NUMBER IS NOT NUMERIC
005640         ADD 1 TO WS-SKIPPED-COUNT
005650         GO TO 7000-EXIT
005660     END-IF.
005670     IF WS-EVT-REF = WS-LAST-REF
005680         AND WS-EVT-TYPE = WS-LAST-TYPE
005690         AND WS-EVT-SEQ < 99
005700         ADD 1 TO WS-EVT-SEQ
005710     ELSE
005720         MOVE 1 TO WS-EVT-SEQ
005730     END-IF.
005740     MOVE WS-EVT-REF TO WS-LAST-REF.
005750     MOVE WS-EVT-TYPE TO WS-LAST-TYPE.
005760     MOVE SPACES TO TRC-RECORD.
005770     MOVE WS-EVT-REF TO TRC-REF.
005780     MOVE WS-RUN-DATE TO TRC-RUN-DATE.
005790     MOVE WS-SUPP-NO TO TRC-SUPP-NO.
005800     MOVE WS-EVT-TYPE TO TRC-EVENT.
005810     MOVE WS-EVT-SEQ TO TRC-EVENT-SEQ.
005820     MOVE WS-EVT-TEXT TO TRC-TEXT.
005830     IF TRC-SENT-TO-GL
005840         MOVE WS-GL-SEQ TO TRC-GL-SEQ
005850         MOVE WS-GL-DATE TO TRC-GL-DATE
005860     ELSE
005870         MOVE ZERO TO TRC-GL-SEQ TRC-GL-DATE
005880     END-IF.
005890     WRITE TRC-RECORD
005900         INVALID KEY
005910             REWRITE TRC-RECORD
005920                 NOT INVALID KEY
005930                     ADD 1 TO WS-REWRITE-COUNT
005940             END-REWRITE
005950     END-WRITE.
005960     IF WS-TRC-FILE-STATUS NOT = '00'
005970         DISPLAY 'TRACEF WRITE FAILED, STATUS='
005980             WS-TRC-FILE-STATUS ' REF ' WS-EVT-REF
005990         MOVE 12 TO WS-LOAD-RC
006000         GO TO 7000-EXIT
006010     END-IF.
006020     ADD 1 TO WS-EVENT-COUNT(WS-EVT-TYPE).
006030 7000-EXIT.
006040     EXIT.
006050
006100 9000-TERMINATE.
006110     IF TRC-FILE-OPEN
006120         CLOSE TRACE-FILE
006130     END-IF.
006140     DISPLAY 'TRCLOAD - RECYCLED=' WS-EVENT-COUNT(1)
006150         ' EDITED=' WS-EVENT-COUNT(2)
006160         ' OPERATIONS=' WS-EVENT-COUNT(3)
006170         ' REJECTED=' WS-EVENT-COUNT(4).
006180     DISPLAY 'TRCLOAD - SUSPENDED=' WS-EVENT-COUNT(5)
006190         ' SENT TO GL=' WS-EVENT-COUNT(6)
006200         ' REWRITTEN=' WS-REWRITE-COUNT
006210         ' NO REFERENCE=' WS-SKIPPED-COUNT.
006220     MOVE WS-LOAD-RC TO WS-AUDIT-RC.
006230     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
006240         WS-AUDIT-RC.
006250     MOVE WS-LOAD-RC TO RETURN-CODE.
006260 9000-EXIT.
006270     EXIT.
