000000 *> ................................................................... <*
000000 *> CBL - BATRCALL                         :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/10 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/10 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> RECALL AND REVERSAL OF A BATCH THAT HAS ALREADY POSTED. THE
000000 *> BATCHREG REGISTER STOPS A RE-SENT FEED FROM POSTING TWICE;
000000 *> THIS JOB TAKES A POSTED BATCH BACK OUT WHEN THE SOURCE SYSTEM
000000 *> TELLS US IT WAS WRONG. THE RCLPARM CARD CARRIES THE REGISTER
000000 *> KEY - HEADER DATE (6), SOURCE SYSTEM (8) AND TRAILER HASH (13
000000 *> DIGITS AND A TRAILING SIGN, AS ON THE BATCHREG ENTRY). THE
000000 *> BATCH'S TRANSACTIONS ARE FOUND BY THEIR PERMANENT REFERENCE
000000 *> (HEADER SOURCE AND DATE) ON THE FILES OF THE NIGHT IT POSTED,
000000 *> SO THE JOB RUNS THE MORNING AFTER, BEFORE THE NEXT NIGHTLY
000000 *> STREAM REPLACES TRANEDTD, NUMCSV AND GLFILE:
000000 *>   GLREVS   - A REVERSING GL FILE: EVERY GL D RECORD OF THE
000000 *>              BATCH WITH ITS AMOUNT AND BASE EQUIVALENT
000000 *>              NEGATED, UNDER THE GLPARM SEQUENCE AND
000000 *>              REGISTERED ON THE GLSENT LEDGER LIKE ANY GLEXTR
000000 *>              FILE - THE NEXT EXTRACT WAITS FOR GLACKREC TO
000000 *>              CLEAR THE SEQUENCE THE USUAL WAY
000000 *>   ACCTFILE - EVERY ADD POSTING THE BATCH MADE IS TAKEN BACK
000000 *>              OFF ITS ACCOUNT BALANCE
000000 *>   STATNEW  - THE STATFILE LEDGER WITH THE BATCH'S COUNTS AND
000000 *>              RESULT HASH BACKED OUT OF THE NIGHT'S ARITHMETIC-
000000 *>              PASS ENTRIES
000000 *>   PERIODN  - THE PERIODF LEDGER WITH THE SAME FIGURES BACKED
000000 *>              OUT OF THE NIGHT'S DAY RECORD AND THE PERIOD
000000 *>              RUNNING TOTAL (NOT ONCE THE PERIOD IS CLOSED)
000000 *> STATNEW AND PERIODN ARE COPIED BACK BY THE NEXT JOB STEPS, THE
000000 *> AUDARCH PATTERN. NOTHING IS TOUCHED UNTIL THE CARD, THE
000000 *> REGISTER ENTRY, THE GL SEQUENCE AND THE NIGHT'S FILES HAVE ALL
000000 *> CHECKED OUT; THE REGISTER ENTRY IS THEN MARKED RECALLED BEFORE
000000 *> ANYTHING IS REVERSED, SO A RERUN CAN NEVER REVERSE THE SAME
000000 *> BATCH TWICE, AND TRANEDIT ACCEPTS A CORRECTED RESEND UNDER THE
000000 *> SAME IDENTITY. THE RCLRPT RECALL REPORT SHOWS EVERY FIGURE
000000 *> REVERSED, FOR THE AUDITORS. RETURN CODES:
000000 *>   0  BATCH RECALLED
000000 *>   4  BATCH RECALLED, BUT SOME FIGURE COULD NOT BE BACKED OUT
000000 *>      OR NONE OF IT WENT TO GL (SEE THE *** LINES ON RCLRPT)
000000 *>   8  RECALL REFUSED - BAD CARD, NOT ON THE REGISTER, ALREADY
000000 *>      RECALLED, GL SEQUENCE STILL OPEN, OR THE BATCH IS NOT ON
000000 *>      THE NIGHT'S FILES GIVEN - NOTHING TOUCHED
000000 *>  12  A FILE COULD NOT BE OPENED OR THE REGISTER ENTRY COULD
000000 *>      NOT BE MARKED - NOTHING TOUCHED
000000 *> 2026/09/11 TD - RECALLS WITHIN THE ENTITY ON THE RUNENT CARD:
000000 *>                 ONLY ITS STATFILE ENTRIES AND PERIODF RECORDS
000000 *>                 ARE BACKED OUT, AND THE REVERSING GL HEADER
000000 *>                 CARRIES ITS ENTITY CODE.
000000 *> 2026/10/01 TD - GL RECORDS ARE 68 BYTES - THE REVERSING D
000000 *>                 RECORD CARRIES THE ORIGINAL'S VALUE DATE.
000000 *> 2026/10/15 TD - THE BATCH'S ITEMS STILL HELD ON HOLDFILE
000000 *>                 (PENDING, APPROVED OR DECLINED) ARE WITHDRAWN
000000 *>                 WITH IT - DELETED, JOURNALED WITH JRNLSVC
000000 *>                 (ACTION RECALL) AND LISTED ON RCLRPT. ONE
000000 *>                 ALREADY RELEASED IS FLAGGED, RC=4. NEEDS
000000 *>                 HOLDFILE AND JRNLFILE DDS.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BATRCALL.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT PARM-FILE ASSIGN TO "RCLPARM"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-IN-FILE-STATUS.
000180     SELECT REGISTER-FILE ASSIGN TO "BATCHREG"
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS RANDOM
000210         RECORD KEY IS BREG-KEY
000220         FILE STATUS IS WS-BREG-FILE-STATUS.
000230     SELECT EDITED-FILE ASSIGN TO "TRANEDTD"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-IN-FILE-STATUS.
000260     SELECT CSV-FILE ASSIGN TO "NUMCSV"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-IN-FILE-STATUS.
000290     SELECT GL-FILE ASSIGN TO "GLFILE"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-IN-FILE-STATUS.
000320     SELECT REVERSE-FILE ASSIGN TO "GLREVS"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT GLPARM-FILE ASSIGN TO "GLPARM"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-IN-FILE-STATUS.
000370     SELECT SENT-FILE ASSIGN TO "GLSENT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-SENT-FILE-STATUS.
000400     SELECT STAT-FILE ASSIGN TO "STATFILE"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-IN-FILE-STATUS.
000430     SELECT NEWSTAT-FILE ASSIGN TO "STATNEW"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT PERIOD-FILE ASSIGN TO "PERIODF"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000480     SELECT NEWPER-FILE ASSIGN TO "PERIODN"
000490         ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS ACCT-NUMBER
000540         FILE STATUS IS WS-ACCT-FILE-STATUS.
000541     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS DYNAMIC
000544         RECORD KEY IS HOLD-KEY
000545         FILE STATUS IS WS-HOLD-FILE-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PARM-FILE.
000580 01  PARM-RECORD PIC X(80).
000590 FD  REGISTER-FILE.
000600     COPY BATCHREG.
000610 FD  EDITED-FILE.
000620 01  EDITED-RECORD PIC X(80).
000630 FD  CSV-FILE.
000640 01  CSV-RECORD PIC X(100).
000650 FD  GL-FILE.
000660 01  GL-RECORD PIC X(68).
000670 FD  REVERSE-FILE.
000680 01  REVERSE-RECORD PIC X(68).
000690 FD  GLPARM-FILE.
000700 01  GLPARM-RECORD.
000710     05 GLPARM-FILE-SEQ PIC 9(4).
000720 FD  SENT-FILE.
000730 01  SENT-RECORD.
000740     05 SENT-TYPE PIC X.
000750     05 SENT-SEQ PIC 9(4).
000760     05 SENT-DATE PIC 9(6).
000770     05 SENT-COUNT PIC 9(7).
000780     05 SENT-HASH PIC S9(11)V99
000790         SIGN IS TRAILING SEPARATE.
000800 FD  STAT-FILE.
000810 01  STAT-FILE-RECORD PIC X(132).
000820 FD  NEWSTAT-FILE.
000830 01  NEWSTAT-RECORD PIC X(132).
000840 FD  PERIOD-FILE.
000850     COPY PERIODRC.
000860 FD  NEWPER-FILE.
000870 01  NEWPER-RECORD PIC X(102).
000880 FD  ACCT-FILE.
000890     COPY ACCTREC.
000893 FD  HOLD-FILE.
000896     COPY HOLDREC.
000900 WORKING-STORAGE SECTION.
000910     COPY PRTLINK.
000915     COPY JRNLLINK.
000920     COPY STATREC.
000930*>    THE SAME STATREC ENTRY AS TWO RUNS OF COUNTERS AROUND THE
000940*>    HASH - RECORDS IN, CSV LINES, EXCEPTIONS, POW SKIPS; THEN
000950*>    ADD, SUBTRACT, MULTIPLY, DIVIDE, POW, MODULUS, OVERFLOWS.
000960 01  WS-STAT-VIEW REDEFINES STAT-RECORD.
000970     05 FILLER PIC X(38).
000980     05 WS-STAT-LEAD PIC 9(7) OCCURS 4 TIMES.
000990     05 FILLER PIC X(14).
001000     05 WS-STAT-OP PIC 9(7) OCCURS 7 TIMES.
001010     77 WS-IN-FILE-STATUS PIC XX VALUE '00'.
001020     77 WS-BREG-FILE-STATUS PIC XX VALUE '00'.
001030     77 WS-SENT-FILE-STATUS PIC XX VALUE '00'.
001040     77 WS-PERIOD-FILE-STATUS PIC XX VALUE '00'.
001050     77 WS-ACCT-FILE-STATUS PIC XX VALUE '00'.
001055     77 WS-HOLD-FILE-STATUS PIC XX VALUE '00'.
001060     77 WS-IN-EOF-SW PIC X VALUE 'N'.
001070         88 IN-EOF VALUE 'Y'.
001080     77 WS-PERIOD-EOF-SW PIC X VALUE 'N'.
001090         88 PERIOD-EOF VALUE 'Y'.
001100     77 WS-PERIOD-OPEN-SW PIC X VALUE 'N'.
001110         88 PERIOD-FILE-OPEN VALUE 'Y'.
001120     77 WS-PERIOD-CLOSED-SW PIC X VALUE 'N'.
001130         88 PERIOD-CLOSED VALUE 'Y'.
001140     77 WS-DAY-FOUND-SW PIC X VALUE 'N'.
001150         88 DAY-FOUND VALUE 'Y'.
001160     77 WS-SEQ-OPEN-SW PIC X VALUE 'N'.
001170         88 SEQ-STILL-OPEN VALUE 'Y'.
001180     77 WS-ACCT-FOUND-SW PIC X VALUE 'N'.
001190         88 ACCT-FOUND VALUE 'Y'.
001192     77 WS-HOLD-OPEN-SW PIC X VALUE 'N'.
001194         88 HOLD-FILE-OPEN VALUE 'Y'.
001196     77 WS-HOLD-EOF-SW PIC X VALUE 'N'.
001198         88 HOLD-EOF VALUE 'Y'.
001200     77 WS-FAILED-DD PIC X(8) VALUE SPACES.
001210     77 WS-RECALL-DATE PIC 9(6) VALUE ZERO.
001220     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
001230     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
001232     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
001234     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
001235*>    THE ENTITY THE RECALL RUNS FOR - SPACES ARE THE HOME ONE.
001236 01  WS-ENTITY-AREA.
001237     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
001238     05 FILLER PIC X(4) VALUE SPACES.
001240     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'BATRCALL'.
001250     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
001260     77 WS-RCL-RC PIC S9(4) VALUE ZERO.
001270     77 WS-RC-EDIT PIC Z9.
001280     77 WS-NUMVAR-NAME PIC X(32)
001290         VALUE 'EXAMPLE-NUMERIC-VARIABLE'.
001300     77 WS-REPORT-LINE PIC X(120).
001310     77 WS-HASH-EDIT PIC -(11)9.99.
001320     77 WS-AMOUNT-EDIT PIC -(9)9.99.
001330     77 WS-BASE-EDIT PIC -(9)9.99.
001340     77 WS-OLD-BAL-EDIT PIC -(11)9.99.
001350     77 WS-NEW-BAL-EDIT PIC -(11)9.99.
001360     77 WS-FILE-SEQ PIC 9(4) VALUE 1.
001370     77 WS-PERIOD PIC 9(4) VALUE ZERO.
001380     77 WS-ORIG-GL-SEQ PIC 9(4) VALUE ZERO.
001390     77 WS-ORIG-GL-DATE PIC 9(6) VALUE ZERO.
001400     77 WS-REV-COUNT PIC 9(7) VALUE ZERO.
001410     77 WS-REV-HASH PIC S9(11)V99 VALUE ZERO.
001420     77 WS-ACCT-REVERSED PIC 9(7) VALUE ZERO.
001430     77 WS-ACCT-NOT-REVERSED PIC 9(7) VALUE ZERO.
001435     77 WS-HOLD-WITHDRAWN PIC 9(7) VALUE ZERO.
001440     77 WS-STAT-ENTRIES PIC 9(5) VALUE ZERO.
001450     77 WS-LEFT-COUNT PIC 9(9) VALUE ZERO.
001460     77 WS-WORK-COUNT PIC S9(9) VALUE ZERO.
001470     77 WS-IX PIC 9(2) VALUE ZERO.
001480     77 WS-OP-IX PIC 9 VALUE ZERO.
001490 01  WS-CARD.
001500     05 CARD-DATE PIC 9(6).
001510     05 CARD-SOURCE PIC X(8).
001520     05 CARD-HASH PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
001530     05 FILLER PIC X(52).
001540*>    THE FIRST FOURTEEN BYTES OF EVERY REFERENCE THE BATCH
001550*>    STAMPED - ITS HEADER SOURCE AND HEADER DATE.
001560 01  WS-BATCH-REF.
001570     05 WS-BATCH-SOURCE PIC X(8).
001580     05 WS-BATCH-DATE PIC 9(6).
001590*>    WHAT THE BATCH CONTRIBUTED TO THE NIGHT'S ARITHMETIC-PASS
001600*>    STATISTICS, IN THE WS-STAT-VIEW ORDER.
001610 01  WS-BATCH-FIGURES.
001620     05 BF-LEAD PIC 9(7) OCCURS 4 TIMES.
001630     05 BF-HASH PIC S9(11)V99.
001640     05 BF-OP PIC 9(7) OCCURS 7 TIMES.
001650*>    STILL TO BE TAKEN OUT OF STATFILE - A NIGHT RUN IN SLICES OR
001660*>    WITH A SUPPLEMENT HAS SEVERAL ENTRIES, AND EACH GIVES UP
001670*>    WHAT IT HOLDS UNTIL THE BATCH IS FULLY BACKED OUT.
001680 01  WS-STILL-TO-TAKE.
001690     05 ST-LEAD PIC 9(7) OCCURS 4 TIMES.
001700     05 ST-HASH PIC S9(11)V99.
001710     05 ST-OP PIC 9(7) OCCURS 7 TIMES.
001720*>    TRANEDTD DETAIL: TYPE, NUM1, NUM2, CURRENCY, ACCOUNT,
001730*>    REFERENCE.
001740 01  WS-DETAIL-AREA.
001750     05 WS-DTL-TYPE PIC X.
001760     05 WS-DTL-NUM1 PIC X(8).
001770     05 WS-DTL-NUM2 PIC X(8).
001780     05 WS-DTL-CURRENCY PIC X(3).
001790     05 WS-DTL-ACCOUNT PIC X(10).
001800     05 WS-DTL-REF PIC X(21).
001810     05 FILLER PIC X(29).
001820     77 WS-TOK-NUM1 PIC X(10).
001830     77 WS-TOK-NUM2 PIC X(10).
001840     77 WS-TOK-OPER PIC X(10).
001850     77 WS-TOK-CURRENCY PIC X(4).
001860     77 WS-TOK-DATE PIC X(8).
001870     77 WS-TOK-ACCOUNT PIC X(10).
001880     77 WS-TOK-REF PIC X(21).
001890 01  WS-TOK-RESULT PIC X(12).
001900*>    SAME REDEFINED VIEW GLEXTR USES - A PLAIN MOVE WOULD DROP
001910*>    THE TRAILING SEPARATE SIGN OFF THE RESULT TOKEN.
001920 01  WS-TOK-RESULT-R REDEFINES WS-TOK-RESULT.
001930     05 WS-RESULT-NUM PIC S9(9)V99
001940         SIGN IS TRAILING SEPARATE.
001950*>    THE NIGHT'S GL FILE AS READ ...
001960 01  WS-GL-IN.
001970     05 WS-GLD-TYPE PIC X.
001980     05 WS-GLD-ACCOUNT PIC X(8).
001990     05 WS-GLD-AMOUNT PIC S9(9)V99.
002000     05 WS-GLD-CURRENCY PIC X(3).
002010     05 WS-GLD-DATE PIC X(6).
002020     05 WS-GLD-BASE-AMOUNT PIC S9(9)V99.
002030     05 WS-GLD-REF PIC X(21).
002035     05 WS-GLD-VALUE-DATE PIC X(6).
002040     05 FILLER PIC X.
002050 01  WS-GL-IN-HEADER REDEFINES WS-GL-IN.
002060     05 WS-GLH-TYPE PIC X.
002070     05 WS-GLH-DATE PIC 9(6).
002080     05 WS-GLH-SEQ PIC 9(4).
002085     05 WS-GLH-ENTITY PIC X(2).
002090     05 FILLER PIC X(49).
002100*>    ... AND THE REVERSING FILE, IN THE GLEXTR RECORD LAYOUTS.
002110 01  GL-HEADER.
002120     05 GLH-TYPE PIC X VALUE 'H'.
002130     05 GLH-DATE PIC 9(6).
002140     05 GLH-SEQ PIC 9(4).
002145     05 GLH-ENTITY PIC X(2).
002150 01  GL-DETAIL.
002160     05 GLD-TYPE PIC X VALUE 'D'.
002170     05 GLD-ACCOUNT PIC X(8).
002180     05 GLD-AMOUNT PIC S9(9)V99.
002190     05 GLD-CURRENCY PIC X(3).
002200     05 GLD-DATE PIC 9(6).
002210     05 GLD-BASE-AMOUNT PIC S9(9)V99.
002220     05 GLD-REF PIC X(21).
002225     05 GLD-VALUE-DATE PIC 9(6).
002230 01  GL-TRAILER.
002240     05 GLT-TYPE PIC X VALUE 'T'.
002250     05 GLT-COUNT PIC 9(7).
002260     05 GLT-HASH PIC S9(11)V99.
002270 PROCEDURE DIVISION.
002280 0000-MAIN.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     IF WS-RCL-RC = ZERO
002310         PERFORM 2000-FIND-BATCH THRU 2000-EXIT
002320     END-IF.
002330     IF WS-RCL-RC = ZERO
002335         PERFORM 2600-WITHDRAW-HOLDS THRU 2600-EXIT
002340         PERFORM 3000-REVERSE-GL THRU 3000-EXIT
002350         PERFORM 4000-REVERSE-POSTINGS THRU 4000-EXIT
002360         PERFORM 5000-BACK-OUT-STATS THRU 5000-EXIT
002370         PERFORM 6000-BACK-OUT-PERIOD THRU 6000-EXIT
002380     END-IF.
002390     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002410     GOBACK.
002420
002430*>    EVERY CHECK THAT CAN REFUSE THE RECALL RUNS HERE, BEFORE
002440*>    ANY FILE IS CHANGED.
002450 1000-INITIALIZE.
002460     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
002470         WS-AUDIT-RC.
002480     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-RECALL-DATE
002490         WS-RUNCTL-RC
002500         ON EXCEPTION
002510             ACCEPT WS-RECALL-DATE FROM DATE
002520     END-CALL.
002522     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
002524         ON EXCEPTION
002526             MOVE SPACES TO WS-ENTITY-AREA
002528     END-CALL.
002530     INITIALIZE WS-BATCH-FIGURES.
002540     MOVE 'OPEN' TO PRT-FUNC.
002550     MOVE 'RCLRPT' TO PRT-DDNAME.
002560     MOVE 'BATCH RECALL' TO PRT-TITLE.
002570     MOVE 'V01.00' TO PRT-VERSION.
002580     CALL 'PRINTSVC' USING PRINT-AREA.
002590     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002600     IF WS-RCL-RC NOT = ZERO
002610         GO TO 1000-EXIT
002620     END-IF.
002630     PERFORM 1200-CHECK-REGISTER THRU 1200-EXIT.
002640     IF WS-RCL-RC NOT = ZERO
002650         GO TO 1000-EXIT
002660     END-IF.
002670     PERFORM 1300-CHECK-GL-SEQUENCE THRU 1300-EXIT.
002680     IF WS-RCL-RC NOT = ZERO
002690         GO TO 1000-EXIT
002700     END-IF.
002710     PERFORM 1400-OPEN-NIGHT-FILES THRU 1400-EXIT.
002720 1000-EXIT.
002730     EXIT.
002740
002750*>    ONE CARD, ONE BATCH - A SECOND BATCH IS A SECOND RUN.
002760 1100-READ-CARD.
002770     OPEN INPUT PARM-FILE.
002780     IF WS-IN-FILE-STATUS NOT = '00'
002790         MOVE 'RCLPARM' TO WS-FAILED-DD
002800         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
002810         GO TO 1100-EXIT
002820     END-IF.
002830     READ PARM-FILE INTO WS-CARD
002840         AT END
002850             MOVE SPACES TO WS-CARD
002860     END-READ.
002870     CLOSE PARM-FILE.
002880     IF CARD-DATE IS NOT NUMERIC
002890         OR CARD-SOURCE = SPACES
002900         OR CARD-HASH IS NOT NUMERIC
002910         MOVE SPACES TO WS-REPORT-LINE
002920         STRING '*** INVALID RECALL CARD ' WS-CARD(1:28)
002930             ' - DATE(6) SOURCE(8) HASH(13 AND SIGN) EXPECTED,'
002940             ' RC=8' DELIMITED BY SIZE INTO WS-REPORT-LINE
002950         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002960         MOVE 8 TO WS-RCL-RC
002970         GO TO 1100-EXIT
002980     END-IF.
002990     MOVE CARD-SOURCE TO WS-BATCH-SOURCE.
003000     MOVE CARD-DATE TO WS-BATCH-DATE.
003010     MOVE CARD-HASH TO WS-HASH-EDIT.
003020     MOVE SPACES TO WS-REPORT-LINE.
003030     STRING 'RECALL OF BATCH - HEADER DATE ' CARD-DATE
003040         ' SOURCE ' CARD-SOURCE ' TRAILER HASH ' WS-HASH-EDIT
003050         ' - RECALLED ON ' WS-RECALL-DATE
003060         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003070     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003080 1100-EXIT.
003090     EXIT.
003100
003110*>    THE BATCH MUST BE ON THE REGISTER AND NOT ALREADY RECALLED.
003120*>    THE REGISTER STAYS OPEN - THE ENTRY IS MARKED ONCE THE
003130*>    NIGHT'S FILES HAVE BEEN FOUND TO CARRY THE BATCH.
003140 1200-CHECK-REGISTER.
003150     OPEN I-O REGISTER-FILE.
003160     IF WS-BREG-FILE-STATUS NOT = '00'
003170         MOVE 'BATCHREG' TO WS-FAILED-DD
003180         MOVE WS-BREG-FILE-STATUS TO WS-IN-FILE-STATUS
003190         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
003200         GO TO 1200-EXIT
003210     END-IF.
003220     MOVE CARD-DATE TO BREG-DATE.
003230     MOVE CARD-SOURCE TO BREG-SOURCE.
003240     MOVE CARD-HASH TO BREG-HASH.
003250     READ REGISTER-FILE
003260         INVALID KEY
003270             MOVE SPACES TO WS-REPORT-LINE
003280             STRING '*** BATCH NOT ON THE REGISTER - NOTHING TO '
003290                 'RECALL, RC=8' DELIMITED BY SIZE
003300                 INTO WS-REPORT-LINE
003310             PERFORM 7000-PRINT-LINE THRU 7000-EXIT
003320             MOVE 8 TO WS-RCL-RC
003330     END-READ.
003340     IF WS-RCL-RC NOT = ZERO
003350         GO TO 1200-EXIT
003360     END-IF.
003370     IF BREG-RECALLED
003380         MOVE SPACES TO WS-REPORT-LINE
003390         STRING '*** BATCH ALREADY RECALLED ON ' BREG-RECALL-DATE
003400             ' - NOTHING TO RECALL, RC=8'
003410             DELIMITED BY SIZE INTO WS-REPORT-LINE
003420         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
003430         MOVE 8 TO WS-RCL-RC
003440         GO TO 1200-EXIT
003450     END-IF.
003460     MOVE BREG-RUN-DATE(1:4) TO WS-PERIOD.
003470     MOVE SPACES TO WS-REPORT-LINE.
003480     STRING 'POSTED BY THE RUN OF ' BREG-RUN-DATE
003490         ' PASS ' BREG-SUPP-NO
003500         ' - TRAILER COUNT ' BREG-COUNT
003510         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003520     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003530 1200-EXIT.
003540     EXIT.
003550
003560*>    THE REVERSING FILE GOES OUT UNDER THE GLPARM SEQUENCE, SO
003570*>    THE SAME RULE AS GLEXTR: THAT SEQUENCE MUST NOT STILL BE
003580*>    OPEN ON THE GLSENT LEDGER. THIS ALSO REFUSES A RECALL WHILE
003590*>    THE BATCH'S OWN GL FILE IS STILL UNACKNOWLEDGED.
003600 1300-CHECK-GL-SEQUENCE.
003610     OPEN INPUT GLPARM-FILE.
003620     IF WS-IN-FILE-STATUS = '00'
003630         READ GLPARM-FILE
003640             AT END
003650                 CONTINUE
003660             NOT AT END
003670                 IF GLPARM-FILE-SEQ IS NUMERIC
003680                     MOVE GLPARM-FILE-SEQ TO WS-FILE-SEQ
003690                 END-IF
003700         END-READ
003710         CLOSE GLPARM-FILE
003720     END-IF.
003730     OPEN INPUT SENT-FILE.
003740     IF WS-SENT-FILE-STATUS NOT = '00'
003750*>        NO LEDGER YET - NOTHING CAN BE OPEN.
003760         GO TO 1300-EXIT
003770     END-IF.
003780     MOVE 'N' TO WS-IN-EOF-SW.
003790     PERFORM 1310-SCAN-SENT THRU 1310-EXIT
003800         UNTIL IN-EOF.
003810     CLOSE SENT-FILE.
003820     IF SEQ-STILL-OPEN
003830         MOVE SPACES TO WS-REPORT-LINE
003840         STRING '*** GL FILE SEQUENCE ' WS-FILE-SEQ
003850             ' IS STILL OPEN ON THE GLSENT LEDGER - NO RECALL '
003860             'UNTIL GLACKREC CLEARS IT, RC=8'
003870             DELIMITED BY SIZE INTO WS-REPORT-LINE
003880         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
003890         MOVE 8 TO WS-RCL-RC
003900     END-IF.
003910 1300-EXIT.
003920     EXIT.
003930
003940 1310-SCAN-SENT.
003950     READ SENT-FILE
003960         AT END
003970             MOVE 'Y' TO WS-IN-EOF-SW
003980         NOT AT END
003990             IF SENT-TYPE = 'S'
004000                 AND SENT-SEQ = WS-FILE-SEQ
004010                 MOVE 'Y' TO WS-SEQ-OPEN-SW
004020             END-IF
004030     END-READ.
004040 1310-EXIT.
004050     EXIT.
004060
004070*>    EVERY FILE THE RECALL READS OR CHANGES MUST BE THERE BEFORE
004080*>    ANYTHING IS REVERSED. A MISSING PERIODF IS A LEDGER NOT YET
004090*>    STARTED, NOT A FAILURE.
004100 1400-OPEN-NIGHT-FILES.
004110     OPEN INPUT EDITED-FILE.
004120     IF WS-IN-FILE-STATUS NOT = '00'
004130         MOVE 'TRANEDTD' TO WS-FAILED-DD
004140         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
004150         GO TO 1400-EXIT
004160     END-IF.
004170     OPEN INPUT CSV-FILE.
004180     IF WS-IN-FILE-STATUS NOT = '00'
004190         MOVE 'NUMCSV' TO WS-FAILED-DD
004200         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
004210         GO TO 1400-EXIT
004220     END-IF.
004230     OPEN INPUT GL-FILE.
004240     IF WS-IN-FILE-STATUS NOT = '00'
004250         MOVE 'GLFILE' TO WS-FAILED-DD
004260         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
004270         GO TO 1400-EXIT
004280     END-IF.
004290     OPEN INPUT STAT-FILE.
004300     IF WS-IN-FILE-STATUS NOT = '00'
004310         MOVE 'STATFILE' TO WS-FAILED-DD
004320         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
004330         GO TO 1400-EXIT
004340     END-IF.
004350     OPEN I-O ACCT-FILE.
004360     IF WS-ACCT-FILE-STATUS NOT = '00'
004370         MOVE 'ACCTFILE' TO WS-FAILED-DD
004380         MOVE WS-ACCT-FILE-STATUS TO WS-IN-FILE-STATUS
004390         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
004400         GO TO 1400-EXIT
004410     END-IF.
004412     PERFORM 1450-OPEN-HOLD-FILE THRU 1450-EXIT.
004414     IF WS-RCL-RC NOT = ZERO
004416         GO TO 1400-EXIT
004418     END-IF.
004420     OPEN INPUT PERIOD-FILE.
004430     IF WS-PERIOD-FILE-STATUS = '00'
004440         MOVE 'Y' TO WS-PERIOD-OPEN-SW
004450         PERFORM 1410-CHECK-PERIOD THRU 1410-EXIT
004460         GO TO 1400-EXIT
004470     END-IF.
004480     IF WS-PERIOD-FILE-STATUS NOT = '35'
004490         MOVE 'PERIODF' TO WS-FAILED-DD
004500         MOVE WS-PERIOD-FILE-STATUS TO WS-IN-FILE-STATUS
004510         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
004520     END-IF.
004530 1400-EXIT.
004540     EXIT.
004550
004560*>    A 'C' CARRY-FORWARD RECORD FOR THE BATCH'S PERIOD MEANS
004570*>    PERCLOSE HAS ALREADY PROVED AND CLOSED IT - ITS LEDGER
004580*>    RECORDS ARE EVIDENCE AND ARE NOT REOPENED.
004590 1410-CHECK-PERIOD.
004600     MOVE 'N' TO WS-PERIOD-EOF-SW.
004610     PERFORM 1420-SCAN-PERIOD THRU 1420-EXIT
004620         UNTIL PERIOD-EOF.
004630     CLOSE PERIOD-FILE.
004640 1410-EXIT.
004650     EXIT.
004660
004670 1420-SCAN-PERIOD.
004680     READ PERIOD-FILE
004690         AT END
004700             MOVE 'Y' TO WS-PERIOD-EOF-SW
004710         NOT AT END
004720             IF PD-CARRY-FORWARD
004730                 AND PD-PERIOD = WS-PERIOD
004735                 AND PD-ENTITY = WS-RUN-ENTITY
004740                 MOVE 'Y' TO WS-PERIOD-CLOSED-SW
004750             END-IF
004760     END-READ.
004770 1420-EXIT.
004780     EXIT.
004781
004782*>    HOLDFILE IS OPENED WITH THE NIGHT'S FILES - THE BATCH'S
004783*>    ITEMS STILL HELD THERE ARE WITHDRAWN WITH IT. NO HOLDFILE
004784*>    YET MEANS NOTHING OF THE BATCH WAS EVER HELD.
004785 1450-OPEN-HOLD-FILE.
004786     OPEN I-O HOLD-FILE.
004787     IF WS-HOLD-FILE-STATUS = '35'
004788         GO TO 1450-EXIT
004789     END-IF.
004790     IF WS-HOLD-FILE-STATUS NOT = '00'
004791         MOVE 'HOLDFILE' TO WS-FAILED-DD
004792         MOVE WS-HOLD-FILE-STATUS TO WS-IN-FILE-STATUS
004793         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
004794         GO TO 1450-EXIT
004795     END-IF.
004796     MOVE 'Y' TO WS-HOLD-OPEN-SW.
004797 1450-EXIT.
004798     EXIT.
004799
004800 1900-OPEN-FAILED.
004810     MOVE SPACES TO WS-REPORT-LINE.
004820     STRING '*** ' WS-FAILED-DD ' OPEN FAILED, STATUS='
004830         WS-IN-FILE-STATUS ' - NOTHING RECALLED, RC=12'
004840         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004850     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004860     MOVE 12 TO WS-RCL-RC.
004870 1900-EXIT.
004880     EXIT.
004890
004910*>    THE NIGHT'S TRANEDTD MUST CARRY THE BATCH - ANY OTHER FILE
004920*>    (THE NEXT NIGHT HAS ALREADY RUN, THE WRONG GENERATION) HAS
004930*>    NONE OF ITS REFERENCES AND THE RECALL IS REFUSED. ONCE
004940*>    FOUND, THE REGISTER ENTRY IS MARKED RECALLED BEFORE ANY
004950*>    FIGURE IS REVERSED.
004970 2000-FIND-BATCH.
004980     MOVE 'N' TO WS-IN-EOF-SW.
004990     PERFORM 2100-READ-EDITED THRU 2100-EXIT.
005000     PERFORM 2200-EDITED-ONE THRU 2200-EXIT
005010         UNTIL IN-EOF.
005020     IF BF-LEAD(1) = ZERO
005030         MOVE SPACES TO WS-REPORT-LINE
005040         STRING '*** NO DETAIL OF THE BATCH ON THIS TRANEDTD - '
005050             'RUN AGAINST THE FILES OF THE NIGHT OF '
005060             BREG-RUN-DATE ', RC=8'
005070             DELIMITED BY SIZE INTO WS-REPORT-LINE
005080         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
005090         MOVE 8 TO WS-RCL-RC
005100         GO TO 2000-EXIT
005110     END-IF.
005120     MOVE SPACES TO WS-REPORT-LINE.
005130     STRING 'DETAILS OF THE BATCH EDITED CLEAN THAT NIGHT='
005140         BF-LEAD(1) DELIMITED BY SIZE INTO WS-REPORT-LINE.
005150     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005160     PERFORM 2500-MARK-RECALLED THRU 2500-EXIT.
005170 2000-EXIT.
005180     EXIT.
005190
005200 2100-READ-EDITED.
005210     READ EDITED-FILE INTO WS-DETAIL-AREA
005220         AT END MOVE 'Y' TO WS-IN-EOF-SW
005230     END-READ.
005240 2100-EXIT.
005250     EXIT.
005260
005270 2200-EDITED-ONE.
005280     IF WS-DTL-TYPE = 'D'
005290         AND WS-DTL-REF(1:14) = WS-BATCH-REF
005300         ADD 1 TO BF-LEAD(1)
005310     END-IF.
005320     PERFORM 2100-READ-EDITED THRU 2100-EXIT.
005330 2200-EXIT.
005340     EXIT.
005350
005360 2500-MARK-RECALLED.
005370     MOVE 'R' TO BREG-STATUS.
005380     MOVE WS-RECALL-DATE TO BREG-RECALL-DATE.
005390     REWRITE BREG-RECORD
005400         INVALID KEY
005410             MOVE SPACES TO WS-REPORT-LINE
005420             STRING '*** BATCHREG REWRITE FAILED, STATUS='
005430                 WS-BREG-FILE-STATUS
005440                 ' - NOTHING RECALLED, RC=12'
005450                 DELIMITED BY SIZE INTO WS-REPORT-LINE
005460             PERFORM 7000-PRINT-LINE THRU 7000-EXIT
005470             MOVE 12 TO WS-RCL-RC
005480     END-REWRITE.
005490     IF WS-RCL-RC NOT = ZERO
005500         GO TO 2500-EXIT
005510     END-IF.
005520     MOVE SPACES TO WS-REPORT-LINE.
005530     STRING 'BATCHREG ENTRY MARKED RECALLED ON ' WS-RECALL-DATE
005540         ' - A CORRECTED RESEND UNDER THE SAME IDENTITY WILL '
005550         'BE ACCEPTED' DELIMITED BY SIZE INTO WS-REPORT-LINE.
005560     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005570 2500-EXIT.
005580     EXIT.
005581
005583*>    HOLDFILE - AN ITEM OF THE BATCH STILL HELD FOR A DECISION
005584*>    (PENDING, APPROVED OR DECLINED) IS WITHDRAWN WITH THE
005585*>    BATCH: DELETED, ITS BEFORE IMAGE JOURNALED (ACTION RECALL)
005586*>    AND LISTED, SO HOLDWB CAN NO LONGER RELEASE IT INTO A LATER
005587*>    NIGHT AND SUSPRECY CANNOT FILE IT IN SUSPENSE. AN ITEM
005588*>    ALREADY RELEASED OR CLEARED POSTED ON A LATER NIGHT THAN THE
005589*>    BATCH, OUTSIDE THIS REVERSAL - IT IS LEFT AND FLAGGED, RC=4.
005591 2600-WITHDRAW-HOLDS.
005592     IF NOT HOLD-FILE-OPEN
005593         GO TO 2600-EXIT
005594     END-IF.
005595     MOVE SPACES TO HOLD-REF.
005596     MOVE WS-BATCH-REF TO HOLD-REF(1:14).
005597     MOVE 'N' TO WS-HOLD-EOF-SW.
005598     START HOLD-FILE KEY NOT < HOLD-KEY
005599         INVALID KEY MOVE 'Y' TO WS-HOLD-EOF-SW
005600     END-START.
005601     IF NOT HOLD-EOF
005602         PERFORM 2650-READ-HOLD THRU 2650-EXIT
005603     END-IF.
005604     PERFORM 2700-HOLD-ONE THRU 2700-EXIT
005605         UNTIL HOLD-EOF.
005606     MOVE SPACES TO WS-REPORT-LINE.
005607     STRING 'HELD ITEMS OF THE BATCH WITHDRAWN FROM HOLDFILE='
005608         WS-HOLD-WITHDRAWN DELIMITED BY SIZE INTO WS-REPORT-LINE.
005609     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005610 2600-EXIT.
005611     EXIT.
005612
005613 2650-READ-HOLD.
005614     READ HOLD-FILE NEXT RECORD
005615         AT END MOVE 'Y' TO WS-HOLD-EOF-SW
005616     END-READ.
005617     IF NOT HOLD-EOF
005618         AND HOLD-REF(1:14) NOT = WS-BATCH-REF
005619         MOVE 'Y' TO WS-HOLD-EOF-SW
005620     END-IF.
005621 2650-EXIT.
005622     EXIT.
005623
005624 2700-HOLD-ONE.
005625     IF HOLD-RELEASED OR HOLD-CLEARED
005626         MOVE SPACES TO WS-REPORT-LINE
005627         STRING '*** HELD ITEM ' HOLD-REF ' WAS RELEASED ON '
005628             HOLD-REL-DATE ' AND POSTED THEN - NOT REVERSED HERE,'
005629             ' RC=4' DELIMITED BY SIZE INTO WS-REPORT-LINE
005630         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
005631         IF WS-RCL-RC = ZERO
005632             MOVE 4 TO WS-RCL-RC
005633         END-IF
005634         GO TO 2700-NEXT
005635     END-IF.
005636     MOVE 'RECALL' TO JRNL-ACTION.
005637     MOVE 'HOLDFILE' TO JRNL-FILE-NAME.
005638     MOVE WS-AUDIT-PGM-NAME TO JRNL-PGM-NAME.
005639     MOVE SPACES TO JRNL-BEFORE-IMAGE.
005640     MOVE HOLD-RECORD TO JRNL-BEFORE-IMAGE.
005641     MOVE SPACES TO JRNL-AFTER-IMAGE.
005642     CALL 'JRNLSVC' USING JRNLSVC-AREA
005643         ON EXCEPTION
005644             CONTINUE
005645     END-CALL.
005646     DELETE HOLD-FILE
005647         INVALID KEY
005648             MOVE SPACES TO WS-REPORT-LINE
005649             STRING '*** HELD ITEM ' HOLD-REF ' DELETE FAILED, '
005650                 'STATUS=' WS-HOLD-FILE-STATUS
005651                 ' - STILL HELD, RC=4'
005652                 DELIMITED BY SIZE INTO WS-REPORT-LINE
005653             PERFORM 7000-PRINT-LINE THRU 7000-EXIT
005654             IF WS-RCL-RC = ZERO
005655                 MOVE 4 TO WS-RCL-RC
005656             END-IF
005657             GO TO 2700-NEXT
005658     END-DELETE.
005659     ADD 1 TO WS-HOLD-WITHDRAWN.
005660     MOVE SPACES TO WS-REPORT-LINE.
005661     STRING 'HELD ITEM WITHDRAWN ' HOLD-REF ' STATUS ' HOLD-STATUS
005662         ' HELD ' HOLD-DATE ' NUM1=' HOLD-NUM1 ' NUM2=' HOLD-NUM2
005663         ' ' HOLD-CURRENCY ' ' HOLD-ACCOUNT
005664         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005665     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005666 2700-NEXT.
005667     PERFORM 2650-READ-HOLD THRU 2650-EXIT.
005668 2700-EXIT.
005669     EXIT.
005670
005672*>    GL - EVERY D RECORD OF THE BATCH GOES BACK OUT NEGATED,
005673*>    SAME ACCOUNT, CURRENCY, DETAIL DATE AND REFERENCE, UNDER A
005674*>    HEADER DATED THE RECALL DAY. NOTHING OF THE BATCH ON THE
005675*>    GL FILE (THE EXTRACT WAS HELD THAT NIGHT) MEANS NO FILE AND
005676*>    NO SEQUENCE USED.
005678 3000-REVERSE-GL.
005680     MOVE SPACES TO WS-REPORT-LINE.
005690     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005700     MOVE 'GL POSTINGS REVERSED' TO WS-REPORT-LINE.
005710     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005720     OPEN OUTPUT REVERSE-FILE.
005730     MOVE 'N' TO WS-IN-EOF-SW.
005740     PERFORM 3100-READ-GL THRU 3100-EXIT.
005750     PERFORM 3200-GL-ONE THRU 3200-EXIT
005760         UNTIL IN-EOF.
005770     IF WS-REV-COUNT = ZERO
005780         CLOSE REVERSE-FILE
005790         MOVE SPACES TO WS-REPORT-LINE
005800         STRING '*** NONE OF THE BATCH WENT OUT ON THIS GLFILE - '
005810             'NO REVERSING FILE PRODUCED, RC=4'
005820             DELIMITED BY SIZE INTO WS-REPORT-LINE
005830         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
005840         MOVE 4 TO WS-RCL-RC
005850         GO TO 3000-EXIT
005860     END-IF.
005870     MOVE WS-REV-COUNT TO GLT-COUNT.
005880     MOVE WS-REV-HASH TO GLT-HASH.
005890     WRITE REVERSE-RECORD FROM GL-TRAILER.
005900     CLOSE REVERSE-FILE.
005910     MOVE WS-REV-HASH TO WS-HASH-EDIT.
005920     MOVE SPACES TO WS-REPORT-LINE.
005930     STRING 'REVERSING GL FILE SEQUENCE ' WS-FILE-SEQ
005940         ' DATE ' WS-RECALL-DATE ' - DETAILS=' WS-REV-COUNT
005950         ' HASH=' WS-HASH-EDIT
005960         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005970     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005980     PERFORM 3400-REGISTER-SENT THRU 3400-EXIT.
005990 3000-EXIT.
006000     EXIT.
006010
006020 3100-READ-GL.
006030     READ GL-FILE INTO WS-GL-IN
006040         AT END MOVE 'Y' TO WS-IN-EOF-SW
006050     END-READ.
006060 3100-EXIT.
006070     EXIT.
006080
006090 3200-GL-ONE.
006100     IF WS-GLH-TYPE = 'H'
006110         MOVE WS-GLH-SEQ TO WS-ORIG-GL-SEQ
006120         MOVE WS-GLH-DATE TO WS-ORIG-GL-DATE
006130         GO TO 3200-NEXT
006140     END-IF.
006150     IF WS-GLD-TYPE NOT = 'D'
006160         OR WS-GLD-REF(1:14) NOT = WS-BATCH-REF
006170         GO TO 3200-NEXT
006180     END-IF.
006190     IF WS-REV-COUNT = ZERO
006200         MOVE WS-RECALL-DATE TO GLH-DATE
006210         MOVE WS-FILE-SEQ TO GLH-SEQ
006215         MOVE WS-RUN-ENTITY TO GLH-ENTITY
006220         WRITE REVERSE-RECORD FROM GL-HEADER
006230     END-IF.
006240     MOVE WS-GLD-ACCOUNT TO GLD-ACCOUNT.
006250     COMPUTE GLD-AMOUNT = ZERO - WS-GLD-AMOUNT.
006260     MOVE WS-GLD-CURRENCY TO GLD-CURRENCY.
006270     MOVE WS-GLD-DATE TO GLD-DATE.
006280     COMPUTE GLD-BASE-AMOUNT = ZERO - WS-GLD-BASE-AMOUNT.
006290     MOVE WS-GLD-REF TO GLD-REF.
006295     MOVE WS-GLD-VALUE-DATE TO GLD-VALUE-DATE.
006300     WRITE REVERSE-RECORD FROM GL-DETAIL.
006310     ADD 1 TO WS-REV-COUNT.
006320     ADD GLD-AMOUNT TO WS-REV-HASH.
006330     MOVE GLD-AMOUNT TO WS-AMOUNT-EDIT.
006340     MOVE GLD-BASE-AMOUNT TO WS-BASE-EDIT.
006350     MOVE SPACES TO WS-REPORT-LINE.
006360     STRING '  REF ' GLD-REF ' GL ' GLD-ACCOUNT
006370         ' ' WS-AMOUNT-EDIT ' ' GLD-CURRENCY
006380         ' BASE ' WS-BASE-EDIT
006390         ' FROM FILE ' WS-ORIG-GL-SEQ ' OF ' WS-ORIG-GL-DATE
006400         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006410     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006420 3200-NEXT.
006430     PERFORM 3100-READ-GL THRU 3100-EXIT.
006440 3200-EXIT.
006450     EXIT.
006460
006470*>    REGISTERED ON THE GLSENT LEDGER EXACTLY AS GLEXTR DOES, SO
006480*>    GLACKREC MATCHES FINANCE'S ACKNOWLEDGMENT OF THE REVERSAL
006490*>    AND RELEASES THE NEXT SEQUENCE THE USUAL WAY.
006500 3400-REGISTER-SENT.
006510     OPEN EXTEND SENT-FILE.
006520     IF WS-SENT-FILE-STATUS = '35'
006530         OPEN OUTPUT SENT-FILE
006540     END-IF.
006550     IF WS-SENT-FILE-STATUS NOT = '00'
006560         MOVE SPACES TO WS-REPORT-LINE
006570         STRING '*** GLSENT OPEN FAILED, STATUS='
006580             WS-SENT-FILE-STATUS ' - REVERSING FILE NOT '
006590             'REGISTERED, RC=4' DELIMITED BY SIZE
006600             INTO WS-REPORT-LINE
006610         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006620         MOVE 4 TO WS-RCL-RC
006630         GO TO 3400-EXIT
006640     END-IF.
006650     MOVE 'S' TO SENT-TYPE.
006660     MOVE WS-FILE-SEQ TO SENT-SEQ.
006670     MOVE WS-RECALL-DATE TO SENT-DATE.
006680     MOVE WS-REV-COUNT TO SENT-COUNT.
006690     MOVE WS-REV-HASH TO SENT-HASH.
006700     WRITE SENT-RECORD.
006710     CLOSE SENT-FILE.
006720     MOVE SPACES TO WS-REPORT-LINE.
006730     STRING 'REGISTERED ON THE GLSENT LEDGER - THE NEXT EXTRACT '
006740         'WAITS FOR GLACKREC TO CLEAR SEQUENCE ' WS-FILE-SEQ
006750         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006760     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006770 3400-EXIT.
006780     EXIT.
006790
006810*>    NUMCSV - THE BATCH'S ARITHMETIC LINES GIVE ITS SHARE OF THE
006820*>    NIGHT'S STATISTICS, AND EACH ADD LINE IS THE POSTING
006830*>    ACCTPOST MADE TO THE DETAIL'S ACCOUNT.
006850 4000-REVERSE-POSTINGS.
006860     MOVE SPACES TO WS-REPORT-LINE.
006870     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006880     MOVE 'ACCOUNT POSTINGS REVERSED' TO WS-REPORT-LINE.
006890     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006900     MOVE 'N' TO WS-IN-EOF-SW.
006910     PERFORM 4100-READ-CSV THRU 4100-EXIT.
006920     PERFORM 4200-CSV-ONE THRU 4200-EXIT
006930         UNTIL IN-EOF.
006940     PERFORM 4500-DERIVE-COUNTERS THRU 4500-EXIT.
006950     PERFORM 4600-PRINT-FIGURES THRU 4600-EXIT.
006960 4000-EXIT.
006970     EXIT.
006980
006990 4100-READ-CSV.
007000     READ CSV-FILE
007010         AT END MOVE 'Y' TO WS-IN-EOF-SW
007020     END-READ.
007030 4100-EXIT.
007040     EXIT.
007050
007060 4200-CSV-ONE.
007070     MOVE SPACES TO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
007080         WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
007090         WS-TOK-ACCOUNT WS-TOK-REF.
007100     UNSTRING CSV-RECORD DELIMITED BY ','
007110         INTO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
007120             WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
007130             WS-TOK-ACCOUNT WS-TOK-REF.
007140     IF WS-TOK-REF(1:14) NOT = WS-BATCH-REF
007150         GO TO 4200-NEXT
007160     END-IF.
007170     ADD 1 TO BF-LEAD(2).
007180     ADD WS-RESULT-NUM TO BF-HASH.
007190     EVALUATE WS-TOK-OPER
007200         WHEN 'ADD'      MOVE 1 TO WS-OP-IX
007210         WHEN 'SUBTRACT' MOVE 2 TO WS-OP-IX
007220         WHEN 'MULTIPLY' MOVE 3 TO WS-OP-IX
007230         WHEN 'DIVIDE'   MOVE 4 TO WS-OP-IX
007240         WHEN 'POW'      MOVE 5 TO WS-OP-IX
007250         WHEN 'MODULUS'  MOVE 6 TO WS-OP-IX
007260         WHEN OTHER      MOVE ZERO TO WS-OP-IX
007270     END-EVALUATE.
007280     IF WS-OP-IX > ZERO
007290         ADD 1 TO BF-OP(WS-OP-IX)
007300     END-IF.
007310     IF WS-OP-IX = 1
007320         AND WS-TOK-ACCOUNT NOT = SPACES
007330         PERFORM 4300-REVERSE-ACCOUNT THRU 4300-EXIT
007340     END-IF.
007350 4200-NEXT.
007360     PERFORM 4100-READ-CSV THRU 4100-EXIT.
007370 4200-EXIT.
007380     EXIT.
007390
007400*>    ONLY A POSTING THE ACCOUNT ACTUALLY TOOK IS TAKEN BACK:
007410*>    ACCTPOST LEAVES A WRONG-CURRENCY LINE UNPOSTED, AND AN
007420*>    ACCOUNT NOT STAMPED ON OR AFTER THE BATCH'S NIGHT NEVER
007430*>    POSTED IT. THE POSTING STAMP ITSELF IS LEFT ALONE - IT
007440*>    GUARDS ACCTPOST'S OWN RESTART.
007450 4300-REVERSE-ACCOUNT.
007460     MOVE WS-RESULT-NUM TO WS-AMOUNT-EDIT.
007470     MOVE WS-TOK-ACCOUNT TO ACCT-NUMBER.
007480     MOVE 'Y' TO WS-ACCT-FOUND-SW.
007490     READ ACCT-FILE
007500         INVALID KEY
007510             MOVE 'N' TO WS-ACCT-FOUND-SW
007520     END-READ.
007530     IF NOT ACCT-FOUND
007540         ADD 1 TO WS-ACCT-NOT-REVERSED
007550         MOVE SPACES TO WS-REPORT-LINE
007560         STRING '*** ACCOUNT ' WS-TOK-ACCOUNT ' NOT ON ACCTFILE -'
007570             ' POSTING ' WS-AMOUNT-EDIT ' NOT REVERSED, RC=4'
007580             DELIMITED BY SIZE INTO WS-REPORT-LINE
007590         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007600         IF WS-RCL-RC = ZERO
007610             MOVE 4 TO WS-RCL-RC
007620         END-IF
007630         GO TO 4300-EXIT
007640     END-IF.
007650     IF ACCT-CURRENCY NOT = WS-TOK-CURRENCY(1:3)
007660         OR ACCT-LAST-POST-DATE < BREG-RUN-DATE
007670         ADD 1 TO WS-ACCT-NOT-REVERSED
007680         MOVE SPACES TO WS-REPORT-LINE
007690         STRING '  ACCOUNT ' ACCT-NUMBER ' NEVER TOOK POSTING '
007700             WS-AMOUNT-EDIT ' ' WS-TOK-CURRENCY(1:3)
007710             ' - NOTHING TO REVERSE'
007720             DELIMITED BY SIZE INTO WS-REPORT-LINE
007730         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007740         GO TO 4300-EXIT
007750     END-IF.
007760     MOVE ACCT-BALANCE TO WS-OLD-BAL-EDIT.
007770     SUBTRACT WS-RESULT-NUM FROM ACCT-BALANCE.
007780     MOVE ACCT-BALANCE TO WS-NEW-BAL-EDIT.
007790     REWRITE ACCT-RECORD
007800         INVALID KEY
007810             MOVE 'N' TO WS-ACCT-FOUND-SW
007820     END-REWRITE.
007830     IF NOT ACCT-FOUND
007840         ADD 1 TO WS-ACCT-NOT-REVERSED
007850         MOVE SPACES TO WS-REPORT-LINE
007860         STRING '*** ACCTFILE REWRITE FAILED FOR ' ACCT-NUMBER
007870             ', STATUS=' WS-ACCT-FILE-STATUS ' - POSTING '
007880             WS-AMOUNT-EDIT ' NOT REVERSED, RC=4'
007890             DELIMITED BY SIZE INTO WS-REPORT-LINE
007900         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007910         IF WS-RCL-RC = ZERO
007920             MOVE 4 TO WS-RCL-RC
007930         END-IF
007940         GO TO 4300-EXIT
007950     END-IF.
007960     ADD 1 TO WS-ACCT-REVERSED.
007970     MOVE SPACES TO WS-REPORT-LINE.
007980     STRING '  ACCOUNT ' ACCT-NUMBER ' POSTING ' WS-AMOUNT-EDIT
007990         ' ' ACCT-CURRENCY ' REVERSED - BALANCE '
008000         WS-OLD-BAL-EDIT ' TO ' WS-NEW-BAL-EDIT
008010         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008020     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008030 4300-EXIT.
008040     EXIT.
008050
008060*>    EVERY DETAIL RELEASED TO THE ARITHMETIC PASS ENDS EACH
008070*>    OPERATION EITHER AS A CSV LINE OR IN THE COUNTER BALSTATS
008080*>    PROVES IT AGAINST - ADD/SUBTRACT/MULTIPLY OVERFLOWS,
008090*>    DIVIDE/MODULUS EXCEPTIONS, POW SKIPS. THE BATCH'S SHARE OF
008100*>    THOSE COUNTERS IS WHAT ITS DETAILS DID NOT WRITE.
008110 4500-DERIVE-COUNTERS.
008120     COMPUTE WS-WORK-COUNT = BF-LEAD(1) * 2 - BF-OP(4)
008130         - BF-OP(6).
008140     IF WS-WORK-COUNT > ZERO
008150         MOVE WS-WORK-COUNT TO BF-LEAD(3)
008160     END-IF.
008170     COMPUTE WS-WORK-COUNT = BF-LEAD(1) - BF-OP(5).
008180     IF WS-WORK-COUNT > ZERO
008190         MOVE WS-WORK-COUNT TO BF-LEAD(4)
008200     END-IF.
008210     COMPUTE WS-WORK-COUNT = BF-LEAD(1) * 3 - BF-OP(1)
008220         - BF-OP(2) - BF-OP(3).
008230     IF WS-WORK-COUNT > ZERO
008240         MOVE WS-WORK-COUNT TO BF-OP(7)
008250     END-IF.
008260 4500-EXIT.
008270     EXIT.
008280
008290 4600-PRINT-FIGURES.
008300     MOVE SPACES TO WS-REPORT-LINE.
008310     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008320     MOVE BF-HASH TO WS-HASH-EDIT.
008330     MOVE SPACES TO WS-REPORT-LINE.
008340     STRING 'BATCH FIGURES - RECORDS IN=' BF-LEAD(1)
008350         ' CSV LINES=' BF-LEAD(2) ' RESULT HASH=' WS-HASH-EDIT
008360         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008370     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008380     MOVE SPACES TO WS-REPORT-LINE.
008390     STRING '  ADD=' BF-OP(1) ' SUBTRACT=' BF-OP(2)
008400         ' MULTIPLY=' BF-OP(3) ' DIVIDE=' BF-OP(4)
008410         ' POW=' BF-OP(5) ' MODULUS=' BF-OP(6)
008420         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008430     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008440     MOVE SPACES TO WS-REPORT-LINE.
008450     STRING '  REJECTS=' BF-LEAD(3) ' POW SKIPS=' BF-LEAD(4)
008460         ' OVERFLOWS=' BF-OP(7)
008470         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008480     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008490 4600-EXIT.
008500     EXIT.
008510
008530*>    STATFILE - COPIED WHOLE TO STATNEW WITH THE BATCH'S
008540*>    FIGURES TAKEN OUT OF THE ARITHMETIC-PASS ENTRIES OF ITS
008550*>    NIGHT (SAME 24-BYTE NAME RULE AS BALSTATS AND PERSTAT).
008570 5000-BACK-OUT-STATS.
008580     MOVE WS-BATCH-FIGURES TO WS-STILL-TO-TAKE.
008590     OPEN OUTPUT NEWSTAT-FILE.
008600     MOVE 'N' TO WS-IN-EOF-SW.
008610     PERFORM 5100-READ-STAT THRU 5100-EXIT.
008620     PERFORM 5200-STAT-ONE THRU 5200-EXIT
008630         UNTIL IN-EOF.
008640     CLOSE NEWSTAT-FILE.
008650     MOVE SPACES TO WS-REPORT-LINE.
008660     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008670     IF WS-STAT-ENTRIES = ZERO
008680         MOVE SPACES TO WS-REPORT-LINE
008690         STRING '*** NO ARITHMETIC STATISTICS FOR '
008700             BREG-RUN-DATE ' ON STATFILE - NOTHING BACKED OUT,'
008710             ' RC=4' DELIMITED BY SIZE INTO WS-REPORT-LINE
008720         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
008730         IF WS-RCL-RC = ZERO
008740             MOVE 4 TO WS-RCL-RC
008750         END-IF
008760         GO TO 5000-EXIT
008770     END-IF.
008780     MOVE ZERO TO WS-LEFT-COUNT.
008790     MOVE ZERO TO WS-IX.
008800     PERFORM 5400-ADD-LEFT-LEAD THRU 5400-EXIT 4 TIMES.
008810     MOVE ZERO TO WS-IX.
008820     PERFORM 5410-ADD-LEFT-OP THRU 5410-EXIT 7 TIMES.
008830     MOVE SPACES TO WS-REPORT-LINE.
008840     STRING 'STATFILE - BATCH FIGURES BACKED OUT OF '
008850         WS-STAT-ENTRIES ' ARITHMETIC-PASS ENTRIES OF '
008860         BREG-RUN-DATE DELIMITED BY SIZE INTO WS-REPORT-LINE.
008870     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008880     IF WS-LEFT-COUNT > ZERO
008890         MOVE SPACES TO WS-REPORT-LINE
008900         STRING '*** THE ENTRIES HELD ' WS-LEFT-COUNT
008910             ' COUNTS FEWER THAN THE BATCH - NOT BACKED OUT, '
008920             'RC=4' DELIMITED BY SIZE INTO WS-REPORT-LINE
008930         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
008940         IF WS-RCL-RC = ZERO
008950             MOVE 4 TO WS-RCL-RC
008960         END-IF
008970     END-IF.
008980 5000-EXIT.
008990     EXIT.
009000
009010 5100-READ-STAT.
009020     READ STAT-FILE
009030         AT END MOVE 'Y' TO WS-IN-EOF-SW
009040     END-READ.
009050 5100-EXIT.
009060     EXIT.
009070
009080 5200-STAT-ONE.
009090     IF STAT-FILE-RECORD(1:24) = WS-NUMVAR-NAME(1:24)
009100         AND STAT-FILE-RECORD(33:6) = BREG-RUN-DATE
009105         AND STAT-FILE-RECORD(130:2) = WS-RUN-ENTITY
009110         MOVE STAT-FILE-RECORD(1:131) TO STAT-RECORD
009120         PERFORM 5300-TAKE-FROM-ENTRY THRU 5300-EXIT
009130         MOVE SPACES TO NEWSTAT-RECORD
009140         MOVE STAT-RECORD TO NEWSTAT-RECORD
009150         WRITE NEWSTAT-RECORD
009160         ADD 1 TO WS-STAT-ENTRIES
009170     ELSE
009180         WRITE NEWSTAT-RECORD FROM STAT-FILE-RECORD
009190     END-IF.
009200     PERFORM 5100-READ-STAT THRU 5100-EXIT.
009210 5200-EXIT.
009220     EXIT.
009230
009240*>    EACH COUNTER GIVES UP WHAT IS STILL TO BE TAKEN, OR ALL IT
009250*>    HOLDS; THE SIGNED HASH COMES OUT OF THE FIRST ENTRY WHOLE.
009260 5300-TAKE-FROM-ENTRY.
009270     MOVE ZERO TO WS-IX.
009280     PERFORM 5310-TAKE-LEAD THRU 5310-EXIT 4 TIMES.
009290     MOVE ZERO TO WS-IX.
009300     PERFORM 5320-TAKE-OP THRU 5320-EXIT 7 TIMES.
009310     SUBTRACT ST-HASH FROM STAT-HASH-TOTAL.
009320     MOVE ZERO TO ST-HASH.
009330 5300-EXIT.
009340     EXIT.
009350
009360 5310-TAKE-LEAD.
009370     ADD 1 TO WS-IX.
009380     IF WS-STAT-LEAD(WS-IX) < ST-LEAD(WS-IX)
009390         SUBTRACT WS-STAT-LEAD(WS-IX) FROM ST-LEAD(WS-IX)
009400         MOVE ZERO TO WS-STAT-LEAD(WS-IX)
009410     ELSE
009420         SUBTRACT ST-LEAD(WS-IX) FROM WS-STAT-LEAD(WS-IX)
009430         MOVE ZERO TO ST-LEAD(WS-IX)
009440     END-IF.
009450 5310-EXIT.
009460     EXIT.
009470
009480 5320-TAKE-OP.
009490     ADD 1 TO WS-IX.
009500     IF WS-STAT-OP(WS-IX) < ST-OP(WS-IX)
009510         SUBTRACT WS-STAT-OP(WS-IX) FROM ST-OP(WS-IX)
009520         MOVE ZERO TO WS-STAT-OP(WS-IX)
009530     ELSE
009540         SUBTRACT ST-OP(WS-IX) FROM WS-STAT-OP(WS-IX)
009550         MOVE ZERO TO ST-OP(WS-IX)
009560     END-IF.
009570 5320-EXIT.
009580     EXIT.
009590
009600 5400-ADD-LEFT-LEAD.
009610     ADD 1 TO WS-IX.
009620     ADD ST-LEAD(WS-IX) TO WS-LEFT-COUNT.
009630 5400-EXIT.
009640     EXIT.
009650
009660 5410-ADD-LEFT-OP.
009670     ADD 1 TO WS-IX.
009680     ADD ST-OP(WS-IX) TO WS-LEFT-COUNT.
009690 5410-EXIT.
009700     EXIT.
009710
009730*>    PERIODF - COPIED WHOLE TO PERIODN WITH THE BATCH'S FIGURES
009740*>    TAKEN OUT OF ITS NIGHT'S DAY RECORD AND ITS PERIOD'S
009750*>    RUNNING TOTAL, SO PERCLOSE STILL PROVES THE ONE AGAINST
009760*>    THE OTHER. A CLOSED PERIOD IS COPIED UNCHANGED.
009780 6000-BACK-OUT-PERIOD.
009790     OPEN OUTPUT NEWPER-FILE.
009800     IF NOT PERIOD-FILE-OPEN
009810         CLOSE NEWPER-FILE
009820         MOVE SPACES TO WS-REPORT-LINE
009830         STRING '*** NO PERIODF LEDGER - NOTHING BACKED OUT OF '
009840             'THE PERIOD, RC=4'
009850             DELIMITED BY SIZE INTO WS-REPORT-LINE
009860         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
009870         IF WS-RCL-RC = ZERO
009880             MOVE 4 TO WS-RCL-RC
009890         END-IF
009900         GO TO 6000-EXIT
009910     END-IF.
009920     OPEN INPUT PERIOD-FILE.
009930     MOVE 'N' TO WS-PERIOD-EOF-SW.
009940     PERFORM 6100-COPY-ONE THRU 6100-EXIT
009950         UNTIL PERIOD-EOF.
009960     CLOSE PERIOD-FILE.
009970     CLOSE NEWPER-FILE.
009980     IF PERIOD-CLOSED
009990         MOVE SPACES TO WS-REPORT-LINE
010000         STRING '*** PERIOD ' WS-PERIOD ' IS CLOSED - ITS '
010010             'LEDGER STANDS, THE REVERSAL REACHES IT THROUGH GL '
010020             'ONLY, RC=4' DELIMITED BY SIZE INTO WS-REPORT-LINE
010030         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
010040         IF WS-RCL-RC = ZERO
010050             MOVE 4 TO WS-RCL-RC
010060         END-IF
010070         GO TO 6000-EXIT
010080     END-IF.
010090     IF NOT DAY-FOUND
010100         MOVE SPACES TO WS-REPORT-LINE
010110         STRING '*** NO PERIODF DAY RECORD FOR ' BREG-RUN-DATE
010120             ' - NOTHING BACKED OUT OF THE DAY, RC=4'
010130             DELIMITED BY SIZE INTO WS-REPORT-LINE
010140         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
010150         IF WS-RCL-RC = ZERO
010160             MOVE 4 TO WS-RCL-RC
010170         END-IF
010180     END-IF.
010190 6000-EXIT.
010200     EXIT.
010210
010220 6100-COPY-ONE.
010230     READ PERIOD-FILE
010240         AT END
010250             MOVE 'Y' TO WS-PERIOD-EOF-SW
010260         NOT AT END
010270             PERFORM 6200-TAKE-LEDGER-RECORD THRU 6200-EXIT
010280     END-READ.
010290 6100-EXIT.
010300     EXIT.
010310
010320 6200-TAKE-LEDGER-RECORD.
010330     IF NOT PERIOD-CLOSED
010340         AND PD-PERIOD = WS-PERIOD
010345         AND PD-ENTITY = WS-RUN-ENTITY
010350         AND (PD-PERIOD-TOTAL
010360              OR (PD-DAY-RECORD AND PD-DATE = BREG-RUN-DATE))
010370         PERFORM 6300-BACK-OUT-RECORD THRU 6300-EXIT
010380     END-IF.
010390     WRITE NEWPER-RECORD FROM PERIOD-RECORD.
010400 6200-EXIT.
010410     EXIT.
010420
010430 6300-BACK-OUT-RECORD.
010440     IF PD-DAY-RECORD
010450         MOVE 'Y' TO WS-DAY-FOUND-SW
010460     END-IF.
010470     IF PD-RECORDS-IN < BF-LEAD(1)
010480         OR PD-LINES-OUT < BF-LEAD(2)
010490         OR PD-ADD-COUNT < BF-OP(1)
010500         OR PD-SUB-COUNT < BF-OP(2)
010510         OR PD-MUL-COUNT < BF-OP(3)
010520         OR PD-DIV-COUNT < BF-OP(4)
010530         OR PD-POW-COUNT < BF-OP(5)
010540         OR PD-MOD-COUNT < BF-OP(6)
010550         MOVE SPACES TO WS-REPORT-LINE
010560         STRING '*** PERIODF ' PD-REC-TYPE ' RECORD ' PD-PERIOD
010570             ' ' PD-DATE ' HOLDS LESS THAN THE BATCH - LEFT '
010580             'UNCHANGED, RC=4' DELIMITED BY SIZE
010590             INTO WS-REPORT-LINE
010600         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
010610         IF WS-RCL-RC = ZERO
010620             MOVE 4 TO WS-RCL-RC
010630         END-IF
010640         GO TO 6300-EXIT
010650     END-IF.
010660     SUBTRACT BF-LEAD(1) FROM PD-RECORDS-IN.
010670     SUBTRACT BF-LEAD(2) FROM PD-LINES-OUT.
010680     SUBTRACT BF-HASH FROM PD-HASH.
010690     SUBTRACT BF-OP(1) FROM PD-ADD-COUNT.
010700     SUBTRACT BF-OP(2) FROM PD-SUB-COUNT.
010710     SUBTRACT BF-OP(3) FROM PD-MUL-COUNT.
010720     SUBTRACT BF-OP(4) FROM PD-DIV-COUNT.
010730     SUBTRACT BF-OP(5) FROM PD-POW-COUNT.
010740     SUBTRACT BF-OP(6) FROM PD-MOD-COUNT.
010750     MOVE PD-HASH TO WS-HASH-EDIT.
010760     MOVE SPACES TO WS-REPORT-LINE.
010770     IF PD-DAY-RECORD
010780         STRING 'PERIODF - DAY ' PD-DATE ' BACKED OUT, NOW '
010790             'RECORDS IN=' PD-RECORDS-IN ' CSV LINES='
010800             PD-LINES-OUT ' HASH=' WS-HASH-EDIT
010810             DELIMITED BY SIZE INTO WS-REPORT-LINE
010820     ELSE
010830         STRING 'PERIODF - PERIOD ' PD-PERIOD ' TOTAL BACKED '
010840             'OUT, NOW RECORDS IN=' PD-RECORDS-IN ' CSV LINES='
010850             PD-LINES-OUT ' HASH=' WS-HASH-EDIT
010860             DELIMITED BY SIZE INTO WS-REPORT-LINE
010870     END-IF.
010880     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
010890 6300-EXIT.
010900     EXIT.
010910
010920 7000-PRINT-LINE.
010930     MOVE 'WRITE' TO PRT-FUNC.
010940     MOVE WS-REPORT-LINE TO PRT-LINE.
010950     CALL 'PRINTSVC' USING PRINT-AREA.
010960 7000-EXIT.
010970     EXIT.
010980
010990 8000-WRITE-TOTALS.
011000     MOVE SPACES TO WS-REPORT-LINE.
011010     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
011020     MOVE WS-RCL-RC TO WS-RC-EDIT.
011030     MOVE SPACES TO WS-REPORT-LINE.
011040     IF WS-RCL-RC > 4
011050         STRING 'RECALL REFUSED - NOTHING REVERSED, RC='
011060             WS-RC-EDIT DELIMITED BY SIZE INTO WS-REPORT-LINE
011070     ELSE
011080         STRING 'RECALL COMPLETE - GL DETAILS REVERSED='
011090             WS-REV-COUNT ' ACCOUNT POSTINGS REVERSED='
011100             WS-ACCT-REVERSED ' NOT REVERSED='
011110             WS-ACCT-NOT-REVERSED ' RC=' WS-RC-EDIT
011120             DELIMITED BY SIZE INTO WS-REPORT-LINE
011130     END-IF.
011140     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
011150 8000-EXIT.
011160     EXIT.
011170
011180 9000-TERMINATE.
011190     CLOSE REGISTER-FILE.
011200     CLOSE EDITED-FILE.
011210     CLOSE CSV-FILE.
011220     CLOSE GL-FILE.
011230     CLOSE STAT-FILE.
011240     CLOSE ACCT-FILE.
011242     IF HOLD-FILE-OPEN
011244         CLOSE HOLD-FILE
011246     END-IF.
011250     MOVE 'CLOSE' TO PRT-FUNC.
011260     CALL 'PRINTSVC' USING PRINT-AREA.
011270     MOVE WS-RCL-RC TO WS-AUDIT-RC.
011280     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
011290         WS-AUDIT-RC.
011300     MOVE WS-RCL-RC TO RETURN-CODE.
011310 9000-EXIT.
011320     EXIT.
