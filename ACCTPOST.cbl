000000 *> ................................................................... <*
000000 *> CBL - ACCTPOST                         :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/08 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/08 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> NIGHTLY ACCOUNT POSTING PASS. APPLIES THE NIGHT'S RESULTS FROM
000000 *> NUMCSV TO THE ACCTFILE ACCOUNT MASTER AND PRINTS A STATEMENT
000000 *> PER ACCOUNT - OPENING BALANCE, EACH POSTING, CLOSING BALANCE -
000000 *> ON ACCTSTMT THROUGH THE SHARED PRINTSVC SERVICE. EVERY
000000 *> TRANSACTION APPEARS ON SIX CSV LINES; THE ADD LINE (NUM1+NUM2,
000000 *> THE DETAIL'S NET MOVEMENT) STANDS IN FOR THE TRANSACTION SO
000000 *> NOTHING POSTS SIX TIMES, THE SAME RULE BRKTRPT USES. LINES
000000 *> WITH NO ACCOUNT COLUMN (THE DISPATCHER'S CALC APPENDS) ARE
000000 *> COUNTED AND LEFT ALONE. THE POSTINGS ARE SORTED ACCOUNT-MAJOR
000000 *> IN FILE ORDER AND EACH ACCOUNT IS READ, POSTED AND REWRITTEN
000000 *> ONCE, STAMPED WITH THE BUSINESS DATE AND PASS (SUPPLEMENT
000000 *> NUMBER FROM RUNCTL GETSUPP, ZERO ON A NORMAL NIGHT) IT POSTED
000000 *> UNDER. AN ACCOUNT ALREADY STAMPED WITH THIS DATE AND PASS WAS
000000 *> POSTED BY AN EARLIER ATTEMPT OF THIS STEP AND IS SKIPPED - THE
000000 *> STEP CAN SIMPLY BE RESUBMITTED AFTER A FAILURE. POSTINGS FOR AN
000000 *> ACCOUNT NOT ON FILE, NOT OPEN OR HELD IN ANOTHER CURRENCY
000000 *> (CHANGED SINCE TRANEDIT RAN) ARE LISTED AS UNPOSTED AT THE END
000000 *> OF THE STATEMENT WITH THEIR TOTAL.
000000 *> RETURN CODES: 0 NORMAL, 4 SOMETHING LEFT UNPOSTED, 8 NUMCSV
000000 *> MISSING, 12 ACCTFILE CANNOT BE OPENED.
000000 *> 2026/10/15 TD - THE RESTART STAMP COMPARES AND STORES THE
000000 *>                 WHOLE SUPPLEMENT NUMBER, NOT ITS LAST DIGIT.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCTPOST.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CSV-FILE ASSIGN TO "NUMCSV"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CSV-FILE-STATUS.
000360     SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS ACCT-NUMBER
000400         FILE STATUS IS WS-ACCT-FILE-STATUS.
000410     SELECT SORT-WORK ASSIGN TO "POSTSRT".
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CSV-FILE.
000530 01  CSV-RECORD PIC X(100).
000540 FD  ACCT-FILE.
000550     COPY ACCTREC.
000560 SD  SORT-WORK.
000570 01  SORT-RECORD.
000580     05 SRT-ACCOUNT PIC X(10).
000590     05 SRT-SEQ PIC 9(7).
000600     05 SRT-CURRENCY PIC X(3).
000610     05 SRT-AMOUNT PIC S9(9)V99 SIGN IS TRAILING SEPARATE.
000620     05 SRT-NUM1 PIC X(10).
000630     05 SRT-NUM2 PIC X(10).
000700 WORKING-STORAGE SECTION.
000710     COPY PRTLINK.
000720     77 WS-CSV-FILE-STATUS PIC XX VALUE '00'.
000730     77 WS-ACCT-FILE-STATUS PIC XX VALUE '00'.
000740     77 WS-CSV-EOF-SW PIC X VALUE 'N'.
000750         88 CSV-EOF VALUE 'Y'.
000760     77 WS-SORT-EOF-SW PIC X VALUE 'N'.
000770         88 SORT-EOF VALUE 'Y'.
000780     77 WS-ACCT-OPEN-SW PIC X VALUE 'N'.
000790         88 ACCT-FILE-OPEN VALUE 'Y'.
000800     77 WS-POST-MODE PIC X VALUE SPACE.
000810         88 POST-TO-ACCOUNT VALUE 'P'.
000820         88 POST-UNPOSTED VALUE 'U'.
000830         88 POST-ALREADY-DONE VALUE 'R'.
000840     77 WS-UNPOSTED-WHY PIC X(30) VALUE SPACES.
000850     77 WS-TOK-NUM1 PIC X(10).
000860     77 WS-TOK-NUM2 PIC X(10).
000870     77 WS-TOK-OPER PIC X(10).
000880     77 WS-TOK-CURRENCY PIC X(4).
000890     77 WS-TOK-DATE PIC X(8).
000900     77 WS-TOK-ACCOUNT PIC X(10).
000910     01 WS-TOK-RESULT PIC X(12).
000920*>    SAME REDEFINED VIEW GLEXTR USES - A PLAIN MOVE WOULD DROP
000930*>    THE TRAILING SEPARATE SIGN OFF THE RESULT TOKEN.
000940     01 WS-TOK-RESULT-R REDEFINES WS-TOK-RESULT.
000950         05 WS-RESULT-NUM PIC S9(9)V99
000960             SIGN IS TRAILING SEPARATE.
000970     77 WS-LINE-SEQ PIC 9(7) VALUE ZERO.
000980     77 WS-LINES-READ PIC 9(7) VALUE ZERO.
000990     77 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
001000     77 WS-NO-ACCOUNT-COUNT PIC 9(7) VALUE ZERO.
001010     77 WS-CURR-ACCOUNT PIC X(10) VALUE SPACES.
001030     77 WS-ACCT-POSTINGS PIC 9(7) VALUE ZERO.
001040     77 WS-ACCT-MOVEMENT PIC S9(11)V99 VALUE ZERO.
001050     77 WS-OPENING-BALANCE PIC S9(11)V99 VALUE ZERO.
001060     77 WS-ACCOUNTS-POSTED PIC 9(7) VALUE ZERO.
001070     77 WS-ACCOUNTS-SKIPPED PIC 9(7) VALUE ZERO.
001080     77 WS-POSTED-COUNT PIC 9(7) VALUE ZERO.
001090     77 WS-POSTED-TOTAL PIC S9(13)V99 VALUE ZERO.
001100     77 WS-RESTART-COUNT PIC 9(7) VALUE ZERO.
001110     77 WS-UNPOSTED-COUNT PIC 9(7) VALUE ZERO.
001120     77 WS-UNPOSTED-TOTAL PIC S9(13)V99 VALUE ZERO.
001130     77 WS-COUNT-EDIT PIC ZZZZZZ9.
001140     77 WS-AMOUNT-EDIT PIC +(9)9.99.
001150     77 WS-BALANCE-EDIT PIC +(11)9.99.
001160     77 WS-TOTAL-EDIT PIC +(13)9.99.
001170     77 WS-REPORT-LINE PIC X(120).
001180     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
001190     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
001200     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
001210     77 WS-SUPP-FUNC PIC X(8) VALUE 'GETSUPP'.
001220     77 WS-SUPP-NO PIC 9(6) VALUE ZERO.
001230     77 WS-SUPP-RC PIC S9(4) VALUE ZERO.
001240     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'ACCTPOST'.
001250     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
001260     77 WS-POST-RC PIC S9(4) VALUE ZERO.
001300 PROCEDURE DIVISION.
001310 0000-MAIN.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330     IF WS-POST-RC < 8
001340         SORT SORT-WORK ON ASCENDING KEY SRT-ACCOUNT
001350             ON ASCENDING KEY SRT-SEQ
001360             INPUT PROCEDURE IS 2000-SORT-INPUT THRU 2000-EXIT
001370             OUTPUT PROCEDURE IS 3000-POST-ACCOUNTS THRU 3000-EXIT
001380     END-IF.
001390     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
001400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001410     GOBACK.
001420
001500 1000-INITIALIZE.
001510     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001520         WS-AUDIT-RC.
001530     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
001540         WS-RUNCTL-RC
001550         ON EXCEPTION
001560             ACCEPT WS-BUSINESS-DATE FROM DATE
001570     END-CALL.
001580     CALL 'RUNCTL' USING WS-SUPP-FUNC WS-SUPP-NO WS-SUPP-RC
001590         ON EXCEPTION
001600             MOVE ZERO TO WS-SUPP-NO
001610     END-CALL.
001620     MOVE 'OPEN' TO PRT-FUNC.
001630     MOVE 'ACCTSTMT' TO PRT-DDNAME.
001640     MOVE 'ACCOUNT STATEMENTS - NIGHTLY POSTING' TO PRT-TITLE.
001650     MOVE 'V01.00' TO PRT-VERSION.
001660     CALL 'PRINTSVC' USING PRINT-AREA.
001670     OPEN I-O ACCT-FILE.
001680     IF WS-ACCT-FILE-STATUS NOT = '00'
001690         MOVE SPACES TO WS-REPORT-LINE
001700         STRING '*** ACCTFILE OPEN FAILED, STATUS='
001710             WS-ACCT-FILE-STATUS ' - NOTHING POSTED, RC=12'
001720             DELIMITED BY SIZE INTO WS-REPORT-LINE
001730         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
001740         MOVE 12 TO WS-POST-RC
001750         GO TO 1000-EXIT
001760     END-IF.
001770     MOVE 'Y' TO WS-ACCT-OPEN-SW.
001780     OPEN INPUT CSV-FILE.
001790     IF WS-CSV-FILE-STATUS NOT = '00'
001800         MOVE SPACES TO WS-REPORT-LINE
001810         STRING '*** NUMCSV OPEN FAILED, STATUS='
001820             WS-CSV-FILE-STATUS ' - NOTHING POSTED, RC=8'
001830             DELIMITED BY SIZE INTO WS-REPORT-LINE
001840         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
001850         MOVE 8 TO WS-POST-RC
001860     END-IF.
001870 1000-EXIT.
001880     EXIT.
001890
002000*>    FEEDS THE SORT: ONE POSTING PER TRANSACTION - THE ADD LINE -
002010*>    FOR EVERY CSV LINE THAT CARRIES AN ACCOUNT. THE LINE NUMBER
002020*>    IS THE MINOR KEY SO EACH STATEMENT LISTS IN FILE ORDER.
002030 2000-SORT-INPUT.
002040     PERFORM 2100-READ-CSV THRU 2100-EXIT.
002050     PERFORM 2200-RELEASE-ONE THRU 2200-EXIT
002060         UNTIL CSV-EOF.
002070     CLOSE CSV-FILE.
002080 2000-EXIT.
002090     EXIT.
002100
002110 2100-READ-CSV.
002120     READ CSV-FILE
002130         AT END MOVE 'Y' TO WS-CSV-EOF-SW
002140         NOT AT END ADD 1 TO WS-LINES-READ
002150     END-READ.
002160 2100-EXIT.
002170     EXIT.
002180
002200 2200-RELEASE-ONE.
002210     MOVE SPACES TO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
002220         WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
002230         WS-TOK-ACCOUNT.
002240     UNSTRING CSV-RECORD DELIMITED BY ','
002250         INTO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
002260             WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
002270             WS-TOK-ACCOUNT.
002280     IF WS-TOK-OPER NOT = 'ADD'
002290         GO TO 2200-NEXT
002300     END-IF.
002310     IF WS-TOK-ACCOUNT = SPACES
002320         ADD 1 TO WS-NO-ACCOUNT-COUNT
002330         GO TO 2200-NEXT
002340     END-IF.
002350     ADD 1 TO WS-LINE-SEQ.
002360     MOVE WS-TOK-ACCOUNT TO SRT-ACCOUNT.
002370     MOVE WS-LINE-SEQ TO SRT-SEQ.
002380     MOVE WS-TOK-CURRENCY(1:3) TO SRT-CURRENCY.
002390     MOVE WS-RESULT-NUM TO SRT-AMOUNT.
002400     MOVE WS-TOK-NUM1 TO SRT-NUM1.
002410     MOVE WS-TOK-NUM2 TO SRT-NUM2.
002420     RELEASE SORT-RECORD.
002430     ADD 1 TO WS-RELEASED-COUNT.
002440 2200-NEXT.
002450     PERFORM 2100-READ-CSV THRU 2100-EXIT.
002460 2200-EXIT.
002470     EXIT.
002480
003000*>    ONE CONTROL BREAK PER ACCOUNT: THE FIRST POSTING OF AN
003010*>    ACCOUNT OPENS ITS STATEMENT, EVERY POSTING PRINTS, AND THE
003020*>    BREAK REWRITES THE BALANCE AND PRINTS THE CLOSING LINE.
003030 3000-POST-ACCOUNTS.
003040     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT.
003050     PERFORM 3200-POST-ONE THRU 3200-EXIT
003060         UNTIL SORT-EOF.
003070     IF WS-CURR-ACCOUNT NOT = SPACES
003080         PERFORM 3500-CLOSE-ACCOUNT THRU 3500-EXIT
003090     END-IF.
003100 3000-EXIT.
003110     EXIT.
003120
003130 3100-RETURN-NEXT.
003140     RETURN SORT-WORK
003150         AT END MOVE 'Y' TO WS-SORT-EOF-SW
003160     END-RETURN.
003170 3100-EXIT.
003180     EXIT.
003190
003200 3200-POST-ONE.
003210     IF SRT-ACCOUNT NOT = WS-CURR-ACCOUNT
003220         IF WS-CURR-ACCOUNT NOT = SPACES
003230             PERFORM 3500-CLOSE-ACCOUNT THRU 3500-EXIT
003240         END-IF
003250         PERFORM 3300-OPEN-ACCOUNT THRU 3300-EXIT
003260     END-IF.
003270     EVALUATE TRUE
003280         WHEN POST-TO-ACCOUNT
003290             PERFORM 3400-PRINT-POSTING THRU 3400-EXIT
003300         WHEN POST-ALREADY-DONE
003310             ADD 1 TO WS-RESTART-COUNT
003320         WHEN OTHER
003330             PERFORM 3600-LIST-UNPOSTED THRU 3600-EXIT
003340     END-EVALUATE.
003350     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT.
003360 3200-EXIT.
003370     EXIT.
003380
003390*>    DECIDES ONCE PER ACCOUNT WHETHER ITS POSTINGS GO ON: THE
003400*>    ACCOUNT MUST BE ON FILE, OPEN, IN THE POSTINGS' CURRENCY,
003410*>    AND NOT ALREADY POSTED BY THIS PASS OF THIS BUSINESS DATE.
003420 3300-OPEN-ACCOUNT.
003430     MOVE SRT-ACCOUNT TO WS-CURR-ACCOUNT.
003450     MOVE ZERO TO WS-ACCT-POSTINGS WS-ACCT-MOVEMENT.
003460     MOVE 'P' TO WS-POST-MODE.
003470     MOVE SRT-ACCOUNT TO ACCT-NUMBER.
003480     READ ACCT-FILE
003490         INVALID KEY
003500             MOVE 'U' TO WS-POST-MODE
003510             MOVE 'ACCOUNT NOT ON FILE' TO WS-UNPOSTED-WHY
003520     END-READ.
003530     IF POST-UNPOSTED
003540         GO TO 3300-EXIT
003550     END-IF.
003560     IF NOT ACCT-OPEN
003570         MOVE 'U' TO WS-POST-MODE
003580         MOVE 'ACCOUNT NOT OPEN' TO WS-UNPOSTED-WHY
003590         GO TO 3300-EXIT
003600     END-IF.
003610     IF ACCT-CURRENCY NOT = SRT-CURRENCY
003620         MOVE 'U' TO WS-POST-MODE
003630         MOVE 'CURRENCY NOT ACCOUNT''S' TO WS-UNPOSTED-WHY
003640         GO TO 3300-EXIT
003650     END-IF.
003660     IF ACCT-LAST-POST-DATE = WS-BUSINESS-DATE
003670         AND ACCT-LAST-POST-SUPP = WS-SUPP-NO
003680         MOVE 'R' TO WS-POST-MODE
003690         MOVE SPACES TO WS-REPORT-LINE
003700         STRING 'ACCOUNT ' ACCT-NUMBER
003710             ' ALREADY POSTED BY THIS PASS OF ' WS-BUSINESS-DATE
003720             ' - RESTART, NOT POSTED AGAIN'
003730             DELIMITED BY SIZE INTO WS-REPORT-LINE
003740         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
003750         ADD 1 TO WS-ACCOUNTS-SKIPPED
003760         GO TO 3300-EXIT
003770     END-IF.
003780     MOVE ACCT-BALANCE TO WS-OPENING-BALANCE.
003790     MOVE SPACES TO WS-REPORT-LINE.
003800     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003810     MOVE SPACES TO WS-REPORT-LINE.
003820     STRING 'ACCOUNT ' ACCT-NUMBER ' ' ACCT-NAME
003830         ' CURRENCY ' ACCT-CURRENCY
003840         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003850     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003860     MOVE WS-OPENING-BALANCE TO WS-BALANCE-EDIT.
003870     MOVE SPACES TO WS-REPORT-LINE.
003880     STRING '    OPENING BALANCE              ' WS-BALANCE-EDIT
003890         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003900     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003910 3300-EXIT.
003920     EXIT.
003930
004000 3400-PRINT-POSTING.
004010     ADD SRT-AMOUNT TO WS-ACCT-MOVEMENT.
004020     ADD 1 TO WS-ACCT-POSTINGS.
004030     ADD 1 TO WS-POSTED-COUNT.
004040     ADD SRT-AMOUNT TO WS-POSTED-TOTAL.
004050     MOVE SRT-AMOUNT TO WS-AMOUNT-EDIT.
004060     MOVE SPACES TO WS-REPORT-LINE.
004070     STRING '    POSTING  ' WS-AMOUNT-EDIT
004080         '    NUM1=' SRT-NUM1 ' NUM2=' SRT-NUM2
004090         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004100     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004120 3400-EXIT.
004130     EXIT.
004140
004200*>    THE ACCOUNT BREAK - THE NEW BALANCE AND THE POSTING STAMP GO
004210*>    BACK IN ONE REWRITE, SO A FAILURE NEVER LEAVES A BALANCE
004220*>    MOVED WITHOUT THE STAMP THAT STOPS A RESTART POSTING IT
004230*>    AGAIN.
004240 3500-CLOSE-ACCOUNT.
004250     IF NOT POST-TO-ACCOUNT
004260         GO TO 3500-EXIT
004270     END-IF.
004280     ADD WS-ACCT-MOVEMENT TO ACCT-BALANCE.
004290     MOVE WS-BUSINESS-DATE TO ACCT-LAST-POST-DATE.
004300     MOVE WS-SUPP-NO TO ACCT-LAST-POST-SUPP.
004310     REWRITE ACCT-RECORD
004320         INVALID KEY
004330             MOVE SPACES TO WS-REPORT-LINE
004340             STRING '*** ACCTFILE REWRITE FAILED FOR '
004350                 ACCT-NUMBER ', STATUS=' WS-ACCT-FILE-STATUS
004360                 ' - BALANCE NOT UPDATED, RC=12'
004370                 DELIMITED BY SIZE INTO WS-REPORT-LINE
004380             PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004390             MOVE 12 TO WS-POST-RC
004400             GO TO 3500-EXIT
004410     END-REWRITE.
004420     ADD 1 TO WS-ACCOUNTS-POSTED.
004430     MOVE WS-ACCT-POSTINGS TO WS-COUNT-EDIT.
004440     MOVE WS-ACCT-MOVEMENT TO WS-BALANCE-EDIT.
004450     MOVE SPACES TO WS-REPORT-LINE.
004460     STRING '    NET MOVEMENT (' WS-COUNT-EDIT ' POSTINGS) '
004470         WS-BALANCE-EDIT
004480         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004490     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004500     MOVE ACCT-BALANCE TO WS-BALANCE-EDIT.
004510     MOVE SPACES TO WS-REPORT-LINE.
004520     STRING '    CLOSING BALANCE              ' WS-BALANCE-EDIT
004530         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004540     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004550 3500-EXIT.
004560     EXIT.
004570
004600 3600-LIST-UNPOSTED.
004610     ADD 1 TO WS-UNPOSTED-COUNT.
004620     ADD SRT-AMOUNT TO WS-UNPOSTED-TOTAL.
004630     MOVE SRT-AMOUNT TO WS-AMOUNT-EDIT.
004640     MOVE SPACES TO WS-REPORT-LINE.
004650     STRING '*** UNPOSTED ' SRT-ACCOUNT ' ' SRT-CURRENCY
004660         ' ' WS-AMOUNT-EDIT ' - ' WS-UNPOSTED-WHY
004670         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004680     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004690 3600-EXIT.
004700     EXIT.
004710
007000 7000-PRINT-LINE.
007010     MOVE 'WRITE' TO PRT-FUNC.
007020     MOVE WS-REPORT-LINE TO PRT-LINE.
007030     CALL 'PRINTSVC' USING PRINT-AREA.
007040 7000-EXIT.
007050     EXIT.
007060
008000 8000-WRITE-TOTALS.
008010     MOVE SPACES TO WS-REPORT-LINE.
008020     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008030     MOVE SPACES TO WS-REPORT-LINE.
008040     STRING 'CSV LINES READ=' WS-LINES-READ
008050         ' POSTINGS RELEASED=' WS-RELEASED-COUNT
008060         ' ADD LINES WITH NO ACCOUNT=' WS-NO-ACCOUNT-COUNT
008070         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008080     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008090     MOVE WS-POSTED-TOTAL TO WS-TOTAL-EDIT.
008100     MOVE SPACES TO WS-REPORT-LINE.
008110     STRING 'ACCOUNTS POSTED=' WS-ACCOUNTS-POSTED
008120         ' POSTINGS=' WS-POSTED-COUNT
008130         ' TOTAL=' WS-TOTAL-EDIT
008140         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008150     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008160     IF WS-ACCOUNTS-SKIPPED > ZERO
008170         MOVE SPACES TO WS-REPORT-LINE
008180         STRING 'ACCOUNTS ALREADY POSTED BY THIS PASS='
008190             WS-ACCOUNTS-SKIPPED ' POSTINGS NOT REPEATED='
008200             WS-RESTART-COUNT
008210             DELIMITED BY SIZE INTO WS-REPORT-LINE
008220         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
008230     END-IF.
008240     IF WS-UNPOSTED-COUNT > ZERO
008250         MOVE WS-UNPOSTED-TOTAL TO WS-TOTAL-EDIT
008260         MOVE SPACES TO WS-REPORT-LINE
008270         STRING '*** UNPOSTED=' WS-UNPOSTED-COUNT
008280             ' TOTAL=' WS-TOTAL-EDIT
008290             ' - SEE THE UNPOSTED LINES ABOVE, RC=4'
008300             DELIMITED BY SIZE INTO WS-REPORT-LINE
008310         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
008320         IF WS-POST-RC < 4
008330             MOVE 4 TO WS-POST-RC
008340         END-IF
008350     END-IF.
008360 8000-EXIT.
008370     EXIT.
008380
009000 9000-TERMINATE.
009010     IF ACCT-FILE-OPEN
009020         CLOSE ACCT-FILE
009030     END-IF.
009040     MOVE 'CLOSE' TO PRT-FUNC.
009050     CALL 'PRINTSVC' USING PRINT-AREA.
009060     MOVE WS-POST-RC TO WS-AUDIT-RC.
009070     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
009080         WS-AUDIT-RC.
009090     MOVE WS-POST-RC TO RETURN-CODE.
009100 9000-EXIT.
009110     EXIT.
