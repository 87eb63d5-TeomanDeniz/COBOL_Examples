000000 *> ................................................................... <*
000000 *> CBL - PCHGREV                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/16 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/16 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> REVIEW SIDE OF THE FOUR-EYES CONTROL OVER REFERENCE-DATA
000000 *> MAINTENANCE, IN BATCH (PCHGWB IS THE SAME REVIEW ON THE
000000 *> SCREEN). THREE PASSES OVER THE SHARED PENDCHG KSDS:
000000 *>   1. EXPIRY - A CHANGE STILL PENDING MORE THAN PCHGEXPDAYS
000000 *>      BUSINESS DAYS (PARMREPO, THREE DIGITS; 5 WHEN NONE IS IN
000000 *>      EFFECT) AFTER ITS SUBMIT DATE IS MARKED EXPIRED AND CAN
000000 *>      NEVER BE APPLIED. A BUSINESS DAY IS A DATE NOT ON
000000 *>      CALFILE.
000000 *>   2. DECISIONS - PCHGDEC CARDS:
000000 *>        COL   1     A APPROVE, R REJECT
000000 *>        COLS  3-10  REVIEWER'S USERID
000000 *>        COLS 12-37  PENDING-CHANGE KEY AS PRINTED BY PCHGSUB
000000 *>        COLS 39-58  REASON - REQUIRED ON A REJECT
000000 *>      ONLY A PENDING CHANGE CAN BE DECIDED, AND NEVER BY THE
000000 *>      USER WHO SUBMITTED IT.
000000 *>   3. LISTING - EVERY CHANGE STILL PENDING OR APPROVED BUT NOT
000000 *>      YET APPLIED, WITH WHO SUBMITTED AND WHO APPROVED IT.
000000 *> THE NIGHTLY STREAM RUNS THIS WITH NO DECISION CARDS SO THE
000000 *> EXPIRY HAPPENS EVERY BUSINESS DAY AND THE QUEUE IS IN THE
000000 *> MORNING PACK. RC=4 WHEN A DECISION CARD IS REJECTED, 12 WHEN
000000 *> PENDCHG CANNOT BE OPENED.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PCHGREV.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT PEND-FILE ASSIGN TO "PENDCHG"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS DYNAMIC
000180         RECORD KEY IS PCHG-KEY
000190         FILE STATUS IS WS-PEND-FILE-STATUS.
000200     SELECT OPTIONAL CAL-FILE ASSIGN TO "CALFILE"
000210         ORGANIZATION IS INDEXED
000220         ACCESS MODE IS RANDOM
000230         RECORD KEY IS CAL-DATE
000240         FILE STATUS IS WS-CAL-FILE-STATUS.
000250     SELECT DEC-FILE ASSIGN TO "PCHGDEC"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-DEC-FILE-STATUS.
000280     SELECT REPORT-FILE ASSIGN TO "PCHGVRPT"
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  PEND-FILE.
000330     COPY PCHGREC.
000340 FD  CAL-FILE.
000350     COPY CALREC.
000360 FD  DEC-FILE.
000370 01  PDEC-RECORD.
000380     05 PDEC-DECISION PIC X.
000390         88 PDEC-APPROVE VALUE 'A'.
000400         88 PDEC-REJECT VALUE 'R'.
000410     05 FILLER PIC X.
000420     05 PDEC-USERID PIC X(8).
000430     05 FILLER PIC X.
000440     05 PDEC-KEY PIC X(26).
000450     05 FILLER PIC X.
000460     05 PDEC-REASON PIC X(20).
000470     05 FILLER PIC X(22).
000480 FD  REPORT-FILE.
000490 01  REPORT-RECORD PIC X(132).
000500 WORKING-STORAGE SECTION.
000510     COPY PARMLINK.
000520     77 WS-PEND-FILE-STATUS PIC XX VALUE '00'.
000530     77 WS-CAL-FILE-STATUS PIC XX VALUE '00'.
000540     77 WS-DEC-FILE-STATUS PIC XX VALUE '00'.
000550     77 WS-CAL-OPEN-SW PIC X VALUE 'N'.
000560         88 CALENDAR-OPEN VALUE 'Y'.
000570     77 WS-REPORT-LINE PIC X(132).
000580     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000590         88 EOF-YES VALUE 'Y'.
000600     77 WS-PEND-EOF-SW PIC X VALUE 'N'.
000610         88 PEND-EOF VALUE 'Y'.
000620     77 WS-SCAN-DONE-SW PIC X VALUE 'N'.
000630         88 SCAN-DONE VALUE 'Y'.
000640     77 WS-CARD-ERROR PIC X(36) VALUE SPACES.
000650     77 WS-EXPIRY-DAYS PIC 9(3) VALUE 5.
000660     77 WS-BUS-DAYS PIC 9(3) VALUE ZERO.
000670     77 WS-MONTH-DAYS PIC 9(2) VALUE ZERO.
000680     77 WS-YY-QUOTIENT PIC 9(4) VALUE ZERO.
000690     77 WS-YY-REMAINDER PIC 9(4) VALUE ZERO.
000700     77 WS-NOW-TIME PIC 9(8) VALUE ZERO.
000710     77 WS-EXPIRED-COUNT PIC 9(5) VALUE ZERO.
000720     77 WS-DEC-READ-COUNT PIC 9(5) VALUE ZERO.
000730     77 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
000740     77 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
000750     77 WS-BAD-CARD-COUNT PIC 9(5) VALUE ZERO.
000760     77 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
000770     77 WS-STATUS-SHOW PIC X(8) VALUE SPACES.
000780     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000790     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000800     77 WS-REVIEW-RC PIC S9(4) VALUE ZERO.
000810     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'PCHGREV'.
000820     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000830     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000850 01  WS-SCAN-DATE-AREA.
000860     05 WS-SCAN-DATE PIC 9(6) VALUE ZERO.
000870     05 WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
000880         10 WS-SCAN-YY PIC 9(2).
000890         10 WS-SCAN-MM PIC 9(2).
000900         10 WS-SCAN-DD PIC 9(2).
000910 01  MONTH-TABLE-INIT.
000920     05 FILLER PIC X(2) VALUE '31'.
000930     05 FILLER PIC X(2) VALUE '28'.
000940     05 FILLER PIC X(2) VALUE '31'.
000950     05 FILLER PIC X(2) VALUE '30'.
000960     05 FILLER PIC X(2) VALUE '31'.
000970     05 FILLER PIC X(2) VALUE '30'.
000980     05 FILLER PIC X(2) VALUE '31'.
000990     05 FILLER PIC X(2) VALUE '31'.
001000     05 FILLER PIC X(2) VALUE '30'.
001010     05 FILLER PIC X(2) VALUE '31'.
001020     05 FILLER PIC X(2) VALUE '30'.
001030     05 FILLER PIC X(2) VALUE '31'.
001040 01  MONTH-TABLE REDEFINES MONTH-TABLE-INIT.
001050     05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
001060 PROCEDURE DIVISION.
001070 0000-MAIN.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001090     PERFORM 2000-EXPIRE-SWEEP THRU 2000-EXIT.
001100     PERFORM 3000-DECIDE-ONE THRU 3000-EXIT
001110         UNTIL EOF-YES.
001120     PERFORM 4000-LIST-OPEN THRU 4000-EXIT.
001130     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
001140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001150     GOBACK.
001160
001170 1000-INITIALIZE.
001180     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001190         WS-AUDIT-RC.
001200     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
001210         WS-RUNCTL-RC
001220         ON EXCEPTION
001230             ACCEPT WS-BUSINESS-DATE FROM DATE
001240     END-CALL.
001250     ACCEPT WS-NOW-TIME FROM TIME.
001260     MOVE 'PCHGEXPDAYS' TO PSVC-NAME.
001270     MOVE WS-BUSINESS-DATE TO PSVC-DATE.
001280     CALL 'PARMSVC' USING PARMSVC-AREA
001290         ON EXCEPTION
001300             MOVE 4 TO PSVC-RC
001310     END-CALL.
001320     IF PSVC-RC = ZERO AND PSVC-VALUE(1:3) IS NUMERIC
001330         MOVE PSVC-VALUE(1:3) TO WS-EXPIRY-DAYS
001340     END-IF.
001350     OPEN INPUT CAL-FILE.
001360     IF WS-CAL-FILE-STATUS = '00' OR WS-CAL-FILE-STATUS = '05'
001370         MOVE 'Y' TO WS-CAL-OPEN-SW
001380     END-IF.
001390     OPEN OUTPUT REPORT-FILE.
001400     MOVE 'REFERENCE-DATA CHANGE REVIEW - PCHGREV'
001410         TO WS-REPORT-LINE.
001420     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001430     MOVE SPACES TO WS-REPORT-LINE.
001440     STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
001450         ' - PENDING CHANGES EXPIRE AFTER ' WS-EXPIRY-DAYS
001460         ' BUSINESS DAYS'
001470         DELIMITED BY SIZE INTO WS-REPORT-LINE.
001480     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001490     OPEN I-O PEND-FILE.
001500     IF WS-PEND-FILE-STATUS = '35'
001510*>        NOTHING HAS EVER BEEN SUBMITTED - CREATE THE EMPTY
001520*>        CLUSTER SO THE SWEEPS BELOW SIMPLY FIND NOTHING.
001530         OPEN OUTPUT PEND-FILE
001540         CLOSE PEND-FILE
001550         OPEN I-O PEND-FILE
001560     END-IF.
001570     IF WS-PEND-FILE-STATUS NOT = '00'
001580         DISPLAY '*** PENDCHG OPEN FAILED, STATUS='
001590             WS-PEND-FILE-STATUS
001600         MOVE '*** PENDCHG CANNOT BE OPENED - NOTHING REVIEWED'
001610             TO WS-REPORT-LINE
001620         WRITE REPORT-RECORD FROM WS-REPORT-LINE
001630         MOVE 'Y' TO WS-EOF-SWITCH
001640         MOVE 'Y' TO WS-PEND-EOF-SW
001650         MOVE 12 TO WS-REVIEW-RC
001660         GO TO 1000-EXIT
001670     END-IF.
001680     OPEN INPUT DEC-FILE.
001690     IF WS-DEC-FILE-STATUS NOT = '00'
001700         MOVE 'Y' TO WS-EOF-SWITCH
001710     ELSE
001720         PERFORM 1100-READ-DECISION THRU 1100-EXIT
001730     END-IF.
001740 1000-EXIT.
001750     EXIT.
001760
001770 1100-READ-DECISION.
001780     MOVE SPACES TO PDEC-RECORD.
001790     READ DEC-FILE
001800         AT END MOVE 'Y' TO WS-EOF-SWITCH
001810     END-READ.
001820 1100-EXIT.
001830     EXIT.
001840
001850*>    EXPIRY RUNS BEFORE THE DECISIONS, SO A CHANGE THAT HAS
001860*>    ALREADY RUN OUT OF TIME CANNOT BE APPROVED BY TODAY'S CARDS.
001870 2000-EXPIRE-SWEEP.
001880     IF PEND-EOF
001890         GO TO 2000-EXIT
001900     END-IF.
001910     MOVE SPACES TO WS-REPORT-LINE.
001920     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001930     MOVE 'EXPIRED TODAY' TO WS-REPORT-LINE.
001940     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001950     MOVE LOW-VALUES TO PCHG-KEY.
001960     START PEND-FILE KEY NOT < PCHG-KEY
001970         INVALID KEY MOVE 'Y' TO WS-PEND-EOF-SW
001980     END-START.
001990     PERFORM 2100-EXPIRE-ONE THRU 2100-EXIT
002000         UNTIL PEND-EOF.
002010 2000-EXIT.
002020     EXIT.
002030
002040 2100-EXPIRE-ONE.
002050     READ PEND-FILE NEXT RECORD
002060         AT END
002070             MOVE 'Y' TO WS-PEND-EOF-SW
002080             GO TO 2100-EXIT
002090     END-READ.
002100     IF NOT PCHG-PENDING
002110         GO TO 2100-EXIT
002120     END-IF.
002130     IF PCHG-SUB-DATE(3:2) < '01' OR PCHG-SUB-DATE(3:2) > '12'
002140         GO TO 2100-EXIT
002150     END-IF.
002160     MOVE PCHG-SUB-DATE TO WS-SCAN-DATE.
002170     MOVE ZERO TO WS-BUS-DAYS.
002180     MOVE 'N' TO WS-SCAN-DONE-SW.
002190     PERFORM 2200-COUNT-DAY THRU 2200-EXIT
002200         UNTIL SCAN-DONE.
002210     IF WS-BUS-DAYS NOT > WS-EXPIRY-DAYS
002220         GO TO 2100-EXIT
002230     END-IF.
002240     MOVE 'X' TO PCHG-STATUS.
002250     REWRITE PCHG-RECORD.
002260     ADD 1 TO WS-EXPIRED-COUNT.
002270     MOVE SPACES TO WS-REPORT-LINE.
002280     STRING '  ' PCHG-KEY ' BY ' PCHG-SUB-USERID
002290         ' CARD ' PCHG-CARD(1:60)
002300         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002310     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002320 2100-EXIT.
002330     EXIT.
002340
002350*>    ONE CALENDAR DAY FORWARD FROM THE SUBMIT DATE, COUNTED WHEN
002360*>    IT IS NOT ON CALFILE; THE WALK STOPS AT THE BUSINESS DATE
002370*>    OR AS SOON AS THE LIMIT IS PASSED. YEARS ARE 20XX, SO THE
002380*>    MOD-4 LEAP TEST HOLDS. WITH NO CALENDAR EVERY DAY COUNTS.
002390 2200-COUNT-DAY.
002400     IF WS-SCAN-DATE NOT < WS-BUSINESS-DATE
002410         OR WS-BUS-DAYS > WS-EXPIRY-DAYS
002420         MOVE 'Y' TO WS-SCAN-DONE-SW
002430         GO TO 2200-EXIT
002440     END-IF.
002450     MOVE MONTH-DAYS(WS-SCAN-MM) TO WS-MONTH-DAYS.
002460     DIVIDE WS-SCAN-YY BY 4 GIVING WS-YY-QUOTIENT
002470         REMAINDER WS-YY-REMAINDER.
002480     IF WS-SCAN-MM = 2 AND WS-YY-REMAINDER = ZERO
002490         MOVE 29 TO WS-MONTH-DAYS
002500     END-IF.
002510     IF WS-SCAN-DD < WS-MONTH-DAYS
002520         ADD 1 TO WS-SCAN-DD
002530     ELSE
002540         MOVE 1 TO WS-SCAN-DD
002550         IF WS-SCAN-MM < 12
002560             ADD 1 TO WS-SCAN-MM
002570         ELSE
002580             MOVE 1 TO WS-SCAN-MM
002590             ADD 1 TO WS-SCAN-YY
002600         END-IF
002610     END-IF.
002620     IF NOT CALENDAR-OPEN
002630         ADD 1 TO WS-BUS-DAYS
002640         GO TO 2200-EXIT
002650     END-IF.
002660     MOVE WS-SCAN-DATE TO CAL-DATE.
002670     READ CAL-FILE
002680         INVALID KEY
002690             ADD 1 TO WS-BUS-DAYS
002700     END-READ.
002710 2200-EXIT.
002720     EXIT.
002730
002740 3000-DECIDE-ONE.
002750     IF PDEC-DECISION = '*'
002760         GO TO 3000-NEXT
002770     END-IF.
002780     ADD 1 TO WS-DEC-READ-COUNT.
002790     PERFORM 3100-EDIT-DECISION THRU 3100-EXIT.
002800     IF WS-CARD-ERROR NOT = SPACES
002810         PERFORM 3400-REJECT-CARD THRU 3400-EXIT
002820         GO TO 3000-NEXT
002830     END-IF.
002840     PERFORM 3200-RECORD-DECISION THRU 3200-EXIT.
002850 3000-NEXT.
002860     PERFORM 1100-READ-DECISION THRU 1100-EXIT.
002870 3000-EXIT.
002880     EXIT.
002890
002900*>    THE FOUR-EYES RULE ITSELF: THE CHANGE MUST STILL BE
002910*>    PENDING AND THE REVIEWER MUST NOT BE THE SUBMITTER.
002920 3100-EDIT-DECISION.
002930     MOVE SPACES TO WS-CARD-ERROR.
002940     IF NOT PDEC-APPROVE AND NOT PDEC-REJECT
002950         MOVE 'DECISION MUST BE A OR R' TO WS-CARD-ERROR
002960         GO TO 3100-EXIT
002970     END-IF.
002980     IF PDEC-USERID = SPACES
002990         MOVE 'NO REVIEWER USERID' TO WS-CARD-ERROR
003000         GO TO 3100-EXIT
003010     END-IF.
003020     IF PDEC-REJECT AND PDEC-REASON = SPACES
003030         MOVE 'A REJECT NEEDS A REASON' TO WS-CARD-ERROR
003040         GO TO 3100-EXIT
003050     END-IF.
003060     MOVE PDEC-KEY TO PCHG-KEY.
003070     READ PEND-FILE
003080         INVALID KEY
003090             MOVE 'NO PENDING CHANGE WITH THAT KEY'
003100                 TO WS-CARD-ERROR
003110             GO TO 3100-EXIT
003120     END-READ.
003130     IF NOT PCHG-PENDING
003140         MOVE 'NOT PENDING - ALREADY DECIDED/EXPIRED'
003150             TO WS-CARD-ERROR
003160         GO TO 3100-EXIT
003170     END-IF.
003180     IF PDEC-USERID = PCHG-SUB-USERID
003190         MOVE 'REVIEWER IS THE SUBMITTER' TO WS-CARD-ERROR
003200     END-IF.
003210 3100-EXIT.
003220     EXIT.
003230
003240 3200-RECORD-DECISION.
003250     MOVE PDEC-DECISION TO PCHG-STATUS.
003260     MOVE PDEC-USERID TO PCHG-REV-USERID.
003270     MOVE SPACES TO PCHG-REV-TERMID.
003280     MOVE WS-BUSINESS-DATE TO PCHG-REV-DATE.
003290     MOVE WS-NOW-TIME(1:6) TO PCHG-REV-TIME.
003300     IF PDEC-REJECT
003310         MOVE PDEC-REASON TO PCHG-REV-REASON
003320         ADD 1 TO WS-REJECTED-COUNT
003330         MOVE 'REJECTED' TO WS-STATUS-SHOW
003340     ELSE
003350         MOVE SPACES TO PCHG-REV-REASON
003360         ADD 1 TO WS-APPROVED-COUNT
003370         MOVE 'APPROVED' TO WS-STATUS-SHOW
003380     END-IF.
003390     REWRITE PCHG-RECORD.
003400     MOVE SPACES TO WS-REPORT-LINE.
003410     STRING WS-STATUS-SHOW ' ' PCHG-KEY
003420         ' SUBMITTED BY ' PCHG-SUB-USERID
003430         ' REVIEWED BY ' PCHG-REV-USERID
003440         ' ' PCHG-REV-REASON
003450         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003460     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003470 3200-EXIT.
003480     EXIT.
003490
003500 3400-REJECT-CARD.
003510     ADD 1 TO WS-BAD-CARD-COUNT.
003520     MOVE SPACES TO WS-REPORT-LINE.
003530     STRING 'CARD REJECTED - ' WS-CARD-ERROR
003540         ' - ' PDEC-DECISION ' ' PDEC-USERID ' ' PDEC-KEY
003550         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003560     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003570 3400-EXIT.
003580     EXIT.
003590
003600*>    WHAT IS STILL OPEN AFTER TODAY'S DECISIONS - PENDING ITEMS
003610*>    WAITING FOR A REVIEWER, APPROVED ONES WAITING FOR THEIR
003620*>    MAINTENANCE RUN.
003630 4000-LIST-OPEN.
003640     IF WS-REVIEW-RC = 12
003650         GO TO 4000-EXIT
003660     END-IF.
003670     MOVE SPACES TO WS-REPORT-LINE.
003680     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003690     MOVE 'OPEN CHANGES - PENDING REVIEW OR APPROVED, NOT APPLIED'
003700         TO WS-REPORT-LINE.
003710     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003720     MOVE 'N' TO WS-PEND-EOF-SW.
003730     MOVE LOW-VALUES TO PCHG-KEY.
003740     START PEND-FILE KEY NOT < PCHG-KEY
003750         INVALID KEY MOVE 'Y' TO WS-PEND-EOF-SW
003760     END-START.
003770     PERFORM 4100-LIST-ONE THRU 4100-EXIT
003780         UNTIL PEND-EOF.
003790 4000-EXIT.
003800     EXIT.
003810
003820 4100-LIST-ONE.
003830     READ PEND-FILE NEXT RECORD
003840         AT END
003850             MOVE 'Y' TO WS-PEND-EOF-SW
003860             GO TO 4100-EXIT
003870     END-READ.
003880     IF NOT PCHG-PENDING AND NOT PCHG-APPROVED
003890         GO TO 4100-EXIT
003900     END-IF.
003910     ADD 1 TO WS-OPEN-COUNT.
003920     MOVE SPACES TO WS-REPORT-LINE.
003930     STRING '  ' PCHG-STATUS ' ' PCHG-KEY
003940         ' SUB ' PCHG-SUB-USERID
003950         ' APP ' PCHG-REV-USERID
003960         ' CARD ' PCHG-CARD(1:60)
003970         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003980     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003990 4100-EXIT.
004000     EXIT.
004010
004020 5000-WRITE-TOTALS.
004030     MOVE SPACES TO WS-REPORT-LINE.
004040     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004050     MOVE SPACES TO WS-REPORT-LINE.
004060     STRING 'EXPIRED=' WS-EXPIRED-COUNT
004070         ' DECISION CARDS=' WS-DEC-READ-COUNT
004080         ' APPROVED=' WS-APPROVED-COUNT
004090         ' REJECTED=' WS-REJECTED-COUNT
004100         ' CARDS REFUSED=' WS-BAD-CARD-COUNT
004110         ' STILL OPEN=' WS-OPEN-COUNT
004120         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004130     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004140     IF WS-BAD-CARD-COUNT > ZERO AND WS-REVIEW-RC = ZERO
004150         MOVE 4 TO WS-REVIEW-RC
004160     END-IF.
004170 5000-EXIT.
004180     EXIT.
004190
004200 9000-TERMINATE.
004210     CLOSE PEND-FILE.
004220     CLOSE DEC-FILE.
004230     IF CALENDAR-OPEN
004240         CLOSE CAL-FILE
004250     END-IF.
004260     CLOSE REPORT-FILE.
004270     MOVE WS-REVIEW-RC TO WS-AUDIT-RC.
004280     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
004290         WS-AUDIT-RC.
004300     MOVE WS-REVIEW-RC TO RETURN-CODE.
004310 9000-EXIT.
004320     EXIT.
