000000 *> ................................................................... <*
000000 *> CBL - PARAPEND                         :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/10/12 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/10/12 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> FUTURE-DATED DISPATCHER TRANSACTIONS, RUN AHEAD OF EXPARA. A
000000 *> PARATRAN RECORD MAY CARRY AN EFFECTIVE BUSINESS DATE, YYMMDD,
000000 *> IN PAYLOAD COLUMNS 71-76 (RECORD COLUMNS 75-80) - NO UPDT OR
000000 *> CALC PAYLOAD REACHES THAT FAR. READS TONIGHT'S ARRIVALS (THE
000000 *> PARARECY RELEASES FROM SUSPENSE, THEN PARATRAN) AND WRITES
000000 *> EVERYTHING TO BE DISPATCHED TONIGHT TO PARADSP, WHICH EXPARA
000000 *> AND RECONCIL READ INSTEAD OF PARATRAN:
000000 *>   1  ITEMS CANCELLED BY A PENDCARD CARD ARE WITHDRAWN:
000000 *>        CANCEL <PENDING KEY AS PENDRPT LISTS IT>
000000 *>   2  EVERY PENDFILE ITEM (PENDREC.CPY) WHOSE DUE DATE THE
000000 *>      BUSINESS DATE HAS REACHED IS RELEASED, IN DUE-DATE ORDER
000000 *>   3  AN ARRIVAL WITH NO EFFECTIVE DATE, OR ONE THE BUSINESS
000000 *>      DATE HAS REACHED, FOLLOWS IN ARRIVAL ORDER
000000 *>   4  AN ARRIVAL DATED LATER IS VALIDATED AS EXPARA WOULD
000000 *>      VALIDATE IT NOW AND PARKED ON PENDFILE, DUE ON ITS
000000 *>      EFFECTIVE DATE ROLLED FORWARD PAST ANY CALFILE DATE. ONE
000000 *>      THAT FAILS IS NOT PARKED - IT GOES ON TO EXPARA, WHICH
000000 *>      REJECTS IT INTO PARAEXCP AND SUSPENSE AS TONIGHT'S OTHER
000000 *>      REJECTS ARE.
000000 *> PENDRPT LISTS WHAT WAS CANCELLED, RELEASED, PARKED OR NOT
000000 *> PARKED, THEN EVERY ITEM STILL PENDING. A RERUN UNDER THE SAME
000000 *> BUSINESS DATE AND PASS RELEASES THE SAME ITEMS AND FINDS ITS
000000 *> ARRIVALS PARKED ALREADY, SO PARADSP COMES OUT THE SAME.
000000 *> RETURN CODES:
000000 *>   0  NORMAL
000000 *>   4  A CANCEL CARD NOT APPLIED, AN ARRIVAL NOT PARKED, OR NO
000000 *>      CALFILE (EVERY DAY TAKEN AS A BUSINESS DAY) - SEE PENDRPT
000000 *>   8  NO PARATRAN, NO PENDFILE, NO PARADSP OR A PENDFILE WRITE
000000 *>      FAILED - PARADSP IS NOT TO BE DISPATCHED
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PARAPEND.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT ARRIVAL-FILE ASSIGN TO "PARATRAN"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-ARRV-FILE-STATUS.
000180     SELECT DISPATCH-FILE ASSIGN TO "PARADSP"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-DSP-FILE-STATUS.
000210     SELECT CARD-FILE ASSIGN TO "PENDCARD"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-CARD-FILE-STATUS.
000240     SELECT PEND-FILE ASSIGN TO "PENDFILE"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS PEND-KEY
000280         FILE STATUS IS WS-PEND-FILE-STATUS.
000290     SELECT OPTIONAL CAL-FILE ASSIGN TO "CALFILE"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS RANDOM
000320         RECORD KEY IS CAL-DATE
000330         FILE STATUS IS WS-CAL-FILE-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  ARRIVAL-FILE.
000370 01  ARRV-RECORD.
000380     05 ARRV-CODE PIC X(4).
000390     05 ARRV-PAYLOAD PIC X(76).
000400     05 ARRV-PAYLOAD-R REDEFINES ARRV-PAYLOAD.
000410         10 FILLER PIC X(70).
000420         10 ARRV-EFF-DATE PIC X(6).
000430 FD  DISPATCH-FILE.
000440 01  DSP-RECORD PIC X(80).
000450 FD  CARD-FILE.
000460 01  CARD-RECORD PIC X(72).
000470 FD  PEND-FILE.
000480     COPY PENDREC.
000490 FD  CAL-FILE.
000500     COPY CALREC.
000510 WORKING-STORAGE SECTION.
000520     COPY PRTLINK.
000530     77 WS-ARRV-FILE-STATUS PIC XX VALUE '00'.
000540     77 WS-DSP-FILE-STATUS PIC XX VALUE '00'.
000550     77 WS-CARD-FILE-STATUS PIC XX VALUE '00'.
000560     77 WS-PEND-FILE-STATUS PIC XX VALUE '00'.
000570     77 WS-CAL-FILE-STATUS PIC XX VALUE '00'.
000580     77 WS-ARRV-EOF-SW PIC X VALUE 'N'.
000590         88 ARRIVAL-EOF VALUE 'Y'.
000600     77 WS-CARD-EOF-SW PIC X VALUE 'N'.
000610         88 CARD-EOF VALUE 'Y'.
000620     77 WS-ARRV-OPEN-SW PIC X VALUE 'N'.
000630         88 ARRIVAL-OPEN VALUE 'Y'.
000640     77 WS-DSP-OPEN-SW PIC X VALUE 'N'.
000650         88 DISPATCH-OPEN VALUE 'Y'.
000660     77 WS-PEND-OPEN-SW PIC X VALUE 'N'.
000670         88 PENDING-OPEN VALUE 'Y'.
000680     77 WS-CAL-OPEN-SW PIC X VALUE 'N'.
000690         88 CALENDAR-OPEN VALUE 'Y'.
000700     77 WS-BUS-DAY-SW PIC X VALUE 'N'.
000710         88 BUSINESS-DAY VALUE 'Y'.
000720     77 WS-SCAN-END-SW PIC X VALUE 'N'.
000730         88 SCAN-END VALUE 'Y'.
000740     77 WS-SCAN-TRIES PIC 9(3) COMP VALUE ZERO.
000750     77 WS-MONTH-DAYS PIC 9(2) VALUE ZERO.
000760     77 WS-YY-QUOTIENT PIC 9(4) VALUE ZERO.
000770     77 WS-YY-REMAINDER PIC 9(4) VALUE ZERO.
000780     77 WS-DUE-DATE PIC 9(6) VALUE ZERO.
000790     77 WS-PASS-NO PIC 9(2) VALUE ZERO.
000800     77 WS-TOK-VERB PIC X(8).
000810     77 WS-TOK-KEY PIC X(20).
000820     77 WS-NOT-PARKED-TEXT PIC X(30).
000830     77 WS-READ-COUNT PIC 9(7) VALUE ZERO.
000840     77 WS-UNDATED-COUNT PIC 9(7) VALUE ZERO.
000850     77 WS-DUE-NOW-COUNT PIC 9(7) VALUE ZERO.
000860     77 WS-NOT-PARKED-COUNT PIC 9(7) VALUE ZERO.
000870     77 WS-PARKED-COUNT PIC 9(7) VALUE ZERO.
000880     77 WS-ROLLED-COUNT PIC 9(7) VALUE ZERO.
000890     77 WS-REPARKED-COUNT PIC 9(7) VALUE ZERO.
000900     77 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
000910     77 WS-CARD-COUNT PIC 9(5) VALUE ZERO.
000920     77 WS-CANCELLED-COUNT PIC 9(5) VALUE ZERO.
000930     77 WS-CARD-BAD-COUNT PIC 9(5) VALUE ZERO.
000940     77 WS-PURGED-COUNT PIC 9(7) VALUE ZERO.
000950     77 WS-QUEUE-COUNT PIC 9(7) VALUE ZERO.
000960     77 WS-DSP-COUNT PIC 9(7) VALUE ZERO.
000970     77 WS-REPORT-LINE PIC X(120).
000980     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'PARAPEND'.
000990     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
001000     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
001010     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
001020     77 WS-SUPP-FUNC PIC X(8) VALUE 'GETSUPP'.
001030     77 WS-SUPP-NO PIC 9(6) VALUE ZERO.
001040     77 WS-SUPP-RC PIC S9(4) VALUE ZERO.
001050     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
001060     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
001070     77 WS-PEND-RC PIC S9(4) VALUE ZERO.
001080 01  WS-ENTITY-AREA.
001090     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
001100     05 FILLER PIC X(4) VALUE SPACES.
001110 01  WS-ENT-SHOW PIC X(4) VALUE 'HOME'.
001120 01  WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
001130 01  WS-EFF-DATE-AREA.
001140     05 WS-EFF-DATE PIC 9(6) VALUE ZERO.
001150     05 WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE.
001160         10 WS-EFF-YY PIC 9(2).
001170         10 WS-EFF-MM PIC 9(2).
001180         10 WS-EFF-DD PIC 9(2).
001190 01  WS-SCAN-DATE-AREA.
001200     05 WS-SCAN-DATE PIC 9(6) VALUE ZERO.
001210     05 WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
001220         10 WS-SCAN-YY PIC 9(2).
001230         10 WS-SCAN-MM PIC 9(2).
001240         10 WS-SCAN-DD PIC 9(2).
001250 01  MONTH-TABLE-INIT.
001260     05 FILLER PIC X(2) VALUE '31'.
001270     05 FILLER PIC X(2) VALUE '28'.
001280     05 FILLER PIC X(2) VALUE '31'.
001290     05 FILLER PIC X(2) VALUE '30'.
001300     05 FILLER PIC X(2) VALUE '31'.
001310     05 FILLER PIC X(2) VALUE '30'.
001320     05 FILLER PIC X(2) VALUE '31'.
001330     05 FILLER PIC X(2) VALUE '31'.
001340     05 FILLER PIC X(2) VALUE '30'.
001350     05 FILLER PIC X(2) VALUE '31'.
001360     05 FILLER PIC X(2) VALUE '30'.
001370     05 FILLER PIC X(2) VALUE '31'.
001380 01  MONTH-TABLE REDEFINES MONTH-TABLE-INIT.
001390     05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
001400 PROCEDURE DIVISION.
001410 0000-MAIN.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001430     IF WS-PEND-RC < 8
001440         PERFORM 2000-PURGE-DONE THRU 2000-EXIT
001450         PERFORM 3000-TAKE-CANCELS THRU 3000-EXIT
001460         PERFORM 4000-RELEASE-DUE THRU 4000-EXIT
001470         PERFORM 5000-READ-ARRIVAL THRU 5000-EXIT
001480             UNTIL ARRIVAL-EOF
001490         PERFORM 6000-LIST-PENDING THRU 6000-EXIT
001500     END-IF.
001510     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
001520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001530     GOBACK.
001540
001550 1000-INITIALIZE.
001560     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001570         WS-AUDIT-RC.
001580     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
001590         WS-RUNCTL-RC
001600         ON EXCEPTION
001610             ACCEPT WS-BUSINESS-DATE FROM DATE
001620     END-CALL.
001630     CALL 'RUNCTL' USING WS-SUPP-FUNC WS-SUPP-NO WS-SUPP-RC
001640         ON EXCEPTION
001650             MOVE ZERO TO WS-SUPP-NO
001660     END-CALL.
001670     MOVE WS-SUPP-NO TO WS-PASS-NO.
001680     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
001690         ON EXCEPTION
001700             MOVE SPACES TO WS-ENTITY-AREA
001710     END-CALL.
001720     IF WS-RUN-ENTITY NOT = SPACES
001730         MOVE WS-RUN-ENTITY TO WS-ENT-SHOW
001740     END-IF.
001750     MOVE 'OPEN' TO PRT-FUNC.
001760     MOVE 'PENDRPT' TO PRT-DDNAME.
001770     MOVE 'PENDING DISPATCHER TRANSACTIONS' TO PRT-TITLE.
001780     MOVE 'V01.00' TO PRT-VERSION.
001790     CALL 'PRINTSVC' USING PRINT-AREA.
001800     MOVE SPACES TO WS-REPORT-LINE.
001810     STRING 'ENTITY ' WS-ENT-SHOW '  BUSINESS DATE '
001820         WS-BUSINESS-DATE '  PASS ' WS-PASS-NO
001830         '  - KEY IS DUE DATE, ARRIVAL DATE, PASS, POSITION'
001840         DELIMITED BY SIZE INTO WS-REPORT-LINE.
001850     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
001860     OPEN INPUT CAL-FILE.
001870     IF WS-CAL-FILE-STATUS = '00' OR WS-CAL-FILE-STATUS = '05'
001880         MOVE 'Y' TO WS-CAL-OPEN-SW
001890     ELSE
001900         MOVE SPACES TO WS-REPORT-LINE
001910         STRING '*** NO CALFILE - EVERY DAY TAKEN AS A BUSINESS '
001920             'DAY' DELIMITED BY SIZE INTO WS-REPORT-LINE
001930         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
001940         MOVE 4 TO WS-PEND-RC
001950     END-IF.
001960     OPEN INPUT ARRIVAL-FILE.
001970     IF WS-ARRV-FILE-STATUS NOT = '00'
001980         DISPLAY 'PARAPEND - PARATRAN OPEN FAILED, STATUS='
001990             WS-ARRV-FILE-STATUS
002000         MOVE '*** NO PARATRAN - NOTHING RELEASED OR PARKED, RC=8'
002010             TO WS-REPORT-LINE
002020         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002030         MOVE 8 TO WS-PEND-RC
002040         GO TO 1000-EXIT
002050     END-IF.
002060     MOVE 'Y' TO WS-ARRV-OPEN-SW.
002070     OPEN I-O PEND-FILE.
002080     IF WS-PEND-FILE-STATUS = '35'
002090*>        FIRST EVER RUN - CREATE THE EMPTY CLUSTER AND REOPEN.
002100         OPEN OUTPUT PEND-FILE
002110         CLOSE PEND-FILE
002120         OPEN I-O PEND-FILE
002130     END-IF.
002140     IF WS-PEND-FILE-STATUS NOT = '00'
002150         DISPLAY 'PARAPEND - PENDFILE OPEN FAILED, STATUS='
002160             WS-PEND-FILE-STATUS
002170         MOVE '*** NO PENDFILE - NOTHING RELEASED OR PARKED, RC=8'
002180             TO WS-REPORT-LINE
002190         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002200         MOVE 8 TO WS-PEND-RC
002210         GO TO 1000-EXIT
002220     END-IF.
002230     MOVE 'Y' TO WS-PEND-OPEN-SW.
002240     OPEN OUTPUT DISPATCH-FILE.
002250     IF WS-DSP-FILE-STATUS NOT = '00'
002260         DISPLAY 'PARAPEND - PARADSP OPEN FAILED, STATUS='
002270             WS-DSP-FILE-STATUS
002280         MOVE 8 TO WS-PEND-RC
002290         GO TO 1000-EXIT
002300     END-IF.
002310     MOVE 'Y' TO WS-DSP-OPEN-SW.
002320     MOVE SPACES TO WS-REPORT-LINE.
002330     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002340 1000-EXIT.
002350     EXIT.
002360
002380*>    RELEASED AND CANCELLED ITEMS ARE KEPT ONLY FOR THE REST OF
002390*>    THEIR OWN BUSINESS DATE - A RERUN NEEDS THEM, NOTHING ELSE.
002410 2000-PURGE-DONE.
002420     MOVE 'N' TO WS-SCAN-END-SW.
002430     MOVE LOW-VALUES TO PEND-KEY.
002440     START PEND-FILE KEY NOT < PEND-KEY
002450         INVALID KEY
002460             MOVE 'Y' TO WS-SCAN-END-SW
002470     END-START.
002480     PERFORM 2100-PURGE-ONE THRU 2100-EXIT
002490         UNTIL SCAN-END.
002500 2000-EXIT.
002510     EXIT.
002520
002530 2100-PURGE-ONE.
002540     READ PEND-FILE NEXT
002550         AT END
002560             MOVE 'Y' TO WS-SCAN-END-SW
002570             GO TO 2100-EXIT
002580     END-READ.
002590     IF PEND-WAITING
002600         OR PEND-STATUS-DATE NOT < WS-BUSINESS-DATE
002610         GO TO 2100-EXIT
002620     END-IF.
002630     DELETE PEND-FILE RECORD
002640         INVALID KEY
002650             CONTINUE
002660         NOT INVALID KEY
002670             ADD 1 TO WS-PURGED-COUNT
002680     END-DELETE.
002690 2100-EXIT.
002700     EXIT.
002710
002730*>    CANCEL CARDS GO FIRST, SO AN ITEM DUE TONIGHT CAN STILL BE
002740*>    WITHDRAWN. NO PENDCARD IS AN ORDINARY NIGHT.
002760 3000-TAKE-CANCELS.
002770     OPEN INPUT CARD-FILE.
002780     IF WS-CARD-FILE-STATUS NOT = '00'
002790         GO TO 3000-EXIT
002800     END-IF.
002810     PERFORM 3100-READ-CARD THRU 3100-EXIT.
002820     PERFORM 3200-TAKE-CARD THRU 3200-EXIT
002830         UNTIL CARD-EOF.
002840     CLOSE CARD-FILE.
002850 3000-EXIT.
002860     EXIT.
002870
002880 3100-READ-CARD.
002890     MOVE SPACES TO CARD-RECORD.
002900     READ CARD-FILE
002910         AT END MOVE 'Y' TO WS-CARD-EOF-SW
002920     END-READ.
002930 3100-EXIT.
002940     EXIT.
002950
002960 3200-TAKE-CARD.
002970     IF CARD-RECORD = SPACES
002980         GO TO 3200-READ-NEXT
002990     END-IF.
003000     ADD 1 TO WS-CARD-COUNT.
003010     MOVE SPACES TO WS-TOK-VERB WS-TOK-KEY.
003020     UNSTRING CARD-RECORD DELIMITED BY ALL ' '
003030         INTO WS-TOK-VERB WS-TOK-KEY.
003040     IF WS-TOK-VERB NOT = 'CANCEL'
003050         OR WS-TOK-KEY(1:19) IS NOT NUMERIC
003060         OR WS-TOK-KEY(20:1) NOT = SPACE
003070         MOVE SPACES TO WS-REPORT-LINE
003080         STRING 'BAD CARD  ' CARD-RECORD(1:40) '  IGNORED'
003090             DELIMITED BY SIZE INTO WS-REPORT-LINE
003100         PERFORM 3400-CARD-NOT-APPLIED THRU 3400-EXIT
003110         GO TO 3200-READ-NEXT
003120     END-IF.
003130     MOVE WS-TOK-KEY(1:19) TO PEND-KEY.
003140     READ PEND-FILE
003150         INVALID KEY
003160             MOVE SPACES TO WS-REPORT-LINE
003170             STRING 'CANCEL    ' WS-TOK-KEY(1:19)
003180                 '  NOT ON PENDFILE - NOTHING CANCELLED'
003190                 DELIMITED BY SIZE INTO WS-REPORT-LINE
003200             PERFORM 3400-CARD-NOT-APPLIED THRU 3400-EXIT
003210             GO TO 3200-READ-NEXT
003220     END-READ.
003230     PERFORM 3300-CANCEL-ITEM THRU 3300-EXIT.
003240 3200-READ-NEXT.
003250     PERFORM 3100-READ-CARD THRU 3100-EXIT.
003260 3200-EXIT.
003270     EXIT.
003280
003290*>    AN ITEM ALREADY RELEASED HAS GONE TO THE DISPATCHER AND IS
003300*>    BEYOND A CANCEL CARD. ONE ALREADY CANCELLED - THE SAME CARD
003310*>    ON A RERUN - IS ONLY NOTED.
003320 3300-CANCEL-ITEM.
003330     IF PEND-RELEASED
003340         MOVE SPACES TO WS-REPORT-LINE
003350         STRING 'CANCEL    ' PEND-KEY '  ALREADY RELEASED ON '
003360             PEND-STATUS-DATE ' - NOT CANCELLED'
003370             DELIMITED BY SIZE INTO WS-REPORT-LINE
003380         PERFORM 3400-CARD-NOT-APPLIED THRU 3400-EXIT
003390         GO TO 3300-EXIT
003400     END-IF.
003410     IF PEND-CANCELLED
003420         MOVE SPACES TO WS-REPORT-LINE
003430         STRING 'CANCEL    ' PEND-KEY '  ALREADY CANCELLED ON '
003440             PEND-STATUS-DATE
003450             DELIMITED BY SIZE INTO WS-REPORT-LINE
003460         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
003470         GO TO 3300-EXIT
003480     END-IF.
003490     MOVE 'X' TO PEND-STATUS.
003500     MOVE WS-BUSINESS-DATE TO PEND-STATUS-DATE.
003510     MOVE WS-PASS-NO TO PEND-STATUS-PASS.
003520     REWRITE PEND-RECORD
003530         INVALID KEY
003540             DISPLAY 'PARAPEND - PENDFILE REWRITE FAILED, '
003550                 'STATUS=' WS-PEND-FILE-STATUS ' KEY ' PEND-KEY
003560             MOVE SPACES TO WS-REPORT-LINE
003570             STRING 'CANCEL    ' PEND-KEY '  PENDFILE REWRITE '
003580                 'FAILED - NOT CANCELLED'
003590                 DELIMITED BY SIZE INTO WS-REPORT-LINE
003600             PERFORM 3400-CARD-NOT-APPLIED THRU 3400-EXIT
003610             GO TO 3300-EXIT
003620     END-REWRITE.
003630     ADD 1 TO WS-CANCELLED-COUNT.
003640     MOVE SPACES TO WS-REPORT-LINE.
003650     STRING 'CANCELLED ' PEND-KEY ' ' PEND-CODE '  EFFECTIVE '
003660         PEND-EFF-DATE '  DUE ' PEND-DUE-DATE '  '
003670         PEND-PAYLOAD(1:40)
003680         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003690     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003700 3300-EXIT.
003710     EXIT.
003720
003730 3400-CARD-NOT-APPLIED.
003740     ADD 1 TO WS-CARD-BAD-COUNT.
003750     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003760     PERFORM 7100-SET-WARNING THRU 7100-EXIT.
003770 3400-EXIT.
003780     EXIT.
003790
003810*>    EVERYTHING DUE BY TONIGHT IS AT THE FRONT OF THE FILE. AN
003820*>    ITEM RELEASED EARLIER UNDER THIS SAME DATE AND PASS IS A
003830*>    RERUN AND IS RELEASED AGAIN, SO PARADSP COMES OUT THE SAME.
003850 4000-RELEASE-DUE.
003860     MOVE 'N' TO WS-SCAN-END-SW.
003870     MOVE LOW-VALUES TO PEND-KEY.
003880     START PEND-FILE KEY NOT < PEND-KEY
003890         INVALID KEY
003900             MOVE 'Y' TO WS-SCAN-END-SW
003910     END-START.
003920     PERFORM 4100-RELEASE-ONE THRU 4100-EXIT
003930         UNTIL SCAN-END.
003940 4000-EXIT.
003950     EXIT.
003960
003970 4100-RELEASE-ONE.
003980     READ PEND-FILE NEXT
003990         AT END
004000             MOVE 'Y' TO WS-SCAN-END-SW
004010             GO TO 4100-EXIT
004020     END-READ.
004030     IF PEND-DUE-DATE > WS-BUSINESS-DATE
004040         MOVE 'Y' TO WS-SCAN-END-SW
004050         GO TO 4100-EXIT
004060     END-IF.
004070     IF PEND-RELEASED
004080         AND PEND-STATUS-DATE = WS-BUSINESS-DATE
004090         AND PEND-STATUS-PASS = WS-PASS-NO
004100         PERFORM 4200-DISPATCH-ITEM THRU 4200-EXIT
004110         GO TO 4100-EXIT
004120     END-IF.
004130     IF NOT PEND-WAITING
004140         GO TO 4100-EXIT
004150     END-IF.
004160     MOVE 'R' TO PEND-STATUS.
004170     MOVE WS-BUSINESS-DATE TO PEND-STATUS-DATE.
004180     MOVE WS-PASS-NO TO PEND-STATUS-PASS.
004190     REWRITE PEND-RECORD
004200         INVALID KEY
004210             DISPLAY 'PARAPEND - PENDFILE REWRITE FAILED, '
004220                 'STATUS=' WS-PEND-FILE-STATUS ' KEY ' PEND-KEY
004230             MOVE 8 TO WS-PEND-RC
004240     END-REWRITE.
004250     PERFORM 4200-DISPATCH-ITEM THRU 4200-EXIT.
004260 4100-EXIT.
004270     EXIT.
004280
004290 4200-DISPATCH-ITEM.
004300     WRITE DSP-RECORD FROM PEND-TRAN.
004310     ADD 1 TO WS-DSP-COUNT.
004320     ADD 1 TO WS-RELEASED-COUNT.
004330     MOVE SPACES TO WS-REPORT-LINE.
004340     STRING 'RELEASED  ' PEND-KEY ' ' PEND-CODE '  EFFECTIVE '
004350         PEND-EFF-DATE '  DUE ' PEND-DUE-DATE '  '
004360         PEND-PAYLOAD(1:40)
004370         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004380     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004390 4200-EXIT.
004400     EXIT.
004410
004430*>    TONIGHT'S ARRIVALS, IN ORDER. THE POSITION READ IS THE LAST
004440*>    PART OF THE PENDING KEY.
004460 5000-READ-ARRIVAL.
004470     READ ARRIVAL-FILE
004480         AT END
004490             MOVE 'Y' TO WS-ARRV-EOF-SW
004500         NOT AT END
004510             ADD 1 TO WS-READ-COUNT
004520             PERFORM 5100-TAKE-ARRIVAL THRU 5100-EXIT
004530     END-READ.
004540 5000-EXIT.
004550     EXIT.
004560
004570 5100-TAKE-ARRIVAL.
004580     IF ARRV-EFF-DATE = SPACES
004590         ADD 1 TO WS-UNDATED-COUNT
004600         PERFORM 5900-PASS-ARRIVAL THRU 5900-EXIT
004610         GO TO 5100-EXIT
004620     END-IF.
004630     IF ARRV-EFF-DATE IS NOT NUMERIC
004640         MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-NOT-PARKED-TEXT
004650         PERFORM 5800-NOT-PARKED THRU 5800-EXIT
004660         GO TO 5100-EXIT
004670     END-IF.
004680     MOVE ARRV-EFF-DATE TO WS-EFF-DATE.
004690     IF WS-EFF-DATE NOT > WS-BUSINESS-DATE
004700         ADD 1 TO WS-DUE-NOW-COUNT
004710         PERFORM 5900-PASS-ARRIVAL THRU 5900-EXIT
004720         GO TO 5100-EXIT
004730     END-IF.
004740     PERFORM 5200-CHECK-ARRIVAL THRU 5200-EXIT.
004750     IF WS-NOT-PARKED-TEXT NOT = SPACES
004760         PERFORM 5800-NOT-PARKED THRU 5800-EXIT
004770         GO TO 5100-EXIT
004780     END-IF.
004790     PERFORM 5300-FIND-DUE-DATE THRU 5300-EXIT.
004800     PERFORM 5500-PARK-ARRIVAL THRU 5500-EXIT.
004810 5100-EXIT.
004820     EXIT.
004830
004840*>    THE SAME TESTS EXPARA PUTS EACH CODE'S PAYLOAD TO, PLUS A
004850*>    REAL CALENDAR DATE - ANYTHING PARKED MUST STILL DISPATCH
004860*>    CLEANLY WHEN IT COMES DUE.
004870 5200-CHECK-ARRIVAL.
004880     MOVE SPACES TO WS-NOT-PARKED-TEXT.
004890     IF WS-EFF-MM < 1 OR WS-EFF-MM > 12
004900         MOVE 'BAD EFFECTIVE DATE' TO WS-NOT-PARKED-TEXT
004910         GO TO 5200-EXIT
004920     END-IF.
004930     MOVE MONTH-DAYS(WS-EFF-MM) TO WS-MONTH-DAYS.
004940     DIVIDE WS-EFF-YY BY 4 GIVING WS-YY-QUOTIENT
004950         REMAINDER WS-YY-REMAINDER.
004960     IF WS-EFF-MM = 2 AND WS-YY-REMAINDER = ZERO
004970         MOVE 29 TO WS-MONTH-DAYS
004980     END-IF.
004990     IF WS-EFF-DD < 1 OR WS-EFF-DD > WS-MONTH-DAYS
005000         MOVE 'BAD EFFECTIVE DATE' TO WS-NOT-PARKED-TEXT
005010         GO TO 5200-EXIT
005020     END-IF.
005030     EVALUATE ARRV-CODE
005040         WHEN 'TEST'
005050         WHEN 'DISP'
005060             CONTINUE
005070         WHEN 'UPDT'
005080             IF ARRV-PAYLOAD(1:2) IS NOT NUMERIC
005090                 MOVE 'UPDT - BAD NUMBER' TO WS-NOT-PARKED-TEXT
005100             END-IF
005110         WHEN 'CALC'
005120             IF ARRV-PAYLOAD(1:7) IS NOT NUMERIC
005130                 OR ARRV-PAYLOAD(9:7) IS NOT NUMERIC
005140                 OR (ARRV-PAYLOAD(8:1) NOT = '+'
005150                     AND ARRV-PAYLOAD(8:1) NOT = '-')
005160                 OR (ARRV-PAYLOAD(16:1) NOT = '+'
005170                     AND ARRV-PAYLOAD(16:1) NOT = '-')
005180                 OR ARRV-PAYLOAD(17:3) = SPACES
005190                 MOVE 'CALC - BAD PAIR' TO WS-NOT-PARKED-TEXT
005200             END-IF
005210         WHEN OTHER
005220             MOVE 'UNKNOWN CODE' TO WS-NOT-PARKED-TEXT
005230     END-EVALUATE.
005240 5200-EXIT.
005250     EXIT.
005260
005270*>    THE EFFECTIVE DATE, STEPPED FORWARD WHILE IT IS ON
005280*>    CALFILE. YEARS ARE 20XX, SO THE MOD-4 LEAP TEST HOLDS. A
005290*>    CALENDAR FILED SOLID FOR TWO MONTHS ENDS THE SEARCH WHERE
005300*>    IT GOT TO.
005310 5300-FIND-DUE-DATE.
005320     MOVE WS-EFF-DATE TO WS-SCAN-DATE.
005330     MOVE ZERO TO WS-SCAN-TRIES.
005340     MOVE 'N' TO WS-BUS-DAY-SW.
005350     PERFORM 5350-CHECK-DAY THRU 5350-EXIT
005360         UNTIL BUSINESS-DAY OR WS-SCAN-TRIES > 60.
005370     MOVE WS-SCAN-DATE TO WS-DUE-DATE.
005380 5300-EXIT.
005390     EXIT.
005400
005410 5350-CHECK-DAY.
005420     MOVE 'Y' TO WS-BUS-DAY-SW.
005430     IF CALENDAR-OPEN
005440         MOVE WS-SCAN-DATE TO CAL-DATE
005450         READ CAL-FILE
005460             NOT INVALID KEY
005470                 MOVE 'N' TO WS-BUS-DAY-SW
005480         END-READ
005490     END-IF.
005500     IF NOT BUSINESS-DAY
005510         PERFORM 5400-ADVANCE-DAY THRU 5400-EXIT
005520         ADD 1 TO WS-SCAN-TRIES
005530     END-IF.
005540 5350-EXIT.
005550     EXIT.
005560
005570 5400-ADVANCE-DAY.
005580     MOVE MONTH-DAYS(WS-SCAN-MM) TO WS-MONTH-DAYS.
005590     DIVIDE WS-SCAN-YY BY 4 GIVING WS-YY-QUOTIENT
005600         REMAINDER WS-YY-REMAINDER.
005610     IF WS-SCAN-MM = 2 AND WS-YY-REMAINDER = ZERO
005620         MOVE 29 TO WS-MONTH-DAYS
005630     END-IF.
005640     ADD 1 TO WS-SCAN-DD.
005650     IF WS-SCAN-DD > WS-MONTH-DAYS
005660         MOVE 1 TO WS-SCAN-DD
005670         ADD 1 TO WS-SCAN-MM
005680     END-IF.
005690     IF WS-SCAN-MM > 12
005700         MOVE 1 TO WS-SCAN-MM
005710         ADD 1 TO WS-SCAN-YY
005720     END-IF.
005730 5400-EXIT.
005740     EXIT.
005750
005760*>    THE KEY IS ALREADY THERE WHEN THIS DATE AND PASS HAS PARKED
005770*>    THE ARRIVAL BEFORE - A RERUN - AND IT IS LEFT AS IT IS,
005780*>    CANCELLED OR NOT. ANY OTHER FAILED WRITE ENDS THE RUN RC=8:
005790*>    THE ITEM IS NEITHER PARKED NOR TO BE DISPATCHED EARLY.
005800 5500-PARK-ARRIVAL.
005810     MOVE SPACES TO PEND-RECORD.
005820     MOVE WS-DUE-DATE TO PEND-DUE-DATE.
005830     MOVE WS-BUSINESS-DATE TO PEND-ARRIVAL-DATE.
005840     MOVE WS-PASS-NO TO PEND-ARRIVAL-PASS.
005850     MOVE WS-READ-COUNT TO PEND-ARRIVAL-SEQ.
005860     MOVE 'P' TO PEND-STATUS.
005870     MOVE WS-EFF-DATE TO PEND-EFF-DATE.
005880     MOVE WS-BUSINESS-DATE TO PEND-STATUS-DATE.
005890     MOVE WS-PASS-NO TO PEND-STATUS-PASS.
005900     MOVE ARRV-RECORD TO PEND-TRAN.
005910     WRITE PEND-RECORD
005920         INVALID KEY
005930             IF WS-PEND-FILE-STATUS = '22'
005940                 ADD 1 TO WS-REPARKED-COUNT
005950                 MOVE SPACES TO WS-REPORT-LINE
005960                 STRING 'PARKED    ' PEND-KEY ' ' ARRV-CODE
005970                     '  ALREADY PARKED BY AN EARLIER RUN TONIGHT'
005980                     DELIMITED BY SIZE INTO WS-REPORT-LINE
005990                 PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006000             ELSE
006010                 DISPLAY 'PARAPEND - PENDFILE WRITE FAILED, '
006020                     'STATUS=' WS-PEND-FILE-STATUS ' KEY '
006030                     PEND-KEY
006040                 MOVE SPACES TO WS-REPORT-LINE
006050                 STRING '*** PENDFILE WRITE FAILED FOR ARRIVAL '
006060                     WS-READ-COUNT ' - RUN STOPPED, RC=8'
006070                     DELIMITED BY SIZE INTO WS-REPORT-LINE
006080                 PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006090                 MOVE 8 TO WS-PEND-RC
006100                 MOVE 'Y' TO WS-ARRV-EOF-SW
006110             END-IF
006120             GO TO 5500-EXIT
006130     END-WRITE.
006140     ADD 1 TO WS-PARKED-COUNT.
006150     MOVE SPACES TO WS-REPORT-LINE.
006160     STRING 'PARKED    ' PEND-KEY ' ' ARRV-CODE '  EFFECTIVE '
006170         WS-EFF-DATE '  DUE ' WS-DUE-DATE '  '
006180         ARRV-PAYLOAD(1:40)
006190         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006200     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006210     IF WS-DUE-DATE NOT = WS-EFF-DATE
006220         ADD 1 TO WS-ROLLED-COUNT
006230         MOVE SPACES TO WS-REPORT-LINE
006240         STRING '          EFFECTIVE DATE ' WS-EFF-DATE
006250             ' IS NOT A BUSINESS DAY - ROLLED FORWARD TO '
006260             WS-DUE-DATE
006270             DELIMITED BY SIZE INTO WS-REPORT-LINE
006280         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006290     END-IF.
006300 5500-EXIT.
006310     EXIT.
006320
006330*>    A FUTURE-DATED ARRIVAL THAT FAILS VALIDATION GOES ON TO
006340*>    EXPARA NOW, WHICH REJECTS IT TO PARAEXCP AND SUSPENSE - IT
006350*>    IS CORRECTED THERE, NOT LOST HERE.
006360 5800-NOT-PARKED.
006370     ADD 1 TO WS-NOT-PARKED-COUNT.
006380     MOVE SPACES TO WS-REPORT-LINE.
006390     STRING 'NOT PARKED ARRIVAL ' WS-READ-COUNT ' ' ARRV-CODE
006400         '  ' WS-NOT-PARKED-TEXT ' - TO EXPARA TO REJECT  '
006410         ARRV-PAYLOAD(1:40)
006420         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006430     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006440     PERFORM 7100-SET-WARNING THRU 7100-EXIT.
006450     PERFORM 5900-PASS-ARRIVAL THRU 5900-EXIT.
006460 5800-EXIT.
006470     EXIT.
006480
006490 5900-PASS-ARRIVAL.
006500     WRITE DSP-RECORD FROM ARRV-RECORD.
006510     ADD 1 TO WS-DSP-COUNT.
006520 5900-EXIT.
006530     EXIT.
006540
006560*>    THE PENDING-ITEMS LIST - EVERYTHING STILL QUEUED AFTER
006570*>    TONIGHT, IN DUE-DATE ORDER, WITH THE KEY A CANCEL CARD
006580*>    NAMES.
006600 6000-LIST-PENDING.
006610     MOVE SPACES TO WS-REPORT-LINE.
006620     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006630     MOVE 'STILL PENDING AFTER TONIGHT:' TO WS-REPORT-LINE.
006640     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006650     MOVE 'N' TO WS-SCAN-END-SW.
006660     MOVE LOW-VALUES TO PEND-KEY.
006670     START PEND-FILE KEY NOT < PEND-KEY
006680         INVALID KEY
006690             MOVE 'Y' TO WS-SCAN-END-SW
006700     END-START.
006710     PERFORM 6100-LIST-ONE THRU 6100-EXIT
006720         UNTIL SCAN-END.
006730     IF WS-QUEUE-COUNT = ZERO
006740         MOVE '  NOTHING PENDING' TO WS-REPORT-LINE
006750         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006760     END-IF.
006770 6000-EXIT.
006780     EXIT.
006790
006800 6100-LIST-ONE.
006810     READ PEND-FILE NEXT
006820         AT END
006830             MOVE 'Y' TO WS-SCAN-END-SW
006840             GO TO 6100-EXIT
006850     END-READ.
006860     IF NOT PEND-WAITING
006870         GO TO 6100-EXIT
006880     END-IF.
006890     ADD 1 TO WS-QUEUE-COUNT.
006900     MOVE SPACES TO WS-REPORT-LINE.
006910     STRING 'PENDING   ' PEND-KEY ' ' PEND-CODE '  EFFECTIVE '
006920         PEND-EFF-DATE '  DUE ' PEND-DUE-DATE '  '
006930         PEND-PAYLOAD(1:40)
006940         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006950     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006960 6100-EXIT.
006970     EXIT.
006980
006990 7000-PRINT-LINE.
007000     MOVE 'WRITE' TO PRT-FUNC.
007010     MOVE WS-REPORT-LINE TO PRT-LINE.
007020     CALL 'PRINTSVC' USING PRINT-AREA.
007030 7000-EXIT.
007040     EXIT.
007050
007060 7100-SET-WARNING.
007070     IF WS-PEND-RC < 4
007080         MOVE 4 TO WS-PEND-RC
007090     END-IF.
007100 7100-EXIT.
007110     EXIT.
007120
007130 8000-WRITE-TOTALS.
007140     MOVE SPACES TO WS-REPORT-LINE.
007150     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007160     MOVE SPACES TO WS-REPORT-LINE.
007170     STRING 'CANCEL CARDS ' WS-CARD-COUNT
007180         '  CANCELLED ' WS-CANCELLED-COUNT
007190         '  NOT APPLIED ' WS-CARD-BAD-COUNT
007200         '  RELEASED ' WS-RELEASED-COUNT
007210         '  DONE ITEMS PURGED ' WS-PURGED-COUNT
007220         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007230     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007240     MOVE SPACES TO WS-REPORT-LINE.
007250     STRING 'ARRIVALS READ ' WS-READ-COUNT
007260         '  UNDATED ' WS-UNDATED-COUNT
007270         '  DUE ON ARRIVAL ' WS-DUE-NOW-COUNT
007280         '  PARKED ' WS-PARKED-COUNT
007290         ' (ROLLED ' WS-ROLLED-COUNT ')'
007300         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007310     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007320     MOVE SPACES TO WS-REPORT-LINE.
007330     STRING 'PARKED BEFORE (RERUN) ' WS-REPARKED-COUNT
007340         '  NOT PARKED ' WS-NOT-PARKED-COUNT
007350         '  TO PARADSP ' WS-DSP-COUNT
007360         '  STILL PENDING ' WS-QUEUE-COUNT
007370         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007380     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007390     MOVE SPACES TO WS-REPORT-LINE.
007400     EVALUATE WS-PEND-RC
007410         WHEN ZERO
007420             MOVE 'RC=0' TO WS-REPORT-LINE
007430         WHEN 4
007440             MOVE 'RC=4 - SEE THE BAD CARD, CANCEL AND NOT PARKED'
007450                 TO WS-REPORT-LINE
007460         WHEN OTHER
007470             MOVE 'RC=8 - PARADSP NOT TO BE DISPATCHED'
007480                 TO WS-REPORT-LINE
007490     END-EVALUATE.
007500     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007510     DISPLAY 'PARAPEND - ' WS-ENT-SHOW ' RELEASED '
007520         WS-RELEASED-COUNT ' PARKED ' WS-PARKED-COUNT
007530         ' CANCELLED ' WS-CANCELLED-COUNT ' RC=' WS-PEND-RC.
007540 8000-EXIT.
007550     EXIT.
007560
007570 9000-TERMINATE.
007580     IF ARRIVAL-OPEN
007590         CLOSE ARRIVAL-FILE
007600     END-IF.
007610     IF DISPATCH-OPEN
007620         CLOSE DISPATCH-FILE
007630     END-IF.
007640     IF PENDING-OPEN
007650         CLOSE PEND-FILE
007660     END-IF.
007670     IF CALENDAR-OPEN
007680         CLOSE CAL-FILE
007690     END-IF.
007700     MOVE 'CLOSE' TO PRT-FUNC.
007710     CALL 'PRINTSVC' USING PRINT-AREA.
007720     MOVE WS-PEND-RC TO WS-AUDIT-RC.
007730     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
007740         WS-AUDIT-RC.
007750     MOVE WS-PEND-RC TO RETURN-CODE.
007760 9000-EXIT.
007770     EXIT.
