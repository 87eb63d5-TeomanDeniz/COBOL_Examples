000000 *> ................................................................... <*
000000 *> CBL - DUPSCRN                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/10/09 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/10/09 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> NEAR-DUPLICATE SCREEN OF TONIGHT'S CLEAN DETAILS, RUN BETWEEN
000000 *> TRANEDIT AND NUMVAR. BATCHREG ONLY STOPS A WHOLE BATCH SENT
000000 *> AGAIN WITH THE SAME HASH; THIS CATCHES THE SAME TRANSACTION
000000 *> SENT AGAIN INSIDE A DIFFERENT BATCH, OR KEYED TWICE IN ONE
000000 *> FEED. READS TRANEDTD AND WRITES THE SCREENED COPY TO DUPSCRD
000000 *> (THE STEP AFTER COPIES IT BACK OVER TRANEDTD), WITH A NEW
000000 *> TRAILER FOR THE DETAILS IT ACTUALLY PASSED.
000000 *> EACH DETAIL OF TONIGHT'S FEEDS - ITS REFERENCE CARRIES THE
000000 *> SOURCE AND DATE OF THE HEADER IT CAME UNDER - IS COMPARED
000000 *> WITH EVERY DETAIL ON THE DUPHIST HISTORY (DUPHIST.CPY)
000000 *> SCREENED TONIGHT OR ON THE PRIOR DUPWINDOW BUSINESS DAYS
000000 *> AND POSTED: SAME CURRENCY, NUM1 AND NUM2 EACH WITHIN
000000 *> DUPTOLER OF IT, A DIFFERENT REFERENCE. A RECYCLED OR
000000 *> APPROVED ITEM (AHEAD OF THE FIRST HEADER, OR CARRYING AN
000000 *> OLDER REFERENCE) HAS BEEN LOOKED AT BY SOMEONE ALREADY - IT
000000 *> IS FILED ON THE HISTORY BUT NOT SCREENED. THE SAME REFERENCE
000000 *> ALREADY ON THE HISTORY IS A RESTART AND IS TREATED AS IT WAS
000000 *> THE FIRST TIME. A SUSPECT IS LISTED ON DUPRPT WITH THE
000000 *> EARLIER DETAIL IT IS LIKE, BOTH SOURCE SYSTEMS AND BATCH
000000 *> DATES, AND THEN PER DUPACTION:
000000 *>   WARN     IT IS POSTED ALL THE SAME (THE DEFAULT)
000000 *>   SUSPEND  IT IS FILED ON SUSPFILE, REASON POSSIBLE
000000 *>            DUPLICATE, AND LEFT OUT OF TRANEDTD
000000 *> PARMREPO, THROUGH PARMSVC ON THE BUSINESS DATE:
000000 *>   DUPWINDOW  PRIOR BUSINESS DAYS COMPARED, 2 DIGITS (05)
000000 *>   DUPTOLER   AMOUNT TOLERANCE, 7 DIGITS, THE LAST TWO THE
000000 *>              CENTS, AS HOLDLIMccc (0000000 - EXACT)
000000 *>   DUPACTION  WARN OR SUSPEND (WARN)
000000 *> BUSINESS DAYS ARE THE DATES NOT ON THE ENTITY'S CALFILE.
000000 *> HISTORY SCREENED BEFORE THE WINDOW IS PURGED AT THE END.
000000 *> RETURN CODES:
000000 *>   0  NOTHING SUSPECTED
000000 *>   4  SUSPECTS WARNED OR SUSPENDED, OR NO CALFILE (EVERY DAY
000000 *>      TAKEN AS A BUSINESS DAY) - SEE DUPRPT
000000 *>   8  NO TRANEDTD, NO DUPHIST, NO SUSPFILE TO SUSPEND TO, A
000000 *>      SUSPENSE WRITE FAILED, OR TRANEDTD DOES NOT AGREE WITH
000000 *>      ITS OWN TRAILER - DUPSCRD IS NOT TO BE USED
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. DUPSCRN.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT EDITED-FILE ASSIGN TO "TRANEDTD"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-EDIT-FILE-STATUS.
000180     SELECT SCREENED-FILE ASSIGN TO "DUPSCRD"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-SCRD-FILE-STATUS.
000210     SELECT DUP-FILE ASSIGN TO "DUPHIST"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS DUPH-KEY
000250         FILE STATUS IS WS-DUP-FILE-STATUS.
000260     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS SUSP-KEY
000300         FILE STATUS IS WS-SUSP-FILE-STATUS.
000310     SELECT OPTIONAL CAL-FILE ASSIGN TO "CALFILE"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS CAL-DATE
000350         FILE STATUS IS WS-CAL-FILE-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  EDITED-FILE.
000390 01  EDITED-RECORD PIC X(80).
000400 FD  SCREENED-FILE.
000410 01  SCREENED-RECORD PIC X(80).
000420 FD  DUP-FILE.
000430     COPY DUPHIST.
000440 FD  SUSPENSE-FILE.
000450     COPY SUSPREC.
000460 FD  CAL-FILE.
000470     COPY CALREC.
000480 WORKING-STORAGE SECTION.
000490     COPY PARMLINK.
000500     COPY PRTLINK.
000510     77 WS-EDIT-FILE-STATUS PIC XX VALUE '00'.
000520     77 WS-SCRD-FILE-STATUS PIC XX VALUE '00'.
000530     77 WS-DUP-FILE-STATUS PIC XX VALUE '00'.
000540     77 WS-SUSP-FILE-STATUS PIC XX VALUE '00'.
000550     77 WS-CAL-FILE-STATUS PIC XX VALUE '00'.
000560     77 WS-EDIT-EOF-SW PIC X VALUE 'N'.
000570         88 EDIT-EOF VALUE 'Y'.
000580     77 WS-EDIT-OPEN-SW PIC X VALUE 'N'.
000590         88 EDIT-OPEN VALUE 'Y'.
000600     77 WS-SCRD-OPEN-SW PIC X VALUE 'N'.
000610         88 SCREENED-OPEN VALUE 'Y'.
000620     77 WS-DUP-OPEN-SW PIC X VALUE 'N'.
000630         88 HISTORY-OPEN VALUE 'Y'.
000640     77 WS-SUSP-OPEN-SW PIC X VALUE 'N'.
000650         88 SUSPENSE-OPEN VALUE 'Y'.
000660     77 WS-CAL-OPEN-SW PIC X VALUE 'N'.
000670         88 CALENDAR-OPEN VALUE 'Y'.
000680     77 WS-BUS-DAY-SW PIC X VALUE 'N'.
000690         88 BUSINESS-DAY VALUE 'Y'.
000700     77 WS-ACTION-SW PIC X VALUE 'W'.
000710         88 SUSPEND-MODE VALUE 'S'.
000720     77 WS-HEADER-SEEN-SW PIC X VALUE 'N'.
000730         88 HEADER-SEEN VALUE 'Y'.
000740     77 WS-TRAILER-SEEN-SW PIC X VALUE 'N'.
000750         88 TRAILER-SEEN VALUE 'Y'.
000760     77 WS-FOUND-SW PIC X VALUE 'N'.
000770         88 ENTRY-FOUND VALUE 'Y'.
000780     77 WS-MATCH-SW PIC X VALUE 'N'.
000790         88 MATCH-FOUND VALUE 'Y'.
000800     77 WS-SCAN-END-SW PIC X VALUE 'N'.
000810         88 SCAN-END VALUE 'Y'.
000820     77 WS-WRITE-DONE-SW PIC X VALUE 'N'.
000830         88 WRITE-DONE VALUE 'Y'.
000840     77 WS-SUSP-FAILED-SW PIC X VALUE 'N'.
000850         88 SUSPENSE-FAILED VALUE 'Y'.
000860     77 WS-NEW-STATUS PIC X VALUE 'P'.
000870     77 WS-NEXT-SEQ PIC 9(4) VALUE ZERO.
000880     77 WS-WINDOW-DAYS PIC 9(2) VALUE 5.
000890     77 WS-DAYS-BACK PIC 9(2) COMP VALUE ZERO.
000900     77 WS-SCAN-TRIES PIC 9(3) COMP VALUE ZERO.
000910     77 WS-CUTOFF-DATE PIC 9(6) VALUE ZERO.
000920     77 WS-TOLERANCE PIC 9(5)V99 VALUE ZERO.
000930     77 WS-NUM1-KEY PIC 9(6)V99 VALUE ZERO.
000940     77 WS-NUM2-KEY PIC 9(6)V99 VALUE ZERO.
000950     77 WS-LOW-KEY PIC S9(6)V99 VALUE ZERO.
000960     77 WS-HIGH-KEY PIC 9(6)V99 VALUE ZERO.
000970     77 WS-NUM2-DIFF PIC S9(6)V99 VALUE ZERO.
000980     77 WS-MONTH-DAYS PIC 9(2) VALUE ZERO.
000990     77 WS-YY-QUOTIENT PIC 9(4) VALUE ZERO.
001000     77 WS-YY-REMAINDER PIC 9(4) VALUE ZERO.
001010     77 WS-READ-COUNT PIC 9(7) VALUE ZERO.
001020     77 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
001030     77 WS-RECYCLED-COUNT PIC 9(7) VALUE ZERO.
001040     77 WS-SCREENED-COUNT PIC 9(7) VALUE ZERO.
001050     77 WS-RESTART-COUNT PIC 9(7) VALUE ZERO.
001060     77 WS-SUSPECT-COUNT PIC 9(7) VALUE ZERO.
001070     77 WS-WARNED-COUNT PIC 9(7) VALUE ZERO.
001080     77 WS-SUSPENDED-COUNT PIC 9(7) VALUE ZERO.
001090     77 WS-DROPPED-COUNT PIC 9(7) VALUE ZERO.
001100     77 WS-OUT-COUNT PIC 9(7) VALUE ZERO.
001110     77 WS-PURGED-COUNT PIC 9(7) VALUE ZERO.
001120     77 WS-IN-HASH PIC S9(11)V99 VALUE ZERO.
001130     77 WS-OUT-HASH PIC S9(11)V99 VALUE ZERO.
001140     77 WS-NUM1-EDIT PIC -(5)9.99.
001150     77 WS-NUM2-EDIT PIC -(5)9.99.
001160     77 WS-TOLER-EDIT PIC Z(4)9.99.
001170     77 WS-ACTION-TEXT PIC X(30).
001180     77 WS-REPORT-LINE PIC X(120).
001190     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'DUPSCRN'.
001200     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
001210     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
001220     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
001230     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
001240     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
001250     77 WS-DUP-RC PIC S9(4) VALUE ZERO.
001260 01  WS-ENTITY-AREA.
001270     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
001280     05 FILLER PIC X(4) VALUE SPACES.
001290 01  WS-ENT-SHOW PIC X(4) VALUE 'HOME'.
001300 01  WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
001310*>    THE HEADER TONIGHT'S DETAILS ARE COMING UNDER - THE SAME
001320*>    BYTES 2-17 TRANEDIT KEEPS.
001330 01  WS-HEADER-AREA.
001340     05 WS-HDR-DATE PIC 9(6) VALUE ZERO.
001350     05 WS-HDR-SOURCE PIC X(8) VALUE SPACES.
001360     05 WS-HDR-ENTITY PIC X(2) VALUE SPACES.
001370 01  WS-DETAIL-AREA.
001380     05 WS-DTL-NUM1 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
001390     05 WS-DTL-NUM2 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
001400     05 WS-DTL-CURRENCY PIC X(3).
001410     05 WS-DTL-ACCOUNT PIC X(10).
001420 01  WS-TRAN-REF.
001430     05 WS-REF-SOURCE PIC X(8).
001440     05 WS-REF-DATE PIC 9(6).
001450     05 WS-REF-SEQ PIC 9(7).
001460*>    THE EARLIER DETAIL A SUSPECT IS LIKE, KEPT FROM THE
001470*>    HISTORY BEFORE THE SUSPECT'S OWN ENTRY IS FILED.
001480 01  WS-MATCH-AREA.
001490     05 WS-MATCH-REF.
001500         10 WS-MATCH-SOURCE PIC X(8).
001510         10 WS-MATCH-DATE PIC 9(6).
001520         10 WS-MATCH-SEQ PIC 9(7).
001530     05 WS-MATCH-NUM1 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
001540     05 WS-MATCH-NUM2 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
001550     05 WS-MATCH-ACCOUNT PIC X(10).
001560     05 WS-MATCH-RUN-DATE PIC 9(6).
001570*>    THE DUPTOLER VALUE AS PARMREPO CARRIES IT.
001580 01  WS-TOLER-DIGITS PIC 9(7) VALUE ZERO.
001590 01  WS-TOLER-AMOUNT REDEFINES WS-TOLER-DIGITS PIC 9(5)V99.
001600 01  WS-IN-TRAILER.
001610     05 WS-IN-TRL-COUNT PIC 9(7).
001620     05 WS-IN-TRL-HASH PIC S9(11)V99
001630         SIGN IS TRAILING SEPARATE.
001640 01  WS-OUT-TRAILER.
001650     05 WS-OUT-TRL-TYPE PIC X.
001660     05 WS-OUT-TRL-COUNT PIC 9(7).
001670     05 WS-OUT-TRL-HASH PIC S9(11)V99
001680         SIGN IS TRAILING SEPARATE.
001690 01  WS-SCAN-DATE-AREA.
001700     05 WS-SCAN-DATE PIC 9(6) VALUE ZERO.
001710     05 WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
001720         10 WS-SCAN-YY PIC 9(2).
001730         10 WS-SCAN-MM PIC 9(2).
001740         10 WS-SCAN-DD PIC 9(2).
001750 01  MONTH-TABLE-INIT.
001760     05 FILLER PIC X(2) VALUE '31'.
001770     05 FILLER PIC X(2) VALUE '28'.
001780     05 FILLER PIC X(2) VALUE '31'.
001790     05 FILLER PIC X(2) VALUE '30'.
001800     05 FILLER PIC X(2) VALUE '31'.
001810     05 FILLER PIC X(2) VALUE '30'.
001820     05 FILLER PIC X(2) VALUE '31'.
001830     05 FILLER PIC X(2) VALUE '31'.
001840     05 FILLER PIC X(2) VALUE '30'.
001850     05 FILLER PIC X(2) VALUE '31'.
001860     05 FILLER PIC X(2) VALUE '30'.
001870     05 FILLER PIC X(2) VALUE '31'.
001880 01  MONTH-TABLE REDEFINES MONTH-TABLE-INIT.
001890     05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
001900 PROCEDURE DIVISION.
001910 0000-MAIN.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     IF WS-DUP-RC < 8
001940         PERFORM 2000-READ-RECORD THRU 2000-EXIT
001950             UNTIL EDIT-EOF
001960         PERFORM 2950-CHECK-END THRU 2950-EXIT
001970     END-IF.
001980     IF WS-DUP-RC < 8
001990         PERFORM 3000-PURGE-HISTORY THRU 3000-EXIT
002000     END-IF.
002010     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002030     GOBACK.
002040
002050 1000-INITIALIZE.
002060     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
002070         WS-AUDIT-RC.
002080     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
002090         WS-RUNCTL-RC
002100         ON EXCEPTION
002110             ACCEPT WS-BUSINESS-DATE FROM DATE
002120     END-CALL.
002130     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
002140         ON EXCEPTION
002150             MOVE SPACES TO WS-ENTITY-AREA
002160     END-CALL.
002170     IF WS-RUN-ENTITY NOT = SPACES
002180         MOVE WS-RUN-ENTITY TO WS-ENT-SHOW
002190     END-IF.
002200     MOVE 'OPEN' TO PRT-FUNC.
002210     MOVE 'DUPRPT' TO PRT-DDNAME.
002220     MOVE 'NEAR-DUPLICATE TRANSACTION SCREEN' TO PRT-TITLE.
002230     MOVE 'V01.00' TO PRT-VERSION.
002240     CALL 'PRINTSVC' USING PRINT-AREA.
002250     PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT.
002260     OPEN INPUT CAL-FILE.
002270     IF WS-CAL-FILE-STATUS = '00' OR WS-CAL-FILE-STATUS = '05'
002280         MOVE 'Y' TO WS-CAL-OPEN-SW
002290     END-IF.
002300     PERFORM 1200-FIND-CUTOFF THRU 1200-EXIT.
002310     MOVE WS-TOLERANCE TO WS-TOLER-EDIT.
002320     MOVE SPACES TO WS-REPORT-LINE.
002330     STRING 'ENTITY ' WS-ENT-SHOW '  BUSINESS DATE '
002340         WS-BUSINESS-DATE '  WINDOW ' WS-WINDOW-DAYS
002350         ' PRIOR BUSINESS DAYS, SCREENED FROM ' WS-CUTOFF-DATE
002360         '  TOLERANCE ' WS-TOLER-EDIT
002370         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002380     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002390     MOVE SPACES TO WS-REPORT-LINE.
002400     IF SUSPEND-MODE
002410         MOVE 'ACTION SUSPEND - A SUSPECT GOES TO SUSPFILE'
002420             TO WS-REPORT-LINE
002430     ELSE
002440         MOVE 'ACTION WARN - A SUSPECT IS REPORTED AND POSTED'
002450             TO WS-REPORT-LINE
002460     END-IF.
002470     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002480     IF NOT CALENDAR-OPEN
002490         MOVE SPACES TO WS-REPORT-LINE
002500         STRING '*** NO CALFILE - EVERY DAY TAKEN AS A BUSINESS '
002510             'DAY' DELIMITED BY SIZE INTO WS-REPORT-LINE
002520         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002530         MOVE 4 TO WS-DUP-RC
002540     END-IF.
002550     OPEN INPUT EDITED-FILE.
002560     IF WS-EDIT-FILE-STATUS NOT = '00'
002570         DISPLAY 'DUPSCRN - TRANEDTD OPEN FAILED, STATUS='
002580             WS-EDIT-FILE-STATUS
002590         MOVE '*** NO TRANEDTD - NOTHING SCREENED, RC=8'
002600             TO WS-REPORT-LINE
002610         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002620         MOVE 8 TO WS-DUP-RC
002630         GO TO 1000-EXIT
002640     END-IF.
002650     MOVE 'Y' TO WS-EDIT-OPEN-SW.
002660     OPEN I-O DUP-FILE.
002670     IF WS-DUP-FILE-STATUS = '35'
002680*>        FIRST EVER RUN - CREATE THE EMPTY CLUSTER AND REOPEN.
002690         OPEN OUTPUT DUP-FILE
002700         CLOSE DUP-FILE
002710         OPEN I-O DUP-FILE
002720     END-IF.
002730     IF WS-DUP-FILE-STATUS NOT = '00'
002740         DISPLAY 'DUPSCRN - DUPHIST OPEN FAILED, STATUS='
002750             WS-DUP-FILE-STATUS
002760         MOVE '*** NO DUPHIST - NOTHING SCREENED, RC=8'
002770             TO WS-REPORT-LINE
002780         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002790         MOVE 8 TO WS-DUP-RC
002800         GO TO 1000-EXIT
002810     END-IF.
002820     MOVE 'Y' TO WS-DUP-OPEN-SW.
002830     IF SUSPEND-MODE
002840         PERFORM 1300-OPEN-SUSPENSE THRU 1300-EXIT
002850         IF NOT SUSPENSE-OPEN
002860             GO TO 1000-EXIT
002870         END-IF
002880     END-IF.
002890     OPEN OUTPUT SCREENED-FILE.
002900     IF WS-SCRD-FILE-STATUS NOT = '00'
002910         DISPLAY 'DUPSCRN - DUPSCRD OPEN FAILED, STATUS='
002920             WS-SCRD-FILE-STATUS
002930         MOVE 8 TO WS-DUP-RC
002940         GO TO 1000-EXIT
002950     END-IF.
002960     MOVE 'Y' TO WS-SCRD-OPEN-SW.
002970     MOVE SPACES TO WS-REPORT-LINE.
002980     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002990 1000-EXIT.
003000     EXIT.
003010
003020*>    WHATEVER IS NOT SET, OR NOT READABLE, KEEPS ITS DEFAULT -
003030*>    FIVE DAYS, EXACT AMOUNTS, WARN ONLY.
003040 1100-GET-PARAMETERS.
003050     MOVE 'DUPWINDOW' TO PSVC-NAME.
003060     PERFORM 1150-CALL-PARMSVC THRU 1150-EXIT.
003070     IF PSVC-RC = ZERO AND PSVC-VALUE(1:2) IS NUMERIC
003080         MOVE PSVC-VALUE(1:2) TO WS-WINDOW-DAYS
003090     END-IF.
003100     MOVE 'DUPTOLER' TO PSVC-NAME.
003110     PERFORM 1150-CALL-PARMSVC THRU 1150-EXIT.
003120     IF PSVC-RC = ZERO AND PSVC-VALUE(1:7) IS NUMERIC
003130         MOVE PSVC-VALUE(1:7) TO WS-TOLER-DIGITS
003140         MOVE WS-TOLER-AMOUNT TO WS-TOLERANCE
003150     END-IF.
003160     MOVE 'DUPACTION' TO PSVC-NAME.
003170     PERFORM 1150-CALL-PARMSVC THRU 1150-EXIT.
003180     IF PSVC-RC = ZERO AND PSVC-VALUE(1:7) = 'SUSPEND'
003190         MOVE 'S' TO WS-ACTION-SW
003200     END-IF.
003210 1100-EXIT.
003220     EXIT.
003230
003240 1150-CALL-PARMSVC.
003250     MOVE WS-BUSINESS-DATE TO PSVC-DATE.
003260     MOVE SPACES TO PSVC-VALUE.
003270     CALL 'PARMSVC' USING PARMSVC-AREA
003280         ON EXCEPTION
003290             MOVE 4 TO PSVC-RC
003300     END-CALL.
003310 1150-EXIT.
003320     EXIT.
003330
003340*>    THE OLDEST RUN DATE STILL IN THE WINDOW - THE BUSINESS
003350*>    DATE STEPPED BACK DUPWINDOW DATES NOT ON CALFILE. YEARS
003360*>    ARE 20XX, SO THE MOD-4 LEAP TEST HOLDS. A CALENDAR FILED
003370*>    SOLID FOR TWO MONTHS ENDS THE SEARCH WHERE IT GOT TO.
003380 1200-FIND-CUTOFF.
003390     MOVE WS-BUSINESS-DATE TO WS-SCAN-DATE.
003400     MOVE ZERO TO WS-DAYS-BACK.
003410     MOVE ZERO TO WS-SCAN-TRIES.
003420     PERFORM 1250-PRIOR-BUSINESS-DAY THRU 1250-EXIT
003430         UNTIL WS-DAYS-BACK NOT < WS-WINDOW-DAYS
003440         OR WS-SCAN-TRIES > 60.
003450     MOVE WS-SCAN-DATE TO WS-CUTOFF-DATE.
003460 1200-EXIT.
003470     EXIT.
003480
003490 1250-PRIOR-BUSINESS-DAY.
003500     PERFORM 1270-RETREAT-DAY THRU 1270-EXIT.
003510     ADD 1 TO WS-SCAN-TRIES.
003520     MOVE 'Y' TO WS-BUS-DAY-SW.
003530     IF CALENDAR-OPEN
003540         MOVE WS-SCAN-DATE TO CAL-DATE
003550         READ CAL-FILE
003560             NOT INVALID KEY
003570                 MOVE 'N' TO WS-BUS-DAY-SW
003580         END-READ
003590     END-IF.
003600     IF BUSINESS-DAY
003610         ADD 1 TO WS-DAYS-BACK
003620     END-IF.
003630 1250-EXIT.
003640     EXIT.
003650
003660 1270-RETREAT-DAY.
003670     IF WS-SCAN-DD > 1
003680         SUBTRACT 1 FROM WS-SCAN-DD
003690         GO TO 1270-EXIT
003700     END-IF.
003710     IF WS-SCAN-MM > 1
003720         SUBTRACT 1 FROM WS-SCAN-MM
003730     ELSE
003740         MOVE 12 TO WS-SCAN-MM
003750         SUBTRACT 1 FROM WS-SCAN-YY
003760     END-IF.
003770     MOVE MONTH-DAYS(WS-SCAN-MM) TO WS-MONTH-DAYS.
003780     DIVIDE WS-SCAN-YY BY 4 GIVING WS-YY-QUOTIENT
003790         REMAINDER WS-YY-REMAINDER.
003800     IF WS-SCAN-MM = 2 AND WS-YY-REMAINDER = ZERO
003810         MOVE 29 TO WS-MONTH-DAYS
003820     END-IF.
003830     MOVE WS-MONTH-DAYS TO WS-SCAN-DD.
003840 1270-EXIT.
003850     EXIT.
003860
003870*>    ONLY WANTED WHEN SUSPECTS ARE TO BE SUSPENDED. WITHOUT IT
003880*>    NOTHING IS SCREENED - WARNING INSTEAD WOULD POST WHAT THE
003890*>    PARAMETER SAYS IS TO BE HELD BACK.
003900 1300-OPEN-SUSPENSE.
003910     OPEN I-O SUSPENSE-FILE.
003920     IF WS-SUSP-FILE-STATUS = '35'
003930         OPEN OUTPUT SUSPENSE-FILE
003940         CLOSE SUSPENSE-FILE
003950         OPEN I-O SUSPENSE-FILE
003960     END-IF.
003970     IF WS-SUSP-FILE-STATUS NOT = '00'
003980         DISPLAY 'DUPSCRN - SUSPFILE OPEN FAILED, STATUS='
003990             WS-SUSP-FILE-STATUS
004000         MOVE '*** NO SUSPFILE TO SUSPEND TO - NOTHING SCREENED'
004010             TO WS-REPORT-LINE
004020         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004030         MOVE 8 TO WS-DUP-RC
004040         GO TO 1300-EXIT
004050     END-IF.
004060     MOVE 'Y' TO WS-SUSP-OPEN-SW.
004070 1300-EXIT.
004080     EXIT.
004090
004110*>    ONE PASS OF TRANEDTD. HEADERS GO STRAIGHT THROUGH, EACH
004120*>    DETAIL IS SCREENED, THE TRAILER IS CHECKED AND REPLACED.
004140 2000-READ-RECORD.
004150     READ EDITED-FILE
004160         AT END
004170             MOVE 'Y' TO WS-EDIT-EOF-SW
004180         NOT AT END
004190             ADD 1 TO WS-READ-COUNT
004200             PERFORM 2100-TAKE-RECORD THRU 2100-EXIT
004210     END-READ.
004220 2000-EXIT.
004230     EXIT.
004240
004250 2100-TAKE-RECORD.
004260     EVALUATE EDITED-RECORD(1:1)
004270         WHEN 'H'
004280             MOVE EDITED-RECORD(2:16) TO WS-HEADER-AREA
004290             MOVE 'Y' TO WS-HEADER-SEEN-SW
004300             WRITE SCREENED-RECORD FROM EDITED-RECORD
004310         WHEN 'D'
004320             PERFORM 2200-TAKE-DETAIL THRU 2200-EXIT
004330         WHEN 'T'
004340             PERFORM 2900-TAKE-TRAILER THRU 2900-EXIT
004350         WHEN OTHER
004360             WRITE SCREENED-RECORD FROM EDITED-RECORD
004370     END-EVALUATE.
004380 2100-EXIT.
004390     EXIT.
004400
004410*>    THE HISTORY KEY OFFSETS BOTH AMOUNTS BY 100000.00 SO THE
004420*>    NEGATIVE ONES SORT BELOW THE POSITIVE. ONLY A DETAIL OF A
004430*>    FEED READ TONIGHT - ITS REFERENCE CARRIES THE SOURCE AND
004440*>    DATE OF THE HEADER IT CAME UNDER - IS SCREENED.
004450 2200-TAKE-DETAIL.
004460     ADD 1 TO WS-DETAIL-COUNT.
004470     MOVE EDITED-RECORD(2:29) TO WS-DETAIL-AREA.
004480     MOVE EDITED-RECORD(31:21) TO WS-TRAN-REF.
004490     ADD WS-DTL-NUM1 TO WS-IN-HASH.
004500     ADD WS-DTL-NUM2 TO WS-IN-HASH.
004510     COMPUTE WS-NUM1-KEY = WS-DTL-NUM1 + 100000.
004520     COMPUTE WS-NUM2-KEY = WS-DTL-NUM2 + 100000.
004530     IF NOT HEADER-SEEN
004540         OR WS-REF-SOURCE NOT = WS-HDR-SOURCE
004550         OR WS-REF-DATE NOT = WS-HDR-DATE
004560         ADD 1 TO WS-RECYCLED-COUNT
004570         MOVE 'P' TO WS-NEW-STATUS
004580         PERFORM 2700-FILE-ENTRY THRU 2700-EXIT
004590         PERFORM 2800-PASS-DETAIL THRU 2800-EXIT
004600         GO TO 2200-EXIT
004610     END-IF.
004620     ADD 1 TO WS-SCREENED-COUNT.
004630     PERFORM 2250-READ-OWN-ENTRY THRU 2250-EXIT.
004640     IF ENTRY-FOUND
004650         PERFORM 2300-TAKE-RESTART THRU 2300-EXIT
004660         GO TO 2200-EXIT
004670     END-IF.
004680     PERFORM 2400-SEARCH-HISTORY THRU 2400-EXIT.
004690     IF NOT MATCH-FOUND
004700         MOVE 'P' TO WS-NEW-STATUS
004710         PERFORM 2700-FILE-ENTRY THRU 2700-EXIT
004720         PERFORM 2800-PASS-DETAIL THRU 2800-EXIT
004730         GO TO 2200-EXIT
004740     END-IF.
004750     ADD 1 TO WS-SUSPECT-COUNT.
004760     IF SUSPEND-MODE
004770         PERFORM 2600-SUSPEND-DETAIL THRU 2600-EXIT
004780         GO TO 2200-EXIT
004790     END-IF.
004800     ADD 1 TO WS-WARNED-COUNT.
004810     MOVE 'WARNED - POSTED' TO WS-ACTION-TEXT.
004820     PERFORM 2500-REPORT-SUSPECT THRU 2500-EXIT.
004830     MOVE 'W' TO WS-NEW-STATUS.
004840     PERFORM 2700-FILE-ENTRY THRU 2700-EXIT.
004850     PERFORM 2800-PASS-DETAIL THRU 2800-EXIT.
004860 2200-EXIT.
004870     EXIT.
004880
004890 2250-READ-OWN-ENTRY.
004900     MOVE 'N' TO WS-FOUND-SW.
004910     MOVE WS-DTL-CURRENCY TO DUPH-CURRENCY.
004920     MOVE WS-NUM1-KEY TO DUPH-NUM1-KEY.
004930     MOVE WS-NUM2-KEY TO DUPH-NUM2-KEY.
004940     MOVE WS-TRAN-REF TO DUPH-REF.
004950     READ DUP-FILE
004960         INVALID KEY
004970             CONTINUE
004980         NOT INVALID KEY
004990             MOVE 'Y' TO WS-FOUND-SW
005000     END-READ.
005010 2250-EXIT.
005020     EXIT.
005030
005040*>    THE DETAIL'S OWN REFERENCE IS ON THE HISTORY ALREADY - THE
005050*>    STREAM IS BEING RUN AGAIN. IT GOES THE SAME WAY AS THE
005060*>    FIRST TIME: POSTED, POSTED AND REPORTED AGAIN, OR LEFT IN
005070*>    THE SUSPENSE IT WAS FILED IN THEN.
005080 2300-TAKE-RESTART.
005090     ADD 1 TO WS-RESTART-COUNT.
005100     IF DUPH-SUSPENDED
005110         ADD 1 TO WS-DROPPED-COUNT
005120         MOVE WS-DTL-NUM1 TO WS-NUM1-EDIT
005130         MOVE WS-DTL-NUM2 TO WS-NUM2-EDIT
005140         MOVE SPACES TO WS-REPORT-LINE
005150         STRING 'SUSPECT  ' WS-DTL-CURRENCY '  ' WS-NUM1-EDIT
005160             '  ' WS-NUM2-EDIT '  REF ' WS-TRAN-REF
005170             '  ALREADY IN SUSPENSE FROM ' DUPH-RUN-DATE
005180             ' - LEFT OUT'
005190             DELIMITED BY SIZE INTO WS-REPORT-LINE
005200         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
005210         GO TO 2300-EXIT
005220     END-IF.
005230     IF DUPH-CLEAN
005240         MOVE 'P' TO WS-NEW-STATUS
005250         PERFORM 2700-FILE-ENTRY THRU 2700-EXIT
005260         PERFORM 2800-PASS-DETAIL THRU 2800-EXIT
005270         GO TO 2300-EXIT
005280     END-IF.
005290     PERFORM 2400-SEARCH-HISTORY THRU 2400-EXIT.
005300     IF MATCH-FOUND
005310         ADD 1 TO WS-SUSPECT-COUNT
005320         ADD 1 TO WS-WARNED-COUNT
005330         MOVE 'WARNED BEFORE - POSTED' TO WS-ACTION-TEXT
005340         PERFORM 2500-REPORT-SUSPECT THRU 2500-EXIT
005350     END-IF.
005360     MOVE 'W' TO WS-NEW-STATUS.
005370     PERFORM 2700-FILE-ENTRY THRU 2700-EXIT.
005380     PERFORM 2800-PASS-DETAIL THRU 2800-EXIT.
005390 2300-EXIT.
005400     EXIT.
005410
005420*>    EVERYTHING WITHIN THE TOLERANCE OF NUM1 IN THE SAME
005430*>    CURRENCY IS ONE RUN OF KEYS FROM (NUM1 - TOLERANCE). THE
005440*>    FIRST ONE IN THE WINDOW, POSTED, WITH NUM2 WITHIN THE
005450*>    TOLERANCE TOO AND ANOTHER REFERENCE, IS THE MATCH.
005460 2400-SEARCH-HISTORY.
005470     MOVE 'N' TO WS-MATCH-SW.
005480     MOVE 'N' TO WS-SCAN-END-SW.
005490     COMPUTE WS-LOW-KEY = WS-NUM1-KEY - WS-TOLERANCE.
005500     IF WS-LOW-KEY < ZERO
005510         MOVE ZERO TO WS-LOW-KEY
005520     END-IF.
005530     COMPUTE WS-HIGH-KEY = WS-NUM1-KEY + WS-TOLERANCE.
005540     MOVE LOW-VALUES TO DUPH-KEY.
005550     MOVE WS-DTL-CURRENCY TO DUPH-CURRENCY.
005560     MOVE WS-LOW-KEY TO DUPH-NUM1-KEY.
005570     START DUP-FILE KEY NOT < DUPH-KEY
005580         INVALID KEY
005590             MOVE 'Y' TO WS-SCAN-END-SW
005600     END-START.
005610     PERFORM 2450-READ-CANDIDATE THRU 2450-EXIT
005620         UNTIL SCAN-END OR MATCH-FOUND.
005630 2400-EXIT.
005640     EXIT.
005650
005660 2450-READ-CANDIDATE.
005670     READ DUP-FILE NEXT
005680         AT END
005690             MOVE 'Y' TO WS-SCAN-END-SW
005700             GO TO 2450-EXIT
005710     END-READ.
005720     IF DUPH-CURRENCY NOT = WS-DTL-CURRENCY
005730         OR DUPH-NUM1-KEY > WS-HIGH-KEY
005740         MOVE 'Y' TO WS-SCAN-END-SW
005750         GO TO 2450-EXIT
005760     END-IF.
005770     IF DUPH-REF = WS-TRAN-REF
005780         OR NOT DUPH-POSTED
005790         OR DUPH-RUN-DATE < WS-CUTOFF-DATE
005800         GO TO 2450-EXIT
005810     END-IF.
005820     COMPUTE WS-NUM2-DIFF = DUPH-NUM2 - WS-DTL-NUM2.
005830     IF WS-NUM2-DIFF < ZERO
005840         COMPUTE WS-NUM2-DIFF = ZERO - WS-NUM2-DIFF
005850     END-IF.
005860     IF WS-NUM2-DIFF > WS-TOLERANCE
005870         GO TO 2450-EXIT
005880     END-IF.
005890     MOVE 'Y' TO WS-MATCH-SW.
005900     MOVE DUPH-REF TO WS-MATCH-REF.
005910     MOVE DUPH-NUM1 TO WS-MATCH-NUM1.
005920     MOVE DUPH-NUM2 TO WS-MATCH-NUM2.
005930     MOVE DUPH-ACCOUNT TO WS-MATCH-ACCOUNT.
005940     MOVE DUPH-RUN-DATE TO WS-MATCH-RUN-DATE.
005950 2450-EXIT.
005960     EXIT.
005970
005980*>    THE SUSPECT, THEN THE EARLIER DETAIL IT IS LIKE - SOURCE
005990*>    SYSTEM AND BATCH DATE OF EACH COME FROM THE REFERENCES.
006000 2500-REPORT-SUSPECT.
006010     MOVE WS-DTL-NUM1 TO WS-NUM1-EDIT.
006020     MOVE WS-DTL-NUM2 TO WS-NUM2-EDIT.
006030     MOVE SPACES TO WS-REPORT-LINE.
006040     STRING 'SUSPECT  ' WS-DTL-CURRENCY '  ' WS-NUM1-EDIT '  '
006050         WS-NUM2-EDIT '  ACCT ' WS-DTL-ACCOUNT '  SOURCE '
006060         WS-REF-SOURCE '  BATCH ' WS-REF-DATE '  '
006070         WS-ACTION-TEXT
006080         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006090     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006100     MOVE WS-MATCH-NUM1 TO WS-NUM1-EDIT.
006110     MOVE WS-MATCH-NUM2 TO WS-NUM2-EDIT.
006120     MOVE SPACES TO WS-REPORT-LINE.
006130     STRING '  LIKE   ' WS-DTL-CURRENCY '  ' WS-NUM1-EDIT '  '
006140         WS-NUM2-EDIT '  ACCT ' WS-MATCH-ACCOUNT '  SOURCE '
006150         WS-MATCH-SOURCE '  BATCH ' WS-MATCH-DATE
006160         '  SCREENED ' WS-MATCH-RUN-DATE
006170         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006180     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006190     MOVE SPACES TO WS-REPORT-LINE.
006200     STRING '         REF ' WS-TRAN-REF '  EARLIER REF '
006210         WS-MATCH-REF
006220         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006230     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006240     IF WS-DUP-RC < 4
006250         MOVE 4 TO WS-DUP-RC
006260     END-IF.
006270 2500-EXIT.
006280     EXIT.
006290
006300*>    THE LATER COPY GOES TO SUSPENSE FOR SOMEONE TO RELEASE OR
006310*>    DECLINE AT THE SUSPENSE SCREEN. A FAILED WRITE POSTS IT
006320*>    INSTEAD, UNFILED, AND ENDS RC=8 SO TONIGHT'S DUPSCRD IS
006330*>    NOT USED - A RERUN SCREENS IT AFRESH.
006340 2600-SUSPEND-DETAIL.
006350     IF SUSPENSE-FAILED
006360         MOVE 'NOT SUSPENDED - SUSPFILE FAILED' TO WS-ACTION-TEXT
006370         PERFORM 2500-REPORT-SUSPECT THRU 2500-EXIT
006380         PERFORM 2800-PASS-DETAIL THRU 2800-EXIT
006390         GO TO 2600-EXIT
006400     END-IF.
006410     MOVE SPACES TO SUSP-RECORD.
006420     MOVE WS-BUSINESS-DATE TO SUSP-DATE.
006430     MOVE WS-DTL-NUM1 TO SUSP-NUM1.
006440     MOVE WS-DTL-NUM2 TO SUSP-NUM2.
006450     MOVE WS-DTL-CURRENCY TO SUSP-CURRENCY.
006460     MOVE 'POSSIBLE DUPLICATE' TO SUSP-REASON.
006470     MOVE WS-DTL-ACCOUNT TO SUSP-ACCOUNT.
006480     MOVE WS-TRAN-REF TO SUSP-REF.
006490     MOVE 'N' TO WS-WRITE-DONE-SW.
006500     PERFORM 2650-TRY-SUSPENSE THRU 2650-EXIT
006510         UNTIL WRITE-DONE.
006520     IF SUSPENSE-FAILED
006530         MOVE 'NOT SUSPENDED - SUSPFILE FAILED' TO WS-ACTION-TEXT
006540         PERFORM 2500-REPORT-SUSPECT THRU 2500-EXIT
006550         PERFORM 2800-PASS-DETAIL THRU 2800-EXIT
006560         MOVE 8 TO WS-DUP-RC
006570         GO TO 2600-EXIT
006580     END-IF.
006590     ADD 1 TO WS-SUSPENDED-COUNT.
006600     MOVE SPACES TO WS-ACTION-TEXT.
006610     STRING 'TO SUSPENSE ' SUSP-KEY
006620         DELIMITED BY SIZE INTO WS-ACTION-TEXT.
006630     PERFORM 2500-REPORT-SUSPECT THRU 2500-EXIT.
006640     MOVE 'S' TO WS-NEW-STATUS.
006650     PERFORM 2700-FILE-ENTRY THRU 2700-EXIT.
006660 2600-EXIT.
006670     EXIT.
006680
006690*>    THE NEXT FREE SEQUENCE UNDER TONIGHT'S DATE, THE WAY
006700*>    SUSPLOAD FILES ITS REJECTS.
006710 2650-TRY-SUSPENSE.
006720     ADD 1 TO WS-NEXT-SEQ.
006730     MOVE WS-NEXT-SEQ TO SUSP-SEQ.
006740     WRITE SUSP-RECORD
006750         INVALID KEY
006760             CONTINUE
006770         NOT INVALID KEY
006780             MOVE 'Y' TO WS-WRITE-DONE-SW
006790     END-WRITE.
006800     IF WS-WRITE-DONE-SW = 'N'
006810         AND WS-SUSP-FILE-STATUS NOT = '22'
006820         DISPLAY 'DUPSCRN - SUSPFILE WRITE FAILED, STATUS='
006830             WS-SUSP-FILE-STATUS
006840         MOVE 'Y' TO WS-WRITE-DONE-SW
006850         MOVE 'Y' TO WS-SUSP-FAILED-SW
006860     END-IF.
006870 2650-EXIT.
006880     EXIT.
006890
006900*>    THE DETAIL'S OWN HISTORY ENTRY, UNDER TONIGHT'S RUN DATE -
006910*>    ADDED, OR REPLACED WHEN THE REFERENCE IS THERE ALREADY (A
006920*>    RESTART, OR A SUSPENDED ITEM BACK ON THE RECYCLE SLICE).
006930 2700-FILE-ENTRY.
006940     MOVE SPACES TO DUPH-RECORD.
006950     MOVE WS-DTL-CURRENCY TO DUPH-CURRENCY.
006960     MOVE WS-NUM1-KEY TO DUPH-NUM1-KEY.
006970     MOVE WS-NUM2-KEY TO DUPH-NUM2-KEY.
006980     MOVE WS-TRAN-REF TO DUPH-REF.
006990     MOVE WS-NEW-STATUS TO DUPH-STATUS.
007000     MOVE WS-DTL-NUM1 TO DUPH-NUM1.
007010     MOVE WS-DTL-NUM2 TO DUPH-NUM2.
007020     MOVE WS-DTL-ACCOUNT TO DUPH-ACCOUNT.
007030     MOVE WS-BUSINESS-DATE TO DUPH-RUN-DATE.
007040     WRITE DUPH-RECORD
007050         INVALID KEY
007060             REWRITE DUPH-RECORD
007070                 INVALID KEY
007080                     DISPLAY 'DUPSCRN - DUPHIST REWRITE FAILED, '
007090                         'STATUS=' WS-DUP-FILE-STATUS ' REF '
007100                         WS-TRAN-REF
007110             END-REWRITE
007120     END-WRITE.
007130 2700-EXIT.
007140     EXIT.
007150
007160 2800-PASS-DETAIL.
007170     WRITE SCREENED-RECORD FROM EDITED-RECORD.
007180     ADD 1 TO WS-OUT-COUNT.
007190     ADD WS-DTL-NUM1 TO WS-OUT-HASH.
007200     ADD WS-DTL-NUM2 TO WS-OUT-HASH.
007210 2800-EXIT.
007220     EXIT.
007230
007240*>    TRANEDIT'S TRAILER MUST AGREE WITH WHAT WAS READ BEFORE A
007250*>    NEW ONE IS WRITTEN FOR WHAT WAS PASSED - OTHERWISE A SHORT
007260*>    TRANEDTD WOULD GO ON WITH A TRAILER THAT MATCHED IT.
007270 2900-TAKE-TRAILER.
007280     MOVE 'Y' TO WS-TRAILER-SEEN-SW.
007290     MOVE EDITED-RECORD(2:21) TO WS-IN-TRAILER.
007300     IF WS-IN-TRL-COUNT NOT = WS-DETAIL-COUNT
007310         OR WS-IN-TRL-HASH NOT = WS-IN-HASH
007320         MOVE SPACES TO WS-REPORT-LINE
007330         STRING '*** TRANEDTD TRAILER COUNT ' WS-IN-TRL-COUNT
007340             ' BUT ' WS-DETAIL-COUNT ' DETAILS READ, OR THE '
007350             'HASH DISAGREES - RC=8'
007360             DELIMITED BY SIZE INTO WS-REPORT-LINE
007370         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007380         MOVE 8 TO WS-DUP-RC
007390         MOVE 'Y' TO WS-EDIT-EOF-SW
007400         GO TO 2900-EXIT
007410     END-IF.
007420     MOVE 'T' TO WS-OUT-TRL-TYPE.
007430     MOVE WS-OUT-COUNT TO WS-OUT-TRL-COUNT.
007440     MOVE WS-OUT-HASH TO WS-OUT-TRL-HASH.
007450     WRITE SCREENED-RECORD FROM WS-OUT-TRAILER.
007460 2900-EXIT.
007470     EXIT.
007480
007490 2950-CHECK-END.
007500     IF NOT TRAILER-SEEN AND WS-DUP-RC < 8
007510         MOVE '*** TRANEDTD HAS NO TRAILER - RC=8'
007520             TO WS-REPORT-LINE
007530         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007540         MOVE 8 TO WS-DUP-RC
007550     END-IF.
007560 2950-EXIT.
007570     EXIT.
007580
007600*>    HISTORY SCREENED BEFORE THE WINDOW CAN NO LONGER MATCH
007610*>    ANYTHING AND IS DROPPED.
007630 3000-PURGE-HISTORY.
007640     MOVE 'N' TO WS-SCAN-END-SW.
007650     MOVE LOW-VALUES TO DUPH-KEY.
007660     START DUP-FILE KEY NOT < DUPH-KEY
007670         INVALID KEY
007680             MOVE 'Y' TO WS-SCAN-END-SW
007690     END-START.
007700     PERFORM 3100-PURGE-ONE THRU 3100-EXIT
007710         UNTIL SCAN-END.
007720 3000-EXIT.
007730     EXIT.
007740
007750 3100-PURGE-ONE.
007760     READ DUP-FILE NEXT
007770         AT END
007780             MOVE 'Y' TO WS-SCAN-END-SW
007790             GO TO 3100-EXIT
007800     END-READ.
007810     IF DUPH-RUN-DATE < WS-CUTOFF-DATE
007820         DELETE DUP-FILE RECORD
007830             INVALID KEY
007840                 CONTINUE
007850             NOT INVALID KEY
007860                 ADD 1 TO WS-PURGED-COUNT
007870         END-DELETE
007880     END-IF.
007890 3100-EXIT.
007900     EXIT.
007910
007920 7000-PRINT-LINE.
007930     MOVE 'WRITE' TO PRT-FUNC.
007940     MOVE WS-REPORT-LINE TO PRT-LINE.
007950     CALL 'PRINTSVC' USING PRINT-AREA.
007960 7000-EXIT.
007970     EXIT.
007980
007990 8000-WRITE-TOTALS.
008000     MOVE SPACES TO WS-REPORT-LINE.
008010     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008020     IF WS-SUSPECT-COUNT = ZERO AND WS-DROPPED-COUNT = ZERO
008030         AND WS-DUP-RC < 8
008040         MOVE 'NO SUSPECTED DUPLICATES' TO WS-REPORT-LINE
008050         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
008060     END-IF.
008070     MOVE SPACES TO WS-REPORT-LINE.
008080     STRING 'DETAILS READ ' WS-DETAIL-COUNT
008090         '  RECYCLED/APPROVED (NOT SCREENED) ' WS-RECYCLED-COUNT
008100         '  SCREENED ' WS-SCREENED-COUNT
008110         '  RERUN ' WS-RESTART-COUNT
008120         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008130     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008140     MOVE SPACES TO WS-REPORT-LINE.
008150     STRING 'SUSPECTED ' WS-SUSPECT-COUNT
008160         '  WARNED ' WS-WARNED-COUNT
008170         '  SUSPENDED ' WS-SUSPENDED-COUNT
008180         '  ALREADY IN SUSPENSE ' WS-DROPPED-COUNT
008190         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008200     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008210     MOVE SPACES TO WS-REPORT-LINE.
008220     STRING 'DETAILS PASSED ' WS-OUT-COUNT
008230         '  HISTORY PURGED ' WS-PURGED-COUNT
008240         ' (SCREENED BEFORE ' WS-CUTOFF-DATE ')'
008250         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008260     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008270     MOVE SPACES TO WS-REPORT-LINE.
008280     EVALUATE WS-DUP-RC
008290         WHEN ZERO
008300             MOVE 'RC=0 - NOTHING SUSPECTED' TO WS-REPORT-LINE
008310         WHEN 4
008320             MOVE 'RC=4 - SEE THE SUSPECT AND *** LINES'
008330                 TO WS-REPORT-LINE
008340         WHEN OTHER
008350             MOVE 'RC=8 - DUPSCRD NOT TO BE USED'
008360                 TO WS-REPORT-LINE
008370     END-EVALUATE.
008380     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008390     DISPLAY 'DUPSCRN - ' WS-ENT-SHOW ' SCREENED '
008400         WS-SCREENED-COUNT ' SUSPECTED ' WS-SUSPECT-COUNT
008410         ' SUSPENDED ' WS-SUSPENDED-COUNT ' RC=' WS-DUP-RC.
008420 8000-EXIT.
008430     EXIT.
008440
008450 9000-TERMINATE.
008460     IF EDIT-OPEN
008470         CLOSE EDITED-FILE
008480     END-IF.
008490     IF SCREENED-OPEN
008500         CLOSE SCREENED-FILE
008510     END-IF.
008520     IF HISTORY-OPEN
008530         CLOSE DUP-FILE
008540     END-IF.
008550     IF SUSPENSE-OPEN
008560         CLOSE SUSPENSE-FILE
008570     END-IF.
008580     IF CALENDAR-OPEN
008590         CLOSE CAL-FILE
008600     END-IF.
008610     MOVE 'CLOSE' TO PRT-FUNC.
008620     CALL 'PRINTSVC' USING PRINT-AREA.
008630     MOVE WS-DUP-RC TO WS-AUDIT-RC.
008640     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
008650         WS-AUDIT-RC.
008660     MOVE WS-DUP-RC TO RETURN-CODE.
008670 9000-EXIT.
008680     EXIT.
