000000 *>              FIELD - ZERO ON A NORMAL RUN - SO THE ARITHMETIC
000000 *>              PASS CAN SIGN ITS AUDIT AND STATFILE ENTRIES
000000 *>              ...-U<N>, THE WAY SLICE RUNS SIGN ...-S<N>.
000000 *>   GETENT   - HANDS BACK THE ENTITY CODE THE STEP RUNS FOR IN
000000 *>              THE FIRST TWO BYTES OF THE DATE FIELD - SPACES
000000 *>              FOR THE HOME ENTITY.
000000 *> 2026/09/02 TD - THE COMPLETE ADVANCE NOW CONSULTS THE CALFILE
000000 *>                 BUSINESS-DAY CALENDAR (WEEKENDS PLUS THE
000000 *>                 HOLIDAY LIST, LOADED BY CALMAINT) AND SKIPS
000000 *>                 SOMEONE FIXED THE RECORD BY HAND. A MISSING
000000 *>                 CALFILE LEAVES THE PLAIN NEXT-DAY ADVANCE IN
000000 *>                 EFFECT, AS BEFORE.
000000 *> 2026/09/11 TD - ONE CONTROL RECORD PER ENTITY: THE RUNENT
000000 *>                 CARD NAMES THE ENTITY A STEP RUNS FOR AND
000000 *>                 THE KEY BECOMES 'RUNCTL' + ENTITY CODE. NO
000000 *>                 CARD IS THE HOME ENTITY, WHOSE KEY AND
000000 *>                 RECORD ARE UNCHANGED. EACH ENTITY HAS ITS
000000 *>                 OWN BUSINESS DATE, SUPPLEMENT NUMBER AND
000000 *>                 STATUS, SO ONE ENTITY'S FAILED NIGHT CANNOT
000000 *>                 HOLD BACK THE OTHER'S COMPLETE. NEW GETENT
000000 *>                 FUNCTION.
000000 *> 2026/10/07 TD - THE ENTITY CARD AND THE CONTROL RECORD ARE
000000 *>                 READ ONCE PER RUN UNIT AND GETDATE, GETSUPP
000000 *>                 AND GETENT ARE ANSWERED FROM MEMORY AFTER
000000 *>                 THAT - NO MORE OPEN AND CLOSE FOR EVERY AUDIT
000000 *>                 LINE AND MESSAGE. VERIFY, COMPLETE AND
000000 *>                 SUPPLMNT STILL WORK ON THE FILE AND SEND THE
000000 *>                 NEXT INQUIRY BACK TO IT. NEW RELEASE FUNCTION,
000000 *>                 CALLED BY AUDITLOG AT THE LAST END, SHOWS
000000 *>                 CALLS, CALLS FROM MEMORY AND RECORDS READ.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RUNCTL.
000120 ENVIRONMENT DIVISION.
000196         ACCESS MODE IS RANDOM
000198         RECORD KEY IS CAL-DATE
000199         FILE STATUS IS WS-CAL-FILE-STATUS.
000201     SELECT OPTIONAL ENT-FILE ASSIGN TO "RUNENT"
000202         ORGANIZATION IS LINE SEQUENTIAL
000203         FILE STATUS IS WS-ENT-FILE-STATUS.
000206 DATA DIVISION.
000210 FILE SECTION.
000220 FD  RUNCTL-FILE.
000230     COPY RUNCTLR.
000232 FD  CAL-FILE.
000234     COPY CALREC.
000236*>    THE ENTITY CARD - CODE IN COLUMNS 1-2. NO CARD (OR NO DD)
000237*>    IS THE HOME ENTITY.
000238 FD  ENT-FILE.
000239 01  ENT-CARD PIC X(80).
000240 WORKING-STORAGE SECTION.
000250     77 WS-RUNCTL-FILE-STATUS PIC XX VALUE '00'.
000252     77 WS-CAL-FILE-STATUS PIC XX VALUE '00'.
000253     77 WS-ENT-FILE-STATUS PIC XX VALUE '00'.
000254     77 WS-CAL-OPEN-SW PIC X VALUE 'N'.
000256         88 CALENDAR-OPEN VALUE 'Y'.
000258     77 WS-SKIP-COUNT PIC 9(2) VALUE ZERO.
000280     77 WS-DATE-MM PIC 9(2).
000290     77 WS-DATE-DD PIC 9(2).
000300     77 WS-MONTH-DAYS PIC 9(2).
000301     77 WS-YY-REMAINDER PIC 9(4).
000302     77 WS-YY-QUOTIENT PIC 9(4).
000303*>    THE RUN UNIT'S OWN COPY OF ITS ENTITY AND CONTROL RECORD -
000304*>    READ ONCE, THEN GETDATE, GETSUPP AND GETENT ARE ANSWERED
000305*>    FROM HERE. VERIFY, COMPLETE AND SUPPLMNT CHANGE THE RECORD,
000306*>    SO EACH OF THEM SENDS THE NEXT INQUIRY BACK TO THE FILE. A
000307*>    FILE OR RECORD THAT IS NOT THERE IS REMEMBERED AS MISSING.
000308     77 WS-ENT-READ-SW PIC X VALUE 'N'.
000309         88 ENTITY-KNOWN VALUE 'Y'.
000310     77 WS-CTL-CACHE-SW PIC X VALUE 'N'.
000311         88 CONTROL-NOT-CACHED VALUE 'N'.
000312         88 CONTROL-CACHED VALUE 'Y'.
000313         88 CONTROL-MISSING VALUE 'M'.
000314     77 WS-CACHED-BUS-DATE PIC 9(6) VALUE ZERO.
000315     77 WS-CACHED-STATUS PIC X VALUE SPACE.
000316         88 CACHED-SUPPLEMENT VALUE 'S'.
000317     77 WS-CACHED-SUPP-NO PIC 9 VALUE ZERO.
000318*>    RUN-UNIT STATISTICS, SHOWN AT THE RELEASE.
000319     77 WS-CALL-COUNT PIC 9(7) VALUE ZERO.
000320     77 WS-MEMORY-COUNT PIC 9(7) VALUE ZERO.
000321     77 WS-READ-COUNT PIC 9(7) VALUE ZERO.
000322     77 WS-READS-BEFORE PIC 9(7) VALUE ZERO.
000323*>    ONE CONTROL RECORD PER ENTITY - THE HOME ENTITY'S KEY IS
000324*>    THE ORIGINAL 'RUNCTL', SO ITS RECORD IS UNCHANGED.
000326 01  WS-RUNCTL-KEY.
000328     05 FILLER PIC X(6) VALUE 'RUNCTL'.
000329     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000331 01  WS-ENT-SHOW PIC X(4) VALUE 'HOME'.
000335 01  MONTH-TABLE-INIT.
000340     05 FILLER PIC X(2) VALUE '31'.
000350     05 FILLER PIC X(2) VALUE '28'.
000360     05 FILLER PIC X(2) VALUE '31'.
000480 LINKAGE SECTION.
000490 01  RUNCTL-LNK-FUNC PIC X(8).
000500 01  RUNCTL-LNK-DATE PIC 9(6).
000502*>    GETENT HANDS THE ENTITY BACK THROUGH THE DATE FIELD.
000504 01  RUNCTL-LNK-ENTITY REDEFINES RUNCTL-LNK-DATE PIC X(6).
000510 01  RUNCTL-LNK-RC PIC S9(4).
000520 PROCEDURE DIVISION USING RUNCTL-LNK-FUNC RUNCTL-LNK-DATE
000530     RUNCTL-LNK-RC.
000540 0000-MAIN.
000550     MOVE ZERO TO RUNCTL-LNK-RC.
000551     IF RUNCTL-LNK-FUNC = 'RELEASE'
000552         PERFORM 8000-RELEASE THRU 8000-EXIT
000553         GOBACK
000554     END-IF.
000555     ADD 1 TO WS-CALL-COUNT.
000556     MOVE WS-READ-COUNT TO WS-READS-BEFORE.
000560     ACCEPT WS-SYSTEM-DATE FROM DATE.
000562     IF NOT ENTITY-KNOWN
000565         PERFORM 0500-READ-ENTITY THRU 0500-EXIT
000567     END-IF.
000570     EVALUATE RUNCTL-LNK-FUNC
000580         WHEN 'GETDATE'
000590             PERFORM 1000-GET-DATE THRU 1000-EXIT
000600         WHEN 'VERIFY'
000610             PERFORM 2000-VERIFY THRU 2000-EXIT
000615             MOVE 'N' TO WS-CTL-CACHE-SW
000620         WHEN 'COMPLETE'
000630             PERFORM 3000-COMPLETE THRU 3000-EXIT
000631             MOVE 'N' TO WS-CTL-CACHE-SW
000632         WHEN 'NEXTBUS'
000634             PERFORM 4000-NEXT-BUS THRU 4000-EXIT
000636         WHEN 'SUPPLMNT'
000638             PERFORM 5000-SUPPLEMENT THRU 5000-EXIT
000639             MOVE 'N' TO WS-CTL-CACHE-SW
000640         WHEN 'GETSUPP'
000642             PERFORM 6000-GET-SUPP THRU 6000-EXIT
000643         WHEN 'GETENT'
000644             PERFORM 7000-GET-ENTITY THRU 7000-EXIT
000645         WHEN OTHER
000650             DISPLAY 'RUNCTL - UNKNOWN FUNCTION '
000660                 RUNCTL-LNK-FUNC
000670             MOVE 8 TO RUNCTL-LNK-RC
000680     END-EVALUATE.
000682     IF WS-READ-COUNT = WS-READS-BEFORE
000684         ADD 1 TO WS-MEMORY-COUNT
000686     END-IF.
000690     GOBACK.
000691
000692*>    WHICH ENTITY'S CONTROL RECORD THIS STEP WORKS ON. EVERY
000693*>    STEP OF AN ENTITY'S STREAM CARRIES THE SAME RUNENT CARD.
000694 0500-READ-ENTITY.
000695     MOVE SPACES TO WS-RUN-ENTITY.
000696     MOVE 'HOME' TO WS-ENT-SHOW.
000697     MOVE 'Y' TO WS-ENT-READ-SW.
000698     OPEN INPUT ENT-FILE.
000699     IF WS-ENT-FILE-STATUS NOT = '00'
000700         GO TO 0500-EXIT
000701     END-IF.
000702     ADD 1 TO WS-READ-COUNT.
000703     READ ENT-FILE
000711         NOT AT END
000712             MOVE ENT-CARD(1:2) TO WS-RUN-ENTITY
000713     END-READ.
000714     CLOSE ENT-FILE.
000715     IF WS-RUN-ENTITY NOT = SPACES
000716         MOVE WS-RUN-ENTITY TO WS-ENT-SHOW
000717     END-IF.
000718 0500-EXIT.
000719     EXIT.
000720
000723 1000-GET-DATE.
000726     IF CONTROL-NOT-CACHED
000729         PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
000732     END-IF.
000735     IF CONTROL-MISSING
000740         MOVE WS-SYSTEM-DATE TO RUNCTL-LNK-DATE
000750         MOVE 4 TO RUNCTL-LNK-RC
000756     ELSE
000762         MOVE WS-CACHED-BUS-DATE TO RUNCTL-LNK-DATE
000770     END-IF.
000771 1000-EXIT.
000772     EXIT.
000773
000774*>    THE ONE READ OF THE CONTROL RECORD FOR THE INQUIRIES.
000775 1100-LOAD-CONTROL.
000776     MOVE 'M' TO WS-CTL-CACHE-SW.
000777     OPEN INPUT RUNCTL-FILE.
000778     IF WS-RUNCTL-FILE-STATUS NOT = '00'
000779         GO TO 1100-EXIT
000780     END-IF.
000781     MOVE WS-RUNCTL-KEY TO RUNCTL-KEY.
000785     ADD 1 TO WS-READ-COUNT.
000790     READ RUNCTL-FILE
000800         INVALID KEY
000810             CONTINUE
000830         NOT INVALID KEY
000835             MOVE 'Y' TO WS-CTL-CACHE-SW
000840             MOVE RUNCTL-BUS-DATE TO WS-CACHED-BUS-DATE
000843             MOVE RUNCTL-STATUS TO WS-CACHED-STATUS
000846             MOVE RUNCTL-SUPP-NO TO WS-CACHED-SUPP-NO
000850     END-READ.
000860     CLOSE RUNCTL-FILE.
000870 1100-EXIT.
000880     EXIT.
000890
000900 2000-VERIFY.
001050         MOVE 12 TO RUNCTL-LNK-RC
001060         GO TO 2000-EXIT
001070     END-IF.
001080     MOVE WS-RUNCTL-KEY TO RUNCTL-KEY.
001085     ADD 1 TO WS-READ-COUNT.
001090     READ RUNCTL-FILE
001100         INVALID KEY
001110             PERFORM 2100-CREATE-RECORD THRU 2100-EXIT
001170     EXIT.
001180
001190 2100-CREATE-RECORD.
001200     MOVE WS-RUNCTL-KEY TO RUNCTL-KEY.
001210     MOVE WS-SYSTEM-DATE TO RUNCTL-BUS-DATE.
001220     MOVE 'A' TO RUNCTL-STATUS.
001230     MOVE ZERO TO RUNCTL-COMPLETE-DATE.
001234     MOVE ZERO TO RUNCTL-SUPP-NO.
001240     WRITE RUNCTL-RECORD.
001250     MOVE RUNCTL-BUS-DATE TO RUNCTL-LNK-DATE.
001260     DISPLAY 'RUNCTL - ' WS-ENT-SHOW ' CONTROL RECORD CREATED, '
001270         'BUSINESS DATE ' RUNCTL-BUS-DATE.
001280 2100-EXIT.
001290     EXIT.
001300
001328     END-IF.
001330     IF RUN-COMPLETE
001332         AND RUNCTL-COMPLETE-DATE = WS-SYSTEM-DATE
001340         DISPLAY '*** RUNCTL - ' WS-ENT-SHOW
001345             ' NIGHTLY STREAM HAS ALREADY '
001350             'COMPLETED TODAY (BUSINESS DATE NOW '
001360             RUNCTL-BUS-DATE ') - DOUBLE SUBMISSION STOPPED'
001370         MOVE 8 TO RUNCTL-LNK-RC
001404     MOVE ZERO TO RUNCTL-SUPP-NO.
001410     REWRITE RUNCTL-RECORD.
001420     MOVE RUNCTL-BUS-DATE TO RUNCTL-LNK-DATE.
001430     DISPLAY 'RUNCTL - ' WS-ENT-SHOW
001435         ' STREAM VERIFIED FOR BUSINESS DATE ' RUNCTL-BUS-DATE.
001450 2200-EXIT.
001460     EXIT.
001470
001530         MOVE 12 TO RUNCTL-LNK-RC
001540         GO TO 3000-EXIT
001550     END-IF.
001560     MOVE WS-RUNCTL-KEY TO RUNCTL-KEY.
001565     ADD 1 TO WS-READ-COUNT.
001570     READ RUNCTL-FILE
001580         INVALID KEY
001590             DISPLAY 'RUNCTL - NO ' WS-ENT-SHOW
001595                 ' CONTROL RECORD TO COMPLETE'
001600             MOVE 8 TO RUNCTL-LNK-RC
001610         NOT INVALID KEY
001620             PERFORM 3100-MARK-COMPLETE THRU 3100-EXIT
001716     MOVE RUNCTL-BUS-DATE TO RUNCTL-PRIOR-DATE.
001720     PERFORM 3300-ADVANCE-BUSINESS THRU 3300-EXIT.
001730     REWRITE RUNCTL-RECORD.
001740     DISPLAY 'RUNCTL - ' WS-ENT-SHOW
001745         ' BUSINESS DATE ' RUNCTL-LNK-DATE
001750         ' COMPLETE, ADVANCED TO ' RUNCTL-BUS-DATE.
001760 3100-EXIT.
001770     EXIT.
002300
002310 3350-SKIP-NONBUSINESS.
002320     MOVE RUNCTL-BUS-DATE TO CAL-DATE.
002325     ADD 1 TO WS-READ-COUNT.
002330     READ CAL-FILE
002340         INVALID KEY
002350             MOVE 'Y' TO WS-SKIP-DONE-SW
002550         MOVE WS-SYSTEM-DATE TO RUNCTL-BUS-DATE
002560         MOVE 4 TO RUNCTL-LNK-RC
002570     ELSE
002580         MOVE WS-RUNCTL-KEY TO RUNCTL-KEY
002585         ADD 1 TO WS-READ-COUNT
002590         READ RUNCTL-FILE
002600             INVALID KEY
002610                 MOVE WS-SYSTEM-DATE TO RUNCTL-BUS-DATE
002810         MOVE 12 TO RUNCTL-LNK-RC
002820         GO TO 5000-EXIT
002830     END-IF.
002840     MOVE WS-RUNCTL-KEY TO RUNCTL-KEY.
002845     ADD 1 TO WS-READ-COUNT.
002850     READ RUNCTL-FILE
002860         INVALID KEY
002870             DISPLAY 'RUNCTL - NO ' WS-ENT-SHOW
002875                 ' CONTROL RECORD TO SUPPLEMENT'
002880             MOVE 8 TO RUNCTL-LNK-RC
002890         NOT INVALID KEY
002900             PERFORM 5100-MARK-SUPPLEMENT THRU 5100-EXIT
003170     ADD 1 TO RUNCTL-SUPP-NO.
003180     REWRITE RUNCTL-RECORD.
003190     MOVE RUNCTL-BUS-DATE TO RUNCTL-LNK-DATE.
003200     DISPLAY 'RUNCTL - ' WS-ENT-SHOW
003205         ' SUPPLEMENTAL RUN ' RUNCTL-SUPP-NO
003210         ' PERMITTED FOR BUSINESS DATE ' RUNCTL-BUS-DATE.
003220 5100-EXIT.
003230     EXIT.
003260*>    ON A NORMAL RUN, SO CALLERS SIGN NOTHING EXTRA THEN.
003270 6000-GET-SUPP.
003280     MOVE ZERO TO RUNCTL-LNK-DATE.
003286     IF CONTROL-NOT-CACHED
003292         PERFORM 1100-LOAD-CONTROL THRU 1100-EXIT
003298     END-IF.
003304     IF CONTROL-MISSING
003310         MOVE 4 TO RUNCTL-LNK-RC
003320         GO TO 6000-EXIT
003330     END-IF.
003390     IF CACHED-SUPPLEMENT
003400         MOVE WS-CACHED-SUPP-NO TO RUNCTL-LNK-DATE
003410     END-IF.
003440 6000-EXIT.
003450     EXIT.
003460
003470*>    THE ENTITY RIDES BACK IN THE DATE FIELD THE WAY THE
003480*>    SUPPLEMENT NUMBER DOES - SPACES FOR THE HOME ENTITY. THE
003490*>    CALLER SEES IT AS X(2) FOLLOWED BY FOUR SPACES.
003500 7000-GET-ENTITY.
003510     MOVE WS-RUN-ENTITY TO RUNCTL-LNK-ENTITY.
003520 7000-EXIT.
003530     EXIT.
003540
003550*>    END OF THE RUN UNIT (AUDITLOG SEES THE LAST END): SHOW WHAT
003560*>    THE RUN UNIT'S COPY SAVED AND FORGET IT, SO A LATER CALL
003570*>    STARTS FROM THE FILES AGAIN.
003580 8000-RELEASE.
003590     IF WS-CALL-COUNT > ZERO
003600         DISPLAY 'RUNCTL - ' WS-CALL-COUNT ' CALLS, '
003610             WS-MEMORY-COUNT ' FROM MEMORY, '
003620             WS-READ-COUNT ' FILE READS'
003630     END-IF.
003640     MOVE 'N' TO WS-ENT-READ-SW.
003650     MOVE 'N' TO WS-CTL-CACHE-SW.
003660     MOVE ZERO TO WS-CALL-COUNT.
003670     MOVE ZERO TO WS-MEMORY-COUNT.
003680     MOVE ZERO TO WS-READ-COUNT.
003690 8000-EXIT.
003700     EXIT.
