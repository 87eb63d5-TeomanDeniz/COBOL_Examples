000000 *>                 RECOVERY STILL WORKS. A SUPPLEMENTAL PASS
000000 *>                 FED THE BASE RUN'S ORIGINAL FILE STILL
000000 *>                 REJECTS - SAME DATE, DIFFERENT PASS.
000000 *> 2026/09/08 TD - EVERY DETAIL NOW CARRIES A TEN-BYTE ACCOUNT
000000 *>                 NUMBER (BYTES 21-30) EDITED AGAINST THE ACCTFILE
000000 *>                 ACCOUNT MASTER: A1 MISSING OR UNKNOWN, A2
000000 *>                 CLOSED, A3 CURRENCY NOT THE ACCOUNT'S, A4
000000 *>                 FROZEN. THE ACCOUNT RIDES THROUGH TO TRANEDTD.
000000 *>                 AN ACCTFILE THAT CANNOT BE OPENED IS RC=8 - THE
000000 *>                 POSTING STEP WOULD OTHERWISE MEET ACCOUNTS NO
000000 *>                 ONE EDITED.
000000 *> 2026/09/09 TD - EVERY CLEAN DETAIL IS STAMPED WITH A PERMANENT
000000 *>                 REFERENCE IN BYTES 31-51 OF TRANEDTD - HEADER
000000 *>                 SOURCE (8), HEADER DATE (6) AND FEED SEQUENCE
000000 *>                 (7). A RECYCLED DETAIL KEEPS THE REFERENCE IT
000000 *>                 ALREADY CARRIES (R1 WHEN IT IS MALFORMED).
000000 *>                 DETAILS MAY NOW RUN TO BYTE 51 BEFORE E5.
000000 *> 2026/09/10 TD - A BATCHREG ENTRY THE BATRCALL JOB HAS MARKED
000000 *>                 RECALLED NO LONGER STOPS THE FEED: THE
000000 *>                 CORRECTED RESEND UNDER THE SAME IDENTITY IS
000000 *>                 ACCEPTED AND TAKES THE ENTRY OVER UNDER
000000 *>                 TONIGHT'S DATE AND PASS.
000000 *> 2026/09/11 TD - THE TRANFILE HEADER CARRIES THE ENTITY CODE
000000 *>                 IN BYTES 16-17 (SPACES - EVERY EXISTING
000000 *>                 FEED - IS THE HOME ENTITY) AND IS PASSED
000000 *>                 THROUGH TO TRANEDTD. A HEADER FOR ANY ENTITY
000000 *>                 BUT THE ONE THIS STREAM RUNS FOR (RUNCTL
000000 *>                 GETENT) IS REJECTED E0 AND THE EDIT ENDS RC=8
000000 *>                 SO A MISROUTED FEED NEVER POSTS.
000000 *> 2026/09/15 TD - HIGH-VALUE HOLD: A CLEAN DETAIL WITH NUM1 OR
000000 *>                 NUM2 ABOVE THE HOLDLIMccc LIMIT IN EFFECT FOR
000000 *>                 ITS CURRENCY (PARMREPO THROUGH PARMSVC) IS
000000 *>                 FILED PENDING ON THE HOLDFILE KSDS INSTEAD OF
000000 *>                 TRANEDTD. HELD ITEMS STAY OUT OF THE TRANEDTD
000000 *>                 TRAILER TOTALS; THE FEED-TRAILER HASH CHECK
000000 *>                 ADDS THEM BACK. AN APPROVED ITEM RETURNING ON
000000 *>                 THE RECYCLE SLICE PASSES AND IS MARKED
000000 *>                 CLEARED. NO HOLDFILE IS RC=8, AND AN ITEM
000000 *>                 THAT CANNOT BE HELD REJECTS H1.
000000 *> 2026/09/18 TD - A BATCHREG ENTRY A SUPERVISOR HAS RELEASED
000000 *>                 AT THE BREGWB SCREEN IS ACCEPTED ONCE, LIKE A
000000 *>                 RECALLED ONE; THE RELEASE IS CLEARED AS IT IS
000000 *>                 USED AND FILED WITH JRNLSVC (ACTION RELEASE)
000000 *>                 SO IT SHOWS ON JRNLRPT. NEEDS JRNLFILE DD.
000000 *> 2026/10/15 TD - THE HEADER GOES TO TRANEDTD AS BYTES 1-15
000000 *>                 AGAIN - BYTE 16 THERE IS THE SLICE ID THE
000000 *>                 SPLIT STAMPS, AND THE ENTITY WAS ALREADY
000000 *>                 CHECKED HERE. HOLDFILE IS NOW READ FOR EVERY
000000 *>                 DETAIL BEFORE THE LIMIT TEST, SO A RELEASED
000000 *>                 ITEM CLEARS EVEN AFTER ITS LIMIT IS RAISED OR
000000 *>                 ENDED. A HELD ITEM RESENT WITH A CHANGED
000000 *>                 DETAIL HAS ITS HOLD REPLACED AND RE-PENDED.
000000 *> 2026/10/15 TD - HOLDFILE CHANGES ARE QUEUED ON THE HOLDWORK
000000 *>                 WORK FILE AND FILED ONLY WHEN THE FEED IS
000000 *>                 ACCEPTED (RC=0 AFTER THE REGISTER CHECK); A
000000 *>                 REJECTED OR RE-SENT FEED LEAVES NO HOLDS. A
000000 *>                 NIGHT WHOSE DETAILS WERE ALL HELD IS NO
000000 *>                 LONGER 'NO CLEAN RECORDS' - IT RUNS EMPTY.
000000 *>                 NEEDS HOLDWORK DD.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TRANEDIT.
000120 ENVIRONMENT DIVISION.
000216         ACCESS MODE IS RANDOM
000218         RECORD KEY IS BREG-KEY
000219         FILE STATUS IS WS-BREG-FILE-STATUS.
000221     SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
000222         ORGANIZATION IS INDEXED
000223         ACCESS MODE IS RANDOM
000224         RECORD KEY IS ACCT-NUMBER
000225         FILE STATUS IS WS-ACCT-FILE-STATUS.
000226     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000227         ORGANIZATION IS INDEXED
000228         ACCESS MODE IS RANDOM
000230         RECORD KEY IS HOLD-KEY
000232         FILE STATUS IS WS-HOLD-FILE-STATUS.
000233     SELECT HOLD-WORK-FILE ASSIGN TO "HOLDWORK"
000234         ORGANIZATION IS LINE SEQUENTIAL
000235         FILE STATUS IS WS-HWK-FILE-STATUS.
000236 DATA DIVISION.
000237 FILE SECTION.
000240 FD  TRANS-FILE.
000250 01  TRANS-IN-RECORD PIC X(80).
000260 FD  EDITED-FILE.
000270 01  EDITED-RECORD PIC X(80).
000280 FD  REPORT-FILE.
000290 01  REPORT-RECORD PIC X(100).
000292 FD  REGISTER-FILE.
000294     COPY BATCHREG.
000296 FD  ACCT-FILE.
000298     COPY ACCTREC.
000299 FD  HOLD-FILE.
000301     COPY HOLDREC.
000302*>    A HOLDFILE CHANGE WAITING FOR THE FEED TO BE ACCEPTED - W A
000303*>    NEW HOLD, R A REWRITE - AND THE RECORD AS IT WILL BE FILED.
000304 FD  HOLD-WORK-FILE.
000305 01  HOLD-WORK-RECORD.
000306     05 HWK-ACTION PIC X.
000307         88 HWK-NEW-HOLD VALUE 'W'.
000308     05 HWK-IMAGE PIC X(120).
000309 WORKING-STORAGE SECTION.
000310     COPY PARMLINK.
000311     COPY JRNLLINK.
000317     77 WS-TRAN-FILE-STATUS PIC XX VALUE '00'.
000323     77 WS-REPORT-LINE PIC X(100).
000330     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000340         88 EOF-YES VALUE 'Y'.
000350     77 WS-REJECT-SW PIC X VALUE 'N'.
000450     77 WS-CLEAN-COUNT PIC 9(7) VALUE ZERO.
000460     77 WS-REJECT-COUNT PIC 9(7) VALUE ZERO.
000470     77 WS-EXPECTED-COUNT PIC 9(7) VALUE ZERO.
000471     77 WS-EXPECTED-HASH PIC S9(11)V99 VALUE ZERO.
000472     77 WS-CLEAN-HASH PIC S9(11)V99 VALUE ZERO.
000473     77 WS-BREG-FILE-STATUS PIC XX VALUE '00'.
000474     77 WS-ACCT-FILE-STATUS PIC XX VALUE '00'.
000475     77 WS-ACCT-OPEN-SW PIC X VALUE 'N'.
000476         88 ACCT-FILE-OPEN VALUE 'Y'.
000477     77 WS-FEED-SEQ PIC 9(7) VALUE ZERO.
000478     77 WS-REF-CARRIED-COUNT PIC 9(7) VALUE ZERO.
000479     77 WS-HOLD-FILE-STATUS PIC XX VALUE '00'.
000480     77 WS-HOLD-OPEN-SW PIC X VALUE 'N'.
000481         88 HOLD-FILE-OPEN VALUE 'Y'.
000482     77 WS-HOLD-SW PIC X VALUE 'N'.
000483         88 DETAIL-HELD VALUE 'Y'.
000484     77 WS-HELD-COUNT PIC 9(7) VALUE ZERO.
000485     77 WS-HELD-HASH PIC S9(11)V99 VALUE ZERO.
000486     77 WS-APPROVED-IN-COUNT PIC 9(7) VALUE ZERO.
000487     77 WS-CHECK-HASH PIC S9(11)V99 VALUE ZERO.
000488     77 WS-LIMIT-MAX PIC 9(2) VALUE 20.
000489     77 WS-LIMIT-COUNT PIC 9(2) COMP VALUE ZERO.
000490     77 WS-LIMIT-IX PIC 9(2) COMP VALUE ZERO.
000491     77 WS-MATCH-IX PIC 9(2) COMP VALUE ZERO.
000492     77 WS-LIMIT-SET-SW PIC X VALUE 'N'.
000493         88 LIMIT-IN-EFFECT VALUE 'Y'.
000494     77 WS-HOLD-LIMIT PIC 9(5)V99 VALUE ZERO.
000495     77 WS-HOLD-NEG-LIMIT PIC S9(5)V99 VALUE ZERO.
000496     77 WS-LIMIT-EDIT PIC ZZZZ9.99.
000497     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000498     77 WS-SUPP-FUNC PIC X(8) VALUE 'GETSUPP'.
000499     77 WS-SUPP-NO PIC 9(6) VALUE ZERO.
000500     77 WS-SUPP-RC PIC S9(4) VALUE ZERO.
000501     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000502     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000505     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000506     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000507     77 WS-WRONG-ENTITY-SW PIC X VALUE 'N'.
000508         88 WRONG-ENTITY-FEED VALUE 'Y'.
000509*>    THE ENTITY THIS STREAM RUNS FOR (RUNCTL GETENT) - A FEED
000510*>    WHOSE HEADER NAMES ANY OTHER ENTITY WAS ROUTED HERE BY
000511*>    MISTAKE AND MUST NOT POST.
000512 01  WS-ENTITY-AREA.
000513     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000514     05 FILLER PIC X(4) VALUE SPACES.
000516     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'TRANEDIT'.
000518     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000520     77 WS-EDIT-RC PIC S9(4) VALUE ZERO.
000522     77 WS-HOLD-REPLACED-COUNT PIC 9(7) VALUE ZERO.
000524     77 WS-ABOVE-LIMIT-SW PIC X VALUE 'N'.
000526         88 DETAIL-ABOVE-LIMIT VALUE 'Y'.
000527     77 WS-HWK-FILE-STATUS PIC XX VALUE '00'.
000528     77 WS-HWK-EOF-SW PIC X VALUE 'N'.
000529         88 HWK-EOF VALUE 'Y'.
000530     77 WS-HOLD-QUEUED-COUNT PIC 9(7) VALUE ZERO.
000531     77 WS-HOLD-FILED-COUNT PIC 9(7) VALUE ZERO.
000532 01  WS-HEADER-AREA.
000540     05 WS-HDR-DATE PIC 9(6) VALUE ZERO.
000550     05 WS-HDR-SOURCE PIC X(8) VALUE SPACES.
000555     05 WS-HDR-ENTITY PIC X(2) VALUE SPACES.
000560 01  WS-TRAILER-AREA.
000570     05 WS-TRL-COUNT PIC 9(7).
000580     05 WS-TRL-HASH PIC S9(11)V99
000610     05 WS-DTL-NUM1 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000620     05 WS-DTL-NUM2 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000630     05 WS-DTL-CURRENCY PIC X(3).
000635     05 WS-DTL-ACCOUNT PIC X(10).
000636*>    THE PERMANENT TRANSACTION REFERENCE STAMPED ON EVERY CLEAN
000637*>    DETAIL (TRANEDTD BYTES 31-51): HEADER SOURCE SYSTEM, HEADER
000638*>    DATE AND THE DETAIL'S SEQUENCE WITHIN ITS FEED. A RECYCLED
000639*>    DETAIL ARRIVES ALREADY CARRYING THE REFERENCE IT WAS FIRST
000640*>    GIVEN AND KEEPS IT.
000641 01  WS-TRAN-REF.
000642     05 WS-REF-SOURCE PIC X(8).
000643     05 WS-REF-DATE PIC 9(6).
000644     05 WS-REF-SEQ PIC 9(7).
000645*>    THE HOLDLIMccc VALUE AS PARMREPO CARRIES IT - SEVEN DIGITS,
000646*>    THE LAST TWO THE CENTS, THE SAME MONEY THE DETAILS CARRY.
000647 01  WS-LIMIT-DIGITS PIC 9(7) VALUE ZERO.
000648 01  WS-LIMIT-AMOUNT REDEFINES WS-LIMIT-DIGITS PIC 9(5)V99.
000649*>    ONE SLOT PER CURRENCY SEEN TONIGHT - THE LIMIT IS RESOLVED
000650*>    THROUGH PARMSVC THE FIRST TIME A CURRENCY TURNS UP.
000651 01  HOLD-LIMIT-TABLE.
000652     05 HLIM-ENTRY OCCURS 20 TIMES.
000653         10 HLIM-CURRENCY PIC X(3).
000654         10 HLIM-SET-SW PIC X.
000655         10 HLIM-AMOUNT PIC 9(5)V99.
000656 01  WS-OUT-TRAILER.
000657     05 WS-OUT-TRL-TYPE PIC X.
000660     05 WS-OUT-TRL-COUNT PIC 9(7).
000670     05 WS-OUT-TRL-HASH PIC S9(11)V99
000680         SIGN IS TRAILING SEPARATE.
000860     END-IF.
000870     OPEN OUTPUT EDITED-FILE.
000880     OPEN OUTPUT REPORT-FILE.
000881     MOVE 'TRANFILE FRONT-END EDIT REPORT - TRANEDIT'
000882         TO WS-REPORT-LINE.
000883     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
000884     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
000885         ON EXCEPTION
000886             MOVE SPACES TO WS-ENTITY-AREA
000887     END-CALL.
000888     OPEN INPUT ACCT-FILE.
000889     IF WS-ACCT-FILE-STATUS = '00'
000890         MOVE 'Y' TO WS-ACCT-OPEN-SW
000891     ELSE
000892         MOVE SPACES TO WS-REPORT-LINE
000893         STRING '*** ACCTFILE OPEN FAILED, STATUS='
000894             WS-ACCT-FILE-STATUS
000895             ' - ACCOUNTS NOT EDITED, RC=8'
000896             DELIMITED BY SIZE INTO WS-REPORT-LINE
000897         WRITE REPORT-RECORD FROM WS-REPORT-LINE
000898         MOVE 8 TO WS-EDIT-RC
000899     END-IF.
000900     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
000901         WS-RUNCTL-RC
000902         ON EXCEPTION
000903             ACCEPT WS-BUSINESS-DATE FROM DATE
000904     END-CALL.
000905     OPEN I-O HOLD-FILE.
000906     IF WS-HOLD-FILE-STATUS = '35'
000907         OPEN OUTPUT HOLD-FILE
000908         CLOSE HOLD-FILE
000909         OPEN I-O HOLD-FILE
000910     END-IF.
000911     IF WS-HOLD-FILE-STATUS = '00'
000912         OPEN OUTPUT HOLD-WORK-FILE
000913     END-IF.
000914     IF WS-HOLD-FILE-STATUS = '00' AND WS-HWK-FILE-STATUS = '00'
000915         MOVE 'Y' TO WS-HOLD-OPEN-SW
000916     ELSE
000917         MOVE SPACES TO WS-REPORT-LINE
000918         STRING '*** HOLDFILE/HOLDWORK OPEN FAILED, STATUS='
000919             WS-HOLD-FILE-STATUS '/' WS-HWK-FILE-STATUS
000920             ' - HIGH-VALUE ITEMS CANNOT BE HELD, RC=8'
000921             DELIMITED BY SIZE INTO WS-REPORT-LINE
000922         WRITE REPORT-RECORD FROM WS-REPORT-LINE
000923         MOVE 8 TO WS-EDIT-RC
000924     END-IF.
000927     IF WS-EOF-SWITCH NOT = 'Y'
000930         PERFORM 1100-READ-NEXT THRU 1100-EXIT
000940     END-IF.
000950 1000-EXIT.
001270
001280 2100-EDIT-DETAIL.
001290     ADD 1 TO WS-DETAIL-COUNT.
001292     IF TRANS-IN-RECORD(31:21) = SPACES
001294         ADD 1 TO WS-FEED-SEQ
001296     END-IF.
001300     PERFORM 2150-VALIDATE-DETAIL THRU 2150-EXIT.
001305     MOVE 'N' TO WS-HOLD-SW.
001310     IF NOT RECORD-REJECTED
001315         PERFORM 2180-STAMP-REFERENCE THRU 2180-EXIT
001316         PERFORM 2500-CHECK-HOLD THRU 2500-EXIT
001317     END-IF.
001318     IF NOT RECORD-REJECTED AND NOT DETAIL-HELD
001320         WRITE EDITED-RECORD FROM TRANS-IN-RECORD(1:51)
001330         ADD 1 TO WS-CLEAN-COUNT
001340         MOVE TRANS-IN-RECORD(2:29) TO WS-DETAIL-AREA
001350         ADD WS-DTL-NUM1 TO WS-CLEAN-HASH
001360         ADD WS-DTL-NUM2 TO WS-CLEAN-HASH
001370     END-IF.
001390     EXIT.
001400
001410 2150-VALIDATE-DETAIL.
001420     IF TRANS-IN-RECORD(52:29) NOT = SPACES
001430         MOVE 'E5' TO WS-REASON-CODE
001440         MOVE 'RECORD LENGTH INVALID' TO WS-REASON-TEXT
001450         MOVE 'Y' TO WS-REJECT-SW
001750         MOVE 'E9' TO WS-REASON-CODE
001760         MOVE 'CURRENCY MISSING' TO WS-REASON-TEXT
001770         MOVE 'Y' TO WS-REJECT-SW
001775         GO TO 2150-EXIT
001780     END-IF.
001781     IF TRANS-IN-RECORD(31:21) NOT = SPACES
001782         AND TRANS-IN-RECORD(39:13) IS NOT NUMERIC
001783         MOVE 'R1' TO WS-REASON-CODE
001784         MOVE 'REFERENCE INVALID' TO WS-REASON-TEXT
001785         MOVE 'Y' TO WS-REJECT-SW
001786         GO TO 2150-EXIT
001787     END-IF.
001789     IF ACCT-FILE-OPEN
001791         PERFORM 2170-EDIT-ACCOUNT THRU 2170-EXIT
001793     END-IF.
001795 2150-EXIT.
001800     EXIT.
001801
001802*>    THE ACCOUNT MUST BE ON THE MASTER, OPEN, AND HELD IN THE
001803*>    DETAIL'S OWN CURRENCY - A FROZEN ACCOUNT TAKES NO MONEY
001804*>    EITHER, IT IS HELD OUT UNTIL THE FREEZE IS LIFTED.
001805 2170-EDIT-ACCOUNT.
001806     IF TRANS-IN-RECORD(21:10) = SPACES
001807         MOVE 'A1' TO WS-REASON-CODE
001808         MOVE 'ACCOUNT MISSING' TO WS-REASON-TEXT
001809         MOVE 'Y' TO WS-REJECT-SW
001810         GO TO 2170-EXIT
001811     END-IF.
001812     MOVE TRANS-IN-RECORD(21:10) TO ACCT-NUMBER.
001813     READ ACCT-FILE
001814         INVALID KEY
001815             MOVE 'A1' TO WS-REASON-CODE
001816             MOVE 'ACCOUNT NOT ON FILE' TO WS-REASON-TEXT
001817             MOVE 'Y' TO WS-REJECT-SW
001818     END-READ.
001819     IF RECORD-REJECTED
001820         GO TO 2170-EXIT
001821     END-IF.
001822     IF ACCT-CLOSED
001823         MOVE 'A2' TO WS-REASON-CODE
001824         MOVE 'ACCOUNT CLOSED' TO WS-REASON-TEXT
001825         MOVE 'Y' TO WS-REJECT-SW
001826         GO TO 2170-EXIT
001827     END-IF.
001828     IF ACCT-FROZEN
001829         MOVE 'A4' TO WS-REASON-CODE
001830         MOVE 'ACCOUNT FROZEN' TO WS-REASON-TEXT
001831         MOVE 'Y' TO WS-REJECT-SW
001832         GO TO 2170-EXIT
001833     END-IF.
001834     IF ACCT-CURRENCY NOT = TRANS-IN-RECORD(18:3)
001835         MOVE 'A3' TO WS-REASON-CODE
001836         MOVE 'CURRENCY NOT ACCOUNT''S' TO WS-REASON-TEXT
001837         MOVE 'Y' TO WS-REJECT-SW
001838     END-IF.
001839 2170-EXIT.
001840     EXIT.
001841
001842*>    A DETAIL FROM THE FEED ITSELF IS GIVEN ITS REFERENCE HERE -
001843*>    THE FEED SEQUENCE COUNTS EVERY FEED DETAIL, CLEAN OR NOT,
001844*>    SO THE NUMBER IS THE RECORD'S PLACE IN WHAT THE SOURCE SENT.
001845*>    A RECYCLED DETAIL ALREADY CARRIES THE REFERENCE OF THE FEED
001846*>    RECORD IT CAME FROM AND IS LEFT ALONE.
001847 2180-STAMP-REFERENCE.
001848     IF TRANS-IN-RECORD(31:21) NOT = SPACES
001849         ADD 1 TO WS-REF-CARRIED-COUNT
001850         GO TO 2180-EXIT
001851     END-IF.
001852     MOVE WS-HDR-SOURCE TO WS-REF-SOURCE.
001853     MOVE WS-HDR-DATE TO WS-REF-DATE.
001854     MOVE WS-FEED-SEQ TO WS-REF-SEQ.
001855     MOVE WS-TRAN-REF TO TRANS-IN-RECORD(31:21).
001856 2180-EXIT.
001857     EXIT.
001858
001859 2200-WRITE-REJECT.
001860     ADD 1 TO WS-REJECT-COUNT.
001861     MOVE SPACES TO WS-REPORT-LINE.
001862     STRING 'REJECT ' WS-REASON-CODE ' ' WS-REASON-TEXT
001863         ' RECORD=' TRANS-IN-RECORD(1:40)
001870         DELIMITED BY SIZE INTO WS-REPORT-LINE.
001880     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001890 2200-EXIT.
001940         MOVE 'E7' TO WS-REASON-CODE
001950         MOVE 'HEADER DATE NOT NUMERIC' TO WS-REASON-TEXT
001960         MOVE 'Y' TO WS-REJECT-SW
001970         GO TO 2300-EXIT
001975     END-IF.
001976*>    BYTES 16-17 ARE THE ENTITY THE FEED BELONGS TO - SPACES
001977*>    (EVERY FEED CUT BEFORE THE SECOND ENTITY) IS THE HOME ONE.
001978     IF TRANS-IN-RECORD(16:2) NOT = WS-RUN-ENTITY
001979         MOVE 'E0' TO WS-REASON-CODE
001980         MOVE 'HEADER ENTITY NOT OURS' TO WS-REASON-TEXT
001981         MOVE 'Y' TO WS-REJECT-SW
001982         MOVE 'Y' TO WS-WRONG-ENTITY-SW
001983         MOVE TRANS-IN-RECORD(16:2) TO WS-HDR-ENTITY
001984         GO TO 2300-EXIT
001985     END-IF.
001986     MOVE TRANS-IN-RECORD(2:16) TO WS-HEADER-AREA.
001990     MOVE 'Y' TO WS-HEADER-SEEN-SW.
001995     MOVE ZERO TO WS-FEED-SEQ.
002000     WRITE EDITED-RECORD FROM TRANS-IN-RECORD(1:15).
002020 2300-EXIT.
002030     EXIT.
002040
002080         OR (TRANS-IN-RECORD(22:1) NOT = '+'
002090             AND TRANS-IN-RECORD(22:1) NOT = '-')
002100         MOVE 'E8' TO WS-REASON-CODE
002101         MOVE 'TRAILER INVALID' TO WS-REASON-TEXT
002102         MOVE 'Y' TO WS-REJECT-SW
002103     ELSE
002104         MOVE TRANS-IN-RECORD(2:21) TO WS-TRAILER-AREA
002105         ADD WS-TRL-COUNT TO WS-EXPECTED-COUNT
002106         ADD WS-TRL-HASH TO WS-EXPECTED-HASH
002107         MOVE WS-TRL-COUNT TO WS-LAST-TRL-COUNT
002108         MOVE WS-TRL-HASH TO WS-LAST-TRL-HASH
002109         MOVE 'Y' TO WS-TRAILER-SEEN-SW
002110     END-IF.
002111 2400-EXIT.
002112     EXIT.
002113
002114*>    A CLEAN DETAIL WITH NUM1 OR NUM2 ABOVE THE LIMIT IN EFFECT
002115*>    FOR ITS CURRENCY (EITHER SIGN) IS HELD FOR A SUPERVISOR'S
002116*>    DECISION INSTEAD OF GOING TO TRANEDTD. A CURRENCY WITH NO
002117*>    HOLDLIMccc IN EFFECT HAS NO LIMIT. HOLDFILE IS LOOKED AT
002118*>    FOR EVERY DETAIL, WHATEVER TONIGHT'S LIMIT - THE LIMIT MAY
002119*>    HAVE BEEN RAISED OR ENDED SINCE AN ITEM WAS HELD. THE SAME
002120*>    REFERENCE ALREADY ON HOLDFILE IS EITHER AN APPROVED ITEM
002121*>    COMING BACK THROUGH THE RECYCLE SLICE (RELEASED - IT PASSES,
002122*>    AND IS MARKED CLEARED SO A RESTART PASSES IT AGAIN) OR THE
002123*>    SAME ITEM SEEN AGAIN BEFORE IT WAS RELEASED (STILL HELD).
002124*>    ONLY A REFERENCE NOT ON HOLDFILE IS JUDGED ON THE LIMIT.
002125 2500-CHECK-HOLD.
002126     MOVE TRANS-IN-RECORD(2:29) TO WS-DETAIL-AREA.
002127     PERFORM 2550-FIND-LIMIT THRU 2550-EXIT.
002128     MOVE 'N' TO WS-ABOVE-LIMIT-SW.
002129     IF LIMIT-IN-EFFECT
002130         COMPUTE WS-HOLD-NEG-LIMIT = ZERO - WS-HOLD-LIMIT
002131         IF WS-DTL-NUM1 > WS-HOLD-LIMIT
002132             OR WS-DTL-NUM1 < WS-HOLD-NEG-LIMIT
002133             OR WS-DTL-NUM2 > WS-HOLD-LIMIT
002134             OR WS-DTL-NUM2 < WS-HOLD-NEG-LIMIT
002135             MOVE 'Y' TO WS-ABOVE-LIMIT-SW
002136         END-IF
002137     END-IF.
002138     IF NOT HOLD-FILE-OPEN
002139         IF DETAIL-ABOVE-LIMIT
002140             MOVE 'H1' TO WS-REASON-CODE
002141             MOVE 'ABOVE LIMIT, NO HOLDFILE' TO WS-REASON-TEXT
002142             MOVE 'Y' TO WS-REJECT-SW
002143         END-IF
002144         GO TO 2500-EXIT
002145     END-IF.
002146     MOVE TRANS-IN-RECORD(31:21) TO HOLD-REF.
002147     READ HOLD-FILE
002148         INVALID KEY
002149             IF DETAIL-ABOVE-LIMIT
002150                 PERFORM 2600-HOLD-DETAIL THRU 2600-EXIT
002151             END-IF
002152         NOT INVALID KEY
002153             PERFORM 2650-JUDGE-HOLD-HIT THRU 2650-EXIT
002154     END-READ.
002155 2500-EXIT.
002156     EXIT.
002157
002158 2550-FIND-LIMIT.
002159     MOVE ZERO TO WS-MATCH-IX.
002160     MOVE ZERO TO WS-LIMIT-IX.
002161     PERFORM 2560-MATCH-LIMIT THRU 2560-EXIT
002162         WS-LIMIT-COUNT TIMES.
002163     IF WS-MATCH-IX = ZERO
002164         PERFORM 2570-RESOLVE-LIMIT THRU 2570-EXIT
002165         GO TO 2550-EXIT
002166     END-IF.
002167     MOVE HLIM-SET-SW(WS-MATCH-IX) TO WS-LIMIT-SET-SW.
002168     MOVE HLIM-AMOUNT(WS-MATCH-IX) TO WS-HOLD-LIMIT.
002169 2550-EXIT.
002170     EXIT.
002171
002172 2560-MATCH-LIMIT.
002173     ADD 1 TO WS-LIMIT-IX.
002174     IF HLIM-CURRENCY(WS-LIMIT-IX) = WS-DTL-CURRENCY
002175         MOVE WS-LIMIT-IX TO WS-MATCH-IX
002176     END-IF.
002177 2560-EXIT.
002178     EXIT.
002179
002180*>    THE LIMIT IN EFFECT ON TONIGHT'S BUSINESS DATE - PARAMETER
002181*>    HOLDLIM PLUS THE CURRENCY CODE, E.G. HOLDLIMUSD. A FULL
002182*>    TABLE ONLY MEANS LATER CURRENCIES ARE RESOLVED EVERY TIME.
002183 2570-RESOLVE-LIMIT.
002184     MOVE 'N' TO WS-LIMIT-SET-SW.
002185     MOVE ZERO TO WS-HOLD-LIMIT.
002186     MOVE SPACES TO PSVC-NAME.
002187     STRING 'HOLDLIM' WS-DTL-CURRENCY DELIMITED BY SIZE
002188         INTO PSVC-NAME.
002189     MOVE WS-BUSINESS-DATE TO PSVC-DATE.
002190     CALL 'PARMSVC' USING PARMSVC-AREA
002191         ON EXCEPTION
002192             MOVE 4 TO PSVC-RC
002193     END-CALL.
002194     IF PSVC-RC = ZERO AND PSVC-VALUE(1:7) IS NUMERIC
002195         MOVE PSVC-VALUE(1:7) TO WS-LIMIT-DIGITS
002196         MOVE WS-LIMIT-AMOUNT TO WS-HOLD-LIMIT
002197         MOVE 'Y' TO WS-LIMIT-SET-SW
002198         MOVE WS-HOLD-LIMIT TO WS-LIMIT-EDIT
002199         MOVE SPACES TO WS-REPORT-LINE
002200         STRING 'HIGH-VALUE LIMIT ' PSVC-NAME ' = '
002201             WS-LIMIT-EDIT ' - DETAILS ABOVE IT ARE HELD'
002202             DELIMITED BY SIZE INTO WS-REPORT-LINE
002203     ELSE
002204         MOVE SPACES TO WS-REPORT-LINE
002205         STRING 'NO ' PSVC-NAME ' IN EFFECT - '
002206             WS-DTL-CURRENCY ' DETAILS ARE NOT HELD'
002207             DELIMITED BY SIZE INTO WS-REPORT-LINE
002208     END-IF.
002209     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002210     IF WS-LIMIT-COUNT < WS-LIMIT-MAX
002211         ADD 1 TO WS-LIMIT-COUNT
002212         MOVE WS-DTL-CURRENCY TO HLIM-CURRENCY(WS-LIMIT-COUNT)
002213         MOVE WS-LIMIT-SET-SW TO HLIM-SET-SW(WS-LIMIT-COUNT)
002214         MOVE WS-HOLD-LIMIT TO HLIM-AMOUNT(WS-LIMIT-COUNT)
002215     END-IF.
002216 2570-EXIT.
002217     EXIT.
002218
002219*>    THE DETAIL IS HELD EXACTLY AS IT WOULD HAVE GONE TO
002220*>    TRANEDTD, PENDING UNDER TONIGHT'S BUSINESS DATE.
002221 2600-HOLD-DETAIL.
002222     MOVE SPACES TO HOLD-RECORD.
002223     MOVE TRANS-IN-RECORD(31:21) TO HOLD-REF.
002224     MOVE 'P' TO HOLD-STATUS.
002225     MOVE WS-BUSINESS-DATE TO HOLD-DATE.
002226     MOVE WS-HOLD-LIMIT TO HOLD-LIMIT.
002227     MOVE TRANS-IN-RECORD(1:30) TO HOLD-DETAIL.
002228     MOVE ZERO TO HOLD-DEC-DATE HOLD-DEC-TIME HOLD-REL-DATE.
002229     MOVE 'W' TO HWK-ACTION.
002230     PERFORM 2690-QUEUE-HOLD THRU 2690-EXIT.
002235     IF RECORD-REJECTED
002236         GO TO 2600-EXIT
002237     END-IF.
002238     PERFORM 2700-COUNT-HELD THRU 2700-EXIT.
002239 2600-EXIT.
002240     EXIT.
002241
002242*>    AN ITEM NOT YET RELEASED (PENDING, APPROVED OR DECLINED)
002243*>    WHOSE DETAIL HAS CHANGED SINCE IT WAS HELD - A CORRECTED
002244*>    RESEND UNDER THE SAME REFERENCE - IS NOT WHAT THE SUPERVISOR
002245*>    SAW: THE HOLD TAKES THE NEW DETAIL AND TONIGHT'S LIMIT AND
002246*>    GOES BACK TO PENDING FOR A FRESH DECISION, SO THE OLD AMOUNT
002247*>    CAN NEVER BE RELEASED.
002248 2650-JUDGE-HOLD-HIT.
002249     IF HOLD-RELEASED OR HOLD-CLEARED
002250         MOVE 'C' TO HOLD-STATUS
002251         MOVE 'R' TO HWK-ACTION
002252         PERFORM 2690-QUEUE-HOLD THRU 2690-EXIT
002255         ADD 1 TO WS-APPROVED-IN-COUNT
002256         MOVE SPACES TO WS-REPORT-LINE
002257         STRING 'APPROVED HIGH-VALUE ITEM ' HOLD-REF
002258             ' RELEASED BY ' HOLD-DEC-USERID ' - PASSED'
002259             DELIMITED BY SIZE INTO WS-REPORT-LINE
002260         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002261         GO TO 2650-EXIT
002262     END-IF.
002263     IF HOLD-DETAIL NOT = TRANS-IN-RECORD(1:30)
002264         PERFORM 2680-REPLACE-HOLD THRU 2680-EXIT
002265     END-IF.
002266     IF RECORD-REJECTED
002267         GO TO 2650-EXIT
002268     END-IF.
002269     PERFORM 2700-COUNT-HELD THRU 2700-EXIT.
002270 2650-EXIT.
002271     EXIT.
002272
002273 2680-REPLACE-HOLD.
002274     MOVE 'P' TO HOLD-STATUS.
002275     MOVE WS-BUSINESS-DATE TO HOLD-DATE.
002276     MOVE WS-HOLD-LIMIT TO HOLD-LIMIT.
002277     MOVE TRANS-IN-RECORD(1:30) TO HOLD-DETAIL.
002278     MOVE SPACES TO HOLD-DEC-USERID HOLD-DEC-TERMID
002279         HOLD-DEC-REASON.
002280     MOVE ZERO TO HOLD-DEC-DATE HOLD-DEC-TIME HOLD-REL-DATE.
002281     MOVE 'R' TO HWK-ACTION.
002282     PERFORM 2690-QUEUE-HOLD THRU 2690-EXIT.
002283     ADD 1 TO WS-HOLD-REPLACED-COUNT.
002284     MOVE SPACES TO WS-REPORT-LINE.
002285     STRING 'HELD ITEM ' HOLD-REF
002286         ' CHANGED SINCE IT WAS HELD - NEW DETAIL HELD PENDING'
002287         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002288     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002289 2680-EXIT.
002290     EXIT.
002291
002292*>    THE HOLDFILE CHANGE GOES ON HOLDWORK, FILED BY 3700 ONCE THE
002293*>    FEED IS ACCEPTED. THE CALLER HAS SET HWK-ACTION.
002294 2690-QUEUE-HOLD.
002295     MOVE HOLD-RECORD TO HWK-IMAGE.
002296     WRITE HOLD-WORK-RECORD.
002297     IF WS-HWK-FILE-STATUS NOT = '00'
002298         MOVE 'H1' TO WS-REASON-CODE
002299         MOVE 'ABOVE LIMIT, HOLD FAILED' TO WS-REASON-TEXT
002300         MOVE 'Y' TO WS-REJECT-SW
002301         GO TO 2690-EXIT
002302     END-IF.
002303     ADD 1 TO WS-HOLD-QUEUED-COUNT.
002304 2690-EXIT.
002305     EXIT.
002306
002307*>    A HELD DETAIL STAYS OUT OF THE CLEAN COUNT AND HASH THAT
002308*>    GO ON THE TRANEDTD TRAILER, SO THE ARITHMETIC PASS STILL
002309*>    BALANCES; THE HELD TOTALS ARE KEPT APART AND ADDED BACK
002310*>    ONLY FOR THE CHECK AGAINST THE FEED'S OWN TRAILER.
002311 2700-COUNT-HELD.
002312     MOVE 'Y' TO WS-HOLD-SW.
002313     ADD 1 TO WS-HELD-COUNT.
002314     ADD WS-DTL-NUM1 TO WS-HELD-HASH.
002315     ADD WS-DTL-NUM2 TO WS-HELD-HASH.
002316     MOVE WS-HOLD-LIMIT TO WS-LIMIT-EDIT.
002317     MOVE SPACES TO WS-REPORT-LINE.
002318     STRING 'HELD   ' TRANS-IN-RECORD(31:21)
002319         ' NUM1=' TRANS-IN-RECORD(2:8)
002320         ' NUM2=' TRANS-IN-RECORD(10:8)
002321         ' ' WS-DTL-CURRENCY ' ABOVE LIMIT ' WS-LIMIT-EDIT
002322         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002323     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002324 2700-EXIT.
002325     EXIT.
002326
002327 3000-VERIFY-AND-TRAILER.
002328     MOVE 'T' TO WS-OUT-TRL-TYPE.
002329     MOVE WS-CLEAN-COUNT TO WS-OUT-TRL-COUNT.
002330     MOVE WS-CLEAN-HASH TO WS-OUT-TRL-HASH.
002331     WRITE EDITED-RECORD FROM WS-OUT-TRAILER.
002332     MOVE SPACES TO WS-REPORT-LINE.
002333     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002334     MOVE SPACES TO WS-REPORT-LINE.
002335     STRING 'RECORDS READ=' WS-READ-COUNT
002336         ' DETAILS=' WS-DETAIL-COUNT
002337         ' CLEAN=' WS-CLEAN-COUNT
002338         ' REJECTED=' WS-REJECT-COUNT
002339         ' RECYCLED REFS KEPT=' WS-REF-CARRIED-COUNT
002340         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002350     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002352     MOVE SPACES TO WS-REPORT-LINE.
002353     STRING 'HELD FOR APPROVAL=' WS-HELD-COUNT
002354         ' APPROVED ITEMS PASSED=' WS-APPROVED-IN-COUNT
002355         ' HELD ITEMS CHANGED=' WS-HOLD-REPLACED-COUNT
002356         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002357     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002360     IF NOT HEADER-SEEN
002370         MOVE '*** NO BATCH HEADER - BATCH DATE UNKNOWN'
002380             TO WS-REPORT-LINE
002390         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002400     END-IF.
002401     IF WRONG-ENTITY-FEED
002402         MOVE SPACES TO WS-REPORT-LINE
002403         STRING '*** FEED HEADER IS FOR ENTITY ' WS-HDR-ENTITY
002404             ' - THIS STREAM RUNS ENTITY ' WS-RUN-ENTITY
002405             ' - NOTHING MAY POST, RC=8'
002406             DELIMITED BY SIZE INTO WS-REPORT-LINE
002407         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002408         MOVE 8 TO WS-EDIT-RC
002409         GO TO 3000-VERIFY-DONE
002412     END-IF.
002415     IF NOT TRAILER-SEEN
002420         MOVE '*** NO TRAILER - POSSIBLE TRUNCATED FEED, RC=8'
002430             TO WS-REPORT-LINE
002440         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002550         MOVE 8 TO WS-EDIT-RC
002560         GO TO 3000-VERIFY-DONE
002570     END-IF.
002575     COMPUTE WS-CHECK-HASH = WS-CLEAN-HASH + WS-HELD-HASH.
002580     IF WS-REJECT-COUNT = ZERO
002590         AND WS-EXPECTED-HASH NOT = WS-CHECK-HASH
002600         MOVE SPACES TO WS-REPORT-LINE
002610         STRING '*** TRAILER HASH DOES NOT MATCH NUM1+NUM2 '
002620             'TOTAL, RC=8' DELIMITED BY SIZE
002720             INTO WS-REPORT-LINE
002730         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002740     END-IF.
002741 3000-VERIFY-DONE.
002742     IF WS-CLEAN-COUNT = ZERO AND WS-HELD-COUNT = ZERO
002743         MOVE SPACES TO WS-REPORT-LINE
002744         STRING '*** NO CLEAN RECORDS - ARITHMETIC PASS HAS NO '
002745             'INPUT, RC=8' DELIMITED BY SIZE
002746             INTO WS-REPORT-LINE
002747         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002748         MOVE 8 TO WS-EDIT-RC
002749     END-IF.
002750*>    EVERY DETAIL HELD IS A NIGHT OF HIGH-VALUE ITEMS ONLY, NOT A
002751*>    FAILED FEED - THE ARITHMETIC PASS RUNS WITH NOTHING TO DO.
002752     IF WS-CLEAN-COUNT = ZERO AND WS-HELD-COUNT > ZERO
002753         MOVE SPACES TO WS-REPORT-LINE
002754         STRING 'ALL DETAILS HELD FOR APPROVAL - THE ARITHMETIC '
002755             'PASS HAS NO INPUT TONIGHT' DELIMITED BY SIZE
002756             INTO WS-REPORT-LINE
002757         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002758     END-IF.
002759     IF WS-EDIT-RC = ZERO AND HEADER-SEEN
002760         PERFORM 3600-CHECK-REGISTER THRU 3600-EXIT
002761     END-IF.
002762     PERFORM 3700-FILE-HOLDS THRU 3700-EXIT.
002840 3000-EXIT.
002850     EXIT.
002860
002946*>    TELL THE SUPPLEMENT'S OWN RESTART FROM THE BASE FEED SENT
002948*>    AGAIN - THE SUPPLEMENT NUMBER (ZERO ON A NORMAL NIGHT)
002950*>    TELLS THEM APART. AN EARLIER RUN DATE IS THE SOURCE
002952*>    SYSTEM SENDING YESTERDAY'S FILE AGAIN. AN ENTRY THE
002953*>    BATRCALL JOB HAS RECALLED IS NO LONGER ON THE BOOKS - THE
002954*>    CORRECTED RESEND UNDER THE SAME IDENTITY IS ACCEPTED.
002955*>    SO IS ONE A SUPERVISOR HAS RELEASED AT THE BREGWB SCREEN -
002956*>    ONCE; THE RELEASE IS USED UP BY THIS RESEND.
002957 3620-JUDGE-REGISTER-HIT.
002958     IF BREG-RECALLED
002959         PERFORM 3660-REREGISTER-BATCH THRU 3660-EXIT
002960         GO TO 3620-EXIT
002961     END-IF.
002962     IF BREG-RELEASED
002963         PERFORM 3670-HONOUR-RELEASE THRU 3670-EXIT
002964         GO TO 3620-EXIT
002965     END-IF.
002966     IF BREG-RUN-DATE = WS-BUSINESS-DATE
002967         AND BREG-SUPP-NO = WS-SUPP-NO
002968         MOVE SPACES TO WS-REPORT-LINE
002969         STRING 'BATCH ALREADY ON THE REGISTER FROM THIS '
002970             'PASS OF THIS BUSINESS DATE - RESTART, '
002971             'PASSED' DELIMITED BY SIZE INTO WS-REPORT-LINE
002972         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002973         GO TO 3620-EXIT
002974     END-IF.
002975     IF BREG-RUN-DATE = WS-BUSINESS-DATE
002976         MOVE SPACES TO WS-REPORT-LINE
003072         STRING '*** BATCH REGISTERED BY PASS ' BREG-SUPP-NO
003168             ' OF THIS BUSINESS DATE - THIS PASS MUST CARRY '
003264             'THE LATE FEED, NOT THE ORIGINAL, RC=8'
003360             DELIMITED BY SIZE INTO WS-REPORT-LINE
003456         WRITE REPORT-RECORD FROM WS-REPORT-LINE
003552         MOVE 8 TO WS-EDIT-RC
003648         GO TO 3620-EXIT
003744     END-IF.
003840     MOVE SPACES TO WS-REPORT-LINE.
003936     STRING '*** BATCH ALREADY PROCESSED ON '
004032         BREG-RUN-DATE ' - HEADER ' WS-HDR-DATE
004128         ' SOURCE ' WS-HDR-SOURCE
004224         ' IS A RE-SENT FEED, RC=8'
004320         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004416     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004512     MOVE 8 TO WS-EDIT-RC.
004608 3620-EXIT.
004704     EXIT.
004800
004896 3650-RECORD-BATCH.
004992     MOVE WS-BUSINESS-DATE TO BREG-RUN-DATE.
005088     MOVE WS-LAST-TRL-COUNT TO BREG-COUNT.
005184     MOVE WS-SUPP-NO TO BREG-SUPP-NO.
005280     MOVE SPACE TO BREG-STATUS.
005376     MOVE ZERO TO BREG-RECALL-DATE.
005472     PERFORM 3680-CLEAR-RELEASE THRU 3680-EXIT.
005568     WRITE BREG-RECORD
005664         INVALID KEY
005760             CONTINUE
005856     END-WRITE.
005952     MOVE SPACES TO WS-REPORT-LINE.
006048     STRING 'BATCH REGISTERED - HEADER ' WS-HDR-DATE
006144         ' SOURCE ' WS-HDR-SOURCE
006240         ' HASH ' WS-LAST-TRL-HASH
006336         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006432     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006528 3650-EXIT.
006624     EXIT.
006720
006816*>    A RECALLED BATCH SENT AGAIN - THE ENTRY IS TAKEN OVER BY
006912*>    THE RESEND, UNDER TONIGHT'S DATE AND PASS, SO A RESTART OF
007008*>    THIS PASS PASSES AND ANY LATER RESEND REJECTS AS USUAL.
007104 3660-REREGISTER-BATCH.
007200     MOVE SPACES TO WS-REPORT-LINE.
007296     STRING 'BATCH RECALLED ON ' BREG-RECALL-DATE
007392         ' - CORRECTED RESEND OF HEADER ' WS-HDR-DATE
007488         ' SOURCE ' WS-HDR-SOURCE ' ACCEPTED'
007534         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007580     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
007626     MOVE WS-BUSINESS-DATE TO BREG-RUN-DATE.
007672     MOVE WS-LAST-TRL-COUNT TO BREG-COUNT.
007718     MOVE WS-SUPP-NO TO BREG-SUPP-NO.
007764     MOVE SPACE TO BREG-STATUS.
007810     MOVE ZERO TO BREG-RECALL-DATE.
007856     PERFORM 3680-CLEAR-RELEASE THRU 3680-EXIT.
007902     REWRITE BREG-RECORD
007948         INVALID KEY
007994             MOVE SPACES TO WS-REPORT-LINE
008040             STRING '*** BATCHREG REWRITE FAILED, STATUS='
008086                 WS-BREG-FILE-STATUS ' - RESEND NOT REGISTERED'
008132                 ', RC=8' DELIMITED BY SIZE INTO WS-REPORT-LINE
008178             WRITE REPORT-RECORD FROM WS-REPORT-LINE
008224             MOVE 8 TO WS-EDIT-RC
008270     END-REWRITE.
008316 3660-EXIT.
008370     EXIT.
008380
008390*>    A RELEASED ENTRY SENT AGAIN - TAKEN OVER BY THE RESEND
008400*>    EXACTLY AS A RECALLED ONE IS, THE RELEASE CLEARED SO IT
008410*>    CANNOT LET A THIRD COPY THROUGH, AND THE ENTRY AS RELEASED
008420*>    (WHO, WHEN, WHY) AND AS RE-REGISTERED FILED WITH THE SHARED
008430*>    JRNLSVC CHANGE JOURNAL FOR JRNLRPT.
008440 3670-HONOUR-RELEASE.
008450     MOVE SPACES TO WS-REPORT-LINE.
008460     STRING 'BATCH RELEASED BY ' BREG-REL-USERID
008470         ' ON ' BREG-REL-DATE ' (' BREG-REL-REASON
008480         ') - RESEND OF HEADER ' WS-HDR-DATE
008490         ' SOURCE ' WS-HDR-SOURCE ' ACCEPTED'
008500         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008510     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
008520     MOVE SPACES TO JRNL-BEFORE-IMAGE.
008530     MOVE BREG-RECORD TO JRNL-BEFORE-IMAGE.
008540     MOVE WS-BUSINESS-DATE TO BREG-RUN-DATE.
008550     MOVE WS-LAST-TRL-COUNT TO BREG-COUNT.
008560     MOVE WS-SUPP-NO TO BREG-SUPP-NO.
008570     MOVE SPACE TO BREG-STATUS.
008580     PERFORM 3680-CLEAR-RELEASE THRU 3680-EXIT.
008590     REWRITE BREG-RECORD
008600         INVALID KEY
008610             MOVE SPACES TO WS-REPORT-LINE
008620             STRING '*** BATCHREG REWRITE FAILED, STATUS='
008630                 WS-BREG-FILE-STATUS ' - RESEND NOT REGISTERED'
008640                 ', RC=8' DELIMITED BY SIZE INTO WS-REPORT-LINE
008650             WRITE REPORT-RECORD FROM WS-REPORT-LINE
008660             MOVE 8 TO WS-EDIT-RC
008670             GO TO 3670-EXIT
008680     END-REWRITE.
008690     MOVE 'RELEASE' TO JRNL-ACTION.
008700     MOVE 'BATCHREG' TO JRNL-FILE-NAME.
008710     MOVE WS-AUDIT-PGM-NAME TO JRNL-PGM-NAME.
008720     MOVE SPACES TO JRNL-AFTER-IMAGE.
008730     MOVE BREG-RECORD TO JRNL-AFTER-IMAGE.
008740     CALL 'JRNLSVC' USING JRNLSVC-AREA
008750         ON EXCEPTION
008760             CONTINUE
008770     END-CALL.
008780 3670-EXIT.
008790     EXIT.
008800
008810 3680-CLEAR-RELEASE.
008820     MOVE SPACES TO BREG-REL-USERID.
008830     MOVE SPACES TO BREG-REL-TERMID.
008840     MOVE ZERO TO BREG-REL-DATE.
008850     MOVE ZERO TO BREG-REL-TIME.
008860     MOVE SPACES TO BREG-REL-REASON.
008870 3680-EXIT.
008880     EXIT.
008881
008882*>    HOLDFILE IS ONLY CHANGED ONCE THE FEED HAS BEEN ACCEPTED.
008883*>    THE DETAIL PASS QUEUES EVERY NEW HOLD, CHANGED HOLD AND
008884*>    CLEARED RELEASE ON HOLDWORK; A FEED THAT ENDS RC=8 - WRONG
008885*>    ENTITY, NO TRAILER, COUNT OR HASH OFF, A RE-SEND - LEAVES
008886*>    HOLDFILE AS IT FOUND IT, SO NOTHING OF IT CAN BE APPROVED
008887*>    AND RECYCLED, AND A RERUN HOLDS AND PASSES THE SAME ITEMS
008888*>    AGAIN. A HOLD THAT CANNOT BE FILED IS RC=8 TOO - THE ITEM
008889*>    WOULD BE NEITHER POSTED NOR HELD.
008890 3700-FILE-HOLDS.
008891     IF NOT HOLD-FILE-OPEN
008892         GO TO 3700-EXIT
008893     END-IF.
008894     CLOSE HOLD-WORK-FILE.
008895     IF WS-EDIT-RC NOT = ZERO
008896         IF WS-HOLD-QUEUED-COUNT > ZERO
008897             MOVE SPACES TO WS-REPORT-LINE
008898             STRING '*** FEED NOT ACCEPTED - HOLDFILE LEFT '
008899                 'UNCHANGED,'
008900                 ' ' WS-HOLD-QUEUED-COUNT ' HOLD UPDATES DROPPED'
008901                 DELIMITED BY SIZE INTO WS-REPORT-LINE
008902             WRITE REPORT-RECORD FROM WS-REPORT-LINE
008903         END-IF
008904         GO TO 3700-EXIT
008905     END-IF.
008906     OPEN INPUT HOLD-WORK-FILE.
008907     MOVE 'N' TO WS-HWK-EOF-SW.
008908     PERFORM 3710-READ-WORK THRU 3710-EXIT.
008909     PERFORM 3720-FILE-ONE THRU 3720-EXIT
008910         UNTIL HWK-EOF.
008911     CLOSE HOLD-WORK-FILE.
008912     MOVE SPACES TO WS-REPORT-LINE.
008913     STRING 'HOLDFILE UPDATED - ' WS-HOLD-FILED-COUNT
008914         ' OF ' WS-HOLD-QUEUED-COUNT ' HOLD UPDATES FILED'
008915         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008916     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
008917 3700-EXIT.
008918     EXIT.
008919
008920 3710-READ-WORK.
008921     READ HOLD-WORK-FILE
008922         AT END MOVE 'Y' TO WS-HWK-EOF-SW
008923     END-READ.
008924 3710-EXIT.
008925     EXIT.
008926
008927 3720-FILE-ONE.
008928     MOVE HWK-IMAGE TO HOLD-RECORD.
008929     IF HWK-NEW-HOLD
008930         WRITE HOLD-RECORD
008931             INVALID KEY
008932                 PERFORM 3730-FILE-FAILED THRU 3730-EXIT
008933                 GO TO 3720-NEXT
008934         END-WRITE
008935     ELSE
008936         REWRITE HOLD-RECORD
008937             INVALID KEY
008938                 PERFORM 3730-FILE-FAILED THRU 3730-EXIT
008939                 GO TO 3720-NEXT
008940         END-REWRITE
008941     END-IF.
008942     ADD 1 TO WS-HOLD-FILED-COUNT.
008943 3720-NEXT.
008944     PERFORM 3710-READ-WORK THRU 3710-EXIT.
008945 3720-EXIT.
008946     EXIT.
008947
008948 3730-FILE-FAILED.
008949     MOVE SPACES TO WS-REPORT-LINE.
008950     STRING '*** HOLDFILE ' HWK-ACTION ' OF ' HOLD-REF
008951         ' FAILED, STATUS=' WS-HOLD-FILE-STATUS ', RC=8'
008952         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008953     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
008954     MOVE 8 TO WS-EDIT-RC.
008955 3730-EXIT.
008956     EXIT.
008957
008958 9000-TERMINATE.
008959     CLOSE TRANS-FILE.
008960     CLOSE EDITED-FILE.
008961     IF ACCT-FILE-OPEN
008962         CLOSE ACCT-FILE
008963     END-IF.
008964     IF HOLD-FILE-OPEN
008970         CLOSE HOLD-FILE
008980     END-IF.
008990     CLOSE REPORT-FILE.
009000     MOVE WS-EDIT-RC TO WS-AUDIT-RC.
009010     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
009020         WS-AUDIT-RC.
009030 *>    SET LAST - THE AUDITLOG CALL WOULD OTHERWISE LEAVE ITS OWN
009040 *>    ZERO IN THE RETURN-CODE REGISTER ON THE WAY BACK.
009050     MOVE WS-EDIT-RC TO RETURN-CODE.
009060 9000-EXIT.
009070     EXIT.
