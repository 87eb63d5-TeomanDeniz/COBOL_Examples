000000 *>                 (COUNT AND NUM1+NUM2 HASH OF THE RELEASED
000000 *>                 ITEMS) SO THE FRONT-END EDIT CAN VERIFY THE
000000 *>                 RECYCLE SLICE LIKE ANY OTHER BATCH.
000000 *> 2026/09/08 TD - A RELEASED ITEM GOES BACK OUT UNDER THE
000000 *>                 ACCOUNT IT WAS SUSPENDED FROM (BYTES 21-30 OF
000000 *>                 THE RECYCLE DETAIL), SO TRANEDIT EDITS IT AND
000000 *>                 THE POSTING STEP CREDITS IT LIKE ANY OTHER.
000000 *> 2026/09/09 TD - A RELEASED ITEM KEEPS ITS ORIGINAL TRANSACTION
000000 *>                 REFERENCE (BYTES 31-51 OF THE RECYCLE DETAIL);
000000 *>                 TRANEDIT CARRIES IT FORWARD INSTEAD OF
000000 *>                 STAMPING A NEW ONE.
000000 *> 2026/09/15 TD - HIGH-VALUE HOLDS DECIDED AT THE HOLDWB SCREEN
000000 *>                 ARE SWEPT HERE, AFTER THE CORRECTION CARDS:
000000 *>                 AN APPROVED ITEM GOES OUT ON THE RECYCLE FILE
000000 *>                 UNDER ITS OWN REFERENCE (INSIDE THE RECYCLE
000000 *>                 TRAILER COUNT AND HASH), A DECLINED ONE IS
000000 *>                 FILED IN SUSPENSE UNDER THE BUSINESS DATE
000000 *>                 WITH THE SUPERVISOR'S REASON, AND ONE THE
000000 *>                 EDIT HAS CLEARED IS PURGED. HOLDFILE DELETES
000000 *>                 ARE JOURNALED LIKE THE SUSPENSE ONES.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SUSPRECY.
000120 ENVIRONMENT DIVISION.
000220         FILE STATUS IS WS-SUSP-FILE-STATUS.
000230     SELECT RECYCLE-FILE ASSIGN TO "RECYCOUT"
000240         ORGANIZATION IS LINE SEQUENTIAL.
000245     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000246         ORGANIZATION IS INDEXED
000247         ACCESS MODE IS DYNAMIC
000248         RECORD KEY IS HOLD-KEY
000249         FILE STATUS IS WS-HOLD-FILE-STATUS.
000250     SELECT PARM-FILE ASSIGN TO "SUSPPARM"
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270     SELECT REPORT-FILE ASSIGN TO "SUSPRPT"
000370     05 CORR-CURRENCY PIC X(3).
000380 FD  SUSPENSE-FILE.
000390     COPY SUSPREC.
000395 FD  HOLD-FILE.
000396     COPY HOLDREC.
000400 FD  RECYCLE-FILE.
000410 01  RECYCLE-RECORD.
000420     05 RECYC-REC-TYPE PIC X.
000430     05 RECYC-NUM1 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000440     05 RECYC-NUM2 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000450     05 RECYC-CURRENCY PIC X(3).
000455     05 RECYC-ACCOUNT PIC X(10).
000457     05 RECYC-REF PIC X(21).
000460 01  RECYCLE-TRAILER REDEFINES RECYCLE-RECORD.
000470     05 RECYC-TRL-TYPE PIC X.
000480     05 RECYC-TRL-COUNT PIC 9(7).
000710     77 WS-RECYCLE-HASH PIC S9(11)V99 VALUE ZERO.
000720     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'SUSPRECY'.
000730     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000731     77 WS-HOLD-FILE-STATUS PIC XX VALUE '00'.
000732     77 WS-HOLD-EOF-SW PIC X VALUE 'N'.
000733         88 HOLD-EOF VALUE 'Y'.
000734     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000735     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000736     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000737     77 WS-NEXT-SEQ PIC 9(4) VALUE ZERO.
000738     77 WS-WRITE-DONE-SW PIC X VALUE 'N'.
000739         88 WRITE-DONE VALUE 'Y'.
000740     77 WS-HOLD-RELEASED-COUNT PIC 9(5) VALUE ZERO.
000741     77 WS-HOLD-DECLINED-COUNT PIC 9(5) VALUE ZERO.
000742     77 WS-HOLD-PENDING-COUNT PIC 9(5) VALUE ZERO.
000743     77 WS-HOLD-PURGED-COUNT PIC 9(5) VALUE ZERO.
000746 PROCEDURE DIVISION.
000750 0000-MAIN.
000760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000770     PERFORM 2000-APPLY-CORRECTION THRU 2000-EXIT
000780         UNTIL CORR-EOF.
000785     PERFORM 2500-HOLD-SWEEP THRU 2500-EXIT.
000790     PERFORM 3000-AGE-SWEEP THRU 3000-EXIT.
000800     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
000810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000850     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
000860         WS-AUDIT-RC.
000870     PERFORM 1050-READ-PARM THRU 1050-EXIT.
000872     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
000874         WS-RUNCTL-RC
000876         ON EXCEPTION
000878             ACCEPT WS-BUSINESS-DATE FROM DATE
000879     END-CALL.
000880     OPEN I-O SUSPENSE-FILE.
000890     IF WS-SUSP-FILE-STATUS = '35'
000900*>        FIRST EVER USE - CREATE THE EMPTY CLUSTER, THEN REOPEN
001690     MOVE CORR-NUM1 TO RECYC-NUM1.
001700     MOVE CORR-NUM2 TO RECYC-NUM2.
001710     MOVE CORR-CURRENCY TO RECYC-CURRENCY.
001715     MOVE SUSP-ACCOUNT TO RECYC-ACCOUNT.
001717     MOVE SUSP-REF TO RECYC-REF.
001720     WRITE RECYCLE-RECORD.
001730     ADD CORR-NUM1 TO WS-RECYCLE-HASH.
001740     ADD CORR-NUM2 TO WS-RECYCLE-HASH.
001746     PERFORM 5000-JOURNAL-DELETE THRU 5000-EXIT.
001750     DELETE SUSPENSE-FILE.
001760     ADD 1 TO WS-RELEASED-COUNT.
001761     MOVE SPACES TO WS-REPORT-LINE.
001762     STRING 'RELEASED KEY ' CORR-KEY
001763         ' TO RECYCLE, CORRECTED NUM1=' CORR-NUM1
001764         ' NUM2=' CORR-NUM2 DELIMITED BY SIZE
001765         INTO WS-REPORT-LINE.
001766     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001767 2100-EXIT.
001768     EXIT.
001769
001770*>    THE HIGH-VALUE HOLDS THE SUPERVISORS HAVE DECIDED AT THE
001771*>    HOLDWB SCREEN. AN APPROVED ITEM GOES OUT ON THE RECYCLE
001772*>    FILE, UNCHANGED AND UNDER ITS OWN REFERENCE, AND IS MARKED
001773*>    RELEASED - THE EDIT PASSES IT TONIGHT AND MARKS IT CLEARED.
001774*>    A RELEASED ITEM STILL NOT CLEARED NEVER GOT THROUGH LAST
001775*>    NIGHT'S EDIT AND GOES OUT AGAIN. A DECLINED ITEM IS FILED
001776*>    IN SUSPENSE UNDER TONIGHT'S DATE WITH THE SUPERVISOR'S
001777*>    REASON, AND A CLEARED ONE HAS POSTED - BOTH ARE DELETED
001778*>    FROM HOLDFILE WITH THEIR BEFORE IMAGES JOURNALED. A HOLDFILE
001779*>    THAT DOES NOT EXIST YET SIMPLY HAS NOTHING IN IT.
001780 2500-HOLD-SWEEP.
001781     IF SUSP-EOF
001782         GO TO 2500-EXIT
001783     END-IF.
001784     OPEN I-O HOLD-FILE.
001785     IF WS-HOLD-FILE-STATUS = '35'
001786         GO TO 2500-EXIT
001787     END-IF.
001788     IF WS-HOLD-FILE-STATUS NOT = '00'
001789         DISPLAY 'HOLDFILE OPEN FAILED, STATUS='
001790             WS-HOLD-FILE-STATUS
001791         MOVE 12 TO RETURN-CODE
001792         GO TO 2500-EXIT
001793     END-IF.
001794     MOVE SPACES TO WS-REPORT-LINE.
001795     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001796     MOVE 'HIGH-VALUE HOLDS' TO WS-REPORT-LINE.
001797     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001798     MOVE LOW-VALUES TO HOLD-KEY.
001799     START HOLD-FILE KEY NOT < HOLD-KEY
001800         INVALID KEY MOVE 'Y' TO WS-HOLD-EOF-SW
001801     END-START.
001802     IF NOT HOLD-EOF
001803         PERFORM 2550-READ-HOLD THRU 2550-EXIT
001804     END-IF.
001805     PERFORM 2600-SWEEP-ONE-HOLD THRU 2600-EXIT
001806         UNTIL HOLD-EOF.
001807     CLOSE HOLD-FILE.
001808 2500-EXIT.
001809     EXIT.
001810
001811 2550-READ-HOLD.
001812     READ HOLD-FILE NEXT RECORD
001813         AT END MOVE 'Y' TO WS-HOLD-EOF-SW
001814     END-READ.
001815 2550-EXIT.
001816     EXIT.
001817
001818 2600-SWEEP-ONE-HOLD.
001819     EVALUATE TRUE
001820         WHEN HOLD-APPROVED
001821         WHEN HOLD-RELEASED
001822             PERFORM 2650-RELEASE-HOLD THRU 2650-EXIT
001823         WHEN HOLD-DECLINED
001824             PERFORM 2700-DECLINE-HOLD THRU 2700-EXIT
001825         WHEN HOLD-CLEARED
001826             ADD 1 TO WS-HOLD-PURGED-COUNT
001827             MOVE 'PURGE' TO JRNL-ACTION
001828             PERFORM 5100-JOURNAL-HOLD THRU 5100-EXIT
001829             DELETE HOLD-FILE
001830         WHEN OTHER
001831             ADD 1 TO WS-HOLD-PENDING-COUNT
001832             MOVE SPACES TO WS-REPORT-LINE
001833             STRING 'AWAITING DECISION ' HOLD-REF
001834                 ' HELD ' HOLD-DATE
001835                 ' NUM1=' HOLD-NUM1 ' NUM2=' HOLD-NUM2
001836                 ' ' HOLD-CURRENCY DELIMITED BY SIZE
001837                 INTO WS-REPORT-LINE
001838             WRITE REPORT-RECORD FROM WS-REPORT-LINE
001839     END-EVALUATE.
001840     PERFORM 2550-READ-HOLD THRU 2550-EXIT.
001841 2600-EXIT.
001842     EXIT.
001843
001844 2650-RELEASE-HOLD.
001845     MOVE HOLD-DETAIL TO RECYCLE-RECORD.
001846     MOVE HOLD-REF TO RECYC-REF.
001847     WRITE RECYCLE-RECORD.
001848     ADD HOLD-NUM1 TO WS-RECYCLE-HASH.
001849     ADD HOLD-NUM2 TO WS-RECYCLE-HASH.
001850     ADD 1 TO WS-RELEASED-COUNT.
001851     ADD 1 TO WS-HOLD-RELEASED-COUNT.
001852     MOVE 'R' TO HOLD-STATUS.
001853     MOVE WS-BUSINESS-DATE TO HOLD-REL-DATE.
001854     REWRITE HOLD-RECORD
001855         INVALID KEY
001856             DISPLAY 'HOLDFILE REWRITE FAILED, STATUS='
001857                 WS-HOLD-FILE-STATUS
001858             MOVE 12 TO RETURN-CODE
001859     END-REWRITE.
001860     MOVE SPACES TO WS-REPORT-LINE.
001861     STRING 'APPROVED ' HOLD-REF ' BY ' HOLD-DEC-USERID
001862         ' - RELEASED TO RECYCLE, NUM1=' HOLD-NUM1
001863         ' NUM2=' HOLD-NUM2 DELIMITED BY SIZE
001864         INTO WS-REPORT-LINE.
001865     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001866 2650-EXIT.
001867     EXIT.
001868
001869 2700-DECLINE-HOLD.
001870     MOVE WS-BUSINESS-DATE TO SUSP-DATE.
001871     MOVE HOLD-NUM1 TO SUSP-NUM1.
001872     MOVE HOLD-NUM2 TO SUSP-NUM2.
001873     MOVE HOLD-CURRENCY TO SUSP-CURRENCY.
001874     IF HOLD-DEC-REASON = SPACES
001875         MOVE 'HIGH VALUE DECLINED' TO SUSP-REASON
001876     ELSE
001877         MOVE HOLD-DEC-REASON TO SUSP-REASON
001878     END-IF.
001879     MOVE HOLD-ACCOUNT TO SUSP-ACCOUNT.
001880     MOVE HOLD-REF TO SUSP-REF.
001881     MOVE 'N' TO WS-WRITE-DONE-SW.
001882     PERFORM 2750-TRY-SUSPENSE THRU 2750-EXIT
001883         UNTIL WRITE-DONE.
001884     IF SUSP-EOF
001885         GO TO 2700-EXIT
001886     END-IF.
001887     ADD 1 TO WS-HOLD-DECLINED-COUNT.
001888     MOVE 'DECLINE' TO JRNL-ACTION.
001889     PERFORM 5100-JOURNAL-HOLD THRU 5100-EXIT.
001890     DELETE HOLD-FILE.
001891     MOVE SPACES TO WS-REPORT-LINE.
001892     STRING 'DECLINED ' HOLD-REF ' BY ' HOLD-DEC-USERID
001893         ' - TO SUSPENSE KEY ' SUSP-KEY
001894         ' REASON ' SUSP-REASON DELIMITED BY SIZE
001895         INTO WS-REPORT-LINE.
001896     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001897 2700-EXIT.
001898     EXIT.
001899
001900*>    THE NEXT FREE SEQUENCE UNDER TONIGHT'S DATE, THE WAY
001901*>    SUSPLOAD FILES ITS REJECTS. A FAILURE OTHER THAN A TAKEN
001902*>    KEY STOPS THE SWEEP AND THE AGING WITH IT - THE ITEM
001903*>    STAYS DECLINED ON HOLDFILE FOR THE NEXT RUN.
001904 2750-TRY-SUSPENSE.
001905     ADD 1 TO WS-NEXT-SEQ.
001906     MOVE WS-NEXT-SEQ TO SUSP-SEQ.
001907     WRITE SUSP-RECORD
001908         INVALID KEY
001909             CONTINUE
001910         NOT INVALID KEY
001911             MOVE 'Y' TO WS-WRITE-DONE-SW
001912     END-WRITE.
001913     IF WS-WRITE-DONE-SW = 'N'
001914         AND WS-SUSP-FILE-STATUS NOT = '22'
001915         DISPLAY 'SUSPFILE WRITE FAILED, STATUS='
001916             WS-SUSP-FILE-STATUS
001917         MOVE 'Y' TO WS-WRITE-DONE-SW
001918         MOVE 'Y' TO WS-SUSP-EOF-SW
001919         MOVE 'Y' TO WS-HOLD-EOF-SW
001920         MOVE 12 TO RETURN-CODE
001921     END-IF.
001922 2750-EXIT.
001923     EXIT.
001924
001925 3000-AGE-SWEEP.
001926     IF SUSP-EOF
001927         GO TO 3000-EXIT
001928     END-IF.
001929     MOVE LOW-VALUES TO SUSP-KEY.
001930     START SUSPENSE-FILE KEY NOT < SUSP-KEY
001931         INVALID KEY MOVE 'Y' TO WS-SUSP-EOF-SW
001932     END-START.
001940     IF SUSP-EOF
001950         GO TO 3000-EXIT
001960     END-IF.
002410         ' STILL IN SUSPENSE=' WS-REMAINING-COUNT
002420         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002430     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002432     MOVE SPACES TO WS-REPORT-LINE.
002434     STRING 'HOLDS RELEASED=' WS-HOLD-RELEASED-COUNT
002436         ' DECLINED TO SUSPENSE=' WS-HOLD-DECLINED-COUNT
002437         ' CLEARED AND PURGED=' WS-HOLD-PURGED-COUNT
002438         ' AWAITING DECISION=' WS-HOLD-PENDING-COUNT
002439         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002442     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002445 4000-EXIT.
002450     EXIT.
002460
002470 8000-WRITE-RECYCLE-TRAILER.
002490     MOVE 'T' TO RECYC-TRL-TYPE.
002500     MOVE WS-RELEASED-COUNT TO RECYC-TRL-COUNT.
002510     MOVE WS-RECYCLE-HASH TO RECYC-TRL-HASH.
002520*>    THE TRAILER VIEW IS WRITTEN BY ITS OWN NAME - WRITING IT
002530*>    KEEPS ALL 22 BYTES, HASH SIGN INCLUDED.
002540     WRITE RECYCLE-TRAILER.
002550 8000-EXIT.
002560     EXIT.
002586 5000-EXIT.
002587     EXIT.
002588
002589*>    THE SAME BEFORE-IMAGE JOURNALING FOR A HOLDFILE DELETE -
002590*>    THE CALLER HAS SET JRNL-ACTION TO DECLINE OR PURGE.
002591 5100-JOURNAL-HOLD.
002592     MOVE 'HOLDFILE' TO JRNL-FILE-NAME.
002593     MOVE WS-AUDIT-PGM-NAME TO JRNL-PGM-NAME.
002594     MOVE SPACES TO JRNL-BEFORE-IMAGE.
002595     MOVE HOLD-RECORD TO JRNL-BEFORE-IMAGE.
002596     MOVE SPACES TO JRNL-AFTER-IMAGE.
002597     CALL 'JRNLSVC' USING JRNLSVC-AREA
002598         ON EXCEPTION
002599             CONTINUE
002600     END-CALL.
002601 5100-EXIT.
002602     EXIT.
002603
002604 9000-TERMINATE.
002605     PERFORM 8000-WRITE-RECYCLE-TRAILER THRU 8000-EXIT.
002606     CLOSE CORRECTION-FILE.
002610     CLOSE SUSPENSE-FILE.
002620     CLOSE RECYCLE-FILE.
002630     CLOSE REPORT-FILE.
