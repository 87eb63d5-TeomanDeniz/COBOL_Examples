000000 *> BUSINESS DATE, PLUS THE VALUE PARMSVC ITSELF RESOLVES - SO
000000 *> WHAT EXAMPLE-IF-ELSE WILL RUN WITH ON MONDAY IS ON PAPER ON
000000 *> THURSDAY. RC=4 WHEN ANYTHING REJECTED.
000000 *> 2026/09/16 TD - DUAL CONTROL: CARDS NO LONGER COME FROM
000000 *>                 PREPOTRN. A CHANGE IS SUBMITTED WITH PCHGSUB,
000000 *>                 APPROVED BY A SECOND USER (PCHGREV OR THE
000000 *>                 PCHGWB SCREEN), AND ONLY THEN READ HERE OFF
000000 *>                 THE SHARED PENDCHG FILE. EACH IS MARKED DONE
000000 *>                 OR FAILED, AND THE APPLY REPORT NAMES WHO
000000 *>                 SUBMITTED AND WHO APPROVED IT.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PREPOMNT.
000300 ENVIRONMENT DIVISION.
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PREPO-KEY
000370         FILE STATUS IS WS-REPO-FILE-STATUS.
000380     SELECT PEND-FILE ASSIGN TO "PENDCHG"
000390         ORGANIZATION IS INDEXED
000395         ACCESS MODE IS DYNAMIC
000397         RECORD KEY IS PCHG-KEY
000400         FILE STATUS IS WS-PEND-FILE-STATUS.
000410     SELECT REPORT-FILE ASSIGN TO "PREPORPT"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  REPO-FILE.
000530     COPY PARMREPO.
000540 FD  PEND-FILE.
000550     COPY PCHGREC.
000580 FD  REPORT-FILE.
000590 01  REPORT-RECORD PIC X(100).
000600 WORKING-STORAGE SECTION.
000610     COPY PARMLINK.
000620     COPY JRNLLINK.
000630     77 WS-REPO-FILE-STATUS PIC XX VALUE '00'.
000640     77 WS-PEND-FILE-STATUS PIC XX VALUE '00'.
000650     77 WS-REPORT-LINE PIC X(100).
000660     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000670         88 EOF-YES VALUE 'Y'.
000870     77 WS-LIST-OVER-SW PIC X VALUE 'N'.
000880         88 LIST-OVERFLOWED VALUE 'Y'.
000890     77 WS-PRIOR-NAME PIC X(12) VALUE SPACES.
000892     77 WS-PEND-TARGET PIC X(8) VALUE 'PARMREPO'.
000893*>    THE REPOSITORY IS SHARED BY EVERY ENTITY, SO ITS CHANGES
000894*>    ARE FILED WITH A BLANK ENTITY.
000895     77 WS-PEND-ENTITY PIC X(2) VALUE SPACES.
000896     77 WS-PEND-FOUND-SW PIC X VALUE 'N'.
000897         88 PEND-FOUND VALUE 'Y'.
000898     77 WS-PRIOR-REJECTS PIC 9(5) VALUE ZERO.
000899     77 WS-APPLY-SHOW PIC X(11) VALUE SPACES.
000900 01  LIST-TABLE.
000910     05 LIST-ENTRY OCCURS 200 TIMES.
000920         10 LST-NAME PIC X(12).
000930         10 LST-EFF-DATE PIC 9(6).
000940         10 LST-VALUE PIC X(20).
000950*>    THE APPROVED CARD BEING APPLIED, AS PCHGSUB TOOK IT IN.
000960 01  PRPT-RECORD.
000970     05 PRPT-ACTION PIC X.
000980     05 PRPT-DATA PIC X(38).
001000 PROCEDURE DIVISION.
001010 0000-MAIN.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350         TO WS-REPORT-LINE.
001360     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001370     IF WS-EOF-SWITCH NOT = 'Y'
001380         PERFORM 1050-OPEN-PENDING THRU 1050-EXIT
001440     END-IF.
001450 1000-EXIT.
001460     EXIT.
001470
001472*>    THE CARDS ARE THE APPROVED PARMREPO CHANGES ON THE SHARED
001474*>    PENDCHG FILE - NOTHING ELSE IS EVER APPLIED. THEY ARE READ
001476*>    IN THE ORDER THEY WERE SUBMITTED.
001478 1050-OPEN-PENDING.
001480     OPEN I-O PEND-FILE.
001482     IF WS-PEND-FILE-STATUS NOT = '00'
001484         DISPLAY 'PREPOMNT - PENDCHG OPEN FAILED, STATUS='
001486             WS-PEND-FILE-STATUS
001488         MOVE 'NO PENDING-CHANGE FILE - NOTHING APPLIED'
001490             TO WS-REPORT-LINE
001492         WRITE REPORT-RECORD FROM WS-REPORT-LINE
001494         MOVE 'Y' TO WS-EOF-SWITCH
001496         GO TO 1050-EXIT
001498     END-IF.
001500     MOVE WS-PEND-TARGET TO PCHG-TARGET.
001502     MOVE WS-PEND-ENTITY TO PCHG-ENTITY.
001504     MOVE ZERO TO PCHG-SUB-DATE.
001506     MOVE ZERO TO PCHG-SUB-TIME.
001508     MOVE ZERO TO PCHG-SEQ.
001510     START PEND-FILE KEY NOT < PCHG-KEY
001512         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
001514     END-START.
001516     IF WS-EOF-SWITCH NOT = 'Y'
001518         PERFORM 1100-READ-TRAN THRU 1100-EXIT
001520     END-IF.
001522 1050-EXIT.
001524     EXIT.
001526
001530 1100-READ-TRAN.
001532     MOVE SPACES TO PRPT-RECORD.
001534     MOVE 'N' TO WS-PEND-FOUND-SW.
001536     PERFORM 1150-NEXT-PENDING THRU 1150-EXIT
001538         UNTIL PEND-FOUND OR EOF-YES.
001550 1100-EXIT.
001560     EXIT.
001570
001572*>    PENDING, REJECTED, EXPIRED AND FINISHED CHANGES ARE PASSED
001574*>    OVER; THE FIRST KEY PAST THIS FILE ENDS THE RUN.
001576 1150-NEXT-PENDING.
001578     READ PEND-FILE NEXT RECORD
001580         AT END
001582             MOVE 'Y' TO WS-EOF-SWITCH
001584             GO TO 1150-EXIT
001586     END-READ.
001588     IF PCHG-TARGET NOT = WS-PEND-TARGET
001590         OR PCHG-ENTITY NOT = WS-PEND-ENTITY
001592         MOVE 'Y' TO WS-EOF-SWITCH
001594         GO TO 1150-EXIT
001596     END-IF.
001597     IF PCHG-APPROVED
001598         MOVE PCHG-CARD TO PRPT-RECORD
001599         MOVE 'Y' TO WS-PEND-FOUND-SW
001600     END-IF.
001601 1150-EXIT.
001602     EXIT.
001603
001604 2000-APPLY-ONE.
001605     MOVE WS-REJECT-COUNT TO WS-PRIOR-REJECTS.
001610     EVALUATE PRPT-ACTION
001620         WHEN 'A'
001630             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
001680         WHEN OTHER
001690             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
001700     END-EVALUATE.
001705     PERFORM 2900-CLOSE-CHANGE THRU 2900-EXIT.
001710     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
001720 2000-EXIT.
001730     EXIT.
003080 2400-EXIT.
003090     EXIT.
003100
003102*>    THE CHANGE IS MARKED DONE, OR FAILED WHEN THE CARD WAS
003104*>    REJECTED ABOVE, SO IT IS NEVER APPLIED TWICE - AND THE
003106*>    REPORT SHOWS WHO ASKED FOR IT AND WHO AGREED.
003108 2900-CLOSE-CHANGE.
003110     IF WS-REJECT-COUNT > WS-PRIOR-REJECTS
003112         MOVE 'F' TO PCHG-STATUS
003114         MOVE 'NOT APPLIED' TO WS-APPLY-SHOW
003116     ELSE
003118         MOVE 'D' TO PCHG-STATUS
003120         MOVE 'APPLIED' TO WS-APPLY-SHOW
003122     END-IF.
003124     MOVE WS-BUSINESS-DATE TO PCHG-APPLY-DATE.
003126     REWRITE PCHG-RECORD.
003128     MOVE SPACES TO WS-REPORT-LINE.
003130     STRING WS-APPLY-SHOW ' ' PRPT-ACTION ' ' PRPT-DATA(1:18)
003132         ' SUB BY ' PCHG-SUB-USERID ' ' PCHG-SUB-DATE
003134         ' APP BY ' PCHG-REV-USERID ' ' PCHG-REV-DATE
003136         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003138     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003140 2900-EXIT.
003142     EXIT.
003144
003200 3000-WRITE-TOTALS.
003210     MOVE SPACES TO WS-REPORT-LINE.
003220     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004680     EXIT.
004690
004700 9000-TERMINATE.
004710     CLOSE PEND-FILE.
004720     CLOSE REPORT-FILE.
004730     MOVE WS-MAINT-RC TO WS-AUDIT-RC.
004740     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
