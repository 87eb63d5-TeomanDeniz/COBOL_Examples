000000 *> COLUMNS ARE NOT NUMERIC IS REJECTED ON THE REPORT - A BAD
000000 *> RATE POSTING SILENTLY INTO THE BASE-CURRENCY TOTALS WOULD BE
000000 *> WORSE THAN NO RATE AT ALL. RC=4 WHEN ANYTHING REJECTED.
000000 *> 2026/09/16 TD - DUAL CONTROL: CARDS NO LONGER COME FROM
000000 *>                 CURRTRAN. A CHANGE IS SUBMITTED WITH PCHGSUB,
000000 *>                 APPROVED BY A SECOND USER (PCHGREV OR THE
000000 *>                 PCHGWB SCREEN), AND ONLY THEN READ HERE OFF
000000 *>                 THE SHARED PENDCHG FILE. EACH IS MARKED DONE
000000 *>                 OR FAILED, AND THE APPLY REPORT NAMES WHO
000000 *>                 SUBMITTED AND WHO APPROVED IT.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CURRMNT.
000300 ENVIRONMENT DIVISION.
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS CURR-CODE
000370         FILE STATUS IS WS-CURR-FILE-STATUS.
000380     SELECT PEND-FILE ASSIGN TO "PENDCHG"
000390         ORGANIZATION IS INDEXED
000395         ACCESS MODE IS DYNAMIC
000397         RECORD KEY IS PCHG-KEY
000400         FILE STATUS IS WS-PEND-FILE-STATUS.
000410     SELECT LOG-FILE ASSIGN TO "CURRMLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT REPORT-FILE ASSIGN TO "CURRMRPT"
000510 FILE SECTION.
000520 FD  CURR-FILE.
000530     COPY CURRREC.
000540 FD  PEND-FILE.
000550     COPY PCHGREC.
000580 FD  LOG-FILE.
000590 01  LOG-RECORD PIC X(40).
000600 FD  REPORT-FILE.
000610 01  REPORT-RECORD PIC X(80).
000700 WORKING-STORAGE SECTION.
000710     77 WS-CURR-FILE-STATUS PIC XX VALUE '00'.
000720     77 WS-PEND-FILE-STATUS PIC XX VALUE '00'.
000730     77 WS-REPORT-LINE PIC X(80).
000740     77 WS-LOG-LINE PIC X(40).
000750     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000820     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'CURRMNT'.
000830     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000840     77 WS-MAINT-RC PIC S9(4) VALUE ZERO.
000843     77 WS-PEND-TARGET PIC X(8) VALUE 'CURRFILE'.
000845*>    THE RATE FILE IS SHARED BY EVERY ENTITY, SO ITS CHANGES
000847*>    ARE FILED WITH A BLANK ENTITY.
000849     77 WS-PEND-ENTITY PIC X(2) VALUE SPACES.
000851     77 WS-PEND-FOUND-SW PIC X VALUE 'N'.
000853         88 PEND-FOUND VALUE 'Y'.
000855     77 WS-PRIOR-REJECTS PIC 9(5) VALUE ZERO.
000857     77 WS-APPLY-SHOW PIC X(11) VALUE SPACES.
000859     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000861     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000863     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000873*>    THE APPROVED CARD BEING APPLIED, AS PCHGSUB TOOK IT IN.
000876 01  CURT-RECORD.
000879     05 CURT-ACTION PIC X.
000882     05 CURT-DATA PIC X(18).
000900 PROCEDURE DIVISION.
000910 0000-MAIN.
000920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000 1000-INITIALIZE.
001010     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001020         WS-AUDIT-RC.
001022     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
001024         WS-RUNCTL-RC
001026         ON EXCEPTION
001028             ACCEPT WS-BUSINESS-DATE FROM DATE
001029     END-CALL.
001030     OPEN I-O CURR-FILE.
001040     IF WS-CURR-FILE-STATUS = '35'
001050*>        FIRST EVER LOAD - CREATE THE EMPTY CLUSTER, THEN REOPEN
001200         TO WS-REPORT-LINE.
001210     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001220     IF WS-EOF-SWITCH NOT = 'Y'
001230         PERFORM 1050-OPEN-PENDING THRU 1050-EXIT
001290     END-IF.
001300 1000-EXIT.
001310     EXIT.
001320
001322*>    THE CARDS ARE THE APPROVED CURRFILE CHANGES ON THE SHARED
001324*>    PENDCHG FILE - NOTHING ELSE IS EVER APPLIED. THEY ARE READ
001326*>    IN THE ORDER THEY WERE SUBMITTED.
001328 1050-OPEN-PENDING.
001330     OPEN I-O PEND-FILE.
001332     IF WS-PEND-FILE-STATUS NOT = '00'
001334         DISPLAY 'CURRMNT - PENDCHG OPEN FAILED, STATUS='
001336             WS-PEND-FILE-STATUS
001338         MOVE 'NO PENDING-CHANGE FILE - NOTHING APPLIED'
001340             TO WS-REPORT-LINE
001342         WRITE REPORT-RECORD FROM WS-REPORT-LINE
001344         MOVE 'Y' TO WS-EOF-SWITCH
001346         GO TO 1050-EXIT
001348     END-IF.
001350     MOVE WS-PEND-TARGET TO PCHG-TARGET.
001352     MOVE WS-PEND-ENTITY TO PCHG-ENTITY.
001354     MOVE ZERO TO PCHG-SUB-DATE.
001356     MOVE ZERO TO PCHG-SUB-TIME.
001358     MOVE ZERO TO PCHG-SEQ.
001360     START PEND-FILE KEY NOT < PCHG-KEY
001362         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
001364     END-START.
001366     IF WS-EOF-SWITCH NOT = 'Y'
001368         PERFORM 1100-READ-TRAN THRU 1100-EXIT
001370     END-IF.
001372 1050-EXIT.
001374     EXIT.
001376
001400 1100-READ-TRAN.
001410     MOVE SPACES TO CURT-RECORD.
001420     MOVE 'N' TO WS-PEND-FOUND-SW.
001430     PERFORM 1150-NEXT-PENDING THRU 1150-EXIT
001440         UNTIL PEND-FOUND OR EOF-YES.
001450 1100-EXIT.
001460     EXIT.
001470
001471*>    PENDING, REJECTED, EXPIRED AND FINISHED CHANGES ARE PASSED
001472*>    OVER; THE FIRST KEY PAST THIS FILE ENDS THE RUN.
001473 1150-NEXT-PENDING.
001474     READ PEND-FILE NEXT RECORD
001475         AT END
001476             MOVE 'Y' TO WS-EOF-SWITCH
001477             GO TO 1150-EXIT
001478     END-READ.
001479     IF PCHG-TARGET NOT = WS-PEND-TARGET
001480         OR PCHG-ENTITY NOT = WS-PEND-ENTITY
001481         MOVE 'Y' TO WS-EOF-SWITCH
001482         GO TO 1150-EXIT
001483     END-IF.
001484     IF PCHG-APPROVED
001485         MOVE PCHG-CARD TO CURT-RECORD
001486         MOVE 'Y' TO WS-PEND-FOUND-SW
001487     END-IF.
001488 1150-EXIT.
001489     EXIT.
001490
001500 2000-APPLY-ONE.
001505     MOVE WS-REJECT-COUNT TO WS-PRIOR-REJECTS.
001510     EVALUATE CURT-ACTION
001520         WHEN 'A'
001530             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
001580         WHEN OTHER
001590             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
001600     END-EVALUATE.
001605     PERFORM 2900-CLOSE-CHANGE THRU 2900-EXIT.
001610     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
001620 2000-EXIT.
001630     EXIT.
003450 2700-EXIT.
003460     EXIT.
003470
003471*>    THE CHANGE IS MARKED DONE, OR FAILED WHEN THE CARD WAS
003472*>    REJECTED ABOVE, SO IT IS NEVER APPLIED TWICE - AND THE
003473*>    REPORT SHOWS WHO ASKED FOR IT AND WHO AGREED.
003474 2900-CLOSE-CHANGE.
003475     IF WS-REJECT-COUNT > WS-PRIOR-REJECTS
003476         MOVE 'F' TO PCHG-STATUS
003477         MOVE 'NOT APPLIED' TO WS-APPLY-SHOW
003478     ELSE
003479         MOVE 'D' TO PCHG-STATUS
003480         MOVE 'APPLIED' TO WS-APPLY-SHOW
003481     END-IF.
003482     MOVE WS-BUSINESS-DATE TO PCHG-APPLY-DATE.
003483     REWRITE PCHG-RECORD.
003484     MOVE SPACES TO WS-REPORT-LINE.
003485     STRING WS-APPLY-SHOW ' ' CURT-ACTION ' ' CURT-DATA(1:3)
003486         ' SUB BY ' PCHG-SUB-USERID ' ' PCHG-SUB-DATE
003487         ' APP BY ' PCHG-REV-USERID ' ' PCHG-REV-DATE
003488         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003489     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003490 2900-EXIT.
003491     EXIT.
003492
003500 3000-WRITE-TOTALS.
003510     MOVE SPACES TO WS-REPORT-LINE.
003520     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003650
003700 9000-TERMINATE.
003710     CLOSE CURR-FILE.
003720     CLOSE PEND-FILE.
003730     CLOSE LOG-FILE.
003740     CLOSE REPORT-FILE.
003750     MOVE WS-MAINT-RC TO WS-AUDIT-RC.
