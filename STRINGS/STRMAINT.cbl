000000*> 2026/08/22 TD - WIDTHS GROWN AGAIN FOR THE 126-BYTE RECORD
000000*>                 WITH STR-CATEGORY, AND THE ALTERNATE INDEX
000000*>                 OVER THE CATEGORY DECLARED ON THE SELECT.
000000*> 2026/09/16 TD - DUAL CONTROL: CARDS NO LONGER COME FROM
000000*>                 STRTRAN. A CHANGE IS SUBMITTED WITH PCHGSUB,
000000*>                 APPROVED BY A SECOND USER (PCHGREV OR THE
000000*>                 PCHGWB SCREEN), AND ONLY THEN READ HERE OFF
000000*>                 THE SHARED PENDCHG FILE. EACH IS MARKED DONE
000000*>                 OR FAILED, AND THE APPLY REPORT NAMES WHO
000000*>                 SUBMITTED AND WHO APPROVED IT.
000000*> 2026/09/21 TD - EVERY APPLIED ADD, CHANGE AND DELETE IS ALSO
000000*>                 JOURNALED THROUGH JRNLSVC (BEFORE AND AFTER
000000*>                 IMAGE), SO A BAD DECK CAN BE BACKED OUT BY
000000*>                 JRNLRCV INSTEAD OF A FULL STRFUTIL RELOAD.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STRMAINT.
000300 ENVIRONMENT DIVISION.
000365         ALTERNATE RECORD KEY IS STR-CATEGORY
000367             WITH DUPLICATES
000370         FILE STATUS IS WS-STR-FILE-STATUS.
000380     SELECT PEND-FILE ASSIGN TO "PENDCHG"
000390         ORGANIZATION IS INDEXED
000395         ACCESS MODE IS DYNAMIC
000397         RECORD KEY IS PCHG-KEY
000400         FILE STATUS IS WS-PEND-FILE-STATUS.
000410     SELECT LOG-FILE ASSIGN TO "STRMLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT REPORT-FILE ASSIGN TO "STRMRPT"
000510 FILE SECTION.
000520 FD  STR-FILE.
000530     COPY STRREC.
000540 FD  PEND-FILE.
000550     COPY PCHGREC.
000580 FD  LOG-FILE.
000590 01  LOG-RECORD PIC X(140).
000600 FD  REPORT-FILE.
000610 01  REPORT-RECORD PIC X(120).
000700 WORKING-STORAGE SECTION.
000710     77 WS-STR-FILE-STATUS PIC XX VALUE '00'.
000720     77 WS-PEND-FILE-STATUS PIC XX VALUE '00'.
000730     77 WS-REPORT-LINE PIC X(120).
000740     77 WS-LOG-LINE PIC X(140).
000750     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000820     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'STRMAINT'.
000830     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000840     77 WS-MAINT-RC PIC S9(4) VALUE ZERO.
000843     77 WS-PEND-TARGET PIC X(8) VALUE 'STRFILE'.
000845*>    STRFILE IS SHARED BY EVERY ENTITY, SO ITS CHANGES ARE
000847*>    FILED WITH A BLANK ENTITY.
000849     77 WS-PEND-ENTITY PIC X(2) VALUE SPACES.
000851     77 WS-PEND-FOUND-SW PIC X VALUE 'N'.
000853         88 PEND-FOUND VALUE 'Y'.
000855     77 WS-PRIOR-REJECTS PIC 9(5) VALUE ZERO.
000857     77 WS-APPLY-SHOW PIC X(11) VALUE SPACES.
000859     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000861     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000863     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000865     COPY JRNLLINK.
000873*>    THE APPROVED CARD BEING APPLIED, AS PCHGSUB TOOK IT IN.
000876 01  STRT-RECORD.
000879     05 STRT-ACTION PIC X.
000882     05 STRT-DATA PIC X(126).
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
001030     OPEN I-O STR-FILE.
001040     IF WS-STR-FILE-STATUS NOT = '00'
001050         DISPLAY '*** STR-FILE OPEN FAILED, STATUS='
001130         TO WS-REPORT-LINE.
001140     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001150     IF WS-EOF-SWITCH NOT = 'Y'
001160         PERFORM 1050-OPEN-PENDING THRU 1050-EXIT
001220     END-IF.
001230 1000-EXIT.
001240     EXIT.
001250
001252*>    THE CARDS ARE THE APPROVED STRFILE CHANGES ON THE SHARED
001254*>    PENDCHG FILE - NOTHING ELSE IS EVER APPLIED. THEY ARE READ
001256*>    IN THE ORDER THEY WERE SUBMITTED.
001258 1050-OPEN-PENDING.
001260     OPEN I-O PEND-FILE.
001262     IF WS-PEND-FILE-STATUS NOT = '00'
001264         DISPLAY 'STRMAINT - PENDCHG OPEN FAILED, STATUS='
001266             WS-PEND-FILE-STATUS
001268         MOVE 'NO PENDING-CHANGE FILE - NOTHING APPLIED'
001270             TO WS-REPORT-LINE
001272         WRITE REPORT-RECORD FROM WS-REPORT-LINE
001274         MOVE 'Y' TO WS-EOF-SWITCH
001276         GO TO 1050-EXIT
001278     END-IF.
001280     MOVE WS-PEND-TARGET TO PCHG-TARGET.
001282     MOVE WS-PEND-ENTITY TO PCHG-ENTITY.
001284     MOVE ZERO TO PCHG-SUB-DATE.
001286     MOVE ZERO TO PCHG-SUB-TIME.
001288     MOVE ZERO TO PCHG-SEQ.
001290     START PEND-FILE KEY NOT < PCHG-KEY
001292         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
001294     END-START.
001296     IF WS-EOF-SWITCH NOT = 'Y'
001297         PERFORM 1100-READ-TRAN THRU 1100-EXIT
001298     END-IF.
001299 1050-EXIT.
001300     EXIT.
001301
001302 1100-READ-TRAN.
001310     MOVE SPACES TO STRT-RECORD.
001320     MOVE 'N' TO WS-PEND-FOUND-SW.
001330     PERFORM 1150-NEXT-PENDING THRU 1150-EXIT
001340         UNTIL PEND-FOUND OR EOF-YES.
001350 1100-EXIT.
001360     EXIT.
001370
001371*>    PENDING, REJECTED, EXPIRED AND FINISHED CHANGES ARE PASSED
001372*>    OVER; THE FIRST KEY PAST THIS FILE ENDS THE RUN.
001373 1150-NEXT-PENDING.
001374     READ PEND-FILE NEXT RECORD
001375         AT END
001376             MOVE 'Y' TO WS-EOF-SWITCH
001377             GO TO 1150-EXIT
001378     END-READ.
001379     IF PCHG-TARGET NOT = WS-PEND-TARGET
001380         OR PCHG-ENTITY NOT = WS-PEND-ENTITY
001381         MOVE 'Y' TO WS-EOF-SWITCH
001382         GO TO 1150-EXIT
001383     END-IF.
001384     IF PCHG-APPROVED
001385         MOVE PCHG-CARD TO STRT-RECORD
001386         MOVE 'Y' TO WS-PEND-FOUND-SW
001387     END-IF.
001388 1150-EXIT.
001389     EXIT.
001390
001400 2000-APPLY-ONE.
001405     MOVE WS-REJECT-COUNT TO WS-PRIOR-REJECTS.
001410     EVALUATE STRT-ACTION
001420         WHEN 'A'
001430             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
001480         WHEN OTHER
001490             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
001500     END-EVALUATE.
001505     PERFORM 2900-CLOSE-CHANGE THRU 2900-EXIT.
001510     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
001520 2000-EXIT.
001530     EXIT.
001650         NOT INVALID KEY
001660             ADD 1 TO WS-ADD-COUNT
001670             PERFORM 2500-LOG-NEW THRU 2500-EXIT
001672             MOVE SPACES TO JRNL-BEFORE-IMAGE
001674             MOVE SPACES TO JRNL-AFTER-IMAGE
001676             MOVE STR-RECORD TO JRNL-AFTER-IMAGE
001678             MOVE 'ADD' TO JRNL-ACTION
001679             PERFORM 2800-JOURNAL-CHANGE THRU 2800-EXIT
001680     END-WRITE.
001690 2100-EXIT.
001700     EXIT.
001910
002000 2250-REWRITE-RECORD.
002010     PERFORM 2600-LOG-BEFORE THRU 2600-EXIT.
002015     MOVE SPACES TO JRNL-BEFORE-IMAGE.
002017     MOVE STR-RECORD TO JRNL-BEFORE-IMAGE.
002020     MOVE WS-NEW-IMAGE TO STR-RECORD.
002030     REWRITE STR-RECORD.
002040     ADD 1 TO WS-CHANGE-COUNT.
002050     PERFORM 2700-LOG-AFTER THRU 2700-EXIT.
002052     MOVE SPACES TO JRNL-AFTER-IMAGE.
002054     MOVE STR-RECORD TO JRNL-AFTER-IMAGE.
002056     MOVE 'CHANGE' TO JRNL-ACTION.
002058     PERFORM 2800-JOURNAL-CHANGE THRU 2800-EXIT.
002060 2250-EXIT.
002070     EXIT.
002080
002200
002300 2350-DELETE-RECORD.
002310     PERFORM 2600-LOG-BEFORE THRU 2600-EXIT.
002312     MOVE SPACES TO JRNL-BEFORE-IMAGE.
002314     MOVE STR-RECORD TO JRNL-BEFORE-IMAGE.
002320     DELETE STR-FILE.
002330     ADD 1 TO WS-DELETE-COUNT.
002340     MOVE SPACES TO WS-LOG-LINE.
002350     STRING 'AFTER  ' STRT-DATA(1:6) ' (DELETED)'
002360         DELIMITED BY SIZE INTO WS-LOG-LINE.
002370     WRITE LOG-RECORD FROM WS-LOG-LINE.
002372     MOVE SPACES TO JRNL-AFTER-IMAGE.
002374     MOVE 'DELETE' TO JRNL-ACTION.
002376     PERFORM 2800-JOURNAL-CHANGE THRU 2800-EXIT.
002380 2350-EXIT.
002390     EXIT.
002400
003130         INTO WS-LOG-LINE.
003140     WRITE LOG-RECORD FROM WS-LOG-LINE.
003150 2700-EXIT.
003151     EXIT.
003152
003153*>    EVERY APPLIED CHANGE ALSO GOES TO THE SHARED JRNLSVC CHANGE
003154*>    JOURNAL, BEFORE AND AFTER IMAGE, SO JRNLRPT SHOWS IT AND
003155*>    JRNLRCV CAN PUT THE RECORD BACK. THE CALLER HAS SET THE
003156*>    IMAGES AND THE ACTION. A SERVICE NOT IN THE STEPLIB JUST
003157*>    MEANS NO JOURNAL LINE - THE STRMLOG LINES STILL GO OUT.
003158 2800-JOURNAL-CHANGE.
003159     MOVE 'STRFILE' TO JRNL-FILE-NAME.
003160     MOVE WS-AUDIT-PGM-NAME TO JRNL-PGM-NAME.
003161     CALL 'JRNLSVC' USING JRNLSVC-AREA
003162         ON EXCEPTION
003163             CONTINUE
003164     END-CALL.
003165 2800-EXIT.
003166     EXIT.
003167
003168*>    THE CHANGE IS MARKED DONE, OR FAILED WHEN THE CARD WAS
003169*>    REJECTED ABOVE, SO IT IS NEVER APPLIED TWICE - AND THE
003170*>    REPORT SHOWS WHO ASKED FOR IT AND WHO AGREED.
003171 2900-CLOSE-CHANGE.
003172     IF WS-REJECT-COUNT > WS-PRIOR-REJECTS
003173         MOVE 'F' TO PCHG-STATUS
003174         MOVE 'NOT APPLIED' TO WS-APPLY-SHOW
003175     ELSE
003176         MOVE 'D' TO PCHG-STATUS
003177         MOVE 'APPLIED' TO WS-APPLY-SHOW
003178     END-IF.
003179     MOVE WS-BUSINESS-DATE TO PCHG-APPLY-DATE.
003180     REWRITE PCHG-RECORD.
003181     MOVE SPACES TO WS-REPORT-LINE.
003182     STRING WS-APPLY-SHOW ' ' STRT-ACTION ' ' STRT-DATA(1:6)
003183         ' SUB BY ' PCHG-SUB-USERID ' ' PCHG-SUB-DATE
003187         ' APP BY ' PCHG-REV-USERID ' ' PCHG-REV-DATE
003188         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003189     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003190 2900-EXIT.
003191     EXIT.
003192
003200 3000-WRITE-TOTALS.
003210     MOVE SPACES TO WS-REPORT-LINE.
003220     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003350
003400 9000-TERMINATE.
003410     CLOSE STR-FILE.
003420     CLOSE PEND-FILE.
003430     CLOSE LOG-FILE.
003440     CLOSE REPORT-FILE.
003450     MOVE WS-MAINT-RC TO WS-AUDIT-RC.
