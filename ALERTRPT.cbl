000000 *> BAD SLICE CANNOT HIDE BEHIND A LATER CLEAN ONE.
000000 *> THIS PROGRAM ONLY READS THE AUDIT TRAIL, SO LIKE AUDHRPT IT
000000 *> DOES NOT CALL AUDITLOG ITSELF.
000000 *> 2026/09/14 TD - FEEDCHK ADDED TO THE STEP TABLE - A FEED HELD
000000 *>                 MISSING (RC=8) SHOWS ON THE ALERT PAGE.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ALERTRPT.
000120 ENVIRONMENT DIVISION.
000450 01  PGM-TABLE-INIT.
000460     05 FILLER PIC X(32) VALUE 'RUNCTLM'.
000470     05 FILLER PIC X(32) VALUE 'SUSPRECY'.
000475     05 FILLER PIC X(32) VALUE 'FEEDCHK'.
000480     05 FILLER PIC X(32) VALUE 'TRANEDIT'.
000490     05 FILLER PIC X(32) VALUE 'EXAMPLE-NUMERIC-VARIABLE'.
000500     05 FILLER PIC X(32) VALUE 'NUMSTATS'.
000610     05 FILLER PIC X(32) VALUE 'TRANSPLT'.
000620     05 FILLER PIC X(32) VALUE 'TRANMRGE'.
000630 01  PGM-NAME-TABLE REDEFINES PGM-TABLE-INIT.
000640     05 PGM-NAME PIC X(32) OCCURS 17 TIMES.
000650*>    'Y' = PART-TIME STEP, PRESENT ONLY IN THE PARTITIONED
000660*>    STREAM - ABSENT IS NORMAL, NOT BYPASSED.
000670 01  PGM-PART-TIME-INIT.
000680     05 FILLER PIC X(17) VALUE 'NNNNNNNNNNNNNNNYY'.
000690 01  PGM-PART-TIME REDEFINES PGM-PART-TIME-INIT.
000700     05 PGM-PART-SW PIC X OCCURS 17 TIMES.
000710 01  PGM-STATE-TABLE.
000720     05 PGM-STATE OCCURS 17 TIMES.
000730         10 PGM-STARTED-SW PIC X.
000740         10 PGM-ENDED-SW PIC X.
000750         10 PGM-LAST-RC PIC X(4).
000890             ACCEPT WS-BUSINESS-DATE FROM DATE
000900     END-CALL.
000910     MOVE ZERO TO WS-PGM-IX.
000920     PERFORM 1050-CLEAR-STATE THRU 1050-EXIT 17 TIMES.
000930     OPEN INPUT AUDIT-FILE.
000940     IF WS-AUDIT-FILE-STATUS NOT = '00'
000950         DISPLAY 'ALERTRPT - AUDITLOG OPEN FAILED, STATUS='
001340 2100-APPLY-LINE.
001350     MOVE ZERO TO WS-MATCH-IX.
001360     MOVE ZERO TO WS-PGM-IX.
001370     PERFORM 2150-FIND-PROGRAM THRU 2150-EXIT 17 TIMES.
001380     IF WS-MATCH-IX = ZERO
001390         GO TO 2100-EXIT
001400     END-IF.
001720         INTO WS-ALERT-LINE.
001730     PERFORM 3500-PUT-LINE THRU 3500-EXIT.
001740     MOVE ZERO TO WS-PGM-IX.
001750     PERFORM 3100-REPORT-PROGRAM THRU 3100-EXIT 17 TIMES.
001760     MOVE SPACES TO WS-ALERT-LINE.
001770     IF WS-BAD-COUNT = ZERO
001780         MOVE 'EXBATCH STREAM: OK - ALL STEPS COMPLETED CLEAN'
