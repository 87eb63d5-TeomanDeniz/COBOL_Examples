000000 *> PERCENTAGE (DEFAULT 25) IS FLAGGED AND THE STEP ENDS RC=4 SO
000000 *> AUTOMATION SEES IT. A SILENTLY SHORT TRANFILE SHOWS UP HERE AS
000000 *> 'RECORDS READ DROPPED' THE SAME MORNING, NOT DAYS LATER.
000000 *> 2026/09/11 TD - ONLY THE STATFILE ENTRIES OF THE ENTITY THIS
000000 *>                 STREAM RUNS FOR (RUNCTL GETENT) ARE TRENDED.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TRENDRPT.
000120 ENVIRONMENT DIVISION.
000230 DATA DIVISION.
000240 FILE SECTION.
000250 FD  STAT-FILE.
000260 01  STAT-FILE-RECORD PIC X(132).
000270 FD  PARM-FILE.
000280 01  PARM-RECORD.
000290     05 PARM-THRESHOLD PIC 9(3).
000540     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000550     77 WS-NUMVAR-NAME PIC X(32)
000560         VALUE 'EXAMPLE-NUMERIC-VARIABLE'.
000562     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000564     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000566*>    THE ENTITY THIS STEP RUNS FOR - SPACES ARE THE HOME ONE.
000567 01  WS-ENTITY-AREA.
000568     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000569     05 FILLER PIC X(4) VALUE SPACES.
000570*>    WORK AREA MIRRORING STATREC FIELD FOR FIELD, SO SAME-DATE
000580*>    ENTRIES CAN BE ADDED INTO A STORED NIGHT.
000590 01  NIGHT-WORK.
000890     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
000900         WS-AUDIT-RC.
000910     PERFORM 1050-READ-PARM THRU 1050-EXIT.
000912     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
000914         ON EXCEPTION
000916             MOVE SPACES TO WS-ENTITY-AREA
000918     END-CALL.
000920     OPEN INPUT STAT-FILE.
000930     IF WS-STAT-FILE-STATUS NOT = '00'
000940         DISPLAY 'TRENDRPT - STATFILE OPEN FAILED, STATUS='
001340
001350 2000-COLLECT-NIGHT.
001360     IF STAT-FILE-RECORD(1:24) = WS-NUMVAR-NAME(1:24)
001365         AND STAT-FILE-RECORD(130:2) = WS-RUN-ENTITY
001370         PERFORM 2100-FILE-NIGHT THRU 2100-EXIT
001380     END-IF.
001390     PERFORM 1100-READ-NEXT THRU 1100-EXIT.
