000000 *> HAPPENED, SHOWS UP HERE, RC=8, BEFORE ANYTHING GOES
000000 *> DOWNSTREAM. THE SPLITCTL INPUT HASH IS ECHOED FOR THE
000000 *> OPERATORS' RECONCILIATION SHEET.
000000 *> 2026/09/08 TD - CSV RECORDS WIDENED TO 100 BYTES SO THE
000000 *>                 ACCOUNT COLUMN SURVIVES THE MERGE.
000000 *> 2026/09/11 TD - SLICE STATFILE ENTRIES ARE MATCHED ON THE
000000 *>                 ENTITY CODE AS WELL AS THE NAME AND DATE.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRANMRGE.
000300 ENVIRONMENT DIVISION.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CSVIN-FILE.
000530 01  CSVIN-RECORD PIC X(100).
000540 FD  CSV-FILE.
000550 01  CSV-RECORD PIC X(100).
000560 FD  STAT-FILE.
000570 01  STAT-FILE-RECORD PIC X(132).
000580 FD  CONTROL-FILE.
000582 01  CONTROL-RECORD.
000584     05 CTL-REC-TYPE PIC X.
000790     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000800     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000810     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000811     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000812     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000813*>    THE ENTITY THIS STEP RUNS FOR - SPACES ARE THE HOME ONE.
000814 01  WS-ENTITY-AREA.
000815     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000816     05 FILLER PIC X(4) VALUE SPACES.
000820     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'TRANMRGE'.
000830     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000840     77 WS-NUMVAR-NAME PIC X(32)
001050         ON EXCEPTION
001060             ACCEPT WS-BUSINESS-DATE FROM DATE
001070     END-CALL.
001071     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
001072         ON EXCEPTION
001073             MOVE SPACES TO WS-ENTITY-AREA
001074     END-CALL.
001080     OPEN INPUT CSVIN-FILE.
001090     IF WS-CSVIN-FILE-STATUS NOT = '00'
001100         DISPLAY 'TRANMRGE - CSVIN OPEN FAILED, STATUS='
002000 3200-TAKE-STAT.
002010     IF STAT-FILE-RECORD(1:24) = WS-NUMVAR-NAME(1:24)
002020         AND STAT-FILE-RECORD(33:6) = WS-BUSINESS-DATE
002025         AND STAT-FILE-RECORD(130:2) = WS-RUN-ENTITY
002030         MOVE STAT-FILE-RECORD(1:131) TO STAT-RECORD
002040         ADD 1 TO WS-SLICE-ENTRIES
002050         ADD STAT-LINES-OUT TO WS-SLICE-LINES
002055         ADD STAT-RECORDS-IN TO WS-SLICE-RECORDS
