000000 *> (PROGRAM NAME, COUNTS, CONTROL TOTALS). STAMPS THE BUSINESS
000000 *> DATE FROM THE RUNCTL SERVICE AND APPENDS THE RECORD TO THE
000000 *> STATFILE LEDGER THE BALANCING AND TREND STEPS READ.
000000 *> 2026/09/11 TD - THE ENTITY CODE FROM RUNCTL GETENT IS STAMPED
000000 *>                 IN COLUMNS 130-131 ALONGSIDE THE BUSINESS
000000 *>                 DATE - SPACES FOR THE HOME ENTITY.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STATSLOG.
000300 ENVIRONMENT DIVISION.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  STAT-FILE.
000430 01  STAT-FILE-RECORD PIC X(132).
000500 WORKING-STORAGE SECTION.
000510     77 WS-STAT-FILE-STATUS PIC XX VALUE '00'.
000520     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000530     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000540     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000550     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000560     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000570 01  WS-ENTITY-AREA.
000580     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000590     05 FILLER PIC X(4) VALUE SPACES.
000600 LINKAGE SECTION.
000610*>    THE CALLER'S FILLED STATREC, TAKEN AS A PLAIN BYTE AREA -
000620*>    ONLY THE BUSINESS-DATE COLUMNS (33-38) AND THE ENTITY
000625*>    COLUMNS (130-131) ARE SET HERE.
000630 01  STATSLOG-REC PIC X(131).
000700 PROCEDURE DIVISION USING STATSLOG-REC.
000710 0000-MAIN.
000720     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
000750             ACCEPT WS-BUSINESS-DATE FROM DATE
000760     END-CALL.
000770     MOVE WS-BUSINESS-DATE TO STATSLOG-REC(33:6).
000772     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
000774         ON EXCEPTION
000776             MOVE SPACES TO WS-ENTITY-AREA
000778     END-CALL.
000779     MOVE WS-RUN-ENTITY TO STATSLOG-REC(130:2).
000780     OPEN EXTEND STAT-FILE.
000790     IF WS-STAT-FILE-STATUS = '35'
000800         OPEN OUTPUT STAT-FILE
