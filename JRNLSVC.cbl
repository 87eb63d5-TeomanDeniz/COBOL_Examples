000000 *> (62-187) - SO THE JRNLRPT DAILY REPORT CAN CUT THEM APART
000000 *> POSITIONALLY. THE AUDITORS ASK FOR EXACTLY THIS EVERY YEAR;
000000 *> NOW THERE IS ONE ANSWER INSTEAD OF THREE.
000000 *> 2026/09/21 TD - THE ENTITY THE STEP RUNS FOR (RUNCTL GETENT,
000000 *>                 BLANK FOR THE HOME ONE) IS STAMPED IN COLUMNS
000000 *>                 188-189 OF BOTH LINES - THE PER-ENTITY FILES
000000 *>                 SHARE THEIR DD NAMES ON THE ONE JRNLFILE, AND
000000 *>                 JRNLRCV MUST NOT RESTORE ONE ENTITY'S RECORDS
000000 *>                 FROM ANOTHER'S IMAGES.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. JRNLSVC.
000300 ENVIRONMENT DIVISION.
000530     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000540     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000550     77 WS-TIME PIC 9(8) VALUE ZERO.
000552     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000554     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000556 01  WS-ENTITY-AREA.
000557     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000558     05 FILLER PIC X(4) VALUE SPACES.
000560 01  WS-JOURNAL-LINE.
000570     05 WS-JL-FILE PIC X(8).
000580     05 WS-JL-PGM PIC X(32).
000630         88 JL-BEFORE VALUE 'B'.
000640         88 JL-AFTER VALUE 'A'.
000650     05 WS-JL-IMAGE PIC X(126).
000655     05 WS-JL-ENTITY PIC X(2).
000660     05 FILLER PIC X(1).
000700 LINKAGE SECTION.
000710     COPY JRNLLINK.
000800 PROCEDURE DIVISION USING JRNLSVC-AREA.
000840         ON EXCEPTION
000850             ACCEPT WS-BUSINESS-DATE FROM DATE
000860     END-CALL.
000862     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
000864         ON EXCEPTION
000866             MOVE SPACES TO WS-ENTITY-AREA
000868     END-CALL.
000870     ACCEPT WS-TIME FROM TIME.
000880     OPEN EXTEND JOURNAL-FILE.
000890     IF WS-JRNL-FILE-STATUS = '35'
000990     MOVE WS-BUSINESS-DATE TO WS-JL-DATE.
001000     MOVE WS-TIME(1:6) TO WS-JL-TIME.
001010     MOVE JRNL-ACTION TO WS-JL-ACTION.
001015     MOVE WS-RUN-ENTITY TO WS-JL-ENTITY.
001020     MOVE 'B' TO WS-JL-SIDE.
001030     MOVE JRNL-BEFORE-IMAGE TO WS-JL-IMAGE.
001040     WRITE JOURNAL-RECORD FROM WS-JOURNAL-LINE.
