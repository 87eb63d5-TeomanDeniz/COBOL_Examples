000000 *> SO THE NEW PERIOD STARTS CLEAN WITH THE OLD ONE'S EVIDENCE
000000 *> STILL ON FILE. THE PERCRPT CLOSE REPORT IS THE PAGE
000000 *> ACCOUNTING FILES INSTEAD OF THEIR SPREADSHEET.
000000 *> 2026/09/11 TD - CLOSES THE PERIOD OF THE ENTITY ON THE RUNENT
000000 *>                 CARD ONLY (NO CARD - THE HOME ENTITY). EACH
000000 *>                 ENTITY CLOSES ON ITS OWN MONTH-END; ANOTHER
000000 *>                 ENTITY'S RECORDS PASS THROUGH UNTOUCHED AND
000000 *>                 THE C RECORD CARRIES THE ENTITY CODE.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERCLOSE.
000300 ENVIRONMENT DIVISION.
000520 FD  PERIOD-FILE.
000530     COPY PERIODRC.
000540 FD  NEWPER-FILE.
000550 01  NEWPER-RECORD PIC X(102).
000560 FD  PARM-FILE.
000570 01  PARM-RECORD.
000580     05 PARM-PERIOD PIC 9(4).
000820     77 WS-CLOSE-RC PIC S9(4) VALUE ZERO.
000830     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'PERCLOSE'.
000840     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000842     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000844     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000845*>    THE ENTITY WHOSE PERIOD IS CLOSED - SPACES ARE THE HOME
000846*>    ONE. EVERY OTHER ENTITY'S RECORDS PASS THROUGH UNTOUCHED.
000847 01  WS-ENTITY-AREA.
000848     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000849     05 FILLER PIC X(4) VALUE SPACES.
000850*>    THE PERIOD'S DAY RECORDS RE-ADDED HERE, INDEPENDENTLY OF
000860*>    THE RUNNING TOTAL PERSTAT KEPT.
000870 01  SUM-TOTALS.
001210     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001220         WS-AUDIT-RC.
001230     INITIALIZE PERIOD-TOTAL-WORK.
001232     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
001234         ON EXCEPTION
001236             MOVE SPACES TO WS-ENTITY-AREA
001238     END-CALL.
001240     OPEN OUTPUT REPORT-FILE.
001250     MOVE 'MONTH-END CLOSE REPORT - PERCLOSE'
001260         TO WS-REPORT-LINE.
001390     END-IF.
001400     MOVE SPACES TO WS-REPORT-LINE.
001410     STRING 'CLOSING PERIOD ' WS-CLOSE-PERIOD
001415         ' ENTITY ' WS-RUN-ENTITY
001420         DELIMITED BY SIZE INTO WS-REPORT-LINE.
001430     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001440     MOVE SPACES TO WS-REPORT-LINE.
001880     EXIT.
001890
001900*>    RECORDS OF THE PERIOD BEING CLOSED ARE LISTED AND SUMMED;
001910*>    EVERYTHING ELSE - OTHER PERIODS AND OTHER ENTITIES - PASSES
001920*>    STRAIGHT THROUGH TO THE NEW LEDGER.
002000 2100-TAKE-RECORD.
002010     IF PD-PERIOD NOT = WS-CLOSE-PERIOD
002015         OR PD-ENTITY NOT = WS-RUN-ENTITY
002020         WRITE NEWPER-RECORD FROM PERIOD-RECORD
002030         GO TO 2100-EXIT
002040     END-IF.
003060     MOVE SM-DIV TO PD-DIV-COUNT.
003070     MOVE SM-POW TO PD-POW-COUNT.
003080     MOVE SM-MOD TO PD-MOD-COUNT.
003085     MOVE WS-RUN-ENTITY TO PD-ENTITY.
003090     WRITE NEWPER-RECORD FROM PERIOD-RECORD.
003100     MOVE SPACES TO WS-REPORT-LINE.
003110     STRING 'PERIOD ' WS-CLOSE-PERIOD ' CLOSED - CARRY-FORWARD '
