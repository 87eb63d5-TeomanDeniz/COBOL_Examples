000000 *> PERIOD TOTAL FIRST. ACCOUNTING STOPS RE-ADDING OUR NIGHTLY
000000 *> NUMBERS INTO A SPREADSHEET; PERCLOSE PROVES AND CLOSES THE
000000 *> PERIOD AT MONTH-END.
000000 *> 2026/09/11 TD - ONLY THIS ENTITY'S STATFILE ENTRIES ARE
000000 *>                 SUMMED AND ONLY ITS OWN DAY AND PERIOD RECORDS
000000 *>                 ON PERIODF ARE REPLACED - ANOTHER ENTITY'S
000000 *>                 RECORDS PASS THROUGH UNTOUCHED.
000000 *> 2026/10/06 TD - THE DISPATCHER'S CALC ENTRY IS SUMMED INTO THE
000000 *>                 NIGHT WITH THE ARITHMETIC PASS.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERSTAT.
000300 ENVIRONMENT DIVISION.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  STAT-FILE.
000530 01  STAT-FILE-RECORD PIC X(132).
000540 FD  PERIOD-FILE.
000550     COPY PERIODRC.
000560 FD  NEWPER-FILE.
000570 01  NEWPER-RECORD PIC X(102).
000580 FD  REPORT-FILE.
000590 01  REPORT-RECORD PIC X(132).
000600 WORKING-STORAGE SECTION.
000710     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000720     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000730     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000731     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000732     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000733*>    THE ENTITY THIS STEP RUNS FOR - SPACES ARE THE HOME ONE.
000734 01  WS-ENTITY-AREA.
000735     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000736     05 FILLER PIC X(4) VALUE SPACES.
000740     77 WS-PERIOD PIC 9(4) VALUE ZERO.
000750     77 WS-PER-RC PIC S9(4) VALUE ZERO.
000760     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'PERSTAT'.
000770     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000780     77 WS-NUMVAR-NAME PIC X(32)
000790         VALUE 'EXAMPLE-NUMERIC-VARIABLE'.
000793     77 WS-EXPARA-NAME PIC X(32)
000796         VALUE 'EXAMPLE-PARAGRAPHS'.
000800*>    TONIGHT'S SUMMED TOTALS, BUILT FROM THE STATFILE ENTRIES.
000810 01  NIGHT-TOTALS.
000820     05 NT-RECORDS-IN PIC 9(9) VALUE ZERO.
001050     05 PW-DIV PIC 9(9).
001060     05 PW-POW PIC 9(9).
001070     05 PW-MOD PIC 9(9).
001080     05 PW-ENTITY PIC X(2).
001100 PROCEDURE DIVISION.
001110 0000-MAIN.
001120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001250         ON EXCEPTION
001260             ACCEPT WS-BUSINESS-DATE FROM DATE
001270     END-CALL.
001271     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
001272         ON EXCEPTION
001273             MOVE SPACES TO WS-ENTITY-AREA
001274     END-CALL.
001280     MOVE WS-BUSINESS-DATE(1:4) TO WS-PERIOD.
001290     INITIALIZE PERIOD-WORK.
001300     OPEN OUTPUT REPORT-FILE.
001560
001600*>    THE FIRST 24 NAME BYTES MATCH THE FULL RUN, THE SLICE RUNS
001610*>    AND A SUPPLEMENTAL RUN OF THE DATE - SAME RULE AS BALSTATS.
001620*>    THE DISPATCHER'S CALC ENTRY IS PART OF THE NIGHT TOO.
001700 2000-SUM-TONIGHT.
001710     IF (STAT-FILE-RECORD(1:24) = WS-NUMVAR-NAME(1:24)
001715         OR STAT-FILE-RECORD(1:32) = WS-EXPARA-NAME)
001720         AND STAT-FILE-RECORD(33:6) = WS-BUSINESS-DATE
001725         AND STAT-FILE-RECORD(130:2) = WS-RUN-ENTITY
001730         MOVE STAT-FILE-RECORD(1:131) TO STAT-RECORD
001740         ADD STAT-RECORDS-IN TO NT-RECORDS-IN
001750         ADD STAT-LINES-OUT TO NT-LINES-OUT
001760         ADD STAT-HASH-TOTAL TO NT-HASH
001900*>    COPIES THE LEDGER TO PERIODN: EVERY RECORD PASSES THROUGH
001910*>    EXCEPT TONIGHT'S OWN DAY RECORD (BACKED OUT AND REPLACED)
001920*>    AND THE PERIOD'S RUNNING TOTAL (UPDATED AND REWRITTEN).
001930*>    ANOTHER ENTITY'S RECORDS ALWAYS PASS THROUGH UNTOUCHED.
002000 3000-REWRITE-LEDGER.
002010     IF NOT STATS-FOUND
002020         MOVE SPACES TO WS-REPORT-LINE
002180     MOVE 'P' TO PW-REC-TYPE.
002190     MOVE WS-PERIOD TO PW-PERIOD.
002200     MOVE ZERO TO PW-DATE.
002205     MOVE WS-RUN-ENTITY TO PW-ENTITY.
002210     PERFORM 3100-COPY-ONE THRU 3100-EXIT
002220         UNTIL PERIOD-EOF.
002230     IF STATS-FOUND
002500 3200-TAKE-LEDGER-RECORD.
002510     EVALUATE TRUE
002520         WHEN PD-PERIOD-TOTAL AND PD-PERIOD = WS-PERIOD
002525             AND PD-ENTITY = WS-RUN-ENTITY
002530             MOVE PERIOD-RECORD TO PERIOD-WORK
002540         WHEN PD-DAY-RECORD AND PD-DATE = WS-BUSINESS-DATE
002550             AND STATS-FOUND AND PD-ENTITY = WS-RUN-ENTITY
002560*>            A RERUN OF THE NIGHT - BACK THE OLD DAY OUT OF THE
002570*>            PERIOD TOTAL; THE FRESH RECORD GOES ON BELOW.
002580             SUBTRACT PD-RECORDS-IN FROM PW-RECORDS-IN
002990     MOVE NT-DIV TO PD-DIV-COUNT.
003000     MOVE NT-POW TO PD-POW-COUNT.
003010     MOVE NT-MOD TO PD-MOD-COUNT.
003015     MOVE WS-RUN-ENTITY TO PD-ENTITY.
003020     WRITE NEWPER-RECORD FROM PERIOD-RECORD.
003030 3300-EXIT.
003040     EXIT.
