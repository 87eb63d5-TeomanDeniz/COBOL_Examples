000000 *>                 NUMEXCP AND THE STATREC OVERFLOW COUNTER, SO
000000 *>                 THE STRAIGHT-OPS CHECK BECAME THE COMBINED
000000 *>                 ADD+SUB+MUL+OVERFLOWS = 3 X RECORDS IN.
000000 *> 2026/09/11 TD - ONLY THE STATFILE ENTRIES OF THE ENTITY THIS
000000 *>                 STREAM RUNS FOR (RUNCTL GETENT) ARE BALANCED.
000000 *> 2026/10/06 TD - THE DISPATCHER'S CALC ENTRY (EXAMPLE-
000000 *>                 PARAGRAPHS) IS BALANCED TOO - THE SAME FOUR
000000 *>                 IDENTITIES, PROVED SEPARATELY FOR EACH SOURCE,
000000 *>                 THEN A NIGHT TOTAL OVER BOTH. A STREAM WITH NO
000000 *>                 DISPATCHER STEP FILES NO ENTRY; THAT IS NOTED,
000000 *>                 NOT AN ERROR.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BALSTATS.
000120 ENVIRONMENT DIVISION.
000200 DATA DIVISION.
000210 FILE SECTION.
000220 FD  STAT-FILE.
000230 01  STAT-FILE-RECORD PIC X(132).
000240 FD  REPORT-FILE.
000250 01  REPORT-RECORD PIC X(120).
000260 WORKING-STORAGE SECTION.
000340         SEPARATE VALUE ZERO.
000350     05 BAL-ADD PIC 9(9) VALUE ZERO.
000360     05 BAL-SUB PIC 9(9) VALUE ZERO.
000361     05 BAL-MUL PIC 9(9) VALUE ZERO.
000362     05 BAL-DIV PIC 9(9) VALUE ZERO.
000363     05 BAL-POW PIC 9(9) VALUE ZERO.
000364     05 BAL-MOD PIC 9(9) VALUE ZERO.
000365     05 BAL-OVFL PIC 9(9) VALUE ZERO.
000366*>    THE DISPATCHER'S CALC POSTINGS, SUMMED THE SAME WAY.
000367 01  DSP-TOTALS.
000368     05 DSP-RECORDS-IN PIC 9(9) VALUE ZERO.
000369     05 DSP-LINES-OUT PIC 9(9) VALUE ZERO.
000370     05 DSP-EXCP PIC 9(9) VALUE ZERO.
000371     05 DSP-POWSKIP PIC 9(9) VALUE ZERO.
000372     05 DSP-HASH PIC S9(13)V99 SIGN IS TRAILING
000373         SEPARATE VALUE ZERO.
000374     05 DSP-ADD PIC 9(9) VALUE ZERO.
000375     05 DSP-SUB PIC 9(9) VALUE ZERO.
000376     05 DSP-MUL PIC 9(9) VALUE ZERO.
000377     05 DSP-DIV PIC 9(9) VALUE ZERO.
000378     05 DSP-POW PIC 9(9) VALUE ZERO.
000379     05 DSP-MOD PIC 9(9) VALUE ZERO.
000380     05 DSP-OVFL PIC 9(9) VALUE ZERO.
000381*>    THE SOURCE BEING PROVED - EITHER TOTALS GROUP IS MOVED IN
000382*>    WHOLE, SO ONE SET OF IDENTITY CHECKS SERVES BOTH.
000383 01  CHK-TOTALS.
000384     05 CHK-RECORDS-IN PIC 9(9).
000385     05 CHK-LINES-OUT PIC 9(9).
000386     05 CHK-EXCP PIC 9(9).
000387     05 CHK-POWSKIP PIC 9(9).
000388     05 CHK-HASH PIC S9(13)V99 SIGN IS TRAILING SEPARATE.
000389     05 CHK-ADD PIC 9(9).
000390     05 CHK-SUB PIC 9(9).
000391     05 CHK-MUL PIC 9(9).
000392     05 CHK-DIV PIC 9(9).
000393     05 CHK-POW PIC 9(9).
000394     05 CHK-MOD PIC 9(9).
000395     05 CHK-OVFL PIC 9(9).
000396     77 WS-CHK-SOURCE PIC X(16) VALUE SPACES.
000397     77 WS-NIGHT-RECORDS PIC 9(9) VALUE ZERO.
000400     77 WS-NIGHT-LINES PIC 9(9) VALUE ZERO.
000403     77 WS-NIGHT-HASH PIC S9(13)V99 SIGN IS TRAILING
000406         SEPARATE VALUE ZERO.
000410     77 WS-STAT-FILE-STATUS PIC XX VALUE '00'.
000420     77 WS-REPORT-LINE PIC X(120).
000430     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000440         88 EOF-YES VALUE 'Y'.
000450     77 WS-FOUND-SW PIC X VALUE 'N'.
000460         88 STATS-FOUND VALUE 'Y'.
000463     77 WS-DSP-FOUND-SW PIC X VALUE 'N'.
000466         88 DISPATCH-FOUND VALUE 'Y'.
000470     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000480     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000490     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000491     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000492     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000493*>    THE ENTITY THIS STEP RUNS FOR - SPACES ARE THE HOME ONE.
000494 01  WS-ENTITY-AREA.
000495     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000496     05 FILLER PIC X(4) VALUE SPACES.
000500     77 WS-EXPECTED PIC 9(9) VALUE ZERO.
000510     77 WS-ACTUAL PIC 9(9) VALUE ZERO.
000520     77 WS-BAL-RC PIC S9(4) VALUE ZERO.
000540     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000550     77 WS-NUMVAR-NAME PIC X(32)
000560         VALUE 'EXAMPLE-NUMERIC-VARIABLE'.
000563     77 WS-EXPARA-NAME PIC X(32)
000566         VALUE 'EXAMPLE-PARAGRAPHS'.
000570 PROCEDURE DIVISION.
000580 0000-MAIN.
000590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000710         ON EXCEPTION
000720             ACCEPT WS-BUSINESS-DATE FROM DATE
000730     END-CALL.
000731     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
000732         ON EXCEPTION
000733             MOVE SPACES TO WS-ENTITY-AREA
000734     END-CALL.
000740     OPEN INPUT STAT-FILE.
000750     IF WS-STAT-FILE-STATUS NOT = '00'
000760         DISPLAY 'BALSTATS - STATFILE OPEN FAILED, STATUS='
000990 2000-SCAN-LEDGER.
001000     IF STAT-FILE-RECORD(1:24) = WS-NUMVAR-NAME(1:24)
001010         AND STAT-FILE-RECORD(33:6) = WS-BUSINESS-DATE
001015         AND STAT-FILE-RECORD(130:2) = WS-RUN-ENTITY
001020         MOVE STAT-FILE-RECORD(1:131) TO STAT-RECORD
001030         ADD STAT-RECORDS-IN TO BAL-RECORDS-IN
001040         ADD STAT-LINES-OUT TO BAL-LINES-OUT
001050         ADD STAT-EXCP-COUNT TO BAL-EXCP
001135         ADD STAT-OVFL-COUNT TO BAL-OVFL
001140         MOVE 'Y' TO WS-FOUND-SW
001150     END-IF.
001151     IF STAT-FILE-RECORD(1:32) = WS-EXPARA-NAME
001152         AND STAT-FILE-RECORD(33:6) = WS-BUSINESS-DATE
001153         AND STAT-FILE-RECORD(130:2) = WS-RUN-ENTITY
001154         PERFORM 2100-ADD-DISPATCHER THRU 2100-EXIT
001155     END-IF.
001160     PERFORM 1100-READ-NEXT THRU 1100-EXIT.
001161 2000-EXIT.
001162     EXIT.
001163
001164*>    THE DISPATCHER FILES ONE ENTRY PER COMPLETE RUN OF ITS OWN;
001165*>    A STREAM WITHOUT A DISPATCHER STEP FILES NONE.
001166 2100-ADD-DISPATCHER.
001167     MOVE STAT-FILE-RECORD(1:131) TO STAT-RECORD.
001168     ADD STAT-RECORDS-IN TO DSP-RECORDS-IN.
001169     ADD STAT-LINES-OUT TO DSP-LINES-OUT.
001170     ADD STAT-EXCP-COUNT TO DSP-EXCP.
001171     ADD STAT-POW-SKIP-COUNT TO DSP-POWSKIP.
001172     ADD STAT-HASH-TOTAL TO DSP-HASH.
001173     ADD STAT-ADD-COUNT TO DSP-ADD.
001174     ADD STAT-SUB-COUNT TO DSP-SUB.
001175     ADD STAT-MUL-COUNT TO DSP-MUL.
001176     ADD STAT-DIV-COUNT TO DSP-DIV.
001177     ADD STAT-POW-COUNT TO DSP-POW.
001178     ADD STAT-MOD-COUNT TO DSP-MOD.
001179     ADD STAT-OVFL-COUNT TO DSP-OVFL.
001180     MOVE 'Y' TO WS-DSP-FOUND-SW.
001181 2100-EXIT.
001182     EXIT.
001190
001200 3000-BALANCE.
001210     IF NOT STATS-FOUND
001270         MOVE 8 TO WS-BAL-RC
001280         GO TO 3000-EXIT
001290     END-IF.
001300     MOVE BAL-TOTALS TO CHK-TOTALS.
001304     MOVE 'ARITHMETIC PASS' TO WS-CHK-SOURCE.
001308     PERFORM 3050-PROVE-SOURCE THRU 3050-EXIT.
001312     MOVE BAL-RECORDS-IN TO WS-NIGHT-RECORDS.
001316     MOVE BAL-LINES-OUT TO WS-NIGHT-LINES.
001320     MOVE BAL-HASH TO WS-NIGHT-HASH.
001324     IF DISPATCH-FOUND
001328         MOVE DSP-TOTALS TO CHK-TOTALS
001332         MOVE 'DISPATCHER CALC' TO WS-CHK-SOURCE
001336         PERFORM 3050-PROVE-SOURCE THRU 3050-EXIT
001340         ADD DSP-RECORDS-IN TO WS-NIGHT-RECORDS
001344         ADD DSP-LINES-OUT TO WS-NIGHT-LINES
001348         ADD DSP-HASH TO WS-NIGHT-HASH
001352     ELSE
001356         MOVE SPACES TO WS-REPORT-LINE
001360         STRING 'NO DISPATCHER STATISTICS FOR BUSINESS DATE '
001364             WS-BUSINESS-DATE ' - NO CALC POSTINGS TONIGHT'
001368             DELIMITED BY SIZE INTO WS-REPORT-LINE
001372         WRITE REPORT-RECORD FROM WS-REPORT-LINE
001376     END-IF.
001380     MOVE SPACES TO WS-REPORT-LINE.
001384     STRING 'NIGHT TOTAL     RECORDS IN=' WS-NIGHT-RECORDS
001388         ' CSV LINES=' WS-NIGHT-LINES
001392         ' HASH=' WS-NIGHT-HASH
001396         DELIMITED BY SIZE INTO WS-REPORT-LINE.
001400     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001420     IF WS-BAL-RC = ZERO
001430         MOVE 'STREAM IS IN BALANCE' TO WS-REPORT-LINE
001440         WRITE REPORT-RECORD FROM WS-REPORT-LINE
001450     END-IF.
001451 3000-EXIT.
001452     EXIT.
001453
001454 3050-PROVE-SOURCE.
001455     MOVE SPACES TO WS-REPORT-LINE.
001456     STRING WS-CHK-SOURCE ' BUSINESS DATE ' WS-BUSINESS-DATE
001457         ' RECORDS IN=' CHK-RECORDS-IN
001458         ' CSV LINES=' CHK-LINES-OUT
001459         ' REJECTS=' CHK-EXCP
001460         ' HASH=' CHK-HASH
001461         DELIMITED BY SIZE INTO WS-REPORT-LINE.
001462     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001463     PERFORM 3100-CHECK-STRAIGHT-OPS THRU 3100-EXIT.
001464     PERFORM 3200-CHECK-DIVIDE-FAMILY THRU 3200-EXIT.
001465     PERFORM 3300-CHECK-POW THRU 3300-EXIT.
001466     PERFORM 3400-CHECK-LINES-OUT THRU 3400-EXIT.
001467 3050-EXIT.
001470     EXIT.
001480
001490 3100-CHECK-STRAIGHT-OPS.
001494*>    EXCEPTION LINE INSTEAD OF A CSV LINE, SO THE THREE OPS
001496*>    PLUS THE OVERFLOW COUNT MUST COVER EVERY RECORD THREE
001498*>    TIMES OVER.
001500     COMPUTE WS-ACTUAL = CHK-ADD + CHK-SUB + CHK-MUL
001510         + CHK-OVFL.
001520     COMPUTE WS-EXPECTED = 3 * CHK-RECORDS-IN.
001530     IF WS-ACTUAL NOT = WS-EXPECTED
001540         MOVE SPACES TO WS-REPORT-LINE
001550         STRING '*** ' WS-CHK-SOURCE
001555             ' OUT OF BALANCE - ADD+SUB+MUL+OVERFLOWS='
001560             WS-ACTUAL ' SHOULD BE 3 X RECORDS IN='
001570             WS-EXPECTED DELIMITED BY SIZE
001580             INTO WS-REPORT-LINE
001630     EXIT.
001640
001650 3200-CHECK-DIVIDE-FAMILY.
001660     COMPUTE WS-ACTUAL = CHK-DIV + CHK-MOD + CHK-EXCP.
001670     COMPUTE WS-EXPECTED = 2 * CHK-RECORDS-IN.
001680     IF WS-ACTUAL NOT = WS-EXPECTED
001690         MOVE SPACES TO WS-REPORT-LINE
001700         STRING '*** ' WS-CHK-SOURCE
001705             ' OUT OF BALANCE - DIVIDE+MODULUS+REJECTS='
001710             WS-ACTUAL ' SHOULD BE 2 X RECORDS IN='
001720             WS-EXPECTED DELIMITED BY SIZE
001730             INTO WS-REPORT-LINE
001780     EXIT.
001790
001800 3300-CHECK-POW.
001810     COMPUTE WS-ACTUAL = CHK-POW + CHK-POWSKIP.
001820     IF WS-ACTUAL NOT = CHK-RECORDS-IN
001830         MOVE SPACES TO WS-REPORT-LINE
001840         STRING '*** ' WS-CHK-SOURCE
001845             ' OUT OF BALANCE - POW+SKIPS=' WS-ACTUAL
001850             ' SHOULD EQUAL RECORDS IN=' CHK-RECORDS-IN
001860             DELIMITED BY SIZE INTO WS-REPORT-LINE
001870         WRITE REPORT-RECORD FROM WS-REPORT-LINE
001880         MOVE 8 TO WS-BAL-RC
001910     EXIT.
001920
001930 3400-CHECK-LINES-OUT.
001940     COMPUTE WS-ACTUAL = CHK-ADD + CHK-SUB + CHK-MUL
001950         + CHK-DIV + CHK-POW + CHK-MOD.
001960     IF WS-ACTUAL NOT = CHK-LINES-OUT
001970         MOVE SPACES TO WS-REPORT-LINE
001980         STRING '*** ' WS-CHK-SOURCE
001985             ' OUT OF BALANCE - OPERATION COUNTS TOTAL '
001990             WS-ACTUAL ' BUT CSV LINES OUT=' CHK-LINES-OUT
002000             DELIMITED BY SIZE INTO WS-REPORT-LINE
002010         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002020         MOVE 8 TO WS-BAL-RC
