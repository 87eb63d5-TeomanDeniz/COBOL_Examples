000000 *>   MEANS LINES LOST OR LINES FROM NOWHERE, RC=8
000000 *>   GL TRAILER COUNT = CSV LINES, GL TRAILER HASH = SUM OF THE
000000 *>   CSV RESULTS
000000 *>   GL HEADER ENTITY = THE ENTITY THIS STREAM RUNS FOR
000000 *> AND PRINTS THE RECONCILIATION CERTIFICATE FINANCE FILES. RUN
000000 *> DIRECTLY AFTER THE GL EXTRACT, BEFORE THE DISPATCHER APPENDS
000000 *> ITS CALC LINES TO NUMCSV - AFTER THAT APPEND THE CSV COUNT
000000 *> LEGITIMATELY EXCEEDS WHAT THE GL FILE CARRIES.
000000 *> 2026/09/08 TD - TRANEDTD, NUMCSV AND NUMEXCP RECORDS WIDENED
000000 *>                 FOR THE ACCOUNT NUMBER NOW CARRIED ON EACH.
000000 *> 2026/09/09 TD - GL RECORD WIDENED TO 62 BYTES FOR THE
000000 *>                 TRANSACTION REFERENCE ON EACH D RECORD.
000000 *> 2026/09/11 TD - THE GLFILE HEADER ENTITY MUST BE THE ENTITY
000000 *>                 THIS STREAM RUNS FOR (RUNCTL GETENT) - A FILE
000000 *>                 CUT FOR ANOTHER ENTITY'S LEDGER IS RC=8.
000000 *> 2026/10/01 TD - GL RECORD WIDENED TO 68 BYTES FOR THE VALUE
000000 *>                 DATE NOW ENDING EVERY D RECORD.
000000 *> 2026/10/06 TD - NOW RUNS AFTER THE DISPATCHER AND ITS
000000 *>                 ADJUSTMENT GL EXTRACT, AND PROVES THAT SIDE
000000 *>                 FROM ITS OWN FILES TOO: 6 X (CALC TRANSACTIONS
000000 *>                 ON PARATRAN - WHOLE REJECTS) = PARACSV LINES +
000000 *>                 OPERATION EXCEPTIONS ON PARAEXCP, AND THE
000000 *>                 PARAGL TRAILER = PARACSV COUNT AND HASH. THE
000000 *>                 DISPATCHER NO LONGER TOUCHES NUMCSV. NO
000000 *>                 PARATRAN DD - NO DISPATCHER SIDE TO PROVE.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RECONCIL.
000300 ENVIRONMENT DIVISION.
000440         FILE STATUS IS WS-GL-FILE-STATUS.
000450     SELECT REPORT-FILE ASSIGN TO "RECONRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000463     SELECT PARA-TRAN-FILE ASSIGN TO "PARATRAN"
000466         ORGANIZATION IS LINE SEQUENTIAL
000469         FILE STATUS IS WS-PTRN-FILE-STATUS.
000472     SELECT PARA-CSV-FILE ASSIGN TO "PARACSV"
000475         ORGANIZATION IS LINE SEQUENTIAL
000478         FILE STATUS IS WS-PCSV-FILE-STATUS.
000481     SELECT PARA-EXCP-FILE ASSIGN TO "PARAEXCP"
000484         ORGANIZATION IS LINE SEQUENTIAL
000487         FILE STATUS IS WS-PEXC-FILE-STATUS.
000490     SELECT PARA-GL-FILE ASSIGN TO "PARAGL"
000493         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS WS-PGL-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  EDITED-FILE.
000530 01  EDITED-RECORD PIC X(80).
000540 FD  CSV-FILE.
000550 01  CSV-RECORD PIC X(100).
000560 FD  EXCEPTION-FILE.
000570 01  EXCEPTION-RECORD PIC X(100).
000580 FD  GL-FILE.
000590 01  GL-RECORD PIC X(68).
000600 FD  REPORT-FILE.
000610 01  REPORT-RECORD PIC X(132).
000617 FD  PARA-TRAN-FILE.
000624 01  PARA-TRAN-RECORD PIC X(80).
000631 FD  PARA-CSV-FILE.
000638 01  PARA-CSV-RECORD PIC X(100).
000645 FD  PARA-EXCP-FILE.
000652 01  PARA-EXCP-RECORD.
000659     05 PEXC-CODE PIC X(4).
000666     05 PEXC-PAYLOAD PIC X(76).
000673     05 PEXC-REASON PIC X(20).
000680 FD  PARA-GL-FILE.
000687 01  PARA-GL-RECORD PIC X(68).
000700 WORKING-STORAGE SECTION.
000710     77 WS-EDTD-FILE-STATUS PIC XX VALUE '00'.
000720     77 WS-CSV-FILE-STATUS PIC XX VALUE '00'.
000990         88 EDTD-TRAILER-SEEN VALUE 'Y'.
001000     77 WS-GL-SEEN-SW PIC X VALUE 'N'.
001010         88 GL-TRAILER-SEEN VALUE 'Y'.
001012     77 WS-GL-HDR-SW PIC X VALUE 'N'.
001014         88 GL-HEADER-SEEN VALUE 'Y'.
001016     77 WS-GL-ENTITY PIC X(2) VALUE SPACES.
001017     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
001018     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
001019*>    THE ENTITY THIS STREAM RUNS FOR - SPACES ARE THE HOME ONE.
001020 01  WS-ENTITY-AREA.
001021     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
001022     05 FILLER PIC X(4) VALUE SPACES.
001026     77 WS-DETAILS-IN PIC 9(7) VALUE ZERO.
001030     77 WS-CSV-COUNT PIC 9(7) VALUE ZERO.
001040     77 WS-CSV-HASH PIC S9(13)V99 VALUE ZERO.
001050     77 WS-EXCP-COUNT PIC 9(7) VALUE ZERO.
001080     77 WS-RECON-RC PIC S9(4) VALUE ZERO.
001090     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'RECONCIL'.
001100     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
001103*>    THE DISPATCHER SIDE - CALC TRANSACTIONS ON PARATRAN, THEIR
001106*>    PARACSV LINES AND PARAEXCP REJECTS, AND THE PARAGL
001109*>    ADJUSTMENT FILE CUT FROM PARACSV.
001112     77 WS-PTRN-FILE-STATUS PIC XX VALUE '00'.
001115     77 WS-PCSV-FILE-STATUS PIC XX VALUE '00'.
001118     77 WS-PEXC-FILE-STATUS PIC XX VALUE '00'.
001121     77 WS-PGL-FILE-STATUS PIC XX VALUE '00'.
001124     77 WS-DSP-SIDE-SW PIC X VALUE 'N'.
001127         88 DISPATCHER-SIDE VALUE 'Y'.
001130     77 WS-CALC-IN PIC 9(7) VALUE ZERO.
001133     77 WS-CALC-REJECTED PIC 9(7) VALUE ZERO.
001136     77 WS-CALC-ACCEPTED PIC 9(7) VALUE ZERO.
001139     77 WS-PCSV-COUNT PIC 9(7) VALUE ZERO.
001142     77 WS-PCSV-HASH PIC S9(13)V99 VALUE ZERO.
001145     77 WS-PEXC-COUNT PIC 9(7) VALUE ZERO.
001148 01  WS-PGL-TRAILER.
001151     05 WS-PGLT-TYPE PIC X.
001154     05 WS-PGLT-COUNT PIC 9(7).
001157     05 WS-PGLT-HASH PIC S9(11)V99.
001160     77 WS-PGL-SEEN-SW PIC X VALUE 'N'.
001163         88 PGL-TRAILER-SEEN VALUE 'Y'.
001166     77 WS-PGL-HDR-SW PIC X VALUE 'N'.
001169         88 PGL-HEADER-SEEN VALUE 'Y'.
001172     77 WS-PGL-ENTITY PIC X(2) VALUE SPACES.
001175     77 WS-NIGHT-LINES PIC 9(9) VALUE ZERO.
001178     77 WS-NIGHT-HASH PIC S9(13)V99 VALUE ZERO.
001200 PROCEDURE DIVISION.
001210 0000-MAIN.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001250     PERFORM 4000-READ-EXCEPTIONS THRU 4000-EXIT.
001260     PERFORM 5000-READ-GL THRU 5000-EXIT.
001270     PERFORM 6000-PROVE THRU 6000-EXIT.
001273     PERFORM 7000-DISPATCHER-SIDE THRU 7000-EXIT.
001276     PERFORM 8000-VERDICT THRU 8000-EXIT.
001280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001290     GOBACK.
001300
001400 1000-INITIALIZE.
001410     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001420         WS-AUDIT-RC.
001422     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
001424         ON EXCEPTION
001426             MOVE SPACES TO WS-ENTITY-AREA
001428     END-CALL.
001430     OPEN OUTPUT REPORT-FILE.
001440     MOVE 'NIGHTLY RECONCILIATION CERTIFICATE - RECONCIL'
001450         TO WS-REPORT-LINE.
002990         WRITE REPORT-RECORD FROM WS-REPORT-LINE
003000         MOVE 8 TO WS-RECON-RC
003010     END-IF.
003012*>    TWO ENTITIES NEVER SHARE A GL FILE - ONE CUT FOR ANOTHER
003014*>    ENTITY'S LEDGER MUST NOT BE CERTIFIED AGAINST THIS NIGHT.
003016     IF GL-HEADER-SEEN
003017         AND WS-GL-ENTITY NOT = WS-RUN-ENTITY
003018         MOVE SPACES TO WS-REPORT-LINE
003019         STRING '*** GLFILE HEADER IS FOR ENTITY ' WS-GL-ENTITY
003020             ' - THIS STREAM RUNS ENTITY ' WS-RUN-ENTITY
003021             ', RC=8' DELIMITED BY SIZE INTO WS-REPORT-LINE
003022         WRITE REPORT-RECORD FROM WS-REPORT-LINE
003023         MOVE 8 TO WS-RECON-RC
003024     END-IF.
003025 5000-EXIT.
003030     EXIT.
003040
003100 5100-READ-GL-LINE.
003160                 MOVE GL-RECORD(1:21) TO WS-GL-TRAILER
003170                 MOVE 'Y' TO WS-GL-SEEN-SW
003180             END-IF
003182             IF GL-RECORD(1:1) = 'H'
003184                 MOVE GL-RECORD(12:2) TO WS-GL-ENTITY
003186                 MOVE 'Y' TO WS-GL-HDR-SW
003188             END-IF
003190     END-READ.
003200 5100-EXIT.
003210     EXIT.
003390         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003400     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003410     IF WS-RECON-RC = 8
003420         GO TO 6000-EXIT
003430     END-IF.
003440     COMPUTE WS-EXPECTED-LINES = 6 * WS-DETAILS-IN.
003450     COMPUTE WS-RESIDUAL = WS-EXPECTED-LINES
003740         WRITE REPORT-RECORD FROM WS-REPORT-LINE
003750         MOVE 8 TO WS-RECON-RC
003760     END-IF.
003910 6000-EXIT.
003920     EXIT.
003930
003940*>    THE DISPATCHER'S CALC POSTINGS, PROVED THE SAME WAY FROM
003950*>    THEIR OWN FILES: EVERY CALC TRANSACTION IS EITHER REJECTED
003960*>    WHOLE (A BAD PAIR, OR NO PARACSV TO WRITE TO) OR RUN
003970*>    THROUGH ALL SIX OPERATIONS, AND EVERY OPERATION WRITES A
003980*>    PARACSV LINE OR A PARAEXCP LINE NAMING IT. SO
003990*>    6 X (CALC TRANSACTIONS - WHOLE REJECTS) = PARACSV LINES +
004000*>    OPERATION EXCEPTIONS, AND THE PARAGL TRAILER CARRIES THE
004010*>    PARACSV COUNT AND HASH. A STREAM WITH NO DISPATCHER STEP
004020*>    HAS NO PARATRAN DD - THERE IS NO SIDE TO PROVE.
004030 7000-DISPATCHER-SIDE.
004040     MOVE 'N' TO WS-EOF-SWITCH.
004050     OPEN INPUT PARA-TRAN-FILE.
004060     IF WS-PTRN-FILE-STATUS NOT = '00'
004070         MOVE 'PARATRAN NOT PRESENT - NO DISPATCHER SIDE TO PROVE'
004080             TO WS-REPORT-LINE
004090         WRITE REPORT-RECORD FROM WS-REPORT-LINE
004100         GO TO 7000-EXIT
004110     END-IF.
004120     MOVE 'Y' TO WS-DSP-SIDE-SW.
004130     PERFORM 7100-READ-PARA-TRAN THRU 7100-EXIT
004140         UNTIL EOF-YES.
004150     CLOSE PARA-TRAN-FILE.
004160     PERFORM 7200-READ-PARA-CSV THRU 7200-EXIT.
004170     PERFORM 7300-READ-PARA-EXCP THRU 7300-EXIT.
004180     PERFORM 7400-READ-PARA-GL THRU 7400-EXIT.
004190     PERFORM 7500-PROVE-DISPATCHER THRU 7500-EXIT.
004200 7000-EXIT.
004210     EXIT.
004220
004230 7100-READ-PARA-TRAN.
004240     READ PARA-TRAN-FILE
004250         AT END
004260             MOVE 'Y' TO WS-EOF-SWITCH
004270         NOT AT END
004280             IF PARA-TRAN-RECORD(1:4) = 'CALC'
004290                 ADD 1 TO WS-CALC-IN
004300             END-IF
004310     END-READ.
004320 7100-EXIT.
004330     EXIT.
004340
004350*>    THE DISPATCHER OPENS PARACSV AT ITS FIRST GOOD CALC PAIR - A
004360*>    NIGHT WITHOUT ONE MAY LEAVE NOTHING TO READ: ZERO LINES.
004370 7200-READ-PARA-CSV.
004380     MOVE 'N' TO WS-EOF-SWITCH.
004390     OPEN INPUT PARA-CSV-FILE.
004400     IF WS-PCSV-FILE-STATUS NOT = '00'
004410         MOVE 'PARACSV NOT PRESENT - COUNTED AS ZERO LINES'
004420             TO WS-REPORT-LINE
004430         WRITE REPORT-RECORD FROM WS-REPORT-LINE
004440         GO TO 7200-EXIT
004450     END-IF.
004460     PERFORM 7210-READ-PARA-CSV-LINE THRU 7210-EXIT
004470         UNTIL EOF-YES.
004480     CLOSE PARA-CSV-FILE.
004490 7200-EXIT.
004500     EXIT.
004510
004520 7210-READ-PARA-CSV-LINE.
004530     READ PARA-CSV-FILE
004540         AT END
004550             MOVE 'Y' TO WS-EOF-SWITCH
004560         NOT AT END
004570             ADD 1 TO WS-PCSV-COUNT
004580             MOVE SPACES TO WS-TOK-NUM1 WS-TOK-NUM2
004590                 WS-TOK-OPER WS-TOK-RESULT
004600             UNSTRING PARA-CSV-RECORD DELIMITED BY ','
004610                 INTO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
004620                     WS-TOK-RESULT
004630             IF WS-TOK-RESULT(12:1) = '+'
004640                 OR WS-TOK-RESULT(12:1) = '-'
004650                 ADD WS-RESULT-NUM TO WS-PCSV-HASH
004660             END-IF
004670     END-READ.
004680 7210-EXIT.
004690     EXIT.
004700
004710*>    ONLY CALC LINES COUNT HERE - UNKNOWN CODES AND BAD UPDT
004720*>    NUMBERS SHARE THE FILE. A REASON STARTING CALC REJECTED OR
004730*>    CALC FAILED TOOK THE WHOLE TRANSACTION; ANY OTHER CALC
004740*>    REASON NAMES ONE FAILED OPERATION OF AN ACCEPTED PAIR.
004750 7300-READ-PARA-EXCP.
004760     MOVE 'N' TO WS-EOF-SWITCH.
004770     OPEN INPUT PARA-EXCP-FILE.
004780     IF WS-PEXC-FILE-STATUS NOT = '00'
004790         MOVE 'PARAEXCP NOT PRESENT - COUNTED AS ZERO REJECTS'
004800             TO WS-REPORT-LINE
004810         WRITE REPORT-RECORD FROM WS-REPORT-LINE
004820         GO TO 7300-EXIT
004830     END-IF.
004840     PERFORM 7310-READ-PARA-EXCP-LINE THRU 7310-EXIT
004850         UNTIL EOF-YES.
004860     CLOSE PARA-EXCP-FILE.
004870 7300-EXIT.
004880     EXIT.
004890
004900 7310-READ-PARA-EXCP-LINE.
004910     READ PARA-EXCP-FILE
004920         AT END
004930             MOVE 'Y' TO WS-EOF-SWITCH
004940             GO TO 7310-EXIT
004950     END-READ.
004960     IF PEXC-CODE NOT = 'CALC'
004970         GO TO 7310-EXIT
004980     END-IF.
004990     IF PEXC-REASON(1:13) = 'CALC REJECTED'
005000         OR PEXC-REASON(1:11) = 'CALC FAILED'
005010         ADD 1 TO WS-CALC-REJECTED
005020     ELSE
005030         ADD 1 TO WS-PEXC-COUNT
005040     END-IF.
005050 7310-EXIT.
005060     EXIT.
005070
005080 7400-READ-PARA-GL.
005090     MOVE 'N' TO WS-EOF-SWITCH.
005100     OPEN INPUT PARA-GL-FILE.
005110     IF WS-PGL-FILE-STATUS NOT = '00'
005120         GO TO 7400-EXIT
005130     END-IF.
005140     PERFORM 7410-READ-PARA-GL-LINE THRU 7410-EXIT
005150         UNTIL EOF-YES.
005160     CLOSE PARA-GL-FILE.
005170 7400-EXIT.
005180     EXIT.
005190
005200 7410-READ-PARA-GL-LINE.
005210     READ PARA-GL-FILE
005220         AT END
005230             MOVE 'Y' TO WS-EOF-SWITCH
005240         NOT AT END
005250             IF PARA-GL-RECORD(1:1) = 'T'
005260                 MOVE PARA-GL-RECORD(1:21) TO WS-PGL-TRAILER
005270                 MOVE 'Y' TO WS-PGL-SEEN-SW
005280             END-IF
005290             IF PARA-GL-RECORD(1:1) = 'H'
005300                 MOVE PARA-GL-RECORD(12:2) TO WS-PGL-ENTITY
005310                 MOVE 'Y' TO WS-PGL-HDR-SW
005320             END-IF
005330     END-READ.
005340 7410-EXIT.
005350     EXIT.
005360
005370 7500-PROVE-DISPATCHER.
005380     MOVE SPACES TO WS-REPORT-LINE.
005390     STRING 'CALC TRANSACTIONS (PARATRAN)=' WS-CALC-IN
005400         ' REJECTED WHOLE=' WS-CALC-REJECTED
005410         ' PARACSV LINES=' WS-PCSV-COUNT
005420         ' OPERATION EXCEPTIONS=' WS-PEXC-COUNT
005430         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005440     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
005450     MOVE SPACES TO WS-REPORT-LINE.
005460     STRING 'PARACSV RESULT HASH=' WS-PCSV-HASH
005470         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005480     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
005490     IF WS-CALC-REJECTED > WS-CALC-IN
005500         MOVE SPACES TO WS-REPORT-LINE
005510         STRING '*** MORE WHOLE CALC REJECTS THAN CALC '
005520             'TRANSACTIONS ON PARATRAN, RC=8'
005530             DELIMITED BY SIZE INTO WS-REPORT-LINE
005540         WRITE REPORT-RECORD FROM WS-REPORT-LINE
005550         MOVE 8 TO WS-RECON-RC
005560         GO TO 7500-EXIT
005570     END-IF.
005580     COMPUTE WS-CALC-ACCEPTED = WS-CALC-IN - WS-CALC-REJECTED.
005590     COMPUTE WS-EXPECTED-LINES = 6 * WS-CALC-ACCEPTED.
005600     COMPUTE WS-RESIDUAL = WS-EXPECTED-LINES
005610         - WS-PCSV-COUNT - WS-PEXC-COUNT.
005620     IF WS-RESIDUAL NOT = ZERO
005630         MOVE SPACES TO WS-REPORT-LINE
005640         STRING '*** 6 X ACCEPTED CALCS=' WS-EXPECTED-LINES
005650             ' DOES NOT EQUAL PARACSV + EXCEPTION LINES - '
005660             WS-RESIDUAL ' LINES UNACCOUNTED FOR, RC=8'
005670             DELIMITED BY SIZE INTO WS-REPORT-LINE
005680         WRITE REPORT-RECORD FROM WS-REPORT-LINE
005690         MOVE 8 TO WS-RECON-RC
005700     END-IF.
005710*>    NO CALC LINES MEANS NO ADJUSTMENT FILE WAS SENT - GLEXTR
005720*>    NEVER SENDS AN EMPTY ONE.
005730     IF WS-PCSV-COUNT = ZERO AND NOT PGL-TRAILER-SEEN
005740         MOVE 'NO CALC POSTINGS - NO ADJUSTMENT GL FILE EXPECTED'
005750             TO WS-REPORT-LINE
005760         WRITE REPORT-RECORD FROM WS-REPORT-LINE
005770         GO TO 7500-EXIT
005780     END-IF.
005790     IF NOT PGL-TRAILER-SEEN
005800         MOVE SPACES TO WS-REPORT-LINE
005810         STRING '*** NO TRAILER ON PARAGL - THE ADJUSTMENT '
005820             'EXTRACT WAS HELD, CUT SHORT OR NOT RUN, RC=8'
005830             DELIMITED BY SIZE INTO WS-REPORT-LINE
005840         WRITE REPORT-RECORD FROM WS-REPORT-LINE
005850         MOVE 8 TO WS-RECON-RC
005860         GO TO 7500-EXIT
005870     END-IF.
005880     IF PGL-HEADER-SEEN
005890         AND WS-PGL-ENTITY NOT = WS-RUN-ENTITY
005900         MOVE SPACES TO WS-REPORT-LINE
005910         STRING '*** PARAGL HEADER IS FOR ENTITY ' WS-PGL-ENTITY
005920             ' - THIS STREAM RUNS ENTITY ' WS-RUN-ENTITY
005930             ', RC=8' DELIMITED BY SIZE INTO WS-REPORT-LINE
005940         WRITE REPORT-RECORD FROM WS-REPORT-LINE
005950         MOVE 8 TO WS-RECON-RC
005960     END-IF.
005970     IF WS-PGLT-COUNT NOT = WS-PCSV-COUNT
005980         MOVE SPACES TO WS-REPORT-LINE
005990         STRING '*** PARAGL TRAILER COUNT ' WS-PGLT-COUNT
006000             ' DOES NOT MATCH PARACSV LINES ' WS-PCSV-COUNT
006010             ', RC=8' DELIMITED BY SIZE INTO WS-REPORT-LINE
006020         WRITE REPORT-RECORD FROM WS-REPORT-LINE
006030         MOVE 8 TO WS-RECON-RC
006040     END-IF.
006050     IF WS-PGLT-HASH NOT = WS-PCSV-HASH
006060         MOVE SPACES TO WS-REPORT-LINE
006070         STRING '*** PARAGL TRAILER HASH ' WS-PGLT-HASH
006080             ' DOES NOT MATCH PARACSV RESULT HASH ' WS-PCSV-HASH
006090             ', RC=8' DELIMITED BY SIZE INTO WS-REPORT-LINE
006100         WRITE REPORT-RECORD FROM WS-REPORT-LINE
006110         MOVE 8 TO WS-RECON-RC
006120     END-IF.
006130 7500-EXIT.
006140     EXIT.
006150
006160*>    ONE CERTIFICATE FOR THE NIGHT - THE MAIN AND ADJUSTMENT GL
006170*>    FILES TOGETHER CARRY EVERY RESULT LINE AND THE NIGHT HASH.
006180 8000-VERDICT.
006190     IF DISPATCHER-SIDE
006200         COMPUTE WS-NIGHT-LINES = WS-CSV-COUNT + WS-PCSV-COUNT
006210         COMPUTE WS-NIGHT-HASH = WS-CSV-HASH + WS-PCSV-HASH
006220         MOVE SPACES TO WS-REPORT-LINE
006230         STRING 'NIGHT TOTAL - RESULT LINES=' WS-NIGHT-LINES
006240             ' RESULT HASH=' WS-NIGHT-HASH
006250             ' (ARITHMETIC PASS AND DISPATCHER)'
006260             DELIMITED BY SIZE INTO WS-REPORT-LINE
006270         WRITE REPORT-RECORD FROM WS-REPORT-LINE
006280     END-IF.
006290     MOVE SPACES TO WS-REPORT-LINE.
006300     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006310     IF WS-RECON-RC = ZERO
006320         MOVE SPACES TO WS-REPORT-LINE
006330         IF DISPATCHER-SIDE
006340             STRING 'CERTIFIED - TRANEDTD, NUMCSV, NUMEXCP, '
006350                 'GLFILE, PARATRAN, PARACSV, PARAEXCP AND PARAGL '
006360                 'RECONCILE INDEPENDENTLY OF STATFILE'
006370                 DELIMITED BY SIZE INTO WS-REPORT-LINE
006380         ELSE
006390             STRING 'CERTIFIED - TRANEDTD, NUMCSV, NUMEXCP AND '
006400                 'GLFILE RECONCILE INDEPENDENTLY OF STATFILE'
006410                 DELIMITED BY SIZE INTO WS-REPORT-LINE
006420         END-IF
006430     ELSE
006440         MOVE '*** NOT CERTIFIED - SEE THE FLAGGED LINES, RC=8'
006450             TO WS-REPORT-LINE
006460     END-IF.
006470     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006480 8000-EXIT.
006490     EXIT.
006500
006510 9000-TERMINATE.
006520     CLOSE REPORT-FILE.
006530     MOVE WS-RECON-RC TO WS-AUDIT-RC.
006540     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
006550         WS-AUDIT-RC.
006560     MOVE WS-RECON-RC TO RETURN-CODE.
006570 9000-EXIT.
006580     EXIT.
