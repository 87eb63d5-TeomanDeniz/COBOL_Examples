000000 *> ................................................................... <*
000000 *> CBL - BUDGMNT                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/30 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/30 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> BATCH MAINTENANCE FOR THE BUDGFILE MONTHLY BUDGET KSDS, IN THE
000000 *> ACCTMNT STYLE. BUDGTRAN CARDS CARRY AN ACTION BYTE (A ADD,
000000 *> C CHANGE, D DELETE) FOLLOWED BY A FULL BUDG-RECORD IMAGE -
000000 *> PERIOD YYMM, PLANNED RECORDS IN, CSV LINES, HASH TOTAL AND
000000 *> THE SIX PLANNED OPERATION COUNTS, ALL ZERO-FILLED; DELETES
000000 *> ONLY NEED THE PERIOD. A CARD WHOSE PERIOD IS NOT A MONTH OR
000000 *> WHOSE PLANNED FIGURES ARE NOT NUMERIC NEVER REACHES THE FILE -
000000 *> BUDGVAR WOULD MEASURE THE MONTH AGAINST IT. EVERY APPLIED
000000 *> CHANGE WRITES A BEFORE/AFTER IMAGE PAIR TO BUDGMLOG AND THE
000000 *> BUDGMRPT APPLY REPORT CARRIES THE PER-ACTION COUNTS AND A
000000 *> REJECT SECTION. RC=4 WHEN ANYTHING REJECTED.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BUDGMNT.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT BUDG-FILE ASSIGN TO "BUDGFILE"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS RANDOM
000180         RECORD KEY IS BUDG-PERIOD
000190         FILE STATUS IS WS-BUDG-FILE-STATUS.
000200     SELECT TRAN-FILE ASSIGN TO "BUDGTRAN"
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-TRAN-FILE-STATUS.
000230     SELECT LOG-FILE ASSIGN TO "BUDGMLOG"
000240         ORGANIZATION IS LINE SEQUENTIAL.
000250     SELECT REPORT-FILE ASSIGN TO "BUDGMRPT"
000260         ORGANIZATION IS LINE SEQUENTIAL.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  BUDG-FILE.
000300     COPY BUDGREC.
000310 FD  TRAN-FILE.
000320 01  BUDG-TRAN-RECORD.
000330     05 BUDG-TRAN-ACTION PIC X.
000340     05 BUDG-TRAN-DATA.
000350         10 BUDG-TRAN-PERIOD PIC 9(4).
000360         10 BUDG-TRAN-PERIOD-PARTS REDEFINES BUDG-TRAN-PERIOD.
000370             15 BUDG-TRAN-YY PIC 9(2).
000380             15 BUDG-TRAN-MM PIC 9(2).
000390         10 BUDG-TRAN-RECORDS-IN PIC 9(9).
000400         10 BUDG-TRAN-LINES-OUT PIC 9(9).
000410         10 BUDG-TRAN-HASH PIC S9(13)V99
000420             SIGN IS TRAILING SEPARATE.
000430         10 BUDG-TRAN-ADD-COUNT PIC 9(9).
000440         10 BUDG-TRAN-SUB-COUNT PIC 9(9).
000450         10 BUDG-TRAN-MUL-COUNT PIC 9(9).
000460         10 BUDG-TRAN-DIV-COUNT PIC 9(9).
000470         10 BUDG-TRAN-POW-COUNT PIC 9(9).
000480         10 BUDG-TRAN-MOD-COUNT PIC 9(9).
000490 FD  LOG-FILE.
000500 01  LOG-RECORD PIC X(100).
000510 FD  REPORT-FILE.
000520 01  REPORT-RECORD PIC X(80).
000530 WORKING-STORAGE SECTION.
000540     77 WS-BUDG-FILE-STATUS PIC XX VALUE '00'.
000550     77 WS-TRAN-FILE-STATUS PIC XX VALUE '00'.
000560     77 WS-REPORT-LINE PIC X(80).
000570     77 WS-LOG-LINE PIC X(100).
000580     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000590         88 EOF-YES VALUE 'Y'.
000600     77 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
000610     77 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
000620     77 WS-DELETE-COUNT PIC 9(5) VALUE ZERO.
000630     77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
000640     77 WS-CARD-BAD-SW PIC X VALUE 'N'.
000650         88 CARD-BAD VALUE 'Y'.
000660     77 WS-REJECT-WHY PIC X(40) VALUE SPACES.
000670     77 WS-NEW-IMAGE PIC X(92).
000680     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'BUDGMNT'.
000690     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000700     77 WS-MAINT-RC PIC S9(4) VALUE ZERO.
000710 PROCEDURE DIVISION.
000720 0000-MAIN.
000730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000740     PERFORM 2000-APPLY-ONE THRU 2000-EXIT
000750         UNTIL EOF-YES.
000760     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
000770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000780     GOBACK.
000790
000800 1000-INITIALIZE.
000810     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
000820         WS-AUDIT-RC.
000830     OPEN I-O BUDG-FILE.
000840     IF WS-BUDG-FILE-STATUS = '35'
000850*>        FIRST EVER LOAD - CREATE THE EMPTY CLUSTER, THEN REOPEN
000860*>        I-O SO THE CHANGE AND DELETE READS WORK NORMALLY.
000870         OPEN OUTPUT BUDG-FILE
000880         CLOSE BUDG-FILE
000890         OPEN I-O BUDG-FILE
000900     END-IF.
000910     IF WS-BUDG-FILE-STATUS NOT = '00'
000920         DISPLAY '*** BUDGFILE OPEN FAILED, STATUS='
000930             WS-BUDG-FILE-STATUS
000940         MOVE 'Y' TO WS-EOF-SWITCH
000950         MOVE 12 TO WS-MAINT-RC
000960     END-IF.
000970     OPEN OUTPUT LOG-FILE.
000980     OPEN OUTPUT REPORT-FILE.
000990     MOVE 'MONTHLY BUDGET MAINTENANCE APPLY REPORT - BUDGMNT'
001000         TO WS-REPORT-LINE.
001010     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001020     IF WS-EOF-SWITCH NOT = 'Y'
001030         OPEN INPUT TRAN-FILE
001040         IF WS-TRAN-FILE-STATUS NOT = '00'
001050             MOVE 'Y' TO WS-EOF-SWITCH
001060         ELSE
001070             PERFORM 1100-READ-TRAN THRU 1100-EXIT
001080         END-IF
001090     END-IF.
001100 1000-EXIT.
001110     EXIT.
001120
001130 1100-READ-TRAN.
001140     MOVE SPACES TO BUDG-TRAN-RECORD.
001150     READ TRAN-FILE
001160         AT END MOVE 'Y' TO WS-EOF-SWITCH
001170     END-READ.
001180 1100-EXIT.
001190     EXIT.
001200
001210 2000-APPLY-ONE.
001220     EVALUATE BUDG-TRAN-ACTION
001230         WHEN 'A'
001240             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
001250         WHEN 'C'
001260             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
001270         WHEN 'D'
001280             PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
001290         WHEN OTHER
001300             MOVE 'UNKNOWN ACTION' TO WS-REJECT-WHY
001310             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
001320     END-EVALUATE.
001330     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
001340 2000-EXIT.
001350     EXIT.
001360
001370*>    THE PERIOD MUST BE A MONTH AND EVERY PLANNED FIGURE ZONED
001380*>    NUMERIC - A BLANK COLUMN IS NOT A ZERO.
001390 2050-EDIT-CARD.
001400     MOVE 'N' TO WS-CARD-BAD-SW.
001410     PERFORM 2060-EDIT-PERIOD THRU 2060-EXIT.
001420     IF CARD-BAD
001430         GO TO 2050-REPORT
001440     END-IF.
001450     IF BUDG-TRAN-RECORDS-IN IS NOT NUMERIC
001460         OR BUDG-TRAN-LINES-OUT IS NOT NUMERIC
001470         MOVE 'PLANNED RECORD COUNTS NOT NUMERIC'
001480             TO WS-REJECT-WHY
001490         MOVE 'Y' TO WS-CARD-BAD-SW
001500         GO TO 2050-REPORT
001510     END-IF.
001520     IF BUDG-TRAN-HASH IS NOT NUMERIC
001530         MOVE 'PLANNED HASH TOTAL NOT NUMERIC' TO WS-REJECT-WHY
001540         MOVE 'Y' TO WS-CARD-BAD-SW
001550         GO TO 2050-REPORT
001560     END-IF.
001570     IF BUDG-TRAN-ADD-COUNT IS NOT NUMERIC
001580         OR BUDG-TRAN-SUB-COUNT IS NOT NUMERIC
001590         OR BUDG-TRAN-MUL-COUNT IS NOT NUMERIC
001600         OR BUDG-TRAN-DIV-COUNT IS NOT NUMERIC
001610         OR BUDG-TRAN-POW-COUNT IS NOT NUMERIC
001620         OR BUDG-TRAN-MOD-COUNT IS NOT NUMERIC
001630         MOVE 'PLANNED OPERATION COUNTS NOT NUMERIC'
001640             TO WS-REJECT-WHY
001650         MOVE 'Y' TO WS-CARD-BAD-SW
001660     END-IF.
001670 2050-REPORT.
001680     IF CARD-BAD
001690         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
001700     END-IF.
001710 2050-EXIT.
001720     EXIT.
001730
001740 2060-EDIT-PERIOD.
001750     IF BUDG-TRAN-PERIOD IS NOT NUMERIC
001760         MOVE 'PERIOD NOT NUMERIC' TO WS-REJECT-WHY
001770         MOVE 'Y' TO WS-CARD-BAD-SW
001780         GO TO 2060-EXIT
001790     END-IF.
001800     IF BUDG-TRAN-MM < 1 OR BUDG-TRAN-MM > 12
001810         MOVE 'PERIOD MONTH NOT 01-12' TO WS-REJECT-WHY
001820         MOVE 'Y' TO WS-CARD-BAD-SW
001830     END-IF.
001840 2060-EXIT.
001850     EXIT.
001860
001870 2100-APPLY-ADD.
001880     PERFORM 2050-EDIT-CARD THRU 2050-EXIT.
001890     IF CARD-BAD
001900         GO TO 2100-EXIT
001910     END-IF.
001920     MOVE BUDG-TRAN-DATA TO BUDG-RECORD.
001930     WRITE BUDG-RECORD
001940         INVALID KEY
001950             MOVE 'ALREADY ON FILE' TO WS-REJECT-WHY
001960             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
001970         NOT INVALID KEY
001980             ADD 1 TO WS-ADD-COUNT
001990             PERFORM 2500-LOG-NEW THRU 2500-EXIT
002000     END-WRITE.
002010 2100-EXIT.
002020     EXIT.
002030
002040 2200-APPLY-CHANGE.
002050     PERFORM 2050-EDIT-CARD THRU 2050-EXIT.
002060     IF CARD-BAD
002070         GO TO 2200-EXIT
002080     END-IF.
002090     MOVE BUDG-TRAN-DATA TO WS-NEW-IMAGE.
002100     MOVE BUDG-TRAN-PERIOD TO BUDG-PERIOD.
002110     READ BUDG-FILE
002120         INVALID KEY
002130             MOVE 'NOT ON FILE' TO WS-REJECT-WHY
002140             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002150         NOT INVALID KEY
002160             PERFORM 2250-REWRITE-RECORD THRU 2250-EXIT
002170     END-READ.
002180 2200-EXIT.
002190     EXIT.
002200
002210 2250-REWRITE-RECORD.
002220     PERFORM 2600-LOG-BEFORE THRU 2600-EXIT.
002230     MOVE WS-NEW-IMAGE TO BUDG-RECORD.
002240     REWRITE BUDG-RECORD.
002250     ADD 1 TO WS-CHANGE-COUNT.
002260     PERFORM 2700-LOG-AFTER THRU 2700-EXIT.
002270 2250-EXIT.
002280     EXIT.
002290
002300 2300-APPLY-DELETE.
002310     PERFORM 2060-EDIT-PERIOD THRU 2060-EXIT.
002320     IF CARD-BAD
002330         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002340         GO TO 2300-EXIT
002350     END-IF.
002360     MOVE BUDG-TRAN-PERIOD TO BUDG-PERIOD.
002370     READ BUDG-FILE
002380         INVALID KEY
002390             MOVE 'NOT ON FILE' TO WS-REJECT-WHY
002400             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002410         NOT INVALID KEY
002420             PERFORM 2350-DELETE-RECORD THRU 2350-EXIT
002430     END-READ.
002440 2300-EXIT.
002450     EXIT.
002460
002470 2350-DELETE-RECORD.
002480     PERFORM 2600-LOG-BEFORE THRU 2600-EXIT.
002490     DELETE BUDG-FILE.
002500     ADD 1 TO WS-DELETE-COUNT.
002510     MOVE SPACES TO WS-LOG-LINE.
002520     STRING 'AFTER  ' BUDG-TRAN-PERIOD ' (DELETED)'
002530         DELIMITED BY SIZE INTO WS-LOG-LINE.
002540     WRITE LOG-RECORD FROM WS-LOG-LINE.
002550 2350-EXIT.
002560     EXIT.
002570
002580 2400-REJECT-TRAN.
002590     ADD 1 TO WS-REJECT-COUNT.
002600     MOVE SPACES TO WS-REPORT-LINE.
002610     STRING 'REJECT - ACTION ' BUDG-TRAN-ACTION
002620         ' PERIOD ' BUDG-TRAN-DATA(1:4) ' - ' WS-REJECT-WHY
002630         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002640     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002650 2400-EXIT.
002660     EXIT.
002670
002680 2500-LOG-NEW.
002690     MOVE SPACES TO WS-LOG-LINE.
002700     STRING 'BEFORE ' BUDG-TRAN-PERIOD ' (NEW RECORD)'
002710         DELIMITED BY SIZE INTO WS-LOG-LINE.
002720     WRITE LOG-RECORD FROM WS-LOG-LINE.
002730     MOVE SPACES TO WS-LOG-LINE.
002740     STRING 'AFTER  ' BUDG-RECORD DELIMITED BY SIZE
002750         INTO WS-LOG-LINE.
002760     WRITE LOG-RECORD FROM WS-LOG-LINE.
002770 2500-EXIT.
002780     EXIT.
002790
002800 2600-LOG-BEFORE.
002810     MOVE SPACES TO WS-LOG-LINE.
002820     STRING 'BEFORE ' BUDG-RECORD DELIMITED BY SIZE
002830         INTO WS-LOG-LINE.
002840     WRITE LOG-RECORD FROM WS-LOG-LINE.
002850 2600-EXIT.
002860     EXIT.
002870
002880 2700-LOG-AFTER.
002890     MOVE SPACES TO WS-LOG-LINE.
002900     STRING 'AFTER  ' BUDG-RECORD DELIMITED BY SIZE
002910         INTO WS-LOG-LINE.
002920     WRITE LOG-RECORD FROM WS-LOG-LINE.
002930 2700-EXIT.
002940     EXIT.
002950
002960 3000-WRITE-TOTALS.
002970     MOVE SPACES TO WS-REPORT-LINE.
002980     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002990     MOVE SPACES TO WS-REPORT-LINE.
003000     STRING 'ADDS=' WS-ADD-COUNT
003010         ' CHANGES=' WS-CHANGE-COUNT
003020         ' DELETES=' WS-DELETE-COUNT
003030         ' REJECTS=' WS-REJECT-COUNT
003040         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003050     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003060     IF WS-REJECT-COUNT > ZERO AND WS-MAINT-RC = ZERO
003070         MOVE 4 TO WS-MAINT-RC
003080     END-IF.
003090 3000-EXIT.
003100     EXIT.
003110
003120 9000-TERMINATE.
003130     CLOSE BUDG-FILE.
003140     CLOSE TRAN-FILE.
003150     CLOSE LOG-FILE.
003160     CLOSE REPORT-FILE.
003170     MOVE WS-MAINT-RC TO WS-AUDIT-RC.
003180     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
003190         WS-AUDIT-RC.
003200     MOVE WS-MAINT-RC TO RETURN-CODE.
003210 9000-EXIT.
003220     EXIT.
