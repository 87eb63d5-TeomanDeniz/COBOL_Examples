000000 *> ................................................................... <*
000000 *> CBL - ACCTMNT                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/08 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/08 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> BATCH MAINTENANCE FOR THE ACCTFILE ACCOUNT MASTER KSDS, IN THE
000000 *> CURRMNT STYLE. ACCTTRAN CARDS CARRY AN ACTION BYTE (A ADD,
000000 *> C CHANGE, D DELETE) FOLLOWED BY THE MAINTAINED PART OF THE
000000 *> ACCT-RECORD - NUMBER, NAME, CURRENCY, STATUS (O OPEN, C CLOSED,
000000 *> F FROZEN) AND OPENED DATE; DELETES ONLY NEED THE NUMBER. THE
000000 *> BALANCE AND THE LAST-POSTED STAMP ARE NEVER TAKEN FROM A CARD:
000000 *> AN ADD STARTS AT ZERO AND A CHANGE KEEPS WHAT ACCTPOST LEFT ON
000000 *> FILE. AN ACCOUNT STILL CARRYING A BALANCE CANNOT BE DELETED -
000000 *> CLOSE IT INSTEAD, OR THE MONEY DISAPPEARS FROM THE STATEMENTS.
000000 *> EVERY APPLIED CHANGE WRITES A BEFORE/AFTER IMAGE PAIR TO
000000 *> ACCTMLOG AND THE ACCTMRPT APPLY REPORT CARRIES THE PER-ACTION
000000 *> COUNTS AND A REJECT SECTION. RC=4 WHEN ANYTHING REJECTED.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCTMNT.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS ACCT-NUMBER
000370         FILE STATUS IS WS-ACCT-FILE-STATUS.
000380     SELECT TRAN-FILE ASSIGN TO "ACCTTRAN"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-TRAN-FILE-STATUS.
000410     SELECT LOG-FILE ASSIGN TO "ACCTMLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT REPORT-FILE ASSIGN TO "ACCTMRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ACCT-FILE.
000530     COPY ACCTREC.
000540 FD  TRAN-FILE.
000550 01  ACCT-TRAN-RECORD.
000560     05 ACCT-TRAN-ACTION PIC X.
000570     05 ACCT-TRAN-DATA.
000572         10 ACCT-TRAN-NUMBER PIC X(10).
000574         10 ACCT-TRAN-NAME PIC X(30).
000576         10 ACCT-TRAN-CURRENCY PIC X(3).
000578         10 ACCT-TRAN-STATUS PIC X.
000579         10 ACCT-TRAN-OPEN-DATE PIC X(6).
000580 FD  LOG-FILE.
000590 01  LOG-RECORD PIC X(80).
000600 FD  REPORT-FILE.
000610 01  REPORT-RECORD PIC X(80).
000700 WORKING-STORAGE SECTION.
000710     77 WS-ACCT-FILE-STATUS PIC XX VALUE '00'.
000720     77 WS-TRAN-FILE-STATUS PIC XX VALUE '00'.
000730     77 WS-REPORT-LINE PIC X(80).
000740     77 WS-LOG-LINE PIC X(80).
000750     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000760         88 EOF-YES VALUE 'Y'.
000770     77 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
000780     77 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
000790     77 WS-DELETE-COUNT PIC 9(5) VALUE ZERO.
000800     77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
000805     77 WS-CARD-BAD-SW PIC X VALUE 'N'.
000807         88 CARD-BAD VALUE 'Y'.
000809     77 WS-REJECT-WHY PIC X(40) VALUE SPACES.
000810     77 WS-NEW-IMAGE PIC X(50).
000820     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'ACCTMNT'.
000830     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000840     77 WS-MAINT-RC PIC S9(4) VALUE ZERO.
000900 PROCEDURE DIVISION.
000910 0000-MAIN.
000920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000930     PERFORM 2000-APPLY-ONE THRU 2000-EXIT
000940         UNTIL EOF-YES.
000950     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
000960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000970     GOBACK.
000980
001000 1000-INITIALIZE.
001010     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001020         WS-AUDIT-RC.
001030     OPEN I-O ACCT-FILE.
001040     IF WS-ACCT-FILE-STATUS = '35'
001050*>        FIRST EVER LOAD - CREATE THE EMPTY CLUSTER, THEN REOPEN
001060*>        I-O SO THE CHANGE AND DELETE READS WORK NORMALLY.
001070         OPEN OUTPUT ACCT-FILE
001080         CLOSE ACCT-FILE
001090         OPEN I-O ACCT-FILE
001100     END-IF.
001110     IF WS-ACCT-FILE-STATUS NOT = '00'
001120         DISPLAY '*** ACCTFILE OPEN FAILED, STATUS='
001130             WS-ACCT-FILE-STATUS
001140         MOVE 'Y' TO WS-EOF-SWITCH
001150         MOVE 12 TO WS-MAINT-RC
001160     END-IF.
001170     OPEN OUTPUT LOG-FILE.
001180     OPEN OUTPUT REPORT-FILE.
001190     MOVE 'ACCOUNT MASTER MAINTENANCE APPLY REPORT - ACCTMNT'
001200         TO WS-REPORT-LINE.
001210     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001220     IF WS-EOF-SWITCH NOT = 'Y'
001230         OPEN INPUT TRAN-FILE
001240         IF WS-TRAN-FILE-STATUS NOT = '00'
001250             MOVE 'Y' TO WS-EOF-SWITCH
001260         ELSE
001270             PERFORM 1100-READ-TRAN THRU 1100-EXIT
001280         END-IF
001290     END-IF.
001300 1000-EXIT.
001310     EXIT.
001320
001400 1100-READ-TRAN.
001410     MOVE SPACES TO ACCT-TRAN-RECORD.
001420     READ TRAN-FILE
001430         AT END MOVE 'Y' TO WS-EOF-SWITCH
001440     END-READ.
001450 1100-EXIT.
001460     EXIT.
001470
001500 2000-APPLY-ONE.
001510     EVALUATE ACCT-TRAN-ACTION
001520         WHEN 'A'
001530             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
001540         WHEN 'C'
001550             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
001560         WHEN 'D'
001570             PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
001580         WHEN OTHER
001590             MOVE 'UNKNOWN ACTION' TO WS-REJECT-WHY
001600             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
001610     END-EVALUATE.
001620     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
001630 2000-EXIT.
001640     EXIT.
001650
001700*>    AN ACCOUNT WITH NO NUMBER, NO CURRENCY, A STATUS OUTSIDE
001710*>    O/C/F OR AN OPENED DATE THAT IS NOT A DATE NEVER REACHES
001720*>    THE FILE - TRANEDIT WOULD TRUST IT THE SAME NIGHT.
001730 2050-EDIT-CARD.
001740     MOVE 'N' TO WS-CARD-BAD-SW.
001750     IF ACCT-TRAN-NUMBER = SPACES
001760         MOVE 'ACCOUNT NUMBER MISSING' TO WS-REJECT-WHY
001770         MOVE 'Y' TO WS-CARD-BAD-SW
001780         GO TO 2050-REPORT
001790     END-IF.
001800     IF ACCT-TRAN-CURRENCY = SPACES
001810         MOVE 'CURRENCY MISSING' TO WS-REJECT-WHY
001820         MOVE 'Y' TO WS-CARD-BAD-SW
001830         GO TO 2050-REPORT
001840     END-IF.
001850     IF ACCT-TRAN-STATUS NOT = 'O'
001860         AND ACCT-TRAN-STATUS NOT = 'C'
001870         AND ACCT-TRAN-STATUS NOT = 'F'
001880         MOVE 'STATUS NOT O, C OR F' TO WS-REJECT-WHY
001890         MOVE 'Y' TO WS-CARD-BAD-SW
001900         GO TO 2050-REPORT
001910     END-IF.
001920     IF ACCT-TRAN-OPEN-DATE IS NOT NUMERIC
001930         MOVE 'OPENED DATE NOT NUMERIC' TO WS-REJECT-WHY
001940         MOVE 'Y' TO WS-CARD-BAD-SW
001950     END-IF.
001960 2050-REPORT.
001970     IF CARD-BAD
001980         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
001990     END-IF.
002000 2050-EXIT.
002010     EXIT.
002020
002100 2100-APPLY-ADD.
002110     PERFORM 2050-EDIT-CARD THRU 2050-EXIT.
002120     IF CARD-BAD
002130         GO TO 2100-EXIT
002140     END-IF.
002150     MOVE ACCT-TRAN-DATA TO ACCT-RECORD.
002160     MOVE ZERO TO ACCT-BALANCE.
002170     MOVE ZERO TO ACCT-LAST-POST-DATE.
002180     MOVE ZERO TO ACCT-LAST-POST-SUPP.
002190     WRITE ACCT-RECORD
002200         INVALID KEY
002210             MOVE 'ALREADY ON FILE' TO WS-REJECT-WHY
002220             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002230         NOT INVALID KEY
002240             ADD 1 TO WS-ADD-COUNT
002250             PERFORM 2500-LOG-NEW THRU 2500-EXIT
002260     END-WRITE.
002270 2100-EXIT.
002280     EXIT.
002290
002300 2200-APPLY-CHANGE.
002310     PERFORM 2050-EDIT-CARD THRU 2050-EXIT.
002320     IF CARD-BAD
002330         GO TO 2200-EXIT
002340     END-IF.
002350     MOVE ACCT-TRAN-DATA TO WS-NEW-IMAGE.
002360     MOVE ACCT-TRAN-NUMBER TO ACCT-NUMBER.
002370     READ ACCT-FILE
002380         INVALID KEY
002390             MOVE 'NOT ON FILE' TO WS-REJECT-WHY
002400             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002410         NOT INVALID KEY
002420             PERFORM 2250-REWRITE-RECORD THRU 2250-EXIT
002430     END-READ.
002440 2200-EXIT.
002450     EXIT.
002460
002470*>    ONLY THE MAINTAINED FRONT OF THE RECORD IS REPLACED - THE
002480*>    BALANCE AND POSTING STAMP STAY AS ACCTPOST LEFT THEM.
002500 2250-REWRITE-RECORD.
002510     PERFORM 2600-LOG-BEFORE THRU 2600-EXIT.
002520     MOVE WS-NEW-IMAGE TO ACCT-RECORD(1:50).
002530     REWRITE ACCT-RECORD.
002540     ADD 1 TO WS-CHANGE-COUNT.
002550     PERFORM 2700-LOG-AFTER THRU 2700-EXIT.
002560 2250-EXIT.
002570     EXIT.
002580
002600 2300-APPLY-DELETE.
002610     MOVE ACCT-TRAN-NUMBER TO ACCT-NUMBER.
002620     READ ACCT-FILE
002630         INVALID KEY
002640             MOVE 'NOT ON FILE' TO WS-REJECT-WHY
002650             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002660         NOT INVALID KEY
002670             PERFORM 2350-DELETE-RECORD THRU 2350-EXIT
002680     END-READ.
002690 2300-EXIT.
002700     EXIT.
002710
002800 2350-DELETE-RECORD.
002810     IF ACCT-BALANCE NOT = ZERO
002820         MOVE 'BALANCE NOT ZERO - CLOSE IT INSTEAD'
002830             TO WS-REJECT-WHY
002840         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002850         GO TO 2350-EXIT
002860     END-IF.
002870     PERFORM 2600-LOG-BEFORE THRU 2600-EXIT.
002880     DELETE ACCT-FILE.
002890     ADD 1 TO WS-DELETE-COUNT.
002900     MOVE SPACES TO WS-LOG-LINE.
002910     STRING 'AFTER  ' ACCT-TRAN-NUMBER ' (DELETED)'
002920         DELIMITED BY SIZE INTO WS-LOG-LINE.
002930     WRITE LOG-RECORD FROM WS-LOG-LINE.
002940 2350-EXIT.
002950     EXIT.
002960
003000 2400-REJECT-TRAN.
003010     ADD 1 TO WS-REJECT-COUNT.
003020     MOVE SPACES TO WS-REPORT-LINE.
003030     STRING 'REJECT - ACTION ' ACCT-TRAN-ACTION
003040         ' ACCOUNT ' ACCT-TRAN-NUMBER ' - ' WS-REJECT-WHY
003050         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003060     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003070 2400-EXIT.
003080     EXIT.
003090
003100 2500-LOG-NEW.
003110     MOVE SPACES TO WS-LOG-LINE.
003120     STRING 'BEFORE ' ACCT-TRAN-NUMBER ' (NEW RECORD)'
003130         DELIMITED BY SIZE INTO WS-LOG-LINE.
003140     WRITE LOG-RECORD FROM WS-LOG-LINE.
003150     MOVE SPACES TO WS-LOG-LINE.
003160     STRING 'AFTER  ' ACCT-RECORD DELIMITED BY SIZE
003170         INTO WS-LOG-LINE.
003180     WRITE LOG-RECORD FROM WS-LOG-LINE.
003190 2500-EXIT.
003200     EXIT.
003210
003300 2600-LOG-BEFORE.
003310     MOVE SPACES TO WS-LOG-LINE.
003320     STRING 'BEFORE ' ACCT-RECORD DELIMITED BY SIZE
003330         INTO WS-LOG-LINE.
003340     WRITE LOG-RECORD FROM WS-LOG-LINE.
003350 2600-EXIT.
003360     EXIT.
003370
003400 2700-LOG-AFTER.
003410     MOVE SPACES TO WS-LOG-LINE.
003420     STRING 'AFTER  ' ACCT-RECORD DELIMITED BY SIZE
003430         INTO WS-LOG-LINE.
003440     WRITE LOG-RECORD FROM WS-LOG-LINE.
003450 2700-EXIT.
003460     EXIT.
003470
003500 3000-WRITE-TOTALS.
003510     MOVE SPACES TO WS-REPORT-LINE.
003520     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003530     MOVE SPACES TO WS-REPORT-LINE.
003540     STRING 'ADDS=' WS-ADD-COUNT
003550         ' CHANGES=' WS-CHANGE-COUNT
003560         ' DELETES=' WS-DELETE-COUNT
003570         ' REJECTS=' WS-REJECT-COUNT
003580         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003590     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003600     IF WS-REJECT-COUNT > ZERO AND WS-MAINT-RC = ZERO
003610         MOVE 4 TO WS-MAINT-RC
003620     END-IF.
003630 3000-EXIT.
003640     EXIT.
003650
003700 9000-TERMINATE.
003710     CLOSE ACCT-FILE.
003720     CLOSE TRAN-FILE.
003730     CLOSE LOG-FILE.
003740     CLOSE REPORT-FILE.
003750     MOVE WS-MAINT-RC TO WS-AUDIT-RC.
003760     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
003770         WS-AUDIT-RC.
003780     MOVE WS-MAINT-RC TO RETURN-CODE.
003790 9000-EXIT.
003800     EXIT.
