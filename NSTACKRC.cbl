000000 *> ................................................................... <*
000000 *> CBL - NSTACKRC                         :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/10/02 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/10/02 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> MORNING ACKNOWLEDGMENT RECONCILIATION FOR THE TREASURY NET
000000 *> SETTLEMENT FILE - THE GLACKREC PROCESS APPLIED TO NSTEXTR.
000000 *> NSTEXTR REGISTERS EVERY FILE IT PRODUCES ON THE NSTSENT LEDGER
000000 *> (SEQUENCE, DATE, D RECORD COUNT, NET TOTAL); TREASURY RETURNS
000000 *> NSTACK LINES (SEQUENCE, COUNT, NET TOTAL, DISPOSITION A
000000 *> ACCEPTED / R REJECTED). THIS PASS MATCHES THE TWO AND PRINTS
000000 *> THE NSTACKRP MORNING REPORT: ACKNOWLEDGED SEQUENCES DROP OFF
000000 *> THE LEDGER (REWRITTEN TO NSTSENTN, COPIED BACK BY THE NEXT JOB
000000 *> STEP); UNACKNOWLEDGED, REJECTED AND COUNT/TOTAL-MISMATCHED
000000 *> SEQUENCES STAY ON IT AND ARE FLAGGED. A SEQUENCE KEPT ON THE
000000 *> LEDGER IS OPEN AGAIN THE NEXT MORNING, SO TREASURY CLEARS A
000000 *> REJECTED OR MISMATCHED FILE BY RETURNING AN ACCEPTANCE FOR IT
000000 *> ONCE THE DIFFERENCE IS RESOLVED. THE NEXT NSTPARM CARD IS
000000 *> WRITTEN TO NSTPARMO ONLY WHEN NOTHING IS OUTSTANDING. RETURN
000000 *> CODES:
000000 *>   0  EVERYTHING ACKNOWLEDGED - LEDGER TRIMMED, ADVANCE CARD
000000 *>      RELEASED
000000 *>   4  SEQUENCES STILL OUTSTANDING - LEDGER TRIMMED OF THE
000000 *>      CLEAN ONES, ADVANCE HELD
000000 *>  12  THE RECONCILE ITSELF COULD NOT RUN (NO LEDGER, TABLE
000000 *>      FULL) - NEITHER THE LEDGER NOR NSTPARM IS TOUCHED
000000 *> THE COPY-BACK STEP RUNS ON RC 0 AND 4, THE ADVANCE STEP ONLY
000000 *> ON RC 0.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NSTACKRC.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT SENT-FILE ASSIGN TO "NSTSENT"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-SENT-FILE-STATUS.
000180     SELECT ACK-FILE ASSIGN TO "NSTACK"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-ACK-FILE-STATUS.
000210     SELECT NEWSENT-FILE ASSIGN TO "NSTSENTN"
000220         ORGANIZATION IS LINE SEQUENTIAL.
000230     SELECT PARMOUT-FILE ASSIGN TO "NSTPARMO"
000240         ORGANIZATION IS LINE SEQUENTIAL.
000250     SELECT PARMIN-FILE ASSIGN TO "NSTPARM"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-PARMIN-FILE-STATUS.
000280     SELECT REPORT-FILE ASSIGN TO "NSTACKRP"
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  SENT-FILE.
000330 01  SENT-RECORD.
000340     05 SENT-TYPE PIC X.
000350     05 SENT-SEQ PIC 9(4).
000360     05 SENT-DATE PIC 9(6).
000370     05 SENT-COUNT PIC 9(7).
000380     05 SENT-HASH PIC S9(15)V99
000390         SIGN IS TRAILING SEPARATE.
000400 FD  ACK-FILE.
000410 01  ACK-RECORD.
000420     05 ACK-SEQ PIC 9(4).
000430     05 ACK-COUNT PIC 9(7).
000440     05 ACK-HASH PIC S9(15)V99
000450         SIGN IS TRAILING SEPARATE.
000460     05 ACK-DISP PIC X.
000470 FD  NEWSENT-FILE.
000480 01  NEWSENT-RECORD PIC X(36).
000490 FD  PARMOUT-FILE.
000500 01  PARMOUT-RECORD.
000510     05 PARMOUT-SEQ PIC 9(4).
000520 FD  PARMIN-FILE.
000530 01  PARMIN-RECORD.
000540     05 PARMIN-SEQ PIC 9(4).
000550 FD  REPORT-FILE.
000560 01  REPORT-RECORD PIC X(100).
000570 WORKING-STORAGE SECTION.
000580     77 WS-SENT-FILE-STATUS PIC XX VALUE '00'.
000590     77 WS-ACK-FILE-STATUS PIC XX VALUE '00'.
000600     77 WS-PARMIN-FILE-STATUS PIC XX VALUE '00'.
000610     77 WS-REPORT-LINE PIC X(100).
000620     77 WS-SENT-EOF-SW PIC X VALUE 'N'.
000630         88 SENT-EOF VALUE 'Y'.
000640     77 WS-ACK-EOF-SW PIC X VALUE 'N'.
000650         88 ACK-EOF VALUE 'Y'.
000660     77 WS-SENT-MAX PIC 9(3) VALUE 500.
000670     77 WS-SENT-COUNT PIC 9(3) COMP VALUE ZERO.
000680     77 WS-SENT-IX PIC 9(3) COMP VALUE ZERO.
000690     77 WS-MATCH-IX PIC 9(3) COMP VALUE ZERO.
000700     77 WS-OVERFLOW-COUNT PIC 9(3) VALUE ZERO.
000710     77 WS-ACKED-COUNT PIC 9(3) VALUE ZERO.
000720     77 WS-REJECTED-COUNT PIC 9(3) VALUE ZERO.
000730     77 WS-MISMATCH-COUNT PIC 9(3) VALUE ZERO.
000740     77 WS-OPEN-COUNT PIC 9(3) VALUE ZERO.
000750     77 WS-STRAY-ACK-COUNT PIC 9(3) VALUE ZERO.
000760     77 WS-HIGH-SEQ PIC 9(4) VALUE ZERO.
000770     77 WS-NEXT-SEQ PIC 9(4) VALUE ZERO.
000780     77 WS-ACK-RC PIC S9(4) VALUE ZERO.
000790     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'NSTACKRC'.
000800     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000810 01  SENT-TABLE.
000820     05 SENT-ENTRY OCCURS 500 TIMES.
000830         10 SENT-TBL-SEQ PIC 9(4).
000840         10 SENT-TBL-DATE PIC 9(6).
000850         10 SENT-TBL-COUNT PIC 9(7).
000860         10 SENT-TBL-HASH PIC S9(15)V99
000870             SIGN IS TRAILING SEPARATE.
000880*>        SPACE = STILL OPEN, A = ACKNOWLEDGED CLEAN,
000890*>        R = REJECTED BY TREASURY, M = ACK TOTALS MISMATCHED.
000900         10 SENT-TBL-STATE PIC X.
000910 PROCEDURE DIVISION.
000920 0000-MAIN.
000930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000940     PERFORM 2000-APPLY-ACK THRU 2000-EXIT
000950         UNTIL ACK-EOF.
000960     PERFORM 3000-REPORT-AND-REWRITE THRU 3000-EXIT.
000970     PERFORM 4000-ADVANCE-SEQUENCE THRU 4000-EXIT.
000980     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000990     GOBACK.
001000
001010 1000-INITIALIZE.
001020     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001030         WS-AUDIT-RC.
001040     OPEN OUTPUT REPORT-FILE.
001050     MOVE 'TREASURY NET SETTLEMENT ACKNOWLEDGMENT RECONCILIATION'
001060         TO WS-REPORT-LINE.
001070     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001080     OPEN INPUT SENT-FILE.
001090     IF WS-SENT-FILE-STATUS NOT = '00'
001100         MOVE SPACES TO WS-REPORT-LINE
001110         STRING '*** NO NSTSENT LEDGER - NOTHING TO RECONCILE '
001120             '(MISWIRED DD?), RC=12' DELIMITED BY SIZE
001130             INTO WS-REPORT-LINE
001140         WRITE REPORT-RECORD FROM WS-REPORT-LINE
001150         MOVE 12 TO WS-ACK-RC
001160         MOVE 'Y' TO WS-SENT-EOF-SW
001170         MOVE 'Y' TO WS-ACK-EOF-SW
001180     END-IF.
001190     PERFORM 1200-LOAD-SENT THRU 1200-EXIT
001200         UNTIL SENT-EOF.
001210     IF WS-ACK-EOF-SW NOT = 'Y'
001220         OPEN INPUT ACK-FILE
001230         IF WS-ACK-FILE-STATUS NOT = '00'
001240             MOVE SPACES TO WS-REPORT-LINE
001250             STRING 'NO NSTACK RETURN FILE TONIGHT - EVERY '
001260                 'SENT SEQUENCE STAYS OPEN' DELIMITED BY SIZE
001270                 INTO WS-REPORT-LINE
001280             WRITE REPORT-RECORD FROM WS-REPORT-LINE
001290             MOVE 'Y' TO WS-ACK-EOF-SW
001300         ELSE
001310             PERFORM 1300-READ-ACK THRU 1300-EXIT
001320         END-IF
001330     END-IF.
001340 1000-EXIT.
001350     EXIT.
001360
001370 1200-LOAD-SENT.
001380     READ SENT-FILE
001390         AT END
001400             MOVE 'Y' TO WS-SENT-EOF-SW
001410         NOT AT END
001420             PERFORM 1250-FILE-SENT THRU 1250-EXIT
001430     END-READ.
001440 1200-EXIT.
001450     EXIT.
001460
001470 1250-FILE-SENT.
001480     IF SENT-TYPE NOT = 'S'
001490         GO TO 1250-EXIT
001500     END-IF.
001510     IF WS-SENT-COUNT >= WS-SENT-MAX
001520         ADD 1 TO WS-OVERFLOW-COUNT
001530         GO TO 1250-EXIT
001540     END-IF.
001550     ADD 1 TO WS-SENT-COUNT.
001560     MOVE SENT-SEQ TO SENT-TBL-SEQ(WS-SENT-COUNT).
001570     MOVE SENT-DATE TO SENT-TBL-DATE(WS-SENT-COUNT).
001580     MOVE SENT-COUNT TO SENT-TBL-COUNT(WS-SENT-COUNT).
001590     MOVE SENT-HASH TO SENT-TBL-HASH(WS-SENT-COUNT).
001600     MOVE SPACE TO SENT-TBL-STATE(WS-SENT-COUNT).
001610     IF SENT-SEQ > WS-HIGH-SEQ
001620         MOVE SENT-SEQ TO WS-HIGH-SEQ
001630     END-IF.
001640 1250-EXIT.
001650     EXIT.
001660
001670 1300-READ-ACK.
001680     READ ACK-FILE
001690         AT END MOVE 'Y' TO WS-ACK-EOF-SW
001700     END-READ.
001710 1300-EXIT.
001720     EXIT.
001730
001740 2000-APPLY-ACK.
001750     MOVE ZERO TO WS-MATCH-IX.
001760     MOVE ZERO TO WS-SENT-IX.
001770     PERFORM 2100-FIND-SENT THRU 2100-EXIT
001780         WS-SENT-COUNT TIMES.
001790     IF WS-MATCH-IX = ZERO
001800         ADD 1 TO WS-STRAY-ACK-COUNT
001810         MOVE SPACES TO WS-REPORT-LINE
001820         STRING '*** ACK FOR SEQUENCE ' ACK-SEQ
001830             ' THAT IS NOT OPEN ON THE LEDGER'
001840             DELIMITED BY SIZE INTO WS-REPORT-LINE
001850         WRITE REPORT-RECORD FROM WS-REPORT-LINE
001860     ELSE
001870         PERFORM 2200-TAKE-ACK THRU 2200-EXIT
001880     END-IF.
001890     PERFORM 1300-READ-ACK THRU 1300-EXIT.
001900 2000-EXIT.
001910     EXIT.
001920
001930 2100-FIND-SENT.
001940     ADD 1 TO WS-SENT-IX.
001950     IF SENT-TBL-SEQ(WS-SENT-IX) = ACK-SEQ
001960         AND SENT-TBL-STATE(WS-SENT-IX) = SPACE
001970         AND WS-MATCH-IX = ZERO
001980         MOVE WS-SENT-IX TO WS-MATCH-IX
001990     END-IF.
002000 2100-EXIT.
002010     EXIT.
002020
002030 2200-TAKE-ACK.
002040     EVALUATE TRUE
002050         WHEN ACK-DISP = 'R'
002060             MOVE 'R' TO SENT-TBL-STATE(WS-MATCH-IX)
002070         WHEN ACK-COUNT NOT = SENT-TBL-COUNT(WS-MATCH-IX)
002080             OR ACK-HASH NOT = SENT-TBL-HASH(WS-MATCH-IX)
002090             MOVE 'M' TO SENT-TBL-STATE(WS-MATCH-IX)
002100         WHEN ACK-DISP = 'A'
002110             MOVE 'A' TO SENT-TBL-STATE(WS-MATCH-IX)
002120         WHEN OTHER
002130             MOVE 'M' TO SENT-TBL-STATE(WS-MATCH-IX)
002140     END-EVALUATE.
002150 2200-EXIT.
002160     EXIT.
002170
002180*>    ACKNOWLEDGED-CLEAN SEQUENCES DROP OFF THE LEDGER; ANYTHING
002190*>    ELSE IS REWRITTEN TO NSTSENTN (COPIED BACK OVER NSTSENT BY
002200*>    THE NEXT JOB STEP) AND FLAGGED ON THE MORNING REPORT.
002210 3000-REPORT-AND-REWRITE.
002220     OPEN OUTPUT NEWSENT-FILE.
002230     MOVE ZERO TO WS-SENT-IX.
002240     PERFORM 3100-REPORT-ONE THRU 3100-EXIT
002250         WS-SENT-COUNT TIMES.
002260     CLOSE NEWSENT-FILE.
002270     MOVE SPACES TO WS-REPORT-LINE.
002280     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002290     MOVE SPACES TO WS-REPORT-LINE.
002300     STRING 'ACKNOWLEDGED=' WS-ACKED-COUNT
002310         ' REJECTED=' WS-REJECTED-COUNT
002320         ' MISMATCHED=' WS-MISMATCH-COUNT
002330         ' STILL OPEN=' WS-OPEN-COUNT
002340         ' STRAY ACKS=' WS-STRAY-ACK-COUNT
002350         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002360     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002370     IF WS-OVERFLOW-COUNT > ZERO
002380         MOVE SPACES TO WS-REPORT-LINE
002390         STRING '*** SENT TABLE FULL - ' WS-OVERFLOW-COUNT
002400             ' LEDGER LINES NOT RECONCILED, RC=12'
002410             DELIMITED BY SIZE INTO WS-REPORT-LINE
002420         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002430         MOVE 12 TO WS-ACK-RC
002440     END-IF.
002450 3000-EXIT.
002460     EXIT.
002470
002480 3100-REPORT-ONE.
002490     ADD 1 TO WS-SENT-IX.
002500     MOVE SPACES TO WS-REPORT-LINE.
002510     EVALUATE SENT-TBL-STATE(WS-SENT-IX)
002520         WHEN 'A'
002530             ADD 1 TO WS-ACKED-COUNT
002540             STRING 'ACKNOWLEDGED SEQ ' SENT-TBL-SEQ(WS-SENT-IX)
002550                 ' OF ' SENT-TBL-DATE(WS-SENT-IX)
002560                 ' CURRENCIES=' SENT-TBL-COUNT(WS-SENT-IX)
002570                 DELIMITED BY SIZE INTO WS-REPORT-LINE
002580         WHEN 'R'
002590             ADD 1 TO WS-REJECTED-COUNT
002600             STRING '*** REJECTED SEQ ' SENT-TBL-SEQ(WS-SENT-IX)
002610                 ' OF ' SENT-TBL-DATE(WS-SENT-IX)
002620                 ' - RESOLVE WITH TREASURY, OPEN UNTIL ACCEPTED'
002630                 DELIMITED BY SIZE INTO WS-REPORT-LINE
002640             PERFORM 3200-KEEP-ON-LEDGER THRU 3200-EXIT
002650         WHEN 'M'
002660             ADD 1 TO WS-MISMATCH-COUNT
002670             STRING '*** ACK TOTALS MISMATCH SEQ '
002680                 SENT-TBL-SEQ(WS-SENT-IX)
002690                 ' OF ' SENT-TBL-DATE(WS-SENT-IX)
002700                 ' - WHAT DID THEY LOAD?' DELIMITED BY SIZE
002710                 INTO WS-REPORT-LINE
002720             PERFORM 3200-KEEP-ON-LEDGER THRU 3200-EXIT
002730         WHEN OTHER
002740             ADD 1 TO WS-OPEN-COUNT
002750             STRING '*** UNACKNOWLEDGED SEQ '
002760                 SENT-TBL-SEQ(WS-SENT-IX)
002770                 ' OF ' SENT-TBL-DATE(WS-SENT-IX)
002780                 ' - NOT CONFIRMED LOADED' DELIMITED BY SIZE
002790                 INTO WS-REPORT-LINE
002800             PERFORM 3200-KEEP-ON-LEDGER THRU 3200-EXIT
002810     END-EVALUATE.
002820     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002830 3100-EXIT.
002840     EXIT.
002850
002860 3200-KEEP-ON-LEDGER.
002870     MOVE SPACES TO NEWSENT-RECORD.
002880     STRING 'S' SENT-TBL-SEQ(WS-SENT-IX)
002890         SENT-TBL-DATE(WS-SENT-IX)
002900         SENT-TBL-COUNT(WS-SENT-IX)
002910         SENT-TBL-HASH(WS-SENT-IX)
002920         DELIMITED BY SIZE INTO NEWSENT-RECORD.
002930     WRITE NEWSENT-RECORD.
002940 3200-EXIT.
002950     EXIT.
002960
002970*>    THE NSTPARM CARD FOR THE NEXT EXTRACT IS ONLY PRODUCED WHEN
002980*>    NOTHING IS OUTSTANDING - A SEQUENCE TREASURY HAS NOT
002990*>    CONFIRMED HOLDS THE ADVANCE (RC=4) UNTIL IT IS RESOLVED,
003000*>    BUT THE TRIMMED LEDGER STILL GOES BACK.
003010 4000-ADVANCE-SEQUENCE.
003020     IF WS-OPEN-COUNT > ZERO
003030         OR WS-REJECTED-COUNT > ZERO
003040         OR WS-MISMATCH-COUNT > ZERO
003050         MOVE SPACES TO WS-REPORT-LINE
003060         STRING '*** SEQUENCE ADVANCE HELD - RESOLVE THE '
003070             'FLAGGED SEQUENCES FIRST, RC=4' DELIMITED BY SIZE
003080             INTO WS-REPORT-LINE
003090         WRITE REPORT-RECORD FROM WS-REPORT-LINE
003100         IF WS-ACK-RC = ZERO
003110             MOVE 4 TO WS-ACK-RC
003120         END-IF
003130         GO TO 4000-EXIT
003140     END-IF.
003150     IF WS-HIGH-SEQ = ZERO
003160*>        NOTHING OPEN ON THE LEDGER - THE COPY-BACK STEP STILL
003170*>        RUNS ON RC=0, SO NSTPARMO MUST CARRY THE INCUMBENT
003180*>        SEQUENCE RATHER THAN BE LEFT EMPTY.
003190         PERFORM 4200-ECHO-INCUMBENT THRU 4200-EXIT
003200         GO TO 4000-EXIT
003210     END-IF.
003220     IF WS-HIGH-SEQ = 9999
003230         MOVE 1 TO WS-NEXT-SEQ
003240     ELSE
003250         COMPUTE WS-NEXT-SEQ = WS-HIGH-SEQ + 1
003260     END-IF.
003270     OPEN OUTPUT PARMOUT-FILE.
003280     MOVE WS-NEXT-SEQ TO PARMOUT-SEQ.
003290     WRITE PARMOUT-RECORD.
003300     CLOSE PARMOUT-FILE.
003310     MOVE SPACES TO WS-REPORT-LINE.
003320     STRING 'ALL SEQUENCES ACKNOWLEDGED - NEXT FILE SEQUENCE '
003330         WS-NEXT-SEQ ' RELEASED TO NSTPARM' DELIMITED BY SIZE
003340         INTO WS-REPORT-LINE.
003350     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003360 4000-EXIT.
003370     EXIT.
003380
003390*>    NOTHING TO ADVANCE - ECHO THE SEQUENCE NSTPARM ALREADY
003400*>    CARRIES (NSTEXTR'S OWN 0001 DEFAULT WHEN THE CARD IS
003410*>    MISSING) SO THE COPY-BACK LEAVES THE LIVE CARD UNCHANGED.
003420 4200-ECHO-INCUMBENT.
003430     MOVE 1 TO WS-NEXT-SEQ.
003440     OPEN INPUT PARMIN-FILE.
003450     IF WS-PARMIN-FILE-STATUS = '00'
003460         READ PARMIN-FILE
003470             AT END
003480                 CONTINUE
003490             NOT AT END
003500                 IF PARMIN-SEQ IS NUMERIC
003510                     MOVE PARMIN-SEQ TO WS-NEXT-SEQ
003520                 END-IF
003530         END-READ
003540         CLOSE PARMIN-FILE
003550     END-IF.
003560     OPEN OUTPUT PARMOUT-FILE.
003570     MOVE WS-NEXT-SEQ TO PARMOUT-SEQ.
003580     WRITE PARMOUT-RECORD.
003590     CLOSE PARMOUT-FILE.
003600     MOVE SPACES TO WS-REPORT-LINE.
003610     STRING 'NO OPEN SEQUENCES ON THE LEDGER - INCUMBENT '
003620         'SEQUENCE ' WS-NEXT-SEQ ' ECHOED TO NSTPARM'
003630         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003640     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003650 4200-EXIT.
003660     EXIT.
003670
003680 9000-TERMINATE.
003690     CLOSE SENT-FILE.
003700     CLOSE ACK-FILE.
003710     CLOSE REPORT-FILE.
003720     MOVE WS-ACK-RC TO WS-AUDIT-RC.
003730     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
003740         WS-AUDIT-RC.
003750     MOVE WS-ACK-RC TO RETURN-CODE.
003760 9000-EXIT.
003770     EXIT.
