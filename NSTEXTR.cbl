000000 *> ................................................................... <*
000000 *> CBL - NSTEXTR                          :      Maximum Tension       <*
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
000000 *> NET SETTLEMENT INSTRUCTION EXTRACT FOR TREASURY. NUMVAR FILES
000000 *> EVERY CURRENCY TOTAL OF THE NIGHT ON THE CURRTOT KSDS, ONE
000000 *> RECORD PER CURRENCY PER PIECE OF THE NIGHT (EACH SLICE OF A
000000 *> PARTITIONED NIGHT, EACH SUPPLEMENTAL PASS). THIS PASS READS
000000 *> THE RUNCTL BUSINESS DATE'S RECORDS, ADDS THE PIECES OF EACH
000000 *> CURRENCY TOGETHER AND WRITES THE FIXED-WIDTH NSTFILE:
000000 *>   H + BUSINESS DATE (6) + FILE SEQUENCE (4) + ENTITY (2) +
000000 *>       BASE CURRENCY (3) + PASS (1) - 0 FOR THE NIGHT'S OWN
000000 *>       RUN, N AFTER SUPPLEMENT N (THE FILE THEN RESTATES THE
000000 *>       WHOLE DATE, EARLIER PIECES INCLUDED)
000000 *>   D + CURRENCY (3) + ZONED NET AMOUNT S9(13)V99 + LINE
000000 *>       COUNT (9) + ZONED HASH S9(13)V99 + RATE SWITCH (1) +
000000 *>       RATE 9(3)V9(6) + RATE DATE (6) + ZONED BASE-CURRENCY
000000 *>       EQUIVALENT S9(13)V99 + PIECES COMBINED (3)
000000 *>   T + D RECORD COUNT (7) + ZONED NET TOTAL S9(15)V99 + LINE
000000 *>       TOTAL (9) + ZONED BASE-CURRENCY TOTAL S9(15)V99
000000 *> A POSITIVE NET AMOUNT IS DUE IN, A NEGATIVE ONE IS DUE OUT.
000000 *> WHEN A PIECE OF A CURRENCY HAD NO RATE ON FILE THE D RECORD
000000 *> GOES OUT WITH THE RATE SWITCH N AND A ZERO RATE AND BASE
000000 *> EQUIVALENT AND THE STEP ENDS RC=4. PIECES CONVERTED AT
000000 *> DIFFERENT RATES (A SUPPLEMENT RUN AFTER A RATE CHANGE) KEEP
000000 *> THE SUM OF THEIR OWN EQUIVALENTS AND THE D RECORD CARRIES THE
000000 *> LATEST RATE - CALLED OUT ON THE CONSOLE, NOT AN ERROR.
000000 *> THE FILE SEQUENCE COMES FROM THE NSTPARM CARD (0001 WHEN
000000 *> ABSENT) AND EVERY FILE PRODUCED IS REGISTERED ON THE NSTSENT
000000 *> LEDGER FOR THE NSTACKRC MORNING RECONCILE, EXACTLY AS GLEXTR
000000 *> AND GLACKREC WORK FOR THE LEDGER: WHILE THE NSTPARM SEQUENCE
000000 *> IS STILL OPEN ON NSTSENT NO FILE IS PRODUCED (RC=8, NO HEADER
000000 *> OR TRAILER). A CURRTOT THAT WILL NOT OPEN ENDS THE STEP RC=12
000000 *> WITH NOTHING WRITTEN - TREASURY MUST NEVER BE SENT A VALID
000000 *> BUT EMPTY INSTRUCTION FILE BY MISTAKE. A DATE WITH NO TOTALS
000000 *> AT ALL STILL SHIPS A HEADER AND A ZERO TRAILER.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NSTEXTR.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT CURRTOT-FILE ASSIGN TO "CURRTOT"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS DYNAMIC
000180         RECORD KEY IS CTOT-KEY
000190         FILE STATUS IS WS-CTOT-FILE-STATUS.
000200     SELECT NST-FILE ASSIGN TO "NSTFILE"
000210         ORGANIZATION IS LINE SEQUENTIAL.
000220     SELECT PARM-FILE ASSIGN TO "NSTPARM"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-PARM-FILE-STATUS.
000250     SELECT SENT-FILE ASSIGN TO "NSTSENT"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-SENT-FILE-STATUS.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  CURRTOT-FILE.
000310     COPY CTOTREC.
000320 FD  NST-FILE.
000330 01  NST-RECORD PIC X(80).
000340 FD  PARM-FILE.
000350 01  PARM-RECORD.
000360     05 PARM-FILE-SEQ PIC 9(4).
000370 FD  SENT-FILE.
000380 01  SENT-RECORD.
000390     05 SENT-TYPE PIC X.
000400     05 SENT-SEQ PIC 9(4).
000410     05 SENT-DATE PIC 9(6).
000420     05 SENT-COUNT PIC 9(7).
000430     05 SENT-HASH PIC S9(15)V99
000440         SIGN IS TRAILING SEPARATE.
000450 WORKING-STORAGE SECTION.
000460     77 WS-CTOT-FILE-STATUS PIC XX VALUE '00'.
000470     77 WS-PARM-FILE-STATUS PIC XX VALUE '00'.
000480     77 WS-SENT-FILE-STATUS PIC XX VALUE '00'.
000490     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000500         88 EOF-YES VALUE 'Y'.
000510     77 WS-SENT-EOF-SW PIC X VALUE 'N'.
000520         88 SENT-EOF VALUE 'Y'.
000530     77 WS-SEQ-OPEN-SW PIC X VALUE 'N'.
000540         88 SEQ-STILL-OPEN VALUE 'Y'.
000550     77 WS-CTOT-OPEN-SW PIC X VALUE 'N'.
000560         88 CTOT-FILE-OPEN VALUE 'Y'.
000570     77 WS-FILE-SEQ PIC 9(4) VALUE 1.
000580     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000590     77 WS-SUPP-NO PIC 9(6) VALUE ZERO.
000600     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000610     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000620     77 WS-SUPP-FUNC PIC X(8) VALUE 'GETSUPP'.
000630     77 WS-SUPP-RC PIC S9(4) VALUE ZERO.
000640     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000650     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000660*>    THE ENTITY WHOSE TREASURY THIS FILE IS FOR - SPACES ARE THE
000670*>    HOME ONE.
000680 01  WS-ENTITY-AREA.
000690     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000700     05 FILLER PIC X(4) VALUE SPACES.
000710     77 WS-BASE-CURRENCY PIC X(3) VALUE 'USD'.
000720     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'NSTEXTR'.
000730     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000740     77 WS-NST-RC PIC S9(4) VALUE ZERO.
000750*>    THE CURRENCY BEING NETTED AND ITS PIECES SO FAR.
000760     77 WS-NET-CCY PIC X(3) VALUE SPACES.
000770     77 WS-NET-AMOUNT PIC S9(13)V99 VALUE ZERO.
000780     77 WS-NET-LINES PIC 9(9) VALUE ZERO.
000790     77 WS-NET-HASH PIC S9(13)V99 VALUE ZERO.
000800     77 WS-NET-BASE PIC S9(13)V99 VALUE ZERO.
000810     77 WS-NET-PIECES PIC 9(3) VALUE ZERO.
000820     77 WS-NET-UNRATED PIC 9(3) VALUE ZERO.
000830     77 WS-NET-RATE PIC 9(3)V9(6) VALUE ZERO.
000840     77 WS-NET-RATE-DATE PIC 9(6) VALUE ZERO.
000850     77 WS-NET-MIXED-SW PIC X VALUE 'N'.
000860         88 NET-RATES-MIXED VALUE 'Y'.
000870     77 WS-NET-SIZE-SW PIC X VALUE 'N'.
000880         88 NET-SIZE-ERROR VALUE 'Y'.
000890*>    FILE TOTALS FOR THE TRAILER AND THE LEDGER.
000900     77 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
000910     77 WS-PIECE-COUNT PIC 9(7) VALUE ZERO.
000920     77 WS-NET-TOTAL PIC S9(15)V99 VALUE ZERO.
000930     77 WS-LINE-TOTAL PIC 9(9) VALUE ZERO.
000940     77 WS-BASE-TOTAL PIC S9(15)V99 VALUE ZERO.
000950     77 WS-UNRATED-COUNT PIC 9(3) VALUE ZERO.
000960 01  NST-HEADER.
000970     05 NSH-TYPE PIC X VALUE 'H'.
000980     05 NSH-DATE PIC 9(6).
000990     05 NSH-SEQ PIC 9(4).
001000     05 NSH-ENTITY PIC X(2).
001010     05 NSH-BASE-CURRENCY PIC X(3).
001020     05 NSH-PASS PIC 9.
001030 01  NST-DETAIL.
001040     05 NSD-TYPE PIC X VALUE 'D'.
001050     05 NSD-CURRENCY PIC X(3).
001060     05 NSD-NET-AMOUNT PIC S9(13)V99.
001070     05 NSD-LINES PIC 9(9).
001080     05 NSD-HASH PIC S9(13)V99.
001090     05 NSD-RATE-SW PIC X.
001100     05 NSD-RATE PIC 9(3)V9(6).
001110     05 NSD-RATE-DATE PIC 9(6).
001120     05 NSD-BASE-AMOUNT PIC S9(13)V99.
001130     05 NSD-PIECES PIC 9(3).
001140 01  NST-TRAILER.
001150     05 NST-TYPE PIC X VALUE 'T'.
001160     05 NST-COUNT PIC 9(7).
001170     05 NST-NET-TOTAL PIC S9(15)V99.
001180     05 NST-LINE-TOTAL PIC 9(9).
001190     05 NST-BASE-TOTAL PIC S9(15)V99.
001200 PROCEDURE DIVISION.
001210 0000-MAIN.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230     PERFORM 2000-NET-CURRENCY THRU 2000-EXIT
001240         UNTIL EOF-YES.
001250     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001270     GOBACK.
001280
001290 1000-INITIALIZE.
001300     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001310         WS-AUDIT-RC.
001320     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
001330         ON EXCEPTION
001340             MOVE SPACES TO WS-ENTITY-AREA
001350     END-CALL.
001360     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
001370         WS-RUNCTL-RC
001380         ON EXCEPTION
001390             ACCEPT WS-BUSINESS-DATE FROM DATE
001400     END-CALL.
001410     CALL 'RUNCTL' USING WS-SUPP-FUNC WS-SUPP-NO WS-SUPP-RC
001420         ON EXCEPTION
001430             MOVE ZERO TO WS-SUPP-NO
001440     END-CALL.
001450     PERFORM 1050-READ-PARM THRU 1050-EXIT.
001460     PERFORM 1060-CHECK-SEQ-OPEN THRU 1060-EXIT.
001470     OPEN OUTPUT NST-FILE.
001480     IF WS-NST-RC = 8
001490         GO TO 1000-EXIT
001500     END-IF.
001510     OPEN INPUT CURRTOT-FILE.
001520     IF WS-CTOT-FILE-STATUS NOT = '00'
001530         DISPLAY '*** NSTEXTR - CURRTOT OPEN FAILED, STATUS='
001540             WS-CTOT-FILE-STATUS ' - NO FILE PRODUCED, RC=12'
001550         MOVE 'Y' TO WS-EOF-SWITCH
001560         MOVE 12 TO WS-NST-RC
001570         GO TO 1000-EXIT
001580     END-IF.
001590     MOVE 'Y' TO WS-CTOT-OPEN-SW.
001600     PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
001610     MOVE WS-BUSINESS-DATE TO CTOT-DATE.
001620     MOVE LOW-VALUES TO CTOT-CURRENCY.
001630     MOVE ZERO TO CTOT-SUPP-NO.
001640     MOVE LOW-VALUE TO CTOT-SLICE.
001650     START CURRTOT-FILE KEY IS NOT LESS THAN CTOT-KEY
001660         INVALID KEY
001670             MOVE 'Y' TO WS-EOF-SWITCH
001680     END-START.
001690     IF WS-EOF-SWITCH NOT = 'Y'
001700         PERFORM 1100-READ-NEXT THRU 1100-EXIT
001710     END-IF.
001720 1000-EXIT.
001730     EXIT.
001740
001750 1050-READ-PARM.
001760     OPEN INPUT PARM-FILE.
001770     IF WS-PARM-FILE-STATUS NOT = '00'
001780         GO TO 1050-EXIT
001790     END-IF.
001800     READ PARM-FILE
001810         AT END
001820             CONTINUE
001830         NOT AT END
001840             IF PARM-FILE-SEQ IS NUMERIC
001850                 MOVE PARM-FILE-SEQ TO WS-FILE-SEQ
001860             END-IF
001870     END-READ.
001880     CLOSE PARM-FILE.
001890 1050-EXIT.
001900     EXIT.
001910
001920*>    THE NSTPARM SEQUENCE MUST NOT STILL BE OPEN ON THE NSTSENT
001930*>    LEDGER - NSTACKRC ONLY RELEASES THE NEXT SEQUENCE AFTER
001940*>    TREASURY ACKNOWLEDGES THE LAST ONE. TWO DIFFERENT FILES
001950*>    UNDER ONE SEQUENCE WOULD WRECK THAT RECONCILE, SO NOTHING
001960*>    IS PRODUCED (RC=8) UNTIL THE MORNING RECONCILE CLEARS IT.
001970 1060-CHECK-SEQ-OPEN.
001980     OPEN INPUT SENT-FILE.
001990     IF WS-SENT-FILE-STATUS NOT = '00'
002000*>        NO LEDGER YET - NOTHING CAN BE OPEN.
002010         GO TO 1060-EXIT
002020     END-IF.
002030     MOVE 'N' TO WS-SENT-EOF-SW.
002040     PERFORM 1070-SCAN-SENT THRU 1070-EXIT
002050         UNTIL SENT-EOF.
002060     CLOSE SENT-FILE.
002070     IF SEQ-STILL-OPEN
002080         DISPLAY '*** NSTEXTR - FILE SEQUENCE ' WS-FILE-SEQ
002090             ' IS STILL OPEN ON THE NSTSENT LEDGER - NO FILE '
002100             'PRODUCED UNTIL NSTACKRC CLEARS IT, RC=8'
002110         MOVE 8 TO WS-NST-RC
002120         MOVE 'Y' TO WS-EOF-SWITCH
002130     END-IF.
002140 1060-EXIT.
002150     EXIT.
002160
002170 1070-SCAN-SENT.
002180     READ SENT-FILE
002190         AT END
002200             MOVE 'Y' TO WS-SENT-EOF-SW
002210         NOT AT END
002220             IF SENT-TYPE = 'S'
002230                 AND SENT-SEQ = WS-FILE-SEQ
002240                 MOVE 'Y' TO WS-SEQ-OPEN-SW
002250             END-IF
002260     END-READ.
002270 1070-EXIT.
002280     EXIT.
002290
002300*>    THE CURRTOT KEY IS DATE, CURRENCY, SUPPLEMENT, SLICE - THE
002310*>    DATE'S RECORDS COME BACK CURRENCY BY CURRENCY WITH EVERY
002320*>    PIECE OF A CURRENCY TOGETHER. THE FIRST RECORD OF THE NEXT
002330*>    DATE ENDS THE RUN.
002340 1100-READ-NEXT.
002350     READ CURRTOT-FILE NEXT RECORD
002360         AT END
002370             MOVE 'Y' TO WS-EOF-SWITCH
002380             GO TO 1100-EXIT
002390     END-READ.
002400     IF CTOT-DATE NOT = WS-BUSINESS-DATE
002410         MOVE 'Y' TO WS-EOF-SWITCH
002420     END-IF.
002430 1100-EXIT.
002440     EXIT.
002450
002460 1200-WRITE-HEADER.
002470     MOVE WS-BUSINESS-DATE TO NSH-DATE.
002480     MOVE WS-FILE-SEQ TO NSH-SEQ.
002490     MOVE WS-RUN-ENTITY TO NSH-ENTITY.
002500     MOVE WS-BASE-CURRENCY TO NSH-BASE-CURRENCY.
002510     MOVE WS-SUPP-NO TO NSH-PASS.
002520     WRITE NST-RECORD FROM NST-HEADER.
002530 1200-EXIT.
002540     EXIT.
002550
002560*>    ONE CURRENCY - EVERY PIECE OF IT ON THE DATE ADDED TOGETHER,
002570*>    THEN ONE D RECORD.
002580 2000-NET-CURRENCY.
002590     MOVE CTOT-CURRENCY TO WS-NET-CCY.
002600     MOVE ZERO TO WS-NET-AMOUNT WS-NET-LINES WS-NET-HASH
002610         WS-NET-BASE WS-NET-PIECES WS-NET-UNRATED
002620         WS-NET-RATE WS-NET-RATE-DATE.
002630     MOVE 'N' TO WS-NET-MIXED-SW.
002640     MOVE 'N' TO WS-NET-SIZE-SW.
002650     PERFORM 2100-ADD-PIECE THRU 2100-EXIT
002660         UNTIL EOF-YES
002670         OR CTOT-CURRENCY NOT = WS-NET-CCY.
002680     PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT.
002690 2000-EXIT.
002700     EXIT.
002710
002720 2100-ADD-PIECE.
002730     ADD 1 TO WS-NET-PIECES.
002740     ADD 1 TO WS-PIECE-COUNT.
002750     ADD CTOT-LINES TO WS-NET-LINES.
002760     ADD CTOT-RESULT TO WS-NET-AMOUNT
002770         ON SIZE ERROR
002780             MOVE 'Y' TO WS-NET-SIZE-SW
002790     END-ADD.
002800     ADD CTOT-HASH TO WS-NET-HASH
002810         ON SIZE ERROR
002820             MOVE 'Y' TO WS-NET-SIZE-SW
002830     END-ADD.
002840     IF NOT CTOT-RATED
002850         ADD 1 TO WS-NET-UNRATED
002860         GO TO 2100-NEXT
002870     END-IF.
002880     ADD CTOT-BASE-EQUIV TO WS-NET-BASE
002890         ON SIZE ERROR
002900             MOVE 'Y' TO WS-NET-SIZE-SW
002910     END-ADD.
002920     IF WS-NET-RATE NOT = ZERO
002930         AND CTOT-RATE NOT = WS-NET-RATE
002940         MOVE 'Y' TO WS-NET-MIXED-SW
002950     END-IF.
002960     IF CTOT-RATE-DATE NOT < WS-NET-RATE-DATE
002970         MOVE CTOT-RATE TO WS-NET-RATE
002980         MOVE CTOT-RATE-DATE TO WS-NET-RATE-DATE
002990     END-IF.
003000 2100-NEXT.
003010     PERFORM 1100-READ-NEXT THRU 1100-EXIT.
003020 2100-EXIT.
003030     EXIT.
003040
003050*>    A CURRENCY WITH AN UNRATED PIECE GOES OUT WITH NO RATE AND
003060*>    A ZERO EQUIVALENT - A PART-CONVERTED FIGURE WOULD LOOK
003070*>    RIGHT AND BE WRONG. A NET THAT OVERFLOWS ITS FIELD HOLDS
003080*>    THE WHOLE FILE (NO TRAILER, RC=8) - TREASURY MUST NEVER
003090*>    SETTLE A TRUNCATED AMOUNT.
003100 2200-WRITE-DETAIL.
003110     IF NET-SIZE-ERROR
003120         DISPLAY '*** NSTEXTR - NET FOR ' WS-NET-CCY
003130             ' OVERFLOWS THE INSTRUCTION FIELD - FILE HELD, RC=8'
003140         MOVE 8 TO WS-NST-RC
003150         GO TO 2200-EXIT
003160     END-IF.
003170     MOVE WS-NET-CCY TO NSD-CURRENCY.
003180     MOVE WS-NET-AMOUNT TO NSD-NET-AMOUNT.
003190     MOVE WS-NET-LINES TO NSD-LINES.
003200     MOVE WS-NET-HASH TO NSD-HASH.
003210     MOVE WS-NET-PIECES TO NSD-PIECES.
003220     IF WS-NET-UNRATED > ZERO
003230         DISPLAY '*** NSTEXTR - ' WS-NET-UNRATED ' PIECE(S) OF '
003240             WS-NET-CCY ' HAD NO RATE - ' WS-BASE-CURRENCY
003250             ' EQUIVALENT GOES OUT AS ZERO, RC=4'
003260         ADD 1 TO WS-UNRATED-COUNT
003270         IF WS-NST-RC < 4
003280             MOVE 4 TO WS-NST-RC
003290         END-IF
003300         MOVE 'N' TO NSD-RATE-SW
003310         MOVE ZERO TO NSD-RATE NSD-RATE-DATE NSD-BASE-AMOUNT
003320     ELSE
003330         MOVE 'Y' TO NSD-RATE-SW
003340         MOVE WS-NET-RATE TO NSD-RATE
003350         MOVE WS-NET-RATE-DATE TO NSD-RATE-DATE
003360         MOVE WS-NET-BASE TO NSD-BASE-AMOUNT
003370         IF NET-RATES-MIXED
003380             DISPLAY 'NSTEXTR - ' WS-NET-CCY ' PIECES WERE '
003390                 'CONVERTED AT DIFFERENT RATES - EQUIVALENT IS '
003400                 'THEIR SUM, RATE SHOWN IS THE LATEST'
003410         END-IF
003420     END-IF.
003430     WRITE NST-RECORD FROM NST-DETAIL.
003440     ADD 1 TO WS-DETAIL-COUNT.
003450     ADD WS-NET-AMOUNT TO WS-NET-TOTAL.
003460     ADD WS-NET-LINES TO WS-LINE-TOTAL.
003470     ADD NSD-BASE-AMOUNT TO WS-BASE-TOTAL.
003480     DISPLAY 'NSTEXTR - ' WS-NET-CCY ' NET=' WS-NET-AMOUNT
003490         ' LINES=' WS-NET-LINES ' PIECES=' WS-NET-PIECES
003500         ' ' WS-BASE-CURRENCY '=' NSD-BASE-AMOUNT.
003510 2200-EXIT.
003520     EXIT.
003530
003540*>    ONLY THE RC=12 AND RC=8 FAILURES SUPPRESS THE TRAILER - A
003550*>    MISSING RATE (RC=4) STILL SHIPS A COMPLETE FILE. NO TRAILER
003560*>    MEANS TREASURY CANNOT LOAD IT.
003570 3000-WRITE-TRAILER.
003580     IF WS-NST-RC = 12 OR WS-NST-RC = 8
003590         GO TO 3000-EXIT
003600     END-IF.
003610     MOVE WS-DETAIL-COUNT TO NST-COUNT.
003620     MOVE WS-NET-TOTAL TO NST-NET-TOTAL.
003630     MOVE WS-LINE-TOTAL TO NST-LINE-TOTAL.
003640     MOVE WS-BASE-TOTAL TO NST-BASE-TOTAL.
003650     WRITE NST-RECORD FROM NST-TRAILER.
003660     DISPLAY 'NSTEXTR - DATE ' WS-BUSINESS-DATE
003670         ' SEQ ' WS-FILE-SEQ ' CURRENCIES=' WS-DETAIL-COUNT
003680         ' PIECES=' WS-PIECE-COUNT ' NET TOTAL=' WS-NET-TOTAL.
003690     IF WS-UNRATED-COUNT > ZERO
003700         DISPLAY '*** NSTEXTR - ' WS-UNRATED-COUNT ' CURRENCIES '
003710             'WENT OUT WITHOUT A BASE-CURRENCY EQUIVALENT'
003720     END-IF.
003730     PERFORM 3100-REGISTER-SENT THRU 3100-EXIT.
003740 3000-EXIT.
003750     EXIT.
003760
003770*>    REGISTERS THE FILE JUST PRODUCED ON THE NSTSENT LEDGER SO
003780*>    THE NSTACKRC MORNING STEP CAN PROVE TREASURY LOADED IT. THE
003790*>    LEDGER COUNT IS THE D RECORD COUNT AND THE HASH THE NET
003800*>    TOTAL - THE SAME TWO FIGURES THE TRAILER CARRIES.
003810 3100-REGISTER-SENT.
003820     OPEN EXTEND SENT-FILE.
003830     IF WS-SENT-FILE-STATUS = '35'
003840         OPEN OUTPUT SENT-FILE
003850     END-IF.
003860     IF WS-SENT-FILE-STATUS NOT = '00'
003870         DISPLAY '*** NSTEXTR - NSTSENT OPEN FAILED, STATUS='
003880             WS-SENT-FILE-STATUS ' - FILE NOT REGISTERED'
003890         IF WS-NST-RC = ZERO
003900             MOVE 4 TO WS-NST-RC
003910         END-IF
003920         GO TO 3100-EXIT
003930     END-IF.
003940     MOVE 'S' TO SENT-TYPE.
003950     MOVE WS-FILE-SEQ TO SENT-SEQ.
003960     MOVE WS-BUSINESS-DATE TO SENT-DATE.
003970     MOVE WS-DETAIL-COUNT TO SENT-COUNT.
003980     MOVE WS-NET-TOTAL TO SENT-HASH.
003990     WRITE SENT-RECORD.
004000     CLOSE SENT-FILE.
004010 3100-EXIT.
004020     EXIT.
004030
004040 9000-TERMINATE.
004050     IF CTOT-FILE-OPEN
004060         CLOSE CURRTOT-FILE
004070     END-IF.
004080     CLOSE NST-FILE.
004090     MOVE WS-NST-RC TO WS-AUDIT-RC.
004100     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
004110         WS-AUDIT-RC.
004120     MOVE WS-NST-RC TO RETURN-CODE.
004130 9000-EXIT.
004140     EXIT.
