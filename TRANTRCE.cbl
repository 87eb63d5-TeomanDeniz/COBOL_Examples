000000 *> ................................................................... <*
000000 *> CBL - TRANTRCE                         :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/09 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/09 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> BATCH TRANSACTION TRACE. EACH TRCPARM CARD CARRIES ONE
000000 *> PERMANENT TRANSACTION REFERENCE (SOURCE SYSTEM 8, HEADER DATE
000000 *> 6, FEED SEQUENCE 7 - EXACTLY AS PRINTED ON NUMCSV, NUMEXCP
000000 *> AND THE GL FILE). FOR EACH ONE THE TRACEF INDEX TRCLOAD BUILDS
000000 *> NIGHTLY IS BROWSED FROM THE REFERENCE FORWARD AND EVERY PLACE
000000 *> THE TRANSACTION LANDED IS LISTED IN BUSINESS-DATE ORDER -
000000 *> RECYCLED, EDITED, EACH OPERATION LINE, REJECTED, SUSPENDED,
000000 *> SENT TO GL - AND AFTER EACH GL FILE IT WENT OUT IN, WHETHER
000000 *> FINANCE ACKNOWLEDGED THAT FILE (FROM THE GLACKH HISTORY
000000 *> GLACKREC KEEPS). THE LISTING GOES TO TRCRPT THROUGH THE
000000 *> SHARED PRINTSVC SERVICE. THE TRCINQ CICS SCREEN SHOWS THE
000000 *> SAME TRACE ONLINE.
000000 *> RETURN CODES: 0 EVERY REFERENCE TRACED, 4 A CARD WAS INVALID
000000 *> OR A REFERENCE HAD NO TRACE, 8 NO TRCPARM CARDS, 12 TRACEF
000000 *> CANNOT BE OPENED.
000000 *> 2026/09/23 TD - A GL FILE FINANCE REJECTED AND GLRESEND
000000 *>                 REBUILT UNDER A NEW SEQUENCE NOW TRACES AS
000000 *>                 ACKNOWLEDGED, WITH THE REPLACING SEQUENCE AND
000000 *>                 THE DATE IT WAS ACCEPTED.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRANTRCE.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PARM-FILE ASSIGN TO "TRCPARM"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PARM-FILE-STATUS.
000360     SELECT TRACE-FILE ASSIGN TO "TRACEF"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS TRC-KEY
000400         FILE STATUS IS WS-TRC-FILE-STATUS.
000410     SELECT HISTORY-FILE ASSIGN TO "GLACKH"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS GLAH-KEY
000450         FILE STATUS IS WS-HIST-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PARM-FILE.
000530 01  PARM-RECORD.
000540     05 PARM-REF.
000550         10 PARM-REF-SOURCE PIC X(8).
000560         10 PARM-REF-NUMBER PIC X(13).
000570     05 FILLER PIC X(59).
000580 FD  TRACE-FILE.
000590     COPY TRACEREC.
000600 FD  HISTORY-FILE.
000610     COPY GLACKH.
000700 WORKING-STORAGE SECTION.
000710     COPY PRTLINK.
000720     77 WS-PARM-FILE-STATUS PIC XX VALUE '00'.
000730     77 WS-TRC-FILE-STATUS PIC XX VALUE '00'.
000740     77 WS-HIST-FILE-STATUS PIC XX VALUE '00'.
000750     77 WS-PARM-EOF-SW PIC X VALUE 'N'.
000760         88 PARM-EOF VALUE 'Y'.
000770     77 WS-TRC-EOF-SW PIC X VALUE 'N'.
000780         88 TRC-EOF VALUE 'Y'.
000790     77 WS-TRC-OPEN-SW PIC X VALUE 'N'.
000800         88 TRC-FILE-OPEN VALUE 'Y'.
000810     77 WS-HIST-OPEN-SW PIC X VALUE 'N'.
000820         88 HIST-FILE-OPEN VALUE 'Y'.
000830     77 WS-ACK-PENDING-SW PIC X VALUE 'N'.
000840         88 ACK-PENDING VALUE 'Y'.
000850     77 WS-PEND-GL-SEQ PIC 9(4) VALUE ZERO.
000860     77 WS-PEND-GL-DATE PIC 9(6) VALUE ZERO.
000870     77 WS-EVENT-NAME PIC X(12) VALUE SPACES.
000880     77 WS-REF-EVENTS PIC 9(5) VALUE ZERO.
000890     77 WS-CARD-COUNT PIC 9(5) VALUE ZERO.
000900     77 WS-TRACED-COUNT PIC 9(5) VALUE ZERO.
000910     77 WS-NOT-FOUND-COUNT PIC 9(5) VALUE ZERO.
000920     77 WS-BAD-CARD-COUNT PIC 9(5) VALUE ZERO.
000930     77 WS-REPORT-LINE PIC X(120).
000940     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'TRANTRCE'.
000950     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000960     77 WS-TRACE-RC PIC S9(4) VALUE ZERO.
001000 PROCEDURE DIVISION.
001010 0000-MAIN.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001030     PERFORM 2000-TRACE-CARD THRU 2000-EXIT
001040         UNTIL PARM-EOF.
001050     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
001060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001070     GOBACK.
001080
001100 1000-INITIALIZE.
001110     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001120         WS-AUDIT-RC.
001130     MOVE 'OPEN' TO PRT-FUNC.
001140     MOVE 'TRCRPT' TO PRT-DDNAME.
001150     MOVE 'TRANSACTION TRACE' TO PRT-TITLE.
001160     MOVE 'V01.00' TO PRT-VERSION.
001170     CALL 'PRINTSVC' USING PRINT-AREA.
001180     OPEN INPUT TRACE-FILE.
001190     IF WS-TRC-FILE-STATUS NOT = '00'
001200         MOVE SPACES TO WS-REPORT-LINE
001210         STRING '*** TRACEF OPEN FAILED, STATUS='
001220             WS-TRC-FILE-STATUS ' - NOTHING TRACED, RC=12'
001230             DELIMITED BY SIZE INTO WS-REPORT-LINE
001240         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
001250         MOVE 12 TO WS-TRACE-RC
001260         MOVE 'Y' TO WS-PARM-EOF-SW
001270         GO TO 1000-EXIT
001280     END-IF.
001290     MOVE 'Y' TO WS-TRC-OPEN-SW.
001300*>    WITHOUT THE ACKNOWLEDGMENT HISTORY THE TRACE STILL RUNS -
001310*>    EACH GL FILE IS SHOWN WITH ITS ACKNOWLEDGMENT UNKNOWN.
001320     OPEN INPUT HISTORY-FILE.
001330     IF WS-HIST-FILE-STATUS = '00'
001340         MOVE 'Y' TO WS-HIST-OPEN-SW
001350     ELSE
001360         MOVE SPACES TO WS-REPORT-LINE
001370         STRING 'GLACKH OPEN FAILED, STATUS='
001380             WS-HIST-FILE-STATUS
001390             ' - GL ACKNOWLEDGMENTS SHOWN AS UNKNOWN'
001400             DELIMITED BY SIZE INTO WS-REPORT-LINE
001410         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
001420     END-IF.
001430     OPEN INPUT PARM-FILE.
001440     IF WS-PARM-FILE-STATUS NOT = '00'
001450         MOVE SPACES TO WS-REPORT-LINE
001460         STRING '*** TRCPARM OPEN FAILED, STATUS='
001470             WS-PARM-FILE-STATUS ' - NOTHING TO TRACE, RC=8'
001480             DELIMITED BY SIZE INTO WS-REPORT-LINE
001490         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
001500         MOVE 8 TO WS-TRACE-RC
001510         MOVE 'Y' TO WS-PARM-EOF-SW
001520         GO TO 1000-EXIT
001530     END-IF.
001540     PERFORM 1100-READ-PARM THRU 1100-EXIT.
001550     IF PARM-EOF
001560         MOVE SPACES TO WS-REPORT-LINE
001570         STRING '*** TRCPARM IS EMPTY - NOTHING TO TRACE, RC=8'
001580             DELIMITED BY SIZE INTO WS-REPORT-LINE
001590         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
001600         MOVE 8 TO WS-TRACE-RC
001610     END-IF.
001620 1000-EXIT.
001630     EXIT.
001640
001650 1100-READ-PARM.
001660     READ PARM-FILE
001670         AT END MOVE 'Y' TO WS-PARM-EOF-SW
001680         NOT AT END ADD 1 TO WS-CARD-COUNT
001690     END-READ.
001700 1100-EXIT.
001710     EXIT.
001720
001800*>    ONE CARD - ONE REFERENCE. THE BROWSE STARTS AT THE LOWEST
001810*>    KEY FOR THE REFERENCE AND READS FORWARD UNTIL THE REFERENCE
001820*>    CHANGES.
001830 2000-TRACE-CARD.
001840     MOVE SPACES TO WS-REPORT-LINE.
001850     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
001860     IF PARM-REF-SOURCE = SPACES
001870         OR PARM-REF-NUMBER IS NOT NUMERIC
001880         ADD 1 TO WS-BAD-CARD-COUNT
001890         MOVE SPACES TO WS-REPORT-LINE
001900         STRING '*** INVALID REFERENCE CARD ' PARM-REF
001910             ' - SOURCE(8) DATE(6) SEQUENCE(7) EXPECTED'
001920             DELIMITED BY SIZE INTO WS-REPORT-LINE
001930         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
001940         GO TO 2000-NEXT
001950     END-IF.
001960     MOVE SPACES TO WS-REPORT-LINE.
001970     STRING 'TRACE OF REFERENCE ' PARM-REF-SOURCE
001980         ' ' PARM-REF-NUMBER(1:6) ' ' PARM-REF-NUMBER(7:7)
001990         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002000     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002010     MOVE ZERO TO WS-REF-EVENTS.
002020     MOVE 'N' TO WS-ACK-PENDING-SW.
002030     MOVE 'N' TO WS-TRC-EOF-SW.
002040     MOVE LOW-VALUES TO TRC-KEY.
002050     MOVE PARM-REF TO TRC-REF.
002060     START TRACE-FILE KEY NOT < TRC-KEY
002070         INVALID KEY MOVE 'Y' TO WS-TRC-EOF-SW
002080     END-START.
002090     IF NOT TRC-EOF
002100         PERFORM 2100-READ-TRACE THRU 2100-EXIT
002110     END-IF.
002120     PERFORM 2200-LIST-EVENT THRU 2200-EXIT
002130         UNTIL TRC-EOF.
002140     PERFORM 3000-FLUSH-ACK THRU 3000-EXIT.
002150     IF WS-REF-EVENTS = ZERO
002160         ADD 1 TO WS-NOT-FOUND-COUNT
002170         MOVE SPACES TO WS-REPORT-LINE
002180         STRING '*** NO TRACE ON FILE FOR THIS REFERENCE'
002190             DELIMITED BY SIZE INTO WS-REPORT-LINE
002200         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002210     ELSE
002220         ADD 1 TO WS-TRACED-COUNT
002230     END-IF.
002240 2000-NEXT.
002250     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002260 2000-EXIT.
002270     EXIT.
002280
002290 2100-READ-TRACE.
002300     READ TRACE-FILE NEXT RECORD
002310         AT END MOVE 'Y' TO WS-TRC-EOF-SW
002320     END-READ.
002330     IF NOT TRC-EOF
002340         AND TRC-REF NOT = PARM-REF
002350         MOVE 'Y' TO WS-TRC-EOF-SW
002360     END-IF.
002370 2100-EXIT.
002380     EXIT.
002390
002400*>    A GL FILE'S ACKNOWLEDGMENT IS LISTED ONCE, AFTER THE LAST
002410*>    LINE THE TRANSACTION SENT IN THAT FILE.
002420 2200-LIST-EVENT.
002430     IF ACK-PENDING
002440         AND (NOT TRC-SENT-TO-GL
002450              OR TRC-GL-SEQ NOT = WS-PEND-GL-SEQ
002460              OR TRC-GL-DATE NOT = WS-PEND-GL-DATE)
002470         PERFORM 3000-FLUSH-ACK THRU 3000-EXIT
002480     END-IF.
002490     ADD 1 TO WS-REF-EVENTS.
002500     EVALUATE TRUE
002510         WHEN TRC-RECYCLED   MOVE 'RECYCLED' TO WS-EVENT-NAME
002520         WHEN TRC-EDITED     MOVE 'EDITED' TO WS-EVENT-NAME
002530         WHEN TRC-OPERATION  MOVE 'OPERATION' TO WS-EVENT-NAME
002540         WHEN TRC-REJECTED   MOVE 'REJECTED' TO WS-EVENT-NAME
002550         WHEN TRC-SUSPENDED  MOVE 'SUSPENDED' TO WS-EVENT-NAME
002560         WHEN TRC-SENT-TO-GL MOVE 'SENT TO GL' TO WS-EVENT-NAME
002570         WHEN OTHER          MOVE 'UNKNOWN' TO WS-EVENT-NAME
002580     END-EVALUATE.
002590     MOVE SPACES TO WS-REPORT-LINE.
002600     STRING '  ' TRC-RUN-DATE ' PASS ' TRC-SUPP-NO
002610         '  ' WS-EVENT-NAME ' ' TRC-TEXT
002620         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002630     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002640     IF TRC-SENT-TO-GL
002650         MOVE 'Y' TO WS-ACK-PENDING-SW
002660         MOVE TRC-GL-SEQ TO WS-PEND-GL-SEQ
002670         MOVE TRC-GL-DATE TO WS-PEND-GL-DATE
002680     END-IF.
002690     PERFORM 2100-READ-TRACE THRU 2100-EXIT.
002700 2200-EXIT.
002710     EXIT.
002720
002800 3000-FLUSH-ACK.
002810     IF NOT ACK-PENDING
002820         GO TO 3000-EXIT
002830     END-IF.
002840     MOVE 'N' TO WS-ACK-PENDING-SW.
002850     MOVE SPACES TO WS-REPORT-LINE.
002860     IF NOT HIST-FILE-OPEN
002870         STRING '                  ACKNOWLEDGED ? GL FILE '
002880             WS-PEND-GL-SEQ ' OF ' WS-PEND-GL-DATE
002890             ' - ACKNOWLEDGMENT HISTORY NOT AVAILABLE'
002900             DELIMITED BY SIZE INTO WS-REPORT-LINE
002910         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002920         GO TO 3000-EXIT
002930     END-IF.
002940     MOVE WS-PEND-GL-SEQ TO GLAH-SEQ.
002950     MOVE WS-PEND-GL-DATE TO GLAH-SENT-DATE.
002960     READ HISTORY-FILE
002970         INVALID KEY MOVE SPACE TO GLAH-DISP
002980     END-READ.
002990     EVALUATE TRUE
003000         WHEN GLAH-ACCEPTED
003010             STRING '                  ACKNOWLEDGED   GL FILE '
003020                 WS-PEND-GL-SEQ ' OF ' WS-PEND-GL-DATE
003030                 ' - ACCEPTED BY FINANCE ON ' GLAH-ACK-DATE
003040                 DELIMITED BY SIZE INTO WS-REPORT-LINE
003050         WHEN GLAH-REJECTED
003060             STRING '                  *** NOT LOADED GL FILE '
003070                 WS-PEND-GL-SEQ ' OF ' WS-PEND-GL-DATE
003080                 ' - REJECTED BY FINANCE ON ' GLAH-ACK-DATE
003090                 DELIMITED BY SIZE INTO WS-REPORT-LINE
003092         WHEN GLAH-SUPERSEDED
003094             STRING '                  ACKNOWLEDGED   GL FILE '
003095                 WS-PEND-GL-SEQ ' OF ' WS-PEND-GL-DATE
003096                 ' - REJECTED, RESENT AS ' GLAH-REPLACED-BY
003097                 ' AND ACCEPTED ON ' GLAH-ACK-DATE
003098                 DELIMITED BY SIZE INTO WS-REPORT-LINE
003100         WHEN GLAH-MISMATCHED
003110             STRING '                  *** NOT LOADED GL FILE '
003120                 WS-PEND-GL-SEQ ' OF ' WS-PEND-GL-DATE
003130                 ' - ACK TOTALS MISMATCHED ON ' GLAH-ACK-DATE
003140                 DELIMITED BY SIZE INTO WS-REPORT-LINE
003150         WHEN OTHER
003160             STRING '                  *** NOT LOADED GL FILE '
003170                 WS-PEND-GL-SEQ ' OF ' WS-PEND-GL-DATE
003180                 ' - NOT YET ACKNOWLEDGED BY FINANCE'
003190                 DELIMITED BY SIZE INTO WS-REPORT-LINE
003200     END-EVALUATE.
003210     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003220 3000-EXIT.
003230     EXIT.
003240
007000 7000-PRINT-LINE.
007010     MOVE 'WRITE' TO PRT-FUNC.
007020     MOVE WS-REPORT-LINE TO PRT-LINE.
007030     CALL 'PRINTSVC' USING PRINT-AREA.
007040 7000-EXIT.
007050     EXIT.
007060
008000 8000-WRITE-TOTALS.
008010     MOVE SPACES TO WS-REPORT-LINE.
008020     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008030     MOVE SPACES TO WS-REPORT-LINE.
008040     STRING 'CARDS READ=' WS-CARD-COUNT
008050         ' TRACED=' WS-TRACED-COUNT
008060         ' NO TRACE=' WS-NOT-FOUND-COUNT
008070         ' INVALID CARDS=' WS-BAD-CARD-COUNT
008080         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008090     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008100     IF WS-TRACE-RC = ZERO
008110         AND (WS-NOT-FOUND-COUNT > ZERO
008120              OR WS-BAD-CARD-COUNT > ZERO)
008130         MOVE 4 TO WS-TRACE-RC
008140     END-IF.
008150 8000-EXIT.
008160     EXIT.
008170
009000 9000-TERMINATE.
009010     IF TRC-FILE-OPEN
009020         CLOSE TRACE-FILE
009030     END-IF.
009040     IF HIST-FILE-OPEN
009050         CLOSE HISTORY-FILE
009060     END-IF.
009070     CLOSE PARM-FILE.
009080     MOVE 'CLOSE' TO PRT-FUNC.
009090     CALL 'PRINTSVC' USING PRINT-AREA.
009100     MOVE WS-TRACE-RC TO WS-AUDIT-RC.
009110     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
009120         WS-AUDIT-RC.
009130     MOVE WS-TRACE-RC TO RETURN-CODE.
009140 9000-EXIT.
009150     EXIT.
