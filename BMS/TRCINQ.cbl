000000 *> ................................................................... <*
000000 *> CBL - TRCINQ                           :      Maximum Tension       <*
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
000000 *> CICS TRANSACTION TRACE OVER THE TRACEF KSDS - THE ONLINE FACE
000000 *> OF THE TRANTRCE BATCH TRACE. THE OPERATOR KEYS A PERMANENT
000000 *> TRANSACTION REFERENCE AND THE SCREEN LISTS EVERY PLACE IT
000000 *> LANDED, IN BUSINESS-DATE ORDER: RECYCLED, EDITED, EACH
000000 *> OPERATION LINE, REJECTED, SUSPENDED, SENT TO GL, AND AFTER
000000 *> EACH GL FILE WHETHER FINANCE ACKNOWLEDGED IT (READ FROM THE
000000 *> GLACKH HISTORY). FOURTEEN LINES FIT A SCREEN; WHEN THERE ARE
000000 *> MORE THE MESSAGE LINE GIVES THE LINE NUMBER TO KEY IN FROM
000000 *> LINE FOR THE NEXT SCREENFUL. READ ONLY - NOTHING IS CHANGED.
000000 *> 2026/09/17 TD - SIGNED-ON USER MUST HOLD INQUIRE AUTHORITY
000000 *>                 FOR THIS SCREEN ON USERAUTH (CHECKED BY
000000 *>                 AUTHCHK) BEFORE ANYTHING IS SHOWN.
000000 *>                 REFUSALS ARE LOGGED ON SECVIOL.
000000 *> 2026/09/23 TD - A GL FILE REBUILT BY GLRESEND AND ACCEPTED
000000 *>                 UNDER A NEW SEQUENCE SHOWS AS ACKNOWLEDGED,
000000 *>                 RESENT AS THAT SEQUENCE.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRCINQ.
000300 ENVIRONMENT DIVISION.
000400 DATA DIVISION.
000500 WORKING-STORAGE SECTION.
000510     COPY TRCQ1.
000520     COPY TRACEREC.
000530     COPY GLACKH.
000535     COPY AUTHLINK.
000540     77 WS-RESP        PIC S9(8) COMP.
000550     77 WS-MSG-LINE    PIC X(70).
000555     77 WS-AUTH-LEN    PIC S9(4) COMP VALUE 48.
000560     77 WS-REF         PIC X(21).
000570     77 WS-FROM-LINE   PIC 9(3) VALUE 1.
000580     77 WS-LINE-NO     PIC 9(5) VALUE ZERO.
000590     77 WS-SHOWN       PIC 9(2) VALUE ZERO.
000600     77 WS-BROWSE-SW   PIC X VALUE 'N'.
000610         88 BROWSE-DONE VALUE 'Y'.
000620     77 WS-MORE-SW     PIC X VALUE 'N'.
000630         88 MORE-TO-SHOW VALUE 'Y'.
000640     77 WS-ACK-PENDING-SW PIC X VALUE 'N'.
000650         88 ACK-PENDING VALUE 'Y'.
000660     77 WS-PEND-GL-SEQ PIC 9(4) VALUE ZERO.
000670     77 WS-PEND-GL-DATE PIC 9(6) VALUE ZERO.
000680     77 WS-EVENT-NAME  PIC X(10) VALUE SPACES.
000690     77 WS-SCREEN-LINE PIC X(78).
000700     77 WS-NEXT-LINE   PIC 9(5) VALUE ZERO.
000800 PROCEDURE DIVISION.
000810 0000-MAIN.
000820     EXEC CICS HANDLE CONDITION
000830         MAPFAIL(9000-MAPFAIL)
000840     END-EXEC.
000845     PERFORM 7000-CHECK-INQUIRE THRU 7000-EXIT.
000850     PERFORM 2000-SEND-SCREEN THRU 2000-EXIT.
000860     PERFORM 3000-RECEIVE-SCREEN THRU 3000-EXIT.
000870     PERFORM 4000-TRACE-REFERENCE THRU 4000-EXIT.
000880     PERFORM 8000-SEND-RESULT THRU 8000-EXIT.
000890     EXEC CICS RETURN
000900     END-EXEC.
000910
001000 2000-SEND-SCREEN.
001010     EXEC CICS SEND MAP('TRCQ1')
001020         MAPSET('TRCSCR')
001030         FROM(TRCQ1O)
001040         ERASE
001050     END-EXEC.
001060 2000-EXIT.
001070     EXIT.
001080
001100 3000-RECEIVE-SCREEN.
001110     EXEC CICS RECEIVE MAP('TRCQ1')
001120         MAPSET('TRCSCR')
001130         INTO(TRCQ1I)
001140     END-EXEC.
001150 3000-EXIT.
001160     EXIT.
001170
001200*>    THE BROWSE STARTS AT THE LOWEST KEY FOR THE REFERENCE AND
001210*>    READS FORWARD UNTIL THE REFERENCE CHANGES OR THE SCREEN IS
001220*>    FULL. LINES BEFORE THE KEYED FROM LINE ARE COUNTED, NOT
001225*>    SHOWN.
001300 4000-TRACE-REFERENCE.
001310     MOVE REFKEYI TO WS-REF.
001320     IF WS-REF(1:8) = SPACES OR WS-REF(1:8) = LOW-VALUES
001330         OR WS-REF(9:13) IS NOT NUMERIC
001340         MOVE 'KEY SOURCE(8) DATE(6) SEQUENCE(7) - AS ON NUMCSV'
001350             TO WS-MSG-LINE
001360         GO TO 4000-EXIT
001370     END-IF.
001380     MOVE 1 TO WS-FROM-LINE.
001390     IF FROMLNI IS NUMERIC AND FROMLNI > ZERO
001400         MOVE FROMLNI TO WS-FROM-LINE
001410     END-IF.
001420     MOVE LOW-VALUES TO TRC-KEY.
001430     MOVE WS-REF TO TRC-REF.
001440     EXEC CICS STARTBR FILE('TRACEF')
001450         RIDFLD(TRC-KEY)
001460         GTEQ
001470         RESP(WS-RESP)
001480     END-EXEC.
001490     IF WS-RESP NOT = DFHRESP(NORMAL)
001500         MOVE 'NO TRACE ON FILE FOR THAT REFERENCE'
001510             TO WS-MSG-LINE
001520         GO TO 4000-EXIT
001530     END-IF.
001540     MOVE 'N' TO WS-BROWSE-SW.
001550     PERFORM 4100-READ-TRACE THRU 4100-EXIT.
001560     PERFORM 4200-LIST-EVENT THRU 4200-EXIT
001570         UNTIL BROWSE-DONE.
001580     EXEC CICS ENDBR FILE('TRACEF')
001590     END-EXEC.
001600     PERFORM 4500-FLUSH-ACK THRU 4500-EXIT.
001610     EVALUATE TRUE
001620         WHEN WS-LINE-NO = ZERO
001630             MOVE 'NO TRACE ON FILE FOR THAT REFERENCE'
001640                 TO WS-MSG-LINE
001650         WHEN MORE-TO-SHOW
001660             COMPUTE WS-NEXT-LINE = WS-FROM-LINE + 14
001670             MOVE SPACES TO WS-MSG-LINE
001680             STRING 'MORE - KEY ' WS-NEXT-LINE(3:3)
001690                 ' IN FROM LINE FOR THE NEXT SCREEN'
001700                 DELIMITED BY SIZE INTO WS-MSG-LINE
001710         WHEN WS-SHOWN = ZERO
001720             MOVE 'FROM LINE IS PAST THE END OF THIS TRACE'
001730                 TO WS-MSG-LINE
001740         WHEN OTHER
001750             MOVE 'END OF TRACE' TO WS-MSG-LINE
001760     END-EVALUATE.
001770 4000-EXIT.
001780     EXIT.
001790
001800 4100-READ-TRACE.
001810     EXEC CICS READNEXT FILE('TRACEF')
001820         INTO(TRC-RECORD)
001830         RIDFLD(TRC-KEY)
001840         RESP(WS-RESP)
001850     END-EXEC.
001860     IF WS-RESP NOT = DFHRESP(NORMAL)
001870         OR TRC-REF NOT = WS-REF
001880         MOVE 'Y' TO WS-BROWSE-SW
001890     END-IF.
001900 4100-EXIT.
001910     EXIT.
001920
001930*>    A GL FILE'S ACKNOWLEDGMENT IS LISTED ONCE, AFTER THE LAST
001940*>    LINE THE TRANSACTION SENT IN THAT FILE.
002000 4200-LIST-EVENT.
002010     IF ACK-PENDING
002020         AND (NOT TRC-SENT-TO-GL
002030              OR TRC-GL-SEQ NOT = WS-PEND-GL-SEQ
002040              OR TRC-GL-DATE NOT = WS-PEND-GL-DATE)
002050         PERFORM 4500-FLUSH-ACK THRU 4500-EXIT
002060     END-IF.
002070     EVALUATE TRUE
002080         WHEN TRC-RECYCLED   MOVE 'RECYCLED' TO WS-EVENT-NAME
002090         WHEN TRC-EDITED     MOVE 'EDITED' TO WS-EVENT-NAME
002100         WHEN TRC-OPERATION  MOVE 'OPERATION' TO WS-EVENT-NAME
002110         WHEN TRC-REJECTED   MOVE 'REJECTED' TO WS-EVENT-NAME
002120         WHEN TRC-SUSPENDED  MOVE 'SUSPENDED' TO WS-EVENT-NAME
002130         WHEN TRC-SENT-TO-GL MOVE 'SENT TO GL' TO WS-EVENT-NAME
002140         WHEN OTHER          MOVE 'UNKNOWN' TO WS-EVENT-NAME
002150     END-EVALUATE.
002160     MOVE SPACES TO WS-SCREEN-LINE.
002170     STRING TRC-RUN-DATE ' ' WS-EVENT-NAME ' ' TRC-TEXT
002180         DELIMITED BY SIZE INTO WS-SCREEN-LINE.
002190     PERFORM 4800-ADD-LINE THRU 4800-EXIT.
002200     IF TRC-SENT-TO-GL
002210         MOVE 'Y' TO WS-ACK-PENDING-SW
002220         MOVE TRC-GL-SEQ TO WS-PEND-GL-SEQ
002230         MOVE TRC-GL-DATE TO WS-PEND-GL-DATE
002240     END-IF.
002250     IF MORE-TO-SHOW
002260         MOVE 'Y' TO WS-BROWSE-SW
002270         GO TO 4200-EXIT
002280     END-IF.
002290     PERFORM 4100-READ-TRACE THRU 4100-EXIT.
002300 4200-EXIT.
002310     EXIT.
002320
002400 4500-FLUSH-ACK.
002410     IF NOT ACK-PENDING OR MORE-TO-SHOW
002420         GO TO 4500-EXIT
002430     END-IF.
002440     MOVE 'N' TO WS-ACK-PENDING-SW.
002450     MOVE WS-PEND-GL-SEQ TO GLAH-SEQ.
002460     MOVE WS-PEND-GL-DATE TO GLAH-SENT-DATE.
002470     EXEC CICS READ FILE('GLACKH')
002480         INTO(GLAH-RECORD)
002490         RIDFLD(GLAH-KEY)
002500         RESP(WS-RESP)
002510     END-EXEC.
002520     IF WS-RESP NOT = DFHRESP(NORMAL)
002530         MOVE SPACE TO GLAH-DISP
002540     END-IF.
002550     MOVE SPACES TO WS-SCREEN-LINE.
002560     EVALUATE TRUE
002570         WHEN GLAH-ACCEPTED
002580             STRING '       ACKNOWLEDGED GL FILE ' WS-PEND-GL-SEQ
002590                 ' OF ' WS-PEND-GL-DATE ' ACCEPTED ON '
002600                 GLAH-ACK-DATE DELIMITED BY SIZE
002610                 INTO WS-SCREEN-LINE
002620         WHEN GLAH-REJECTED
002630             STRING '       *** GL FILE ' WS-PEND-GL-SEQ
002640                 ' OF ' WS-PEND-GL-DATE ' REJECTED BY FINANCE ON '
002650                 GLAH-ACK-DATE DELIMITED BY SIZE
002660                 INTO WS-SCREEN-LINE
002662         WHEN GLAH-SUPERSEDED
002664             STRING '       ACKNOWLEDGED GL FILE ' WS-PEND-GL-SEQ
002665                 ' OF ' WS-PEND-GL-DATE ' RESENT AS '
002666                 GLAH-REPLACED-BY ' ON ' GLAH-ACK-DATE
002667                 DELIMITED BY SIZE INTO WS-SCREEN-LINE
002670         WHEN GLAH-MISMATCHED
002680             STRING '       *** GL FILE ' WS-PEND-GL-SEQ
002690                 ' OF ' WS-PEND-GL-DATE
002695                 ' ACK TOTALS MISMATCHED ON '
002700                 GLAH-ACK-DATE DELIMITED BY SIZE
002710                 INTO WS-SCREEN-LINE
002720         WHEN OTHER
002730             STRING '       *** GL FILE ' WS-PEND-GL-SEQ
002740                 ' OF ' WS-PEND-GL-DATE ' NOT YET ACKNOWLEDGED'
002750                 DELIMITED BY SIZE INTO WS-SCREEN-LINE
002760     END-EVALUATE.
002770     PERFORM 4800-ADD-LINE THRU 4800-EXIT.
002780 4500-EXIT.
002790     EXIT.
002800
002810*>    COUNTS EVERY TRACE LINE; ONLY THOSE FROM THE KEYED FROM LINE
002820*>    ON ARE PLACED, AND A FIFTEENTH ONE MEANS THERE IS MORE.
002900 4800-ADD-LINE.
002910     ADD 1 TO WS-LINE-NO.
002920     IF WS-LINE-NO < WS-FROM-LINE
002930         GO TO 4800-EXIT
002940     END-IF.
002950     IF WS-SHOWN = 14
002960         MOVE 'Y' TO WS-MORE-SW
002970         GO TO 4800-EXIT
002980     END-IF.
002990     ADD 1 TO WS-SHOWN.
003000     MOVE WS-SCREEN-LINE TO EVLINEO(WS-SHOWN).
003010 4800-EXIT.
003020     EXIT.
003030
003040*>    NOTHING IS READ OR SHOWN UNTIL AUTHCHK HAS CONFIRMED AT
003050*>    LEAST INQUIRE AUTHORITY FOR THIS SCREEN. A REFUSAL CLEARS
003060*>    THE SCREEN AND ENDS THE TASK.
003070 7000-CHECK-INQUIRE.
003080     MOVE 'I' TO AUTH-REQUEST.
003090     MOVE SPACES TO AUTH-DETAIL.
003100     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
003110     IF AUTH-ALLOWED
003120         GO TO 7000-EXIT
003130     END-IF.
003140     MOVE LOW-VALUES TO TRCQ1O.
003150     MOVE WS-MSG-LINE TO MSGLINO.
003160     EXEC CICS SEND MAP('TRCQ1')
003170         MAPSET('TRCSCR')
003180         FROM(TRCQ1O)
003190         ERASE
003200     END-EXEC.
003210     EXEC CICS RETURN
003220     END-EXEC.
003230 7000-EXIT.
003240     EXIT.
003250
003260*>    ASKS AUTHCHK ON BEHALF OF THIS SCREEN. AUTHCHK HAS ALREADY
003270*>    LOGGED ANY REFUSAL ON SECVIOL; HERE IT ONLY BECOMES THE
003280*>    MESSAGE. NO ANSWER AT ALL COUNTS AS A REFUSAL.
003290 7100-CHECK-AUTHORITY.
003300     MOVE 'TRCINQ' TO AUTH-PROGRAM.
003310     MOVE SPACE TO AUTH-RESULT.
003320     EXEC CICS LINK PROGRAM('AUTHCHK')
003330         COMMAREA(AUTHCHK-AREA)
003340         LENGTH(WS-AUTH-LEN)
003350         RESP(WS-RESP)
003360     END-EXEC.
003370     IF WS-RESP NOT = DFHRESP(NORMAL)
003380         MOVE 'E' TO AUTH-RESULT
003390     END-IF.
003400     EVALUATE TRUE
003410         WHEN AUTH-ALLOWED
003420             CONTINUE
003430         WHEN AUTH-REFUSED AND AUTH-WANTS-INQUIRE
003440             MOVE 'NOT AUTHORIZED FOR THIS SCREEN - LOGGED'
003450                 TO WS-MSG-LINE
003460         WHEN AUTH-REFUSED
003470             MOVE 'NOT AUTHORIZED TO UPDATE - NOTHING CHANGED'
003480                 TO WS-MSG-LINE
003490         WHEN OTHER
003500             MOVE 'SECURITY CHECK UNAVAILABLE - TELL OPS'
003510                 TO WS-MSG-LINE
003520     END-EVALUATE.
003530 7100-EXIT.
003540     EXIT.
003550
008000 8000-SEND-RESULT.
008010     MOVE WS-MSG-LINE TO MSGLINO.
008020     EXEC CICS SEND MAP('TRCQ1')
008030         MAPSET('TRCSCR')
008040         FROM(TRCQ1O)
008050         DATAONLY
008060     END-EXEC.
008070 8000-EXIT.
008080     EXIT.
008090
009000 9000-MAPFAIL.
009010     MOVE 'NO REFERENCE ENTERED - NOTHING TO TRACE'
009015         TO WS-MSG-LINE.
009020     MOVE WS-MSG-LINE TO MSGLINO.
009030     EXEC CICS SEND MAP('TRCQ1')
009040         MAPSET('TRCSCR')
009050         FROM(TRCQ1O)
009060         DATAONLY
009070     END-EXEC.
009080     EXEC CICS RETURN
009090     END-EXEC.
009100 9000-EXIT.
