000000 *> CORRECTION ALSO WRITES A SUSPHST CHANGE-HISTORY RECORD WITH
000000 *> THE CICS USERID AND TERMINAL, THE WAY MAINTSCR RECORDS
000000 *> PARAMETER CHANGES IN MAINTHST.
000000 *> 2026/09/17 TD - SIGNED-ON USER MUST HOLD INQUIRE AUTHORITY
000000 *>                 FOR THIS SCREEN ON USERAUTH (CHECKED BY
000000 *>                 AUTHCHK) BEFORE ANYTHING IS SHOWN, AND
000000 *>                 UPDATE AUTHORITY BEFORE ANY CHANGE IS MADE.
000000 *>                 REFUSALS ARE LOGGED ON SECVIOL.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUSPWB.
000300 ENVIRONMENT DIVISION.
000510     COPY SUSP1.
000520     COPY SUSPREC.
000530     COPY SUSPHST.
000535     COPY AUTHLINK.
000540     77 WS-RESP        PIC S9(8) COMP.
000550     77 WS-MSG-LINE    PIC X(70).
000555     77 WS-AUTH-LEN    PIC S9(4) COMP VALUE 48.
000560     77 WS-ABSTIME     PIC S9(15) COMP-3.
000570     77 WS-HIST-DATE   PIC 9(6).
000580*>   FORMATTIME TIME() FILLS EIGHT BYTES - ONLY THE FIRST SIX
000820     EXEC CICS HANDLE CONDITION
000830         MAPFAIL(9000-MAPFAIL)
000840     END-EXEC.
000845     PERFORM 7000-CHECK-INQUIRE THRU 7000-EXIT.
000850     PERFORM 2000-SEND-SCREEN THRU 2000-EXIT.
000860     PERFORM 3000-RECEIVE-SCREEN THRU 3000-EXIT.
000870     PERFORM 4000-FIND-SUSPENSE THRU 4000-EXIT.
002030*>    SUSPRECY PICKS UP TONIGHT; THE RECORD ITSELF STAYS IN
002040*>    SUSPENSE UNTIL SUSPRECY RELEASES AND DELETES IT.
002100 6000-RELEASE-CORRECTION.
002101     MOVE 'U' TO AUTH-REQUEST.
002102     MOVE SUSP-KEY TO AUTH-DETAIL.
002103     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
002104     IF NOT AUTH-ALLOWED
002105         GO TO 6000-EXIT
002106     END-IF.
002110     IF CNUM1I(1:7) IS NOT NUMERIC
002120         OR (CNUM1I(8:1) NOT = '+' AND CNUM1I(8:1) NOT = '-')
002130         OR CNUM2I(1:7) IS NOT NUMERIC
002820 6500-EXIT.
002830     EXIT.
002840
002841*>    NOTHING IS READ OR SHOWN UNTIL AUTHCHK HAS CONFIRMED AT
002842*>    LEAST INQUIRE AUTHORITY FOR THIS SCREEN. A REFUSAL CLEARS
002843*>    THE SCREEN AND ENDS THE TASK.
002844 7000-CHECK-INQUIRE.
002845     MOVE 'I' TO AUTH-REQUEST.
002846     MOVE SPACES TO AUTH-DETAIL.
002847     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
002848     IF AUTH-ALLOWED
002849         GO TO 7000-EXIT
002850     END-IF.
002851     MOVE LOW-VALUES TO SUSP1O.
002852     MOVE WS-MSG-LINE TO MSGLINO.
002853     EXEC CICS SEND MAP('SUSP1')
002854         MAPSET('SUSPSCR')
002855         FROM(SUSP1O)
002856         ERASE
002857     END-EXEC.
002858     EXEC CICS RETURN
002859     END-EXEC.
002860 7000-EXIT.
002861     EXIT.
002862
002863*>    ASKS AUTHCHK ON BEHALF OF THIS SCREEN. AUTHCHK HAS ALREADY
002864*>    LOGGED ANY REFUSAL ON SECVIOL; HERE IT ONLY BECOMES THE
002865*>    MESSAGE. NO ANSWER AT ALL COUNTS AS A REFUSAL.
002866 7100-CHECK-AUTHORITY.
002867     MOVE 'SUSPWB' TO AUTH-PROGRAM.
002868     MOVE SPACE TO AUTH-RESULT.
002869     EXEC CICS LINK PROGRAM('AUTHCHK')
002870         COMMAREA(AUTHCHK-AREA)
002871         LENGTH(WS-AUTH-LEN)
002872         RESP(WS-RESP)
002873     END-EXEC.
002874     IF WS-RESP NOT = DFHRESP(NORMAL)
002875         MOVE 'E' TO AUTH-RESULT
002876     END-IF.
002877     EVALUATE TRUE
002878         WHEN AUTH-ALLOWED
002879             CONTINUE
002880         WHEN AUTH-REFUSED AND AUTH-WANTS-INQUIRE
002881             MOVE 'NOT AUTHORIZED FOR THIS SCREEN - LOGGED'
002882                 TO WS-MSG-LINE
002883         WHEN AUTH-REFUSED
002884             MOVE 'NOT AUTHORIZED TO UPDATE - NOTHING CHANGED'
002885                 TO WS-MSG-LINE
002886         WHEN OTHER
002887             MOVE 'SECURITY CHECK UNAVAILABLE - TELL OPS'
002888                 TO WS-MSG-LINE
002889     END-EVALUATE.
002890 7100-EXIT.
002891     EXIT.
002892
002900 8000-SEND-RESULT.
002910     MOVE WS-MSG-LINE TO MSGLINO.
002920     EXEC CICS SEND MAP('SUSP1')
