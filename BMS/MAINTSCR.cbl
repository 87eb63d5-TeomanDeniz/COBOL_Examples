000000 *>                 AND TERMINAL, DATE AND TIME, AND THE BEFORE
000000 *>                 AND AFTER VALUE OF EACH FIELD. MAINTHRP
000000 *>                 PRINTS THEM NIGHTLY. STANDING AUDIT FINDING.
000000 *> 2026/09/17 TD - SIGNED-ON USER MUST HOLD INQUIRE AUTHORITY
000000 *>                 FOR THIS SCREEN ON USERAUTH (CHECKED BY
000000 *>                 AUTHCHK) BEFORE ANYTHING IS SHOWN, AND
000000 *>                 UPDATE AUTHORITY BEFORE ANY CHANGE IS MADE.
000000 *>                 REFUSALS ARE LOGGED ON SECVIOL.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MAINTSCR.
000300 ENVIRONMENT DIVISION.
000510     COPY MAINT1.
000520     COPY MAINTVAL.
000525     COPY MAINTHST.
000527     COPY AUTHLINK.
000530     77 WS-RESP        PIC S9(8) COMP.
000540     77 WS-MAINT-KEY   PIC X(08) VALUE 'MAINTVAL'.
000550     77 WS-MSG-LINE    PIC X(70).
000551     77 WS-AUTH-LEN    PIC S9(4) COMP VALUE 48.
000552     77 WS-OLD-NUMBER  PIC 99 VALUE ZERO.
000554     77 WS-OLD-TEXT    PIC X(20) VALUE SPACES.
000555     77 WS-ABSTIME     PIC S9(15) COMP-3.
000710     EXEC CICS HANDLE CONDITION
000715         MAPFAIL(9000-MAPFAIL)
000720     END-EXEC.
000725     PERFORM 7000-CHECK-INQUIRE THRU 7000-EXIT.
000730     PERFORM 1000-LOAD-CURRENT THRU 1000-EXIT.
000740     PERFORM 2000-SEND-SCREEN THRU 2000-EXIT.
000750     PERFORM 3000-RECEIVE-SCREEN THRU 3000-EXIT.
000752     MOVE 'U' TO AUTH-REQUEST.
000754     MOVE WS-MAINT-KEY TO AUTH-DETAIL.
000756     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
000758     IF AUTH-ALLOWED
000760         PERFORM 4000-SAVE-MAINT-RECORD THRU 4000-EXIT
000762     ELSE
000764         PERFORM 7200-REFUSE-UPDATE THRU 7200-EXIT
000766     END-IF.
000770     EXEC CICS RETURN
000780     END-EXEC.
000800
002230     END-IF.
002232 4500-EXIT.
002236     EXIT.
002238
002240*>    NOTHING IS READ OR SHOWN UNTIL AUTHCHK HAS CONFIRMED AT
002250*>    LEAST INQUIRE AUTHORITY FOR THIS SCREEN. A REFUSAL CLEARS
002260*>    THE SCREEN AND ENDS THE TASK.
002270 7000-CHECK-INQUIRE.
002280     MOVE 'I' TO AUTH-REQUEST.
002290     MOVE SPACES TO AUTH-DETAIL.
002300     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
002310     IF AUTH-ALLOWED
002320         GO TO 7000-EXIT
002330     END-IF.
002340     MOVE LOW-VALUES TO MAINT1O.
002350     MOVE WS-MSG-LINE TO MSGLINO.
002360     EXEC CICS SEND MAP('MAINT1')
002370         MAPSET('MAINTSCR')
002380         FROM(MAINT1O)
002390         ERASE
002400     END-EXEC.
002410     EXEC CICS RETURN
002420     END-EXEC.
002430 7000-EXIT.
002440     EXIT.
002450
002460*>    ASKS AUTHCHK ON BEHALF OF THIS SCREEN. AUTHCHK HAS ALREADY
002470*>    LOGGED ANY REFUSAL ON SECVIOL; HERE IT ONLY BECOMES THE
002480*>    MESSAGE. NO ANSWER AT ALL COUNTS AS A REFUSAL.
002490 7100-CHECK-AUTHORITY.
002500     MOVE 'MAINTSCR' TO AUTH-PROGRAM.
002510     MOVE SPACE TO AUTH-RESULT.
002520     EXEC CICS LINK PROGRAM('AUTHCHK')
002530         COMMAREA(AUTHCHK-AREA)
002540         LENGTH(WS-AUTH-LEN)
002550         RESP(WS-RESP)
002560     END-EXEC.
002570     IF WS-RESP NOT = DFHRESP(NORMAL)
002580         MOVE 'E' TO AUTH-RESULT
002590     END-IF.
002600     EVALUATE TRUE
002610         WHEN AUTH-ALLOWED
002620             CONTINUE
002630         WHEN AUTH-REFUSED AND AUTH-WANTS-INQUIRE
002640             MOVE 'NOT AUTHORIZED FOR THIS SCREEN - LOGGED'
002650                 TO WS-MSG-LINE
002660         WHEN AUTH-REFUSED
002670             MOVE 'NOT AUTHORIZED TO UPDATE - NOTHING CHANGED'
002680                 TO WS-MSG-LINE
002690         WHEN OTHER
002700             MOVE 'SECURITY CHECK UNAVAILABLE - TELL OPS'
002710                 TO WS-MSG-LINE
002720     END-EVALUATE.
002730 7100-EXIT.
002740     EXIT.
002750
002760*>    THE RECORD WAS READ FOR UPDATE BEFORE THE SCREEN WENT OUT -
002770*>    LET IT GO UNCHANGED AND SAY WHY.
002780 7200-REFUSE-UPDATE.
002790     EXEC CICS UNLOCK FILE('MAINTVAL')
002800     END-EXEC.
002810     MOVE WS-MSG-LINE TO MSGLINO.
002820     EXEC CICS SEND MAP('MAINT1')
002830         MAPSET('MAINTSCR')
002840         FROM(MAINT1O)
002850         DATAONLY
002860     END-EXEC.
002870 7200-EXIT.
002880     EXIT.
002890
002900 9000-MAPFAIL.
002910     MOVE 'NO DATA ENTERED - VALUES UNCHANGED' TO WS-MSG-LINE.
002920     MOVE WS-MSG-LINE TO MSGLINO.
002930     EXEC CICS SEND MAP('MAINT1')
002940         MAPSET('MAINTSCR')
002950         FROM(MAINT1O)
002960         DATAONLY
002970     END-EXEC.
002980     EXEC CICS RETURN
002990     END-EXEC.
003000 9000-EXIT.
003010     EXIT.
