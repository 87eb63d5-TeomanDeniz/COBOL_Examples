000000 *> FIELD DELETES THE SHOWN CHECKPOINT AND WRITES A CKPTHST
000000 *> AUDIT RECORD WITH THE CICS USERID AND TERMINAL, THE WAY
000000 *> MAINTSCR RECORDS PARAMETER CHANGES.
000000 *> 2026/09/17 TD - SIGNED-ON USER MUST HOLD INQUIRE AUTHORITY
000000 *>                 FOR THIS SCREEN ON USERAUTH (CHECKED BY
000000 *>                 AUTHCHK) BEFORE ANYTHING IS SHOWN, AND
000000 *>                 UPDATE AUTHORITY BEFORE ANY CHANGE IS MADE.
000000 *>                 REFUSALS ARE LOGGED ON SECVIOL.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CKPTINQ.
000300 ENVIRONMENT DIVISION.
000510     COPY CKPT1.
000520     COPY CKPTREC.
000530     COPY CKPTHST.
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
000870     PERFORM 4000-FIND-CHECKPOINT THRU 4000-EXIT.
002010*>    CONFIRM FIELD SCRATCHES THE CHECKPOINT, AND THE CKPTHST
002020*>    AUDIT RECORD NAMES WHO DID IT FROM WHERE.
002100 6000-CLEAR-CHECKPOINT.
002101     MOVE 'U' TO AUTH-REQUEST.
002102     MOVE CKPT-PGM-NAME TO AUTH-DETAIL.
002103     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
002104     IF NOT AUTH-ALLOWED
002105         GO TO 6000-EXIT
002106     END-IF.
002110     EXEC CICS DELETE FILE('CKPTFILE')
002120         RIDFLD(CKPT-PGM-NAME)
002130         RESP(WS-RESP)
002550 6500-EXIT.
002560     EXIT.
002570
002580*>    NOTHING IS READ OR SHOWN UNTIL AUTHCHK HAS CONFIRMED AT
002590*>    LEAST INQUIRE AUTHORITY FOR THIS SCREEN. A REFUSAL CLEARS
002600*>    THE SCREEN AND ENDS THE TASK.
002610 7000-CHECK-INQUIRE.
002620     MOVE 'I' TO AUTH-REQUEST.
002630     MOVE SPACES TO AUTH-DETAIL.
002640     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
002650     IF AUTH-ALLOWED
002660         GO TO 7000-EXIT
002670     END-IF.
002680     MOVE LOW-VALUES TO CKPT1O.
002690     MOVE WS-MSG-LINE TO MSGLINO.
002700     EXEC CICS SEND MAP('CKPT1')
002710         MAPSET('CKPTSCR')
002720         FROM(CKPT1O)
002730         ERASE
002740     END-EXEC.
002750     EXEC CICS RETURN
002760     END-EXEC.
002770 7000-EXIT.
002780     EXIT.
002790
002800*>    ASKS AUTHCHK ON BEHALF OF THIS SCREEN. AUTHCHK HAS ALREADY
002810*>    LOGGED ANY REFUSAL ON SECVIOL; HERE IT ONLY BECOMES THE
002820*>    MESSAGE. NO ANSWER AT ALL COUNTS AS A REFUSAL.
002830 7100-CHECK-AUTHORITY.
002840     MOVE 'CKPTINQ' TO AUTH-PROGRAM.
002850     MOVE SPACE TO AUTH-RESULT.
002860     EXEC CICS LINK PROGRAM('AUTHCHK')
002870         COMMAREA(AUTHCHK-AREA)
002880         LENGTH(WS-AUTH-LEN)
002890         RESP(WS-RESP)
002900     END-EXEC.
002910     IF WS-RESP NOT = DFHRESP(NORMAL)
002920         MOVE 'E' TO AUTH-RESULT
002930     END-IF.
002940     EVALUATE TRUE
002950         WHEN AUTH-ALLOWED
002960             CONTINUE
002970         WHEN AUTH-REFUSED AND AUTH-WANTS-INQUIRE
002980             MOVE 'NOT AUTHORIZED FOR THIS SCREEN - LOGGED'
002990                 TO WS-MSG-LINE
003000         WHEN AUTH-REFUSED
003010             MOVE 'NOT AUTHORIZED TO UPDATE - NOTHING CHANGED'
003020                 TO WS-MSG-LINE
003030         WHEN OTHER
003040             MOVE 'SECURITY CHECK UNAVAILABLE - TELL OPS'
003050                 TO WS-MSG-LINE
003060     END-EVALUATE.
003070 7100-EXIT.
003080     EXIT.
003090
003100 8000-SEND-RESULT.
003110     MOVE WS-MSG-LINE TO MSGLINO.
003120     EXEC CICS SEND MAP('CKPT1')
003130         MAPSET('CKPTSCR')
003140         FROM(CKPT1O)
003150         DATAONLY
003160     END-EXEC.
003170 8000-EXIT.
003180     EXIT.
003190
003200 9000-MAPFAIL.
003210     MOVE 'NOTHING ENTERED - SHOWING NOTHING' TO WS-MSG-LINE.
003220     MOVE WS-MSG-LINE TO MSGLINO.
003230     EXEC CICS SEND MAP('CKPT1')
003240         MAPSET('CKPTSCR')
003250         FROM(CKPT1O)
003260         DATAONLY
003270     END-EXEC.
003280     EXEC CICS RETURN
003290     END-EXEC.
003300 9000-EXIT.
003310     EXIT.
