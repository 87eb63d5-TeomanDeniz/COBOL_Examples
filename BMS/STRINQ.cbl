000000 *> STORED VALUE, THE MODE, THE EXTRACTION POSITIONS OR SEARCH
000000 *> VALUE, THE RESULT POSITION AND THE TRUNCATION FLAG - LIVE DATA
000000 *> INSTEAD OF YESTERDAY'S BATCH STRRPT.
000000 *> 2026/09/17 TD - SIGNED-ON USER MUST HOLD INQUIRE AUTHORITY
000000 *>                 FOR THIS SCREEN ON USERAUTH (CHECKED BY
000000 *>                 AUTHCHK) BEFORE ANYTHING IS SHOWN.
000000 *>                 REFUSALS ARE LOGGED ON SECVIOL.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STRINQ.
000300 ENVIRONMENT DIVISION.
000500 WORKING-STORAGE SECTION.
000510     COPY STRQ1.
000520     COPY STRLKUP.
000525     COPY AUTHLINK.
000530     77 WS-MSG-LINE PIC X(70).
000540     77 WS-RESP PIC S9(8) COMP.
000550     77 WS-AUTH-LEN PIC S9(4) COMP VALUE 48.
000600 PROCEDURE DIVISION.
000700 0000-MAIN.
000710     EXEC CICS HANDLE CONDITION
000715         MAPFAIL(9000-MAPFAIL)
000720     END-EXEC.
000725     PERFORM 7000-CHECK-INQUIRE THRU 7000-EXIT.
000730     PERFORM 2000-SEND-SCREEN THRU 2000-EXIT.
000740     PERFORM 3000-RECEIVE-SCREEN THRU 3000-EXIT.
000750     PERFORM 4000-LOOKUP-RECORD THRU 4000-EXIT.
001710 5000-EXIT.
001720     EXIT.
001800
001801*>    NOTHING IS READ OR SHOWN UNTIL AUTHCHK HAS CONFIRMED AT
001802*>    LEAST INQUIRE AUTHORITY FOR THIS SCREEN. A REFUSAL CLEARS
001803*>    THE SCREEN AND ENDS THE TASK.
001804 7000-CHECK-INQUIRE.
001805     MOVE 'I' TO AUTH-REQUEST.
001806     MOVE SPACES TO AUTH-DETAIL.
001807     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
001808     IF AUTH-ALLOWED
001809         GO TO 7000-EXIT
001810     END-IF.
001811     MOVE LOW-VALUES TO STRQ1O.
001812     MOVE WS-MSG-LINE TO MSGLINO.
001813     EXEC CICS SEND MAP('STRQ1')
001814         MAPSET('STRQSCR')
001815         FROM(STRQ1O)
001816         ERASE
001817     END-EXEC.
001818     EXEC CICS RETURN
001819     END-EXEC.
001820 7000-EXIT.
001821     EXIT.
001822
001823*>    ASKS AUTHCHK ON BEHALF OF THIS SCREEN. AUTHCHK HAS ALREADY
001824*>    LOGGED ANY REFUSAL ON SECVIOL; HERE IT ONLY BECOMES THE
001825*>    MESSAGE. NO ANSWER AT ALL COUNTS AS A REFUSAL.
001826 7100-CHECK-AUTHORITY.
001827     MOVE 'STRINQ' TO AUTH-PROGRAM.
001828     MOVE SPACE TO AUTH-RESULT.
001829     EXEC CICS LINK PROGRAM('AUTHCHK')
001830         COMMAREA(AUTHCHK-AREA)
001831         LENGTH(WS-AUTH-LEN)
001832         RESP(WS-RESP)
001833     END-EXEC.
001834     IF WS-RESP NOT = DFHRESP(NORMAL)
001835         MOVE 'E' TO AUTH-RESULT
001836     END-IF.
001837     EVALUATE TRUE
001838         WHEN AUTH-ALLOWED
001839             CONTINUE
001840         WHEN AUTH-REFUSED AND AUTH-WANTS-INQUIRE
001841             MOVE 'NOT AUTHORIZED FOR THIS SCREEN - LOGGED'
001842                 TO WS-MSG-LINE
001843         WHEN AUTH-REFUSED
001844             MOVE 'NOT AUTHORIZED TO UPDATE - NOTHING CHANGED'
001845                 TO WS-MSG-LINE
001846         WHEN OTHER
001847             MOVE 'SECURITY CHECK UNAVAILABLE - TELL OPS'
001848                 TO WS-MSG-LINE
001849     END-EVALUATE.
001850 7100-EXIT.
001851     EXIT.
001852
001900 9000-MAPFAIL.
001910     MOVE 'NO KEY ENTERED - NOTHING TO LOOK UP' TO WS-MSG-LINE.
001920     MOVE WS-MSG-LINE TO MSGLINO.
