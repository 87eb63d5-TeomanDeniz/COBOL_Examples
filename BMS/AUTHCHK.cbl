000000 *> ................................................................... <*
000000 *> CBL - AUTHCHK                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/17 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/17 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> CICS SECURITY CHECK EVERY SCREEN LINKS TO BEFORE IT SHOWS DATA
000000 *> (REQUEST I) AND AGAIN BEFORE IT APPLIES AN UPDATE (REQUEST U).
000000 *> THE SIGNED-ON USER'S LEVEL FOR THE CALLING SCREEN IS READ
000000 *> FROM THE USERAUTH KSDS: INQUIRE (I) ALLOWS LOOKING ONLY,
000000 *> UPDATE (U) ALLOWS BOTH, NO RECORD ALLOWS NOTHING. A REFUSAL
000000 *> IS WRITTEN TO THE SECVIOL KSDS - WHO, WHERE, WHEN, WHICH
000000 *> SCREEN, WHAT WAS ASKED FOR AND WHAT THE SCREEN WOULD HAVE
000000 *> TOUCHED - BEFORE THE ANSWER GOES BACK, SO NO SCREEN CAN
000000 *> FORGET TO LOG IT. IF USERAUTH CANNOT BE READ THE ANSWER IS
000000 *> E AND THE SCREEN REFUSES TOO: NOTHING IS SHOWN OR CHANGED
000000 *> WHILE THE CHECK ITSELF IS DOWN. THE COMMAREA IS AUTHLINK.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AUTHCHK.
000120 ENVIRONMENT DIVISION.
000130 DATA DIVISION.
000140 WORKING-STORAGE SECTION.
000150     COPY AUTHLINK.
000160     COPY UAUTHREC.
000170     COPY SECVREC.
000180     77 WS-RESP        PIC S9(8) COMP.
000190     77 WS-ABSTIME     PIC S9(15) COMP-3.
000200     77 WS-HIST-DATE   PIC 9(6).
000210*>   FORMATTIME TIME() FILLS EIGHT BYTES - ONLY THE FIRST SIX
000220*>   (HHMMSS) GO TO THE VIOLATION KEY.
000230     77 WS-HIST-TIME   PIC 9(8).
000240     77 WS-TASK-QUOT   PIC S9(7) COMP-3.
000250     77 WS-AUTH-LEN    PIC S9(4) COMP VALUE 48.
000260 LINKAGE SECTION.
000270 01  DFHCOMMAREA       PIC X(48).
000280 PROCEDURE DIVISION.
000290 0000-MAIN.
000300*>    A CALLER THAT PASSED NO COMMAREA GETS NO ANSWER, WHICH THE
000310*>    SCREENS TREAT AS A REFUSAL.
000320     IF EIBCALEN < WS-AUTH-LEN
000330         EXEC CICS RETURN
000340         END-EXEC
000350     END-IF.
000360     MOVE DFHCOMMAREA TO AUTHCHK-AREA.
000370     EXEC CICS ASSIGN USERID(AUTH-USERID)
000380     END-EXEC.
000390     PERFORM 1000-CHECK-LEVEL THRU 1000-EXIT.
000400     IF AUTH-REFUSED
000410         PERFORM 2000-LOG-VIOLATION THRU 2000-EXIT
000420     END-IF.
000430     MOVE AUTHCHK-AREA TO DFHCOMMAREA.
000440     EXEC CICS RETURN
000450     END-EXEC.
000460
000470*>    UPDATE COVERS INQUIRE; INQUIRE DOES NOT COVER UPDATE.
000480 1000-CHECK-LEVEL.
000490     MOVE 'N' TO AUTH-RESULT.
000500     MOVE AUTH-USERID TO UAUTH-USERID.
000510     MOVE AUTH-PROGRAM TO UAUTH-PROGRAM.
000520     EXEC CICS READ FILE('USERAUTH')
000530         INTO(UAUTH-RECORD)
000540         RIDFLD(UAUTH-KEY)
000550         RESP(WS-RESP)
000560     END-EXEC.
000570     IF WS-RESP = DFHRESP(NOTFND)
000580         MOVE SPACE TO UAUTH-LEVEL
000590         GO TO 1000-EXIT
000600     END-IF.
000610     IF WS-RESP NOT = DFHRESP(NORMAL)
000620         MOVE 'E' TO AUTH-RESULT
000630         GO TO 1000-EXIT
000640     END-IF.
000650     IF UAUTH-UPDATE
000660         MOVE 'Y' TO AUTH-RESULT
000670         GO TO 1000-EXIT
000680     END-IF.
000690     IF UAUTH-INQUIRE AND AUTH-WANTS-INQUIRE
000700         MOVE 'Y' TO AUTH-RESULT
000710     END-IF.
000720 1000-EXIT.
000730     EXIT.
000740
000750*>    A FAILED LOG WRITE DOES NOT TURN A REFUSAL INTO A YES - THE
000760*>    USER IS STILL REFUSED; SECRPT SHOWS A GAP IN THE TRAIL.
000770 2000-LOG-VIOLATION.
000780     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
000790     END-EXEC.
000800     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
000810         YYMMDD(WS-HIST-DATE)
000820         TIME(WS-HIST-TIME)
000830     END-EXEC.
000840     MOVE WS-HIST-DATE TO SVIO-DATE.
000850     MOVE WS-HIST-TIME(1:6) TO SVIO-TIME.
000860     DIVIDE EIBTASKN BY 100 GIVING WS-TASK-QUOT
000870         REMAINDER SVIO-SEQ.
000880     MOVE AUTH-USERID TO SVIO-USERID.
000890     MOVE EIBTRMID TO SVIO-TERMID.
000900     MOVE AUTH-PROGRAM TO SVIO-PROGRAM.
000910     MOVE AUTH-REQUEST TO SVIO-REQUEST.
000920     MOVE UAUTH-LEVEL TO SVIO-HELD-LEVEL.
000930     MOVE AUTH-DETAIL TO SVIO-DETAIL.
000940     EXEC CICS WRITE FILE('SECVIOL')
000950         FROM(SVIO-RECORD)
000960         RIDFLD(SVIO-KEY)
000970         RESP(WS-RESP)
000980     END-EXEC.
000990 2000-EXIT.
001000     EXIT.
