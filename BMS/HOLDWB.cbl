000000 *> ................................................................... <*
000000 *> CBL - HOLDWB                           :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/15 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/15 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> CICS HIGH-VALUE HOLD QUEUE FOR THE APPROVING SUPERVISORS. THE
000000 *> FRONT-END EDIT FILES EVERY DETAIL ABOVE ITS CURRENCY'S LIMIT
000000 *> ON THE HOLDFILE KSDS INSTEAD OF LETTING IT POST; HERE A
000000 *> SUPERVISOR KEYS ITS TRANSACTION REFERENCE (OR LEAVES IT BLANK
000000 *> FOR THE OLDEST ITEM STILL PENDING), SEES THE HELD DETAIL AND
000000 *> KEYS A TO APPROVE OR D TO DECLINE - A DECLINE MUST SAY WHY.
000000 *> EACH ENTITY'S STREAM HOLDS ON ITS OWN HOLDFILE: A BLANK
000000 *> ENTITY WORKS THE HOME ONE (FILE HOLDFILE), ANY OTHER CODE
000000 *> THE FILE DEFINED AS HOLD PLUS THE CODE (HOLDE2 FOR E2).
000000 *> THE DECISION IS WRITTEN STRAIGHT ONTO THE HOLD RECORD WITH
000000 *> THE CICS USERID, TERMINAL, DATE AND TIME, AND A HOLDHST
000000 *> DECISION-HISTORY RECORD IS WRITTEN THE WAY SUSPWB RECORDS
000000 *> ITS CORRECTIONS IN SUSPHST. NOTHING MOVES UNTIL TONIGHT:
000000 *> SUSPRECY RELEASES APPROVED ITEMS TO THE RECYCLE FILE AND
000000 *> FILES DECLINED ONES IN SUSPENSE. ONLY A PENDING ITEM CAN BE
000000 *> DECIDED - A DECISION IS FINAL ONCE KEYED.
000000 *> 2026/09/17 TD - SIGNED-ON USER MUST HOLD INQUIRE AUTHORITY
000000 *>                 FOR THIS SCREEN ON USERAUTH (CHECKED BY
000000 *>                 AUTHCHK) BEFORE ANYTHING IS SHOWN, AND
000000 *>                 UPDATE AUTHORITY BEFORE ANY CHANGE IS MADE.
000000 *>                 REFUSALS ARE LOGGED ON SECVIOL.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. HOLDWB.
000120 ENVIRONMENT DIVISION.
000130 DATA DIVISION.
000140 WORKING-STORAGE SECTION.
000150     COPY HOLD1.
000160     COPY HOLDREC.
000170     COPY HOLDHST.
000175     COPY AUTHLINK.
000180     77 WS-RESP        PIC S9(8) COMP.
000190     77 WS-MSG-LINE    PIC X(70).
000195     77 WS-AUTH-LEN    PIC S9(4) COMP VALUE 48.
000200     77 WS-ABSTIME     PIC S9(15) COMP-3.
000210     77 WS-HIST-DATE   PIC 9(6).
000220*>   FORMATTIME TIME() FILLS EIGHT BYTES - ONLY THE FIRST SIX
000230*>   (HHMMSS) GO TO THE HOLD RECORD AND THE HISTORY KEY.
000240     77 WS-HIST-TIME   PIC 9(8).
000250     77 WS-TASK-QUOT   PIC S9(7) COMP-3.
000260     77 WS-FOUND-SW    PIC X VALUE 'N'.
000270         88 ITEM-FOUND VALUE 'Y'.
000280     77 WS-BROWSE-SW   PIC X VALUE 'N'.
000290         88 BROWSE-DONE VALUE 'Y'.
000300     77 WS-DECISION    PIC X VALUE SPACE.
000310         88 DECISION-APPROVE VALUE 'A'.
000320         88 DECISION-DECLINE VALUE 'D'.
000330     77 WS-LIMIT-EDIT  PIC ZZZZ9.99.
000340     77 WS-HOLD-FILE   PIC X(8) VALUE 'HOLDFILE'.
000350 PROCEDURE DIVISION.
000360 0000-MAIN.
000370     EXEC CICS HANDLE CONDITION
000380         MAPFAIL(9000-MAPFAIL)
000390     END-EXEC.
000395     PERFORM 7000-CHECK-INQUIRE THRU 7000-EXIT.
000400     PERFORM 2000-SEND-SCREEN THRU 2000-EXIT.
000410     PERFORM 3000-RECEIVE-SCREEN THRU 3000-EXIT.
000420     PERFORM 4000-FIND-HOLD THRU 4000-EXIT.
000430     IF ITEM-FOUND
000440         PERFORM 5000-SHOW-ITEM THRU 5000-EXIT
000450         MOVE HDECNI TO WS-DECISION
000460         IF DECISION-APPROVE OR DECISION-DECLINE
000470             PERFORM 6000-RECORD-DECISION THRU 6000-EXIT
000480         END-IF
000490     END-IF.
000500     PERFORM 8000-SEND-RESULT THRU 8000-EXIT.
000510     EXEC CICS RETURN
000520     END-EXEC.
000530
000540 2000-SEND-SCREEN.
000550     EXEC CICS SEND MAP('HOLD1')
000560         MAPSET('HOLDSCR')
000570         FROM(HOLD1O)
000580         ERASE
000590     END-EXEC.
000600 2000-EXIT.
000610     EXIT.
000620
000630 3000-RECEIVE-SCREEN.
000640     EXEC CICS RECEIVE MAP('HOLD1')
000650         MAPSET('HOLDSCR')
000660         INTO(HOLD1I)
000670     END-EXEC.
000680 3000-EXIT.
000690     EXIT.
000700
000710*>    A KEYED REFERENCE READS THAT ONE ITEM, WHATEVER ITS STATUS;
000720*>    A BLANK REFERENCE BROWSES HOLDFILE FROM THE START FOR THE
000730*>    FIRST ITEM STILL WAITING FOR A DECISION.
000740 4000-FIND-HOLD.
000750     MOVE 'N' TO WS-FOUND-SW.
000760     MOVE 'HOLDFILE' TO WS-HOLD-FILE.
000770     IF HENTI NOT = SPACES AND HENTI NOT = LOW-VALUES
000780         MOVE SPACES TO WS-HOLD-FILE
000790         STRING 'HOLD' HENTI DELIMITED BY SIZE
000800             INTO WS-HOLD-FILE
000810     END-IF.
000820     IF HREFI NOT = SPACES AND HREFI NOT = LOW-VALUES
000830         MOVE HREFI TO HOLD-REF
000840         EXEC CICS READ FILE(WS-HOLD-FILE)
000850             INTO(HOLD-RECORD)
000860             RIDFLD(HOLD-KEY)
000870             RESP(WS-RESP)
000880         END-EXEC
000890         IF WS-RESP = DFHRESP(NORMAL)
000900             MOVE 'Y' TO WS-FOUND-SW
000910         ELSE
000920             MOVE 'NO HELD ITEM FOR THAT REFERENCE'
000930                 TO WS-MSG-LINE
000940         END-IF
000950         GO TO 4000-EXIT
000960     END-IF.
000970     MOVE LOW-VALUES TO HOLD-KEY.
000980     EXEC CICS STARTBR FILE(WS-HOLD-FILE)
000990         RIDFLD(HOLD-KEY)
001000         GTEQ
001010         RESP(WS-RESP)
001020     END-EXEC.
001030     IF WS-RESP NOT = DFHRESP(NORMAL)
001040         MOVE 'NOTHING ON HOLD' TO WS-MSG-LINE
001050         GO TO 4000-EXIT
001060     END-IF.
001070     MOVE 'N' TO WS-BROWSE-SW.
001080     PERFORM 4100-NEXT-PENDING THRU 4100-EXIT
001090         UNTIL BROWSE-DONE.
001100     EXEC CICS ENDBR FILE(WS-HOLD-FILE)
001110     END-EXEC.
001120     IF NOT ITEM-FOUND
001130         MOVE 'NOTHING WAITING FOR A DECISION' TO WS-MSG-LINE
001140     END-IF.
001150 4000-EXIT.
001160     EXIT.
001170
001180 4100-NEXT-PENDING.
001190     EXEC CICS READNEXT FILE(WS-HOLD-FILE)
001200         INTO(HOLD-RECORD)
001210         RIDFLD(HOLD-KEY)
001220         RESP(WS-RESP)
001230     END-EXEC.
001240     IF WS-RESP NOT = DFHRESP(NORMAL)
001250         MOVE 'Y' TO WS-BROWSE-SW
001260         GO TO 4100-EXIT
001270     END-IF.
001280     IF HOLD-PENDING
001290         MOVE 'Y' TO WS-FOUND-SW
001300         MOVE 'Y' TO WS-BROWSE-SW
001310     END-IF.
001320 4100-EXIT.
001330     EXIT.
001340
001350 5000-SHOW-ITEM.
001360     MOVE HOLD-REF TO HREFO.
001370     MOVE HOLD-DATE TO HDATEO.
001380     MOVE HOLD-STATUS TO HSTATO.
001390     MOVE HOLD-NUM1(1:8) TO HNUM1O.
001400     MOVE HOLD-NUM2(1:8) TO HNUM2O.
001410     MOVE HOLD-CURRENCY TO HCURRO.
001420     MOVE HOLD-ACCOUNT TO HACCTO.
001430     MOVE HOLD-LIMIT TO WS-LIMIT-EDIT.
001440     MOVE WS-LIMIT-EDIT TO HLIMITO.
001450     MOVE HOLD-DEC-USERID TO HDECBYO.
001460     IF HOLD-PENDING
001470         MOVE 'PENDING - KEY A TO APPROVE, OR D AND A REASON'
001480             TO WS-MSG-LINE
001490     ELSE
001500         MOVE 'ALREADY DECIDED - SHOWN FOR REFERENCE ONLY'
001510             TO WS-MSG-LINE
001520     END-IF.
001530 5000-EXIT.
001540     EXIT.
001550
001560*>    THE RECORD IS READ AGAIN FOR UPDATE AND MUST STILL BE
001570*>    PENDING - ANOTHER SUPERVISOR MAY HAVE DECIDED IT SINCE IT
001580*>    WAS SHOWN. THE DECISION AND WHO MADE IT GO ON THE HOLD
001590*>    RECORD FOR SUSPRECY, AND ON HOLDHST FOR THE AUDITORS.
001600 6000-RECORD-DECISION.
001601     MOVE 'U' TO AUTH-REQUEST.
001602     MOVE HOLD-REF TO AUTH-DETAIL.
001603     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
001604     IF NOT AUTH-ALLOWED
001605         GO TO 6000-EXIT
001606     END-IF.
001610*>    A DECISION KEYED AGAINST A BLANK REFERENCE WOULD LAND ON
001620*>    WHATEVER ITEM THE BROWSE FOUND - THE SUPERVISOR HAS NOT
001630*>    SEEN IT YET.
001640     IF HREFI = SPACES OR HREFI = LOW-VALUES
001650         MOVE 'ITEM SHOWN - REVIEW IT, THEN KEY THE DECISION'
001660             TO WS-MSG-LINE
001670         GO TO 6000-EXIT
001680     END-IF.
001690     IF DECISION-DECLINE
001700         AND (HRSNI = SPACES OR HRSNI = LOW-VALUES)
001710         MOVE 'A DECLINE NEEDS A REASON - NOTHING RECORDED'
001720             TO WS-MSG-LINE
001730         GO TO 6000-EXIT
001740     END-IF.
001750     EXEC CICS READ FILE(WS-HOLD-FILE)
001760         INTO(HOLD-RECORD)
001770         RIDFLD(HOLD-KEY)
001780         UPDATE
001790         RESP(WS-RESP)
001800     END-EXEC.
001810     IF WS-RESP NOT = DFHRESP(NORMAL)
001820         MOVE 'HOLDFILE READ FAILED - NOTHING RECORDED, TELL OPS'
001830             TO WS-MSG-LINE
001840         GO TO 6000-EXIT
001850     END-IF.
001860     IF NOT HOLD-PENDING
001870         EXEC CICS UNLOCK FILE(WS-HOLD-FILE)
001880         END-EXEC
001890         MOVE 'ALREADY DECIDED BY ANOTHER USER - NOTHING RECORDED'
001900             TO WS-MSG-LINE
001910         GO TO 6000-EXIT
001920     END-IF.
001930     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
001940     END-EXEC.
001950     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
001960         YYMMDD(WS-HIST-DATE)
001970         TIME(WS-HIST-TIME)
001980     END-EXEC.
001990     EXEC CICS ASSIGN USERID(HOLD-DEC-USERID)
002000     END-EXEC.
002010     MOVE EIBTRMID TO HOLD-DEC-TERMID.
002020     MOVE WS-HIST-DATE TO HOLD-DEC-DATE.
002030     MOVE WS-HIST-TIME(1:6) TO HOLD-DEC-TIME.
002040     MOVE WS-DECISION TO HOLD-STATUS.
002050     IF DECISION-DECLINE
002060         MOVE HRSNI TO HOLD-DEC-REASON
002070     ELSE
002080         MOVE SPACES TO HOLD-DEC-REASON
002090     END-IF.
002100     EXEC CICS REWRITE FILE(WS-HOLD-FILE)
002110         FROM(HOLD-RECORD)
002120         RESP(WS-RESP)
002130     END-EXEC.
002140     IF WS-RESP NOT = DFHRESP(NORMAL)
002150         MOVE 'HOLDFILE REWRITE FAILED - TELL OPS'
002160             TO WS-MSG-LINE
002170         GO TO 6000-EXIT
002180     END-IF.
002190     MOVE HOLD-STATUS TO HSTATO.
002200     MOVE HOLD-DEC-USERID TO HDECBYO.
002210     PERFORM 6500-WRITE-HISTORY THRU 6500-EXIT.
002220     IF DECISION-APPROVE
002230         MOVE 'APPROVED - SUSPRECY RELEASES IT TO TONIGHT''S RUN'
002240             TO WS-MSG-LINE
002250     ELSE
002260         MOVE 'DECLINED - SUSPRECY FILES IT IN SUSPENSE TONIGHT'
002270             TO WS-MSG-LINE
002280     END-IF.
002290 6000-EXIT.
002300     EXIT.
002310
002320 6500-WRITE-HISTORY.
002330     MOVE HOLD-DEC-DATE TO HHST-DATE.
002340     MOVE HOLD-DEC-TIME TO HHST-TIME.
002350     DIVIDE EIBTASKN BY 100 GIVING WS-TASK-QUOT
002360         REMAINDER HHST-SEQ.
002370     MOVE HOLD-DEC-USERID TO HHST-USERID.
002380     MOVE HOLD-DEC-TERMID TO HHST-TERMID.
002390     MOVE HENTI TO HHST-ENTITY.
002400     IF HENTI = LOW-VALUES
002410         MOVE SPACES TO HHST-ENTITY
002420     END-IF.
002430     MOVE HOLD-REF TO HHST-REF.
002440     MOVE HOLD-STATUS TO HHST-DECISION.
002450     MOVE HOLD-NUM1(1:8) TO HHST-NUM1.
002460     MOVE HOLD-NUM2(1:8) TO HHST-NUM2.
002470     MOVE HOLD-CURRENCY TO HHST-CURRENCY.
002480     MOVE HOLD-ACCOUNT TO HHST-ACCOUNT.
002490     MOVE HOLD-DEC-REASON TO HHST-REASON.
002500     EXEC CICS WRITE FILE('HOLDHST')
002510         FROM(HHST-RECORD)
002520         RIDFLD(HHST-KEY)
002530         RESP(WS-RESP)
002540     END-EXEC.
002550     IF WS-RESP NOT = DFHRESP(NORMAL)
002560         MOVE 'DECIDED - HISTORY WRITE FAILED, TELL OPS'
002570             TO WS-MSG-LINE
002580     END-IF.
002590 6500-EXIT.
002600     EXIT.
002610
002620*>    NOTHING IS READ OR SHOWN UNTIL AUTHCHK HAS CONFIRMED AT
002630*>    LEAST INQUIRE AUTHORITY FOR THIS SCREEN. A REFUSAL CLEARS
002640*>    THE SCREEN AND ENDS THE TASK.
002650 7000-CHECK-INQUIRE.
002660     MOVE 'I' TO AUTH-REQUEST.
002670     MOVE SPACES TO AUTH-DETAIL.
002680     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
002690     IF AUTH-ALLOWED
002700         GO TO 7000-EXIT
002710     END-IF.
002720     MOVE LOW-VALUES TO HOLD1O.
002730     MOVE WS-MSG-LINE TO MSGLINO.
002740     EXEC CICS SEND MAP('HOLD1')
002750         MAPSET('HOLDSCR')
002760         FROM(HOLD1O)
002770         ERASE
002780     END-EXEC.
002790     EXEC CICS RETURN
002800     END-EXEC.
002810 7000-EXIT.
002820     EXIT.
002830
002840*>    ASKS AUTHCHK ON BEHALF OF THIS SCREEN. AUTHCHK HAS ALREADY
002850*>    LOGGED ANY REFUSAL ON SECVIOL; HERE IT ONLY BECOMES THE
002860*>    MESSAGE. NO ANSWER AT ALL COUNTS AS A REFUSAL.
002870 7100-CHECK-AUTHORITY.
002880     MOVE 'HOLDWB' TO AUTH-PROGRAM.
002890     MOVE SPACE TO AUTH-RESULT.
002900     EXEC CICS LINK PROGRAM('AUTHCHK')
002910         COMMAREA(AUTHCHK-AREA)
002920         LENGTH(WS-AUTH-LEN)
002930         RESP(WS-RESP)
002940     END-EXEC.
002950     IF WS-RESP NOT = DFHRESP(NORMAL)
002960         MOVE 'E' TO AUTH-RESULT
002970     END-IF.
002980     EVALUATE TRUE
002990         WHEN AUTH-ALLOWED
003000             CONTINUE
003010         WHEN AUTH-REFUSED AND AUTH-WANTS-INQUIRE
003020             MOVE 'NOT AUTHORIZED FOR THIS SCREEN - LOGGED'
003030                 TO WS-MSG-LINE
003040         WHEN AUTH-REFUSED
003050             MOVE 'NOT AUTHORIZED TO UPDATE - NOTHING CHANGED'
003060                 TO WS-MSG-LINE
003070         WHEN OTHER
003080             MOVE 'SECURITY CHECK UNAVAILABLE - TELL OPS'
003090                 TO WS-MSG-LINE
003100     END-EVALUATE.
003110 7100-EXIT.
003120     EXIT.
003130
003140 8000-SEND-RESULT.
003150     MOVE WS-MSG-LINE TO MSGLINO.
003160     EXEC CICS SEND MAP('HOLD1')
003170         MAPSET('HOLDSCR')
003180         FROM(HOLD1O)
003190         DATAONLY
003200     END-EXEC.
003210 8000-EXIT.
003220     EXIT.
003230
003240 9000-MAPFAIL.
003250     MOVE 'NO DATA ENTERED - NOTHING TO SHOW' TO WS-MSG-LINE.
003260     MOVE WS-MSG-LINE TO MSGLINO.
003270     EXEC CICS SEND MAP('HOLD1')
003280         MAPSET('HOLDSCR')
003290         FROM(HOLD1O)
003300         DATAONLY
003310     END-EXEC.
003320     EXEC CICS RETURN
003330     END-EXEC.
003340 9000-EXIT.
003350     EXIT.
