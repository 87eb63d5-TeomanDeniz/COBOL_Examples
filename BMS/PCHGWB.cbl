000000 *> ................................................................... <*
000000 *> CBL - PCHGWB                           :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/16 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/16 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> CICS REVIEW SCREEN FOR THE FOUR-EYES CONTROL OVER REFERENCE-
000000 *> DATA MAINTENANCE - THE ONLINE EQUIVALENT OF THE PCHGREV
000000 *> DECISION CARDS. THE REVIEWER KEYS A PENDING-CHANGE KEY (OR
000000 *> LEAVES IT BLANK FOR THE OLDEST PENDING CHANGE SOMEBODY ELSE
000000 *> SUBMITTED), SEES THE TARGET FILE, THE SUBMITTER AND THE
000000 *> MAINTENANCE CARD ITSELF, AND KEYS A TO APPROVE OR R TO
000000 *> REJECT - A REJECT MUST SAY WHY. THE RULE IS THE SAME AS IN
000000 *> BATCH: ONLY A PENDING CHANGE CAN BE DECIDED, AND NEVER BY THE
000000 *> CICS USER WHO SUBMITTED IT. THE DECISION GOES STRAIGHT ONTO
000000 *> THE PENDCHG RECORD WITH THE USERID, TERMINAL, DATE AND TIME;
000000 *> THE RECORD IS KEPT AFTER THE CHANGE IS APPLIED, SO IT IS ITS
000000 *> OWN HISTORY. NOTHING IS APPLIED HERE - THE NEXT RUN OF THE
000000 *> TARGET FILE'S MAINTENANCE JOB APPLIES WHAT IS APPROVED.
000000 *> 2026/09/17 TD - SIGNED-ON USER MUST HOLD INQUIRE AUTHORITY
000000 *>                 FOR THIS SCREEN ON USERAUTH (CHECKED BY
000000 *>                 AUTHCHK) BEFORE ANYTHING IS SHOWN, AND
000000 *>                 UPDATE AUTHORITY BEFORE ANY CHANGE IS MADE.
000000 *>                 REFUSALS ARE LOGGED ON SECVIOL.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PCHGWB.
000120 ENVIRONMENT DIVISION.
000130 DATA DIVISION.
000140 WORKING-STORAGE SECTION.
000150     COPY PCHG1.
000160     COPY PCHGREC.
000165     COPY AUTHLINK.
000170     77 WS-RESP        PIC S9(8) COMP.
000180     77 WS-MSG-LINE    PIC X(70).
000185     77 WS-AUTH-LEN    PIC S9(4) COMP VALUE 48.
000190     77 WS-ABSTIME     PIC S9(15) COMP-3.
000200     77 WS-REV-DATE    PIC 9(6).
000210*>   FORMATTIME TIME() FILLS EIGHT BYTES - ONLY THE FIRST SIX
000220*>   (HHMMSS) GO TO THE PENDING-CHANGE RECORD.
000230     77 WS-REV-TIME    PIC 9(8).
000240     77 WS-USERID      PIC X(8).
000250     77 WS-FOUND-SW    PIC X VALUE 'N'.
000260         88 CHANGE-FOUND VALUE 'Y'.
000270     77 WS-BROWSE-SW   PIC X VALUE 'N'.
000280         88 BROWSE-DONE VALUE 'Y'.
000290     77 WS-DECISION    PIC X VALUE SPACE.
000300         88 DECISION-APPROVE VALUE 'A'.
000310         88 DECISION-REJECT VALUE 'R'.
000320 PROCEDURE DIVISION.
000330 0000-MAIN.
000340     EXEC CICS HANDLE CONDITION
000350         MAPFAIL(9000-MAPFAIL)
000360     END-EXEC.
000365     PERFORM 7000-CHECK-INQUIRE THRU 7000-EXIT.
000370     PERFORM 2000-SEND-SCREEN THRU 2000-EXIT.
000380     PERFORM 3000-RECEIVE-SCREEN THRU 3000-EXIT.
000390     EXEC CICS ASSIGN USERID(WS-USERID)
000400     END-EXEC.
000410     PERFORM 4000-FIND-CHANGE THRU 4000-EXIT.
000420     IF CHANGE-FOUND
000430         PERFORM 5000-SHOW-CHANGE THRU 5000-EXIT
000440         MOVE PDECNI TO WS-DECISION
000450         IF DECISION-APPROVE OR DECISION-REJECT
000460             PERFORM 6000-RECORD-DECISION THRU 6000-EXIT
000470         END-IF
000480     END-IF.
000490     PERFORM 8000-SEND-RESULT THRU 8000-EXIT.
000500     EXEC CICS RETURN
000510     END-EXEC.
000520
000530 2000-SEND-SCREEN.
000540     EXEC CICS SEND MAP('PCHG1')
000550         MAPSET('PCHGSCR')
000560         FROM(PCHG1O)
000570         ERASE
000580     END-EXEC.
000590 2000-EXIT.
000600     EXIT.
000610
000620 3000-RECEIVE-SCREEN.
000630     EXEC CICS RECEIVE MAP('PCHG1')
000640         MAPSET('PCHGSCR')
000650         INTO(PCHG1I)
000660     END-EXEC.
000670 3000-EXIT.
000680     EXIT.
000690
000700*>    A KEYED CHANGE IS READ WHATEVER ITS STATUS; A BLANK KEY
000710*>    BROWSES PENDCHG FROM THE START FOR THE FIRST CHANGE STILL
000720*>    PENDING THAT THIS USER DID NOT SUBMIT.
000730 4000-FIND-CHANGE.
000740     MOVE 'N' TO WS-FOUND-SW.
000750     IF PKEYI NOT = SPACES AND PKEYI NOT = LOW-VALUES
000760         MOVE PKEYI TO PCHG-KEY
000770         EXEC CICS READ FILE('PENDCHG')
000780             INTO(PCHG-RECORD)
000790             RIDFLD(PCHG-KEY)
000800             RESP(WS-RESP)
000810         END-EXEC
000820         IF WS-RESP = DFHRESP(NORMAL)
000830             MOVE 'Y' TO WS-FOUND-SW
000840         ELSE
000850             MOVE 'NO PENDING CHANGE WITH THAT KEY'
000860                 TO WS-MSG-LINE
000870         END-IF
000880         GO TO 4000-EXIT
000890     END-IF.
000900     MOVE LOW-VALUES TO PCHG-KEY.
000910     EXEC CICS STARTBR FILE('PENDCHG')
000920         RIDFLD(PCHG-KEY)
000930         GTEQ
000940         RESP(WS-RESP)
000950     END-EXEC.
000960     IF WS-RESP NOT = DFHRESP(NORMAL)
000970         MOVE 'NO CHANGES SUBMITTED' TO WS-MSG-LINE
000980         GO TO 4000-EXIT
000990     END-IF.
001000     MOVE 'N' TO WS-BROWSE-SW.
001010     PERFORM 4100-NEXT-PENDING THRU 4100-EXIT
001020         UNTIL BROWSE-DONE.
001030     EXEC CICS ENDBR FILE('PENDCHG')
001040     END-EXEC.
001050     IF NOT CHANGE-FOUND
001060         MOVE 'NOTHING WAITING FOR YOUR REVIEW' TO WS-MSG-LINE
001070     END-IF.
001080 4000-EXIT.
001090     EXIT.
001100
001110 4100-NEXT-PENDING.
001120     EXEC CICS READNEXT FILE('PENDCHG')
001130         INTO(PCHG-RECORD)
001140         RIDFLD(PCHG-KEY)
001150         RESP(WS-RESP)
001160     END-EXEC.
001170     IF WS-RESP NOT = DFHRESP(NORMAL)
001180         MOVE 'Y' TO WS-BROWSE-SW
001190         GO TO 4100-EXIT
001200     END-IF.
001210     IF PCHG-PENDING AND PCHG-SUB-USERID NOT = WS-USERID
001220         MOVE 'Y' TO WS-FOUND-SW
001230         MOVE 'Y' TO WS-BROWSE-SW
001240     END-IF.
001250 4100-EXIT.
001260     EXIT.
001270
001280 5000-SHOW-CHANGE.
001290     MOVE PCHG-KEY TO PKEYO.
001300     MOVE PCHG-TARGET TO PTGTO.
001310     MOVE PCHG-ENTITY TO PENTO.
001320     MOVE PCHG-SUB-USERID TO PSUBBYO.
001330     MOVE PCHG-SUB-DATE TO PSUBDTO.
001340     MOVE PCHG-STATUS TO PSTATO.
001350     MOVE PCHG-REV-USERID TO PREVBYO.
001360     MOVE PCHG-CARD(1:64) TO PCARD1O.
001370     MOVE PCHG-CARD(65:63) TO PCARD2O.
001380     IF NOT PCHG-PENDING
001390         MOVE 'NOT PENDING - SHOWN FOR REFERENCE ONLY'
001400             TO WS-MSG-LINE
001410         GO TO 5000-EXIT
001420     END-IF.
001430     IF PCHG-SUB-USERID = WS-USERID
001440         MOVE 'YOUR OWN CHANGE - A SECOND USER MUST REVIEW IT'
001450             TO WS-MSG-LINE
001460     ELSE
001470         MOVE 'PENDING - KEY A TO APPROVE, OR R AND A REASON'
001480             TO WS-MSG-LINE
001490     END-IF.
001500 5000-EXIT.
001510     EXIT.
001520
001530*>    THE RECORD IS READ AGAIN FOR UPDATE AND MUST STILL BE
001540*>    PENDING - ANOTHER REVIEWER, OR TONIGHT'S EXPIRY, MAY HAVE
001550*>    GOT THERE SINCE IT WAS SHOWN.
001560 6000-RECORD-DECISION.
001561     MOVE 'U' TO AUTH-REQUEST.
001562     MOVE PCHG-KEY TO AUTH-DETAIL.
001563     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
001564     IF NOT AUTH-ALLOWED
001565         GO TO 6000-EXIT
001566     END-IF.
001570*>    A DECISION KEYED AGAINST A BLANK KEY WOULD LAND ON WHATEVER
001580*>    CHANGE THE BROWSE FOUND - THE REVIEWER HAS NOT SEEN IT YET.
001590     IF PKEYI = SPACES OR PKEYI = LOW-VALUES
001600         MOVE 'CHANGE SHOWN - REVIEW IT, THEN KEY THE DECISION'
001610             TO WS-MSG-LINE
001620         GO TO 6000-EXIT
001630     END-IF.
001640     IF DECISION-REJECT
001650         AND (PRSNI = SPACES OR PRSNI = LOW-VALUES)
001660         MOVE 'A REJECT NEEDS A REASON - NOTHING RECORDED'
001670             TO WS-MSG-LINE
001680         GO TO 6000-EXIT
001690     END-IF.
001700     EXEC CICS READ FILE('PENDCHG')
001710         INTO(PCHG-RECORD)
001720         RIDFLD(PCHG-KEY)
001730         UPDATE
001740         RESP(WS-RESP)
001750     END-EXEC.
001760     IF WS-RESP NOT = DFHRESP(NORMAL)
001770         MOVE 'PENDCHG READ FAILED - NOTHING RECORDED, TELL OPS'
001780             TO WS-MSG-LINE
001790         GO TO 6000-EXIT
001800     END-IF.
001810     IF NOT PCHG-PENDING
001820         EXEC CICS UNLOCK FILE('PENDCHG')
001830         END-EXEC
001840         MOVE 'NO LONGER PENDING - NOTHING RECORDED'
001850             TO WS-MSG-LINE
001860         GO TO 6000-EXIT
001870     END-IF.
001880     IF PCHG-SUB-USERID = WS-USERID
001890         EXEC CICS UNLOCK FILE('PENDCHG')
001900         END-EXEC
001910         MOVE 'YOU SUBMITTED THIS CHANGE - NOTHING RECORDED'
001920             TO WS-MSG-LINE
001930         GO TO 6000-EXIT
001940     END-IF.
001950     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
001960     END-EXEC.
001970     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
001980         YYMMDD(WS-REV-DATE)
001990         TIME(WS-REV-TIME)
002000     END-EXEC.
002010     MOVE WS-DECISION TO PCHG-STATUS.
002020     MOVE WS-USERID TO PCHG-REV-USERID.
002030     MOVE EIBTRMID TO PCHG-REV-TERMID.
002040     MOVE WS-REV-DATE TO PCHG-REV-DATE.
002050     MOVE WS-REV-TIME(1:6) TO PCHG-REV-TIME.
002060     IF DECISION-REJECT
002070         MOVE PRSNI TO PCHG-REV-REASON
002080     ELSE
002090         MOVE SPACES TO PCHG-REV-REASON
002100     END-IF.
002110     EXEC CICS REWRITE FILE('PENDCHG')
002120         FROM(PCHG-RECORD)
002130         RESP(WS-RESP)
002140     END-EXEC.
002150     IF WS-RESP NOT = DFHRESP(NORMAL)
002160         MOVE 'PENDCHG REWRITE FAILED - TELL OPS'
002170             TO WS-MSG-LINE
002180         GO TO 6000-EXIT
002190     END-IF.
002200     MOVE PCHG-STATUS TO PSTATO.
002210     MOVE PCHG-REV-USERID TO PREVBYO.
002220     IF DECISION-APPROVE
002230         MOVE 'APPROVED - THE NEXT MAINTENANCE RUN APPLIES IT'
002240             TO WS-MSG-LINE
002250     ELSE
002260         MOVE 'REJECTED - IT WILL NOT BE APPLIED'
002270             TO WS-MSG-LINE
002280     END-IF.
002290 6000-EXIT.
002300     EXIT.
002310
002320*>    NOTHING IS READ OR SHOWN UNTIL AUTHCHK HAS CONFIRMED AT
002330*>    LEAST INQUIRE AUTHORITY FOR THIS SCREEN. A REFUSAL CLEARS
002340*>    THE SCREEN AND ENDS THE TASK.
002350 7000-CHECK-INQUIRE.
002360     MOVE 'I' TO AUTH-REQUEST.
002370     MOVE SPACES TO AUTH-DETAIL.
002380     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
002390     IF AUTH-ALLOWED
002400         GO TO 7000-EXIT
002410     END-IF.
002420     MOVE LOW-VALUES TO PCHG1O.
002430     MOVE WS-MSG-LINE TO MSGLINO.
002440     EXEC CICS SEND MAP('PCHG1')
002450         MAPSET('PCHGSCR')
002460         FROM(PCHG1O)
002470         ERASE
002480     END-EXEC.
002490     EXEC CICS RETURN
002500     END-EXEC.
002510 7000-EXIT.
002520     EXIT.
002530
002540*>    ASKS AUTHCHK ON BEHALF OF THIS SCREEN. AUTHCHK HAS ALREADY
002550*>    LOGGED ANY REFUSAL ON SECVIOL; HERE IT ONLY BECOMES THE
002560*>    MESSAGE. NO ANSWER AT ALL COUNTS AS A REFUSAL.
002570 7100-CHECK-AUTHORITY.
002580     MOVE 'PCHGWB' TO AUTH-PROGRAM.
002590     MOVE SPACE TO AUTH-RESULT.
002600     EXEC CICS LINK PROGRAM('AUTHCHK')
002610         COMMAREA(AUTHCHK-AREA)
002620         LENGTH(WS-AUTH-LEN)
002630         RESP(WS-RESP)
002640     END-EXEC.
002650     IF WS-RESP NOT = DFHRESP(NORMAL)
002660         MOVE 'E' TO AUTH-RESULT
002670     END-IF.
002680     EVALUATE TRUE
002690         WHEN AUTH-ALLOWED
002700             CONTINUE
002710         WHEN AUTH-REFUSED AND AUTH-WANTS-INQUIRE
002720             MOVE 'NOT AUTHORIZED FOR THIS SCREEN - LOGGED'
002730                 TO WS-MSG-LINE
002740         WHEN AUTH-REFUSED
002750             MOVE 'NOT AUTHORIZED TO UPDATE - NOTHING CHANGED'
002760                 TO WS-MSG-LINE
002770         WHEN OTHER
002780             MOVE 'SECURITY CHECK UNAVAILABLE - TELL OPS'
002790                 TO WS-MSG-LINE
002800     END-EVALUATE.
002810 7100-EXIT.
002820     EXIT.
002830
002840 8000-SEND-RESULT.
002850     MOVE WS-MSG-LINE TO MSGLINO.
002860     EXEC CICS SEND MAP('PCHG1')
002870         MAPSET('PCHGSCR')
002880         FROM(PCHG1O)
002890         DATAONLY
002900     END-EXEC.
002910 8000-EXIT.
002920     EXIT.
002930
002940 9000-MAPFAIL.
002950     MOVE 'NO DATA ENTERED - NOTHING TO SHOW' TO WS-MSG-LINE.
002960     MOVE WS-MSG-LINE TO MSGLINO.
002970     EXEC CICS SEND MAP('PCHG1')
002980         MAPSET('PCHGSCR')
002990         FROM(PCHG1O)
003000         DATAONLY
003010     END-EXEC.
003020     EXEC CICS RETURN
003030     END-EXEC.
003040 9000-EXIT.
003050     EXIT.
