000000 *> ................................................................... <*
000000 *> CBL - BREGWB                           :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/18 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/18 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> CICS BATCH-REGISTER WORKBENCH FOR THE SUPERVISORS. THE
000000 *> FRONT-END EDIT REJECTS AS A DUPLICATE ANY FEED WHOSE HEADER
000000 *> DATE, SOURCE AND TRAILER HASH ARE ALREADY ON BATCHREG; A
000000 *> SOURCE SYSTEM'S LEGITIMATE CORRECTED RESEND HITS THE SAME
000000 *> ENTRY. HERE THE SUPERVISOR KEYS A HEADER DATE AND SOURCE TO
000000 *> START FROM AND SEES TWELVE REGISTER ENTRIES AT A TIME - WHEN
000000 *> EACH BATCH RAN, WHAT IT CARRIED, ITS STATUS AND ANY RELEASE.
000000 *> KEYING THE FULL KEY (DATE, SOURCE AND THE HASH AS LISTED)
000000 *> WITH ACTION R AND A REASON RELEASES THAT ONE ENTRY: IT IS
000000 *> MARKED O WITH THE CICS USERID, TERMINAL, DATE, TIME AND
000000 *> REASON, AND THE FRONT-END EDIT ACCEPTS THE NEXT RESEND UNDER
000000 *> THAT IDENTITY ONCE, CLEARS THE RELEASE AND FILES IT WITH
000000 *> JRNLSVC FOR JRNLRPT. ACTION C CANCELS A RELEASE NOT YET USED.
000000 *> ONLY AN ACTIVE ENTRY CAN BE RELEASED - A RECALLED ONE ALREADY
000000 *> TAKES ITS RESEND. EACH ENTITY'S STREAM REGISTERS ON ITS OWN
000000 *> BATCHREG: A BLANK ENTITY WORKS THE HOME ONE (FILE BATCHREG),
000000 *> ANY OTHER CODE THE FILE DEFINED AS BREG PLUS THE CODE (BREGE2
000000 *> FOR E2). INQUIRE AUTHORITY ON USERAUTH (AUTHCHK) IS NEEDED TO
000000 *> LIST, UPDATE AUTHORITY TO RELEASE OR CANCEL.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BREGWB.
000120 ENVIRONMENT DIVISION.
000130 DATA DIVISION.
000140 WORKING-STORAGE SECTION.
000150     COPY BREG1.
000160     COPY BATCHREG.
000170     COPY AUTHLINK.
000180     77 WS-RESP        PIC S9(8) COMP.
000190     77 WS-MSG-LINE    PIC X(70) VALUE SPACES.
000200     77 WS-AUTH-LEN    PIC S9(4) COMP VALUE 48.
000210     77 WS-ABSTIME     PIC S9(15) COMP-3.
000220     77 WS-REL-DATE    PIC 9(6).
000230*>   FORMATTIME TIME() FILLS EIGHT BYTES - ONLY THE FIRST SIX
000240*>   (HHMMSS) GO TO THE REGISTER RECORD.
000250     77 WS-REL-TIME    PIC 9(8).
000260     77 WS-BROWSE-SW   PIC X VALUE 'N'.
000270         88 BROWSE-DONE VALUE 'Y'.
000280     77 WS-MORE-SW     PIC X VALUE 'N'.
000290         88 MORE-TO-SHOW VALUE 'Y'.
000300     77 WS-SHOWN       PIC 9(2) VALUE ZERO.
000310     77 WS-ACTION      PIC X VALUE SPACE.
000320         88 ACTION-RELEASE VALUE 'R'.
000330         88 ACTION-CANCEL VALUE 'C'.
000340     77 WS-BREG-FILE   PIC X(8) VALUE 'BATCHREG'.
000350     77 WS-START-KEY   PIC X(28).
000360*>   ONE REGISTER ENTRY AS IT IS LISTED - THE COLUMNS LINE UP
000370*>   UNDER THE HDR1/HDR2 HEADINGS ON THE MAP.
000380 01  WS-SCREEN-LINE.
000390     05 WS-SL-DATE     PIC X(6).
000400     05 FILLER         PIC X.
000410     05 WS-SL-SOURCE   PIC X(8).
000420     05 FILLER         PIC X.
000430     05 WS-SL-HASH     PIC X(14).
000440     05 FILLER         PIC X.
000450     05 WS-SL-RUN-DATE PIC X(6).
000460     05 FILLER         PIC X.
000470     05 WS-SL-COUNT    PIC ZZZZZZ9.
000480     05 FILLER         PIC X.
000490     05 WS-SL-SUPP-NO  PIC X.
000500     05 FILLER         PIC X.
000510     05 WS-SL-STATUS   PIC X.
000520     05 FILLER         PIC X.
000530     05 WS-SL-REL-USER PIC X(8).
000540     05 FILLER         PIC X.
000550     05 WS-SL-REL-DATE PIC X(6).
000560     05 FILLER         PIC X.
000570     05 WS-SL-REASON   PIC X(12).
000580 PROCEDURE DIVISION.
000590 0000-MAIN.
000600     EXEC CICS HANDLE CONDITION
000610         MAPFAIL(9000-MAPFAIL)
000620     END-EXEC.
000630     PERFORM 7000-CHECK-INQUIRE THRU 7000-EXIT.
000640     PERFORM 2000-SEND-SCREEN THRU 2000-EXIT.
000650     PERFORM 3000-RECEIVE-SCREEN THRU 3000-EXIT.
000660     PERFORM 3500-BUILD-KEY THRU 3500-EXIT.
000670     MOVE RACTI TO WS-ACTION.
000680     IF WS-ACTION NOT = SPACE AND WS-ACTION NOT = LOW-VALUE
000690         PERFORM 6000-RELEASE-ACTION THRU 6000-EXIT
000700     END-IF.
000710     PERFORM 4000-LIST-REGISTER THRU 4000-EXIT.
000720     PERFORM 8000-SEND-RESULT THRU 8000-EXIT.
000730     EXEC CICS RETURN
000740     END-EXEC.
000750
000760 2000-SEND-SCREEN.
000770     EXEC CICS SEND MAP('BREG1')
000780         MAPSET('BREGSCR')
000790         FROM(BREG1O)
000800         ERASE
000810     END-EXEC.
000820 2000-EXIT.
000830     EXIT.
000840
000850 3000-RECEIVE-SCREEN.
000860     EXEC CICS RECEIVE MAP('BREG1')
000870         MAPSET('BREGSCR')
000880         INTO(BREG1I)
000890     END-EXEC.
000900 3000-EXIT.
000910     EXIT.
000920
000930*>    THE ENTITY PICKS THE FILE. WHATEVER PART OF THE KEY WAS
000940*>    KEYED GOES INTO BREG-KEY, SPACE-FILLED AS THE EDIT
000950*>    REGISTERS IT; A PART LEFT EMPTY STAYS LOW-VALUES SO THE
000960*>    LIST STARTS FROM THE FIRST ENTRY UNDER WHAT WAS KEYED.
000970 3500-BUILD-KEY.
000980     MOVE 'BATCHREG' TO WS-BREG-FILE.
000990     IF RENTI NOT = SPACES AND RENTI NOT = LOW-VALUES
001000         MOVE SPACES TO WS-BREG-FILE
001010         STRING 'BREG' RENTI DELIMITED BY SIZE
001020             INTO WS-BREG-FILE
001030     END-IF.
001040     MOVE LOW-VALUES TO BREG-KEY.
001050     INSPECT RDATEI REPLACING ALL LOW-VALUES BY SPACES.
001060     INSPECT RSRCI REPLACING ALL LOW-VALUES BY SPACES.
001070     INSPECT RHASHI REPLACING ALL LOW-VALUES BY SPACES.
001080     IF RDATEI NOT = SPACES
001090         MOVE RDATEI TO BREG-KEY(1:6)
001100     END-IF.
001110     IF RSRCI NOT = SPACES
001120         MOVE RSRCI TO BREG-KEY(7:8)
001130     END-IF.
001140     IF RHASHI NOT = SPACES
001150         MOVE RHASHI TO BREG-KEY(15:14)
001160     END-IF.
001170     MOVE BREG-KEY TO WS-START-KEY.
001180 3500-EXIT.
001190     EXIT.
001200
001210*>    BROWSES FROM THE KEYED START FOR UP TO TWELVE ENTRIES. A
001220*>    THIRTEENTH MEANS THERE IS MORE, AND THE MESSAGE LINE GIVES
001230*>    THE KEY TO START THE NEXT PAGE FROM. A MESSAGE ALREADY SET
001240*>    BY A RELEASE OR CANCEL IS LEFT ALONE.
001250 4000-LIST-REGISTER.
001260     MOVE WS-START-KEY TO BREG-KEY.
001270     MOVE ZERO TO WS-SHOWN.
001280     MOVE 'N' TO WS-MORE-SW.
001290     EXEC CICS STARTBR FILE(WS-BREG-FILE)
001300         RIDFLD(BREG-KEY)
001310         GTEQ
001320         RESP(WS-RESP)
001330     END-EXEC.
001340     IF WS-RESP NOT = DFHRESP(NORMAL)
001350         IF WS-MSG-LINE = SPACES
001360             MOVE 'NO REGISTER ENTRIES FROM THAT DATE AND SOURCE'
001370                 TO WS-MSG-LINE
001380         END-IF
001390         GO TO 4000-EXIT
001400     END-IF.
001410     MOVE 'N' TO WS-BROWSE-SW.
001420     PERFORM 4100-NEXT-ENTRY THRU 4100-EXIT
001430         UNTIL BROWSE-DONE.
001440     EXEC CICS ENDBR FILE(WS-BREG-FILE)
001450     END-EXEC.
001460     IF WS-MSG-LINE NOT = SPACES
001470         GO TO 4000-EXIT
001480     END-IF.
001490     EVALUATE TRUE
001500         WHEN WS-SHOWN = ZERO
001510             MOVE 'NO REGISTER ENTRIES FROM THAT DATE AND SOURCE'
001520                 TO WS-MSG-LINE
001530         WHEN MORE-TO-SHOW
001540             STRING 'MORE - KEY DATE ' BREG-DATE
001550                 ' SOURCE ' BREG-SOURCE
001560                 ' HASH ' BREG-KEY(15:14) ' NEXT'
001570                 DELIMITED BY SIZE INTO WS-MSG-LINE
001580         WHEN OTHER
001590             MOVE 'END OF REGISTER - KEY R OR C WITH A FULL KEY'
001600                 TO WS-MSG-LINE
001610     END-EVALUATE.
001620 4000-EXIT.
001630     EXIT.
001640
001650 4100-NEXT-ENTRY.
001660     EXEC CICS READNEXT FILE(WS-BREG-FILE)
001670         INTO(BREG-RECORD)
001680         RIDFLD(BREG-KEY)
001690         RESP(WS-RESP)
001700     END-EXEC.
001710     IF WS-RESP NOT = DFHRESP(NORMAL)
001720         MOVE 'Y' TO WS-BROWSE-SW
001730         GO TO 4100-EXIT
001740     END-IF.
001750     IF WS-SHOWN = 12
001760         MOVE 'Y' TO WS-MORE-SW
001770         MOVE 'Y' TO WS-BROWSE-SW
001780         GO TO 4100-EXIT
001790     END-IF.
001800     ADD 1 TO WS-SHOWN.
001810     PERFORM 5000-FORMAT-ENTRY THRU 5000-EXIT.
001820     MOVE WS-SCREEN-LINE TO RLINEO(WS-SHOWN).
001830 4100-EXIT.
001840     EXIT.
001850
001860 5000-FORMAT-ENTRY.
001870     MOVE SPACES TO WS-SCREEN-LINE.
001880     MOVE BREG-DATE TO WS-SL-DATE.
001890     MOVE BREG-SOURCE TO WS-SL-SOURCE.
001900     MOVE BREG-KEY(15:14) TO WS-SL-HASH.
001910     MOVE BREG-RUN-DATE TO WS-SL-RUN-DATE.
001920     MOVE BREG-COUNT TO WS-SL-COUNT.
001930     MOVE BREG-SUPP-NO TO WS-SL-SUPP-NO.
001940     MOVE BREG-STATUS TO WS-SL-STATUS.
001950     IF BREG-RELEASED
001960         MOVE BREG-REL-USERID TO WS-SL-REL-USER
001970         MOVE BREG-REL-DATE TO WS-SL-REL-DATE
001980         MOVE BREG-REL-REASON TO WS-SL-REASON
001990     END-IF.
002000 5000-EXIT.
002010     EXIT.
002020
002030*>    A RELEASE OR CANCEL NEEDS THE FULL KEY AS LISTED AND UPDATE
002040*>    AUTHORITY. THE ENTRY IS READ FOR UPDATE AND ITS STATUS
002050*>    CHECKED THERE AND THEN - ANOTHER SUPERVISOR, OR THE NIGHT'S
002060*>    EDIT, MAY HAVE CHANGED IT SINCE IT WAS LISTED.
002070 6000-RELEASE-ACTION.
002080     IF NOT ACTION-RELEASE AND NOT ACTION-CANCEL
002090         MOVE 'ACTION MUST BE R (RELEASE) OR C (CANCEL RELEASE)'
002100             TO WS-MSG-LINE
002110         GO TO 6000-EXIT
002120     END-IF.
002130     IF RDATEI = SPACES OR RSRCI = SPACES OR RHASHI = SPACES
002140         MOVE 'KEY FULL DATE, SOURCE, HASH - NOTHING CHANGED'
002150             TO WS-MSG-LINE
002160         GO TO 6000-EXIT
002170     END-IF.
002180     MOVE 'U' TO AUTH-REQUEST.
002190     MOVE BREG-KEY TO AUTH-DETAIL.
002200     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
002210     IF NOT AUTH-ALLOWED
002220         GO TO 6000-EXIT
002230     END-IF.
002240     IF ACTION-RELEASE
002250         AND (RRSNI = SPACES OR RRSNI = LOW-VALUES)
002260         MOVE 'A RELEASE NEEDS A REASON - NOTHING CHANGED'
002270             TO WS-MSG-LINE
002280         GO TO 6000-EXIT
002290     END-IF.
002300     EXEC CICS READ FILE(WS-BREG-FILE)
002310         INTO(BREG-RECORD)
002320         RIDFLD(BREG-KEY)
002330         UPDATE
002340         RESP(WS-RESP)
002350     END-EXEC.
002360     IF WS-RESP = DFHRESP(NOTFND)
002370         MOVE 'NO REGISTER ENTRY FOR THAT KEY - NOTHING CHANGED'
002380             TO WS-MSG-LINE
002390         GO TO 6000-EXIT
002400     END-IF.
002410     IF WS-RESP NOT = DFHRESP(NORMAL)
002420         MOVE 'BATCHREG READ FAILED - NOTHING CHANGED, TELL OPS'
002430             TO WS-MSG-LINE
002440         GO TO 6000-EXIT
002450     END-IF.
002460     IF ACTION-RELEASE
002470         PERFORM 6100-GRANT-RELEASE THRU 6100-EXIT
002480     ELSE
002490         PERFORM 6200-CANCEL-RELEASE THRU 6200-EXIT
002500     END-IF.
002510 6000-EXIT.
002520     EXIT.
002530
002540 6100-GRANT-RELEASE.
002550     IF NOT BREG-ACTIVE
002560         EXEC CICS UNLOCK FILE(WS-BREG-FILE)
002570         END-EXEC
002580         IF BREG-RELEASED
002590             MOVE 'ALREADY RELEASED - NOTHING CHANGED'
002600                 TO WS-MSG-LINE
002610         ELSE
002620             MOVE 'RECALLED - ITS RESEND IS ALREADY ACCEPTED'
002630                 TO WS-MSG-LINE
002640         END-IF
002650         GO TO 6100-EXIT
002660     END-IF.
002670     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
002680     END-EXEC.
002690     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
002700         YYMMDD(WS-REL-DATE)
002710         TIME(WS-REL-TIME)
002720     END-EXEC.
002730     EXEC CICS ASSIGN USERID(BREG-REL-USERID)
002740     END-EXEC.
002750     MOVE EIBTRMID TO BREG-REL-TERMID.
002760     MOVE WS-REL-DATE TO BREG-REL-DATE.
002770     MOVE WS-REL-TIME(1:6) TO BREG-REL-TIME.
002780     MOVE RRSNI TO BREG-REL-REASON.
002790     MOVE 'O' TO BREG-STATUS.
002800     PERFORM 6500-REWRITE-ENTRY THRU 6500-EXIT.
002810     IF WS-RESP = DFHRESP(NORMAL)
002820         MOVE 'RELEASED - THE NEXT RESEND OF THIS BATCH PASSES'
002830             TO WS-MSG-LINE
002840     END-IF.
002850 6100-EXIT.
002860     EXIT.
002870
002880 6200-CANCEL-RELEASE.
002890     IF NOT BREG-RELEASED
002900         EXEC CICS UNLOCK FILE(WS-BREG-FILE)
002910         END-EXEC
002920         MOVE 'NO RELEASE OUTSTANDING ON THAT ENTRY'
002930             TO WS-MSG-LINE
002940         GO TO 6200-EXIT
002950     END-IF.
002960     MOVE SPACE TO BREG-STATUS.
002970     MOVE SPACES TO BREG-REL-USERID.
002980     MOVE SPACES TO BREG-REL-TERMID.
002990     MOVE ZERO TO BREG-REL-DATE.
003000     MOVE ZERO TO BREG-REL-TIME.
003010     MOVE SPACES TO BREG-REL-REASON.
003020     PERFORM 6500-REWRITE-ENTRY THRU 6500-EXIT.
003030     IF WS-RESP = DFHRESP(NORMAL)
003040         MOVE 'RELEASE CANCELLED - A RESEND REJECTS AGAIN'
003050             TO WS-MSG-LINE
003060     END-IF.
003070 6200-EXIT.
003080     EXIT.
003090
003100 6500-REWRITE-ENTRY.
003110     EXEC CICS REWRITE FILE(WS-BREG-FILE)
003120         FROM(BREG-RECORD)
003130         RESP(WS-RESP)
003140     END-EXEC.
003150     IF WS-RESP NOT = DFHRESP(NORMAL)
003160         MOVE 'BATCHREG REWRITE FAILED - TELL OPS'
003170             TO WS-MSG-LINE
003180     END-IF.
003190 6500-EXIT.
003200     EXIT.
003210
003220*>    NOTHING IS READ OR SHOWN UNTIL AUTHCHK HAS CONFIRMED AT
003230*>    LEAST INQUIRE AUTHORITY FOR THIS SCREEN. A REFUSAL CLEARS
003240*>    THE SCREEN AND ENDS THE TASK.
003250 7000-CHECK-INQUIRE.
003260     MOVE 'I' TO AUTH-REQUEST.
003270     MOVE SPACES TO AUTH-DETAIL.
003280     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
003290     IF AUTH-ALLOWED
003300         GO TO 7000-EXIT
003310     END-IF.
003320     MOVE LOW-VALUES TO BREG1O.
003330     MOVE WS-MSG-LINE TO MSGLINO.
003340     EXEC CICS SEND MAP('BREG1')
003350         MAPSET('BREGSCR')
003360         FROM(BREG1O)
003370         ERASE
003380     END-EXEC.
003390     EXEC CICS RETURN
003400     END-EXEC.
003410 7000-EXIT.
003420     EXIT.
003430
003440*>    ASKS AUTHCHK ON BEHALF OF THIS SCREEN. AUTHCHK HAS ALREADY
003450*>    LOGGED ANY REFUSAL ON SECVIOL; HERE IT ONLY BECOMES THE
003460*>    MESSAGE. NO ANSWER AT ALL COUNTS AS A REFUSAL.
003470 7100-CHECK-AUTHORITY.
003480     MOVE 'BREGWB' TO AUTH-PROGRAM.
003490     MOVE SPACE TO AUTH-RESULT.
003500     EXEC CICS LINK PROGRAM('AUTHCHK')
003510         COMMAREA(AUTHCHK-AREA)
003520         LENGTH(WS-AUTH-LEN)
003530         RESP(WS-RESP)
003540     END-EXEC.
003550     IF WS-RESP NOT = DFHRESP(NORMAL)
003560         MOVE 'E' TO AUTH-RESULT
003570     END-IF.
003580     EVALUATE TRUE
003590         WHEN AUTH-ALLOWED
003600             CONTINUE
003610         WHEN AUTH-REFUSED AND AUTH-WANTS-INQUIRE
003620             MOVE 'NOT AUTHORIZED FOR THIS SCREEN - LOGGED'
003630                 TO WS-MSG-LINE
003640         WHEN AUTH-REFUSED
003650             MOVE 'NOT AUTHORIZED TO UPDATE - NOTHING CHANGED'
003660                 TO WS-MSG-LINE
003670         WHEN OTHER
003680             MOVE 'SECURITY CHECK UNAVAILABLE - TELL OPS'
003690                 TO WS-MSG-LINE
003700     END-EVALUATE.
003710 7100-EXIT.
003720     EXIT.
003730
003740 8000-SEND-RESULT.
003750     MOVE WS-MSG-LINE TO MSGLINO.
003760     EXEC CICS SEND MAP('BREG1')
003770         MAPSET('BREGSCR')
003780         FROM(BREG1O)
003790         DATAONLY
003800     END-EXEC.
003810 8000-EXIT.
003820     EXIT.
003830
003840 9000-MAPFAIL.
003850     MOVE 'NO DATA ENTERED - NOTHING TO SHOW' TO WS-MSG-LINE.
003860     MOVE WS-MSG-LINE TO MSGLINO.
003870     EXEC CICS SEND MAP('BREG1')
003880         MAPSET('BREGSCR')
003890         FROM(BREG1O)
003900         DATAONLY
003910     END-EXEC.
003920     EXEC CICS RETURN
003930     END-EXEC.
003940 9000-EXIT.
003950     EXIT.
