000000 *> ................................................................... <*
000000 *> CBL - BRDINQ                           :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/10/05 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/10/05 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> CICS STREAM STATUS BOARD FOR THE OVERNIGHT OPERATOR - HOW FAR
000000 *> TONIGHT'S STREAM HAS GOT WITHOUT PAGING THROUGH JOB OUTPUT OR
000000 *> WAITING FOR ALERTRPT. THE OPERATOR KEYS AN ENTITY (BLANK FOR
000000 *> THE HOME ONE) AND A PAGE. THE TOP OF THE SCREEN SHOWS THE
000000 *> RUNCTL BUSINESS DATE, RUN STATUS AND SUPPLEMENT NUMBER, AND
000000 *> THE SLAPARM DEADLINE WITH THE TIME LEFT TO IT. ONCE THE
000000 *> STREAM HAS COMPLETED (AND ADVANCED THE DATE) THE BOARD SHOWN
000000 *> IS THE ONE FOR THE DATE IT JUST CLOSED.
000000 *>   PAGE 1 - EVERY PROGRAM OF THE NIGHT FROM THE STRMBRD BOARD
000000 *>            THE BRDSVC SERVICE FILES OFF THE AUDITLOG START AND
000000 *>            END CALLS: NOT STARTED, RUNNING SINCE HH:MM (WITH
000000 *>            THE LIVE CKPTFILE POSITION WHEN IT HAS CHECKPOINTED
000000 *>            TONIGHT), OR ENDED RC=N WITH ITS ELAPSED TIME AND
000000 *>            WHETHER IT RAN OVER ITS SLAPARM ALLOWANCE.
000000 *>            PROGRAMS ON SLAPARM COME IN CARD ORDER, ANY OTHERS
000000 *>            AFTER THEM IN THE ORDER THEY STARTED.
000000 *>   PAGE 2 - THE NIGHT'S CATALOGUED ERROR MESSAGES AS MSGCAT
000000 *>            ISSUED THEM, OLDEST FIRST; WITH NO FROM LINE KEYED
000000 *>            THE SCREEN SHOWS THE LATEST TWELVE.
000000 *> TWELVE LINES FIT A SCREEN; WHEN THERE ARE MORE THE MESSAGE
000000 *> LINE GIVES THE LINE NUMBER TO KEY IN FROM LINE. READ ONLY -
000000 *> NOTHING IS CHANGED. THE SIGNED-ON USER MUST HOLD INQUIRE
000000 *> AUTHORITY FOR THIS SCREEN ON USERAUTH (CHECKED BY AUTHCHK).
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BRDINQ.
000120 ENVIRONMENT DIVISION.
000130 DATA DIVISION.
000140 WORKING-STORAGE SECTION.
000150     COPY BRD1.
000160     COPY BRDREC.
000170     COPY RUNCTLR.
000180     COPY CKPTREC.
000190     COPY AUTHLINK.
000200     77 WS-RESP        PIC S9(8) COMP.
000210     77 WS-MSG-LINE    PIC X(70).
000220     77 WS-AUTH-LEN    PIC S9(4) COMP VALUE 48.
000230     77 WS-ABSTIME     PIC S9(15) COMP-3.
000240*>   FORMATTIME TIME() FILLS EIGHT BYTES - ONLY THE FIRST SIX
000250*>   (HHMMSS) ARE USED.
000260     77 WS-NOW-TIME    PIC 9(8).
000270     77 WS-NOW-SECS    PIC 9(7) COMP VALUE ZERO.
000280     77 WS-DEADLINE-SECS PIC 9(7) COMP VALUE ZERO.
000290     77 WS-CLOCK-SECS  PIC 9(7) COMP VALUE ZERO.
000300     77 WS-START-SECS  PIC 9(7) COMP VALUE ZERO.
000310     77 WS-ELAPSED-SECS PIC S9(7) COMP VALUE ZERO.
000320     77 WS-REST-SECS   PIC 9(7) COMP VALUE ZERO.
000330     77 WS-PAGE        PIC X VALUE '1'.
000340     77 WS-BOARD-DATE  PIC 9(6) VALUE ZERO.
000350     77 WS-BOARD-SUPP  PIC 9 VALUE ZERO.
000360     77 WS-RUNCTL-SW   PIC X VALUE 'N'.
000370         88 RUNCTL-FOUND VALUE 'Y'.
000380     77 WS-FROM-LINE   PIC 9(3) VALUE ZERO.
000390     77 WS-LINE-NO     PIC 9(5) VALUE ZERO.
000400     77 WS-SHOWN       PIC 9(2) VALUE ZERO.
000410     77 WS-NEXT-LINE   PIC 9(5) VALUE ZERO.
000420     77 WS-BROWSE-SW   PIC X VALUE 'N'.
000430         88 BROWSE-DONE VALUE 'Y'.
000440     77 WS-MORE-SW     PIC X VALUE 'N'.
000450         88 MORE-TO-SHOW VALUE 'Y'.
000460     77 WS-CKPT-SW     PIC X VALUE 'N'.
000470         88 CKPT-SHOWN VALUE 'Y'.
000480     77 WS-CKPT-DONE-SW PIC X VALUE 'N'.
000490         88 CKPT-DONE VALUE 'Y'.
000500     77 WS-CKPT-POSITION PIC 9(7) VALUE ZERO.
000510     77 WS-CKPT-TIME   PIC 9(6) VALUE ZERO.
000520     77 WS-SCREEN-LINE PIC X(78).
000530     77 WS-ENDED-COUNT PIC 9(3) VALUE ZERO.
000540     77 WS-RUNNING-COUNT PIC 9(3) VALUE ZERO.
000550     77 WS-WAITING-COUNT PIC 9(3) VALUE ZERO.
000560     77 WS-MSG-TOTAL   PIC 9(5) VALUE ZERO.
000570     77 WS-RC-EDIT     PIC 9(4).
000580     77 WS-ROW-MAX     PIC 9(3) VALUE 60.
000590     77 WS-ROW-COUNT   PIC 9(3) COMP VALUE ZERO.
000600     77 WS-ROW-IX      PIC 9(3) COMP VALUE ZERO.
000610     77 WS-INS-IX      PIC 9(3) COMP VALUE ZERO.
000620     77 WS-SHIFT-IX    PIC 9(3) COMP VALUE ZERO.
000630     77 WS-NEW-SORT    PIC 9(9) VALUE ZERO.
000640     77 WS-HH-QUOT     PIC 9(3) VALUE ZERO.
000650*>    ONE CONTROL RECORD PER ENTITY - 'RUNCTL' PLUS THE CODE,
000660*>    SPACES FOR THE HOME ENTITY.
000670 01  WS-RUNCTL-KEY.
000680     05 FILLER PIC X(6) VALUE 'RUNCTL'.
000690     05 WS-ENTITY PIC X(2) VALUE SPACES.
000700*>    THE BOARD KEY UP TO THE RECORD TYPE - A BROWSE STOPS WHEN
000710*>    IT CHANGES.
000720 01  WS-BOARD-PREFIX PIC X(10) VALUE SPACES.
000730 01  WS-CLOCK-IN PIC 9(6) VALUE ZERO.
000740 01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-IN.
000750     05 WS-CLK-HH PIC 9(2).
000760     05 WS-CLK-MM PIC 9(2).
000770     05 WS-CLK-SS PIC 9(2).
000780 01  WS-HHMM-EDIT.
000790     05 WS-HM-HH PIC 9(2).
000800     05 FILLER PIC X VALUE ':'.
000810     05 WS-HM-MM PIC 9(2).
000820 01  WS-HMS-EDIT.
000830     05 WS-HMS-HH PIC 9(2).
000840     05 FILLER PIC X VALUE ':'.
000850     05 WS-HMS-MM PIC 9(2).
000860     05 FILLER PIC X VALUE ':'.
000870     05 WS-HMS-SS PIC 9(2).
000880*>    PAGE 1 IS BUILT HERE FIRST AND PUT IN ORDER - SLAPARM CARD
000890*>    ORDER, THEN START TIME - BEFORE ANY LINE IS PLACED.
000900 01  ROW-TABLE.
000910     05 ROW-ENTRY OCCURS 60 TIMES.
000920         10 ROW-SORT PIC 9(9).
000930         10 ROW-TEXT PIC X(78).
000940 PROCEDURE DIVISION.
000950 0000-MAIN.
000960     EXEC CICS HANDLE CONDITION
000970         MAPFAIL(9000-MAPFAIL)
000980     END-EXEC.
000990     PERFORM 7000-CHECK-INQUIRE THRU 7000-EXIT.
001000     PERFORM 2000-SEND-SCREEN THRU 2000-EXIT.
001010     PERFORM 3000-RECEIVE-SCREEN THRU 3000-EXIT.
001020     PERFORM 4000-SHOW-BOARD THRU 4000-EXIT.
001030     PERFORM 8000-SEND-RESULT THRU 8000-EXIT.
001040     EXEC CICS RETURN
001050     END-EXEC.
001060
001070 2000-SEND-SCREEN.
001080     EXEC CICS SEND MAP('BRD1')
001090         MAPSET('BRDSCR')
001100         FROM(BRD1O)
001110         ERASE
001120     END-EXEC.
001130 2000-EXIT.
001140     EXIT.
001150
001160 3000-RECEIVE-SCREEN.
001170     EXEC CICS RECEIVE MAP('BRD1')
001180         MAPSET('BRDSCR')
001190         INTO(BRD1I)
001200     END-EXEC.
001210 3000-EXIT.
001220     EXIT.
001230
001240*>    NO FROM LINE KEYED IS ZERO HERE - PAGE 1 THEN STARTS AT THE
001250*>    TOP, PAGE 2 AT THE LATEST SCREENFUL.
001260 4000-SHOW-BOARD.
001270     MOVE SPACES TO WS-ENTITY.
001280     IF ENTKEYI NOT = LOW-VALUES
001290         MOVE ENTKEYI TO WS-ENTITY
001300     END-IF.
001310     MOVE '1' TO WS-PAGE.
001320     IF PAGEKYI = '2'
001330         MOVE '2' TO WS-PAGE
001340     END-IF.
001350     MOVE WS-PAGE TO PAGEKYO.
001360     MOVE ZERO TO WS-FROM-LINE.
001370     IF FROMLNI IS NUMERIC AND FROMLNI > ZERO
001380         MOVE FROMLNI TO WS-FROM-LINE
001390     END-IF.
001400     PERFORM 4100-READ-RUNCTL THRU 4100-EXIT.
001410     IF NOT RUNCTL-FOUND
001420         GO TO 4000-EXIT
001430     END-IF.
001440     PERFORM 4200-SHOW-DEADLINE THRU 4200-EXIT.
001450     IF WS-PAGE = '2'
001460         PERFORM 6000-LIST-MESSAGES THRU 6000-EXIT
001470     ELSE
001480         PERFORM 5000-LIST-PROGRAMS THRU 5000-EXIT
001490     END-IF.
001500 4000-EXIT.
001510     EXIT.
001520
001530 4100-READ-RUNCTL.
001540     MOVE 'N' TO WS-RUNCTL-SW.
001550     EXEC CICS READ FILE('RUNCTL')
001560         INTO(RUNCTL-RECORD)
001570         RIDFLD(WS-RUNCTL-KEY)
001580         RESP(WS-RESP)
001590     END-EXEC.
001600     IF WS-RESP NOT = DFHRESP(NORMAL)
001610         MOVE 'NO RUN CONTROL RECORD FOR THAT ENTITY'
001620             TO WS-MSG-LINE
001630         GO TO 4100-EXIT
001640     END-IF.
001650     MOVE 'Y' TO WS-RUNCTL-SW.
001660     MOVE RUNCTL-BUS-DATE TO WS-BOARD-DATE.
001670     EVALUATE TRUE
001680         WHEN RUN-ACTIVE
001690             MOVE 'ACTIVE' TO RUNSTO
001700         WHEN RUN-SUPPLEMENT
001710             MOVE 'SUPPLEMENT' TO RUNSTO
001720         WHEN RUN-COMPLETE
001730             MOVE 'COMPLETE' TO RUNSTO
001740             MOVE RUNCTL-PRIOR-DATE TO WS-BOARD-DATE
001750         WHEN OTHER
001760             MOVE 'UNKNOWN' TO RUNSTO
001770     END-EVALUATE.
001780     MOVE RUNCTL-SUPP-NO TO WS-BOARD-SUPP.
001790     MOVE WS-BOARD-DATE TO BUSDTO.
001800     MOVE WS-BOARD-SUPP TO SUPPNOO.
001810 4100-EXIT.
001820     EXIT.
001830
001840*>    THE DEADLINE IS A MORNING CLOCK, AS SLARPT JUDGES IT: IN
001850*>    THE EVENING (AFTER NOON) THE TIME LEFT RUNS THROUGH
001860*>    MIDNIGHT; IN THE MORNING PAST THE DEADLINE IT IS OVERDUE.
001870 4200-SHOW-DEADLINE.
001880     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
001890     END-EXEC.
001900     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
001910         TIME(WS-NOW-TIME)
001920     END-EXEC.
001930     MOVE WS-NOW-TIME(1:6) TO WS-CLOCK-IN.
001940     PERFORM 4900-CLOCK-EDIT THRU 4900-EXIT.
001950     MOVE WS-CLOCK-SECS TO WS-NOW-SECS.
001960     MOVE WS-HHMM-EDIT TO NOWTMO.
001970     MOVE SPACES TO BRD-RECORD.
001980     MOVE WS-ENTITY TO BRD-ENTITY.
001990     MOVE WS-BOARD-DATE TO BRD-DATE.
002000     MOVE WS-BOARD-SUPP TO BRD-SUPP-NO.
002010     MOVE 'D' TO BRD-TYPE.
002020     EXEC CICS READ FILE('STRMBRD')
002030         INTO(BRD-RECORD)
002040         RIDFLD(BRD-KEY)
002050         RESP(WS-RESP)
002060     END-EXEC.
002070     IF WS-RESP NOT = DFHRESP(NORMAL)
002080         MOVE SPACES TO DEADLNO
002090         MOVE 'NO DEADLINE ON THE BOARD' TO TLEFTO
002100         GO TO 4200-EXIT
002110     END-IF.
002120     MOVE BRD-DEADLINE TO WS-CLOCK-IN.
002130     PERFORM 4900-CLOCK-EDIT THRU 4900-EXIT.
002140     MOVE WS-CLOCK-SECS TO WS-DEADLINE-SECS.
002150     MOVE WS-HHMM-EDIT TO DEADLNO.
002160     IF RUN-COMPLETE
002170         MOVE 'STREAM COMPLETE' TO TLEFTO
002180         GO TO 4200-EXIT
002190     END-IF.
002200     MOVE SPACES TO TLEFTO.
002210     EVALUATE TRUE
002220         WHEN WS-NOW-SECS NOT > WS-DEADLINE-SECS
002230             COMPUTE WS-ELAPSED-SECS = WS-DEADLINE-SECS
002240                 - WS-NOW-SECS
002250             PERFORM 4950-SECONDS-EDIT THRU 4950-EXIT
002260             STRING WS-HMS-EDIT(1:5) ' LEFT'
002270                 DELIMITED BY SIZE INTO TLEFTO
002280         WHEN WS-NOW-SECS NOT < 43200
002290             COMPUTE WS-ELAPSED-SECS = WS-DEADLINE-SECS
002300                 + 86400 - WS-NOW-SECS
002310             PERFORM 4950-SECONDS-EDIT THRU 4950-EXIT
002320             STRING WS-HMS-EDIT(1:5) ' LEFT'
002330                 DELIMITED BY SIZE INTO TLEFTO
002340         WHEN OTHER
002350             COMPUTE WS-ELAPSED-SECS = WS-NOW-SECS
002360                 - WS-DEADLINE-SECS
002370             PERFORM 4950-SECONDS-EDIT THRU 4950-EXIT
002380             STRING '*** PAST THE DEADLINE BY '
002390                 WS-HMS-EDIT(1:5) DELIMITED BY SIZE
002400                 INTO TLEFTO
002410     END-EVALUATE.
002420 4200-EXIT.
002430     EXIT.
002440
002450*>    STARTS A BROWSE OF THIS NIGHT'S RECORDS OF THE TYPE IN
002460*>    BRD-TYPE AND READS THE FIRST; BROWSE-DONE WHEN THERE ARE
002470*>    NONE.
002480 4300-START-BOARD.
002490     MOVE 'N' TO WS-BROWSE-SW.
002500     MOVE WS-ENTITY TO BRD-ENTITY.
002510     MOVE WS-BOARD-DATE TO BRD-DATE.
002520     MOVE WS-BOARD-SUPP TO BRD-SUPP-NO.
002530     MOVE LOW-VALUES TO BRD-ID.
002540     MOVE BRD-KEY(1:10) TO WS-BOARD-PREFIX.
002550     EXEC CICS STARTBR FILE('STRMBRD')
002560         RIDFLD(BRD-KEY)
002570         GTEQ
002580         RESP(WS-RESP)
002590     END-EXEC.
002600     IF WS-RESP NOT = DFHRESP(NORMAL)
002610         MOVE 'Y' TO WS-BROWSE-SW
002620         GO TO 4300-EXIT
002630     END-IF.
002640     PERFORM 4400-READ-BOARD THRU 4400-EXIT.
002650 4300-EXIT.
002660     EXIT.
002670
002680*>    THE LAST READ OF A BROWSE ENDS IT.
002690 4400-READ-BOARD.
002700     EXEC CICS READNEXT FILE('STRMBRD')
002710         INTO(BRD-RECORD)
002720         RIDFLD(BRD-KEY)
002730         RESP(WS-RESP)
002740     END-EXEC.
002750     IF WS-RESP NOT = DFHRESP(NORMAL)
002760         OR BRD-KEY(1:10) NOT = WS-BOARD-PREFIX
002770         MOVE 'Y' TO WS-BROWSE-SW
002780     END-IF.
002790     IF BROWSE-DONE
002800         EXEC CICS ENDBR FILE('STRMBRD')
002810             RESP(WS-RESP)
002820         END-EXEC
002830     END-IF.
002840 4400-EXIT.
002850     EXIT.
002860
002870*>    COUNTS EVERY LIST LINE; ONLY THOSE FROM THE FROM LINE ON
002880*>    ARE PLACED, AND A THIRTEENTH ONE MEANS THERE IS MORE.
002890 4800-ADD-LINE.
002900     ADD 1 TO WS-LINE-NO.
002910     IF WS-LINE-NO < WS-FROM-LINE
002920         GO TO 4800-EXIT
002930     END-IF.
002940     IF WS-SHOWN = 12
002950         MOVE 'Y' TO WS-MORE-SW
002960         GO TO 4800-EXIT
002970     END-IF.
002980     ADD 1 TO WS-SHOWN.
002990     MOVE WS-SCREEN-LINE TO EVLINEO(WS-SHOWN).
003000 4800-EXIT.
003010     EXIT.
003020
003030 4850-MORE-MESSAGE.
003040     COMPUTE WS-NEXT-LINE = WS-FROM-LINE + 12.
003050     MOVE SPACES TO WS-MSG-LINE.
003060     STRING 'MORE - KEY ' WS-NEXT-LINE(3:3)
003070         ' IN FROM LINE FOR THE NEXT SCREEN'
003080         DELIMITED BY SIZE INTO WS-MSG-LINE.
003090 4850-EXIT.
003100     EXIT.
003110
003120*>    HHMMSS IN WS-CLOCK-IN TO HH:MM AND SECONDS PAST MIDNIGHT.
003130 4900-CLOCK-EDIT.
003140     IF WS-CLOCK-IN IS NOT NUMERIC
003150         MOVE ZERO TO WS-CLOCK-IN
003160     END-IF.
003170     MOVE WS-CLK-HH TO WS-HM-HH.
003180     MOVE WS-CLK-MM TO WS-HM-MM.
003190     COMPUTE WS-CLOCK-SECS = WS-CLK-HH * 3600
003200         + WS-CLK-MM * 60 + WS-CLK-SS.
003210 4900-EXIT.
003220     EXIT.
003230
003240*>    A SPAN IN WS-ELAPSED-SECS TO HH:MM:SS.
003250 4950-SECONDS-EDIT.
003260     IF WS-ELAPSED-SECS < ZERO
003270         ADD 86400 TO WS-ELAPSED-SECS
003280     END-IF.
003290     DIVIDE WS-ELAPSED-SECS BY 3600 GIVING WS-HH-QUOT
003300         REMAINDER WS-REST-SECS.
003310     MOVE WS-HH-QUOT TO WS-HMS-HH.
003320     DIVIDE WS-REST-SECS BY 60 GIVING WS-HMS-MM
003330         REMAINDER WS-HMS-SS.
003340 4950-EXIT.
003350     EXIT.
003360
003370 5000-LIST-PROGRAMS.
003380     MOVE 'PROGRAM                          STATE'
003390         TO HDRLINO.
003400     MOVE ZERO TO WS-ROW-COUNT.
003410     MOVE 'P' TO BRD-TYPE.
003420     PERFORM 4300-START-BOARD THRU 4300-EXIT.
003430     PERFORM 5200-TAKE-PROGRAM THRU 5200-EXIT
003440         UNTIL BROWSE-DONE.
003450     IF WS-ROW-COUNT = ZERO
003460         MOVE 'NOTHING ON THE BOARD FOR THIS NIGHT YET'
003470             TO WS-MSG-LINE
003480         GO TO 5000-EXIT
003490     END-IF.
003500     IF WS-FROM-LINE = ZERO
003510         MOVE 1 TO WS-FROM-LINE
003520     END-IF.
003530     MOVE ZERO TO WS-ROW-IX.
003540     PERFORM 5500-PLACE-ROW THRU 5500-EXIT
003550         WS-ROW-COUNT TIMES.
003560     EVALUATE TRUE
003570         WHEN MORE-TO-SHOW
003580             PERFORM 4850-MORE-MESSAGE THRU 4850-EXIT
003590         WHEN WS-SHOWN = ZERO
003600             MOVE 'FROM LINE IS PAST THE END OF THE LIST'
003610                 TO WS-MSG-LINE
003620         WHEN OTHER
003630             MOVE SPACES TO WS-MSG-LINE
003640             STRING 'ENDED ' WS-ENDED-COUNT
003650                 '   RUNNING ' WS-RUNNING-COUNT
003660                 '   NOT STARTED ' WS-WAITING-COUNT
003670                 DELIMITED BY SIZE INTO WS-MSG-LINE
003680     END-EVALUATE.
003690 5000-EXIT.
003700     EXIT.
003710
003720 5200-TAKE-PROGRAM.
003730     MOVE SPACES TO WS-SCREEN-LINE.
003740     EVALUATE TRUE
003750         WHEN BRD-RUNNING
003760             ADD 1 TO WS-RUNNING-COUNT
003770             PERFORM 5300-RUNNING-LINE THRU 5300-EXIT
003780         WHEN BRD-ENDED
003790             ADD 1 TO WS-ENDED-COUNT
003800             PERFORM 5400-ENDED-LINE THRU 5400-EXIT
003810         WHEN OTHER
003820             ADD 1 TO WS-WAITING-COUNT
003830             STRING BRD-ID ' NOT STARTED'
003840                 DELIMITED BY SIZE INTO WS-SCREEN-LINE
003850     END-EVALUATE.
003860     COMPUTE WS-NEW-SORT = BRD-PLAN-SEQ * 1000000
003870         + BRD-FIRST-START.
003880     IF WS-ROW-COUNT < WS-ROW-MAX
003890         PERFORM 5600-INSERT-ROW THRU 5600-EXIT
003900     END-IF.
003910     PERFORM 4400-READ-BOARD THRU 4400-EXIT.
003920 5200-EXIT.
003930     EXIT.
003940
003950 5300-RUNNING-LINE.
003960     MOVE BRD-FIRST-START TO WS-CLOCK-IN.
003970     PERFORM 4900-CLOCK-EDIT THRU 4900-EXIT.
003980     STRING BRD-ID ' RUNNING SINCE ' WS-HHMM-EDIT
003990         DELIMITED BY SIZE INTO WS-SCREEN-LINE.
004000     PERFORM 5350-FIND-CHECKPOINT THRU 5350-EXIT.
004010     IF NOT CKPT-SHOWN
004020         GO TO 5300-EXIT
004030     END-IF.
004040     MOVE WS-CKPT-TIME TO WS-CLOCK-IN.
004050     PERFORM 4900-CLOCK-EDIT THRU 4900-EXIT.
004060     STRING ' CKPT ' WS-CKPT-POSITION ' AT ' WS-HHMM-EDIT
004070         DELIMITED BY SIZE INTO WS-SCREEN-LINE(53:26).
004080 5300-EXIT.
004090     EXIT.
004100
004110*>    THE LIVE POSITION IS THE LATEST CHECKPOINT STAMPED WITH THE
004120*>    BOARD'S DATE UNDER THE PROGRAM'S NAME - OR, FOR THE
004130*>    ARITHMETIC PASS, UNDER ITS NAME WITH ANY -S<N>/-U<N>
004140*>    SIGNATURE, SO THE SLICE RUNNING NOW IS THE ONE SHOWN.
004150 5350-FIND-CHECKPOINT.
004160     MOVE 'N' TO WS-CKPT-SW.
004170     MOVE ZERO TO WS-CKPT-TIME.
004180     MOVE BRD-ID TO CKPT-PGM-NAME.
004190     EXEC CICS STARTBR FILE('CKPTFILE')
004200         RIDFLD(CKPT-PGM-NAME)
004210         GTEQ
004220         RESP(WS-RESP)
004230     END-EXEC.
004240     IF WS-RESP NOT = DFHRESP(NORMAL)
004250         GO TO 5350-EXIT
004260     END-IF.
004270     MOVE 'N' TO WS-CKPT-DONE-SW.
004280     PERFORM 5360-READ-CHECKPOINT THRU 5360-EXIT
004290         UNTIL CKPT-DONE.
004300     EXEC CICS ENDBR FILE('CKPTFILE')
004310     END-EXEC.
004320 5350-EXIT.
004330     EXIT.
004340
004350 5360-READ-CHECKPOINT.
004360     EXEC CICS READNEXT FILE('CKPTFILE')
004370         INTO(CKPT-RECORD)
004380         RIDFLD(CKPT-PGM-NAME)
004390         RESP(WS-RESP)
004400     END-EXEC.
004410     IF WS-RESP NOT = DFHRESP(NORMAL)
004420         OR CKPT-PGM-NAME(1:24) NOT = BRD-ID(1:24)
004430         MOVE 'Y' TO WS-CKPT-DONE-SW
004440         GO TO 5360-EXIT
004450     END-IF.
004460     IF CKPT-PGM-NAME NOT = BRD-ID
004470         AND (BRD-ID(25:8) NOT = SPACES
004480              OR CKPT-PGM-NAME(25:1) NOT = '-')
004490         GO TO 5360-EXIT
004500     END-IF.
004510     IF CKPT-STAMP-DATE = WS-BOARD-DATE
004520         AND CKPT-STAMP-TIME NOT < WS-CKPT-TIME
004530         MOVE 'Y' TO WS-CKPT-SW
004540         MOVE CKPT-POSITION TO WS-CKPT-POSITION
004550         MOVE CKPT-STAMP-TIME TO WS-CKPT-TIME
004560     END-IF.
004570 5360-EXIT.
004580     EXIT.
004590
004600*>    ELAPSED IS FIRST START TO LAST END, ACROSS MIDNIGHT TOO.
004610*>    AN END WITH NO START ON THE BOARD IS SHOWN UNTIMED.
004620 5400-ENDED-LINE.
004630     MOVE BRD-WORST-RC TO WS-RC-EDIT.
004640     IF BRD-FIRST-START = ZERO
004650         STRING BRD-ID ' ENDED RC=' WS-RC-EDIT
004660             DELIMITED BY SIZE INTO WS-SCREEN-LINE
004670         GO TO 5400-EXIT
004680     END-IF.
004690     MOVE BRD-FIRST-START TO WS-CLOCK-IN.
004700     PERFORM 4900-CLOCK-EDIT THRU 4900-EXIT.
004710     MOVE WS-CLOCK-SECS TO WS-START-SECS.
004720     MOVE BRD-LAST-END TO WS-CLOCK-IN.
004730     PERFORM 4900-CLOCK-EDIT THRU 4900-EXIT.
004740     COMPUTE WS-ELAPSED-SECS = WS-CLOCK-SECS - WS-START-SECS.
004750     PERFORM 4950-SECONDS-EDIT THRU 4950-EXIT.
004760     STRING BRD-ID ' ENDED RC=' WS-RC-EDIT
004770         ' ELAPSED ' WS-HMS-EDIT
004780         DELIMITED BY SIZE INTO WS-SCREEN-LINE.
004790     IF BRD-ALLOW-SECS > ZERO
004800         AND WS-ELAPSED-SECS > BRD-ALLOW-SECS
004810         MOVE ' OVER ALLOWANCE' TO WS-SCREEN-LINE(64:15)
004820     END-IF.
004830 5400-EXIT.
004840     EXIT.
004850
004860 5500-PLACE-ROW.
004870     ADD 1 TO WS-ROW-IX.
004880     MOVE ROW-TEXT(WS-ROW-IX) TO WS-SCREEN-LINE.
004890     PERFORM 4800-ADD-LINE THRU 4800-EXIT.
004900 5500-EXIT.
004910     EXIT.
004920
004930*>    THE NEW LINE GOES AFTER EVERY LINE THAT SORTS AT OR
004940*>    BEFORE IT; THE LINES AFTER IT MOVE DOWN ONE.
004950 5600-INSERT-ROW.
004960     COMPUTE WS-INS-IX = WS-ROW-COUNT + 1.
004970     MOVE ZERO TO WS-ROW-IX.
004980     PERFORM 5650-FIND-PLACE THRU 5650-EXIT
004990         WS-ROW-COUNT TIMES.
005000     MOVE WS-ROW-COUNT TO WS-SHIFT-IX.
005010     PERFORM 5680-SHIFT-DOWN THRU 5680-EXIT
005020         UNTIL WS-SHIFT-IX < WS-INS-IX.
005030     MOVE WS-NEW-SORT TO ROW-SORT(WS-INS-IX).
005040     MOVE WS-SCREEN-LINE TO ROW-TEXT(WS-INS-IX).
005050     ADD 1 TO WS-ROW-COUNT.
005060 5600-EXIT.
005070     EXIT.
005080
005090 5650-FIND-PLACE.
005100     ADD 1 TO WS-ROW-IX.
005110     IF ROW-SORT(WS-ROW-IX) > WS-NEW-SORT
005120         AND WS-INS-IX > WS-ROW-COUNT
005130         MOVE WS-ROW-IX TO WS-INS-IX
005140     END-IF.
005150 5650-EXIT.
005160     EXIT.
005170
005180 5680-SHIFT-DOWN.
005190     MOVE ROW-ENTRY(WS-SHIFT-IX) TO ROW-ENTRY(WS-SHIFT-IX + 1).
005200     SUBTRACT 1 FROM WS-SHIFT-IX.
005210 5680-EXIT.
005220     EXIT.
005230
005240*>    ONE PASS COUNTS THE NIGHT'S MESSAGES SO THE DEFAULT SCREEN
005250*>    CAN BE THE LATEST TWELVE; THE SECOND PLACES THEM.
005260 6000-LIST-MESSAGES.
005270     MOVE 'TIME     ISSUED BY MESSAGE' TO HDRLINO.
005280     MOVE ZERO TO WS-MSG-TOTAL.
005290     MOVE 'M' TO BRD-TYPE.
005300     PERFORM 4300-START-BOARD THRU 4300-EXIT.
005310     PERFORM 6100-COUNT-MESSAGE THRU 6100-EXIT
005320         UNTIL BROWSE-DONE.
005330     IF WS-MSG-TOTAL = ZERO
005340         MOVE 'NO ERROR MESSAGES ON THE BOARD FOR THIS NIGHT'
005350             TO WS-MSG-LINE
005360         GO TO 6000-EXIT
005370     END-IF.
005380     IF WS-FROM-LINE = ZERO
005390         MOVE 1 TO WS-FROM-LINE
005400         IF WS-MSG-TOTAL > 12
005410             COMPUTE WS-FROM-LINE = WS-MSG-TOTAL - 11
005420         END-IF
005430     END-IF.
005440     MOVE 'M' TO BRD-TYPE.
005450     PERFORM 4300-START-BOARD THRU 4300-EXIT.
005460     PERFORM 6200-LIST-MESSAGE THRU 6200-EXIT
005470         UNTIL BROWSE-DONE.
005480     EVALUATE TRUE
005490         WHEN MORE-TO-SHOW
005500             PERFORM 4850-MORE-MESSAGE THRU 4850-EXIT
005510         WHEN WS-SHOWN = ZERO
005520             MOVE 'FROM LINE IS PAST THE END OF THE LIST'
005530                 TO WS-MSG-LINE
005540         WHEN OTHER
005550             MOVE SPACES TO WS-MSG-LINE
005560             STRING WS-MSG-TOTAL ' ERROR MESSAGES TONIGHT - '
005570                 'THE LATEST IS LAST'
005580                 DELIMITED BY SIZE INTO WS-MSG-LINE
005590     END-EVALUATE.
005600 6000-EXIT.
005610     EXIT.
005620
005630 6100-COUNT-MESSAGE.
005640     ADD 1 TO WS-MSG-TOTAL.
005650     PERFORM 4400-READ-BOARD THRU 4400-EXIT.
005660 6100-EXIT.
005670     EXIT.
005680
005690 6200-LIST-MESSAGE.
005700     MOVE BRD-MSG-TIME(1:6) TO WS-CLOCK-IN.
005710     MOVE WS-CLK-HH TO WS-HMS-HH.
005720     MOVE WS-CLK-MM TO WS-HMS-MM.
005730     MOVE WS-CLK-SS TO WS-HMS-SS.
005740     MOVE SPACES TO WS-SCREEN-LINE.
005750     STRING WS-HMS-EDIT ' ' BRD-MSG-CALLER ' ' BRD-MSG-LINE
005760         DELIMITED BY SIZE INTO WS-SCREEN-LINE.
005770     PERFORM 4800-ADD-LINE THRU 4800-EXIT.
005780     IF MORE-TO-SHOW
005790         MOVE 'Y' TO WS-BROWSE-SW
005800         EXEC CICS ENDBR FILE('STRMBRD')
005810         END-EXEC
005820         GO TO 6200-EXIT
005830     END-IF.
005840     PERFORM 4400-READ-BOARD THRU 4400-EXIT.
005850 6200-EXIT.
005860     EXIT.
005870
005880*>    NOTHING IS READ OR SHOWN UNTIL AUTHCHK HAS CONFIRMED AT
005890*>    LEAST INQUIRE AUTHORITY FOR THIS SCREEN. A REFUSAL CLEARS
005900*>    THE SCREEN AND ENDS THE TASK.
005910 7000-CHECK-INQUIRE.
005920     MOVE 'I' TO AUTH-REQUEST.
005930     MOVE SPACES TO AUTH-DETAIL.
005940     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
005950     IF AUTH-ALLOWED
005960         GO TO 7000-EXIT
005970     END-IF.
005980     MOVE LOW-VALUES TO BRD1O.
005990     MOVE WS-MSG-LINE TO MSGLINO.
006000     EXEC CICS SEND MAP('BRD1')
006010         MAPSET('BRDSCR')
006020         FROM(BRD1O)
006030         ERASE
006040     END-EXEC.
006050     EXEC CICS RETURN
006060     END-EXEC.
006070 7000-EXIT.
006080     EXIT.
006090
006100*>    ASKS AUTHCHK ON BEHALF OF THIS SCREEN. AUTHCHK HAS ALREADY
006110*>    LOGGED ANY REFUSAL ON SECVIOL; HERE IT ONLY BECOMES THE
006120*>    MESSAGE. NO ANSWER AT ALL COUNTS AS A REFUSAL.
006130 7100-CHECK-AUTHORITY.
006140     MOVE 'BRDINQ' TO AUTH-PROGRAM.
006150     MOVE SPACE TO AUTH-RESULT.
006160     EXEC CICS LINK PROGRAM('AUTHCHK')
006170         COMMAREA(AUTHCHK-AREA)
006180         LENGTH(WS-AUTH-LEN)
006190         RESP(WS-RESP)
006200     END-EXEC.
006210     IF WS-RESP NOT = DFHRESP(NORMAL)
006220         MOVE 'E' TO AUTH-RESULT
006230     END-IF.
006240     EVALUATE TRUE
006250         WHEN AUTH-ALLOWED
006260             CONTINUE
006270         WHEN AUTH-REFUSED AND AUTH-WANTS-INQUIRE
006280             MOVE 'NOT AUTHORIZED FOR THIS SCREEN - LOGGED'
006290                 TO WS-MSG-LINE
006300         WHEN AUTH-REFUSED
006310             MOVE 'NOT AUTHORIZED TO UPDATE - NOTHING CHANGED'
006320                 TO WS-MSG-LINE
006330         WHEN OTHER
006340             MOVE 'SECURITY CHECK UNAVAILABLE - TELL OPS'
006350                 TO WS-MSG-LINE
006360     END-EVALUATE.
006370 7100-EXIT.
006380     EXIT.
006390
006400 8000-SEND-RESULT.
006410     MOVE WS-MSG-LINE TO MSGLINO.
006420     EXEC CICS SEND MAP('BRD1')
006430         MAPSET('BRDSCR')
006440         FROM(BRD1O)
006450         DATAONLY
006460     END-EXEC.
006470 8000-EXIT.
006480     EXIT.
006490
006500*>    NOTHING KEYED IS THE HOME ENTITY'S PROGRAM PAGE.
006510 9000-MAPFAIL.
006520     MOVE LOW-VALUES TO BRD1I.
006530     PERFORM 4000-SHOW-BOARD THRU 4000-EXIT.
006540     PERFORM 8000-SEND-RESULT THRU 8000-EXIT.
006550     EXEC CICS RETURN
006560     END-EXEC.
006570 9000-EXIT.
006580     EXIT.
