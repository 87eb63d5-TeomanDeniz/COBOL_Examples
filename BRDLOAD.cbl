000000 *> ................................................................... <*
000000 *> CBL - BRDLOAD                          :      Maximum Tension       <*
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
000000 *> PLANS TONIGHT'S STREAM STATUS BOARD FROM THE SLAPARM CARDS,
000000 *> FIRST THING AFTER RUNCTLM HAS VERIFIED THE RUN. THE SAME
000000 *> CARDS SLARPT JUDGES THE WINDOW BY:
000000 *>   DEADLINE=HHMMSS            THE STREAM-END DEADLINE CLOCK
000000 *>   <PROGRAM NAME> <SECONDS>   PER-PROGRAM DURATION ALLOWANCE
000000 *> GIVE THE BOARD ITS DEADLINE AND ITS LIST OF PROGRAMS, IN CARD
000000 *> ORDER, SO THE BRDINQ SCREEN CAN SHOW WHAT HAS NOT STARTED YET
000000 *> AS WELL AS WHAT HAS. EVERYTHING GOES THROUGH THE BRDSVC
000000 *> SERVICE, FILED UNDER THE STEP'S ENTITY, BUSINESS DATE AND
000000 *> SUPPLEMENT NUMBER. PLANNING NEVER UNDOES WHAT A PROGRAM HAS
000000 *> ALREADY FILED, SO A RESUBMITTED STREAM CAN RUN IT AGAIN.
000000 *> RC=0 BOARD PLANNED, RC=4 NO SLAPARM (NOTHING PLANNED) OR THE
000000 *> BOARD IS NOT AVAILABLE - NEITHER STOPS THE STREAM.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BRDLOAD.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT PARM-FILE ASSIGN TO "SLAPARM"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-PARM-FILE-STATUS.
000180 DATA DIVISION.
000190 FILE SECTION.
000200 FD  PARM-FILE.
000210 01  PARM-RECORD PIC X(72).
000220 WORKING-STORAGE SECTION.
000230     COPY BRDLINK.
000240     77 WS-PARM-FILE-STATUS PIC XX VALUE '00'.
000250     77 WS-PARM-EOF-SW PIC X VALUE 'N'.
000260         88 PARM-EOF VALUE 'Y'.
000270     77 WS-TOK-NAME PIC X(32).
000280     77 WS-TOK-SECONDS PIC X(8).
000290     77 WS-PLAN-COUNT PIC 9(3) VALUE ZERO.
000300     77 WS-BAD-COUNT PIC 9(3) VALUE ZERO.
000310     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'BRDLOAD'.
000320     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000330     77 WS-LOAD-RC PIC S9(4) VALUE ZERO.
000340 PROCEDURE DIVISION.
000350 0000-MAIN.
000360     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
000370         WS-AUDIT-RC.
000380     PERFORM 1000-READ-PARM-CARDS THRU 1000-EXIT.
000390     DISPLAY 'BRDLOAD - ' WS-PLAN-COUNT ' PROGRAMS PLANNED, '
000400         WS-BAD-COUNT ' CARDS IGNORED'.
000410     MOVE WS-LOAD-RC TO WS-AUDIT-RC.
000420     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
000430         WS-AUDIT-RC.
000440     MOVE WS-LOAD-RC TO RETURN-CODE.
000450     GOBACK.
000460
000470 1000-READ-PARM-CARDS.
000480     OPEN INPUT PARM-FILE.
000490     IF WS-PARM-FILE-STATUS NOT = '00'
000500         DISPLAY 'BRDLOAD - NO SLAPARM CARDS, STATUS='
000510             WS-PARM-FILE-STATUS ' - NOTHING PLANNED'
000520         MOVE 4 TO WS-LOAD-RC
000530         GO TO 1000-EXIT
000540     END-IF.
000550     PERFORM 1100-READ-CARD THRU 1100-EXIT.
000560     PERFORM 2000-TAKE-CARD THRU 2000-EXIT
000570         UNTIL PARM-EOF.
000580     CLOSE PARM-FILE.
000590 1000-EXIT.
000600     EXIT.
000610
000620 1100-READ-CARD.
000630     MOVE SPACES TO PARM-RECORD.
000640     READ PARM-FILE
000650         AT END MOVE 'Y' TO WS-PARM-EOF-SW
000660     END-READ.
000670 1100-EXIT.
000680     EXIT.
000690
000700 2000-TAKE-CARD.
000710     EVALUATE TRUE
000720         WHEN PARM-RECORD = SPACES
000730             CONTINUE
000740         WHEN PARM-RECORD(1:9) = 'DEADLINE='
000750             AND PARM-RECORD(10:6) IS NUMERIC
000760             INITIALIZE BRDSVC-AREA
000770             MOVE 'DEADLINE' TO BSVC-FUNC
000780             MOVE PARM-RECORD(10:6) TO BSVC-DEADLINE
000790             PERFORM 3000-CALL-BOARD THRU 3000-EXIT
000800         WHEN OTHER
000810             PERFORM 2100-TAKE-ALLOWANCE THRU 2100-EXIT
000820     END-EVALUATE.
000830     PERFORM 1100-READ-CARD THRU 1100-EXIT.
000840 2000-EXIT.
000850     EXIT.
000860
000870*>    THE PLAN SEQUENCE IS THE CARD'S PLACE AMONG THE PROGRAM
000880*>    CARDS - THE ORDER THE SCREEN LISTS THEM IN.
000890 2100-TAKE-ALLOWANCE.
000900     MOVE SPACES TO WS-TOK-NAME WS-TOK-SECONDS.
000910     UNSTRING PARM-RECORD DELIMITED BY ALL ' '
000920         INTO WS-TOK-NAME WS-TOK-SECONDS.
000930     IF WS-TOK-SECONDS(1:5) IS NOT NUMERIC
000940         OR WS-PLAN-COUNT = 998
000950         DISPLAY 'BRDLOAD - BAD ALLOWANCE CARD IGNORED: '
000960             PARM-RECORD(1:40)
000970         ADD 1 TO WS-BAD-COUNT
000980         GO TO 2100-EXIT
000990     END-IF.
001000     ADD 1 TO WS-PLAN-COUNT.
001010     INITIALIZE BRDSVC-AREA.
001020     MOVE 'PLAN' TO BSVC-FUNC.
001030     MOVE WS-TOK-NAME TO BSVC-PROGRAM.
001040     MOVE WS-TOK-SECONDS(1:5) TO BSVC-SECONDS.
001050     MOVE WS-PLAN-COUNT TO BSVC-PLAN-SEQ.
001060     PERFORM 3000-CALL-BOARD THRU 3000-EXIT.
001070 2100-EXIT.
001080     EXIT.
001090
001100 3000-CALL-BOARD.
001110     MOVE ZERO TO BSVC-PGM-RC.
001120     CALL 'BRDSVC' USING BRDSVC-AREA
001130         ON EXCEPTION
001140             MOVE 4 TO BSVC-RC
001150     END-CALL.
001160     IF BSVC-RC NOT = ZERO AND WS-LOAD-RC = ZERO
001170         DISPLAY 'BRDLOAD - BOARD NOT AVAILABLE, RC=' BSVC-RC
001180         MOVE 4 TO WS-LOAD-RC
001190     END-IF.
001200 3000-EXIT.
001210     EXIT.
