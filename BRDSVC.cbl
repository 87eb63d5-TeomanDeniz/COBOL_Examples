000000 *> ................................................................... <*
000000 *> CBL - BRDSVC                           :      Maximum Tension       <*
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
000000 *> STREAM STATUS BOARD SERVICE IN THE CHECKPT STYLE - OPENS THE
000000 *> STRMBRD KSDS ON EVERY CALL AND CLOSES IT AGAIN. AUDITLOG
000000 *> CALLS IT ON EVERY START AND END, MSGCAT ON EVERY CATALOGUED
000000 *> ERROR MESSAGE, AND BRDLOAD AT THE TOP OF THE STREAM TO PLAN
000000 *> THE NIGHT FROM THE SLAPARM CARDS, SO THE BRDINQ SCREEN CAN
000000 *> SHOW HOW FAR THE STREAM HAS GOT WITHOUT ANYONE PAGING THROUGH
000000 *> JOB OUTPUT. EVERYTHING IS FILED UNDER THE STEP'S ENTITY, THE
000000 *> RUNCTL BUSINESS DATE AND THE SUPPLEMENT NUMBER. THE ARITHMETIC
000000 *> PASS FILES UNDER THE FIRST 24 BYTES OF ITS AUDIT NAME, SO ITS
000000 *> SLICES AND SUPPLEMENT SIGNATURE LAND ON ONE LINE, THE SAME
000000 *> RULE ALERTRPT AND BALSTATS MATCH IT BY.
000000 *> THE BOARD IS A WINDOW ON THE NIGHT, NOT PART OF IT: NO STRMBRD
000000 *> DD, OR A BOARD THAT WILL NOT OPEN, IS RC=4 WITH NOTHING FILED
000000 *> AND THE CALLER CARRIES ON.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BRDSVC.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT BOARD-FILE ASSIGN TO "STRMBRD"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS RANDOM
000180         RECORD KEY IS BRD-KEY
000190         FILE STATUS IS WS-BRD-FILE-STATUS.
000200 DATA DIVISION.
000210 FILE SECTION.
000220 FD  BOARD-FILE.
000230     COPY BRDREC.
000240 WORKING-STORAGE SECTION.
000250     77 WS-BRD-FILE-STATUS PIC XX VALUE '00'.
000260     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000270     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000280     77 WS-SUPP-FUNC PIC X(8) VALUE 'GETSUPP'.
000290     77 WS-SUPP-RC PIC S9(4) VALUE ZERO.
000300     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000310     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000320     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000330     77 WS-SUPP-NO PIC 9(6) VALUE ZERO.
000340     77 WS-CLOCK PIC 9(8) VALUE ZERO.
000350     77 WS-FOUND-SW PIC X VALUE 'N'.
000360         88 BRD-FOUND VALUE 'Y'.
000370     77 WS-FILED-SW PIC X VALUE 'N'.
000380         88 MSG-FILED VALUE 'Y'.
000390     77 WS-PGM-RC PIC 9(4) VALUE ZERO.
000400 01  WS-ENTITY-AREA.
000410     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000420     05 FILLER PIC X(4) VALUE SPACES.
000430 01  WS-NUMVAR-NAME PIC X(24)
000440         VALUE 'EXAMPLE-NUMERIC-VARIABLE'.
000450 LINKAGE SECTION.
000460     COPY BRDLINK.
000470 PROCEDURE DIVISION USING BRDSVC-AREA.
000480 0000-MAIN.
000490     MOVE ZERO TO BSVC-RC.
000500     OPEN I-O BOARD-FILE.
000510     IF WS-BRD-FILE-STATUS NOT = '00'
000520         MOVE 4 TO BSVC-RC
000530         GOBACK
000540     END-IF.
000550     PERFORM 1000-BUILD-KEY THRU 1000-EXIT.
000560     EVALUATE BSVC-FUNC
000570         WHEN 'START'
000580             PERFORM 2000-START THRU 2000-EXIT
000590         WHEN 'END'
000600             PERFORM 3000-END THRU 3000-EXIT
000610         WHEN 'PLAN'
000620             PERFORM 4000-PLAN THRU 4000-EXIT
000630         WHEN 'DEADLINE'
000640             PERFORM 5000-DEADLINE THRU 5000-EXIT
000650         WHEN 'MESSAGE'
000660             PERFORM 6000-MESSAGE THRU 6000-EXIT
000670         WHEN OTHER
000680             DISPLAY 'BRDSVC - UNKNOWN FUNCTION ' BSVC-FUNC
000690             MOVE 8 TO BSVC-RC
000700     END-EVALUATE.
000710     CLOSE BOARD-FILE.
000720     GOBACK.
000730
000740*>    ENTITY, DATE AND PASS OF THE CALLING STEP, AND THE CLOCK.
000750 1000-BUILD-KEY.
000760     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
000770         ON EXCEPTION
000780             MOVE SPACES TO WS-ENTITY-AREA
000790     END-CALL.
000800     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
000810         WS-RUNCTL-RC
000820         ON EXCEPTION
000830             ACCEPT WS-BUSINESS-DATE FROM DATE
000840     END-CALL.
000850     CALL 'RUNCTL' USING WS-SUPP-FUNC WS-SUPP-NO WS-SUPP-RC
000860         ON EXCEPTION
000870             MOVE ZERO TO WS-SUPP-NO
000880     END-CALL.
000890     ACCEPT WS-CLOCK FROM TIME.
000900     MOVE SPACES TO BRD-RECORD.
000910     MOVE WS-RUN-ENTITY TO BRD-ENTITY.
000920     MOVE WS-BUSINESS-DATE TO BRD-DATE.
000930     MOVE WS-SUPP-NO(6:1) TO BRD-SUPP-NO.
000940 1000-EXIT.
000950     EXIT.
000960
000970*>    READS THE CALLER'S PROGRAM LINE, OR SETS UP A FRESH ONE AS
000980*>    NOT STARTED WHEN THERE IS NONE YET (A PROGRAM WITH NO
000990*>    SLAPARM CARD IS SEEN FIRST WHEN IT STARTS).
001000 1500-GET-PROGRAM.
001010     MOVE 'P' TO BRD-TYPE.
001020     MOVE BSVC-PROGRAM TO BRD-ID.
001030     IF BSVC-PROGRAM(1:24) = WS-NUMVAR-NAME
001040         MOVE SPACES TO BRD-ID(25:8)
001050     END-IF.
001060     MOVE 'Y' TO WS-FOUND-SW.
001070     READ BOARD-FILE
001080         INVALID KEY
001090             MOVE 'N' TO WS-FOUND-SW
001100     END-READ.
001110     IF BRD-FOUND
001120         GO TO 1500-EXIT
001130     END-IF.
001140     MOVE SPACES TO BRD-DATA.
001150     MOVE 'N' TO BRD-STATE.
001160     MOVE 999 TO BRD-PLAN-SEQ.
001170     MOVE ZERO TO BRD-ALLOW-SECS.
001180     MOVE ZERO TO BRD-FIRST-START.
001190     MOVE ZERO TO BRD-LAST-END.
001200     MOVE ZERO TO BRD-STARTS.
001210     MOVE ZERO TO BRD-ENDS.
001220     MOVE ZERO TO BRD-WORST-RC.
001230 1500-EXIT.
001240     EXIT.
001250
001260 1600-PUT-RECORD.
001270     IF BRD-FOUND
001280         REWRITE BRD-RECORD
001290             INVALID KEY
001300                 MOVE 8 TO BSVC-RC
001310         END-REWRITE
001320     ELSE
001330         WRITE BRD-RECORD
001340             INVALID KEY
001350                 MOVE 8 TO BSVC-RC
001360         END-WRITE
001370     END-IF.
001380 1600-EXIT.
001390     EXIT.
001400
001410*>    THE FIRST START OF THE PASS SETS THE START CLOCK; A LATER
001420*>    ONE (ANOTHER SLICE, A RESTART) ONLY COUNTS.
001430 2000-START.
001440     PERFORM 1500-GET-PROGRAM THRU 1500-EXIT.
001450     IF BRD-STARTS = ZERO
001460         MOVE WS-CLOCK(1:6) TO BRD-FIRST-START
001470     END-IF.
001480     IF BRD-STARTS < 999
001490         ADD 1 TO BRD-STARTS
001500     END-IF.
001510     MOVE 'R' TO BRD-STATE.
001520     PERFORM 1600-PUT-RECORD THRU 1600-EXIT.
001530 2000-EXIT.
001540     EXIT.
001550
001560*>    THE LAST EVENT SAYS RUNNING OR ENDED - THE SLICE STEPS RUN
001570*>    ONE AFTER ANOTHER, AND A RUN THAT ABENDED NEVER FILES AN
001580*>    END BEFORE ITS RESTART STARTS AGAIN. THE WORST RC OF THE
001590*>    RUNS IS THE ONE SHOWN.
001600 3000-END.
001610     PERFORM 1500-GET-PROGRAM THRU 1500-EXIT.
001620     MOVE WS-CLOCK(1:6) TO BRD-LAST-END.
001630     IF BRD-ENDS < 999
001640         ADD 1 TO BRD-ENDS
001650     END-IF.
001660     MOVE BSVC-PGM-RC TO WS-PGM-RC.
001670     IF WS-PGM-RC > BRD-WORST-RC
001680         MOVE WS-PGM-RC TO BRD-WORST-RC
001690     END-IF.
001700     MOVE 'E' TO BRD-STATE.
001710     PERFORM 1600-PUT-RECORD THRU 1600-EXIT.
001720 3000-EXIT.
001730     EXIT.
001740
001750*>    A PLANNED PROGRAM KEEPS WHATEVER IT HAS ALREADY DONE - THE
001760*>    PLAN ONLY SETS ITS PLACE ON THE BOARD AND ITS ALLOWANCE.
001770 4000-PLAN.
001780     PERFORM 1500-GET-PROGRAM THRU 1500-EXIT.
001790     MOVE BSVC-PLAN-SEQ TO BRD-PLAN-SEQ.
001800     MOVE BSVC-SECONDS TO BRD-ALLOW-SECS.
001810     PERFORM 1600-PUT-RECORD THRU 1600-EXIT.
001820 4000-EXIT.
001830     EXIT.
001840
001850 5000-DEADLINE.
001860     MOVE 'D' TO BRD-TYPE.
001870     MOVE SPACES TO BRD-ID.
001880     MOVE 'Y' TO WS-FOUND-SW.
001890     READ BOARD-FILE
001900         INVALID KEY
001910             MOVE 'N' TO WS-FOUND-SW
001920     END-READ.
001930     MOVE SPACES TO BRD-DATA.
001940     MOVE BSVC-DEADLINE TO BRD-DEADLINE.
001950     MOVE WS-CLOCK(1:6) TO BRD-LOADED-TIME.
001960     PERFORM 1600-PUT-RECORD THRU 1600-EXIT.
001970 5000-EXIT.
001980     EXIT.
001990
002000*>    KEYED ON THE CLOCK TO THE HUNDREDTH; TWO MESSAGES IN THE
002010*>    SAME HUNDREDTH TAKE THE NEXT TIE NUMBER.
002020 6000-MESSAGE.
002030     MOVE 'M' TO BRD-TYPE.
002040     MOVE SPACES TO BRD-ID.
002050     MOVE WS-CLOCK TO BRD-MSG-TIME.
002060     MOVE ZERO TO BRD-MSG-TIE.
002070     MOVE SPACES TO BRD-DATA.
002080     MOVE BSVC-PROGRAM TO BRD-MSG-CALLER.
002090     MOVE BSVC-MSG-LINE TO BRD-MSG-LINE.
002100     MOVE 'N' TO WS-FILED-SW.
002110     PERFORM 6100-WRITE-MESSAGE THRU 6100-EXIT
002120         UNTIL MSG-FILED.
002130 6000-EXIT.
002140     EXIT.
002150
002160 6100-WRITE-MESSAGE.
002170     MOVE 'Y' TO WS-FILED-SW.
002180     WRITE BRD-RECORD
002190         INVALID KEY
002200             MOVE 'N' TO WS-FILED-SW
002210     END-WRITE.
002220     IF MSG-FILED
002230         GO TO 6100-EXIT
002240     END-IF.
002250     IF WS-BRD-FILE-STATUS NOT = '22' OR BRD-MSG-TIE = 999
002260         MOVE 8 TO BSVC-RC
002270         MOVE 'Y' TO WS-FILED-SW
002280         GO TO 6100-EXIT
002290     END-IF.
002300     ADD 1 TO BRD-MSG-TIE.
002310 6100-EXIT.
002320     EXIT.
