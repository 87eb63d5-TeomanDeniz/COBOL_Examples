000000 *> ................................................................... <*
000000 *> CBL - AUDSMPL                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/10/08 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/10/08 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> MONTH-END INTERNAL-AUDIT TRANSACTION SAMPLE. READS THE
000000 *> PERIOD'S NUMCSV LINES FROM THE NUMCSVH HISTORY (THE STEP HANDS
000000 *> IT EVERY GENERATION KEPT; LINES OF OTHER MONTHS ARE COUNTED
000000 *> AND PASSED OVER), DRAWS THE SAMPLE AUDIT VOUCHES BY HAND,
000000 *> LISTS IT ON THE SMPRPT WORKPAPER AND FILES HOW IT WAS DRAWN
000000 *> ON THE SMPREG SAMPLE REGISTER, SO THE SAME SELECTION CAN BE
000000 *> RE-PERFORMED FROM THE SAME GENERATIONS IF THE EXTERNAL
000000 *> AUDITORS ASK. SMPPARM CARDS, ONE PER LINE FROM COLUMN 1:
000000 *>   PERIOD=YYMM            THE MONTH SAMPLED (REQUIRED)
000000 *>   SIZE=NNNN              LINES TO SAMPLE, BESIDES THE FORCED
000000 *>                          ONES (DEFAULT 0025)
000000 *>   SEED=NNNNNNNNN         RANDOM SEED, NOT ZERO (DEFAULT THE
000000 *>                          CLOCK - IT IS REGISTERED EITHER WAY)
000000 *>   METHOD=MUS             MONETARY-UNIT SAMPLING (DEFAULT)
000000 *>   METHOD=INTERVAL        FIXED INTERVAL OVER THE LINES
000000 *>   THRESHOLD=NNNNNNNNN    TAKE EVERY LINE WHOSE ABSOLUTE RESULT
000000 *>                          IS ABOVE THIS MANY WHOLE UNITS
000000 *>   HIGH=Y                 TAKE EVERY LINE IN THE HIGH BRACKET -
000000 *>                          NUM1 ABOVE THE GREATERVAL PARMSVC
000000 *>                          HAS IN EFFECT ON THE LINE'S BATCH
000000 *>                          DATE, AS BRKTRPT CLASSIFIES IT
000000 *> FORCED LINES ARE TAKEN WHOLE AND LEFT OUT OF THE SAMPLING.
000000 *> THE REST ARE SAMPLED SYSTEMATICALLY FROM A RANDOM START: THE
000000 *> START IS THE SEED'S FIRST PARK-MILLER DRAW, (SEED * 16807)
000000 *> MOD 2147483647, TAKEN MOD THE INTERVAL, PLUS ONE.
000000 *>   INTERVAL - EVERY (LINES / SIZE)TH LINE FROM THE START.
000000 *>   MUS      - EVERY (CENTS / SIZE)TH CENT OF THE RUNNING
000000 *>              ABSOLUTE RESULT FROM THE START; THE LINE HOLDING
000000 *>              THE CENT IS TAKEN, ONCE HOWEVER MANY CENTS IT
000000 *>              HOLDS, AND A ZERO LINE CANNOT BE.
000000 *> SIZE=0000 TAKES ONLY THE FORCED LINES; A SIZE AT OR ABOVE THE
000000 *> LINES LEFT TAKES THEM ALL. AMOUNTS ARE FACE VALUE, NO CURRENCY
000000 *> CONVERSION, SO A RE-PERFORMANCE NEEDS NOTHING BUT THE CARDS,
000000 *> THE GENERATIONS AND THE REGISTER.
000000 *> RETURN CODES:
000000 *>   0  SAMPLE DRAWN AND REGISTERED
000000 *>   4  NOTHING IN THE PERIOD, OR LINES TOO DAMAGED TO READ - SEE
000000 *>      THE *** LINES
000000 *>   8  NO PERIOD= CARD, NO NUMCSV OR NO SMPREG - NOTHING DRAWN
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AUDSMPL.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT CSV-FILE ASSIGN TO "NUMCSV"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-CSV-FILE-STATUS.
000180     SELECT PARM-FILE ASSIGN TO "SMPPARM"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-PARM-FILE-STATUS.
000210     SELECT REGISTER-FILE ASSIGN TO "SMPREG"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-REG-FILE-STATUS.
000240 DATA DIVISION.
000250 FILE SECTION.
000260 FD  CSV-FILE.
000270 01  CSV-RECORD PIC X(100).
000280 FD  PARM-FILE.
000290 01  PARM-RECORD PIC X(72).
000300 FD  REGISTER-FILE.
000310     COPY SMPREG.
000320 WORKING-STORAGE SECTION.
000330     COPY PRTLINK.
000340     COPY PARMLINK.
000350     77 WS-CSV-FILE-STATUS PIC XX VALUE '00'.
000360     77 WS-PARM-FILE-STATUS PIC XX VALUE '00'.
000370     77 WS-REG-FILE-STATUS PIC XX VALUE '00'.
000380     77 WS-CSV-EOF-SW PIC X VALUE 'N'.
000390         88 CSV-EOF VALUE 'Y'.
000400     77 WS-CSV-OPEN-SW PIC X VALUE 'N'.
000410         88 CSV-OPEN VALUE 'Y'.
000420     77 WS-REG-OPEN-SW PIC X VALUE 'N'.
000430         88 REGISTER-OPEN VALUE 'Y'.
000440     77 WS-PARM-EOF-SW PIC X VALUE 'N'.
000450         88 PARM-EOF VALUE 'Y'.
000460     77 WS-REPORT-LINE PIC X(120).
000470     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'AUDSMPL'.
000480     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000490     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000500     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000510     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000520     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000530     77 WS-RUN-TIME PIC 9(8) VALUE ZERO.
000540*>    THE SELECTION THE SMPPARM CARDS ASKED FOR.
000550     77 WS-PERIOD PIC X(4) VALUE SPACES.
000560     77 WS-SAMPLE-SIZE PIC 9(4) VALUE 25.
000570     77 WS-SEED PIC 9(9) VALUE ZERO.
000580     77 WS-SEED-SOURCE PIC X VALUE 'P'.
000590         88 SEED-FROM-CLOCK VALUE 'C'.
000600     77 WS-METHOD PIC X(8) VALUE 'MUS'.
000610         88 METHOD-MUS VALUE 'MUS'.
000620         88 METHOD-INTERVAL VALUE 'INTERVAL'.
000630     77 WS-THRESHOLD PIC 9(9) VALUE ZERO.
000640     77 WS-HIGH-FLAG PIC X VALUE 'N'.
000650         88 HIGH-FORCED VALUE 'Y'.
000660     77 WS-TOK-NUM1 PIC X(10).
000670     77 WS-TOK-NUM2 PIC X(10).
000680     77 WS-TOK-OPER PIC X(10).
000690     77 WS-TOK-CURRENCY PIC X(4).
000700     77 WS-TOK-DATE PIC X(8).
000710     77 WS-TOK-ACCOUNT PIC X(10).
000720     77 WS-TOK-REF PIC X(21).
000730*>    WHAT 2100-TAKE-LINE MADE OF THE LINE, IN BOTH PASSES.
000740     77 WS-LINE-KIND-SW PIC X VALUE SPACE.
000750         88 LINE-UNREADABLE VALUE 'B'.
000760         88 LINE-OUTSIDE VALUE 'O'.
000770         88 LINE-FORCED VALUE 'F'.
000780         88 LINE-TO-SAMPLE VALUE 'S'.
000790     77 WS-LINE-REASON PIC X(9) VALUE SPACES.
000800     77 WS-LINE-DATE PIC 9(6) VALUE ZERO.
000810     77 WS-HIGH-SW PIC X VALUE 'N'.
000820         88 LINE-HIGH VALUE 'Y'.
000830     77 WS-CHOSEN-SW PIC X VALUE 'N'.
000840         88 LINE-CHOSEN VALUE 'Y'.
000850     77 WS-GREATER-VALUE PIC 99 VALUE 5.
000860     77 WS-ABS-AMOUNT PIC 9(9)V99 VALUE ZERO.
000870     77 WS-ABS-CENTS PIC 9(11) VALUE ZERO.
000880*>    PASS ONE - THE POPULATION.
000890     77 WS-READ-COUNT PIC 9(9) VALUE ZERO.
000900     77 WS-BAD-COUNT PIC 9(9) VALUE ZERO.
000910     77 WS-OUTSIDE-COUNT PIC 9(9) VALUE ZERO.
000920     77 WS-POP-COUNT PIC 9(9) VALUE ZERO.
000930     77 WS-POP-TOTAL PIC 9(13)V99 VALUE ZERO.
000940     77 WS-FORCED-COUNT PIC 9(9) VALUE ZERO.
000950     77 WS-FORCED-TOTAL PIC 9(13)V99 VALUE ZERO.
000960     77 WS-SAMPLING-COUNT PIC 9(9) VALUE ZERO.
000970     77 WS-SAMPLING-CENTS PIC 9(15) VALUE ZERO.
000980     77 WS-FIRST-DATE PIC 9(6) VALUE ZERO.
000990     77 WS-LAST-DATE PIC 9(6) VALUE ZERO.
001000*>    THE DRAW. INTERVAL, START AND NEXT POINT ARE LINES FOR
001010*>    METHOD=INTERVAL AND CENTS FOR METHOD=MUS.
001020     77 WS-PLAN-SW PIC X VALUE 'N'.
001030         88 PLAN-NONE VALUE 'N'.
001040         88 PLAN-ALL VALUE 'A'.
001050         88 PLAN-STEP VALUE 'I'.
001060     77 WS-PRODUCT PIC 9(15) VALUE ZERO.
001070     77 WS-QUOTIENT PIC 9(15) VALUE ZERO.
001080     77 WS-DRAW PIC 9(10) VALUE ZERO.
001090     77 WS-INTERVAL PIC 9(15) VALUE ZERO.
001100     77 WS-START PIC 9(15) VALUE ZERO.
001110     77 WS-NEXT-POINT PIC 9(15) VALUE ZERO.
001120     77 WS-POINTS-USED PIC 9(9) VALUE ZERO.
001130*>    PASS TWO - THE SELECTION.
001140     77 WS-POSITION PIC 9(9) VALUE ZERO.
001150     77 WS-SAMPLING-SEQ PIC 9(9) VALUE ZERO.
001160     77 WS-RUNNING-CENTS PIC 9(15) VALUE ZERO.
001170     77 WS-SELECTED-COUNT PIC 9(9) VALUE ZERO.
001180     77 WS-FORCED-SELECTED PIC 9(9) VALUE ZERO.
001190     77 WS-SAMPLED-COUNT PIC 9(9) VALUE ZERO.
001200     77 WS-MONEY-EDIT PIC -(9)9.99.
001210     77 WS-TOTAL-EDIT PIC Z(12)9.99.
001220     77 WS-COUNT-EDIT PIC Z(8)9.
001230     77 WS-SMPL-RC PIC S9(4) VALUE ZERO.
001240 01  WS-ENTITY-AREA.
001250     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
001260     05 FILLER PIC X(4) VALUE SPACES.
001270 01  WS-ENT-SHOW PIC X(4) VALUE 'HOME'.
001280 01  WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
001290 01  WS-TOK-RESULT PIC X(12).
001300*>    SAME REDEFINED VIEW GLEXTR USES - A PLAIN MOVE WOULD DROP
001310*>    THE TRAILING SEPARATE SIGN OFF THE RESULT TOKEN.
001320 01  WS-TOK-RESULT-R REDEFINES WS-TOK-RESULT.
001330     05 WS-RESULT-NUM PIC S9(9)V99
001340         SIGN IS TRAILING SEPARATE.
001350*>    THE NUM1 TOKEN AS THE CSV CARRIES IT, AS BRKTRPT PICKS IT.
001360 01  WS-NUM1-PICK PIC X(8).
001370 01  WS-NUM1-PICK-R REDEFINES WS-NUM1-PICK.
001380     05 WS-NUM1-VAL PIC S9(5)V99
001390         SIGN IS TRAILING SEPARATE.
001400 PROCEDURE DIVISION.
001410 0000-MAIN.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001430     IF WS-SMPL-RC < 8
001440         PERFORM 2000-COUNT-LINE THRU 2000-EXIT
001450             UNTIL CSV-EOF
001460         PERFORM 3000-PLAN-SAMPLE THRU 3000-EXIT
001470         PERFORM 4000-REOPEN-CSV THRU 4000-EXIT
001480         PERFORM 5000-SELECT-LINE THRU 5000-EXIT
001490             UNTIL CSV-EOF
001500         PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT
001510     END-IF.
001520     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
001530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001540     GOBACK.
001550
001560 1000-INITIALIZE.
001570     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001580         WS-AUDIT-RC.
001590     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
001600         WS-RUNCTL-RC
001610         ON EXCEPTION
001620             ACCEPT WS-BUSINESS-DATE FROM DATE
001630     END-CALL.
001640     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
001650         ON EXCEPTION
001660             MOVE SPACES TO WS-ENTITY-AREA
001670     END-CALL.
001680     IF WS-RUN-ENTITY NOT = SPACES
001690         MOVE WS-RUN-ENTITY TO WS-ENT-SHOW
001700     END-IF.
001710     ACCEPT WS-RUN-TIME FROM TIME.
001720     MOVE 'OPEN' TO PRT-FUNC.
001730     MOVE 'SMPRPT' TO PRT-DDNAME.
001740     MOVE 'AUDIT TRANSACTION SAMPLE WORKPAPER' TO PRT-TITLE.
001750     MOVE 'V01.00' TO PRT-VERSION.
001760     CALL 'PRINTSVC' USING PRINT-AREA.
001770     PERFORM 1050-READ-PARM-CARDS THRU 1050-EXIT.
001780     IF WS-PERIOD = SPACES
001790         DISPLAY 'AUDSMPL - NO PERIOD= CARD ON SMPPARM'
001800         MOVE '*** NO PERIOD= CARD - NOTHING DRAWN, RC=8'
001810             TO WS-REPORT-LINE
001820         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
001830         MOVE 8 TO WS-SMPL-RC
001840         GO TO 1000-EXIT
001850     END-IF.
001860*>    NO SEED CARD - THE CLOCK'S HUNDREDTHS STAND IN, AND THE
001870*>    REGISTER KEEPS WHAT THEY WERE.
001880     IF WS-SEED = ZERO
001890         MOVE WS-RUN-TIME TO WS-SEED
001900         MOVE 'C' TO WS-SEED-SOURCE
001910         IF WS-SEED = ZERO
001920             MOVE 1 TO WS-SEED
001930         END-IF
001940     END-IF.
001950     MOVE SPACES TO WS-REPORT-LINE.
001960     STRING 'PERIOD ' WS-PERIOD '  ENTITY ' WS-ENT-SHOW
001970         '  BUSINESS DATE ' WS-BUSINESS-DATE
001980         '  RUN TIME ' WS-RUN-TIME(1:6)
001990         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002000     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002010     MOVE SPACES TO WS-REPORT-LINE.
002020     STRING 'METHOD ' WS-METHOD '  SIZE ' WS-SAMPLE-SIZE
002030         '  SEED ' WS-SEED '  THRESHOLD ' WS-THRESHOLD
002040         '  HIGH ' WS-HIGH-FLAG
002050         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002060     IF SEED-FROM-CLOCK
002070         MOVE '(SEED FROM THE CLOCK)' TO WS-REPORT-LINE(80:21)
002080     END-IF.
002090     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002100     OPEN INPUT CSV-FILE.
002110     IF WS-CSV-FILE-STATUS NOT = '00'
002120         DISPLAY 'AUDSMPL - NUMCSV OPEN FAILED, STATUS='
002130             WS-CSV-FILE-STATUS
002140         MOVE '*** NO NUMCSV - NOTHING DRAWN, RC=8'
002150             TO WS-REPORT-LINE
002160         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002170         MOVE 'Y' TO WS-CSV-EOF-SW
002180         MOVE 8 TO WS-SMPL-RC
002190         GO TO 1000-EXIT
002200     END-IF.
002210     MOVE 'Y' TO WS-CSV-OPEN-SW.
002220     OPEN EXTEND REGISTER-FILE.
002230     IF WS-REG-FILE-STATUS = '35'
002240         OPEN OUTPUT REGISTER-FILE
002250     END-IF.
002260     IF WS-REG-FILE-STATUS NOT = '00'
002270         DISPLAY 'AUDSMPL - SMPREG OPEN FAILED, STATUS='
002280             WS-REG-FILE-STATUS
002290         MOVE '*** NO SMPREG - NOTHING DRAWN, RC=8'
002300             TO WS-REPORT-LINE
002310         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002320         MOVE 8 TO WS-SMPL-RC
002330         GO TO 1000-EXIT
002340     END-IF.
002350     MOVE 'Y' TO WS-REG-OPEN-SW.
002360 1000-EXIT.
002370     EXIT.
002380
002390 1050-READ-PARM-CARDS.
002400     OPEN INPUT PARM-FILE.
002410     IF WS-PARM-FILE-STATUS NOT = '00'
002420         GO TO 1050-EXIT
002430     END-IF.
002440     PERFORM 1060-READ-CARD THRU 1060-EXIT.
002450     PERFORM 1070-TAKE-CARD THRU 1070-EXIT
002460         UNTIL PARM-EOF.
002470     CLOSE PARM-FILE.
002480 1050-EXIT.
002490     EXIT.
002500
002510 1060-READ-CARD.
002520     MOVE SPACES TO PARM-RECORD.
002530     READ PARM-FILE
002540         AT END MOVE 'Y' TO WS-PARM-EOF-SW
002550     END-READ.
002560 1060-EXIT.
002570     EXIT.
002580
002590 1070-TAKE-CARD.
002600     EVALUATE TRUE
002610         WHEN PARM-RECORD = SPACES
002620             CONTINUE
002630         WHEN PARM-RECORD(1:7) = 'PERIOD='
002640             AND PARM-RECORD(8:4) IS NUMERIC
002650             MOVE PARM-RECORD(8:4) TO WS-PERIOD
002660         WHEN PARM-RECORD(1:5) = 'SIZE='
002670             AND PARM-RECORD(6:4) IS NUMERIC
002680             MOVE PARM-RECORD(6:4) TO WS-SAMPLE-SIZE
002690         WHEN PARM-RECORD(1:5) = 'SEED='
002700             AND PARM-RECORD(6:9) IS NUMERIC
002710             MOVE PARM-RECORD(6:9) TO WS-SEED
002720         WHEN PARM-RECORD(1:11) = 'METHOD=MUS '
002730             MOVE 'MUS' TO WS-METHOD
002740         WHEN PARM-RECORD(1:16) = 'METHOD=INTERVAL '
002750             MOVE 'INTERVAL' TO WS-METHOD
002760         WHEN PARM-RECORD(1:10) = 'THRESHOLD='
002770             AND PARM-RECORD(11:9) IS NUMERIC
002780             MOVE PARM-RECORD(11:9) TO WS-THRESHOLD
002790         WHEN PARM-RECORD(1:7) = 'HIGH=Y '
002800             MOVE 'Y' TO WS-HIGH-FLAG
002810         WHEN PARM-RECORD(1:7) = 'HIGH=N '
002820             MOVE 'N' TO WS-HIGH-FLAG
002830         WHEN OTHER
002840             DISPLAY 'AUDSMPL - CARD IGNORED: ' PARM-RECORD(1:20)
002850     END-EVALUATE.
002860     PERFORM 1060-READ-CARD THRU 1060-EXIT.
002870 1070-EXIT.
002880     EXIT.
002890
002910*>    PASS ONE - COUNT AND TOTAL THE PERIOD'S LINES, FORCED
002920*>    AND NOT, SO THE INTERVAL CAN BE SET BEFORE ANYTHING IS
002930*>    TAKEN.
002950 2000-COUNT-LINE.
002960     READ CSV-FILE
002970         AT END
002980             MOVE 'Y' TO WS-CSV-EOF-SW
002990             GO TO 2000-EXIT
003000     END-READ.
003010     ADD 1 TO WS-READ-COUNT.
003020     PERFORM 2100-TAKE-LINE THRU 2100-EXIT.
003030     EVALUATE TRUE
003040         WHEN LINE-UNREADABLE
003050             ADD 1 TO WS-BAD-COUNT
003060         WHEN LINE-OUTSIDE
003070             ADD 1 TO WS-OUTSIDE-COUNT
003080         WHEN OTHER
003090             PERFORM 2300-COUNT-POPULATION THRU 2300-EXIT
003100     END-EVALUATE.
003110 2000-EXIT.
003120     EXIT.
003130
003140*>    THE SAME TEST IN BOTH PASSES, SO PASS TWO SEES THE
003150*>    POPULATION PASS ONE COUNTED. A MOVE TO THE UNSIGNED
003160*>    WS-ABS-AMOUNT DROPS THE SIGN - DEBITS AND CREDITS ALIKE
003170*>    ARE SAMPLED ON THEIR SIZE.
003180 2100-TAKE-LINE.
003190     MOVE SPACES TO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
003200         WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
003210         WS-TOK-ACCOUNT WS-TOK-REF.
003220     MOVE SPACES TO WS-LINE-REASON.
003230     UNSTRING CSV-RECORD DELIMITED BY ','
003240         INTO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
003250             WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
003260             WS-TOK-ACCOUNT WS-TOK-REF.
003270     IF WS-TOK-DATE(1:6) IS NOT NUMERIC
003280         OR WS-RESULT-NUM IS NOT NUMERIC
003290         MOVE 'B' TO WS-LINE-KIND-SW
003300         GO TO 2100-EXIT
003310     END-IF.
003320     IF WS-TOK-DATE(1:4) NOT = WS-PERIOD
003330         MOVE 'O' TO WS-LINE-KIND-SW
003340         GO TO 2100-EXIT
003350     END-IF.
003360     MOVE WS-TOK-DATE(1:6) TO WS-LINE-DATE.
003370     MOVE WS-RESULT-NUM TO WS-ABS-AMOUNT.
003380     COMPUTE WS-ABS-CENTS = WS-ABS-AMOUNT * 100.
003390     IF WS-THRESHOLD > ZERO
003400         AND WS-ABS-AMOUNT > WS-THRESHOLD
003410         MOVE 'F' TO WS-LINE-KIND-SW
003420         MOVE 'THRESHOLD' TO WS-LINE-REASON
003430         GO TO 2100-EXIT
003440     END-IF.
003450     IF HIGH-FORCED
003460         PERFORM 2200-CHECK-HIGH THRU 2200-EXIT
003470         IF LINE-HIGH
003480             MOVE 'F' TO WS-LINE-KIND-SW
003490             MOVE 'HIGH' TO WS-LINE-REASON
003500             GO TO 2100-EXIT
003510         END-IF
003520     END-IF.
003530     MOVE 'S' TO WS-LINE-KIND-SW.
003540     MOVE 'SAMPLE' TO WS-LINE-REASON.
003550 2100-EXIT.
003560     EXIT.
003570
003580*>    BRKTRPT'S HIGH BRACKET: NUM1 ABOVE THE GREATERVAL IN
003590*>    EFFECT ON THE LINE'S OWN BATCH DATE, THE COMPILED 5 WHERE
003600*>    THE REPOSITORY HAS NONE. PARMSVC REMEMBERS EACH DATE IT
003610*>    HAS ANSWERED, SO THE REPOSITORY IS NOT READ PER LINE.
003620 2200-CHECK-HIGH.
003630     MOVE 'N' TO WS-HIGH-SW.
003640     MOVE WS-TOK-NUM1(1:8) TO WS-NUM1-PICK.
003650     IF WS-NUM1-VAL IS NOT NUMERIC
003660         GO TO 2200-EXIT
003670     END-IF.
003680     MOVE 5 TO WS-GREATER-VALUE.
003690     MOVE 'GREATERVAL' TO PSVC-NAME.
003700     MOVE WS-LINE-DATE TO PSVC-DATE.
003710     CALL 'PARMSVC' USING PARMSVC-AREA
003720         ON EXCEPTION
003730             MOVE 4 TO PSVC-RC
003740     END-CALL.
003750     IF PSVC-RC = ZERO AND PSVC-VALUE(1:2) IS NUMERIC
003760         MOVE PSVC-VALUE(1:2) TO WS-GREATER-VALUE
003770     END-IF.
003780     IF WS-NUM1-VAL > WS-GREATER-VALUE
003790         MOVE 'Y' TO WS-HIGH-SW
003800     END-IF.
003810 2200-EXIT.
003820     EXIT.
003830
003840 2300-COUNT-POPULATION.
003850     ADD 1 TO WS-POP-COUNT.
003860     ADD WS-ABS-AMOUNT TO WS-POP-TOTAL.
003870     IF WS-POP-COUNT = 1
003880         MOVE WS-LINE-DATE TO WS-FIRST-DATE WS-LAST-DATE
003890     END-IF.
003900     IF WS-LINE-DATE < WS-FIRST-DATE
003910         MOVE WS-LINE-DATE TO WS-FIRST-DATE
003920     END-IF.
003930     IF WS-LINE-DATE > WS-LAST-DATE
003940         MOVE WS-LINE-DATE TO WS-LAST-DATE
003950     END-IF.
003960     IF LINE-FORCED
003970         ADD 1 TO WS-FORCED-COUNT
003980         ADD WS-ABS-AMOUNT TO WS-FORCED-TOTAL
003990     ELSE
004000         ADD 1 TO WS-SAMPLING-COUNT
004010         ADD WS-ABS-CENTS TO WS-SAMPLING-CENTS
004020     END-IF.
004030 2300-EXIT.
004040     EXIT.
004050
004070*>    SET THE INTERVAL AND RANDOM START, REGISTER THE DRAW AND
004080*>    HEAD THE WORKPAPER WITH IT.
004100 3000-PLAN-SAMPLE.
004110     COMPUTE WS-PRODUCT = WS-SEED * 16807.
004120     DIVIDE WS-PRODUCT BY 2147483647 GIVING WS-QUOTIENT
004130         REMAINDER WS-DRAW.
004140     EVALUATE TRUE
004150         WHEN WS-SAMPLE-SIZE = ZERO
004160             OR WS-SAMPLING-COUNT = ZERO
004170             MOVE 'N' TO WS-PLAN-SW
004180         WHEN WS-SAMPLE-SIZE NOT < WS-SAMPLING-COUNT
004190             MOVE 'A' TO WS-PLAN-SW
004200         WHEN METHOD-INTERVAL
004210             DIVIDE WS-SAMPLING-COUNT BY WS-SAMPLE-SIZE
004220                 GIVING WS-INTERVAL
004230             MOVE 'I' TO WS-PLAN-SW
004240         WHEN OTHER
004250             DIVIDE WS-SAMPLING-CENTS BY WS-SAMPLE-SIZE
004260                 GIVING WS-INTERVAL
004270             MOVE 'I' TO WS-PLAN-SW
004280     END-EVALUATE.
004290*>    FEWER CENTS THAN LINES WANTED - EVERY LINE IS TAKEN.
004300     IF PLAN-STEP AND WS-INTERVAL = ZERO
004310         MOVE 'A' TO WS-PLAN-SW
004320     END-IF.
004330     IF PLAN-STEP
004340         DIVIDE WS-DRAW BY WS-INTERVAL GIVING WS-QUOTIENT
004350             REMAINDER WS-START
004360         ADD 1 TO WS-START
004370         MOVE WS-START TO WS-NEXT-POINT
004380     ELSE
004390         MOVE ZERO TO WS-INTERVAL WS-START
004400     END-IF.
004410     PERFORM 3100-WRITE-HEADER THRU 3100-EXIT.
004420     MOVE SPACES TO WS-REPORT-LINE.
004430     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004440     MOVE WS-POP-COUNT TO WS-COUNT-EDIT.
004450     MOVE WS-POP-TOTAL TO WS-TOTAL-EDIT.
004460     MOVE SPACES TO WS-REPORT-LINE.
004470     STRING 'POPULATION    ' WS-COUNT-EDIT ' LINES  '
004480         WS-TOTAL-EDIT '  BATCH DATES ' WS-FIRST-DATE
004490         ' TO ' WS-LAST-DATE
004500         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004510     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004520     MOVE WS-FORCED-COUNT TO WS-COUNT-EDIT.
004530     MOVE WS-FORCED-TOTAL TO WS-TOTAL-EDIT.
004540     MOVE SPACES TO WS-REPORT-LINE.
004550     STRING 'FORCED        ' WS-COUNT-EDIT ' LINES  '
004560         WS-TOTAL-EDIT
004570         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004580     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004590     MOVE WS-SAMPLING-COUNT TO WS-COUNT-EDIT.
004600     COMPUTE WS-TOTAL-EDIT = WS-SAMPLING-CENTS / 100.
004610     MOVE SPACES TO WS-REPORT-LINE.
004620     STRING 'SAMPLED FROM  ' WS-COUNT-EDIT ' LINES  '
004630         WS-TOTAL-EDIT
004640         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004650     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004660     MOVE SPACES TO WS-REPORT-LINE.
004670     EVALUATE TRUE
004680         WHEN PLAN-NONE
004690             MOVE 'NO SAMPLE DRAWN - FORCED LINES ONLY'
004700                 TO WS-REPORT-LINE
004710         WHEN PLAN-ALL
004720             MOVE 'SIZE COVERS THE LINES LEFT - EVERY ONE TAKEN'
004730                 TO WS-REPORT-LINE
004740         WHEN METHOD-MUS
004750             STRING 'DRAW ' WS-DRAW '  INTERVAL ' WS-INTERVAL
004760                 ' CENTS  START AT CENT ' WS-START
004770                 DELIMITED BY SIZE INTO WS-REPORT-LINE
004780         WHEN OTHER
004790             STRING 'DRAW ' WS-DRAW '  INTERVAL ' WS-INTERVAL
004800                 ' LINES  START AT LINE ' WS-START
004810                 DELIMITED BY SIZE INTO WS-REPORT-LINE
004820     END-EVALUATE.
004830     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004840     IF WS-POP-COUNT = ZERO
004850         MOVE SPACES TO WS-REPORT-LINE
004860         STRING '*** NO LINES WITH A ' WS-PERIOD
004870             ' BATCH DATE ON NUMCSV - IS THE MONTH STILL IN'
004880             ' THE NUMCSVH HISTORY?'
004890             DELIMITED BY SIZE INTO WS-REPORT-LINE
004900         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004910         MOVE 4 TO WS-SMPL-RC
004920     END-IF.
004930 3000-EXIT.
004940     EXIT.
004950
004960 3100-WRITE-HEADER.
004970     PERFORM 7100-SET-KEY THRU 7100-EXIT.
004980     MOVE 'H' TO SMP-TYPE.
004990     MOVE WS-SEED TO SMP-SEED.
005000     MOVE WS-SEED-SOURCE TO SMP-SEED-SOURCE.
005010     MOVE WS-METHOD TO SMP-METHOD.
005020     MOVE WS-SAMPLE-SIZE TO SMP-SIZE.
005030     MOVE WS-THRESHOLD TO SMP-THRESHOLD.
005040     MOVE WS-HIGH-FLAG TO SMP-HIGH-FLAG.
005050     MOVE WS-PLAN-SW TO SMP-PLAN.
005060     MOVE WS-DRAW TO SMP-DRAW.
005070     MOVE WS-INTERVAL TO SMP-INTERVAL.
005080     MOVE WS-START TO SMP-START.
005090     MOVE WS-POP-COUNT TO SMP-POP-COUNT.
005100     MOVE WS-POP-TOTAL TO SMP-POP-TOTAL.
005110     MOVE WS-FORCED-COUNT TO SMP-FORCED-COUNT.
005120     MOVE WS-FORCED-TOTAL TO SMP-FORCED-TOTAL.
005130     MOVE WS-FIRST-DATE TO SMP-FIRST-DATE.
005140     MOVE WS-LAST-DATE TO SMP-LAST-DATE.
005150     WRITE SMP-RECORD.
005160 3100-EXIT.
005170     EXIT.
005180
005190 4000-REOPEN-CSV.
005200     CLOSE CSV-FILE.
005210     MOVE 'N' TO WS-CSV-OPEN-SW WS-CSV-EOF-SW.
005220     OPEN INPUT CSV-FILE.
005230     IF WS-CSV-FILE-STATUS NOT = '00'
005240         DISPLAY 'AUDSMPL - NUMCSV REOPEN FAILED, STATUS='
005250             WS-CSV-FILE-STATUS
005260         MOVE '*** NUMCSV LOST BETWEEN PASSES - NO LINES TAKEN'
005270             TO WS-REPORT-LINE
005280         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
005290         MOVE 'Y' TO WS-CSV-EOF-SW
005300         MOVE 8 TO WS-SMPL-RC
005310         GO TO 4000-EXIT
005320     END-IF.
005330     MOVE 'Y' TO WS-CSV-OPEN-SW.
005340     MOVE SPACES TO WS-REPORT-LINE.
005350     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005360     MOVE SPACES TO WS-REPORT-LINE.
005370     STRING ' POSITION  REASON     DATE    CCY  OPERATION  '
005380         '        AMOUNT  ACCOUNT     REFERENCE'
005390         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005400     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005410 4000-EXIT.
005420     EXIT.
005430
005450*>    PASS TWO - WALK THE SAME LINES IN THE SAME ORDER AND
005460*>    TAKE THE FORCED ONES AND THOSE THE POINTS FALL ON.
005480 5000-SELECT-LINE.
005490     READ CSV-FILE
005500         AT END
005510             MOVE 'Y' TO WS-CSV-EOF-SW
005520             GO TO 5000-EXIT
005530     END-READ.
005540     PERFORM 2100-TAKE-LINE THRU 2100-EXIT.
005550     IF LINE-UNREADABLE OR LINE-OUTSIDE
005560         GO TO 5000-EXIT
005570     END-IF.
005580     ADD 1 TO WS-POSITION.
005590     IF LINE-FORCED
005600         ADD 1 TO WS-FORCED-SELECTED
005610         PERFORM 5300-TAKE-SELECTION THRU 5300-EXIT
005620         GO TO 5000-EXIT
005630     END-IF.
005640     PERFORM 5100-CHECK-SAMPLE THRU 5100-EXIT.
005650     IF LINE-CHOSEN
005660         ADD 1 TO WS-SAMPLED-COUNT
005670         PERFORM 5300-TAKE-SELECTION THRU 5300-EXIT
005680     END-IF.
005690 5000-EXIT.
005700     EXIT.
005710
005720*>    A LINE IS CHOSEN WHEN THE NEXT POINT FALLS ON IT - ITS
005730*>    PLACE AMONG THE LINES SAMPLED FROM, OR UNDER MUS THE
005740*>    CENTS IT ADDS TO THE RUNNING TOTAL. EVERY POINT IT
005750*>    COVERS IS USED UP WITH IT, AND NO MORE THAN SIZE POINTS
005760*>    ARE EVER USED.
005770 5100-CHECK-SAMPLE.
005780     MOVE 'N' TO WS-CHOSEN-SW.
005790     ADD 1 TO WS-SAMPLING-SEQ.
005800     ADD WS-ABS-CENTS TO WS-RUNNING-CENTS.
005810     IF PLAN-NONE
005820         GO TO 5100-EXIT
005830     END-IF.
005840     IF PLAN-ALL
005850         MOVE 'Y' TO WS-CHOSEN-SW
005860         GO TO 5100-EXIT
005870     END-IF.
005880     IF WS-POINTS-USED NOT < WS-SAMPLE-SIZE
005890         GO TO 5100-EXIT
005900     END-IF.
005910     IF METHOD-INTERVAL
005920         IF WS-SAMPLING-SEQ = WS-NEXT-POINT
005930             MOVE 'Y' TO WS-CHOSEN-SW
005940             PERFORM 5200-USE-POINT THRU 5200-EXIT
005950         END-IF
005960         GO TO 5100-EXIT
005970     END-IF.
005980     IF WS-NEXT-POINT > WS-RUNNING-CENTS
005990         GO TO 5100-EXIT
006000     END-IF.
006010     MOVE 'Y' TO WS-CHOSEN-SW.
006020     PERFORM 5200-USE-POINT THRU 5200-EXIT
006030         UNTIL WS-NEXT-POINT > WS-RUNNING-CENTS
006040         OR WS-POINTS-USED NOT < WS-SAMPLE-SIZE.
006050 5100-EXIT.
006060     EXIT.
006070
006080 5200-USE-POINT.
006090     ADD 1 TO WS-POINTS-USED.
006100     ADD WS-INTERVAL TO WS-NEXT-POINT.
006110 5200-EXIT.
006120     EXIT.
006130
006140 5300-TAKE-SELECTION.
006150     ADD 1 TO WS-SELECTED-COUNT.
006160     MOVE WS-POSITION TO WS-COUNT-EDIT.
006170     MOVE WS-RESULT-NUM TO WS-MONEY-EDIT.
006180     MOVE SPACES TO WS-REPORT-LINE.
006190     STRING WS-COUNT-EDIT '  ' WS-LINE-REASON '  '
006200         WS-LINE-DATE '  ' WS-TOK-CURRENCY(1:3) '  '
006210         WS-TOK-OPER '  ' WS-MONEY-EDIT '  ' WS-TOK-ACCOUNT
006220         '  ' WS-TOK-REF
006230         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006240     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006250     PERFORM 7100-SET-KEY THRU 7100-EXIT.
006260     MOVE 'D' TO SMP-TYPE.
006270     MOVE WS-POSITION TO SMP-POSITION.
006280     MOVE WS-LINE-REASON TO SMP-REASON.
006290     MOVE CSV-RECORD TO SMP-CSV-LINE.
006300     WRITE SMP-RECORD.
006310 5300-EXIT.
006320     EXIT.
006330
006340 6000-WRITE-TRAILER.
006350     PERFORM 7100-SET-KEY THRU 7100-EXIT.
006360     MOVE 'T' TO SMP-TYPE.
006370     MOVE WS-SELECTED-COUNT TO SMP-SELECTED.
006380     MOVE WS-FORCED-SELECTED TO SMP-FORCED-SELECTED.
006390     MOVE WS-SAMPLED-COUNT TO SMP-SAMPLED.
006400     WRITE SMP-RECORD.
006410 6000-EXIT.
006420     EXIT.
006430
006440 7000-PRINT-LINE.
006450     MOVE 'WRITE' TO PRT-FUNC.
006460     MOVE WS-REPORT-LINE TO PRT-LINE.
006470     CALL 'PRINTSVC' USING PRINT-AREA.
006480 7000-EXIT.
006490     EXIT.
006500
006510 7100-SET-KEY.
006520     MOVE SPACES TO SMP-RECORD.
006530     MOVE WS-PERIOD TO SMP-PERIOD.
006540     MOVE WS-RUN-ENTITY TO SMP-ENTITY.
006550     MOVE WS-BUSINESS-DATE TO SMP-RUN-DATE.
006560     MOVE WS-RUN-TIME(1:6) TO SMP-RUN-TIME.
006570 7100-EXIT.
006580     EXIT.
006590
006600 8000-WRITE-TOTALS.
006610     IF WS-BAD-COUNT > ZERO
006620         MOVE SPACES TO WS-REPORT-LINE
006630         STRING '*** ' WS-BAD-COUNT ' LINES WITHOUT A READABLE '
006640             'BATCH DATE OR AMOUNT - NOT IN THE POPULATION'
006650             DELIMITED BY SIZE INTO WS-REPORT-LINE
006660         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006670         IF WS-SMPL-RC < 4
006680             MOVE 4 TO WS-SMPL-RC
006690         END-IF
006700     END-IF.
006710     MOVE SPACES TO WS-REPORT-LINE.
006720     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006730     MOVE SPACES TO WS-REPORT-LINE.
006740     STRING 'LINES READ ' WS-READ-COUNT
006750         '  OTHER PERIODS ' WS-OUTSIDE-COUNT
006760         '  IN PERIOD ' WS-POP-COUNT
006770         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006780     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006790     MOVE SPACES TO WS-REPORT-LINE.
006800     STRING 'TAKEN ' WS-SELECTED-COUNT
006810         '  FORCED ' WS-FORCED-SELECTED
006820         '  SAMPLED ' WS-SAMPLED-COUNT
006830         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006840     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006850     MOVE SPACES TO WS-REPORT-LINE.
006860     EVALUATE WS-SMPL-RC
006870         WHEN ZERO
006880             MOVE 'RC=0 - SAMPLE DRAWN AND REGISTERED'
006890                 TO WS-REPORT-LINE
006900         WHEN 4
006910             MOVE 'RC=4 - SEE THE *** LINES' TO WS-REPORT-LINE
006920         WHEN OTHER
006930             MOVE 'RC=8 - NOTHING DRAWN' TO WS-REPORT-LINE
006940     END-EVALUATE.
006950     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006960     DISPLAY 'AUDSMPL - ' WS-ENT-SHOW ' PERIOD ' WS-PERIOD
006970         ' IN PERIOD ' WS-POP-COUNT ' TAKEN ' WS-SELECTED-COUNT
006980         ' SEED ' WS-SEED ' RC=' WS-SMPL-RC.
006990 8000-EXIT.
007000     EXIT.
007010
007020 9000-TERMINATE.
007030     IF CSV-OPEN
007040         CLOSE CSV-FILE
007050     END-IF.
007060     IF REGISTER-OPEN
007070         CLOSE REGISTER-FILE
007080     END-IF.
007090     MOVE 'CLOSE' TO PRT-FUNC.
007100     CALL 'PRINTSVC' USING PRINT-AREA.
007110     MOVE WS-SMPL-RC TO WS-AUDIT-RC.
007120     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
007130         WS-AUDIT-RC.
007140     MOVE WS-SMPL-RC TO RETURN-CODE.
007150 9000-EXIT.
007160     EXIT.
