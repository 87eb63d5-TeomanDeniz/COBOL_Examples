000000 *> ................................................................... <*
000000 *> CBL - PARCMP                           :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/25 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/25 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> PARALLEL-RUN COMPARATOR. A CHANGE TO NUMVAR, GLEXTR OR THE
000000 *> BRACKET PARAMETERS IS PROVED BY RUNNING THE OLD AND THE NEW
000000 *> CODE OVER THE SAME FEED AND COMPARING WHAT THEY PRODUCED; THIS
000000 *> PASS DOES THE COMPARING SO NOBODY HAS TO EYEBALL TWO FILES.
000000 *> THE CMPPARM CARD:
000000 *>   COLS  1- 6  NUMCSV OR GLFILE - WHICH KIND OF FILE CMPOLD AND
000000 *>               CMPNEW ARE (TWO NUMCSVH GENERATIONS, OR TWO GL
000000 *>               INTERFACE FILES)
000000 *>   COLS  8-15  TOLERANCE, SIX DIGITS AND TWO DECIMALS
000000 *>               (00000001 = 0.01); BLANK IS ZERO - EXACT
000000 *> BOTH FILES GO THROUGH ONE SORT ON THE NATURAL KEY OF A LINE:
000000 *>   NUMCSV - OPERATION, CURRENCY, NUM1, NUM2 AND BATCH DATE; THE
000000 *>            RESULT IS THE FIGURE COMPARED
000000 *>   GLFILE - LEDGER ACCOUNT AND CURRENCY (D RECORDS); THE
000000 *>            AMOUNT IS THE FIGURE COMPARED. HEADER AND TRAILER
000000 *>            ARE SHOWN FOR EACH SIDE, NOT COMPARED.
000000 *> WITHIN ONE KEY, LINES WHOSE FIGURES AGREE WITHIN THE TOLERANCE
000000 *> ARE PAIRED OFF FIRST; WHAT IS LEFT IS PAIRED IN ORDER AND
000000 *> LISTED AS DIFFERING, AND ANY LINE STILL UNPAIRED IS LISTED AS
000000 *> MISSING FROM THE OTHER SIDE. THE REPORT ENDS WITH THE LINE
000000 *> COUNTS AND TOTALS OF EACH SIDE PER OPERATION (PER LEDGER
000000 *> ACCOUNT FOR A GL FILE) AND PER CURRENCY, WITH THE DIFFERENCE.
000000 *> RETURN CODES:
000000 *>   0  IDENTICAL WITHIN THE TOLERANCE - THE PARALLEL RUN CAN BE
000000 *>      SIGNED OFF ON THIS REPORT
000000 *>   4  DIFFERENCES, MISSING LINES, OR LINES THAT COULD NOT BE
000000 *>      READ OR COMPARED - SEE THE *** LINES
000000 *>   8  NO VALID CMPPARM CARD - NOTHING COMPARED
000000 *>  12  CMPOLD OR CMPNEW COULD NOT BE OPENED
000000 *> 2026/09/25 TD - FIRST CUT.
000000 *> 2026/10/01 TD - GL INTERFACE LINES ARE 68 BYTES - THE D
000000 *>                 RECORD NOW ENDS WITH THE VALUE DATE.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PARCMP.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT PARM-FILE ASSIGN TO "CMPPARM"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-PARM-FILE-STATUS.
000180     SELECT OLD-FILE ASSIGN TO "CMPOLD"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-OLD-FILE-STATUS.
000210     SELECT NEW-FILE ASSIGN TO "CMPNEW"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS WS-NEW-FILE-STATUS.
000240     SELECT SORT-WORK ASSIGN TO "CMPSRT".
000250 DATA DIVISION.
000260 FILE SECTION.
000270 FD  PARM-FILE.
000280 01  PARM-RECORD PIC X(80).
000290 FD  OLD-FILE.
000300 01  OLD-RECORD PIC X(100).
000310 FD  NEW-FILE.
000320 01  NEW-RECORD PIC X(100).
000330 SD  SORT-WORK.
000340 01  SORT-RECORD.
000350     05 SRT-KEY.
000360         10 SRT-GROUP PIC X(8).
000370         10 SRT-CURRENCY PIC X(3).
000380         10 SRT-REST PIC X(22).
000390     05 SRT-SIDE PIC X.
000400     05 SRT-VALUE PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
000410     05 SRT-LINE-NO PIC 9(7).
000420     05 SRT-REF PIC X(21).
000430 WORKING-STORAGE SECTION.
000440     COPY PRTLINK.
000450     77 WS-PARM-FILE-STATUS PIC XX VALUE '00'.
000460     77 WS-OLD-FILE-STATUS PIC XX VALUE '00'.
000470     77 WS-NEW-FILE-STATUS PIC XX VALUE '00'.
000480     77 WS-IN-EOF-SW PIC X VALUE 'N'.
000490         88 IN-EOF VALUE 'Y'.
000500     77 WS-SORT-EOF-SW PIC X VALUE 'N'.
000510         88 SORT-EOF VALUE 'Y'.
000520     77 WS-FILE-TYPE PIC X(6) VALUE SPACES.
000530         88 TYPE-NUMCSV VALUE 'NUMCSV'.
000540         88 TYPE-GLFILE VALUE 'GLFILE'.
000550     77 WS-GROUP-LABEL PIC X(9) VALUE 'OPERATION'.
000560     77 WS-TOLERANCE PIC 9(6)V99 VALUE ZERO.
000570     77 WS-TOL-EDIT PIC Z(5)9.99.
000580     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000590     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000600     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000610     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'PARCMP'.
000620     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000630     77 WS-CMP-RC PIC S9(4) VALUE ZERO.
000640     77 WS-RC-EDIT PIC Z9.
000650     77 WS-REPORT-LINE PIC X(120).
000660     77 WS-FAILED-DD PIC X(8) VALUE SPACES.
000670     77 WS-FAILED-STATUS PIC XX VALUE SPACES.
000680*>    THE LINE BEING LOADED AND THE SIDE IT CAME FROM.
000690     77 WS-IN-LINE PIC X(100) VALUE SPACES.
000700     77 WS-SIDE PIC X VALUE SPACE.
000710         88 SIDE-OLD VALUE 'O'.
000720         88 SIDE-NEW VALUE 'N'.
000730     77 WS-SIDE-LINE-NO PIC 9(7) VALUE ZERO.
000740     77 WS-LINE-OK-SW PIC X VALUE 'N'.
000750         88 LINE-OK VALUE 'Y'.
000760     77 WS-TOK-NUM1 PIC X(10).
000770     77 WS-TOK-NUM2 PIC X(10).
000780     77 WS-TOK-OPER PIC X(10).
000790     77 WS-TOK-CURRENCY PIC X(4).
000800     77 WS-TOK-DATE PIC X(8).
000810     77 WS-TOK-ACCOUNT PIC X(10).
000820     77 WS-TOK-REF PIC X(21).
000830 01  WS-TOK-RESULT PIC X(12).
000840*>    SAME REDEFINED VIEW GLEXTR USES - A PLAIN MOVE WOULD DROP
000850*>    THE TRAILING SEPARATE SIGN OFF THE RESULT TOKEN.
000860 01  WS-TOK-RESULT-R REDEFINES WS-TOK-RESULT.
000870     05 WS-RESULT-NUM PIC S9(9)V99
000880         SIGN IS TRAILING SEPARATE.
000890*>    A GL INTERFACE LINE IN THE GLEXTR RECORD LAYOUTS.
000900 01  WS-GL-LINE PIC X(68).
000910 01  GL-HEADER REDEFINES WS-GL-LINE.
000920     05 GLH-TYPE PIC X.
000930     05 GLH-DATE PIC X(6).
000940     05 GLH-SEQ PIC X(4).
000950     05 GLH-ENTITY PIC X(2).
000960     05 FILLER PIC X(55).
000970 01  GL-DETAIL REDEFINES WS-GL-LINE.
000980     05 GLD-TYPE PIC X.
000990     05 GLD-ACCOUNT PIC X(8).
001000     05 GLD-AMOUNT PIC S9(9)V99.
001010     05 GLD-CURRENCY PIC X(3).
001020     05 GLD-DATE PIC 9(6).
001030     05 GLD-BASE-AMOUNT PIC S9(9)V99.
001040     05 GLD-REF PIC X(21).
001045     05 GLD-VALUE-DATE PIC X(6).
001050     05 FILLER PIC X.
001060 01  GL-TRAILER REDEFINES WS-GL-LINE.
001070     05 GLT-TYPE PIC X.
001080     05 GLT-COUNT PIC 9(7).
001090     05 GLT-HASH PIC S9(11)V99.
001100     05 FILLER PIC X(47).
001110 01  WS-CARD.
001120     05 CARD-TYPE PIC X(6).
001130     05 FILLER PIC X.
001140     05 CARD-TOLERANCE PIC X(8).
001150     05 CARD-TOLERANCE-N REDEFINES CARD-TOLERANCE
001160         PIC 9(6)V99.
001170     05 FILLER PIC X(65).
001180*>    WHAT EACH SIDE HELD. ENTRY 1 IS CMPOLD, ENTRY 2 CMPNEW.
001190 01  SIDE-TABLE.
001200     05 SIDE-ENTRY OCCURS 2 TIMES.
001210         10 SIDE-DD PIC X(8).
001220         10 SIDE-READ PIC 9(7).
001230         10 SIDE-LOADED PIC 9(7).
001240         10 SIDE-BAD PIC 9(7).
001250         10 SIDE-TOTAL PIC S9(13)V99.
001260         10 SIDE-HDR PIC X(13).
001270         10 SIDE-TRL-COUNT PIC 9(7).
001280         10 SIDE-TRL-HASH PIC S9(11)V99.
001290         10 SIDE-TRL-SW PIC X.
001300     77 WS-SIDE-IX PIC 9 VALUE ZERO.
001310*>    ONE KEY GROUP OFF THE SORT, EACH SIDE IN ITS OWN TABLE.
001320     77 WS-GRP-MAX PIC 9(3) VALUE 200.
001330     77 WS-OLD-USED PIC 9(3) VALUE ZERO.
001340     77 WS-NEW-USED PIC 9(3) VALUE ZERO.
001350     77 WS-OX PIC 9(3) VALUE ZERO.
001360     77 WS-NX PIC 9(3) VALUE ZERO.
001370     77 WS-FOUND-NX PIC 9(3) VALUE ZERO.
001380     77 WS-CUR-KEY PIC X(33) VALUE SPACES.
001390     77 WS-KEY-SHOW PIC X(52) VALUE SPACES.
001400     77 WS-DIFF PIC S9(13)V99 VALUE ZERO.
001410     77 WS-ABS-DIFF PIC 9(13)V99 VALUE ZERO.
001420     77 WS-VALUE-EDIT PIC -(11)9.99.
001430     77 WS-VALUE-EDIT2 PIC -(11)9.99.
001440     77 WS-DIFF-EDIT PIC -(11)9.99.
001450     77 WS-TOTAL-EDIT PIC -(13)9.99.
001460     77 WS-TOTAL-EDIT2 PIC -(13)9.99.
001470 01  OLD-GROUP-TABLE.
001480     05 OG-ENTRY OCCURS 200 TIMES.
001490         10 OG-VALUE PIC S9(11)V99.
001500         10 OG-LINE PIC 9(7).
001510         10 OG-REF PIC X(21).
001520         10 OG-MATCH-SW PIC X.
001530 01  NEW-GROUP-TABLE.
001540     05 NG-ENTRY OCCURS 200 TIMES.
001550         10 NG-VALUE PIC S9(11)V99.
001560         10 NG-LINE PIC 9(7).
001570         10 NG-REF PIC X(21).
001580         10 NG-MATCH-SW PIC X.
001590*>    THE COMPARISON COUNTS.
001600     77 WS-EXACT-COUNT PIC 9(7) VALUE ZERO.
001610     77 WS-WITHIN-COUNT PIC 9(7) VALUE ZERO.
001620     77 WS-DIFFER-COUNT PIC 9(7) VALUE ZERO.
001630     77 WS-MISS-NEW-COUNT PIC 9(7) VALUE ZERO.
001640     77 WS-MISS-OLD-COUNT PIC 9(7) VALUE ZERO.
001650     77 WS-UNCOMPARED-COUNT PIC 9(7) VALUE ZERO.
001660     77 WS-LISTED-COUNT PIC 9(7) VALUE ZERO.
001670     77 WS-LIST-MAX PIC 9(7) VALUE 1000.
001680*>    LINE COUNTS AND TOTALS PER OPERATION (OR LEDGER ACCOUNT)
001690*>    AND PER CURRENCY, OLD AND NEW SIDE BY SIDE.
001700     77 WS-OPS-MAX PIC 9(3) VALUE 50.
001710     77 WS-OPS-USED PIC 9(3) VALUE ZERO.
001720     77 WS-CUR-MAX PIC 9(3) VALUE 30.
001730     77 WS-CUR-USED PIC 9(3) VALUE ZERO.
001740     77 WS-TOT-IX PIC 9(3) VALUE ZERO.
001750     77 WS-TOT-FOUND-IX PIC 9(3) VALUE ZERO.
001760     77 WS-TOT-OVERFLOW PIC 9(7) VALUE ZERO.
001770     77 WS-TOT-CODE PIC X(8) VALUE SPACES.
001780 01  OPS-TOTAL-TABLE.
001790     05 OPS-ENTRY OCCURS 50 TIMES.
001800         10 OPS-CODE PIC X(8).
001810         10 OPS-COUNT PIC 9(7) OCCURS 2 TIMES.
001820         10 OPS-TOTAL PIC S9(13)V99 OCCURS 2 TIMES.
001830 01  CUR-TOTAL-TABLE.
001840     05 CUR-ENTRY OCCURS 30 TIMES.
001850         10 CUR-CODE PIC X(8).
001860         10 CUR-COUNT PIC 9(7) OCCURS 2 TIMES.
001870         10 CUR-TOTAL PIC S9(13)V99 OCCURS 2 TIMES.
001880 01  WS-TOTAL-ROW.
001890     05 TR-CODE PIC X(9).
001900     05 FILLER PIC X(2) VALUE SPACES.
001910     05 TR-OLD-COUNT PIC Z(6)9.
001920     05 FILLER PIC X(3) VALUE SPACES.
001930     05 TR-NEW-COUNT PIC Z(6)9.
001940     05 FILLER PIC X(2) VALUE SPACES.
001950     05 TR-COUNT-DIFF PIC -(7)9.
001960     05 FILLER PIC X(2) VALUE SPACES.
001970     05 TR-OLD-TOTAL PIC -(13)9.99.
001980     05 FILLER PIC X(2) VALUE SPACES.
001990     05 TR-NEW-TOTAL PIC -(13)9.99.
002000     05 FILLER PIC X(2) VALUE SPACES.
002010     05 TR-TOTAL-DIFF PIC -(13)9.99.
002020     05 FILLER PIC X(2) VALUE SPACES.
002030     05 TR-FLAG PIC X(3).
002040 PROCEDURE DIVISION.
002050 0000-MAIN.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     IF WS-CMP-RC = ZERO
002080         SORT SORT-WORK ON ASCENDING KEY SRT-KEY
002090             ON ASCENDING KEY SRT-SIDE
002100             ON ASCENDING KEY SRT-LINE-NO
002110             INPUT PROCEDURE IS 2000-LOAD-SIDES THRU 2000-EXIT
002120             OUTPUT PROCEDURE IS 3000-COMPARE THRU 3000-EXIT
002130         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
002140     END-IF.
002150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002160     GOBACK.
002170
002190*>    THE CARD IS PROVED AND BOTH FILES OPENED BEFORE ANYTHING
002200*>    IS SORTED.
002220 1000-INITIALIZE.
002230     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
002240         WS-AUDIT-RC.
002250     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
002260         WS-RUNCTL-RC
002270         ON EXCEPTION
002280             ACCEPT WS-BUSINESS-DATE FROM DATE
002290     END-CALL.
002300     INITIALIZE SIDE-TABLE OPS-TOTAL-TABLE CUR-TOTAL-TABLE.
002310     MOVE 'CMPOLD' TO SIDE-DD(1).
002320     MOVE 'CMPNEW' TO SIDE-DD(2).
002330     MOVE 'OPEN' TO PRT-FUNC.
002340     MOVE 'CMPRPT' TO PRT-DDNAME.
002350     MOVE 'PARALLEL-RUN COMPARISON' TO PRT-TITLE.
002360     MOVE 'V01.00' TO PRT-VERSION.
002370     CALL 'PRINTSVC' USING PRINT-AREA.
002380     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002390     IF WS-CMP-RC NOT = ZERO
002400         GO TO 1000-EXIT
002410     END-IF.
002420     OPEN INPUT OLD-FILE.
002430     IF WS-OLD-FILE-STATUS NOT = '00'
002440         MOVE 'CMPOLD' TO WS-FAILED-DD
002450         MOVE WS-OLD-FILE-STATUS TO WS-FAILED-STATUS
002460         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
002470         GO TO 1000-EXIT
002480     END-IF.
002490     OPEN INPUT NEW-FILE.
002500     IF WS-NEW-FILE-STATUS NOT = '00'
002510         CLOSE OLD-FILE
002520         MOVE 'CMPNEW' TO WS-FAILED-DD
002530         MOVE WS-NEW-FILE-STATUS TO WS-FAILED-STATUS
002540         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
002550     END-IF.
002560 1000-EXIT.
002570     EXIT.
002580
002590 1100-READ-CARD.
002600     MOVE SPACES TO WS-CARD.
002610     OPEN INPUT PARM-FILE.
002620     IF WS-PARM-FILE-STATUS = '00'
002630         READ PARM-FILE INTO WS-CARD
002640             AT END
002650                 MOVE SPACES TO WS-CARD
002660         END-READ
002670         CLOSE PARM-FILE
002680     END-IF.
002690     MOVE CARD-TYPE TO WS-FILE-TYPE.
002700     IF CARD-TOLERANCE = SPACES
002710         MOVE ZERO TO CARD-TOLERANCE-N
002720     END-IF.
002730     IF (NOT TYPE-NUMCSV AND NOT TYPE-GLFILE)
002740         OR CARD-TOLERANCE-N IS NOT NUMERIC
002750         MOVE SPACES TO WS-REPORT-LINE
002760         STRING '*** INVALID CMPPARM CARD ' WS-CARD(1:20)
002770             ' - NUMCSV OR GLFILE AND A TOLERANCE 9(6)V99 '
002780             'EXPECTED, RC=8'
002790             DELIMITED BY SIZE INTO WS-REPORT-LINE
002800         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002810         MOVE 8 TO WS-CMP-RC
002820         GO TO 1100-EXIT
002830     END-IF.
002840     MOVE CARD-TOLERANCE-N TO WS-TOLERANCE.
002850     MOVE WS-TOLERANCE TO WS-TOL-EDIT.
002860     IF TYPE-GLFILE
002870         MOVE 'ACCOUNT' TO WS-GROUP-LABEL
002880     END-IF.
002890     MOVE SPACES TO WS-REPORT-LINE.
002900     STRING 'COMPARING TWO ' WS-FILE-TYPE ' FILES - CMPOLD '
002910         'AGAINST CMPNEW, TOLERANCE ' WS-TOL-EDIT
002920         ' - RUN ON ' WS-BUSINESS-DATE
002930         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002940     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002950 1100-EXIT.
002960     EXIT.
002970
002980 1900-OPEN-FAILED.
002990     MOVE SPACES TO WS-REPORT-LINE.
003000     STRING '*** ' WS-FAILED-DD ' OPEN FAILED, STATUS='
003010         WS-FAILED-STATUS ' - NOTHING COMPARED, RC=12'
003020         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003030     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003040     MOVE 12 TO WS-CMP-RC.
003050 1900-EXIT.
003060     EXIT.
003070
003090*>    FEEDS THE SORT: EVERY COMPARABLE LINE OF CMPOLD, THEN OF
003100*>    CMPNEW, REDUCED TO ITS NATURAL KEY AND ITS FIGURE.
003120 2000-LOAD-SIDES.
003130     MOVE 'O' TO WS-SIDE.
003140     MOVE 1 TO WS-SIDE-IX.
003150     MOVE 'N' TO WS-IN-EOF-SW.
003160     PERFORM 2100-READ-OLD THRU 2100-EXIT
003170         UNTIL IN-EOF.
003180     CLOSE OLD-FILE.
003190     MOVE 'N' TO WS-SIDE.
003200     MOVE 2 TO WS-SIDE-IX.
003210     MOVE 'N' TO WS-IN-EOF-SW.
003220     PERFORM 2200-READ-NEW THRU 2200-EXIT
003230         UNTIL IN-EOF.
003240     CLOSE NEW-FILE.
003250 2000-EXIT.
003260     EXIT.
003270
003280 2100-READ-OLD.
003290     READ OLD-FILE INTO WS-IN-LINE
003300         AT END
003310             MOVE 'Y' TO WS-IN-EOF-SW
003320             GO TO 2100-EXIT
003330     END-READ.
003340     PERFORM 2300-RELEASE-LINE THRU 2300-EXIT.
003350 2100-EXIT.
003360     EXIT.
003370
003380 2200-READ-NEW.
003390     READ NEW-FILE INTO WS-IN-LINE
003400         AT END
003410             MOVE 'Y' TO WS-IN-EOF-SW
003420             GO TO 2200-EXIT
003430     END-READ.
003440     PERFORM 2300-RELEASE-LINE THRU 2300-EXIT.
003450 2200-EXIT.
003460     EXIT.
003470
003480 2300-RELEASE-LINE.
003490     ADD 1 TO SIDE-READ(WS-SIDE-IX).
003500     MOVE SIDE-READ(WS-SIDE-IX) TO WS-SIDE-LINE-NO.
003510     MOVE 'N' TO WS-LINE-OK-SW.
003520     MOVE SPACES TO SORT-RECORD.
003530     IF TYPE-NUMCSV
003540         PERFORM 2310-PARSE-CSV THRU 2310-EXIT
003550     ELSE
003560         PERFORM 2320-PARSE-GL THRU 2320-EXIT
003570     END-IF.
003580     IF NOT LINE-OK
003590         GO TO 2300-EXIT
003600     END-IF.
003610     MOVE WS-SIDE TO SRT-SIDE.
003620     MOVE WS-SIDE-LINE-NO TO SRT-LINE-NO.
003630     ADD 1 TO SIDE-LOADED(WS-SIDE-IX).
003640     ADD SRT-VALUE TO SIDE-TOTAL(WS-SIDE-IX).
003650     PERFORM 2400-ADD-TOTALS THRU 2400-EXIT.
003660     RELEASE SORT-RECORD.
003670 2300-EXIT.
003680     EXIT.
003690
003710*>    A NUMCSV LINE AS NUMVAR WRITES IT - NUM1, NUM2, OPERATION,
003720*>    RESULT, CURRENCY, BATCH DATE, ACCOUNT, REFERENCE.
003740 2310-PARSE-CSV.
003750     MOVE SPACES TO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
003760         WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
003770         WS-TOK-ACCOUNT WS-TOK-REF.
003780     UNSTRING WS-IN-LINE DELIMITED BY ','
003790         INTO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
003800             WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
003810             WS-TOK-ACCOUNT WS-TOK-REF.
003820     IF WS-TOK-RESULT(1:11) IS NOT NUMERIC
003830         OR (WS-TOK-RESULT(12:1) NOT = '+'
003840             AND WS-TOK-RESULT(12:1) NOT = '-')
003850         PERFORM 2390-BAD-LINE THRU 2390-EXIT
003860         GO TO 2310-EXIT
003870     END-IF.
003880     MOVE WS-TOK-OPER(1:8) TO SRT-GROUP.
003890     MOVE WS-TOK-CURRENCY(1:3) TO SRT-CURRENCY.
003900     MOVE WS-TOK-NUM1(1:8) TO SRT-REST(1:8).
003910     MOVE WS-TOK-NUM2(1:8) TO SRT-REST(9:8).
003920     MOVE WS-TOK-DATE(1:6) TO SRT-REST(17:6).
003930     MOVE WS-RESULT-NUM TO SRT-VALUE.
003940     MOVE WS-TOK-REF TO SRT-REF.
003950     MOVE 'Y' TO WS-LINE-OK-SW.
003960 2310-EXIT.
003970     EXIT.
003980
004000*>    A GL INTERFACE LINE - ONLY D RECORDS ARE COMPARED; THE
004010*>    HEADER AND TRAILER ARE KEPT FOR THE SIDE SUMMARY.
004030 2320-PARSE-GL.
004040     MOVE WS-IN-LINE(1:68) TO WS-GL-LINE.
004050     EVALUATE GLH-TYPE
004060         WHEN 'H'
004070             MOVE WS-GL-LINE(2:12) TO SIDE-HDR(WS-SIDE-IX)
004080         WHEN 'T'
004090             IF GLT-COUNT IS NUMERIC AND GLT-HASH IS NUMERIC
004100                 MOVE GLT-COUNT TO SIDE-TRL-COUNT(WS-SIDE-IX)
004110                 MOVE GLT-HASH TO SIDE-TRL-HASH(WS-SIDE-IX)
004120                 MOVE 'Y' TO SIDE-TRL-SW(WS-SIDE-IX)
004130             ELSE
004140                 PERFORM 2390-BAD-LINE THRU 2390-EXIT
004150             END-IF
004160         WHEN 'D'
004170             IF GLD-AMOUNT IS NUMERIC
004180                 MOVE GLD-ACCOUNT TO SRT-GROUP
004190                 MOVE GLD-CURRENCY TO SRT-CURRENCY
004200                 MOVE GLD-AMOUNT TO SRT-VALUE
004210                 MOVE GLD-REF TO SRT-REF
004220                 MOVE 'Y' TO WS-LINE-OK-SW
004230             ELSE
004240                 PERFORM 2390-BAD-LINE THRU 2390-EXIT
004250             END-IF
004260         WHEN OTHER
004270             PERFORM 2390-BAD-LINE THRU 2390-EXIT
004280     END-EVALUATE.
004290 2320-EXIT.
004300     EXIT.
004310
004320 2390-BAD-LINE.
004330     ADD 1 TO SIDE-BAD(WS-SIDE-IX).
004340     MOVE SPACES TO WS-REPORT-LINE.
004350     STRING '*** ' SIDE-DD(WS-SIDE-IX) ' LINE '
004360         WS-SIDE-LINE-NO ' CANNOT BE READ: '
004370         WS-IN-LINE(1:60)
004380         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004390     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004400 2390-EXIT.
004410     EXIT.
004420
004440*>    THE LINE COUNTS TOWARDS ITS OPERATION (OR ACCOUNT) AND ITS
004450*>    CURRENCY ON ITS OWN SIDE.
004470 2400-ADD-TOTALS.
004480     MOVE SRT-GROUP TO WS-TOT-CODE.
004490     MOVE ZERO TO WS-TOT-FOUND-IX.
004500     MOVE ZERO TO WS-TOT-IX.
004510     PERFORM 2410-MATCH-OPS THRU 2410-EXIT
004520         WS-OPS-USED TIMES.
004530     IF WS-TOT-FOUND-IX = ZERO
004540         IF WS-OPS-USED < WS-OPS-MAX
004550             ADD 1 TO WS-OPS-USED
004560             MOVE WS-TOT-CODE TO OPS-CODE(WS-OPS-USED)
004570             MOVE WS-OPS-USED TO WS-TOT-FOUND-IX
004580         ELSE
004590             ADD 1 TO WS-TOT-OVERFLOW
004600         END-IF
004610     END-IF.
004620     IF WS-TOT-FOUND-IX > ZERO
004630         ADD 1 TO OPS-COUNT(WS-TOT-FOUND-IX, WS-SIDE-IX)
004640         ADD SRT-VALUE TO OPS-TOTAL(WS-TOT-FOUND-IX, WS-SIDE-IX)
004650     END-IF.
004660     MOVE SRT-CURRENCY TO WS-TOT-CODE.
004670     MOVE ZERO TO WS-TOT-FOUND-IX.
004680     MOVE ZERO TO WS-TOT-IX.
004690     PERFORM 2420-MATCH-CUR THRU 2420-EXIT
004700         WS-CUR-USED TIMES.
004710     IF WS-TOT-FOUND-IX = ZERO
004720         IF WS-CUR-USED < WS-CUR-MAX
004730             ADD 1 TO WS-CUR-USED
004740             MOVE WS-TOT-CODE TO CUR-CODE(WS-CUR-USED)
004750             MOVE WS-CUR-USED TO WS-TOT-FOUND-IX
004760         ELSE
004770             ADD 1 TO WS-TOT-OVERFLOW
004780         END-IF
004790     END-IF.
004800     IF WS-TOT-FOUND-IX > ZERO
004810         ADD 1 TO CUR-COUNT(WS-TOT-FOUND-IX, WS-SIDE-IX)
004820         ADD SRT-VALUE TO CUR-TOTAL(WS-TOT-FOUND-IX, WS-SIDE-IX)
004830     END-IF.
004840 2400-EXIT.
004850     EXIT.
004860
004870 2410-MATCH-OPS.
004880     ADD 1 TO WS-TOT-IX.
004890     IF OPS-CODE(WS-TOT-IX) = WS-TOT-CODE
004900         MOVE WS-TOT-IX TO WS-TOT-FOUND-IX
004910     END-IF.
004920 2410-EXIT.
004930     EXIT.
004940
004950 2420-MATCH-CUR.
004960     ADD 1 TO WS-TOT-IX.
004970     IF CUR-CODE(WS-TOT-IX) = WS-TOT-CODE
004980         MOVE WS-TOT-IX TO WS-TOT-FOUND-IX
004990     END-IF.
005000 2420-EXIT.
005010     EXIT.
005020
005040*>    ONE KEY AT A TIME OFF THE SORT - THE OLD LINES, THEN THE
005050*>    NEW ONES, EACH IN FILE ORDER.
005070 3000-COMPARE.
005080     MOVE SPACES TO WS-REPORT-LINE.
005090     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005100     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT.
005110     PERFORM 3200-ONE-KEY THRU 3200-EXIT
005120         UNTIL SORT-EOF.
005130 3000-EXIT.
005140     EXIT.
005150
005160 3100-RETURN-NEXT.
005170     RETURN SORT-WORK
005180         AT END MOVE 'Y' TO WS-SORT-EOF-SW
005190     END-RETURN.
005200 3100-EXIT.
005210     EXIT.
005220
005230 3200-ONE-KEY.
005240     MOVE SRT-KEY TO WS-CUR-KEY.
005250     PERFORM 3250-SHOW-KEY THRU 3250-EXIT.
005260     MOVE ZERO TO WS-OLD-USED.
005270     MOVE ZERO TO WS-NEW-USED.
005280     PERFORM 3300-LOAD-MEMBER THRU 3300-EXIT
005290         UNTIL SORT-EOF OR SRT-KEY NOT = WS-CUR-KEY.
005300     MOVE ZERO TO WS-OX.
005310     PERFORM 3400-MATCH-OLD THRU 3400-EXIT
005320         WS-OLD-USED TIMES.
005330     MOVE ZERO TO WS-OX.
005340     MOVE 1 TO WS-NX.
005350     PERFORM 3500-PAIR-OLD THRU 3500-EXIT
005360         WS-OLD-USED TIMES.
005370     MOVE ZERO TO WS-NX.
005380     PERFORM 3600-LEFT-NEW THRU 3600-EXIT
005390         WS-NEW-USED TIMES.
005400 3200-EXIT.
005410     EXIT.
005420
005430 3250-SHOW-KEY.
005440     MOVE SPACES TO WS-KEY-SHOW.
005450     IF TYPE-NUMCSV
005460         STRING SRT-GROUP ' ' SRT-CURRENCY
005470             ' NUM1=' SRT-REST(1:8) ' NUM2=' SRT-REST(9:8)
005480             ' DATE=' SRT-REST(17:6)
005490             DELIMITED BY SIZE INTO WS-KEY-SHOW
005500     ELSE
005510         STRING 'ACCOUNT ' SRT-GROUP ' ' SRT-CURRENCY
005520             DELIMITED BY SIZE INTO WS-KEY-SHOW
005530     END-IF.
005540 3250-EXIT.
005550     EXIT.
005560
005580*>    A KEY WITH MORE LINES ON ONE SIDE THAN THE TABLE HOLDS HAS
005590*>    THE EXCESS COUNTED AS NOT COMPARED, WHICH FAILS THE RUN.
005610 3300-LOAD-MEMBER.
005620     IF SRT-SIDE = 'O'
005630         IF WS-OLD-USED < WS-GRP-MAX
005640             ADD 1 TO WS-OLD-USED
005650             MOVE SRT-VALUE TO OG-VALUE(WS-OLD-USED)
005660             MOVE SRT-LINE-NO TO OG-LINE(WS-OLD-USED)
005670             MOVE SRT-REF TO OG-REF(WS-OLD-USED)
005680             MOVE 'N' TO OG-MATCH-SW(WS-OLD-USED)
005690         ELSE
005700             ADD 1 TO WS-UNCOMPARED-COUNT
005710         END-IF
005720     ELSE
005730         IF WS-NEW-USED < WS-GRP-MAX
005740             ADD 1 TO WS-NEW-USED
005750             MOVE SRT-VALUE TO NG-VALUE(WS-NEW-USED)
005760             MOVE SRT-LINE-NO TO NG-LINE(WS-NEW-USED)
005770             MOVE SRT-REF TO NG-REF(WS-NEW-USED)
005780             MOVE 'N' TO NG-MATCH-SW(WS-NEW-USED)
005790         ELSE
005800             ADD 1 TO WS-UNCOMPARED-COUNT
005810         END-IF
005820     END-IF.
005830     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT.
005840 3300-EXIT.
005850     EXIT.
005860
005880*>    FIRST PASS - EACH OLD LINE TAKES THE FIRST UNPAIRED NEW
005890*>    LINE WHOSE FIGURE IS WITHIN THE TOLERANCE OF ITS OWN.
005910 3400-MATCH-OLD.
005920     ADD 1 TO WS-OX.
005930     MOVE ZERO TO WS-FOUND-NX.
005940     MOVE ZERO TO WS-NX.
005950     PERFORM 3410-TRY-NEW THRU 3410-EXIT
005960         UNTIL WS-FOUND-NX > ZERO OR WS-NX NOT < WS-NEW-USED.
005970     IF WS-FOUND-NX = ZERO
005980         GO TO 3400-EXIT
005990     END-IF.
006000     MOVE 'Y' TO OG-MATCH-SW(WS-OX).
006010     MOVE 'Y' TO NG-MATCH-SW(WS-FOUND-NX).
006020     IF OG-VALUE(WS-OX) = NG-VALUE(WS-FOUND-NX)
006030         ADD 1 TO WS-EXACT-COUNT
006040     ELSE
006050         ADD 1 TO WS-WITHIN-COUNT
006060     END-IF.
006070 3400-EXIT.
006080     EXIT.
006090
006100 3410-TRY-NEW.
006110     ADD 1 TO WS-NX.
006120     IF NG-MATCH-SW(WS-NX) = 'Y'
006130         GO TO 3410-EXIT
006140     END-IF.
006150     COMPUTE WS-DIFF = NG-VALUE(WS-NX) - OG-VALUE(WS-OX).
006160     MOVE WS-DIFF TO WS-ABS-DIFF.
006170     IF WS-ABS-DIFF NOT > WS-TOLERANCE
006180         MOVE WS-NX TO WS-FOUND-NX
006190     END-IF.
006200 3410-EXIT.
006210     EXIT.
006220
006240*>    SECOND PASS - AN OLD LINE STILL UNPAIRED TAKES THE NEXT
006250*>    UNPAIRED NEW LINE OF THE SAME KEY AS A DIFFERENCE; WITH
006260*>    NONE LEFT IT IS MISSING FROM CMPNEW.
006280 3500-PAIR-OLD.
006290     ADD 1 TO WS-OX.
006300     IF OG-MATCH-SW(WS-OX) = 'Y'
006310         GO TO 3500-EXIT
006320     END-IF.
006330     PERFORM 3510-SKIP-PAIRED THRU 3510-EXIT
006340         UNTIL WS-NX > WS-NEW-USED
006350            OR NG-MATCH-SW(WS-NX) = 'N'.
006360     MOVE OG-VALUE(WS-OX) TO WS-VALUE-EDIT.
006370     MOVE SPACES TO WS-REPORT-LINE.
006380     IF WS-NX > WS-NEW-USED
006390         ADD 1 TO WS-MISS-NEW-COUNT
006400         STRING '*** MISSING FROM CMPNEW  ' WS-KEY-SHOW
006410             ' FIGURE=' WS-VALUE-EDIT
006420             ' CMPOLD LINE ' OG-LINE(WS-OX)
006430             DELIMITED BY SIZE INTO WS-REPORT-LINE
006440         PERFORM 7100-LIST-LINE THRU 7100-EXIT
006450         GO TO 3500-EXIT
006460     END-IF.
006470     MOVE 'Y' TO NG-MATCH-SW(WS-NX).
006480     ADD 1 TO WS-DIFFER-COUNT.
006490     COMPUTE WS-DIFF = NG-VALUE(WS-NX) - OG-VALUE(WS-OX).
006500     MOVE NG-VALUE(WS-NX) TO WS-VALUE-EDIT2.
006510     MOVE WS-DIFF TO WS-DIFF-EDIT.
006520     STRING '*** DIFFERS  ' WS-KEY-SHOW ' DIFF=' WS-DIFF-EDIT
006530         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006540     PERFORM 7100-LIST-LINE THRU 7100-EXIT.
006550     MOVE SPACES TO WS-REPORT-LINE.
006560     STRING '    OLD=' WS-VALUE-EDIT ' LINE ' OG-LINE(WS-OX)
006570         ' ' OG-REF(WS-OX) '  NEW=' WS-VALUE-EDIT2
006580         ' LINE ' NG-LINE(WS-NX) ' ' NG-REF(WS-NX)
006590         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006600     PERFORM 7100-LIST-LINE THRU 7100-EXIT.
006610 3500-EXIT.
006620     EXIT.
006630
006640 3510-SKIP-PAIRED.
006650     ADD 1 TO WS-NX.
006660 3510-EXIT.
006670     EXIT.
006680
006690 3600-LEFT-NEW.
006700     ADD 1 TO WS-NX.
006710     IF NG-MATCH-SW(WS-NX) = 'Y'
006720         GO TO 3600-EXIT
006730     END-IF.
006740     ADD 1 TO WS-MISS-OLD-COUNT.
006750     MOVE NG-VALUE(WS-NX) TO WS-VALUE-EDIT.
006760     MOVE SPACES TO WS-REPORT-LINE.
006770     STRING '*** MISSING FROM CMPOLD  ' WS-KEY-SHOW
006780         ' FIGURE=' WS-VALUE-EDIT
006790         ' CMPNEW LINE ' NG-LINE(WS-NX)
006800         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006810     PERFORM 7100-LIST-LINE THRU 7100-EXIT.
006820 3600-EXIT.
006830     EXIT.
006840
006850 7000-PRINT-LINE.
006860     MOVE 'WRITE' TO PRT-FUNC.
006870     MOVE WS-REPORT-LINE TO PRT-LINE.
006880     CALL 'PRINTSVC' USING PRINT-AREA.
006890 7000-EXIT.
006900     EXIT.
006910
006930*>    THE DIFFERENCE LISTING STOPS AT WS-LIST-MAX LINES - PAST
006940*>    THAT THE TWO FILES ARE PLAINLY NOT THE SAME RUN, AND THE
006950*>    COUNTS BELOW STILL TELL THE WHOLE STORY.
006970 7100-LIST-LINE.
006980     ADD 1 TO WS-LISTED-COUNT.
006990     IF WS-LISTED-COUNT > WS-LIST-MAX
007000         GO TO 7100-EXIT
007010     END-IF.
007020     IF WS-LISTED-COUNT = WS-LIST-MAX
007030         MOVE SPACES TO WS-REPORT-LINE
007040         STRING '*** LISTING STOPS HERE - ' WS-LIST-MAX
007050             ' LINES; THE COUNTS BELOW COVER EVERY LINE'
007060             DELIMITED BY SIZE INTO WS-REPORT-LINE
007070     END-IF.
007080     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007090 7100-EXIT.
007100     EXIT.
007110
007120 8000-WRITE-TOTALS.
007130     MOVE SPACES TO WS-REPORT-LINE.
007140     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007150     MOVE ZERO TO WS-SIDE-IX.
007160     PERFORM 8100-SIDE-LINE THRU 8100-EXIT 2 TIMES.
007170     MOVE SPACES TO WS-REPORT-LINE.
007180     STRING 'PAIRED EXACTLY=' WS-EXACT-COUNT
007190         ' WITHIN TOLERANCE=' WS-WITHIN-COUNT
007200         ' DIFFERING=' WS-DIFFER-COUNT
007210         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007220     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007230     MOVE SPACES TO WS-REPORT-LINE.
007240     STRING 'MISSING FROM CMPNEW=' WS-MISS-NEW-COUNT
007250         ' MISSING FROM CMPOLD=' WS-MISS-OLD-COUNT
007260         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007270     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007280     IF WS-UNCOMPARED-COUNT > ZERO
007290         MOVE SPACES TO WS-REPORT-LINE
007300         STRING '*** ' WS-UNCOMPARED-COUNT ' LINES NOT '
007310             'COMPARED - MORE THAN ' WS-GRP-MAX
007320             ' LINES ON ONE SIDE OF A SINGLE KEY'
007330             DELIMITED BY SIZE INTO WS-REPORT-LINE
007340         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007350     END-IF.
007360     MOVE SPACES TO WS-REPORT-LINE.
007370     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007380     MOVE WS-GROUP-LABEL TO TR-CODE.
007390     PERFORM 8200-TOTAL-HEADING THRU 8200-EXIT.
007400     MOVE ZERO TO WS-TOT-IX.
007410     PERFORM 8300-OPS-ROW THRU 8300-EXIT
007420         WS-OPS-USED TIMES.
007430     MOVE SPACES TO WS-REPORT-LINE.
007440     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007450     MOVE 'CURRENCY' TO TR-CODE.
007460     PERFORM 8200-TOTAL-HEADING THRU 8200-EXIT.
007470     MOVE ZERO TO WS-TOT-IX.
007480     PERFORM 8400-CUR-ROW THRU 8400-EXIT
007490         WS-CUR-USED TIMES.
007500     IF WS-TOT-OVERFLOW > ZERO
007510         MOVE SPACES TO WS-REPORT-LINE
007520         STRING '*** ' WS-TOT-OVERFLOW ' LINES BELONG TO '
007530             'CODES BEYOND THE TABLES ABOVE - NOT IN THEM'
007540             DELIMITED BY SIZE INTO WS-REPORT-LINE
007550         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007560     END-IF.
007570     PERFORM 8500-VERDICT THRU 8500-EXIT.
007580 8000-EXIT.
007590     EXIT.
007600
007610 8100-SIDE-LINE.
007620     ADD 1 TO WS-SIDE-IX.
007630     MOVE SIDE-TOTAL(WS-SIDE-IX) TO WS-TOTAL-EDIT.
007640     MOVE SPACES TO WS-REPORT-LINE.
007650     STRING SIDE-DD(WS-SIDE-IX) ': LINES READ='
007660         SIDE-READ(WS-SIDE-IX) ' COMPARED='
007670         SIDE-LOADED(WS-SIDE-IX) ' UNREADABLE='
007680         SIDE-BAD(WS-SIDE-IX) ' TOTAL=' WS-TOTAL-EDIT
007690         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007700     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007710     IF NOT TYPE-GLFILE
007720         GO TO 8100-EXIT
007730     END-IF.
007740     MOVE SIDE-TRL-HASH(WS-SIDE-IX) TO WS-TOTAL-EDIT.
007750     MOVE SPACES TO WS-REPORT-LINE.
007760     IF SIDE-TRL-SW(WS-SIDE-IX) = 'Y'
007770         STRING '        HEADER DATE/SEQ/ENTITY='
007780             SIDE-HDR(WS-SIDE-IX)
007790             ' TRAILER COUNT=' SIDE-TRL-COUNT(WS-SIDE-IX)
007800             ' HASH=' WS-TOTAL-EDIT
007810             DELIMITED BY SIZE INTO WS-REPORT-LINE
007820     ELSE
007830         STRING '        HEADER DATE/SEQ/ENTITY='
007840             SIDE-HDR(WS-SIDE-IX)
007850             ' - NO TRAILER (AN UNFINISHED OR HELD EXTRACT)'
007860             DELIMITED BY SIZE INTO WS-REPORT-LINE
007870     END-IF.
007880     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007890 8100-EXIT.
007900     EXIT.
007910
007920 8200-TOTAL-HEADING.
007930     MOVE SPACES TO WS-REPORT-LINE.
007940     STRING TR-CODE '   CMPOLD     CMPNEW   LINE DIFF'
007950         '        CMPOLD TOTAL       CMPNEW TOTAL'
007960         '         TOTAL DIFF'
007970         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007980     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007990 8200-EXIT.
008000     EXIT.
008010
008020 8300-OPS-ROW.
008030     ADD 1 TO WS-TOT-IX.
008040     MOVE OPS-CODE(WS-TOT-IX) TO TR-CODE.
008050     MOVE OPS-COUNT(WS-TOT-IX, 1) TO TR-OLD-COUNT.
008060     MOVE OPS-COUNT(WS-TOT-IX, 2) TO TR-NEW-COUNT.
008070     COMPUTE TR-COUNT-DIFF =
008080         OPS-COUNT(WS-TOT-IX, 2) - OPS-COUNT(WS-TOT-IX, 1).
008090     MOVE OPS-TOTAL(WS-TOT-IX, 1) TO TR-OLD-TOTAL.
008100     MOVE OPS-TOTAL(WS-TOT-IX, 2) TO TR-NEW-TOTAL.
008110     COMPUTE WS-DIFF =
008120         OPS-TOTAL(WS-TOT-IX, 2) - OPS-TOTAL(WS-TOT-IX, 1).
008130     PERFORM 8450-FINISH-ROW THRU 8450-EXIT.
008140 8300-EXIT.
008150     EXIT.
008160
008170 8400-CUR-ROW.
008180     ADD 1 TO WS-TOT-IX.
008190     MOVE CUR-CODE(WS-TOT-IX) TO TR-CODE.
008200     MOVE CUR-COUNT(WS-TOT-IX, 1) TO TR-OLD-COUNT.
008210     MOVE CUR-COUNT(WS-TOT-IX, 2) TO TR-NEW-COUNT.
008220     COMPUTE TR-COUNT-DIFF =
008230         CUR-COUNT(WS-TOT-IX, 2) - CUR-COUNT(WS-TOT-IX, 1).
008240     MOVE CUR-TOTAL(WS-TOT-IX, 1) TO TR-OLD-TOTAL.
008250     MOVE CUR-TOTAL(WS-TOT-IX, 2) TO TR-NEW-TOTAL.
008260     COMPUTE WS-DIFF =
008270         CUR-TOTAL(WS-TOT-IX, 2) - CUR-TOTAL(WS-TOT-IX, 1).
008280     PERFORM 8450-FINISH-ROW THRU 8450-EXIT.
008290 8400-EXIT.
008300     EXIT.
008310
008330*>    *** MARKS A ROW WHOSE LINE COUNTS DIFFER OR WHOSE TOTALS
008340*>    ARE FURTHER APART THAN THE TOLERANCE.
008360 8450-FINISH-ROW.
008370     MOVE WS-DIFF TO TR-TOTAL-DIFF.
008380     MOVE WS-DIFF TO WS-ABS-DIFF.
008390     MOVE SPACES TO TR-FLAG.
008400     IF TR-OLD-COUNT NOT = TR-NEW-COUNT
008410         MOVE '***' TO TR-FLAG
008420     END-IF.
008430     IF WS-ABS-DIFF > WS-TOLERANCE
008440         MOVE '***' TO TR-FLAG
008450     END-IF.
008460     MOVE WS-TOTAL-ROW TO WS-REPORT-LINE.
008470     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008480 8450-EXIT.
008490     EXIT.
008500
008520*>    THE SIGN-OFF LINE. ANYTHING LISTED ABOVE WITH *** FAILS IT.
008540 8500-VERDICT.
008550     IF WS-DIFFER-COUNT > ZERO
008560         OR WS-MISS-NEW-COUNT > ZERO
008570         OR WS-MISS-OLD-COUNT > ZERO
008580         OR WS-UNCOMPARED-COUNT > ZERO
008590         OR SIDE-BAD(1) > ZERO
008600         OR SIDE-BAD(2) > ZERO
008610         MOVE 4 TO WS-CMP-RC
008620     END-IF.
008630     MOVE SPACES TO WS-REPORT-LINE.
008640     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008650     MOVE SPACES TO WS-REPORT-LINE.
008660     IF WS-CMP-RC = ZERO
008670         STRING 'IDENTICAL WITHIN A TOLERANCE OF ' WS-TOL-EDIT
008680             ' - THE PARALLEL RUN MAY BE SIGNED OFF, RC=0'
008690             DELIMITED BY SIZE INTO WS-REPORT-LINE
008700     ELSE
008710         STRING '*** NOT IDENTICAL WITHIN A TOLERANCE OF '
008720             WS-TOL-EDIT ' - DO NOT SIGN OFF, RC=4'
008730             DELIMITED BY SIZE INTO WS-REPORT-LINE
008740     END-IF.
008750     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008760 8500-EXIT.
008770     EXIT.
008780
008790 9000-TERMINATE.
008800     MOVE 'CLOSE' TO PRT-FUNC.
008810     CALL 'PRINTSVC' USING PRINT-AREA.
008820     MOVE WS-CMP-RC TO WS-AUDIT-RC.
008830     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
008840         WS-AUDIT-RC.
008850     MOVE WS-CMP-RC TO RETURN-CODE.
008860 9000-EXIT.
008870     EXIT.
