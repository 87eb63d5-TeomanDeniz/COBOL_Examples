000000 *> ................................................................... <*
000000 *> CBL - GLRESEND                         :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/23 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/23 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> REGENERATES AND RE-SENDS A GL INTERFACE FILE FINANCE HAS
000000 *> REJECTED. GLACKREC LEAVES A REJECTED SEQUENCE ON THE GLSENT
000000 *> LEDGER WITH DISPOSITION R ON GLACKH; THIS JOB TAKES THAT
000000 *> SEQUENCE FROM THE GLRPARM CARD (COLUMNS 1-4) AND REBUILDS ITS
000000 *> FILE FROM THE NUMCSV GENERATION RETAINED FOR THE SAME
000000 *> BUSINESS DATE (THE NIGHTLY STREAM KEEPS ONE IN NUMCSVH AFTER
000000 *> THE GL EXTRACT). THE LEDGER ACCOUNTS COME FROM TODAY'S GLMAPF
000000 *> MAPPING AND THE BASE EQUIVALENTS FROM TODAY'S CURRSVC RATES,
000000 *> SO A MAPPING FIX MADE AFTER THE REJECT TAKES EFFECT. THE
000000 *> REBUILT FILE (GLRSND) IS LAID OUT EXACTLY AS GLEXTR WRITES
000000 *> ONE, DATED THE ORIGINAL BUSINESS DATE, BUT GOES OUT UNDER A
000000 *> NEW SEQUENCE - THE HIGHER OF THE GLPARM SEQUENCE AND ONE PAST
000000 *> THE HIGHEST ON THE LEDGER - AND IS REGISTERED ON GLSENT WITH
000000 *> THE SEQUENCE IT REPLACES. ONCE FINANCE ACCEPTS THE
000000 *> REPLACEMENT, GLACKREC MARKS THE ORIGINAL SUPERSEDED AND DROPS
000000 *> BOTH OFF THE LEDGER. NOTHING IS WRITTEN UNTIL THE CARD, THE
000000 *> LEDGER, THE HISTORY, THE NUMCSV GENERATION AND THE MAPPING
000000 *> HAVE ALL CHECKED OUT. THE GLRSRPT REPORT SHOWS THE ORIGINAL
000000 *> AND REBUILT TOTALS AND EVERY ACCOUNT MAPPING APPLIED.
000000 *> RETURN CODES:
000000 *>   0  FILE REBUILT AND REGISTERED
000000 *>   4  FILE REBUILT, BUT A CURRENCY HAD NO RATE (ITS BASE
000000 *>      EQUIVALENTS WENT OUT AS ZERO) OR GLSENT COULD NOT BE
000000 *>      APPENDED TO - SEE THE *** LINES
000000 *>   8  REFUSED - BAD CARD, SEQUENCE NOT ON THE LEDGER, NOT
000000 *>      REJECTED, ALREADY REPLACED, WRONG NUMCSV GENERATION,
000000 *>      AN UNMAPPED OPERATION/CURRENCY OR AN ADJUSTMENT FILE
000000 *>      NOT MATCHING ITS LEDGER TOTALS - NOTHING WRITTEN
000000 *>  12  A FILE COULD NOT BE OPENED - NOTHING WRITTEN
000000 *> 2026/10/01 TD - THE REBUILT D RECORDS END WITH THE VALUE DATE
000000 *>                 FROM THE NINTH NUMCSV COLUMN, AS GLEXTR'S DO -
000000 *>                 THE GL RECORD IS 68 BYTES NOW.
000000 *> 2026/10/15 TD - AN ADJUSTMENT CARD (COLUMNS 6-15) REBUILDS
000000 *>                 THE DISPATCHER'S ADJUSTMENT FILE FROM ITS
000000 *>                 PARACSVH GENERATION. IT GOES OUT AGAIN UNDER
000000 *>                 THE REJECTED SEQUENCE, STILL OPEN ON GLSENT,
000000 *>                 SO NO NEW LEDGER LINE IS WRITTEN; THE
000000 *>                 GENERATION MUST GIVE THE LEDGER'S COUNT AND
000000 *>                 HASH OR THE REBUILD IS REFUSED (RC=8).
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GLRESEND.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT PARM-FILE ASSIGN TO "GLRPARM"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-IN-FILE-STATUS.
000180     SELECT SENT-FILE ASSIGN TO "GLSENT"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-SENT-FILE-STATUS.
000210     SELECT HISTORY-FILE ASSIGN TO "GLACKH"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS RANDOM
000240         RECORD KEY IS GLAH-KEY
000250         FILE STATUS IS WS-HIST-FILE-STATUS.
000260     SELECT GLPARM-FILE ASSIGN TO "GLPARM"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-IN-FILE-STATUS.
000290     SELECT CSV-FILE ASSIGN TO "NUMCSV"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-CSV-FILE-STATUS.
000320     SELECT MAP-FILE ASSIGN TO "GLMAPF"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS GLMAP-KEY
000360         FILE STATUS IS WS-MAP-FILE-STATUS.
000370     SELECT GL-FILE ASSIGN TO "GLRSND"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-GL-FILE-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PARM-FILE.
000430 01  PARM-RECORD PIC X(80).
000440 FD  SENT-FILE.
000450 01  SENT-RECORD.
000460     05 SENT-TYPE PIC X.
000470     05 SENT-SEQ PIC 9(4).
000480     05 SENT-DATE PIC 9(6).
000490     05 SENT-COUNT PIC 9(7).
000500     05 SENT-HASH PIC S9(11)V99
000510         SIGN IS TRAILING SEPARATE.
000520     05 SENT-REPLACES PIC 9(4).
000530 FD  HISTORY-FILE.
000540     COPY GLACKH.
000550 FD  GLPARM-FILE.
000560 01  GLPARM-RECORD.
000570     05 GLPARM-FILE-SEQ PIC 9(4).
000580 FD  CSV-FILE.
000590 01  CSV-RECORD PIC X(100).
000600 FD  MAP-FILE.
000610     COPY GLMAPREC.
000620 FD  GL-FILE.
000630 01  GL-RECORD PIC X(68).
000640 WORKING-STORAGE SECTION.
000650     COPY PRTLINK.
000660     COPY CURRLINK.
000670     77 WS-IN-FILE-STATUS PIC XX VALUE '00'.
000680     77 WS-SENT-FILE-STATUS PIC XX VALUE '00'.
000690     77 WS-HIST-FILE-STATUS PIC XX VALUE '00'.
000700     77 WS-CSV-FILE-STATUS PIC XX VALUE '00'.
000710     77 WS-MAP-FILE-STATUS PIC XX VALUE '00'.
000720     77 WS-GL-FILE-STATUS PIC XX VALUE '00'.
000730     77 WS-IN-EOF-SW PIC X VALUE 'N'.
000740         88 IN-EOF VALUE 'Y'.
000750     77 WS-ORIG-FOUND-SW PIC X VALUE 'N'.
000760         88 ORIG-FOUND VALUE 'Y'.
000770     77 WS-REPLACED-SW PIC X VALUE 'N'.
000780         88 ALREADY-REPLACED VALUE 'Y'.
000790     77 WS-HIST-OPEN-SW PIC X VALUE 'N'.
000800         88 HIST-FILE-OPEN VALUE 'Y'.
000810     77 WS-CSV-OPEN-SW PIC X VALUE 'N'.
000820         88 CSV-FILE-OPEN VALUE 'Y'.
000830     77 WS-MAP-OPEN-SW PIC X VALUE 'N'.
000840         88 MAP-FILE-OPEN VALUE 'Y'.
000850     77 WS-FAILED-DD PIC X(8) VALUE SPACES.
000860     77 WS-RESEND-DATE PIC 9(6) VALUE ZERO.
000870     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000880     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000890     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000900     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000910*>    THE ENTITY WHOSE LEDGER THE FILE IS FOR - SPACES ARE THE
000920*>    HOME ONE.
000930 01  WS-ENTITY-AREA.
000940     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000950     05 FILLER PIC X(4) VALUE SPACES.
000960     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'GLRESEND'.
000970     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000980     77 WS-RSND-RC PIC S9(4) VALUE ZERO.
000990     77 WS-RC-EDIT PIC Z9.
001000     77 WS-REPORT-LINE PIC X(120).
001010     77 WS-HASH-EDIT PIC -(11)9.99.
001020     77 WS-NEW-HASH-EDIT PIC -(11)9.99.
001030     77 WS-BASE-CURRENCY PIC X(3) VALUE 'USD'.
001040     77 WS-ORIG-SEQ PIC 9(4) VALUE ZERO.
001050     77 WS-ORIG-DATE PIC 9(6) VALUE ZERO.
001060     77 WS-ORIG-COUNT PIC 9(7) VALUE ZERO.
001070     77 WS-ORIG-HASH PIC S9(11)V99 VALUE ZERO.
001080     77 WS-REPLACED-BY PIC 9(4) VALUE ZERO.
001090     77 WS-HIGH-SEQ PIC 9(4) VALUE ZERO.
001100     77 WS-PARM-SEQ PIC 9(4) VALUE 1.
001110     77 WS-FILE-SEQ PIC 9(4) VALUE ZERO.
001120     77 WS-DATED-COUNT PIC 9(7) VALUE ZERO.
001130     77 WS-WRONG-DATE-COUNT PIC 9(7) VALUE ZERO.
001140     77 WS-WRONG-DATE PIC X(6) VALUE SPACES.
001150     77 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
001160     77 WS-HASH-TOTAL PIC S9(11)V99 VALUE ZERO.
001170     77 WS-UNRATED-COUNT PIC 9(7) VALUE ZERO.
001180     77 WS-RATE-CODE PIC X(3) VALUE SPACES.
001190     77 WS-RATE-RC PIC S9(4) VALUE ZERO.
001200     77 WS-UNMAPPED-COUNT PIC 9(7) VALUE ZERO.
001210     77 WS-TOK-NUM1 PIC X(10).
001220     77 WS-TOK-NUM2 PIC X(10).
001230     77 WS-TOK-OPER PIC X(10).
001240     77 WS-TOK-CURRENCY PIC X(4).
001250     77 WS-TOK-DATE PIC X(8).
001260     77 WS-TOK-ACCOUNT PIC X(10).
001270     77 WS-TOK-REF PIC X(21).
001275     77 WS-TOK-VALUE-DATE PIC X(8).
001276*>    THE DISPATCHER'S ADJUSTMENT FILE IS REBUILT UNDER ITS OWN
001277*>    SEQUENCE, SO IT MUST COME OUT WITH THE LEDGER'S TOTALS -
001278*>    THE FIRST PASS ADDS THEM UP BEFORE ANYTHING IS WRITTEN.
001279     77 WS-ADJUST-SW PIC X VALUE 'N'.
001280         88 ADJUSTMENT-RESEND VALUE 'Y'.
001281     77 WS-CHECK-COUNT PIC 9(7) VALUE ZERO.
001282     77 WS-CHECK-HASH PIC S9(11)V99 VALUE ZERO.
001283     77 WS-CHECK-HASH-EDIT PIC -(11)9.99.
001284 01  WS-CARD.
001290     05 CARD-SEQ PIC 9(4).
001291     05 FILLER PIC X(1).
001292     05 CARD-MODE PIC X(10).
001293         88 CARD-ADJUSTMENT VALUE 'ADJUSTMENT'.
001300     05 FILLER PIC X(65).
001310 01  WS-TOK-RESULT PIC X(12).
001320*>    SAME REDEFINED VIEW GLEXTR USES - A PLAIN MOVE WOULD DROP
001330*>    THE TRAILING SEPARATE SIGN OFF THE RESULT TOKEN.
001340 01  WS-TOK-RESULT-R REDEFINES WS-TOK-RESULT.
001350     05 WS-RESULT-NUM PIC S9(9)V99
001360         SIGN IS TRAILING SEPARATE.
001370*>    EVERY OPERATION/CURRENCY PAIR ON THE GENERATION, WITH THE
001380*>    ACCOUNT TODAY'S GLMAPF GIVES IT (SPACES WHEN UNMAPPED) AND
001390*>    HOW MANY DETAILS IT CARRIED - PRINTED AS THE MAPPING
001400*>    APPLIED, OR AS THE UNMAPPED PAIRS THAT HOLD THE RESEND.
001410     77 WS-PAIR-MAX PIC 9(2) VALUE 30.
001420     77 WS-PAIR-USED PIC 9(2) VALUE ZERO.
001430     77 WS-PAIR-IX PIC 9(2) VALUE ZERO.
001440     77 WS-PAIR-FOUND-IX PIC 9(2) VALUE ZERO.
001450     77 WS-PAIR-OVERFLOW PIC 9(7) VALUE ZERO.
001460 01  WS-PAIR-TABLE.
001470     05 WS-PAIR-ENTRY OCCURS 30 TIMES.
001480         10 WS-PAIR-OPER PIC X(8).
001490         10 WS-PAIR-CURR PIC X(3).
001500         10 WS-PAIR-ACCOUNT PIC X(8).
001510         10 WS-PAIR-COUNT PIC 9(7).
001520*>    THE REBUILT FILE, IN THE GLEXTR RECORD LAYOUTS.
001530 01  GL-HEADER.
001540     05 GLH-TYPE PIC X VALUE 'H'.
001550     05 GLH-DATE PIC 9(6).
001560     05 GLH-SEQ PIC 9(4).
001570     05 GLH-ENTITY PIC X(2).
001580 01  GL-DETAIL.
001590     05 GLD-TYPE PIC X VALUE 'D'.
001600     05 GLD-ACCOUNT PIC X(8).
001610     05 GLD-AMOUNT PIC S9(9)V99.
001620     05 GLD-CURRENCY PIC X(3).
001630     05 GLD-DATE PIC 9(6).
001640     05 GLD-BASE-AMOUNT PIC S9(9)V99.
001650     05 GLD-REF PIC X(21).
001655     05 GLD-VALUE-DATE PIC 9(6).
001660 01  GL-TRAILER.
001670     05 GLT-TYPE PIC X VALUE 'T'.
001680     05 GLT-COUNT PIC 9(7).
001690     05 GLT-HASH PIC S9(11)V99.
001700 PROCEDURE DIVISION.
001710 0000-MAIN.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     IF WS-RSND-RC = ZERO
001740         PERFORM 2000-CHECK-GENERATION THRU 2000-EXIT
001750     END-IF.
001760     IF WS-RSND-RC = ZERO
001770         PERFORM 3000-BUILD-FILE THRU 3000-EXIT
001780     END-IF.
001790     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
001800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001810     GOBACK.
001820
001830*>    EVERY CHECK THAT CAN REFUSE THE RESEND RUNS HERE OR IN THE
001840*>    GENERATION PASS, BEFORE ANYTHING IS WRITTEN.
001850 1000-INITIALIZE.
001860     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001870         WS-AUDIT-RC.
001880     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-RESEND-DATE
001890         WS-RUNCTL-RC
001900         ON EXCEPTION
001910             ACCEPT WS-RESEND-DATE FROM DATE
001920     END-CALL.
001930     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
001940         ON EXCEPTION
001950             MOVE SPACES TO WS-ENTITY-AREA
001960     END-CALL.
001970     INITIALIZE WS-PAIR-TABLE.
001980     MOVE 'OPEN' TO PRT-FUNC.
001990     MOVE 'GLRSRPT' TO PRT-DDNAME.
002000     MOVE 'GL FILE RESEND' TO PRT-TITLE.
002010     MOVE 'V01.00' TO PRT-VERSION.
002020     CALL 'PRINTSVC' USING PRINT-AREA.
002030     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002040     IF WS-RSND-RC NOT = ZERO
002050         GO TO 1000-EXIT
002060     END-IF.
002070     PERFORM 1200-CHECK-LEDGER THRU 1200-EXIT.
002080     IF WS-RSND-RC NOT = ZERO
002090         GO TO 1000-EXIT
002100     END-IF.
002110     PERFORM 1300-CHECK-HISTORY THRU 1300-EXIT.
002120     IF WS-RSND-RC NOT = ZERO
002130         GO TO 1000-EXIT
002140     END-IF.
002150     PERFORM 1400-SET-SEQUENCE THRU 1400-EXIT.
002160     PERFORM 1500-OPEN-INPUTS THRU 1500-EXIT.
002170 1000-EXIT.
002180     EXIT.
002190
002200*>    ONE CARD, ONE REJECTED SEQUENCE - A SECOND IS A SECOND RUN.
002201*>    ADJUSTMENT IN COLUMNS 6-15 REBUILDS A DISPATCHER ADJUSTMENT
002202*>    FILE (STEP042) FROM ITS PARACSVH GENERATION; BLANK IS THE
002203*>    MAIN GL FILE FROM NUMCSVH.
002210 1100-READ-CARD.
002220     OPEN INPUT PARM-FILE.
002230     IF WS-IN-FILE-STATUS NOT = '00'
002240         MOVE 'GLRPARM' TO WS-FAILED-DD
002250         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
002260         GO TO 1100-EXIT
002270     END-IF.
002280     READ PARM-FILE INTO WS-CARD
002290         AT END
002300             MOVE SPACES TO WS-CARD
002310     END-READ.
002320     CLOSE PARM-FILE.
002330     IF CARD-SEQ IS NOT NUMERIC
002340         OR CARD-SEQ = ZERO
002350         MOVE SPACES TO WS-REPORT-LINE
002360         STRING '*** INVALID RESEND CARD ' WS-CARD(1:20)
002370             ' - REJECTED FILE SEQUENCE (4) EXPECTED, RC=8'
002380             DELIMITED BY SIZE INTO WS-REPORT-LINE
002390         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002400         MOVE 8 TO WS-RSND-RC
002410         GO TO 1100-EXIT
002420     END-IF.
002421     IF CARD-MODE NOT = SPACES
002422         AND NOT CARD-ADJUSTMENT
002423         MOVE SPACES TO WS-REPORT-LINE
002424         STRING '*** INVALID RESEND CARD ' WS-CARD(1:20)
002425             ' - COLUMNS 6-15 MUST BE ADJUSTMENT OR BLANK, RC=8'
002426             DELIMITED BY SIZE INTO WS-REPORT-LINE
002427         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002428         MOVE 8 TO WS-RSND-RC
002429         GO TO 1100-EXIT
002430     END-IF.
002431     MOVE CARD-SEQ TO WS-ORIG-SEQ.
002432     IF CARD-ADJUSTMENT
002433         MOVE 'Y' TO WS-ADJUST-SW
002434     END-IF.
002440     MOVE SPACES TO WS-REPORT-LINE.
002441     IF ADJUSTMENT-RESEND
002442         STRING 'REBUILD OF REJECTED ADJUSTMENT FILE SEQUENCE '
002443             WS-ORIG-SEQ ' - REQUESTED ON ' WS-RESEND-DATE
002444             DELIMITED BY SIZE INTO WS-REPORT-LINE
002445     ELSE
002450         STRING 'RESEND OF REJECTED GL FILE SEQUENCE ' WS-ORIG-SEQ
002460             ' - REQUESTED ON ' WS-RESEND-DATE
002470             DELIMITED BY SIZE INTO WS-REPORT-LINE
002471     END-IF.
002480     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002490 1100-EXIT.
002500     EXIT.
002510
002520*>    THE SEQUENCE MUST STILL BE ON THE GLSENT LEDGER (GLACKREC
002530*>    KEEPS A REJECTED ONE THERE) AND NO LATER LEDGER ENTRY MAY
002540*>    ALREADY REPLACE IT. THE SAME PASS FINDS THE HIGHEST
002550*>    SEQUENCE THE LEDGER HOLDS.
002560 1200-CHECK-LEDGER.
002570     OPEN INPUT SENT-FILE.
002580     IF WS-SENT-FILE-STATUS NOT = '00'
002590         MOVE 'GLSENT' TO WS-FAILED-DD
002600         MOVE WS-SENT-FILE-STATUS TO WS-IN-FILE-STATUS
002610         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
002620         GO TO 1200-EXIT
002630     END-IF.
002640     MOVE 'N' TO WS-IN-EOF-SW.
002650     PERFORM 1210-SCAN-SENT THRU 1210-EXIT
002660         UNTIL IN-EOF.
002670     CLOSE SENT-FILE.
002680     IF NOT ORIG-FOUND
002690         MOVE SPACES TO WS-REPORT-LINE
002700         STRING '*** SEQUENCE ' WS-ORIG-SEQ ' IS NOT ON THE '
002710             'GLSENT LEDGER - NOTHING TO RESEND, RC=8'
002720             DELIMITED BY SIZE INTO WS-REPORT-LINE
002730         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002740         MOVE 8 TO WS-RSND-RC
002750         GO TO 1200-EXIT
002760     END-IF.
002770     IF ALREADY-REPLACED
002780         MOVE SPACES TO WS-REPORT-LINE
002790         STRING '*** SEQUENCE ' WS-ORIG-SEQ ' WAS ALREADY '
002800             'RESENT AS SEQUENCE ' WS-REPLACED-BY
002810             ' - RESEND THAT ONE IF IT WAS REJECTED, RC=8'
002820             DELIMITED BY SIZE INTO WS-REPORT-LINE
002830         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002840         MOVE 8 TO WS-RSND-RC
002850         GO TO 1200-EXIT
002860     END-IF.
002870     MOVE WS-ORIG-HASH TO WS-HASH-EDIT.
002880     MOVE SPACES TO WS-REPORT-LINE.
002890     STRING 'ORIGINAL FILE - BUSINESS DATE ' WS-ORIG-DATE
002900         ' DETAILS=' WS-ORIG-COUNT ' HASH=' WS-HASH-EDIT
002910         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002920     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002930 1200-EXIT.
002940     EXIT.
002950
002960 1210-SCAN-SENT.
002970     READ SENT-FILE
002980         AT END
002990             MOVE 'Y' TO WS-IN-EOF-SW
003000             GO TO 1210-EXIT
003010     END-READ.
003020     IF SENT-TYPE NOT = 'S'
003030         GO TO 1210-EXIT
003040     END-IF.
003050     IF SENT-SEQ > WS-HIGH-SEQ
003060         MOVE SENT-SEQ TO WS-HIGH-SEQ
003070     END-IF.
003080     IF SENT-SEQ = WS-ORIG-SEQ
003090         MOVE 'Y' TO WS-ORIG-FOUND-SW
003100         MOVE SENT-DATE TO WS-ORIG-DATE
003110         MOVE SENT-COUNT TO WS-ORIG-COUNT
003120         MOVE SENT-HASH TO WS-ORIG-HASH
003130     END-IF.
003140*>    A LINE WRITTEN BEFORE THE REPLACES FIELD EXISTED IS SHORT
003150*>    AND READS BACK AS SPACES THERE - IT REPLACES NOTHING.
003160     IF SENT-REPLACES IS NUMERIC
003170         AND SENT-REPLACES = WS-ORIG-SEQ
003180         MOVE 'Y' TO WS-REPLACED-SW
003190         MOVE SENT-SEQ TO WS-REPLACED-BY
003200     END-IF.
003210 1210-EXIT.
003220     EXIT.
003230
003240*>    ONLY A FILE FINANCE ACTUALLY REJECTED IS REBUILT - AN
003250*>    UNACKNOWLEDGED ONE MAY STILL LOAD, AND A TOTALS MISMATCH
003260*>    NEEDS A CONVERSATION WITH FINANCE, NOT A SECOND FILE.
003270 1300-CHECK-HISTORY.
003280     OPEN INPUT HISTORY-FILE.
003290     IF WS-HIST-FILE-STATUS NOT = '00'
003300         MOVE 'GLACKH' TO WS-FAILED-DD
003310         MOVE WS-HIST-FILE-STATUS TO WS-IN-FILE-STATUS
003320         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
003330         GO TO 1300-EXIT
003340     END-IF.
003350     MOVE 'Y' TO WS-HIST-OPEN-SW.
003360     MOVE WS-ORIG-SEQ TO GLAH-SEQ.
003370     MOVE WS-ORIG-DATE TO GLAH-SENT-DATE.
003380     READ HISTORY-FILE
003390         INVALID KEY
003400             MOVE SPACE TO GLAH-DISP
003410     END-READ.
003420     IF NOT GLAH-REJECTED
003430         MOVE SPACES TO WS-REPORT-LINE
003440         STRING '*** SEQUENCE ' WS-ORIG-SEQ ' OF '
003450             WS-ORIG-DATE ' IS NOT RECORDED AS REJECTED BY '
003460             'FINANCE ON GLACKH - NOT RESENT, RC=8'
003470             DELIMITED BY SIZE INTO WS-REPORT-LINE
003480         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
003490         MOVE 8 TO WS-RSND-RC
003500         GO TO 1300-EXIT
003510     END-IF.
003520     MOVE SPACES TO WS-REPORT-LINE.
003530     STRING 'REJECTED BY FINANCE ON ' GLAH-ACK-DATE
003540         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003550     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003560 1300-EXIT.
003570     EXIT.
003580
003590*>    THE REPLACEMENT TAKES A SEQUENCE NO FILE HAS USED: PAST
003600*>    EVERYTHING ON THE LEDGER, AND NOT BELOW THE GLPARM CARD
003610*>    (0001 WHEN ABSENT, AS IN GLEXTR). GLPARM ITSELF IS NOT
003620*>    CHANGED - GLACKREC ADVANCES IT PAST THE REPLACEMENT ONCE
003630*>    EVERYTHING IS ACKNOWLEDGED. AN ADJUSTMENT REBUILD GOES OUT
003631*>    AGAIN UNDER THE SEQUENCE FINANCE REJECTED, WHICH IS STILL
003632*>    OPEN ON THE LEDGER WITH THE SAME TOTALS.
003640 1400-SET-SEQUENCE.
003641     IF ADJUSTMENT-RESEND
003642         MOVE WS-ORIG-SEQ TO WS-FILE-SEQ
003643         GO TO 1400-EXIT
003644     END-IF.
003650     OPEN INPUT GLPARM-FILE.
003660     IF WS-IN-FILE-STATUS = '00'
003670         READ GLPARM-FILE
003680             AT END
003690                 CONTINUE
003700             NOT AT END
003710                 IF GLPARM-FILE-SEQ IS NUMERIC
003720                     MOVE GLPARM-FILE-SEQ TO WS-PARM-SEQ
003730                 END-IF
003740         END-READ
003750         CLOSE GLPARM-FILE
003760     END-IF.
003770     IF WS-HIGH-SEQ = 9999
003780         MOVE 1 TO WS-FILE-SEQ
003790     ELSE
003800         COMPUTE WS-FILE-SEQ = WS-HIGH-SEQ + 1
003810     END-IF.
003820     IF WS-PARM-SEQ > WS-FILE-SEQ
003830         MOVE WS-PARM-SEQ TO WS-FILE-SEQ
003840     END-IF.
003850 1400-EXIT.
003860     EXIT.
003870
003880*>    THE CURRENT MAPPING IS THE POINT OF THE RESEND - WITHOUT
003890*>    GLMAPF THERE IS NO FALLING BACK TO THE COMPILED ACCOUNTS.
003900 1500-OPEN-INPUTS.
003910     OPEN INPUT MAP-FILE.
003920     IF WS-MAP-FILE-STATUS NOT = '00'
003930         MOVE 'GLMAPF' TO WS-FAILED-DD
003940         MOVE WS-MAP-FILE-STATUS TO WS-IN-FILE-STATUS
003950         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
003960         GO TO 1500-EXIT
003970     END-IF.
003980     MOVE 'Y' TO WS-MAP-OPEN-SW.
003990     OPEN INPUT CSV-FILE.
004000     IF WS-CSV-FILE-STATUS NOT = '00'
004010         MOVE 'NUMCSV' TO WS-FAILED-DD
004020         MOVE WS-CSV-FILE-STATUS TO WS-IN-FILE-STATUS
004030         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
004040         GO TO 1500-EXIT
004050     END-IF.
004060     MOVE 'Y' TO WS-CSV-OPEN-SW.
004070 1500-EXIT.
004080     EXIT.
004090
004100 1900-OPEN-FAILED.
004110     MOVE SPACES TO WS-REPORT-LINE.
004120     STRING '*** ' WS-FAILED-DD ' OPEN FAILED, STATUS='
004130         WS-IN-FILE-STATUS ' - NOTHING RESENT, RC=12'
004140         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004150     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004160     MOVE 12 TO WS-RSND-RC.
004170 1900-EXIT.
004180     EXIT.
004190
004210*>    FIRST PASS OVER THE NUMCSV GENERATION, WRITING NOTHING.
004220*>    EVERY DATED LINE MUST CARRY THE REJECTED FILE'S BUSINESS
004230*>    DATE - ANY OTHER DATE MEANS THE WRONG GENERATION WAS
004240*>    GIVEN - AND EVERY OPERATION/CURRENCY PAIR ON IT MUST BE
004250*>    MAPPED ON TODAY'S GLMAPF. AN ADJUSTMENT REBUILD MUST ALSO
004251*>    COME TO THE COUNT AND HASH ON THE LEDGER, SINCE FINANCE
004252*>    WILL ACKNOWLEDGE IT AGAINST THAT ENTRY.
004270 2000-CHECK-GENERATION.
004280     MOVE 'N' TO WS-IN-EOF-SW.
004290     PERFORM 2100-READ-CSV THRU 2100-EXIT.
004300     PERFORM 2200-CHECK-LINE THRU 2200-EXIT
004310         UNTIL IN-EOF.
004320     CLOSE CSV-FILE.
004330     MOVE 'N' TO WS-CSV-OPEN-SW.
004340     IF WS-DATED-COUNT = ZERO
004350         MOVE SPACES TO WS-REPORT-LINE
004360         STRING '*** NO DATED LINE ON THIS NUMCSV - IT CANNOT '
004370             'BE PROVED THE GENERATION OF ' WS-ORIG-DATE
004380             ', RC=8' DELIMITED BY SIZE INTO WS-REPORT-LINE
004390         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004400         MOVE 8 TO WS-RSND-RC
004410         GO TO 2000-EXIT
004420     END-IF.
004430     IF WS-WRONG-DATE-COUNT > ZERO
004440         MOVE SPACES TO WS-REPORT-LINE
004450         STRING '*** ' WS-WRONG-DATE-COUNT ' NUMCSV LINES '
004460             'DATED OTHER THAN ' WS-ORIG-DATE ' (E.G. '
004470             WS-WRONG-DATE ') - POINT NUMCSV AT THE GENERATION '
004480             'OF ' WS-ORIG-DATE ', RC=8'
004490             DELIMITED BY SIZE INTO WS-REPORT-LINE
004500         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004510         MOVE 8 TO WS-RSND-RC
004520         GO TO 2000-EXIT
004530     END-IF.
004540     IF WS-PAIR-OVERFLOW > ZERO
004550         MOVE SPACES TO WS-REPORT-LINE
004560         STRING '*** MORE THAN ' WS-PAIR-MAX ' OPERATION/'
004570             'CURRENCY PAIRS - ' WS-PAIR-OVERFLOW ' DETAILS '
004580             'NOT LISTED BELOW' DELIMITED BY SIZE
004590             INTO WS-REPORT-LINE
004600         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004610     END-IF.
004620     IF WS-UNMAPPED-COUNT > ZERO
004630         MOVE SPACES TO WS-REPORT-LINE
004640         STRING '*** ' WS-UNMAPPED-COUNT ' DETAILS WITH NO '
004650             'ACCOUNT MAPPING - RESEND HELD, RC=8'
004660             DELIMITED BY SIZE INTO WS-REPORT-LINE
004670         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004680         MOVE ZERO TO WS-PAIR-IX
004690         PERFORM 2400-LIST-UNMAPPED THRU 2400-EXIT
004700             WS-PAIR-USED TIMES
004710         MOVE 8 TO WS-RSND-RC
004720         GO TO 2000-EXIT
004730     END-IF.
004731     IF ADJUSTMENT-RESEND
004732         AND (WS-CHECK-COUNT NOT = WS-ORIG-COUNT
004733         OR WS-CHECK-HASH NOT = WS-ORIG-HASH)
004734         MOVE WS-CHECK-HASH TO WS-CHECK-HASH-EDIT
004735         MOVE SPACES TO WS-REPORT-LINE
004736         STRING '*** THIS GENERATION GIVES DETAILS='
004737             WS-CHECK-COUNT ' HASH=' WS-CHECK-HASH-EDIT
004738             ' - NOT THE LEDGER TOTALS OF SEQUENCE ' WS-ORIG-SEQ
004739             ', RC=8' DELIMITED BY SIZE INTO WS-REPORT-LINE
004740         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004741         MOVE 8 TO WS-RSND-RC
004742         GO TO 2000-EXIT
004743     END-IF.
004744     OPEN INPUT CSV-FILE.
004750     IF WS-CSV-FILE-STATUS NOT = '00'
004760         MOVE 'NUMCSV' TO WS-FAILED-DD
004770         MOVE WS-CSV-FILE-STATUS TO WS-IN-FILE-STATUS
004780         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
004790         GO TO 2000-EXIT
004800     END-IF.
004810     MOVE 'Y' TO WS-CSV-OPEN-SW.
004820 2000-EXIT.
004830     EXIT.
004840
004850 2100-READ-CSV.
004860     READ CSV-FILE
004870         AT END
004880             MOVE 'Y' TO WS-IN-EOF-SW
004890             GO TO 2100-EXIT
004900     END-READ.
004910     MOVE SPACES TO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
004920         WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
004930         WS-TOK-ACCOUNT WS-TOK-REF WS-TOK-VALUE-DATE.
004940     UNSTRING CSV-RECORD DELIMITED BY ','
004950         INTO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
004960             WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
004970             WS-TOK-ACCOUNT WS-TOK-REF WS-TOK-VALUE-DATE.
004980 2100-EXIT.
004990     EXIT.
005000
005010 2200-CHECK-LINE.
005020     IF WS-TOK-DATE(1:6) IS NUMERIC
005030         ADD 1 TO WS-DATED-COUNT
005040         IF WS-TOK-DATE(1:6) NOT = WS-ORIG-DATE
005050             ADD 1 TO WS-WRONG-DATE-COUNT
005060             MOVE WS-TOK-DATE(1:6) TO WS-WRONG-DATE
005070         END-IF
005080     END-IF.
005090     PERFORM 2300-DERIVE-ACCOUNT THRU 2300-EXIT.
005100     IF GLD-ACCOUNT = SPACES
005110         ADD 1 TO WS-UNMAPPED-COUNT
005120     END-IF.
005121     ADD 1 TO WS-CHECK-COUNT.
005122     ADD WS-RESULT-NUM TO WS-CHECK-HASH.
005130     PERFORM 2100-READ-CSV THRU 2100-EXIT.
005140 2200-EXIT.
005150     EXIT.
005160
005170*>    THE ACCOUNT FROM TODAY'S GLMAPF, EXACTLY AS GLEXTR LOOKS IT
005180*>    UP; EACH PAIR IS TALLIED ON THE PAIR TABLE AS IT GOES.
005190 2300-DERIVE-ACCOUNT.
005200     MOVE WS-TOK-OPER(1:8) TO GLMAP-OPERATION.
005210     MOVE WS-TOK-CURRENCY(1:3) TO GLMAP-CURRENCY.
005220     READ MAP-FILE
005230         INVALID KEY
005240             MOVE SPACES TO GLD-ACCOUNT
005250         NOT INVALID KEY
005260             MOVE GLMAP-ACCOUNT TO GLD-ACCOUNT
005270     END-READ.
005280     MOVE ZERO TO WS-PAIR-FOUND-IX.
005290     MOVE ZERO TO WS-PAIR-IX.
005300     PERFORM 2350-MATCH-PAIR THRU 2350-EXIT
005310         WS-PAIR-USED TIMES.
005320     IF WS-PAIR-FOUND-IX = ZERO
005330         IF WS-PAIR-USED < WS-PAIR-MAX
005340             ADD 1 TO WS-PAIR-USED
005350             MOVE WS-PAIR-USED TO WS-PAIR-FOUND-IX
005360             MOVE WS-TOK-OPER(1:8)
005370                 TO WS-PAIR-OPER(WS-PAIR-FOUND-IX)
005380             MOVE WS-TOK-CURRENCY(1:3)
005390                 TO WS-PAIR-CURR(WS-PAIR-FOUND-IX)
005400             MOVE GLD-ACCOUNT
005410                 TO WS-PAIR-ACCOUNT(WS-PAIR-FOUND-IX)
005420         ELSE
005430             ADD 1 TO WS-PAIR-OVERFLOW
005440             GO TO 2300-EXIT
005450         END-IF
005460     END-IF.
005470     ADD 1 TO WS-PAIR-COUNT(WS-PAIR-FOUND-IX).
005480 2300-EXIT.
005490     EXIT.
005500
005510 2350-MATCH-PAIR.
005520     ADD 1 TO WS-PAIR-IX.
005530     IF WS-PAIR-OPER(WS-PAIR-IX) = WS-TOK-OPER(1:8)
005540         AND WS-PAIR-CURR(WS-PAIR-IX) = WS-TOK-CURRENCY(1:3)
005550         MOVE WS-PAIR-IX TO WS-PAIR-FOUND-IX
005560     END-IF.
005570 2350-EXIT.
005580     EXIT.
005590
005600 2400-LIST-UNMAPPED.
005610     ADD 1 TO WS-PAIR-IX.
005620     IF WS-PAIR-ACCOUNT(WS-PAIR-IX) NOT = SPACES
005630         GO TO 2400-EXIT
005640     END-IF.
005650     MOVE SPACES TO WS-REPORT-LINE.
005660     STRING '***   UNMAPPED ' WS-PAIR-OPER(WS-PAIR-IX)
005670         ' / ' WS-PAIR-CURR(WS-PAIR-IX)
005680         ' DETAILS=' WS-PAIR-COUNT(WS-PAIR-IX)
005690         ' - ADD IT WITH GLMAPMNT AND RERUN'
005700         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005710     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005720 2400-EXIT.
005730     EXIT.
005740
005760*>    SECOND PASS - THE REBUILT FILE, DATED THE ORIGINAL
005770*>    BUSINESS DATE AND HEADED WITH THE NEW SEQUENCE, THEN ITS
005780*>    GLSENT ENTRY NAMING THE SEQUENCE IT REPLACES.
005800 3000-BUILD-FILE.
005810     OPEN OUTPUT GL-FILE.
005820     IF WS-GL-FILE-STATUS NOT = '00'
005830         MOVE 'GLRSND' TO WS-FAILED-DD
005840         MOVE WS-GL-FILE-STATUS TO WS-IN-FILE-STATUS
005850         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
005860         GO TO 3000-EXIT
005870     END-IF.
005880     MOVE WS-ORIG-DATE TO GLH-DATE.
005890     MOVE WS-FILE-SEQ TO GLH-SEQ.
005900     MOVE WS-RUN-ENTITY TO GLH-ENTITY.
005910     WRITE GL-RECORD FROM GL-HEADER.
005920     MOVE 'N' TO WS-IN-EOF-SW.
005930     PERFORM 2100-READ-CSV THRU 2100-EXIT.
005940     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
005950         UNTIL IN-EOF.
005960     MOVE WS-DETAIL-COUNT TO GLT-COUNT.
005970     MOVE WS-HASH-TOTAL TO GLT-HASH.
005980     WRITE GL-RECORD FROM GL-TRAILER.
005990     CLOSE GL-FILE.
006000     PERFORM 3300-PRINT-MAPPING THRU 3300-EXIT.
006010     MOVE WS-ORIG-HASH TO WS-HASH-EDIT.
006020     MOVE WS-HASH-TOTAL TO WS-NEW-HASH-EDIT.
006030     MOVE SPACES TO WS-REPORT-LINE.
006040     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006050     STRING 'REBUILT FILE SEQUENCE ' WS-FILE-SEQ ' DATE '
006060         WS-ORIG-DATE ' - DETAILS=' WS-DETAIL-COUNT
006070         ' HASH=' WS-NEW-HASH-EDIT
006080         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006090     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006100     IF WS-DETAIL-COUNT NOT = WS-ORIG-COUNT
006110         OR WS-HASH-TOTAL NOT = WS-ORIG-HASH
006120         MOVE SPACES TO WS-REPORT-LINE
006130         STRING '    NOTE - THE ORIGINAL SEQUENCE ' WS-ORIG-SEQ
006140             ' CARRIED DETAILS=' WS-ORIG-COUNT
006150             ' HASH=' WS-HASH-EDIT
006160             DELIMITED BY SIZE INTO WS-REPORT-LINE
006170         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006180     END-IF.
006190     IF WS-UNRATED-COUNT > ZERO
006200         MOVE SPACES TO WS-REPORT-LINE
006210         STRING '*** ' WS-UNRATED-COUNT ' DETAILS WENT OUT '
006220             'WITHOUT A BASE-CURRENCY EQUIVALENT, RC=4'
006230             DELIMITED BY SIZE INTO WS-REPORT-LINE
006240         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006250         MOVE 4 TO WS-RSND-RC
006260     END-IF.
006261     IF ADJUSTMENT-RESEND
006262         MOVE SPACES TO WS-REPORT-LINE
006263         STRING 'SEQUENCE ' WS-FILE-SEQ ' IS STILL OPEN ON THE '
006264             'GLSENT LEDGER - SEND GLRSND TO FINANCE AGAIN'
006265             DELIMITED BY SIZE INTO WS-REPORT-LINE
006266         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006267         GO TO 3000-EXIT
006268     END-IF.
006270     PERFORM 4000-REGISTER-SENT THRU 4000-EXIT.
006280 3000-EXIT.
006290     EXIT.
006300
006310 3100-WRITE-DETAIL.
006320     MOVE WS-TOK-OPER(1:8) TO GLMAP-OPERATION.
006330     MOVE WS-TOK-CURRENCY(1:3) TO GLMAP-CURRENCY.
006340     READ MAP-FILE
006350         INVALID KEY
006360             MOVE SPACES TO GLD-ACCOUNT
006370         NOT INVALID KEY
006380             MOVE GLMAP-ACCOUNT TO GLD-ACCOUNT
006390     END-READ.
006400     MOVE WS-RESULT-NUM TO GLD-AMOUNT.
006410     MOVE WS-TOK-CURRENCY(1:3) TO GLD-CURRENCY.
006420     MOVE WS-TOK-REF TO GLD-REF.
006430     IF WS-TOK-DATE(1:6) IS NUMERIC
006440         MOVE WS-TOK-DATE(1:6) TO GLD-DATE
006450     ELSE
006460         MOVE WS-ORIG-DATE TO GLD-DATE
006470     END-IF.
006472     IF WS-TOK-VALUE-DATE(1:6) IS NUMERIC
006474         MOVE WS-TOK-VALUE-DATE(1:6) TO GLD-VALUE-DATE
006476     ELSE
006478         MOVE GLD-DATE TO GLD-VALUE-DATE
006479     END-IF.
006480     PERFORM 3200-SET-BASE-AMOUNT THRU 3200-EXIT.
006490     WRITE GL-RECORD FROM GL-DETAIL.
006500     ADD 1 TO WS-DETAIL-COUNT.
006510     ADD WS-RESULT-NUM TO WS-HASH-TOTAL.
006520     PERFORM 2100-READ-CSV THRU 2100-EXIT.
006530 3100-EXIT.
006540     EXIT.
006550
006560*>    TODAY'S RATE THROUGH CURRSVC, HELD UNTIL THE CURRENCY
006570*>    CHANGES, AS IN GLEXTR. A CURRENCY WITH NO RATE GOES OUT
006580*>    WITH A ZERO EQUIVALENT AND IS CALLED OUT ONCE.
006590 3200-SET-BASE-AMOUNT.
006600     IF GLD-CURRENCY NOT = WS-RATE-CODE
006610         MOVE GLD-CURRENCY TO WS-RATE-CODE
006620         MOVE GLD-CURRENCY TO CSVC-CODE
006630         CALL 'CURRSVC' USING CURRSVC-AREA
006640             ON EXCEPTION
006650                 MOVE 8 TO CSVC-RC
006660         END-CALL
006670         MOVE CSVC-RC TO WS-RATE-RC
006680         IF WS-RATE-RC NOT = ZERO
006690             MOVE SPACES TO WS-REPORT-LINE
006700             STRING '*** NO CURRENCY RATE ON FILE FOR '
006710                 GLD-CURRENCY ' - ' WS-BASE-CURRENCY
006720                 ' EQUIVALENTS GO OUT AS ZERO'
006730                 DELIMITED BY SIZE INTO WS-REPORT-LINE
006740             PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006750         END-IF
006760     END-IF.
006770     IF WS-RATE-RC = ZERO
006780         COMPUTE GLD-BASE-AMOUNT ROUNDED =
006790             WS-RESULT-NUM * CSVC-RATE
006800             ON SIZE ERROR
006810                 MOVE ZERO TO GLD-BASE-AMOUNT
006820         END-COMPUTE
006830     ELSE
006840         MOVE ZERO TO GLD-BASE-AMOUNT
006850         ADD 1 TO WS-UNRATED-COUNT
006860     END-IF.
006870 3200-EXIT.
006880     EXIT.
006890
006900 3300-PRINT-MAPPING.
006910     MOVE SPACES TO WS-REPORT-LINE.
006920     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006930     MOVE 'ACCOUNT MAPPING APPLIED FROM TODAY''S GLMAPF'
006940         TO WS-REPORT-LINE.
006950     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006960     MOVE ZERO TO WS-PAIR-IX.
006970     PERFORM 3350-PRINT-PAIR THRU 3350-EXIT
006980         WS-PAIR-USED TIMES.
006990 3300-EXIT.
007000     EXIT.
007010
007020 3350-PRINT-PAIR.
007030     ADD 1 TO WS-PAIR-IX.
007040     MOVE SPACES TO WS-REPORT-LINE.
007050     STRING '  ' WS-PAIR-OPER(WS-PAIR-IX)
007060         ' / ' WS-PAIR-CURR(WS-PAIR-IX)
007070         ' -> ' WS-PAIR-ACCOUNT(WS-PAIR-IX)
007080         ' DETAILS=' WS-PAIR-COUNT(WS-PAIR-IX)
007090         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007100     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007110 3350-EXIT.
007120     EXIT.
007130
007140*>    REGISTERED ON THE GLSENT LEDGER AS GLEXTR DOES, PLUS THE
007150*>    SEQUENCE REPLACED - GLACKREC SUPERSEDES THE ORIGINAL THE
007160*>    MORNING FINANCE ACCEPTS THIS ONE. A LEDGER THAT CANNOT BE
007170*>    APPENDED TO LEAVES A FILE THE RECONCILE WILL NOT KNOW.
007180 4000-REGISTER-SENT.
007190     OPEN EXTEND SENT-FILE.
007200     IF WS-SENT-FILE-STATUS = '35'
007210         OPEN OUTPUT SENT-FILE
007220     END-IF.
007230     IF WS-SENT-FILE-STATUS NOT = '00'
007240         MOVE SPACES TO WS-REPORT-LINE
007250         STRING '*** GLSENT OPEN FAILED, STATUS='
007260             WS-SENT-FILE-STATUS ' - REBUILT FILE NOT '
007270             'REGISTERED, DO NOT SEND IT, RC=4'
007280             DELIMITED BY SIZE INTO WS-REPORT-LINE
007290         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
007300         MOVE 4 TO WS-RSND-RC
007310         GO TO 4000-EXIT
007320     END-IF.
007330     MOVE 'S' TO SENT-TYPE.
007340     MOVE WS-FILE-SEQ TO SENT-SEQ.
007350     MOVE WS-ORIG-DATE TO SENT-DATE.
007360     MOVE WS-DETAIL-COUNT TO SENT-COUNT.
007370     MOVE WS-HASH-TOTAL TO SENT-HASH.
007380     MOVE WS-ORIG-SEQ TO SENT-REPLACES.
007390     WRITE SENT-RECORD.
007400     CLOSE SENT-FILE.
007410     MOVE SPACES TO WS-REPORT-LINE.
007420     STRING 'REGISTERED ON THE GLSENT LEDGER AS SEQUENCE '
007430         WS-FILE-SEQ ' REPLACING ' WS-ORIG-SEQ
007440         ' - SEND GLRSND TO FINANCE'
007450         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007460     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007470 4000-EXIT.
007480     EXIT.
007490
007500 7000-PRINT-LINE.
007510     MOVE 'WRITE' TO PRT-FUNC.
007520     MOVE WS-REPORT-LINE TO PRT-LINE.
007530     CALL 'PRINTSVC' USING PRINT-AREA.
007540 7000-EXIT.
007550     EXIT.
007560
007570 8000-WRITE-TOTALS.
007580     MOVE SPACES TO WS-REPORT-LINE.
007590     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007600     MOVE WS-RSND-RC TO WS-RC-EDIT.
007610     MOVE SPACES TO WS-REPORT-LINE.
007620     IF WS-RSND-RC > 4
007630         STRING 'RESEND REFUSED - NOTHING WRITTEN, RC='
007640             WS-RC-EDIT DELIMITED BY SIZE INTO WS-REPORT-LINE
007650     ELSE
007660         STRING 'RESEND COMPLETE - SEQUENCE ' WS-ORIG-SEQ
007670             ' REBUILT AS ' WS-FILE-SEQ ' DETAILS='
007680             WS-DETAIL-COUNT ' RC=' WS-RC-EDIT
007690             DELIMITED BY SIZE INTO WS-REPORT-LINE
007700     END-IF.
007710     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007720 8000-EXIT.
007730     EXIT.
007740
007750 9000-TERMINATE.
007760     IF CSV-FILE-OPEN
007770         CLOSE CSV-FILE
007780     END-IF.
007790     IF MAP-FILE-OPEN
007800         CLOSE MAP-FILE
007810     END-IF.
007820     IF HIST-FILE-OPEN
007830         CLOSE HISTORY-FILE
007840     END-IF.
007850     MOVE 'CLOSE' TO PRT-FUNC.
007860     CALL 'PRINTSVC' USING PRINT-AREA.
007870     MOVE WS-RSND-RC TO WS-AUDIT-RC.
007880     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
007890         WS-AUDIT-RC.
007900     MOVE WS-RSND-RC TO RETURN-CODE.
007910 9000-EXIT.
007920     EXIT.
