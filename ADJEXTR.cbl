000000 *> ................................................................... <*
000000 *> CBL - ADJEXTR                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/28 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/28 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> MANUAL-ADJUSTMENT EXTRACT AND CONTROL SLIPS. THE FINANCE DESK
000000 *> KEYS ITS ADJUSTMENTS AT THE ADJWB SCREEN INTO NUMBERED BATCHES
000000 *> ON THE ADJFILE KSDS; THIS PROGRAM TAKES THEM FROM THERE TO THE
000000 *> NIGHTLY STREAM. THE ADJPARM CARD (COLUMNS 1-8) SAYS WHICH JOB
000000 *> IT IS DOING:
000000 *>   EXTRACT  - THE NIGHTLY STEP BEFORE THE FRONT-END EDIT. EVERY
000000 *>              CLOSED BATCH GOES ONTO ONE MANUALTX BATCH FOR THE
000000 *>              BUSINESS DATE - HEADER UNDER SOURCE MANUAL AND
000000 *>              THE RUN ENTITY, LIVE LINES AS TRANFILE DETAILS,
000000 *>              ONE TRAILER WITH THEIR COUNT AND NUM1+NUM2 HASH -
000000 *>              WHICH THE EDIT READS CONCATENATED AHEAD OF THE
000000 *>              FEED. EACH BATCH IS FIRST RE-TOTALLED FROM ITS
000000 *>              LINES; ONE THAT DOES NOT AGREE WITH ITS CONTROL
000000 *>              RECORD IS HELD BACK AND LISTED. A BATCH SENT IS
000000 *>              MARKED E WITH THE BUSINESS DATE AND ITS CONTROL
000000 *>              SLIP PRINTED. A RERUN FOR THE SAME BUSINESS DATE
000000 *>              SENDS THE SAME BATCHES AGAIN, SO A RESTARTED
000000 *>              STREAM LOSES NOTHING. MANUALTX IS ALWAYS WRITTEN,
000000 *>              EMPTY WHEN THERE IS NOTHING TO SEND.
000000 *>   SLIP     - ON REQUEST. COLUMNS 10-15 NAME ONE BATCH, IN ANY
000000 *>              STATUS; LEFT BLANK, EVERY CLOSED BATCH STILL
000000 *>              WAITING FOR THE NIGHT IS PRINTED.
000000 *> THE CONTROL SLIP LISTS THE BATCH LINE BY LINE, DELETED LINES
000000 *> INCLUDED AND MARKED, WITH WHO OPENED, KEYED AND CLOSED IT,
000000 *> ITS COUNT AND HASH, AND A SIGN-OFF FOR THE SECOND PERSON WHO
000000 *> CHECKS IT AGAINST THE PAPERWORK. THE REPORT GOES TO ADJRPT.
000000 *> RETURN CODES:
000000 *>   0  NORMAL - INCLUDING NOTHING TO SEND
000000 *>   4  A BATCH WAS HELD BACK - SEE THE *** LINES
000000 *>   8  BAD CARD, OR A BATCH NAMED ON A SLIP CARD IS NOT ON
000000 *>      ADJFILE, OR ADJFILE COULD NOT BE READ OR UPDATED
000000 *>  12  ADJFILE OR MANUALTX COULD NOT BE OPENED
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ADJEXTR.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT PARM-FILE ASSIGN TO "ADJPARM"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-IN-FILE-STATUS.
000180     SELECT ADJ-FILE ASSIGN TO "ADJFILE"
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS ADJ-KEY
000220         FILE STATUS IS WS-ADJ-FILE-STATUS.
000230     SELECT MANUAL-FILE ASSIGN TO "MANUALTX"
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-MTX-FILE-STATUS.
000260 DATA DIVISION.
000270 FILE SECTION.
000280 FD  PARM-FILE.
000290 01  PARM-RECORD PIC X(80).
000300 FD  ADJ-FILE.
000310     COPY ADJREC.
000320 FD  MANUAL-FILE.
000330 01  MANUAL-RECORD PIC X(80).
000340 WORKING-STORAGE SECTION.
000350     COPY PRTLINK.
000360     77 WS-IN-FILE-STATUS PIC XX VALUE '00'.
000370     77 WS-ADJ-FILE-STATUS PIC XX VALUE '00'.
000380     77 WS-MTX-FILE-STATUS PIC XX VALUE '00'.
000390     77 WS-ADJ-OPEN-SW PIC X VALUE 'N'.
000400         88 ADJ-FILE-OPEN VALUE 'Y'.
000410     77 WS-MTX-OPEN-SW PIC X VALUE 'N'.
000420         88 MTX-FILE-OPEN VALUE 'Y'.
000430     77 WS-ADJ-EOF-SW PIC X VALUE 'N'.
000440         88 ADJ-EOF VALUE 'Y'.
000450     77 WS-LINES-EOF-SW PIC X VALUE 'N'.
000460         88 LINES-EOF VALUE 'Y'.
000470     77 WS-CONTROL-SW PIC X VALUE 'N'.
000480         88 CONTROL-FOUND VALUE 'Y'.
000490     77 WS-HEADER-SW PIC X VALUE 'N'.
000500         88 HEADER-WRITTEN VALUE 'Y'.
000510     77 WS-LINE-PASS-SW PIC X VALUE 'T'.
000520         88 PASS-TOTAL VALUE 'T'.
000530         88 PASS-PRINT VALUE 'P'.
000540         88 PASS-SEND VALUE 'S'.
000550     77 WS-FAILED-DD PIC X(8) VALUE SPACES.
000560     77 WS-FAILED-STATUS PIC XX VALUE SPACES.
000570     77 WS-RUN-DATE PIC 9(6) VALUE ZERO.
000580     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000590     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000600     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000610     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000620*>    THE ENTITY WHOSE STREAM THIS IS - SPACES ARE THE HOME ONE.
000630*>    IT GOES ON THE MANUALTX HEADER SO THE EDIT TAKES THE BATCH
000640*>    AS ITS OWN.
000650 01  WS-ENTITY-AREA.
000660     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000670     05 FILLER PIC X(4) VALUE SPACES.
000680     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'ADJEXTR'.
000690     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000700     77 WS-ADJX-RC PIC S9(4) VALUE ZERO.
000710     77 WS-RC-EDIT PIC Z9.
000720     77 WS-REPORT-LINE PIC X(120).
000730     77 WS-BATCH-NO PIC 9(6) VALUE ZERO.
000740     77 WS-LIVE-COUNT PIC 9(4) VALUE ZERO.
000750     77 WS-LIVE-HASH PIC S9(11)V99 VALUE ZERO.
000760     77 WS-DELETED-COUNT PIC 9(4) VALUE ZERO.
000770     77 WS-SENT-BATCHES PIC 9(6) VALUE ZERO.
000780     77 WS-HELD-BATCHES PIC 9(6) VALUE ZERO.
000790     77 WS-OPEN-BATCHES PIC 9(6) VALUE ZERO.
000800     77 WS-SLIP-COUNT PIC 9(6) VALUE ZERO.
000810     77 WS-MTX-COUNT PIC 9(7) VALUE ZERO.
000820     77 WS-MTX-HASH PIC S9(11)V99 VALUE ZERO.
000830     77 WS-COUNT-EDIT PIC ZZZ9.
000840     77 WS-CTL-COUNT-EDIT PIC ZZZ9.
000850     77 WS-BIG-COUNT-EDIT PIC ZZZZZZ9.
000860     77 WS-HASH-EDIT PIC -(11)9.99.
000870     77 WS-CTL-HASH-EDIT PIC -(11)9.99.
000880     77 WS-NUM1-EDIT PIC -(5)9.99.
000890     77 WS-NUM2-EDIT PIC -(5)9.99.
000900     77 WS-STATUS-WORD PIC X(9).
000910     77 WS-DASH-LINE PIC X(100) VALUE ALL '-'.
000920 01  WS-CARD.
000930     05 CARD-FUNC PIC X(8).
000940         88 CARD-EXTRACT VALUE 'EXTRACT'.
000950         88 CARD-SLIP VALUE 'SLIP'.
000960     05 FILLER PIC X.
000970     05 CARD-BATCH PIC X(6).
000980     05 CARD-BATCH-N REDEFINES CARD-BATCH PIC 9(6).
000990     05 FILLER PIC X(65).
001000*>    THE BATCH CONTROL RECORD AS READ, KEPT WHILE THE LINES ARE
001010*>    BROWSED OVER IT.
001020 01  WS-CONTROL.
001030     05 WS-CTL-STATUS PIC X.
001040         88 WS-CTL-OPEN VALUE 'O'.
001050         88 WS-CTL-CLOSED VALUE 'C'.
001060         88 WS-CTL-EXTRACTED VALUE 'E'.
001070     05 WS-CTL-OPEN-USERID PIC X(8).
001080     05 WS-CTL-OPEN-TERMID PIC X(4).
001090     05 WS-CTL-OPEN-DATE PIC 9(6).
001100     05 WS-CTL-OPEN-TIME PIC 9(6).
001110     05 WS-CTL-CLOSE-USERID PIC X(8).
001120     05 WS-CTL-CLOSE-DATE PIC 9(6).
001130     05 WS-CTL-CLOSE-TIME PIC 9(6).
001140     05 WS-CTL-COUNT PIC 9(4).
001150     05 WS-CTL-HASH PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
001160     05 WS-CTL-NEXT-LINE PIC 9(4).
001170     05 WS-CTL-EXTR-DATE PIC 9(6).
001180     05 FILLER PIC X(16).
001190*>    THE MANUALTX BATCH, IN THE TRANFILE RECORD LAYOUTS.
001200 01  MTX-HEADER.
001210     05 MTXH-TYPE PIC X VALUE 'H'.
001220     05 MTXH-DATE PIC 9(6).
001230     05 MTXH-SOURCE PIC X(8) VALUE 'MANUAL'.
001240     05 MTXH-ENTITY PIC X(2).
001250     05 FILLER PIC X(63) VALUE SPACES.
001260 01  MTX-TRAILER.
001270     05 MTXT-TYPE PIC X VALUE 'T'.
001280     05 MTXT-COUNT PIC 9(7).
001290     05 MTXT-HASH PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
001300     05 FILLER PIC X(58) VALUE SPACES.
001310*>    ONE BATCH LINE ON THE CONTROL SLIP.
001320 01  WS-SLIP-LINE.
001330     05 FILLER PIC X(2) VALUE SPACES.
001340     05 WS-SLP-LINE PIC 9(4).
001350     05 FILLER PIC X(2) VALUE SPACES.
001360     05 WS-SLP-NUM1 PIC X(9).
001370     05 FILLER PIC X(2) VALUE SPACES.
001380     05 WS-SLP-NUM2 PIC X(9).
001390     05 FILLER PIC X(2) VALUE SPACES.
001400     05 WS-SLP-CURRENCY PIC X(3).
001410     05 FILLER PIC X(2) VALUE SPACES.
001420     05 WS-SLP-ACCOUNT PIC X(10).
001430     05 FILLER PIC X(2) VALUE SPACES.
001440     05 WS-SLP-REASON PIC X(30).
001450     05 FILLER PIC X(2) VALUE SPACES.
001460     05 WS-SLP-USER PIC X(8).
001470     05 FILLER PIC X(2) VALUE SPACES.
001480     05 WS-SLP-DATE PIC X(6).
001490     05 FILLER PIC X(2) VALUE SPACES.
001500     05 WS-SLP-DELETED PIC X(21).
001510 PROCEDURE DIVISION.
001520 0000-MAIN.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     IF WS-ADJX-RC = ZERO AND ADJ-FILE-OPEN
001550         IF CARD-EXTRACT
001560             PERFORM 3000-EXTRACT THRU 3000-EXIT
001570         ELSE
001580             PERFORM 5000-SLIPS THRU 5000-EXIT
001590         END-IF
001600     END-IF.
001610     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
001620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001630     GOBACK.
001640
001650 1000-INITIALIZE.
001660     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001670         WS-AUDIT-RC.
001680     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-RUN-DATE
001690         WS-RUNCTL-RC
001700         ON EXCEPTION
001710             ACCEPT WS-RUN-DATE FROM DATE
001720     END-CALL.
001730     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
001740         ON EXCEPTION
001750             MOVE SPACES TO WS-ENTITY-AREA
001760     END-CALL.
001770     MOVE 'OPEN' TO PRT-FUNC.
001780     MOVE 'ADJRPT' TO PRT-DDNAME.
001790     MOVE 'MANUAL ADJUSTMENTS' TO PRT-TITLE.
001800     MOVE 'V01.00' TO PRT-VERSION.
001810     CALL 'PRINTSVC' USING PRINT-AREA.
001820     PERFORM 1100-READ-CARD THRU 1100-EXIT.
001830     IF WS-ADJX-RC NOT = ZERO
001840         GO TO 1000-EXIT
001850     END-IF.
001860     IF CARD-EXTRACT
001870         PERFORM 1200-OPEN-MANUALTX THRU 1200-EXIT
001880         IF WS-ADJX-RC NOT = ZERO
001890             GO TO 1000-EXIT
001900         END-IF
001910     END-IF.
001920     PERFORM 1300-OPEN-ADJFILE THRU 1300-EXIT.
001930 1000-EXIT.
001940     EXIT.
001950
001960 1100-READ-CARD.
001970     OPEN INPUT PARM-FILE.
001980     IF WS-IN-FILE-STATUS NOT = '00'
001990         MOVE 'ADJPARM' TO WS-FAILED-DD
002000         MOVE WS-IN-FILE-STATUS TO WS-FAILED-STATUS
002010         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
002020         GO TO 1100-EXIT
002030     END-IF.
002040     READ PARM-FILE INTO WS-CARD
002050         AT END
002060             MOVE SPACES TO WS-CARD
002070     END-READ.
002080     CLOSE PARM-FILE.
002090     IF CARD-EXTRACT
002100         MOVE SPACES TO WS-REPORT-LINE
002110         STRING 'MANUAL ADJUSTMENT EXTRACT FOR BUSINESS DATE '
002120             WS-RUN-DATE '  ENTITY ' WS-RUN-ENTITY
002130             DELIMITED BY SIZE INTO WS-REPORT-LINE
002140         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002150         GO TO 1100-EXIT
002160     END-IF.
002170     IF CARD-SLIP
002180         AND (CARD-BATCH = SPACES
002190             OR (CARD-BATCH IS NUMERIC AND CARD-BATCH-N > ZERO))
002200         MOVE SPACES TO WS-REPORT-LINE
002210         STRING 'ADJUSTMENT BATCH CONTROL SLIPS - RUN DATE '
002220             WS-RUN-DATE '  ENTITY ' WS-RUN-ENTITY
002230             DELIMITED BY SIZE INTO WS-REPORT-LINE
002240         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002250         GO TO 1100-EXIT
002260     END-IF.
002270     MOVE SPACES TO WS-REPORT-LINE.
002280     STRING '*** INVALID ADJPARM CARD ' WS-CARD(1:20)
002290         ' - EXTRACT, OR SLIP AND AN OPTIONAL BATCH (6), RC=8'
002300         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002310     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002320     MOVE 8 TO WS-ADJX-RC.
002330 1100-EXIT.
002340     EXIT.
002350
002360*>    OPENED BEFORE ADJFILE IS LOOKED AT, SO THE EDIT STEP FINDS
002370*>    A MANUALTX DATASET WHATEVER HAPPENS BELOW.
002380 1200-OPEN-MANUALTX.
002390     OPEN OUTPUT MANUAL-FILE.
002400     IF WS-MTX-FILE-STATUS NOT = '00'
002410         MOVE 'MANUALTX' TO WS-FAILED-DD
002420         MOVE WS-MTX-FILE-STATUS TO WS-FAILED-STATUS
002430         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
002440         GO TO 1200-EXIT
002450     END-IF.
002460     MOVE 'Y' TO WS-MTX-OPEN-SW.
002470 1200-EXIT.
002480     EXIT.
002490
002500*>    AN ADJFILE NEVER YET WRITTEN TO (STATUS 35) MEANS THE DESK
002510*>    HAS KEYED NOTHING - NOT AN ERROR.
002520 1300-OPEN-ADJFILE.
002530     IF CARD-EXTRACT
002540         OPEN I-O ADJ-FILE
002550     ELSE
002560         OPEN INPUT ADJ-FILE
002570     END-IF.
002580     IF WS-ADJ-FILE-STATUS = '35'
002590         MOVE SPACES TO WS-REPORT-LINE
002600         STRING 'ADJFILE HOLDS NO BATCHES - NOTHING TO DO'
002610             DELIMITED BY SIZE INTO WS-REPORT-LINE
002620         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002630         GO TO 1300-EXIT
002640     END-IF.
002650     IF WS-ADJ-FILE-STATUS NOT = '00'
002660         MOVE 'ADJFILE' TO WS-FAILED-DD
002670         MOVE WS-ADJ-FILE-STATUS TO WS-FAILED-STATUS
002680         PERFORM 1900-OPEN-FAILED THRU 1900-EXIT
002690         GO TO 1300-EXIT
002700     END-IF.
002710     MOVE 'Y' TO WS-ADJ-OPEN-SW.
002720 1300-EXIT.
002730     EXIT.
002740
002750 1900-OPEN-FAILED.
002760     MOVE SPACES TO WS-REPORT-LINE.
002770     STRING '*** ' WS-FAILED-DD ' COULD NOT BE OPENED, STATUS '
002780         WS-FAILED-STATUS ' - RC=12'
002790         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002800     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002810     MOVE 12 TO WS-ADJX-RC.
002820 1900-EXIT.
002830     EXIT.
002840
002860*>    THE NIGHTLY EXTRACT. BATCHES ARE TAKEN IN NUMBER ORDER,
002870*>    EACH BY A START ON ITS CONTROL RECORD, SO A BATCH CAN BE
002880*>    BROWSED MORE THAN ONCE (TOTALLED, SENT, SLIPPED) WITHOUT
002890*>    LOSING THE PLACE. THE MANUALTX HEADER GOES OUT WITH THE
002900*>    FIRST BATCH SENT AND THE TRAILER AFTER THE LAST.
002920 3000-EXTRACT.
002930     MOVE 1 TO WS-BATCH-NO.
002940     MOVE 'N' TO WS-ADJ-EOF-SW.
002950     PERFORM 3100-NEXT-BATCH THRU 3100-EXIT
002960         UNTIL ADJ-EOF.
002970     IF HEADER-WRITTEN
002980         MOVE WS-MTX-COUNT TO MTXT-COUNT
002990         MOVE WS-MTX-HASH TO MTXT-HASH
003000         WRITE MANUAL-RECORD FROM MTX-TRAILER
003010     END-IF.
003020 3000-EXIT.
003030     EXIT.
003040
003050*>    A CLOSED BATCH GOES; SO DOES ONE ALREADY MARKED SENT FOR
003060*>    THIS SAME BUSINESS DATE, BECAUSE THIS IS A RERUN. AN OPEN
003070*>    BATCH IS ONLY COUNTED, AS A REMINDER TO THE DESK.
003080 3100-NEXT-BATCH.
003090     PERFORM 6000-READ-CONTROL THRU 6000-EXIT.
003100     IF ADJ-EOF
003110         GO TO 3100-EXIT
003120     END-IF.
003130     PERFORM 3150-TAKE-BATCH THRU 3150-EXIT.
003140     IF WS-BATCH-NO = 999999
003150         MOVE 'Y' TO WS-ADJ-EOF-SW
003160     ELSE
003170         ADD 1 TO WS-BATCH-NO
003180     END-IF.
003190 3100-EXIT.
003200     EXIT.
003210
003220 3150-TAKE-BATCH.
003230     IF WS-CTL-OPEN
003240         ADD 1 TO WS-OPEN-BATCHES
003250         GO TO 3150-EXIT
003260     END-IF.
003270     IF WS-CTL-EXTRACTED AND WS-CTL-EXTR-DATE NOT = WS-RUN-DATE
003280         GO TO 3150-EXIT
003290     END-IF.
003300     MOVE 'T' TO WS-LINE-PASS-SW.
003310     PERFORM 6100-BROWSE-LINES THRU 6100-EXIT.
003320     IF ADJ-EOF
003330         GO TO 3150-EXIT
003340     END-IF.
003350     IF WS-LIVE-COUNT NOT = WS-CTL-COUNT
003360         OR WS-LIVE-HASH NOT = WS-CTL-HASH
003370         OR WS-LIVE-COUNT = ZERO
003380         PERFORM 3200-HOLD-BATCH THRU 3200-EXIT
003390         GO TO 3150-EXIT
003400     END-IF.
003410     IF NOT HEADER-WRITTEN
003420         MOVE WS-RUN-DATE TO MTXH-DATE
003430         MOVE WS-RUN-ENTITY TO MTXH-ENTITY
003440         WRITE MANUAL-RECORD FROM MTX-HEADER
003450         MOVE 'Y' TO WS-HEADER-SW
003460     END-IF.
003470     MOVE 'S' TO WS-LINE-PASS-SW.
003480     PERFORM 6100-BROWSE-LINES THRU 6100-EXIT.
003490     PERFORM 3300-MARK-SENT THRU 3300-EXIT.
003500     IF ADJ-EOF
003510         GO TO 3150-EXIT
003520     END-IF.
003530     ADD 1 TO WS-SENT-BATCHES.
003540     PERFORM 6500-PRINT-SLIP THRU 6500-EXIT.
003550 3150-EXIT.
003560     EXIT.
003570
003580*>    LINES THAT DO NOT ADD UP TO THEIR CONTROL RECORD MEAN THE
003590*>    FILE WAS CHANGED OUTSIDE ADJWB - NOTHING OF THE BATCH IS
003600*>    SENT UNTIL SOMEONE HAS LOOKED.
003610 3200-HOLD-BATCH.
003620     ADD 1 TO WS-HELD-BATCHES.
003630     MOVE WS-LIVE-COUNT TO WS-COUNT-EDIT.
003640     MOVE WS-LIVE-HASH TO WS-HASH-EDIT.
003650     MOVE WS-CTL-COUNT TO WS-CTL-COUNT-EDIT.
003660     MOVE WS-CTL-HASH TO WS-CTL-HASH-EDIT.
003670     MOVE SPACES TO WS-REPORT-LINE.
003680     STRING '*** BATCH ' WS-BATCH-NO ' HELD BACK - LINES '
003690         WS-COUNT-EDIT ' HASH ' WS-HASH-EDIT
003700         ' BUT CONTROL RECORD SAYS ' WS-CTL-COUNT-EDIT
003710         ' HASH ' WS-CTL-HASH-EDIT
003720         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003730     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
003740     IF WS-ADJX-RC < 4
003750         MOVE 4 TO WS-ADJX-RC
003760     END-IF.
003770 3200-EXIT.
003780     EXIT.
003790
003800 3300-MARK-SENT.
003810     MOVE WS-BATCH-NO TO ADJ-BATCH-NO.
003820     MOVE ZERO TO ADJ-LINE-NO.
003830     READ ADJ-FILE
003840         INVALID KEY
003850             CONTINUE
003860     END-READ.
003870     IF WS-ADJ-FILE-STATUS = '00'
003880         MOVE 'E' TO ADJ-STATUS
003890         MOVE WS-RUN-DATE TO ADJ-EXTR-DATE
003900         REWRITE ADJ-RECORD
003910             INVALID KEY
003920                 CONTINUE
003930         END-REWRITE
003940         MOVE ADJ-BATCH-DATA TO WS-CONTROL
003950     END-IF.
003960     IF WS-ADJ-FILE-STATUS NOT = '00'
003970         PERFORM 6900-ADJFILE-TROUBLE THRU 6900-EXIT
003980     END-IF.
003990 3300-EXIT.
004000     EXIT.
004010
004030*>    CONTROL SLIPS ON REQUEST - ONE NAMED BATCH, OR EVERY CLOSED
004040*>    BATCH THE NIGHT HAS NOT YET TAKEN.
004060 5000-SLIPS.
004070     MOVE 'N' TO WS-ADJ-EOF-SW.
004080     IF CARD-BATCH = SPACES
004090         MOVE 1 TO WS-BATCH-NO
004100         PERFORM 5100-NEXT-CLOSED THRU 5100-EXIT
004110             UNTIL ADJ-EOF
004120         GO TO 5000-EXIT
004130     END-IF.
004140     MOVE CARD-BATCH-N TO WS-BATCH-NO.
004150     PERFORM 6000-READ-CONTROL THRU 6000-EXIT.
004160     IF ADJ-EOF OR WS-BATCH-NO NOT = CARD-BATCH-N
004170         MOVE SPACES TO WS-REPORT-LINE
004180         STRING '*** BATCH ' CARD-BATCH ' NOT ON ADJFILE - RC=8'
004190             DELIMITED BY SIZE INTO WS-REPORT-LINE
004200         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004210         MOVE 8 TO WS-ADJX-RC
004220         GO TO 5000-EXIT
004230     END-IF.
004240     PERFORM 6500-PRINT-SLIP THRU 6500-EXIT.
004250 5000-EXIT.
004260     EXIT.
004270
004280 5100-NEXT-CLOSED.
004290     PERFORM 6000-READ-CONTROL THRU 6000-EXIT.
004300     IF ADJ-EOF
004310         GO TO 5100-EXIT
004320     END-IF.
004330     IF WS-CTL-CLOSED
004340         PERFORM 6500-PRINT-SLIP THRU 6500-EXIT
004350     END-IF.
004360     IF WS-BATCH-NO = 999999
004370         MOVE 'Y' TO WS-ADJ-EOF-SW
004380     ELSE
004390         ADD 1 TO WS-BATCH-NO
004400     END-IF.
004410 5100-EXIT.
004420     EXIT.
004430
004450*>    FINDS THE FIRST BATCH AT OR AFTER WS-BATCH-NO AND KEEPS ITS
004460*>    CONTROL RECORD IN WS-CONTROL. LINES FOUND WITH NO CONTROL
004470*>    RECORD AHEAD OF THEM ARE LISTED AND PASSED OVER.
004490 6000-READ-CONTROL.
004500     MOVE 'N' TO WS-CONTROL-SW.
004510     PERFORM 6050-TRY-BATCH THRU 6050-EXIT
004520         UNTIL CONTROL-FOUND OR ADJ-EOF.
004530 6000-EXIT.
004540     EXIT.
004550
004560 6050-TRY-BATCH.
004570     MOVE WS-BATCH-NO TO ADJ-BATCH-NO.
004580     MOVE ZERO TO ADJ-LINE-NO.
004590     START ADJ-FILE KEY NOT < ADJ-KEY
004600         INVALID KEY
004610             MOVE 'Y' TO WS-ADJ-EOF-SW
004620             GO TO 6050-EXIT
004630     END-START.
004640     READ ADJ-FILE NEXT RECORD
004650         AT END
004660             MOVE 'Y' TO WS-ADJ-EOF-SW
004670             GO TO 6050-EXIT
004680     END-READ.
004690     IF WS-ADJ-FILE-STATUS NOT = '00'
004700         PERFORM 6900-ADJFILE-TROUBLE THRU 6900-EXIT
004710         GO TO 6050-EXIT
004720     END-IF.
004730     MOVE ADJ-BATCH-NO TO WS-BATCH-NO.
004740     IF ADJ-LINE-NO = ZERO
004750         MOVE ADJ-BATCH-DATA TO WS-CONTROL
004760         MOVE 'Y' TO WS-CONTROL-SW
004770         GO TO 6050-EXIT
004780     END-IF.
004790     MOVE SPACES TO WS-REPORT-LINE.
004800     STRING '*** BATCH ' WS-BATCH-NO ' HAS LINES BUT NO '
004810         'CONTROL RECORD - PASSED OVER'
004820         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004830     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
004840     IF WS-ADJX-RC < 4
004850         MOVE 4 TO WS-ADJX-RC
004860     END-IF.
004870     IF WS-BATCH-NO = 999999
004880         MOVE 'Y' TO WS-ADJ-EOF-SW
004890     ELSE
004900         ADD 1 TO WS-BATCH-NO
004910     END-IF.
004920 6050-EXIT.
004930     EXIT.
004940
004950*>    ONE PASS OVER THE BATCH'S LINES. EVERY PASS RE-TOTALS THE
004960*>    LIVE LINES; THE SEND PASS ALSO WRITES EACH LIVE LINE TO
004970*>    MANUALTX AND THE PRINT PASS LISTS EVERY LINE ON THE SLIP.
004980 6100-BROWSE-LINES.
004990     MOVE ZERO TO WS-LIVE-COUNT WS-LIVE-HASH WS-DELETED-COUNT.
005000     MOVE 'N' TO WS-LINES-EOF-SW.
005010     MOVE WS-BATCH-NO TO ADJ-BATCH-NO.
005020     MOVE 1 TO ADJ-LINE-NO.
005030     START ADJ-FILE KEY NOT < ADJ-KEY
005040         INVALID KEY
005050             MOVE 'Y' TO WS-LINES-EOF-SW
005060     END-START.
005070     PERFORM 6200-NEXT-LINE THRU 6200-EXIT
005080         UNTIL LINES-EOF.
005090 6100-EXIT.
005100     EXIT.
005110
005120 6200-NEXT-LINE.
005130     READ ADJ-FILE NEXT RECORD
005140         AT END
005150             MOVE 'Y' TO WS-LINES-EOF-SW
005160             GO TO 6200-EXIT
005170     END-READ.
005180     IF WS-ADJ-FILE-STATUS NOT = '00'
005190         MOVE 'Y' TO WS-LINES-EOF-SW
005200         PERFORM 6900-ADJFILE-TROUBLE THRU 6900-EXIT
005210         GO TO 6200-EXIT
005220     END-IF.
005230     IF ADJ-BATCH-NO NOT = WS-BATCH-NO
005240         MOVE 'Y' TO WS-LINES-EOF-SW
005250         GO TO 6200-EXIT
005260     END-IF.
005270     IF PASS-PRINT
005280         PERFORM 6600-PRINT-SLIP-LINE THRU 6600-EXIT
005290     END-IF.
005300     IF ADJ-LINE-DELETED
005310         ADD 1 TO WS-DELETED-COUNT
005320         GO TO 6200-EXIT
005330     END-IF.
005340     ADD 1 TO WS-LIVE-COUNT.
005350     ADD ADJ-NUM1 TO WS-LIVE-HASH.
005360     ADD ADJ-NUM2 TO WS-LIVE-HASH.
005370     IF PASS-SEND
005380         MOVE SPACES TO MANUAL-RECORD
005390         MOVE ADJ-DETAIL TO MANUAL-RECORD(1:30)
005400         WRITE MANUAL-RECORD
005410         ADD 1 TO WS-MTX-COUNT
005420         ADD ADJ-NUM1 TO WS-MTX-HASH
005430         ADD ADJ-NUM2 TO WS-MTX-HASH
005440     END-IF.
005450 6200-EXIT.
005460     EXIT.
005470
005480*>    THE CONTROL SLIP FOR THE BATCH IN WS-CONTROL. THE COUNT AND
005490*>    HASH PRINTED ARE RE-ADDED FROM THE LINES, NOT COPIED FROM
005500*>    THE CONTROL RECORD; ANY DIFFERENCE IS PRINTED AS WELL.
005510 6500-PRINT-SLIP.
005520     ADD 1 TO WS-SLIP-COUNT.
005530     EVALUATE TRUE
005540         WHEN WS-CTL-OPEN
005550             MOVE 'OPEN' TO WS-STATUS-WORD
005560         WHEN WS-CTL-CLOSED
005570             MOVE 'CLOSED' TO WS-STATUS-WORD
005580         WHEN OTHER
005590             MOVE 'EXTRACTED' TO WS-STATUS-WORD
005600     END-EVALUATE.
005610     MOVE SPACES TO WS-REPORT-LINE.
005620     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005630     MOVE WS-DASH-LINE TO WS-REPORT-LINE.
005640     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005650     MOVE SPACES TO WS-REPORT-LINE.
005660     STRING 'ADJUSTMENT BATCH CONTROL SLIP   BATCH ' WS-BATCH-NO
005670         '   ENTITY ' WS-RUN-ENTITY '   STATUS ' WS-STATUS-WORD
005680         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005690     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005700     MOVE SPACES TO WS-REPORT-LINE.
005710     STRING 'OPENED BY ' WS-CTL-OPEN-USERID ' AT TERMINAL '
005720         WS-CTL-OPEN-TERMID ' ON ' WS-CTL-OPEN-DATE ' AT '
005730         WS-CTL-OPEN-TIME
005740         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005750     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005760     MOVE SPACES TO WS-REPORT-LINE.
005770     IF WS-CTL-OPEN
005780         STRING 'NOT YET CLOSED - THE BATCH MAY STILL CHANGE'
005790             DELIMITED BY SIZE INTO WS-REPORT-LINE
005800     ELSE
005810         STRING 'CLOSED BY ' WS-CTL-CLOSE-USERID ' ON '
005820             WS-CTL-CLOSE-DATE ' AT ' WS-CTL-CLOSE-TIME
005830             DELIMITED BY SIZE INTO WS-REPORT-LINE
005840     END-IF.
005850     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005860     IF WS-CTL-EXTRACTED
005870         MOVE SPACES TO WS-REPORT-LINE
005880         STRING 'SENT ON THE MANUAL BATCH OF BUSINESS DATE '
005890             WS-CTL-EXTR-DATE
005900             DELIMITED BY SIZE INTO WS-REPORT-LINE
005910         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
005920     END-IF.
005930     MOVE SPACES TO WS-REPORT-LINE.
005940     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
005950     MOVE SPACES TO WS-REPORT-LINE.
005960     STRING '  LINE       NUM1       NUM2  CUR  ACCOUNT     '
005970         'REASON                          KEYED BY  ON'
005980         DELIMITED BY SIZE INTO WS-REPORT-LINE.
005990     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006000     MOVE 'P' TO WS-LINE-PASS-SW.
006010     PERFORM 6100-BROWSE-LINES THRU 6100-EXIT.
006020     MOVE WS-LIVE-COUNT TO WS-COUNT-EDIT.
006030     MOVE WS-LIVE-HASH TO WS-HASH-EDIT.
006040     MOVE WS-DELETED-COUNT TO WS-CTL-COUNT-EDIT.
006050     MOVE SPACES TO WS-REPORT-LINE.
006060     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006070     MOVE SPACES TO WS-REPORT-LINE.
006080     STRING 'LIVE LINES ' WS-COUNT-EDIT '   HASH (NUM1+NUM2) '
006090         WS-HASH-EDIT '   DELETED LINES ' WS-CTL-COUNT-EDIT
006100         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006110     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006120     IF WS-LIVE-COUNT NOT = WS-CTL-COUNT
006130         OR WS-LIVE-HASH NOT = WS-CTL-HASH
006140         MOVE WS-CTL-COUNT TO WS-CTL-COUNT-EDIT
006150         MOVE WS-CTL-HASH TO WS-CTL-HASH-EDIT
006160         MOVE SPACES TO WS-REPORT-LINE
006170         STRING '*** CONTROL RECORD SAYS LINES ' WS-CTL-COUNT-EDIT
006180             ' HASH ' WS-CTL-HASH-EDIT ' - DO NOT SIGN OFF'
006190             DELIMITED BY SIZE INTO WS-REPORT-LINE
006200         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006210     END-IF.
006220     MOVE SPACES TO WS-REPORT-LINE.
006230     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006240     MOVE SPACES TO WS-REPORT-LINE.
006250     STRING 'CHECKED BY ____________________   DATE __________'
006260         '   (NOT THE CLERK WHO KEYED THE BATCH)'
006270         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006280     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006290     MOVE WS-DASH-LINE TO WS-REPORT-LINE.
006300     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006310 6500-EXIT.
006320     EXIT.
006330
006340 6600-PRINT-SLIP-LINE.
006350     MOVE ADJ-LINE-NO TO WS-SLP-LINE.
006360     MOVE ADJ-NUM1 TO WS-NUM1-EDIT.
006370     MOVE WS-NUM1-EDIT TO WS-SLP-NUM1.
006380     MOVE ADJ-NUM2 TO WS-NUM2-EDIT.
006390     MOVE WS-NUM2-EDIT TO WS-SLP-NUM2.
006400     MOVE ADJ-CURRENCY TO WS-SLP-CURRENCY.
006410     MOVE ADJ-ACCOUNT TO WS-SLP-ACCOUNT.
006420     MOVE ADJ-REASON TO WS-SLP-REASON.
006430     MOVE ADJ-KEY-USERID TO WS-SLP-USER.
006440     MOVE ADJ-KEY-DATE TO WS-SLP-DATE.
006450     MOVE SPACES TO WS-SLP-DELETED.
006460     IF ADJ-LINE-DELETED
006470         STRING '*DELETED BY ' ADJ-DEL-USERID
006480             DELIMITED BY SIZE INTO WS-SLP-DELETED
006490     END-IF.
006500     MOVE WS-SLIP-LINE TO WS-REPORT-LINE.
006510     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006520 6600-EXIT.
006530     EXIT.
006540
006550 6900-ADJFILE-TROUBLE.
006560     MOVE SPACES TO WS-REPORT-LINE.
006570     STRING '*** ADJFILE STATUS ' WS-ADJ-FILE-STATUS
006580         ' AT BATCH ' WS-BATCH-NO ' - RUN STOPPED, RC=8'
006590         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006600     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006610     MOVE 8 TO WS-ADJX-RC.
006620     MOVE 'Y' TO WS-ADJ-EOF-SW.
006630 6900-EXIT.
006640     EXIT.
006650
006660 7000-PRINT-LINE.
006670     MOVE 'WRITE' TO PRT-FUNC.
006680     MOVE WS-REPORT-LINE TO PRT-LINE.
006690     CALL 'PRINTSVC' USING PRINT-AREA.
006700 7000-EXIT.
006710     EXIT.
006720
006730 8000-WRITE-TOTALS.
006740     MOVE SPACES TO WS-REPORT-LINE.
006750     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
006760     IF CARD-EXTRACT
006770         MOVE WS-MTX-COUNT TO WS-BIG-COUNT-EDIT
006780         MOVE WS-MTX-HASH TO WS-HASH-EDIT
006790         MOVE SPACES TO WS-REPORT-LINE
006800         STRING 'BATCHES SENT ' WS-SENT-BATCHES
006810             '   HELD BACK ' WS-HELD-BATCHES
006820             '   STILL OPEN ' WS-OPEN-BATCHES
006830             DELIMITED BY SIZE INTO WS-REPORT-LINE
006840         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006850         MOVE SPACES TO WS-REPORT-LINE
006860         STRING 'MANUALTX DETAILS ' WS-BIG-COUNT-EDIT
006870             '   HASH (NUM1+NUM2) ' WS-HASH-EDIT
006880             DELIMITED BY SIZE INTO WS-REPORT-LINE
006890         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006900     END-IF.
006910     IF CARD-SLIP
006920         MOVE SPACES TO WS-REPORT-LINE
006930         STRING 'CONTROL SLIPS PRINTED ' WS-SLIP-COUNT
006940             DELIMITED BY SIZE INTO WS-REPORT-LINE
006950         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
006960     END-IF.
006970     MOVE WS-ADJX-RC TO WS-RC-EDIT.
006980     MOVE SPACES TO WS-REPORT-LINE.
006990     STRING 'MANUAL ADJUSTMENTS ENDED RC=' WS-RC-EDIT
007000         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007010     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
007020 8000-EXIT.
007030     EXIT.
007040
007050 9000-TERMINATE.
007060     IF ADJ-FILE-OPEN
007070         CLOSE ADJ-FILE
007080     END-IF.
007090     IF MTX-FILE-OPEN
007100         CLOSE MANUAL-FILE
007110     END-IF.
007120     MOVE 'CLOSE' TO PRT-FUNC.
007130     CALL 'PRINTSVC' USING PRINT-AREA.
007140     MOVE WS-ADJX-RC TO WS-AUDIT-RC.
007150     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
007160         WS-AUDIT-RC.
007170     MOVE WS-ADJX-RC TO RETURN-CODE.
007180 9000-EXIT.
007190     EXIT.
