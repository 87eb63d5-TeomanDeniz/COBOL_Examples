000000*> .................................................................... <*
000000*> CBL - STRAUDIT                          :      Maximum Tension       <*
000000*> ........................................:........................... <*
000000*>                                         :     -__            __-     <*
000000*> Teoman Deniz                            : :    :!1!-_    _-!1!:    : <*
000000*> maximum-tension.com                     : ::                      :: <*
000000*>                                         : :!:    : :: : :  :  ::::!: <*
000000*> ....................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000*> : C - Maximum Tension :: C 2026/09/24 : :  ::!::!!1001010!:!11!!::   <*
000000*> :.....................::..............: :  :!1!!11000000000011!!:    <*
000000*> : License - NON       :: U 2026/09/24 : :   ::::!!!1!!1!!!1!!!::     <*
000000*> :.....................::..............: :      ::::!::!:::!::::      <*
000000*> .......................................:........................... <*
000000*> DATA-QUALITY AUDIT OF THE WHOLE STRFILE KSDS. STRMAINT AND A
000000*> STRFUTIL RELOAD ONLY PROVE KEYS, SO A BAD RECORD USED TO SHOW
000000*> UP AT NIGHT AS A TRUNCATION WARNING OR AN EMPTY EXTRACTION IN
000000*> STRRPT. THIS PASS READS EVERY RECORD THROUGH THE STR-CATEGORY
000000*> ALTERNATE INDEX AND LISTS, CATEGORY BY CATEGORY, EVERY RECORD
000000*> THAT FAILS ONE OF THESE CHECKS:
000000*>   MODE     - STR-MODE IS NOT E, S OR R.
000000*>   POSITION - AN EXTRACT RECORD (OR ANY RECORD CARRYING
000000*>              POSITIONS) WHOSE STR-START-POS/STR-END-POS DO NOT
000000*>              FALL INSIDE 1 TO STR-SOURCE-LEN, START FIRST.
000000*>   LENGTH   - STR-SOURCE-LEN IS OVER 60 (THE VALUE FIELD), OR
000000*>              DISAGREES WITH THE LENGTH OF STR-VALUE WITHOUT ITS
000000*>              TRAILING SPACES.
000000*>   SEARCH   - AN S OR R RECORD WHOSE STR-SEARCH-LEN IS NOT 1-20,
000000*>              OR WHOSE SEARCH VALUE IS NOT IN STR-VALUE AT ALL.
000000*>   OVERFLOW - AN R RECORD WHOSE REPLACEMENT IS OVER 20 BYTES, OR
000000*>              WOULD GROW THE VALUE PAST 60 BYTES - STRIDX WOULD
000000*>              CUT IT OFF AT THE FIELD EDGE.
000000*>   CATEGORY - STR-CATEGORY IS BLANK, OR HAS NO STRCATcccc ENTRY
000000*>              IN EFFECT ON PARMREPO (THE LIST OF KNOWN CATEGORY
000000*>              CODES, READ THROUGH PARMSVC).
000000*>   DUPVALUE - THE SAME STR-VALUE IS ON FILE UNDER ANOTHER KEY. A
000000*>              SORT OF EVERY NON-BLANK VALUE FINDS THESE BEFORE
000000*>              THE CATEGORY PASS STARTS.
000000*> EACH CATEGORY ENDS WITH ITS QUALITY SCORE - THE PERCENTAGE OF
000000*> ITS RECORDS WITH NO EXCEPTION AT ALL - AND THE REPORT ENDS WITH
000000*> THE SCORES SIDE BY SIDE AND THE EXCEPTION COUNT PER CHECK.
000000*> READ-ONLY: NOTHING ON STRFILE IS CHANGED. RC=4 WHEN ANY
000000*> EXCEPTION IS LISTED, 12 WHEN STRFILE CANNOT BE OPENED.
000000*> 2026/09/24 TD - FIRST CUT.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. STRAUDIT.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT STR-FILE ASSIGN TO "STRFILE"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS DYNAMIC
000180         RECORD KEY IS STR-REC-ID
000190         ALTERNATE RECORD KEY IS STR-CATEGORY
000200             WITH DUPLICATES
000210         FILE STATUS IS WS-STR-FILE-STATUS.
000220     SELECT REPORT-FILE ASSIGN TO "STRARPT"
000230         ORGANIZATION IS LINE SEQUENTIAL.
000240     SELECT SORT-WORK ASSIGN TO "STRASRT".
000250 DATA DIVISION.
000260 FILE SECTION.
000270 FD  STR-FILE.
000280     COPY STRREC.
000290 FD  REPORT-FILE.
000300 01  REPORT-RECORD PIC X(132).
000310 SD  SORT-WORK.
000320 01  SORT-RECORD.
000330     05 SRT-VALUE PIC X(60).
000340     05 SRT-REC-ID PIC 9(6).
000350 WORKING-STORAGE SECTION.
000360     77 WS-STR-FILE-STATUS PIC XX VALUE '00'.
000370     77 WS-REPORT-LINE PIC X(132).
000380     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000390         88 EOF-YES VALUE 'Y'.
000400     77 WS-SORT-EOF-SW PIC X VALUE 'N'.
000410         88 SORT-EOF VALUE 'Y'.
000420     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000430     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000440     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000450     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'STRAUDIT'.
000460     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000470     77 WS-STRA-RC PIC S9(4) VALUE ZERO.
000480     77 WS-VALUE-LEN PIC 9(3) VALUE 60.
000490     77 WS-REC-COUNT PIC 9(7) VALUE ZERO.
000500     77 WS-BAD-COUNT PIC 9(7) VALUE ZERO.
000510     77 WS-EXC-COUNT PIC 9(7) VALUE ZERO.
000520*>    THE DUPLICATE PASS - ONE GROUP OF EQUAL VALUES AT A TIME
000530*>    OFF THE SORT, EVERY KEY IN A GROUP OF TWO OR MORE FILED
000540*>    IN DUP-TABLE WITH ANOTHER KEY THAT CARRIES THE SAME VALUE.
000550     77 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
000560     77 WS-GROUP-VALUE PIC X(60) VALUE SPACES.
000570     77 WS-GROUP-FIRST-ID PIC 9(6) VALUE ZERO.
000580     77 WS-GROUP-COUNT PIC 9(5) VALUE ZERO.
000590     77 WS-DUP-VALUE-COUNT PIC 9(5) VALUE ZERO.
000600     77 WS-DUP-COUNT PIC 9(5) VALUE ZERO.
000610     77 WS-DUP-MAX PIC 9(5) VALUE 500.
000620     77 WS-DUP-OVERFLOW PIC 9(5) VALUE ZERO.
000630     77 WS-DUP-ADD-ID PIC 9(6) VALUE ZERO.
000640     77 WS-DUP-ADD-TWIN PIC 9(6) VALUE ZERO.
000650     77 WS-DUP-IX PIC 9(5) VALUE ZERO.
000660     77 WS-DUP-MATCH-IX PIC 9(5) VALUE ZERO.
000670*>    THE CATEGORY NOW BEING AUDITED AND WHAT PARMREPO SAYS OF IT.
000680     77 WS-CUR-CATEGORY PIC X(4) VALUE SPACES.
000690     77 WS-CAT-SHOW PIC X(7) VALUE SPACES.
000700     77 WS-CAT-KNOWN-SW PIC X VALUE 'N'.
000710         88 CATEGORY-KNOWN VALUE 'Y'.
000720         88 CATEGORY-UNKNOWN VALUE 'N'.
000730         88 CATEGORY-UNCHECKED VALUE 'U'.
000740     77 WS-PREPO-NOTE-SW PIC X VALUE 'N'.
000750     77 WS-CAT-RECORDS PIC 9(5) VALUE ZERO.
000760     77 WS-CAT-FAILED PIC 9(5) VALUE ZERO.
000770     77 WS-CAT-IX PIC 9(3) VALUE ZERO.
000780     77 WS-CAT-MAX PIC 9(3) VALUE 200.
000790     77 WS-CAT-OVERFLOW PIC 9(5) VALUE ZERO.
000800*>    ONE RECORD'S CHECKS.
000810     77 WS-REC-BAD-SW PIC X VALUE 'N'.
000820         88 RECORD-BAD VALUE 'Y'.
000830     77 WS-CHK-IX PIC 9 VALUE ZERO.
000840     77 WS-EXC-TEXT PIC X(90) VALUE SPACES.
000850     77 WS-TRIM-LEN PIC 9(3) VALUE ZERO.
000860     77 WS-TRIM-DONE-SW PIC X VALUE 'N'.
000870         88 TRIM-DONE VALUE 'Y'.
000880     77 WS-SEARCH-OK-SW PIC X VALUE 'N'.
000890         88 SEARCH-USABLE VALUE 'Y'.
000900     77 WS-SEARCH-POS PIC 9(3) VALUE ZERO.
000910     77 WS-SEARCH-LIMIT PIC 9(3) VALUE ZERO.
000920     77 WS-FOUND-POS PIC 9(3) VALUE ZERO.
000930     77 WS-SEARCH-DONE-SW PIC X VALUE 'N'.
000940         88 SEARCH-DONE VALUE 'Y'.
000950     77 WS-MATCH-END PIC 9(3) VALUE ZERO.
000960     77 WS-BASE-LEN PIC 9(3) VALUE ZERO.
000970     77 WS-RESULT-LEN PIC S9(4) VALUE ZERO.
000980     77 WS-RESULT-EDIT PIC ZZZ9.
000990*>    QUALITY SCORE - CLEAN RECORDS AS A PERCENTAGE OF THE TOTAL.
001000     77 WS-SCORE PIC 9(3)V9 VALUE ZERO.
001010     77 WS-SCORE-EDIT PIC ZZ9.9.
001020     77 WS-LINE-PTR PIC 9(3) VALUE ZERO.
001030 01  CHECK-NAME-INIT.
001040     05 FILLER PIC X(8) VALUE 'MODE'.
001050     05 FILLER PIC X(8) VALUE 'POSITION'.
001060     05 FILLER PIC X(8) VALUE 'LENGTH'.
001070     05 FILLER PIC X(8) VALUE 'SEARCH'.
001080     05 FILLER PIC X(8) VALUE 'OVERFLOW'.
001090     05 FILLER PIC X(8) VALUE 'CATEGORY'.
001100     05 FILLER PIC X(8) VALUE 'DUPVALUE'.
001110 01  CHECK-NAME-TABLE REDEFINES CHECK-NAME-INIT.
001120     05 CHK-NAME PIC X(8) OCCURS 7 TIMES.
001130 01  CHECK-TOTAL-TABLE.
001140     05 CHK-TOTAL PIC 9(7) OCCURS 7 TIMES.
001150 01  CHECK-CATEGORY-TABLE.
001160     05 CHK-CAT-COUNT PIC 9(5) OCCURS 7 TIMES.
001170 01  DUP-TABLE.
001180     05 DUP-ENTRY OCCURS 500 TIMES.
001190         10 DUP-REC-ID PIC 9(6).
001200         10 DUP-TWIN-ID PIC 9(6).
001210*>    ONE SLOT PER CATEGORY FOR THE CLOSING SUMMARY.
001220 01  CATEGORY-SUMMARY-TABLE.
001230     05 CSUM-COUNT PIC 9(3) VALUE ZERO.
001240     05 CSUM-ENTRY OCCURS 200 TIMES.
001250         10 CSUM-CATEGORY PIC X(7).
001260         10 CSUM-KNOWN-SW PIC X.
001270         10 CSUM-RECORDS PIC 9(5).
001280         10 CSUM-FAILED PIC 9(5).
001290         10 CSUM-SCORE PIC 9(3)V9.
001300     COPY PARMLINK.
001310 PROCEDURE DIVISION.
001320 0000-MAIN.
001330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340     IF WS-STRA-RC < 8
001350         SORT SORT-WORK ON ASCENDING KEY SRT-VALUE
001360             ON ASCENDING KEY SRT-REC-ID
001370             INPUT PROCEDURE IS 2000-RELEASE-VALUES THRU 2000-EXIT
001380             OUTPUT PROCEDURE IS 3000-FIND-DUPLICATES
001390                 THRU 3000-EXIT
001400         PERFORM 4000-AUDIT-BY-CATEGORY THRU 4000-EXIT
001410         CLOSE STR-FILE
001420         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
001430     END-IF.
001440     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001450     GOBACK.
001460
001470 1000-INITIALIZE.
001480     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001490         WS-AUDIT-RC.
001500     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
001510         WS-RUNCTL-RC
001520         ON EXCEPTION
001530             ACCEPT WS-BUSINESS-DATE FROM DATE
001540     END-CALL.
001550     MOVE ZERO TO CHECK-TOTAL-TABLE.
001560     OPEN OUTPUT REPORT-FILE.
001570     MOVE 'STRFILE DATA-QUALITY AUDIT - STRAUDIT'
001580         TO WS-REPORT-LINE.
001590     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001600     MOVE SPACES TO WS-REPORT-LINE.
001610     STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
001620         ' - CATEGORY CODES PROVED AGAINST THE STRCATcccc '
001630         'ENTRIES IN EFFECT ON PARMREPO'
001640         DELIMITED BY SIZE INTO WS-REPORT-LINE.
001650     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001660     OPEN INPUT STR-FILE.
001670     IF WS-STR-FILE-STATUS NOT = '00'
001680         MOVE SPACES TO WS-REPORT-LINE
001690         STRING '*** STR-FILE OPEN FAILED, STATUS='
001700             WS-STR-FILE-STATUS ' - NOTHING AUDITED, RC=12'
001710             DELIMITED BY SIZE INTO WS-REPORT-LINE
001720         WRITE REPORT-RECORD FROM WS-REPORT-LINE
001730         MOVE 12 TO WS-STRA-RC
001740     END-IF.
001750 1000-EXIT.
001760     EXIT.
001770
001780*>    FEEDS THE SORT: EVERY NON-BLANK VALUE WITH ITS KEY, IN KEY
001790*>    ORDER OFF THE PRIMARY PATH. A BLANK VALUE IS A LENGTH
001800*>    EXCEPTION, NOT A DUPLICATE.
001810 2000-RELEASE-VALUES.
001820     MOVE 'N' TO WS-EOF-SWITCH.
001830     MOVE ZERO TO STR-REC-ID.
001840     START STR-FILE KEY NOT < STR-REC-ID
001850         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
001860     END-START.
001870     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
001880         UNTIL EOF-YES.
001890 2000-EXIT.
001900     EXIT.
001910
001920 2100-RELEASE-ONE.
001930     READ STR-FILE NEXT RECORD
001940         AT END
001950             MOVE 'Y' TO WS-EOF-SWITCH
001960             GO TO 2100-EXIT
001970     END-READ.
001980     IF STR-VALUE = SPACES
001990         GO TO 2100-EXIT
002000     END-IF.
002010     MOVE STR-VALUE TO SRT-VALUE.
002020     MOVE STR-REC-ID TO SRT-REC-ID.
002030     RELEASE SORT-RECORD.
002040     ADD 1 TO WS-RELEASED-COUNT.
002050 2100-EXIT.
002060     EXIT.
002070
002080 3000-FIND-DUPLICATES.
002090     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT.
002100     PERFORM 3200-ONE-VALUE THRU 3200-EXIT
002110         UNTIL SORT-EOF.
002120 3000-EXIT.
002130     EXIT.
002140
002150 3100-RETURN-NEXT.
002160     RETURN SORT-WORK
002170         AT END MOVE 'Y' TO WS-SORT-EOF-SW
002180     END-RETURN.
002190 3100-EXIT.
002200     EXIT.
002210
002220 3200-ONE-VALUE.
002230     MOVE SRT-VALUE TO WS-GROUP-VALUE.
002240     MOVE SRT-REC-ID TO WS-GROUP-FIRST-ID.
002250     MOVE ZERO TO WS-GROUP-COUNT.
002260     PERFORM 3300-GROUP-MEMBER THRU 3300-EXIT
002270         UNTIL SORT-EOF OR SRT-VALUE NOT = WS-GROUP-VALUE.
002280 3200-EXIT.
002290     EXIT.
002300
002310*>    THE FIRST KEY OF A GROUP IS PAIRED WITH THE SECOND, EVERY
002320*>    LATER ONE WITH THE FIRST.
002330 3300-GROUP-MEMBER.
002340     ADD 1 TO WS-GROUP-COUNT.
002350     IF WS-GROUP-COUNT = 2
002360         ADD 1 TO WS-DUP-VALUE-COUNT
002370         MOVE WS-GROUP-FIRST-ID TO WS-DUP-ADD-ID
002380         MOVE SRT-REC-ID TO WS-DUP-ADD-TWIN
002390         PERFORM 3400-ADD-DUP THRU 3400-EXIT
002400     END-IF.
002410     IF WS-GROUP-COUNT > 1
002420         MOVE SRT-REC-ID TO WS-DUP-ADD-ID
002430         MOVE WS-GROUP-FIRST-ID TO WS-DUP-ADD-TWIN
002440         PERFORM 3400-ADD-DUP THRU 3400-EXIT
002450     END-IF.
002460     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT.
002470 3300-EXIT.
002480     EXIT.
002490
002500 3400-ADD-DUP.
002510     IF WS-DUP-COUNT < WS-DUP-MAX
002520         ADD 1 TO WS-DUP-COUNT
002530         MOVE WS-DUP-ADD-ID TO DUP-REC-ID(WS-DUP-COUNT)
002540         MOVE WS-DUP-ADD-TWIN TO DUP-TWIN-ID(WS-DUP-COUNT)
002550     ELSE
002560         ADD 1 TO WS-DUP-OVERFLOW
002570     END-IF.
002580 3400-EXIT.
002590     EXIT.
002600
002610*>    THE CATEGORY PASS - THROUGH THE ALTERNATE INDEX, SO EACH
002620*>    CATEGORY'S RECORDS COME TOGETHER, BLANK CATEGORY FIRST.
002630 4000-AUDIT-BY-CATEGORY.
002640     MOVE 'N' TO WS-EOF-SWITCH.
002650     MOVE LOW-VALUES TO STR-CATEGORY.
002660     START STR-FILE KEY NOT < STR-CATEGORY
002670         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
002680     END-START.
002690     IF NOT EOF-YES
002700         PERFORM 4100-READ-NEXT THRU 4100-EXIT
002710     END-IF.
002720     PERFORM 4200-ONE-CATEGORY THRU 4200-EXIT
002730         UNTIL EOF-YES.
002740 4000-EXIT.
002750     EXIT.
002760
002770 4100-READ-NEXT.
002780     READ STR-FILE NEXT RECORD
002790         AT END
002800             MOVE 'Y' TO WS-EOF-SWITCH
002810     END-READ.
002820 4100-EXIT.
002830     EXIT.
002840
002850 4200-ONE-CATEGORY.
002860     MOVE STR-CATEGORY TO WS-CUR-CATEGORY.
002870     MOVE WS-CUR-CATEGORY TO WS-CAT-SHOW.
002880     IF WS-CUR-CATEGORY = SPACES
002890         MOVE '(BLANK)' TO WS-CAT-SHOW
002900     END-IF.
002910     MOVE ZERO TO WS-CAT-RECORDS.
002920     MOVE ZERO TO WS-CAT-FAILED.
002930     MOVE ZERO TO CHECK-CATEGORY-TABLE.
002940     PERFORM 4300-RESOLVE-CATEGORY THRU 4300-EXIT.
002950     MOVE SPACES TO WS-REPORT-LINE.
002960     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002970     MOVE SPACES TO WS-REPORT-LINE.
002980     STRING 'CATEGORY ' WS-CAT-SHOW DELIMITED BY SIZE
002990         INTO WS-REPORT-LINE.
003000     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003010     PERFORM 4400-CHECK-RECORD THRU 4400-EXIT
003020         UNTIL EOF-YES OR STR-CATEGORY NOT = WS-CUR-CATEGORY.
003030     PERFORM 4900-CATEGORY-SCORE THRU 4900-EXIT.
003040 4200-EXIT.
003050     EXIT.
003060
003070*>    A CATEGORY CODE IS KNOWN WHEN PARMREPO HAS STRCAT PLUS THE
003080*>    CODE IN EFFECT ON THE BUSINESS DATE (THE VALUE IS FREE
003090*>    TEXT - A DESCRIPTION OF THE FEED). NO PARMSVC OR NO
003100*>    PARMREPO MEANS THE CODES CANNOT BE CHECKED THIS RUN; THAT
003110*>    IS SAID ONCE, AND NO CATEGORY EXCEPTION IS RAISED FOR IT.
003120 4300-RESOLVE-CATEGORY.
003130     MOVE 'N' TO WS-CAT-KNOWN-SW.
003140     IF WS-CUR-CATEGORY = SPACES
003150         GO TO 4300-EXIT
003160     END-IF.
003170     MOVE SPACES TO PSVC-NAME.
003180     STRING 'STRCAT' WS-CUR-CATEGORY DELIMITED BY SIZE
003190         INTO PSVC-NAME.
003200     MOVE WS-BUSINESS-DATE TO PSVC-DATE.
003210     CALL 'PARMSVC' USING PARMSVC-AREA
003220         ON EXCEPTION
003230             MOVE 8 TO PSVC-RC
003240     END-CALL.
003250     EVALUATE PSVC-RC
003260         WHEN ZERO
003270             MOVE 'Y' TO WS-CAT-KNOWN-SW
003280         WHEN 4
003290             MOVE 'N' TO WS-CAT-KNOWN-SW
003300         WHEN OTHER
003310             MOVE 'U' TO WS-CAT-KNOWN-SW
003320     END-EVALUATE.
003330     IF CATEGORY-UNCHECKED AND WS-PREPO-NOTE-SW = 'N'
003340         MOVE 'Y' TO WS-PREPO-NOTE-SW
003350         MOVE SPACES TO WS-REPORT-LINE
003360         STRING '*** PARMREPO NOT AVAILABLE - CATEGORY CODES '
003370             'ARE NOT PROVED AGAINST THE STRCATcccc LIST'
003380             DELIMITED BY SIZE INTO WS-REPORT-LINE
003390         WRITE REPORT-RECORD FROM WS-REPORT-LINE
003400     END-IF.
003410 4300-EXIT.
003420     EXIT.
003430
003440 4400-CHECK-RECORD.
003450     ADD 1 TO WS-CAT-RECORDS.
003460     ADD 1 TO WS-REC-COUNT.
003470     MOVE 'N' TO WS-REC-BAD-SW.
003480     PERFORM 5000-TRIM-LENGTH THRU 5000-EXIT.
003490     PERFORM 5100-CHECK-MODE THRU 5100-EXIT.
003500     PERFORM 5200-CHECK-POSITIONS THRU 5200-EXIT.
003510     PERFORM 5300-CHECK-LENGTH THRU 5300-EXIT.
003520     PERFORM 5400-CHECK-SEARCH THRU 5400-EXIT.
003530     PERFORM 5500-CHECK-OVERFLOW THRU 5500-EXIT.
003540     PERFORM 5600-CHECK-CATEGORY THRU 5600-EXIT.
003550     PERFORM 5700-CHECK-DUPLICATE THRU 5700-EXIT.
003560     IF RECORD-BAD
003570         ADD 1 TO WS-CAT-FAILED
003580         ADD 1 TO WS-BAD-COUNT
003590     END-IF.
003600     PERFORM 4100-READ-NEXT THRU 4100-EXIT.
003610 4400-EXIT.
003620     EXIT.
003630
003640 4900-CATEGORY-SCORE.
003650     COMPUTE WS-SCORE ROUNDED =
003660         (WS-CAT-RECORDS - WS-CAT-FAILED) * 100 / WS-CAT-RECORDS.
003670     MOVE WS-SCORE TO WS-SCORE-EDIT.
003680     MOVE SPACES TO WS-REPORT-LINE.
003690     STRING 'CATEGORY ' WS-CAT-SHOW ': RECORDS=' WS-CAT-RECORDS
003700         ' WITH EXCEPTIONS=' WS-CAT-FAILED
003710         ' QUALITY SCORE=' WS-SCORE-EDIT '%'
003720         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003730     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003740     MOVE SPACES TO WS-REPORT-LINE.
003750     MOVE 5 TO WS-LINE-PTR.
003760     MOVE ZERO TO WS-CHK-IX.
003770     PERFORM 4910-CHECK-COUNT THRU 4910-EXIT 7 TIMES.
003780     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003790     IF CSUM-COUNT < WS-CAT-MAX
003800         ADD 1 TO CSUM-COUNT
003810         MOVE WS-CAT-SHOW TO CSUM-CATEGORY(CSUM-COUNT)
003820         MOVE WS-CAT-KNOWN-SW TO CSUM-KNOWN-SW(CSUM-COUNT)
003830         MOVE WS-CAT-RECORDS TO CSUM-RECORDS(CSUM-COUNT)
003840         MOVE WS-CAT-FAILED TO CSUM-FAILED(CSUM-COUNT)
003850         MOVE WS-SCORE TO CSUM-SCORE(CSUM-COUNT)
003860     ELSE
003870         ADD 1 TO WS-CAT-OVERFLOW
003880     END-IF.
003890 4900-EXIT.
003900     EXIT.
003910
003920 4910-CHECK-COUNT.
003930     ADD 1 TO WS-CHK-IX.
003940     STRING CHK-NAME(WS-CHK-IX) DELIMITED BY SPACE
003950         '=' CHK-CAT-COUNT(WS-CHK-IX) ' '
003960         DELIMITED BY SIZE
003970         INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR.
003980 4910-EXIT.
003990     EXIT.
004000
004010*>    THE LENGTH OF STR-VALUE WITHOUT ITS TRAILING SPACES.
004020 5000-TRIM-LENGTH.
004030     MOVE WS-VALUE-LEN TO WS-TRIM-LEN.
004040     MOVE 'N' TO WS-TRIM-DONE-SW.
004050     PERFORM 5010-TRIM-STEP THRU 5010-EXIT
004060         UNTIL TRIM-DONE OR WS-TRIM-LEN = ZERO.
004070 5000-EXIT.
004080     EXIT.
004090
004100 5010-TRIM-STEP.
004110     IF STR-VALUE(WS-TRIM-LEN:1) = SPACE
004120         SUBTRACT 1 FROM WS-TRIM-LEN
004130     ELSE
004140         MOVE 'Y' TO WS-TRIM-DONE-SW
004150     END-IF.
004160 5010-EXIT.
004170     EXIT.
004180
004190 5100-CHECK-MODE.
004200     IF MODE-EXTRACT OR MODE-SEARCH OR MODE-REPLACE
004210         GO TO 5100-EXIT
004220     END-IF.
004230     MOVE 1 TO WS-CHK-IX.
004240     MOVE SPACES TO WS-EXC-TEXT.
004250     STRING 'STR-MODE ''' STR-MODE ''' IS NOT E, S OR R - '
004260         'STRIDX SKIPS THE RECORD'
004270         DELIMITED BY SIZE INTO WS-EXC-TEXT.
004280     PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.
004290 5100-EXIT.
004300     EXIT.
004310
004320*>    AN EXTRACT RECORD ALWAYS USES ITS POSITIONS; ANY OTHER
004330*>    RECORD IS HELD TO THEM ONLY WHEN IT CARRIES SOME.
004340 5200-CHECK-POSITIONS.
004350     MOVE 2 TO WS-CHK-IX.
004360     IF STR-START-POS NOT NUMERIC OR STR-END-POS NOT NUMERIC
004370         MOVE 'START/END POSITION NOT NUMERIC' TO WS-EXC-TEXT
004380         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
004390         GO TO 5200-EXIT
004400     END-IF.
004410     IF NOT MODE-EXTRACT
004420         AND STR-START-POS = ZERO AND STR-END-POS = ZERO
004430         GO TO 5200-EXIT
004440     END-IF.
004450     IF STR-SOURCE-LEN NOT NUMERIC
004460         GO TO 5200-EXIT
004470     END-IF.
004480     IF STR-START-POS < 1
004490         OR STR-END-POS < STR-START-POS
004500         OR STR-END-POS > STR-SOURCE-LEN
004510         OR STR-END-POS > WS-VALUE-LEN
004520         MOVE SPACES TO WS-EXC-TEXT
004530         STRING 'POSITIONS ' STR-START-POS ':' STR-END-POS
004540             ' NOT INSIDE 1:' STR-SOURCE-LEN
004550             ' (THE SOURCE LENGTH)'
004560             DELIMITED BY SIZE INTO WS-EXC-TEXT
004570         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
004580     END-IF.
004590 5200-EXIT.
004600     EXIT.
004610
004620 5300-CHECK-LENGTH.
004630     MOVE 3 TO WS-CHK-IX.
004640     IF STR-SOURCE-LEN NOT NUMERIC
004650         MOVE 'SOURCE LENGTH NOT NUMERIC' TO WS-EXC-TEXT
004660         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
004670         GO TO 5300-EXIT
004680     END-IF.
004690     IF STR-SOURCE-LEN > WS-VALUE-LEN
004700         MOVE SPACES TO WS-EXC-TEXT
004710         STRING 'SOURCE LENGTH ' STR-SOURCE-LEN
004720             ' IS OVER THE ' WS-VALUE-LEN
004730             '-BYTE VALUE FIELD - STRIDX TRUNCATES IT'
004740             DELIMITED BY SIZE INTO WS-EXC-TEXT
004750         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
004760         GO TO 5300-EXIT
004770     END-IF.
004780     IF STR-SOURCE-LEN NOT = WS-TRIM-LEN
004790         MOVE SPACES TO WS-EXC-TEXT
004800         STRING 'SOURCE LENGTH ' STR-SOURCE-LEN
004810             ' BUT THE VALUE HOLDS ' WS-TRIM-LEN ' BYTES'
004820             DELIMITED BY SIZE INTO WS-EXC-TEXT
004830         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
004840     END-IF.
004850 5300-EXIT.
004860     EXIT.
004870
004880*>    THE SAME FIRST-OCCURRENCE SCAN STRIDX RUNS. WS-FOUND-POS
004890*>    IS LEFT FOR THE OVERFLOW CHECK.
004900 5400-CHECK-SEARCH.
004910     MOVE 'N' TO WS-SEARCH-OK-SW.
004920     MOVE ZERO TO WS-FOUND-POS.
004930     IF NOT MODE-SEARCH AND NOT MODE-REPLACE
004940         GO TO 5400-EXIT
004950     END-IF.
004960     MOVE 4 TO WS-CHK-IX.
004970     IF STR-SEARCH-LEN NOT NUMERIC
004980         MOVE 'SEARCH LENGTH NOT NUMERIC' TO WS-EXC-TEXT
004990         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005000         GO TO 5400-EXIT
005010     END-IF.
005020     IF STR-SEARCH-LEN = ZERO OR STR-SEARCH-LEN > 20
005030         MOVE SPACES TO WS-EXC-TEXT
005040         STRING 'SEARCH LENGTH ' STR-SEARCH-LEN
005050             ' IS NOT 1 TO 20'
005060             DELIMITED BY SIZE INTO WS-EXC-TEXT
005070         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005080         GO TO 5400-EXIT
005090     END-IF.
005100     MOVE 'Y' TO WS-SEARCH-OK-SW.
005110     COMPUTE WS-SEARCH-LIMIT = WS-VALUE-LEN - STR-SEARCH-LEN + 1.
005120     MOVE 1 TO WS-SEARCH-POS.
005130     MOVE 'N' TO WS-SEARCH-DONE-SW.
005140     PERFORM 5410-SEARCH-STEP THRU 5410-EXIT
005150         UNTIL SEARCH-DONE.
005160     IF WS-FOUND-POS = ZERO
005170         MOVE SPACES TO WS-EXC-TEXT
005180         STRING 'SEARCH VALUE '''
005190             STR-SEARCH-VALUE(1:STR-SEARCH-LEN)
005200             ''' IS NOT IN THE VALUE'
005210             DELIMITED BY SIZE INTO WS-EXC-TEXT
005220         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005230     END-IF.
005240 5400-EXIT.
005250     EXIT.
005260
005270 5410-SEARCH-STEP.
005280     IF WS-SEARCH-POS > WS-SEARCH-LIMIT
005290         MOVE 'Y' TO WS-SEARCH-DONE-SW
005300     ELSE
005310         IF STR-VALUE(WS-SEARCH-POS:STR-SEARCH-LEN) =
005320                 STR-SEARCH-VALUE(1:STR-SEARCH-LEN)
005330             MOVE WS-SEARCH-POS TO WS-FOUND-POS
005340             MOVE 'Y' TO WS-SEARCH-DONE-SW
005350         ELSE
005360             ADD 1 TO WS-SEARCH-POS
005370         END-IF
005380     END-IF.
005390 5410-EXIT.
005400     EXIT.
005410
005420*>    THE LENGTH THE VALUE WOULD HAVE AFTER THE SPLICE: ITS
005430*>    TRIMMED LENGTH (OR THE END OF THE MATCH, IF THE SEARCH
005440*>    VALUE RUNS INTO THE TRAILING SPACES), LESS THE SEARCH
005450*>    VALUE, PLUS THE REPLACEMENT.
005460 5500-CHECK-OVERFLOW.
005470     IF NOT MODE-REPLACE
005480         GO TO 5500-EXIT
005490     END-IF.
005500     MOVE 5 TO WS-CHK-IX.
005510     IF STR-REPLACE-LEN NOT NUMERIC
005520         MOVE 'REPLACE LENGTH NOT NUMERIC' TO WS-EXC-TEXT
005530         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005540         GO TO 5500-EXIT
005550     END-IF.
005560     IF STR-REPLACE-LEN > 20
005570         MOVE SPACES TO WS-EXC-TEXT
005580         STRING 'REPLACE LENGTH ' STR-REPLACE-LEN
005590             ' IS OVER THE 20-BYTE REPLACEMENT FIELD'
005600             DELIMITED BY SIZE INTO WS-EXC-TEXT
005610         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005620         GO TO 5500-EXIT
005630     END-IF.
005640     IF NOT SEARCH-USABLE OR WS-FOUND-POS = ZERO
005650         GO TO 5500-EXIT
005660     END-IF.
005670     COMPUTE WS-MATCH-END = WS-FOUND-POS + STR-SEARCH-LEN - 1.
005680     MOVE WS-TRIM-LEN TO WS-BASE-LEN.
005690     IF WS-MATCH-END > WS-BASE-LEN
005700         MOVE WS-MATCH-END TO WS-BASE-LEN
005710     END-IF.
005720     COMPUTE WS-RESULT-LEN =
005730         WS-BASE-LEN - STR-SEARCH-LEN + STR-REPLACE-LEN.
005740     IF WS-RESULT-LEN > WS-VALUE-LEN
005750         MOVE WS-RESULT-LEN TO WS-RESULT-EDIT
005760         MOVE SPACES TO WS-EXC-TEXT
005770         STRING 'REPLACEMENT WOULD MAKE THE VALUE '
005780             WS-RESULT-EDIT ' BYTES - CUT OFF AT '
005790             WS-VALUE-LEN
005800             DELIMITED BY SIZE INTO WS-EXC-TEXT
005810         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005820     END-IF.
005830 5500-EXIT.
005840     EXIT.
005850
005860 5600-CHECK-CATEGORY.
005870     MOVE 6 TO WS-CHK-IX.
005880     IF WS-CUR-CATEGORY = SPACES
005890         MOVE 'NO CATEGORY CODE' TO WS-EXC-TEXT
005900         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005910         GO TO 5600-EXIT
005920     END-IF.
005930     IF CATEGORY-UNKNOWN
005940         MOVE SPACES TO WS-EXC-TEXT
005950         STRING 'CATEGORY ' WS-CUR-CATEGORY
005960             ' IS NOT A KNOWN CODE - NO '
005965             DELIMITED BY SIZE
005970             PSVC-NAME DELIMITED BY SPACE
005975             ' IN EFFECT ON PARMREPO'
005980             DELIMITED BY SIZE INTO WS-EXC-TEXT
005990         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
006000     END-IF.
006010 5600-EXIT.
006020     EXIT.
006030
006040 5700-CHECK-DUPLICATE.
006050     MOVE ZERO TO WS-DUP-IX.
006060     MOVE ZERO TO WS-DUP-MATCH-IX.
006070     PERFORM 5710-MATCH-DUP THRU 5710-EXIT
006080         WS-DUP-COUNT TIMES.
006090     IF WS-DUP-MATCH-IX = ZERO
006100         GO TO 5700-EXIT
006110     END-IF.
006120     MOVE 7 TO WS-CHK-IX.
006130     MOVE SPACES TO WS-EXC-TEXT.
006140     STRING 'SAME VALUE IS ON FILE UNDER KEY '
006150         DUP-TWIN-ID(WS-DUP-MATCH-IX)
006160         DELIMITED BY SIZE INTO WS-EXC-TEXT.
006170     PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.
006180 5700-EXIT.
006190     EXIT.
006200
006210 5710-MATCH-DUP.
006220     ADD 1 TO WS-DUP-IX.
006230     IF DUP-REC-ID(WS-DUP-IX) = STR-REC-ID
006240         MOVE WS-DUP-IX TO WS-DUP-MATCH-IX
006250     END-IF.
006260 5710-EXIT.
006270     EXIT.
006280
006290*>    ONE EXCEPTION LINE, COUNTED AGAINST ITS CHECK (WS-CHK-IX)
006300*>    FOR THE CATEGORY AND FOR THE RUN.
006310 6000-WRITE-EXCEPTION.
006320     MOVE 'Y' TO WS-REC-BAD-SW.
006330     ADD 1 TO WS-EXC-COUNT.
006340     ADD 1 TO CHK-TOTAL(WS-CHK-IX).
006350     ADD 1 TO CHK-CAT-COUNT(WS-CHK-IX).
006360     MOVE SPACES TO WS-REPORT-LINE.
006370     STRING '    ' STR-REC-ID '  ' CHK-NAME(WS-CHK-IX) '  '
006380         WS-EXC-TEXT
006390         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006400     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006410     MOVE SPACES TO WS-EXC-TEXT.
006420 6000-EXIT.
006430     EXIT.
006440
006450 8000-WRITE-TOTALS.
006460     MOVE SPACES TO WS-REPORT-LINE.
006470     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006480     MOVE 'QUALITY SCORE BY CATEGORY' TO WS-REPORT-LINE.
006490     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006500     MOVE ZERO TO WS-CAT-IX.
006510     PERFORM 8100-CATEGORY-LINE THRU 8100-EXIT
006520         CSUM-COUNT TIMES.
006530     IF WS-CAT-OVERFLOW > ZERO
006540         MOVE SPACES TO WS-REPORT-LINE
006550         STRING '*** ' WS-CAT-OVERFLOW ' MORE CATEGORIES - '
006560             'SEE THEIR SCORES ABOVE'
006570             DELIMITED BY SIZE INTO WS-REPORT-LINE
006580         WRITE REPORT-RECORD FROM WS-REPORT-LINE
006590     END-IF.
006600     MOVE ZERO TO WS-SCORE.
006610     IF WS-REC-COUNT > ZERO
006620         COMPUTE WS-SCORE ROUNDED =
006630             (WS-REC-COUNT - WS-BAD-COUNT) * 100 / WS-REC-COUNT
006640     END-IF.
006650     MOVE WS-SCORE TO WS-SCORE-EDIT.
006660     MOVE SPACES TO WS-REPORT-LINE.
006670     STRING 'ALL CATEGORIES: RECORDS=' WS-REC-COUNT
006680         ' WITH EXCEPTIONS=' WS-BAD-COUNT
006690         ' EXCEPTIONS LISTED=' WS-EXC-COUNT
006700         ' QUALITY SCORE=' WS-SCORE-EDIT '%'
006710         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006720     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006730     MOVE SPACES TO WS-REPORT-LINE.
006740     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006750     MOVE 'EXCEPTIONS BY CHECK' TO WS-REPORT-LINE.
006760     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006770     MOVE ZERO TO WS-CHK-IX.
006780     PERFORM 8200-CHECK-LINE THRU 8200-EXIT 7 TIMES.
006790     MOVE SPACES TO WS-REPORT-LINE.
006800     STRING 'VALUES HELD UNDER MORE THAN ONE KEY='
006810         WS-DUP-VALUE-COUNT ' (OF ' WS-RELEASED-COUNT
006820         ' NON-BLANK VALUES)'
006830         DELIMITED BY SIZE INTO WS-REPORT-LINE.
006840     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
006850     IF WS-DUP-OVERFLOW > ZERO
006860         MOVE SPACES TO WS-REPORT-LINE
006870         STRING '*** ' WS-DUP-OVERFLOW ' MORE DUPLICATED KEYS '
006880             'THAN THE ' WS-DUP-MAX '-KEY TABLE HOLDS ARE NOT '
006890             'LISTED - CLEAN UP AND RERUN'
006900             DELIMITED BY SIZE INTO WS-REPORT-LINE
006910         WRITE REPORT-RECORD FROM WS-REPORT-LINE
006920     END-IF.
006930     IF WS-EXC-COUNT > ZERO OR WS-DUP-OVERFLOW > ZERO
006940         MOVE 4 TO WS-STRA-RC
006950     END-IF.
006960 8000-EXIT.
006970     EXIT.
006980
006990 8100-CATEGORY-LINE.
007000     ADD 1 TO WS-CAT-IX.
007010     MOVE CSUM-SCORE(WS-CAT-IX) TO WS-SCORE-EDIT.
007020     MOVE SPACES TO WS-REPORT-LINE.
007030     STRING '  ' CSUM-CATEGORY(WS-CAT-IX)
007040         '  RECORDS=' CSUM-RECORDS(WS-CAT-IX)
007050         ' WITH EXCEPTIONS=' CSUM-FAILED(WS-CAT-IX)
007060         ' QUALITY SCORE=' WS-SCORE-EDIT '%'
007070         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007080     EVALUATE TRUE
007090         WHEN CSUM-CATEGORY(WS-CAT-IX) = '(BLANK)'
007100             MOVE 'NO CODE' TO WS-REPORT-LINE(80:7)
007110         WHEN CSUM-KNOWN-SW(WS-CAT-IX) = 'N'
007120             MOVE 'UNKNOWN CODE' TO WS-REPORT-LINE(80:12)
007130         WHEN CSUM-KNOWN-SW(WS-CAT-IX) = 'U'
007140             MOVE 'CODE NOT PROVED' TO WS-REPORT-LINE(80:15)
007150         WHEN OTHER
007160             CONTINUE
007170     END-EVALUATE.
007180     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
007190 8100-EXIT.
007200     EXIT.
007210
007220 8200-CHECK-LINE.
007230     ADD 1 TO WS-CHK-IX.
007240     MOVE SPACES TO WS-REPORT-LINE.
007250     STRING '  ' CHK-NAME(WS-CHK-IX) '  '
007260         CHK-TOTAL(WS-CHK-IX)
007270         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007280     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
007290 8200-EXIT.
007300     EXIT.
007310
007320 9000-TERMINATE.
007330     CLOSE REPORT-FILE.
007340     MOVE WS-STRA-RC TO WS-AUDIT-RC.
007350     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
007360         WS-AUDIT-RC.
007370     MOVE WS-STRA-RC TO RETURN-CODE.
007380 9000-EXIT.
007390     EXIT.
007400
