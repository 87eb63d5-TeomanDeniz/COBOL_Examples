000000 *> ................................................................... <*
000000 *> CBL - RPTDIST                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/29 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/29 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> REPORT DISTRIBUTION, THE LAST STEP OF THE NIGHT AHEAD OF THE
000000 *> COMPLETION MARKER (WHICH ADVANCES THE BUSINESS DATE THE DUE
000000 *> DAYS ARE WORKED OUT FROM). THE DSTROUTE CARDS (COPYBOOK
000000 *> DSTROUTE) SAY WHICH REPORT GOES TO WHICH RECIPIENT, HOW MANY
000000 *> COPIES, AND ON WHICH BUSINESS DAYS IT IS WANTED - THE SAME
000000 *> DAILY / FIRST / LAST / WEEKDAY-MASK RULES AS THE FEEDSCHD
000000 *> SCHEDULE, AGAINST THE SAME CALFILE. ONLY THE RUN ENTITY'S
000000 *> CARDS ARE TAKEN.
000000 *> EVERY REPORT NAMED ON A CARD IS OPENED BY ITS DD NAME IN THIS
000000 *> STEP. ONE WITH NO RECORDS, OR THAT CANNOT BE OPENED, WAS NOT
000000 *> PRODUCED TONIGHT - ITS STEP WAS BYPASSED OR FAILED. A REPORT
000000 *> PRINTED THROUGH PRINTSVC ENDS IN THE SERVICE'S FOOTER AND ITS
000000 *> LINE AND PAGE COUNTS ARE TAKEN FROM THERE (FOOTER); ANY OTHER
000000 *> REPORT IS COUNTED HERE, PAGES AT PRINTSVC'S 55 LINES A PAGE
000000 *> (COUNTED).
000000 *> EACH RECIPIENT GETS ONE BUNDLE, WRITTEN TO THE DD NAMED BY THE
000000 *> RECIPIENT CODE: A COVER SHEET LISTING WHAT IS DUE TO THEM
000000 *> TONIGHT - A DUE REPORT THAT WAS NOT PRODUCED IS LISTED THERE
000000 *> AND MARKED, NOT LEFT OUT - FOLLOWED BY EACH DUE REPORT AS
000000 *> MANY TIMES AS THE CARD ASKS, EACH COPY UNDER A SEPARATOR
000000 *> LINE. A RECIPIENT WITH NOTHING DUE GETS THE COVER SHEET ONLY.
000000 *> THE DSTMANF MANIFEST LISTS EVERY ROUTED REPORT WITH ITS LINE
000000 *> AND PAGE COUNTS AND WHERE THEY CAME FROM, CALLS OUT EVERY DUE
000000 *> REPORT THAT WAS NOT PRODUCED, AND SHOWS WHAT WENT TO WHOM.
000000 *> RETURN CODES:
000000 *>   0  EVERY DUE REPORT PRODUCED AND DELIVERED
000000 *>   4  A DUE REPORT WAS NOT PRODUCED, A RECIPIENT HAS NO BUNDLE
000000 *>      DD, OR A ROUTING CARD WAS REJECTED - SEE THE *** LINES
000000 *>   8  NO ROUTING TABLE, OR NO CARDS FOR THE RUN ENTITY
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RPTDIST.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT ROUTE-FILE ASSIGN TO "DSTROUTE"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-ROUTE-FILE-STATUS.
000180     SELECT OPTIONAL CAL-FILE ASSIGN TO "CALFILE"
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS RANDOM
000210         RECORD KEY IS CAL-DATE
000220         FILE STATUS IS WS-CAL-FILE-STATUS.
000230     SELECT REPORT-IN ASSIGN USING WS-IN-DDNAME
000240         ORGANIZATION IS LINE SEQUENTIAL
000250         FILE STATUS IS WS-IN-FILE-STATUS.
000260     SELECT BUNDLE-FILE ASSIGN USING WS-OUT-DDNAME
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-OUT-FILE-STATUS.
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  ROUTE-FILE.
000320     COPY DSTROUTE.
000330 FD  CAL-FILE.
000340     COPY CALREC.
000350 FD  REPORT-IN.
000360 01  REPORT-IN-RECORD PIC X(132).
000370 FD  BUNDLE-FILE.
000380 01  BUNDLE-RECORD PIC X(132).
000390 WORKING-STORAGE SECTION.
000400     COPY PRTLINK.
000410     77 WS-ROUTE-FILE-STATUS PIC XX VALUE '00'.
000420     77 WS-CAL-FILE-STATUS PIC XX VALUE '00'.
000430     77 WS-IN-FILE-STATUS PIC XX VALUE '00'.
000440     77 WS-OUT-FILE-STATUS PIC XX VALUE '00'.
000450     77 WS-IN-DDNAME PIC X(8) VALUE SPACES.
000460     77 WS-OUT-DDNAME PIC X(8) VALUE SPACES.
000470     77 WS-CAL-OPEN-SW PIC X VALUE 'N'.
000480         88 CALENDAR-OPEN VALUE 'Y'.
000490     77 WS-ROUTE-EOF-SW PIC X VALUE 'N'.
000500         88 ROUTE-EOF VALUE 'Y'.
000510     77 WS-IN-EOF-SW PIC X VALUE 'N'.
000520         88 IN-EOF VALUE 'Y'.
000530     77 WS-REPORT-LINE PIC X(120).
000540     77 WS-BUNDLE-LINE PIC X(132).
000550     77 WS-LAST-RECORD PIC X(132).
000560     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'RPTDIST'.
000570     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000580     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000590     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000600     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000610     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000620     77 WS-ROUTE-MAX PIC 9(3) VALUE 100.
000630     77 WS-ROUTE-COUNT PIC 9(3) COMP VALUE ZERO.
000640     77 WS-ROUTE-IX PIC 9(3) COMP VALUE ZERO.
000650     77 WS-RPT-MAX PIC 9(2) VALUE 60.
000660     77 WS-RPT-COUNT PIC 9(2) COMP VALUE ZERO.
000670     77 WS-RPT-IX PIC 9(2) COMP VALUE ZERO.
000680     77 WS-RCP-MAX PIC 9(2) VALUE 20.
000690     77 WS-RCP-COUNT PIC 9(2) COMP VALUE ZERO.
000700     77 WS-RCP-IX PIC 9(2) COMP VALUE ZERO.
000710     77 WS-SCAN-IX PIC 9(3) COMP VALUE ZERO.
000720     77 WS-MATCH-IX PIC 9(3) COMP VALUE ZERO.
000730     77 WS-FOUND-RPT PIC 9(2) COMP VALUE ZERO.
000740     77 WS-FOUND-RCP PIC 9(2) COMP VALUE ZERO.
000750     77 WS-FIND-REPORT PIC X(8) VALUE SPACES.
000760     77 WS-FIND-RECIPIENT PIC X(8) VALUE SPACES.
000770     77 WS-CARD-ERROR PIC X(30) VALUE SPACES.
000780     77 WS-MASK-OK-SW PIC X VALUE 'Y'.
000790         88 MASK-OK VALUE 'Y'.
000800     77 WS-MASK-IX PIC 9(1) VALUE ZERO.
000810     77 WS-SERIAL-DAYS PIC 9(5) COMP VALUE ZERO.
000820     77 WS-LEAP-COUNT PIC 9(4) COMP VALUE ZERO.
000830     77 WS-DOW-QUOT PIC 9(5) COMP VALUE ZERO.
000840     77 WS-DOW PIC 9(1) VALUE ZERO.
000850     77 WS-DAY-IX PIC 9(1) VALUE 1.
000860     77 WS-MONTH-IX PIC 9(2) VALUE ZERO.
000870     77 WS-MONTH-DAYS PIC 9(2) VALUE ZERO.
000880     77 WS-YY-QUOTIENT PIC 9(4) VALUE ZERO.
000890     77 WS-YY-REMAINDER PIC 9(4) VALUE ZERO.
000900     77 WS-BUSINESS-DAY-SW PIC X VALUE 'Y'.
000910         88 BUSINESS-DAY VALUE 'Y'.
000920     77 WS-FIRST-BUS-SW PIC X VALUE 'Y'.
000930         88 FIRST-BUSINESS-DAY VALUE 'Y'.
000940     77 WS-LAST-BUS-SW PIC X VALUE 'Y'.
000950         88 LAST-BUSINESS-DAY VALUE 'Y'.
000960     77 WS-SCAN-DONE-SW PIC X VALUE 'N'.
000970         88 SCAN-DONE VALUE 'Y'.
000980     77 WS-SCAN-BUS-SW PIC X VALUE 'Y'.
000990     77 WS-DUE-SW PIC X VALUE 'N'.
001000         88 DUE-TONIGHT VALUE 'Y'.
001010     77 WS-IN-RECORDS PIC 9(7) COMP VALUE ZERO.
001020     77 WS-COPY-IX PIC 9(2) COMP VALUE ZERO.
001030     77 WS-COVER-COUNT PIC 9(3) COMP VALUE ZERO.
001040     77 WS-CARD-COUNT PIC 9(3) VALUE ZERO.
001050     77 WS-BAD-CARD-COUNT PIC 9(3) VALUE ZERO.
001060     77 WS-DUE-COUNT PIC 9(3) VALUE ZERO.
001070     77 WS-PRODUCED-COUNT PIC 9(3) VALUE ZERO.
001080     77 WS-MISSING-COUNT PIC 9(3) VALUE ZERO.
001090     77 WS-BUNDLE-COUNT PIC 9(3) VALUE ZERO.
001100     77 WS-NO-DD-COUNT PIC 9(3) VALUE ZERO.
001110     77 WS-COPIES-SENT PIC 9(5) VALUE ZERO.
001120     77 WS-DUE-SHOW PIC X(3) VALUE SPACES.
001130     77 WS-STATUS-SHOW PIC X(18) VALUE SPACES.
001140     77 WS-RCP-STATUS-SHOW PIC X(40) VALUE SPACES.
001150     77 WS-LINES-EDIT PIC ZZZZZZ9.
001160     77 WS-PAGES-EDIT PIC ZZZZ9.
001170     77 WS-COPIES-EDIT PIC Z9.
001180     77 WS-COPY-EDIT PIC Z9.
001190     77 WS-REPORTS-EDIT PIC ZZ9.
001200     77 WS-SENT-EDIT PIC ZZZZ9.
001210     77 WS-MISS-EDIT PIC ZZ9.
001220     77 WS-DIST-RC PIC S9(4) VALUE ZERO.
001230 01  WS-BUS-DATE-AREA.
001240     05 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
001250     05 WS-BUS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
001260         10 WS-BUS-YY PIC 9(2).
001270         10 WS-BUS-MM PIC 9(2).
001280         10 WS-BUS-DD PIC 9(2).
001290 01  WS-SCAN-DATE-AREA.
001300     05 WS-SCAN-DATE PIC 9(6) VALUE ZERO.
001310     05 WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
001320         10 WS-SCAN-YY PIC 9(2).
001330         10 WS-SCAN-MM PIC 9(2).
001340         10 WS-SCAN-DD PIC 9(2).
001350 01  WS-ENTITY-AREA.
001360     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
001370     05 FILLER PIC X(4) VALUE SPACES.
001380 01  WS-ENT-SHOW PIC X(4) VALUE 'HOME'.
001390*>    THE COUNTS ON A PRINTSVC FOOTER, LEADING SPACES ZEROED.
001400 01  WS-FOOT-LINES-AREA.
001410     05 WS-FOOT-LINES-X PIC X(7).
001420     05 WS-FOOT-LINES REDEFINES WS-FOOT-LINES-X PIC 9(7).
001430 01  WS-FOOT-PAGES-AREA.
001440     05 WS-FOOT-PAGES-X PIC X(4).
001450     05 WS-FOOT-PAGES REDEFINES WS-FOOT-PAGES-X PIC 9(4).
001460*>    THE WEEKDAY MASK ON A ROUTING CARD, MONDAY TO SUNDAY.
001470 01  WS-DAY-LETTERS PIC X(7) VALUE 'MTWTFSS'.
001480 01  DAY-NAME-INIT.
001490     05 FILLER PIC X(3) VALUE 'MON'.
001500     05 FILLER PIC X(3) VALUE 'TUE'.
001510     05 FILLER PIC X(3) VALUE 'WED'.
001520     05 FILLER PIC X(3) VALUE 'THU'.
001530     05 FILLER PIC X(3) VALUE 'FRI'.
001540     05 FILLER PIC X(3) VALUE 'SAT'.
001550     05 FILLER PIC X(3) VALUE 'SUN'.
001560 01  DAY-NAME-TABLE REDEFINES DAY-NAME-INIT.
001570     05 DAY-NAME PIC X(3) OCCURS 7 TIMES.
001580 01  MONTH-TABLE-INIT.
001590     05 FILLER PIC X(2) VALUE '31'.
001600     05 FILLER PIC X(2) VALUE '28'.
001610     05 FILLER PIC X(2) VALUE '31'.
001620     05 FILLER PIC X(2) VALUE '30'.
001630     05 FILLER PIC X(2) VALUE '31'.
001640     05 FILLER PIC X(2) VALUE '30'.
001650     05 FILLER PIC X(2) VALUE '31'.
001660     05 FILLER PIC X(2) VALUE '31'.
001670     05 FILLER PIC X(2) VALUE '30'.
001680     05 FILLER PIC X(2) VALUE '31'.
001690     05 FILLER PIC X(2) VALUE '30'.
001700     05 FILLER PIC X(2) VALUE '31'.
001710 01  MONTH-TABLE REDEFINES MONTH-TABLE-INIT.
001720     05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
001730*>    THE RUN ENTITY'S ROUTING CARDS, EACH POINTING AT ITS REPORT
001740*>    AND ITS RECIPIENT BELOW.
001750 01  ROUTE-TABLE.
001760     05 RTE-ENTRY OCCURS 100 TIMES.
001770         10 RTE-REPORT PIC X(8).
001780         10 RTE-RECIPIENT PIC X(8).
001790         10 RTE-DAYS PIC X(7).
001800         10 RTE-COPIES PIC 9(2).
001810         10 RTE-RPT-IX PIC 9(2) COMP.
001820         10 RTE-RCP-IX PIC 9(2) COMP.
001830         10 RTE-DUE-SW PIC X.
001840*>    ONE SLOT PER REPORT ROUTED - DUE TONIGHT WHEN ANY OF ITS
001850*>    CARDS IS - WITH WHAT THE SURVEY FOUND ON ITS DD.
001860 01  REPORT-TABLE.
001870     05 RPT-ENTRY OCCURS 60 TIMES.
001880         10 RPT-DDNAME PIC X(8).
001890         10 RPT-DESC PIC X(40).
001900         10 RPT-DUE-SW PIC X.
001910         10 RPT-PRODUCED-SW PIC X.
001920         10 RPT-LINES PIC 9(7).
001930         10 RPT-PAGES PIC 9(5).
001940         10 RPT-COUNT-FROM PIC X(7).
001950*>    ONE SLOT PER RECIPIENT - B BUNDLED, N NO BUNDLE DD.
001960 01  RECIPIENT-TABLE.
001970     05 RCP-ENTRY OCCURS 20 TIMES.
001980         10 RCP-NAME PIC X(8).
001990         10 RCP-STATE PIC X.
002000         10 RCP-REPORTS PIC 9(3) COMP.
002010         10 RCP-COPIES PIC 9(3) COMP.
002020         10 RCP-MISSING PIC 9(3) COMP.
002030         10 RCP-LINES PIC 9(7) COMP.
002040 PROCEDURE DIVISION.
002050 0000-MAIN.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     IF WS-ROUTE-COUNT > ZERO
002080         PERFORM 2000-SURVEY-REPORTS THRU 2000-EXIT
002090         PERFORM 3000-BUILD-BUNDLES THRU 3000-EXIT
002100         PERFORM 4000-LIST-REPORTS THRU 4000-EXIT
002110         PERFORM 5000-LIST-RECIPIENTS THRU 5000-EXIT
002120     END-IF.
002130     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
002140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002150     GOBACK.
002160
002170 1000-INITIALIZE.
002180     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
002190         WS-AUDIT-RC.
002200     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
002210         WS-RUNCTL-RC
002220         ON EXCEPTION
002230             ACCEPT WS-BUSINESS-DATE FROM DATE
002240     END-CALL.
002250     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
002260         ON EXCEPTION
002270             MOVE SPACES TO WS-ENTITY-AREA
002280     END-CALL.
002290     IF WS-RUN-ENTITY NOT = SPACES
002300         MOVE WS-RUN-ENTITY TO WS-ENT-SHOW
002310     END-IF.
002320     PERFORM 1100-DAY-OF-WEEK THRU 1100-EXIT.
002330     PERFORM 1200-READ-CALENDAR THRU 1200-EXIT.
002340     MOVE 'OPEN' TO PRT-FUNC.
002350     MOVE 'DSTMANF' TO PRT-DDNAME.
002360     MOVE 'REPORT DISTRIBUTION MANIFEST' TO PRT-TITLE.
002370     MOVE 'V01.00' TO PRT-VERSION.
002380     CALL 'PRINTSVC' USING PRINT-AREA.
002390     MOVE SPACES TO WS-REPORT-LINE.
002400     STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
002410         ' (' DAY-NAME(WS-DAY-IX) ')  ENTITY ' WS-ENT-SHOW
002420         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002430     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
002440     IF NOT BUSINESS-DAY
002450         MOVE SPACES TO WS-REPORT-LINE
002460         STRING 'BUSINESS DATE IS ON CALFILE AS A NON-BUSINESS '
002470             'DAY - NO REPORT IS DUE TONIGHT'
002480             DELIMITED BY SIZE INTO WS-REPORT-LINE
002490         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002500     END-IF.
002510     PERFORM 1300-LOAD-ROUTES THRU 1300-EXIT.
002520     IF WS-ROUTE-COUNT = ZERO AND WS-DIST-RC < 8
002530         STRING '*** NO ROUTING CARDS FOR THIS ENTITY - '
002540             'NOTHING DISTRIBUTED, RC=8'
002550             DELIMITED BY SIZE INTO WS-REPORT-LINE
002560         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
002570         MOVE 8 TO WS-DIST-RC
002580     END-IF.
002590 1000-EXIT.
002600     EXIT.
002610
002620*>    SERIAL DAY COUNT OFF 2000/01/01 (A SATURDAY), AS CALMAINT
002630*>    AND FEEDCHK DO; YEARS ARE 20XX, SO THE MOD-4 LEAP TEST
002640*>    HOLDS. THE REMAINDER IS 0 FOR SATURDAY, 1 SUNDAY, 2 MONDAY
002650*>    ... 6 FRIDAY; WS-DAY-IX TURNS IT INTO THE MASK SLOT.
002660 1100-DAY-OF-WEEK.
002670     IF WS-BUS-MM < 1 OR WS-BUS-MM > 12
002680         DISPLAY 'RPTDIST - BUSINESS DATE ' WS-BUSINESS-DATE
002690             ' NOT A DATE - WEEKDAY TAKEN AS MONDAY'
002700         MOVE 1 TO WS-DAY-IX
002710         MOVE 31 TO WS-MONTH-DAYS
002720         GO TO 1100-EXIT
002730     END-IF.
002740     DIVIDE WS-BUS-YY BY 4 GIVING WS-YY-QUOTIENT
002750         REMAINDER WS-YY-REMAINDER.
002760     IF WS-BUS-YY = ZERO
002770         MOVE ZERO TO WS-LEAP-COUNT
002780     ELSE
002790         COMPUTE WS-LEAP-COUNT = ((WS-BUS-YY - 1) / 4) + 1
002800     END-IF.
002810     COMPUTE WS-SERIAL-DAYS = (365 * WS-BUS-YY) + WS-LEAP-COUNT
002820         + WS-BUS-DD - 1.
002830     MOVE 1 TO WS-MONTH-IX.
002840     PERFORM 1150-ADD-MONTH THRU 1150-EXIT
002850         UNTIL WS-MONTH-IX NOT < WS-BUS-MM.
002860     DIVIDE WS-SERIAL-DAYS BY 7 GIVING WS-DOW-QUOT
002870         REMAINDER WS-DOW.
002880     EVALUATE WS-DOW
002890         WHEN 0
002900             MOVE 6 TO WS-DAY-IX
002910         WHEN 1
002920             MOVE 7 TO WS-DAY-IX
002930         WHEN OTHER
002940             COMPUTE WS-DAY-IX = WS-DOW - 1
002950     END-EVALUATE.
002960     MOVE MONTH-DAYS(WS-BUS-MM) TO WS-MONTH-DAYS.
002970     IF WS-BUS-MM = 2 AND WS-YY-REMAINDER = ZERO
002980         MOVE 29 TO WS-MONTH-DAYS
002990     END-IF.
003000 1100-EXIT.
003010     EXIT.
003020
003030 1150-ADD-MONTH.
003040     ADD MONTH-DAYS(WS-MONTH-IX) TO WS-SERIAL-DAYS.
003050     IF WS-MONTH-IX = 2 AND WS-YY-REMAINDER = ZERO
003060         ADD 1 TO WS-SERIAL-DAYS
003070     END-IF.
003080     ADD 1 TO WS-MONTH-IX.
003090 1150-EXIT.
003100     EXIT.
003110
003120*>    TONIGHT IS A BUSINESS DAY WHEN ITS DATE IS NOT ON CALFILE.
003130*>    IT IS THE FIRST BUSINESS DAY OF THE MONTH WHEN EVERY EARLIER
003140*>    DAY OF THE MONTH IS ON CALFILE, AND THE LAST WHEN EVERY
003150*>    LATER ONE IS. WITH NO CALENDAR EVERY DAY IS A BUSINESS DAY.
003160 1200-READ-CALENDAR.
003170     OPEN INPUT CAL-FILE.
003180     IF WS-CAL-FILE-STATUS = '00' OR WS-CAL-FILE-STATUS = '05'
003190         MOVE 'Y' TO WS-CAL-OPEN-SW
003200     END-IF.
003210     MOVE WS-BUSINESS-DATE TO WS-SCAN-DATE.
003220     PERFORM 1270-IS-BUSINESS THRU 1270-EXIT.
003230     MOVE WS-SCAN-BUS-SW TO WS-BUSINESS-DAY-SW.
003240     MOVE 'N' TO WS-SCAN-DONE-SW.
003250     PERFORM 1250-SCAN-BACK THRU 1250-EXIT
003260         UNTIL SCAN-DONE.
003270     MOVE WS-BUSINESS-DATE TO WS-SCAN-DATE.
003280     MOVE 'N' TO WS-SCAN-DONE-SW.
003290     PERFORM 1260-SCAN-FORWARD THRU 1260-EXIT
003300         UNTIL SCAN-DONE.
003310     IF CALENDAR-OPEN
003320         CLOSE CAL-FILE
003330     END-IF.
003340 1200-EXIT.
003350     EXIT.
003360
003370 1250-SCAN-BACK.
003380     IF WS-SCAN-DD NOT > 1
003390         MOVE 'Y' TO WS-SCAN-DONE-SW
003400         GO TO 1250-EXIT
003410     END-IF.
003420     SUBTRACT 1 FROM WS-SCAN-DD.
003430     PERFORM 1270-IS-BUSINESS THRU 1270-EXIT.
003440     IF WS-SCAN-BUS-SW = 'Y'
003450         MOVE 'N' TO WS-FIRST-BUS-SW
003460         MOVE 'Y' TO WS-SCAN-DONE-SW
003470     END-IF.
003480 1250-EXIT.
003490     EXIT.
003500
003510 1260-SCAN-FORWARD.
003520     IF WS-SCAN-DD NOT < WS-MONTH-DAYS
003530         MOVE 'Y' TO WS-SCAN-DONE-SW
003540         GO TO 1260-EXIT
003550     END-IF.
003560     ADD 1 TO WS-SCAN-DD.
003570     PERFORM 1270-IS-BUSINESS THRU 1270-EXIT.
003580     IF WS-SCAN-BUS-SW = 'Y'
003590         MOVE 'N' TO WS-LAST-BUS-SW
003600         MOVE 'Y' TO WS-SCAN-DONE-SW
003610     END-IF.
003620 1260-EXIT.
003630     EXIT.
003640
003650 1270-IS-BUSINESS.
003660     MOVE 'Y' TO WS-SCAN-BUS-SW.
003670     IF NOT CALENDAR-OPEN
003680         GO TO 1270-EXIT
003690     END-IF.
003700     MOVE WS-SCAN-DATE TO CAL-DATE.
003710     READ CAL-FILE
003720         INVALID KEY
003730             CONTINUE
003740         NOT INVALID KEY
003750             MOVE 'N' TO WS-SCAN-BUS-SW
003760     END-READ.
003770 1270-EXIT.
003780     EXIT.
003790
003810*>    ONLY THE RUN ENTITY'S CARDS ARE KEPT; A CARD THAT FAILS ITS
003820*>    EDIT IS PRINTED AND ITS REPORT IS NOT SENT TO THAT
003830*>    RECIPIENT, RC=4.
003850 1300-LOAD-ROUTES.
003860     OPEN INPUT ROUTE-FILE.
003870     IF WS-ROUTE-FILE-STATUS NOT = '00'
003880         DISPLAY 'RPTDIST - DSTROUTE OPEN FAILED, STATUS='
003890             WS-ROUTE-FILE-STATUS
003900         MOVE '*** NO ROUTING TABLE - NOTHING DISTRIBUTED, RC=8'
003910             TO WS-REPORT-LINE
003920         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
003930         MOVE 8 TO WS-DIST-RC
003940         GO TO 1300-EXIT
003950     END-IF.
003960     PERFORM 1350-READ-CARD THRU 1350-EXIT.
003970     PERFORM 1400-TAKE-CARD THRU 1400-EXIT
003980         UNTIL ROUTE-EOF.
003990     CLOSE ROUTE-FILE.
004000 1300-EXIT.
004010     EXIT.
004020
004030 1350-READ-CARD.
004040     MOVE SPACES TO ROUTE-CARD.
004050     READ ROUTE-FILE
004060         AT END MOVE 'Y' TO WS-ROUTE-EOF-SW
004070     END-READ.
004080 1350-EXIT.
004090     EXIT.
004100
004110 1400-TAKE-CARD.
004120     EVALUATE TRUE
004130         WHEN ROUTE-CARD = SPACES
004140             CONTINUE
004150         WHEN ROUTE-CARD(1:1) = '*'
004160             CONTINUE
004170         WHEN RTC-ENTITY NOT = WS-RUN-ENTITY
004180             CONTINUE
004190         WHEN OTHER
004200             ADD 1 TO WS-CARD-COUNT
004210             PERFORM 1450-EDIT-CARD THRU 1450-EXIT
004220     END-EVALUATE.
004230     PERFORM 1350-READ-CARD THRU 1350-EXIT.
004240 1400-EXIT.
004250     EXIT.
004260
004270 1450-EDIT-CARD.
004280     MOVE SPACES TO WS-CARD-ERROR.
004290     MOVE 'Y' TO WS-MASK-OK-SW.
004300     MOVE ZERO TO WS-MASK-IX.
004310     PERFORM 1480-CHECK-MASK THRU 1480-EXIT 7 TIMES.
004320     MOVE RTC-REPORT TO WS-FIND-REPORT.
004330     MOVE RTC-RECIPIENT TO WS-FIND-RECIPIENT.
004340     PERFORM 1490-FIND-ROUTE THRU 1490-EXIT.
004350     PERFORM 1500-FIND-REPORT THRU 1500-EXIT.
004360     PERFORM 1550-FIND-RECIPIENT THRU 1550-EXIT.
004370     EVALUATE TRUE
004380         WHEN RTC-REPORT = SPACES
004390             MOVE 'NO REPORT DD NAME' TO WS-CARD-ERROR
004400         WHEN NOT RTC-DUE-DAILY AND NOT RTC-DUE-FIRST
004410             AND NOT RTC-DUE-LAST AND NOT MASK-OK
004420             MOVE 'DAYS NOT DAILY/FIRST/LAST/MASK'
004430                 TO WS-CARD-ERROR
004440         WHEN RTC-RECIPIENT = SPACES
004450             MOVE 'NO RECIPIENT' TO WS-CARD-ERROR
004460         WHEN RTC-COPIES-X NOT = SPACES
004470             AND RTC-COPIES-X IS NOT NUMERIC
004480             MOVE 'COPIES NOT 01-99' TO WS-CARD-ERROR
004490         WHEN RTC-COPIES-X = '00'
004500             MOVE 'COPIES NOT 01-99' TO WS-CARD-ERROR
004510         WHEN WS-MATCH-IX NOT = ZERO
004520             MOVE 'ALREADY ROUTED TO RECIPIENT' TO WS-CARD-ERROR
004530         WHEN WS-ROUTE-COUNT NOT < WS-ROUTE-MAX
004540             MOVE 'ROUTING TABLE FULL' TO WS-CARD-ERROR
004550         WHEN WS-FOUND-RPT = ZERO
004560             AND WS-RPT-COUNT NOT < WS-RPT-MAX
004570             MOVE 'REPORT TABLE FULL' TO WS-CARD-ERROR
004580         WHEN WS-FOUND-RCP = ZERO
004590             AND WS-RCP-COUNT NOT < WS-RCP-MAX
004600             MOVE 'RECIPIENT TABLE FULL' TO WS-CARD-ERROR
004610     END-EVALUATE.
004620     IF WS-CARD-ERROR NOT = SPACES
004630         ADD 1 TO WS-BAD-CARD-COUNT
004640         IF WS-DIST-RC < 4
004650             MOVE 4 TO WS-DIST-RC
004660         END-IF
004670         MOVE SPACES TO WS-REPORT-LINE
004680         STRING '*** ROUTING CARD REJECTED - ' WS-CARD-ERROR
004690             ': ' ROUTE-CARD(1:31)
004700             DELIMITED BY SIZE INTO WS-REPORT-LINE
004710         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
004720         GO TO 1450-EXIT
004730     END-IF.
004740     IF WS-FOUND-RPT = ZERO
004750         ADD 1 TO WS-RPT-COUNT
004760         MOVE WS-RPT-COUNT TO WS-FOUND-RPT
004770         MOVE RTC-REPORT TO RPT-DDNAME(WS-FOUND-RPT)
004780         MOVE SPACES TO RPT-DESC(WS-FOUND-RPT)
004790         MOVE 'N' TO RPT-DUE-SW(WS-FOUND-RPT)
004800         MOVE 'N' TO RPT-PRODUCED-SW(WS-FOUND-RPT)
004810         MOVE ZERO TO RPT-LINES(WS-FOUND-RPT)
004820         MOVE ZERO TO RPT-PAGES(WS-FOUND-RPT)
004830         MOVE SPACES TO RPT-COUNT-FROM(WS-FOUND-RPT)
004840     END-IF.
004850     IF RPT-DESC(WS-FOUND-RPT) = SPACES
004860         MOVE RTC-DESC TO RPT-DESC(WS-FOUND-RPT)
004870     END-IF.
004880     IF WS-FOUND-RCP = ZERO
004890         ADD 1 TO WS-RCP-COUNT
004900         MOVE WS-RCP-COUNT TO WS-FOUND-RCP
004910         MOVE RTC-RECIPIENT TO RCP-NAME(WS-FOUND-RCP)
004920         MOVE SPACE TO RCP-STATE(WS-FOUND-RCP)
004930         MOVE ZERO TO RCP-REPORTS(WS-FOUND-RCP)
004940         MOVE ZERO TO RCP-COPIES(WS-FOUND-RCP)
004950         MOVE ZERO TO RCP-MISSING(WS-FOUND-RCP)
004960         MOVE ZERO TO RCP-LINES(WS-FOUND-RCP)
004970     END-IF.
004980     ADD 1 TO WS-ROUTE-COUNT.
004990     MOVE RTC-REPORT TO RTE-REPORT(WS-ROUTE-COUNT).
005000     MOVE RTC-RECIPIENT TO RTE-RECIPIENT(WS-ROUTE-COUNT).
005010     MOVE RTC-DAYS TO RTE-DAYS(WS-ROUTE-COUNT).
005020     IF RTC-COPIES-X = SPACES
005030         MOVE 1 TO RTE-COPIES(WS-ROUTE-COUNT)
005040     ELSE
005050         MOVE RTC-COPIES TO RTE-COPIES(WS-ROUTE-COUNT)
005060     END-IF.
005070     MOVE WS-FOUND-RPT TO RTE-RPT-IX(WS-ROUTE-COUNT).
005080     MOVE WS-FOUND-RCP TO RTE-RCP-IX(WS-ROUTE-COUNT).
005090     PERFORM 1600-DUE-TONIGHT THRU 1600-EXIT.
005100     MOVE WS-DUE-SW TO RTE-DUE-SW(WS-ROUTE-COUNT).
005110     IF DUE-TONIGHT
005120         MOVE 'Y' TO RPT-DUE-SW(WS-FOUND-RPT)
005130     END-IF.
005140 1450-EXIT.
005150     EXIT.
005160
005170 1480-CHECK-MASK.
005180     ADD 1 TO WS-MASK-IX.
005190     IF RTC-DAY-FLAG(WS-MASK-IX) NOT = '-'
005200         AND RTC-DAY-FLAG(WS-MASK-IX)
005210             NOT = WS-DAY-LETTERS(WS-MASK-IX:1)
005220         MOVE 'N' TO WS-MASK-OK-SW
005230     END-IF.
005240 1480-EXIT.
005250     EXIT.
005260
005270 1490-FIND-ROUTE.
005280     MOVE ZERO TO WS-MATCH-IX.
005290     MOVE ZERO TO WS-SCAN-IX.
005300     PERFORM 1495-MATCH-ROUTE THRU 1495-EXIT
005310         WS-ROUTE-COUNT TIMES.
005320 1490-EXIT.
005330     EXIT.
005340
005350 1495-MATCH-ROUTE.
005360     ADD 1 TO WS-SCAN-IX.
005370     IF RTE-REPORT(WS-SCAN-IX) = WS-FIND-REPORT
005380         AND RTE-RECIPIENT(WS-SCAN-IX) = WS-FIND-RECIPIENT
005390         MOVE WS-SCAN-IX TO WS-MATCH-IX
005400     END-IF.
005410 1495-EXIT.
005420     EXIT.
005430
005440 1500-FIND-REPORT.
005450     MOVE ZERO TO WS-FOUND-RPT.
005460     MOVE ZERO TO WS-SCAN-IX.
005470     PERFORM 1510-MATCH-REPORT THRU 1510-EXIT
005480         WS-RPT-COUNT TIMES.
005490 1500-EXIT.
005500     EXIT.
005510
005520 1510-MATCH-REPORT.
005530     ADD 1 TO WS-SCAN-IX.
005540     IF RPT-DDNAME(WS-SCAN-IX) = WS-FIND-REPORT
005550         MOVE WS-SCAN-IX TO WS-FOUND-RPT
005560     END-IF.
005570 1510-EXIT.
005580     EXIT.
005590
005600 1550-FIND-RECIPIENT.
005610     MOVE ZERO TO WS-FOUND-RCP.
005620     MOVE ZERO TO WS-SCAN-IX.
005630     PERFORM 1560-MATCH-RECIPIENT THRU 1560-EXIT
005640         WS-RCP-COUNT TIMES.
005650 1550-EXIT.
005660     EXIT.
005670
005680 1560-MATCH-RECIPIENT.
005690     ADD 1 TO WS-SCAN-IX.
005700     IF RCP-NAME(WS-SCAN-IX) = WS-FIND-RECIPIENT
005710         MOVE WS-SCAN-IX TO WS-FOUND-RCP
005720     END-IF.
005730 1560-EXIT.
005740     EXIT.
005750
005760*>    THE CARD JUST FILED IS DUE TONIGHT BY THE FEEDSCHD RULES.
005770 1600-DUE-TONIGHT.
005780     MOVE 'N' TO WS-DUE-SW.
005790     IF NOT BUSINESS-DAY
005800         GO TO 1600-EXIT
005810     END-IF.
005820     EVALUATE TRUE
005830         WHEN RTE-DAYS(WS-ROUTE-COUNT) = 'DAILY'
005840             MOVE 'Y' TO WS-DUE-SW
005850         WHEN RTE-DAYS(WS-ROUTE-COUNT) = 'FIRST'
005860             MOVE WS-FIRST-BUS-SW TO WS-DUE-SW
005870         WHEN RTE-DAYS(WS-ROUTE-COUNT) = 'LAST'
005880             MOVE WS-LAST-BUS-SW TO WS-DUE-SW
005890         WHEN RTE-DAYS(WS-ROUTE-COUNT)(WS-DAY-IX:1) NOT = '-'
005900             MOVE 'Y' TO WS-DUE-SW
005910         WHEN OTHER
005920             CONTINUE
005930     END-EVALUATE.
005940 1600-EXIT.
005950     EXIT.
005960
005980*>    EVERY ROUTED REPORT IS READ THROUGH ONCE: NO RECORDS (OR NO
005990*>    DATASET) IS NOT PRODUCED; A LAST RECORD IN THE PRINTSVC
006000*>    FOOTER LAYOUT GIVES THE LINE AND PAGE COUNTS, OTHERWISE THE
006010*>    RECORDS ARE THE LINES AND THE PAGES ARE WORKED OUT.
006030 2000-SURVEY-REPORTS.
006040     MOVE ZERO TO WS-RPT-IX.
006050     PERFORM 2100-SURVEY-ONE THRU 2100-EXIT
006060         WS-RPT-COUNT TIMES.
006070 2000-EXIT.
006080     EXIT.
006090
006100 2100-SURVEY-ONE.
006110     ADD 1 TO WS-RPT-IX.
006120     IF RPT-DUE-SW(WS-RPT-IX) = 'Y'
006130         ADD 1 TO WS-DUE-COUNT
006140     END-IF.
006150     MOVE RPT-DDNAME(WS-RPT-IX) TO WS-IN-DDNAME.
006160     OPEN INPUT REPORT-IN.
006170     IF WS-IN-FILE-STATUS NOT = '00'
006180         GO TO 2100-EXIT
006190     END-IF.
006200     MOVE ZERO TO WS-IN-RECORDS.
006210     MOVE SPACES TO WS-LAST-RECORD.
006220     MOVE 'N' TO WS-IN-EOF-SW.
006230     PERFORM 2150-READ-REPORT THRU 2150-EXIT.
006240     PERFORM 2200-COUNT-RECORD THRU 2200-EXIT
006250         UNTIL IN-EOF.
006260     CLOSE REPORT-IN.
006270     IF WS-IN-RECORDS = ZERO
006280         GO TO 2100-EXIT
006290     END-IF.
006300     MOVE 'Y' TO RPT-PRODUCED-SW(WS-RPT-IX).
006310     ADD 1 TO WS-PRODUCED-COUNT.
006320     IF WS-LAST-RECORD(1:16) = 'END OF REPORT - '
006330         AND WS-LAST-RECORD(24:18) = ' LINES WRITTEN ON '
006340         MOVE WS-LAST-RECORD(17:7) TO WS-FOOT-LINES-X
006350         MOVE WS-LAST-RECORD(42:4) TO WS-FOOT-PAGES-X
006360         INSPECT WS-FOOT-LINES-X REPLACING LEADING SPACE BY '0'
006370         INSPECT WS-FOOT-PAGES-X REPLACING LEADING SPACE BY '0'
006380         IF WS-FOOT-LINES-X IS NUMERIC
006390             AND WS-FOOT-PAGES-X IS NUMERIC
006400             MOVE WS-FOOT-LINES TO RPT-LINES(WS-RPT-IX)
006410             MOVE WS-FOOT-PAGES TO RPT-PAGES(WS-RPT-IX)
006420             MOVE 'FOOTER' TO RPT-COUNT-FROM(WS-RPT-IX)
006430             GO TO 2100-EXIT
006440         END-IF
006450     END-IF.
006460     MOVE WS-IN-RECORDS TO RPT-LINES(WS-RPT-IX).
006470     COMPUTE RPT-PAGES(WS-RPT-IX) = (WS-IN-RECORDS + 54) / 55.
006480     MOVE 'COUNTED' TO RPT-COUNT-FROM(WS-RPT-IX).
006490 2100-EXIT.
006500     EXIT.
006510
006520 2150-READ-REPORT.
006530     READ REPORT-IN
006540         AT END MOVE 'Y' TO WS-IN-EOF-SW
006550     END-READ.
006560 2150-EXIT.
006570     EXIT.
006580
006590 2200-COUNT-RECORD.
006600     ADD 1 TO WS-IN-RECORDS.
006610     MOVE REPORT-IN-RECORD TO WS-LAST-RECORD.
006620     PERFORM 2150-READ-REPORT THRU 2150-EXIT.
006630 2200-EXIT.
006640     EXIT.
006650
006670*>    ONE BUNDLE PER RECIPIENT: THE COVER SHEET, THEN EVERY DUE
006680*>    REPORT THAT WAS PRODUCED, ONCE PER COPY ON ITS CARD. A
006690*>    RECIPIENT WHOSE BUNDLE DD IS NOT IN THE STEP GETS NOTHING
006700*>    AND IS CALLED OUT ON THE MANIFEST, RC=4.
006720 3000-BUILD-BUNDLES.
006730     MOVE ZERO TO WS-RCP-IX.
006740     PERFORM 3100-BUNDLE-ONE THRU 3100-EXIT
006750         WS-RCP-COUNT TIMES.
006760 3000-EXIT.
006770     EXIT.
006780
006790 3100-BUNDLE-ONE.
006800     ADD 1 TO WS-RCP-IX.
006810     MOVE RCP-NAME(WS-RCP-IX) TO WS-OUT-DDNAME.
006820     OPEN OUTPUT BUNDLE-FILE.
006830     IF WS-OUT-FILE-STATUS NOT = '00'
006840         DISPLAY 'RPTDIST - BUNDLE OPEN FAILED FOR '
006850             WS-OUT-DDNAME ' STATUS=' WS-OUT-FILE-STATUS
006860         MOVE 'N' TO RCP-STATE(WS-RCP-IX)
006870         ADD 1 TO WS-NO-DD-COUNT
006880         IF WS-DIST-RC < 4
006890             MOVE 4 TO WS-DIST-RC
006900         END-IF
006910         GO TO 3100-EXIT
006920     END-IF.
006930     MOVE 'B' TO RCP-STATE(WS-RCP-IX).
006940     ADD 1 TO WS-BUNDLE-COUNT.
006950     PERFORM 3200-COVER-SHEET THRU 3200-EXIT.
006960     MOVE ZERO TO WS-ROUTE-IX.
006970     PERFORM 3300-BUNDLE-ROUTE THRU 3300-EXIT
006980         WS-ROUTE-COUNT TIMES.
006990     MOVE RCP-REPORTS(WS-RCP-IX) TO WS-REPORTS-EDIT.
007000     MOVE RCP-COPIES(WS-RCP-IX) TO WS-SENT-EDIT.
007010     MOVE SPACES TO WS-BUNDLE-LINE.
007020     STRING 'END OF BUNDLE FOR ' WS-OUT-DDNAME ' - '
007030         WS-REPORTS-EDIT ' REPORTS IN ' WS-SENT-EDIT ' COPIES'
007040         DELIMITED BY SIZE INTO WS-BUNDLE-LINE.
007050     PERFORM 7100-BUNDLE-LINE THRU 7100-EXIT.
007060     CLOSE BUNDLE-FILE.
007070 3100-EXIT.
007080     EXIT.
007090
007100 3200-COVER-SHEET.
007110     MOVE ALL '=' TO WS-BUNDLE-LINE.
007120     PERFORM 7100-BUNDLE-LINE THRU 7100-EXIT.
007130     MOVE SPACES TO WS-BUNDLE-LINE.
007140     STRING 'REPORT BUNDLE FOR ' WS-OUT-DDNAME
007150         '    ENTITY ' WS-ENT-SHOW
007160         '    BUSINESS DATE ' WS-BUSINESS-DATE
007170         ' (' DAY-NAME(WS-DAY-IX) ')'
007180         DELIMITED BY SIZE INTO WS-BUNDLE-LINE.
007190     PERFORM 7100-BUNDLE-LINE THRU 7100-EXIT.
007200     MOVE SPACES TO WS-BUNDLE-LINE.
007210     PERFORM 7100-BUNDLE-LINE THRU 7100-EXIT.
007220     MOVE 'REPORT    COPIES    LINES  PAGES  DESCRIPTION'
007230         TO WS-BUNDLE-LINE.
007240     PERFORM 7100-BUNDLE-LINE THRU 7100-EXIT.
007250     MOVE ZERO TO WS-COVER-COUNT.
007260     MOVE ZERO TO WS-ROUTE-IX.
007270     PERFORM 3250-COVER-ROUTE THRU 3250-EXIT
007280         WS-ROUTE-COUNT TIMES.
007290     IF WS-COVER-COUNT = ZERO
007300         MOVE 'NOTHING IS DUE TO THIS RECIPIENT TONIGHT'
007310             TO WS-BUNDLE-LINE
007320         PERFORM 7100-BUNDLE-LINE THRU 7100-EXIT
007330     END-IF.
007340     MOVE ALL '=' TO WS-BUNDLE-LINE.
007350     PERFORM 7100-BUNDLE-LINE THRU 7100-EXIT.
007360 3200-EXIT.
007370     EXIT.
007380
007390 3250-COVER-ROUTE.
007400     ADD 1 TO WS-ROUTE-IX.
007410     IF RTE-RCP-IX(WS-ROUTE-IX) NOT = WS-RCP-IX
007420         OR RTE-DUE-SW(WS-ROUTE-IX) NOT = 'Y'
007430         GO TO 3250-EXIT
007440     END-IF.
007450     ADD 1 TO WS-COVER-COUNT.
007460     MOVE RTE-RPT-IX(WS-ROUTE-IX) TO WS-RPT-IX.
007470     MOVE SPACES TO WS-BUNDLE-LINE.
007480     IF RPT-PRODUCED-SW(WS-RPT-IX) NOT = 'Y'
007490         ADD 1 TO RCP-MISSING(WS-RCP-IX)
007500         STRING RPT-DDNAME(WS-RPT-IX)
007510             '  *** DUE BUT NOT PRODUCED TONIGHT - ITS STEP WAS '
007520             'BYPASSED OR FAILED'
007530             DELIMITED BY SIZE INTO WS-BUNDLE-LINE
007540         PERFORM 7100-BUNDLE-LINE THRU 7100-EXIT
007550         GO TO 3250-EXIT
007560     END-IF.
007570     MOVE RTE-COPIES(WS-ROUTE-IX) TO WS-COPIES-EDIT.
007580     MOVE RPT-LINES(WS-RPT-IX) TO WS-LINES-EDIT.
007590     MOVE RPT-PAGES(WS-RPT-IX) TO WS-PAGES-EDIT.
007600     STRING RPT-DDNAME(WS-RPT-IX) '      ' WS-COPIES-EDIT
007610         '  ' WS-LINES-EDIT '  ' WS-PAGES-EDIT '  '
007620         RPT-DESC(WS-RPT-IX)
007630         DELIMITED BY SIZE INTO WS-BUNDLE-LINE.
007640     PERFORM 7100-BUNDLE-LINE THRU 7100-EXIT.
007650 3250-EXIT.
007660     EXIT.
007670
007680 3300-BUNDLE-ROUTE.
007690     ADD 1 TO WS-ROUTE-IX.
007700     IF RTE-RCP-IX(WS-ROUTE-IX) NOT = WS-RCP-IX
007710         OR RTE-DUE-SW(WS-ROUTE-IX) NOT = 'Y'
007720         GO TO 3300-EXIT
007730     END-IF.
007740     MOVE RTE-RPT-IX(WS-ROUTE-IX) TO WS-RPT-IX.
007750     IF RPT-PRODUCED-SW(WS-RPT-IX) NOT = 'Y'
007760         GO TO 3300-EXIT
007770     END-IF.
007780     ADD 1 TO RCP-REPORTS(WS-RCP-IX).
007790     MOVE ZERO TO WS-COPY-IX.
007800     PERFORM 3400-COPY-REPORT THRU 3400-EXIT
007810         RTE-COPIES(WS-ROUTE-IX) TIMES.
007820 3300-EXIT.
007830     EXIT.
007840
007850 3400-COPY-REPORT.
007860     ADD 1 TO WS-COPY-IX.
007870     MOVE WS-COPY-IX TO WS-COPY-EDIT.
007880     MOVE RTE-COPIES(WS-ROUTE-IX) TO WS-COPIES-EDIT.
007890     MOVE SPACES TO WS-BUNDLE-LINE.
007900     STRING '---- ' RPT-DDNAME(WS-RPT-IX) ' - COPY '
007910         WS-COPY-EDIT ' OF ' WS-COPIES-EDIT ' - '
007920         RPT-DESC(WS-RPT-IX) ' ----'
007930         DELIMITED BY SIZE INTO WS-BUNDLE-LINE.
007940     PERFORM 7100-BUNDLE-LINE THRU 7100-EXIT.
007950     MOVE RPT-DDNAME(WS-RPT-IX) TO WS-IN-DDNAME.
007960     OPEN INPUT REPORT-IN.
007970     IF WS-IN-FILE-STATUS NOT = '00'
007980         DISPLAY 'RPTDIST - ' WS-IN-DDNAME ' COULD NOT BE '
007990             'REOPENED, STATUS=' WS-IN-FILE-STATUS
008000         MOVE '*** REPORT COULD NOT BE REOPENED - COPY MISSING'
008010             TO WS-BUNDLE-LINE
008020         PERFORM 7100-BUNDLE-LINE THRU 7100-EXIT
008030         IF WS-DIST-RC < 4
008040             MOVE 4 TO WS-DIST-RC
008050         END-IF
008060         GO TO 3400-EXIT
008070     END-IF.
008080     MOVE 'N' TO WS-IN-EOF-SW.
008090     PERFORM 2150-READ-REPORT THRU 2150-EXIT.
008100     PERFORM 3450-COPY-RECORD THRU 3450-EXIT
008110         UNTIL IN-EOF.
008120     CLOSE REPORT-IN.
008130     ADD 1 TO RCP-COPIES(WS-RCP-IX).
008140     ADD 1 TO WS-COPIES-SENT.
008150 3400-EXIT.
008160     EXIT.
008170
008180 3450-COPY-RECORD.
008190     MOVE REPORT-IN-RECORD TO WS-BUNDLE-LINE.
008200     PERFORM 7100-BUNDLE-LINE THRU 7100-EXIT.
008210     ADD 1 TO RCP-LINES(WS-RCP-IX).
008220     PERFORM 2150-READ-REPORT THRU 2150-EXIT.
008230 3450-EXIT.
008240     EXIT.
008250
008270*>    THE MANIFEST, PART ONE: EVERY ROUTED REPORT, ITS COUNTS AND
008280*>    WHERE THEY CAME FROM. A DUE REPORT THAT WAS NOT PRODUCED
008290*>    GETS A *** LINE OF ITS OWN, RC=4.
008310 4000-LIST-REPORTS.
008320     MOVE SPACES TO WS-REPORT-LINE.
008330     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008340     MOVE 'REPORTS ROUTED' TO WS-REPORT-LINE.
008350     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008360     MOVE SPACES TO WS-REPORT-LINE.
008370     STRING 'REPORT    DUE  STATUS                LINES  PAGES  '
008380         'COUNTS   DESCRIPTION'
008390         DELIMITED BY SIZE INTO WS-REPORT-LINE.
008400     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008410     MOVE ZERO TO WS-RPT-IX.
008420     PERFORM 4100-LIST-ONE-REPORT THRU 4100-EXIT
008430         WS-RPT-COUNT TIMES.
008440 4000-EXIT.
008450     EXIT.
008460
008470 4100-LIST-ONE-REPORT.
008480     ADD 1 TO WS-RPT-IX.
008490     IF RPT-DUE-SW(WS-RPT-IX) = 'Y'
008500         MOVE 'YES' TO WS-DUE-SHOW
008510     ELSE
008520         MOVE 'NO' TO WS-DUE-SHOW
008530     END-IF.
008540     EVALUATE TRUE
008550         WHEN RPT-PRODUCED-SW(WS-RPT-IX) = 'Y'
008560             AND RPT-DUE-SW(WS-RPT-IX) = 'Y'
008570             MOVE 'PRODUCED' TO WS-STATUS-SHOW
008580         WHEN RPT-PRODUCED-SW(WS-RPT-IX) = 'Y'
008590             MOVE 'PRODUCED, NOT SENT' TO WS-STATUS-SHOW
008600         WHEN RPT-DUE-SW(WS-RPT-IX) = 'Y'
008610             MOVE '*** NOT PRODUCED' TO WS-STATUS-SHOW
008620         WHEN OTHER
008630             MOVE 'NOT PRODUCED' TO WS-STATUS-SHOW
008640     END-EVALUATE.
008650     MOVE SPACES TO WS-REPORT-LINE.
008660     IF RPT-PRODUCED-SW(WS-RPT-IX) = 'Y'
008670         MOVE RPT-LINES(WS-RPT-IX) TO WS-LINES-EDIT
008680         MOVE RPT-PAGES(WS-RPT-IX) TO WS-PAGES-EDIT
008690         STRING RPT-DDNAME(WS-RPT-IX) '  ' WS-DUE-SHOW '  '
008700             WS-STATUS-SHOW ' ' WS-LINES-EDIT '  '
008710             WS-PAGES-EDIT '  ' RPT-COUNT-FROM(WS-RPT-IX)
008720             '  ' RPT-DESC(WS-RPT-IX)
008730             DELIMITED BY SIZE INTO WS-REPORT-LINE
008740     ELSE
008750         STRING RPT-DDNAME(WS-RPT-IX) '  ' WS-DUE-SHOW '  '
008760             WS-STATUS-SHOW '                           '
008770             RPT-DESC(WS-RPT-IX)
008780             DELIMITED BY SIZE INTO WS-REPORT-LINE
008790     END-IF.
008800     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
008810     IF RPT-PRODUCED-SW(WS-RPT-IX) NOT = 'Y'
008820         AND RPT-DUE-SW(WS-RPT-IX) = 'Y'
008830         ADD 1 TO WS-MISSING-COUNT
008840         IF WS-DIST-RC < 4
008850             MOVE 4 TO WS-DIST-RC
008860         END-IF
008870         MOVE SPACES TO WS-REPORT-LINE
008880         STRING '          *** ' RPT-DDNAME(WS-RPT-IX)
008890             ' WAS DUE TONIGHT BUT NOT PRODUCED - ITS STEP WAS '
008900             'BYPASSED OR FAILED. THE COVER SHEETS SAY SO.'
008910             DELIMITED BY SIZE INTO WS-REPORT-LINE
008920         PERFORM 7000-PRINT-LINE THRU 7000-EXIT
008930     END-IF.
008940 4100-EXIT.
008950     EXIT.
008960
008980*>    THE MANIFEST, PART TWO: WHAT WENT TO WHOM.
009000 5000-LIST-RECIPIENTS.
009010     MOVE SPACES TO WS-REPORT-LINE.
009020     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009030     MOVE 'DELIVERY' TO WS-REPORT-LINE.
009040     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009050     MOVE 'RECIPIENT  REPORTS  COPIES    LINES  MISSING  BUNDLE'
009060         TO WS-REPORT-LINE.
009070     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009080     MOVE ZERO TO WS-RCP-IX.
009090     PERFORM 5100-LIST-ONE-RECIPIENT THRU 5100-EXIT
009100         WS-RCP-COUNT TIMES.
009110 5000-EXIT.
009120     EXIT.
009130
009140 5100-LIST-ONE-RECIPIENT.
009150     ADD 1 TO WS-RCP-IX.
009160     EVALUATE TRUE
009170         WHEN RCP-STATE(WS-RCP-IX) NOT = 'B'
009180             MOVE '*** NOT DELIVERED - NO DD FOR THE BUNDLE'
009190                 TO WS-RCP-STATUS-SHOW
009200         WHEN RCP-REPORTS(WS-RCP-IX) = ZERO
009210             AND RCP-MISSING(WS-RCP-IX) = ZERO
009220             MOVE 'COVER SHEET ONLY - NOTHING DUE'
009230                 TO WS-RCP-STATUS-SHOW
009240         WHEN RCP-MISSING(WS-RCP-IX) > ZERO
009250             MOVE 'DELIVERED SHORT - SEE COVER SHEET'
009260                 TO WS-RCP-STATUS-SHOW
009270         WHEN OTHER
009280             MOVE 'DELIVERED' TO WS-RCP-STATUS-SHOW
009290     END-EVALUATE.
009300     MOVE RCP-REPORTS(WS-RCP-IX) TO WS-REPORTS-EDIT.
009310     MOVE RCP-COPIES(WS-RCP-IX) TO WS-SENT-EDIT.
009320     MOVE RCP-LINES(WS-RCP-IX) TO WS-LINES-EDIT.
009330     MOVE RCP-MISSING(WS-RCP-IX) TO WS-MISS-EDIT.
009340     MOVE SPACES TO WS-REPORT-LINE.
009350     STRING RCP-NAME(WS-RCP-IX) '       ' WS-REPORTS-EDIT
009360         '   ' WS-SENT-EDIT '  ' WS-LINES-EDIT '      '
009370         WS-MISS-EDIT '  ' WS-RCP-STATUS-SHOW
009380         DELIMITED BY SIZE INTO WS-REPORT-LINE.
009390     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009400 5100-EXIT.
009410     EXIT.
009420
009430 7000-PRINT-LINE.
009440     MOVE 'WRITE' TO PRT-FUNC.
009450     MOVE WS-REPORT-LINE TO PRT-LINE.
009460     CALL 'PRINTSVC' USING PRINT-AREA.
009470 7000-EXIT.
009480     EXIT.
009490
009500 7100-BUNDLE-LINE.
009510     WRITE BUNDLE-RECORD FROM WS-BUNDLE-LINE.
009520 7100-EXIT.
009530     EXIT.
009540
009550 8000-WRITE-TOTALS.
009560     MOVE SPACES TO WS-REPORT-LINE.
009570     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009580     MOVE SPACES TO WS-REPORT-LINE.
009590     STRING 'ROUTING CARDS ' WS-CARD-COUNT
009600         '  REJECTED ' WS-BAD-CARD-COUNT
009610         '  REPORTS DUE ' WS-DUE-COUNT
009620         '  PRODUCED ' WS-PRODUCED-COUNT
009630         '  DUE BUT NOT PRODUCED ' WS-MISSING-COUNT
009640         DELIMITED BY SIZE INTO WS-REPORT-LINE.
009650     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009660     MOVE SPACES TO WS-REPORT-LINE.
009670     STRING 'RECIPIENTS BUNDLED ' WS-BUNDLE-COUNT
009680         '  WITH NO BUNDLE DD ' WS-NO-DD-COUNT
009690         '  REPORT COPIES SENT ' WS-COPIES-SENT
009700         DELIMITED BY SIZE INTO WS-REPORT-LINE.
009710     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009720     MOVE SPACES TO WS-REPORT-LINE.
009730     EVALUATE WS-DIST-RC
009740         WHEN ZERO
009750             MOVE 'RC=0 - EVERY DUE REPORT PRODUCED AND DELIVERED'
009760                 TO WS-REPORT-LINE
009770         WHEN 4
009780             MOVE 'RC=4 - SEE THE *** LINES' TO WS-REPORT-LINE
009790         WHEN OTHER
009800             MOVE 'RC=8 - NOTHING DISTRIBUTED' TO WS-REPORT-LINE
009810     END-EVALUATE.
009820     PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009830     DISPLAY 'RPTDIST - ' WS-ENT-SHOW ' DUE ' WS-DUE-COUNT
009840         ' PRODUCED ' WS-PRODUCED-COUNT ' NOT PRODUCED '
009850         WS-MISSING-COUNT ' BUNDLES ' WS-BUNDLE-COUNT
009860         ' RC=' WS-DIST-RC.
009870 8000-EXIT.
009880     EXIT.
009890
009900 9000-TERMINATE.
009910     MOVE 'CLOSE' TO PRT-FUNC.
009920     CALL 'PRINTSVC' USING PRINT-AREA.
009930     MOVE WS-DIST-RC TO WS-AUDIT-RC.
009940     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
009950         WS-AUDIT-RC.
009960     MOVE WS-DIST-RC TO RETURN-CODE.
009970 9000-EXIT.
009980     EXIT.
