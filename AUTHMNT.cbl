000000 *> ................................................................... <*
000000 *> CBL - AUTHMNT                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/17 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/17 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> BATCH MAINTENANCE FOR THE USERAUTH USER-AUTHORITY KSDS THE
000000 *> CICS SCREENS CHECK THROUGH AUTHCHK, IN THE PREPOMNT STYLE.
000000 *> NOBODY GRANTS THEMSELVES ACCESS: A CHANGE IS SUBMITTED WITH
000000 *> PCHGSUB (TARGET USERAUTH), APPROVED BY A SECOND USER (PCHGREV
000000 *> OR THE PCHGWB SCREEN), AND ONLY THEN READ HERE OFF THE SHARED
000000 *> PENDCHG FILE. CARDS CARRY AN ACTION BYTE (A ADD, C CHANGE,
000000 *> D DELETE) FOLLOWED BY USERID (8), SCREEN PROGRAM (8) AND
000000 *> LEVEL (1 - I INQUIRE, U UPDATE); DELETES ONLY NEED THE KEY.
000000 *> A PROGRAM THAT IS NOT ONE OF THE SCREENS, OR A LEVEL THAT IS
000000 *> NOT I OR U, IS REJECTED. EVERY APPLIED UPDATE FILES ITS
000000 *> BEFORE/AFTER IMAGES WITH THE SHARED JRNLSVC CHANGE JOURNAL,
000000 *> EACH CHANGE IS MARKED DONE OR FAILED ON PENDCHG - WHERE SECRPT
000000 *> PICKS IT UP FOR THE NIGHTLY SECURITY REPORT - AND THE AUTHRPT
000000 *> APPLY REPORT ENDS WITH THE FULL AUTHORITY LISTING. RC=4 WHEN
000000 *> ANYTHING REJECTED, 12 WHEN USERAUTH CANNOT BE OPENED.
000000 *> 2026/09/18 TD - BREGWB (BATCH-REGISTER WORKBENCH) ADDED TO
000000 *>                 THE SCREENS AUTHORITY MAY BE GRANTED FOR.
000000 *> 2026/09/28 TD - ADJWB (MANUAL-ADJUSTMENT ENTRY) ADDED TO THE
000000 *>                 SCREENS AUTHORITY MAY BE GRANTED FOR.
000000 *> 2026/10/05 TD - BRDINQ (STREAM STATUS BOARD) ADDED TO THE
000000 *>                 SCREENS AUTHORITY MAY BE GRANTED FOR.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUTHMNT.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT AUTH-FILE ASSIGN TO "USERAUTH"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS UAUTH-KEY
000370         FILE STATUS IS WS-AUTH-FILE-STATUS.
000380     SELECT PEND-FILE ASSIGN TO "PENDCHG"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PCHG-KEY
000420         FILE STATUS IS WS-PEND-FILE-STATUS.
000430     SELECT REPORT-FILE ASSIGN TO "AUTHRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  AUTH-FILE.
000530     COPY UAUTHREC.
000540 FD  PEND-FILE.
000550     COPY PCHGREC.
000560 FD  REPORT-FILE.
000570 01  REPORT-RECORD PIC X(100).
000600 WORKING-STORAGE SECTION.
000610     COPY JRNLLINK.
000620     77 WS-AUTH-FILE-STATUS PIC XX VALUE '00'.
000630     77 WS-PEND-FILE-STATUS PIC XX VALUE '00'.
000640     77 WS-REPORT-LINE PIC X(100).
000650     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000660         88 EOF-YES VALUE 'Y'.
000670     77 WS-LIST-EOF-SW PIC X VALUE 'N'.
000680         88 LIST-EOF VALUE 'Y'.
000690     77 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
000700     77 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
000710     77 WS-DELETE-COUNT PIC 9(5) VALUE ZERO.
000720     77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
000730     77 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
000740     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000750     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000760     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000770     77 WS-MAINT-RC PIC S9(4) VALUE ZERO.
000780     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'AUTHMNT'.
000790     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000800     77 WS-PEND-TARGET PIC X(8) VALUE 'USERAUTH'.
000810*>    ONE AUTHORITY TABLE SERVES EVERY ENTITY, SO ITS CHANGES
000820*>    ARE FILED WITH A BLANK ENTITY.
000830     77 WS-PEND-ENTITY PIC X(2) VALUE SPACES.
000840     77 WS-PEND-FOUND-SW PIC X VALUE 'N'.
000850         88 PEND-FOUND VALUE 'Y'.
000860     77 WS-PRIOR-REJECTS PIC 9(5) VALUE ZERO.
000870     77 WS-APPLY-SHOW PIC X(11) VALUE SPACES.
000880     77 WS-REJECT-WHY PIC X(30) VALUE SPACES.
000890*>    THE APPROVED CARD BEING APPLIED, AS PCHGSUB TOOK IT IN.
000900 01  ARPT-RECORD.
000910     05 ARPT-ACTION PIC X.
000920     05 ARPT-DATA.
000930         10 ARPT-USERID PIC X(8).
000940         10 ARPT-PROGRAM PIC X(8).
000950             88 ARPT-KNOWN-SCREEN VALUE 'MAINTSCR' 'SUSPWB'
000960                 'CKPTINQ' 'STRINQ' 'TRCINQ' 'HOLDWB' 'PCHGWB'
000965                 'BREGWB' 'ADJWB' 'BRDINQ'.
000970         10 ARPT-LEVEL PIC X.
000980             88 ARPT-LEVEL-VALID VALUE 'I' 'U'.
001000 PROCEDURE DIVISION.
001010 0000-MAIN.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001030     PERFORM 2000-APPLY-ONE THRU 2000-EXIT
001040         UNTIL EOF-YES.
001050     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
001060     PERFORM 6000-LIST-AUTHORITY THRU 6000-EXIT.
001070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001080     GOBACK.
001090
001100 1000-INITIALIZE.
001110     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001120         WS-AUDIT-RC.
001130     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
001140         WS-RUNCTL-RC
001150         ON EXCEPTION
001160             ACCEPT WS-BUSINESS-DATE FROM DATE
001170     END-CALL.
001180     OPEN I-O AUTH-FILE.
001190     IF WS-AUTH-FILE-STATUS = '35'
001200*>        FIRST EVER GRANT - CREATE THE EMPTY CLUSTER, THEN
001210*>        REOPEN I-O SO READS AND THE LISTING SWEEP WORK.
001220         OPEN OUTPUT AUTH-FILE
001230         CLOSE AUTH-FILE
001240         OPEN I-O AUTH-FILE
001250     END-IF.
001260     IF WS-AUTH-FILE-STATUS NOT = '00'
001270         DISPLAY '*** USERAUTH OPEN FAILED, STATUS='
001280             WS-AUTH-FILE-STATUS
001290         MOVE 'Y' TO WS-EOF-SWITCH
001300         MOVE 'Y' TO WS-LIST-EOF-SW
001310         MOVE 12 TO WS-MAINT-RC
001320     END-IF.
001330     OPEN OUTPUT REPORT-FILE.
001340     MOVE 'USER-AUTHORITY APPLY REPORT - AUTHMNT'
001350         TO WS-REPORT-LINE.
001360     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001370     IF WS-EOF-SWITCH NOT = 'Y'
001380         PERFORM 1050-OPEN-PENDING THRU 1050-EXIT
001390     END-IF.
001400 1000-EXIT.
001410     EXIT.
001420
001430*>    THE CARDS ARE THE APPROVED USERAUTH CHANGES ON THE SHARED
001440*>    PENDCHG FILE - NOTHING ELSE IS EVER APPLIED. THEY ARE READ
001450*>    IN THE ORDER THEY WERE SUBMITTED.
001460 1050-OPEN-PENDING.
001470     OPEN I-O PEND-FILE.
001480     IF WS-PEND-FILE-STATUS NOT = '00'
001490         DISPLAY 'AUTHMNT - PENDCHG OPEN FAILED, STATUS='
001500             WS-PEND-FILE-STATUS
001510         MOVE 'NO PENDING-CHANGE FILE - NOTHING APPLIED'
001520             TO WS-REPORT-LINE
001530         WRITE REPORT-RECORD FROM WS-REPORT-LINE
001540         MOVE 'Y' TO WS-EOF-SWITCH
001550         GO TO 1050-EXIT
001560     END-IF.
001570     MOVE WS-PEND-TARGET TO PCHG-TARGET.
001580     MOVE WS-PEND-ENTITY TO PCHG-ENTITY.
001590     MOVE ZERO TO PCHG-SUB-DATE.
001600     MOVE ZERO TO PCHG-SUB-TIME.
001610     MOVE ZERO TO PCHG-SEQ.
001620     START PEND-FILE KEY NOT < PCHG-KEY
001630         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
001640     END-START.
001650     IF WS-EOF-SWITCH NOT = 'Y'
001660         PERFORM 1100-READ-TRAN THRU 1100-EXIT
001670     END-IF.
001680 1050-EXIT.
001690     EXIT.
001700
001710 1100-READ-TRAN.
001720     MOVE SPACES TO ARPT-RECORD.
001730     MOVE 'N' TO WS-PEND-FOUND-SW.
001740     PERFORM 1150-NEXT-PENDING THRU 1150-EXIT
001750         UNTIL PEND-FOUND OR EOF-YES.
001760 1100-EXIT.
001770     EXIT.
001780
001790*>    PENDING, REJECTED, EXPIRED AND FINISHED CHANGES ARE PASSED
001800*>    OVER; THE FIRST KEY PAST THIS FILE ENDS THE RUN.
001810 1150-NEXT-PENDING.
001820     READ PEND-FILE NEXT RECORD
001830         AT END
001840             MOVE 'Y' TO WS-EOF-SWITCH
001850             GO TO 1150-EXIT
001860     END-READ.
001870     IF PCHG-TARGET NOT = WS-PEND-TARGET
001880         OR PCHG-ENTITY NOT = WS-PEND-ENTITY
001890         MOVE 'Y' TO WS-EOF-SWITCH
001900         GO TO 1150-EXIT
001910     END-IF.
001920     IF PCHG-APPROVED
001930         MOVE PCHG-CARD TO ARPT-RECORD
001940         MOVE 'Y' TO WS-PEND-FOUND-SW
001950     END-IF.
001960 1150-EXIT.
001970     EXIT.
001980
002000 2000-APPLY-ONE.
002010     MOVE WS-REJECT-COUNT TO WS-PRIOR-REJECTS.
002020     EVALUATE ARPT-ACTION
002030         WHEN 'A'
002040             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
002050         WHEN 'C'
002060             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
002070         WHEN 'D'
002080             PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
002090         WHEN OTHER
002100             MOVE 'UNKNOWN ACTION' TO WS-REJECT-WHY
002110             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002120     END-EVALUATE.
002130     PERFORM 2900-CLOSE-CHANGE THRU 2900-EXIT.
002140     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
002150 2000-EXIT.
002160     EXIT.
002170
002180*>    A GRANT MUST NAME A REAL USER, ONE OF THE SCREENS THAT
002190*>    ASKS AUTHCHK, AND A LEVEL AUTHCHK UNDERSTANDS - ANYTHING
002200*>    ELSE WOULD SIT ON THE FILE GRANTING NOTHING, OR WORSE.
002210 2050-EDIT-GRANT.
002220     MOVE SPACES TO WS-REJECT-WHY.
002230     IF ARPT-USERID = SPACES
002240         MOVE 'NO USERID' TO WS-REJECT-WHY
002250         GO TO 2050-EXIT
002260     END-IF.
002270     IF NOT ARPT-KNOWN-SCREEN
002280         MOVE 'NOT A CHECKED SCREEN' TO WS-REJECT-WHY
002290         GO TO 2050-EXIT
002300     END-IF.
002310     IF NOT ARPT-LEVEL-VALID
002320         MOVE 'LEVEL MUST BE I OR U' TO WS-REJECT-WHY
002330     END-IF.
002340 2050-EXIT.
002350     EXIT.
002360
002400 2100-APPLY-ADD.
002410     PERFORM 2050-EDIT-GRANT THRU 2050-EXIT.
002420     IF WS-REJECT-WHY NOT = SPACES
002430         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002440         GO TO 2100-EXIT
002450     END-IF.
002460     MOVE SPACES TO UAUTH-RECORD.
002470     MOVE ARPT-USERID TO UAUTH-USERID.
002480     MOVE ARPT-PROGRAM TO UAUTH-PROGRAM.
002490     MOVE ARPT-LEVEL TO UAUTH-LEVEL.
002500     MOVE WS-BUSINESS-DATE TO UAUTH-CHG-DATE.
002510     WRITE UAUTH-RECORD
002520         INVALID KEY
002530             MOVE 'ALREADY ON FILE' TO WS-REJECT-WHY
002540             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002550         NOT INVALID KEY
002560             ADD 1 TO WS-ADD-COUNT
002570             MOVE SPACES TO JRNL-BEFORE-IMAGE
002580             MOVE 'ADD' TO JRNL-ACTION
002590             PERFORM 2800-JOURNAL-UPDATE THRU 2800-EXIT
002600     END-WRITE.
002610 2100-EXIT.
002620     EXIT.
002630
002700 2200-APPLY-CHANGE.
002710     PERFORM 2050-EDIT-GRANT THRU 2050-EXIT.
002720     IF WS-REJECT-WHY NOT = SPACES
002730         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002740         GO TO 2200-EXIT
002750     END-IF.
002760     MOVE ARPT-USERID TO UAUTH-USERID.
002770     MOVE ARPT-PROGRAM TO UAUTH-PROGRAM.
002780     READ AUTH-FILE
002790         INVALID KEY
002800             MOVE 'NOT ON FILE' TO WS-REJECT-WHY
002810             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002820         NOT INVALID KEY
002830             PERFORM 2250-REWRITE-RECORD THRU 2250-EXIT
002840     END-READ.
002850 2200-EXIT.
002860     EXIT.
002870
002900 2250-REWRITE-RECORD.
002910     MOVE SPACES TO JRNL-BEFORE-IMAGE.
002920     MOVE UAUTH-RECORD TO JRNL-BEFORE-IMAGE.
002930     MOVE ARPT-LEVEL TO UAUTH-LEVEL.
002940     MOVE WS-BUSINESS-DATE TO UAUTH-CHG-DATE.
002950     REWRITE UAUTH-RECORD.
002960     ADD 1 TO WS-CHANGE-COUNT.
002970     MOVE 'CHANGE' TO JRNL-ACTION.
002980     PERFORM 2800-JOURNAL-UPDATE THRU 2800-EXIT.
002990 2250-EXIT.
003000     EXIT.
003010
003100 2300-APPLY-DELETE.
003110     MOVE ARPT-USERID TO UAUTH-USERID.
003120     MOVE ARPT-PROGRAM TO UAUTH-PROGRAM.
003130     READ AUTH-FILE
003140         INVALID KEY
003150             MOVE 'NOT ON FILE' TO WS-REJECT-WHY
003160             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
003170         NOT INVALID KEY
003180             PERFORM 2350-DELETE-RECORD THRU 2350-EXIT
003190     END-READ.
003200 2300-EXIT.
003210     EXIT.
003220
003300 2350-DELETE-RECORD.
003310     MOVE SPACES TO JRNL-BEFORE-IMAGE.
003320     MOVE UAUTH-RECORD TO JRNL-BEFORE-IMAGE.
003330     DELETE AUTH-FILE.
003340     ADD 1 TO WS-DELETE-COUNT.
003350     MOVE 'DELETE' TO JRNL-ACTION.
003360     MOVE SPACES TO JRNL-AFTER-IMAGE.
003370     MOVE 'USERAUTH' TO JRNL-FILE-NAME.
003380     MOVE WS-AUDIT-PGM-NAME TO JRNL-PGM-NAME.
003390     CALL 'JRNLSVC' USING JRNLSVC-AREA
003400         ON EXCEPTION
003410             CONTINUE
003420     END-CALL.
003430 2350-EXIT.
003440     EXIT.
003450
003500 2400-REJECT-TRAN.
003510     ADD 1 TO WS-REJECT-COUNT.
003520     MOVE SPACES TO WS-REPORT-LINE.
003530     STRING 'REJECT - ACTION ' ARPT-ACTION
003540         ' USER ' ARPT-USERID ' SCREEN ' ARPT-PROGRAM
003550         ' LEVEL ' ARPT-LEVEL ' - ' WS-REJECT-WHY
003560         DELIMITED BY SIZE INTO WS-REPORT-LINE.
003570     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
003580 2400-EXIT.
003590     EXIT.
003600
003700*>    THE APPLIED ADD OR CHANGE GOES TO THE SHARED CHANGE
003710*>    JOURNAL WITH ITS AFTER IMAGE - THE CALLER SET THE ACTION
003720*>    AND BEFORE IMAGE FIRST. A SERVICE NOT IN THE STEPLIB JUST
003730*>    MEANS NO JOURNALING THIS RUN.
003740 2800-JOURNAL-UPDATE.
003750     MOVE 'USERAUTH' TO JRNL-FILE-NAME.
003760     MOVE WS-AUDIT-PGM-NAME TO JRNL-PGM-NAME.
003770     MOVE SPACES TO JRNL-AFTER-IMAGE.
003780     MOVE UAUTH-RECORD TO JRNL-AFTER-IMAGE.
003790     CALL 'JRNLSVC' USING JRNLSVC-AREA
003800         ON EXCEPTION
003810             CONTINUE
003820     END-CALL.
003830 2800-EXIT.
003840     EXIT.
003850
003900*>    THE CHANGE IS MARKED DONE, OR FAILED WHEN THE CARD WAS
003910*>    REJECTED ABOVE, SO IT IS NEVER APPLIED TWICE - AND THE
003920*>    REPORT SHOWS WHO ASKED FOR IT AND WHO AGREED.
003930 2900-CLOSE-CHANGE.
003940     IF WS-REJECT-COUNT > WS-PRIOR-REJECTS
003950         MOVE 'F' TO PCHG-STATUS
003960         MOVE 'NOT APPLIED' TO WS-APPLY-SHOW
003970     ELSE
003980         MOVE 'D' TO PCHG-STATUS
003990         MOVE 'APPLIED' TO WS-APPLY-SHOW
004000     END-IF.
004010     MOVE WS-BUSINESS-DATE TO PCHG-APPLY-DATE.
004020     REWRITE PCHG-RECORD.
004030     MOVE SPACES TO WS-REPORT-LINE.
004040     STRING WS-APPLY-SHOW ' ' ARPT-ACTION ' ' ARPT-DATA
004050         ' SUB BY ' PCHG-SUB-USERID ' ' PCHG-SUB-DATE
004060         ' APP BY ' PCHG-REV-USERID ' ' PCHG-REV-DATE
004070         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004080     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004090 2900-EXIT.
004100     EXIT.
004110
004200 3000-WRITE-TOTALS.
004210     MOVE SPACES TO WS-REPORT-LINE.
004220     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004230     MOVE SPACES TO WS-REPORT-LINE.
004240     STRING 'ADDS=' WS-ADD-COUNT
004250         ' CHANGES=' WS-CHANGE-COUNT
004260         ' DELETES=' WS-DELETE-COUNT
004270         ' REJECTS=' WS-REJECT-COUNT
004280         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004290     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004300     IF WS-REJECT-COUNT > ZERO AND WS-MAINT-RC = ZERO
004310         MOVE 4 TO WS-MAINT-RC
004320     END-IF.
004330 3000-EXIT.
004340     EXIT.
004350
004400*>    THE LISTING: WHO MAY DO WHAT ON WHICH SCREEN AS FROM
004410*>    TONIGHT, IN USERID ORDER - THE PAGE THE SECURITY OFFICER
004420*>    SIGNS OFF.
004500 6000-LIST-AUTHORITY.
004510     IF WS-MAINT-RC = 12
004520         GO TO 6000-EXIT
004530     END-IF.
004540     MOVE SPACES TO WS-REPORT-LINE.
004550     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004560     MOVE SPACES TO WS-REPORT-LINE.
004570     STRING 'AUTHORITY LISTING - BUSINESS DATE '
004580         WS-BUSINESS-DATE DELIMITED BY SIZE
004590         INTO WS-REPORT-LINE.
004600     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004610     MOVE LOW-VALUES TO UAUTH-KEY.
004620     START AUTH-FILE KEY NOT < UAUTH-KEY
004630         INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SW
004640     END-START.
004650     PERFORM 6100-LIST-ONE THRU 6100-EXIT
004660         UNTIL LIST-EOF.
004670     MOVE SPACES TO WS-REPORT-LINE.
004680     STRING 'AUTHORITY RECORDS=' WS-LIST-COUNT
004690         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004700     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004710 6000-EXIT.
004720     EXIT.
004730
004800 6100-LIST-ONE.
004810     READ AUTH-FILE NEXT RECORD
004820         AT END
004830             MOVE 'Y' TO WS-LIST-EOF-SW
004840             GO TO 6100-EXIT
004850     END-READ.
004860     ADD 1 TO WS-LIST-COUNT.
004870     MOVE SPACES TO WS-REPORT-LINE.
004880     IF UAUTH-UPDATE
004890         STRING '  ' UAUTH-USERID ' ' UAUTH-PROGRAM
004900             ' UPDATE   SINCE ' UAUTH-CHG-DATE
004910             DELIMITED BY SIZE INTO WS-REPORT-LINE
004920     ELSE
004930         STRING '  ' UAUTH-USERID ' ' UAUTH-PROGRAM
004940             ' INQUIRE  SINCE ' UAUTH-CHG-DATE
004950             DELIMITED BY SIZE INTO WS-REPORT-LINE
004960     END-IF.
004970     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004980 6100-EXIT.
004990     EXIT.
005000
005100 9000-TERMINATE.
005110     CLOSE AUTH-FILE.
005120     CLOSE PEND-FILE.
005130     CLOSE REPORT-FILE.
005140     MOVE WS-MAINT-RC TO WS-AUDIT-RC.
005150     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
005160         WS-AUDIT-RC.
005170     MOVE WS-MAINT-RC TO RETURN-CODE.
005180 9000-EXIT.
005190     EXIT.
