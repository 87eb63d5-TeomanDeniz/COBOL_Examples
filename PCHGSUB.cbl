000000 *> ................................................................... <*
000000 *> CBL - PCHGSUB                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/16 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/16 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> SUBMISSION SIDE OF THE FOUR-EYES CONTROL OVER REFERENCE-DATA
000000 *> MAINTENANCE. A CHANGE TO PARMREPO, GLMAPF, CURRFILE, CALFILE
000000 *> OR STRFILE NO LONGER GOES STRAIGHT TO ITS MAINTENANCE
000000 *> PROGRAM - IT IS SUBMITTED HERE AND LANDS ON THE SHARED
000000 *> PENDCHG KSDS AS A PENDING CHANGE CARRYING THE SUBMITTER'S
000000 *> ID. A SECOND, DIFFERENT USER THEN APPROVES OR REJECTS IT
000000 *> (PCHGREV IN BATCH, PCHGWB ON THE SCREEN) AND ONLY APPROVED
000000 *> CHANGES ARE APPLIED BY THE NEXT MAINTENANCE RUN. PCHGIN CARDS:
000000 *>   COLS  1-  8  SUBMITTER'S USERID
000000 *>   COLS 10- 17  TARGET FILE - PARMREPO, GLMAPF, CURRFILE,
000000 *>                CALFILE OR STRFILE
000000 *>   COLS 19- 20  ENTITY (BLANK FOR THE HOME ONE) - ONLY GLMAPF
000000 *>                AND CALFILE ARE KEPT PER ENTITY
000000 *>   COLS 22-148  THE MAINTENANCE CARD EXACTLY AS THE TARGET'S
000000 *>                PROGRAM HAS ALWAYS READ IT, ACTION BYTE FIRST
000000 *> A CARD WITH '*' IN COLUMN 1 IS A COMMENT. A CARD WITH NO
000000 *> USERID, AN UNKNOWN TARGET, AN ENTITY ON A SHARED FILE, AN
000000 *> ACTION THE TARGET DOES NOT TAKE OR NOTHING AFTER THE ACTION
000000 *> IS REJECTED ON THE PCHGRPT REPORT. EACH ACCEPTED CARD IS
000000 *> LISTED WITH ITS 26-BYTE PENDING-CHANGE KEY - THE KEY THE
000000 *> REVIEWER QUOTES. RC=4 WHEN ANYTHING REJECTED, 12 WHEN
000000 *> PENDCHG CANNOT BE OPENED OR WRITTEN.
000000 *> 2026/09/17 TD - NEW SHARED TARGET USERAUTH - SCREEN AUTHORITY
000000 *>                 CHANGES (A, C OR D) GO THROUGH THE SAME
000000 *>                 SECOND-USER APPROVAL; AUTHMNT APPLIES THEM.
000000 *> 2026/10/01 TD - A CALFILE CARD CARRYING A CURRENCY (CARD
000000 *>                 COLUMNS 29-31) IS A SETTLEMENT HOLIDAY FOR THE
000000 *>                 SHARED CCYCAL AND MUST HAVE A BLANK ENTITY.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PCHGSUB.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT PEND-FILE ASSIGN TO "PENDCHG"
000160         ORGANIZATION IS INDEXED
000170         ACCESS MODE IS RANDOM
000180         RECORD KEY IS PCHG-KEY
000190         FILE STATUS IS WS-PEND-FILE-STATUS.
000200     SELECT SUBMIT-FILE ASSIGN TO "PCHGIN"
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-SUBMIT-FILE-STATUS.
000230     SELECT REPORT-FILE ASSIGN TO "PCHGRPT"
000240         ORGANIZATION IS LINE SEQUENTIAL.
000250 DATA DIVISION.
000260 FILE SECTION.
000270 FD  PEND-FILE.
000280     COPY PCHGREC.
000290 FD  SUBMIT-FILE.
000300 01  PSUB-RECORD.
000310     05 PSUB-USERID PIC X(8).
000320     05 FILLER PIC X.
000330     05 PSUB-TARGET PIC X(8).
000340     05 FILLER PIC X.
000350     05 PSUB-ENTITY PIC X(2).
000360     05 FILLER PIC X.
000370     05 PSUB-CARD.
000380         10 PSUB-ACTION PIC X.
000390         10 PSUB-DATA PIC X(126).
000400 FD  REPORT-FILE.
000410 01  REPORT-RECORD PIC X(132).
000420 WORKING-STORAGE SECTION.
000430     77 WS-PEND-FILE-STATUS PIC XX VALUE '00'.
000440     77 WS-SUBMIT-FILE-STATUS PIC XX VALUE '00'.
000450     77 WS-REPORT-LINE PIC X(132).
000460     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000470         88 EOF-YES VALUE 'Y'.
000480     77 WS-WRITE-DONE-SW PIC X VALUE 'N'.
000490         88 WRITE-DONE VALUE 'Y'.
000500     77 WS-CARD-ERROR PIC X(30) VALUE SPACES.
000510     77 WS-SHARED-SW PIC X VALUE 'N'.
000520         88 TARGET-SHARED VALUE 'Y'.
000530     77 WS-NEXT-SEQ PIC 9(4) VALUE ZERO.
000550     77 WS-READ-COUNT PIC 9(5) VALUE ZERO.
000560     77 WS-SUBMIT-COUNT PIC 9(5) VALUE ZERO.
000570     77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
000580     77 WS-NOW-TIME PIC 9(8) VALUE ZERO.
000590     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000600     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000610     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000620     77 WS-SUBMIT-RC PIC S9(4) VALUE ZERO.
000630     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'PCHGSUB'.
000640     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000650 PROCEDURE DIVISION.
000660 0000-MAIN.
000670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000680     PERFORM 2000-SUBMIT-ONE THRU 2000-EXIT
000690         UNTIL EOF-YES.
000700     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
000710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000720     GOBACK.
000730
000740*>    EVERY CARD IN THE RUN IS STAMPED WITH THE BUSINESS DATE AND
000750*>    THE TIME THE RUN STARTED; THE SEQUENCE KEEPS THEM APART AND
000760*>    IN CARD ORDER.
000770 1000-INITIALIZE.
000780     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
000790         WS-AUDIT-RC.
000800     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
000810         WS-RUNCTL-RC
000820         ON EXCEPTION
000830             ACCEPT WS-BUSINESS-DATE FROM DATE
000840     END-CALL.
000850     ACCEPT WS-NOW-TIME FROM TIME.
000860     OPEN I-O PEND-FILE.
000870     IF WS-PEND-FILE-STATUS = '35'
000880*>        FIRST EVER SUBMISSION - CREATE THE EMPTY CLUSTER, THEN
000890*>        REOPEN I-O SO A TAKEN KEY COMES BACK AS A 22.
000900         OPEN OUTPUT PEND-FILE
000910         CLOSE PEND-FILE
000920         OPEN I-O PEND-FILE
000930     END-IF.
000940     IF WS-PEND-FILE-STATUS NOT = '00'
000950         DISPLAY '*** PENDCHG OPEN FAILED, STATUS='
000960             WS-PEND-FILE-STATUS
000970         MOVE 'Y' TO WS-EOF-SWITCH
000980         MOVE 12 TO WS-SUBMIT-RC
000990     END-IF.
001000     OPEN OUTPUT REPORT-FILE.
001010     MOVE 'REFERENCE-DATA CHANGE SUBMISSION - PCHGSUB'
001020         TO WS-REPORT-LINE.
001030     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001040     MOVE SPACES TO WS-REPORT-LINE.
001050     STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
001060         ' - EVERY CHANGE BELOW WAITS FOR A SECOND USER''S '
001070         'APPROVAL BEFORE IT IS APPLIED'
001080         DELIMITED BY SIZE INTO WS-REPORT-LINE.
001090     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001100     MOVE SPACES TO WS-REPORT-LINE.
001110     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001120     IF WS-EOF-SWITCH NOT = 'Y'
001130         OPEN INPUT SUBMIT-FILE
001140         IF WS-SUBMIT-FILE-STATUS NOT = '00'
001150             MOVE 'Y' TO WS-EOF-SWITCH
001160         ELSE
001170             PERFORM 1100-READ-CARD THRU 1100-EXIT
001180         END-IF
001190     END-IF.
001200 1000-EXIT.
001210     EXIT.
001220
001230 1100-READ-CARD.
001240     MOVE SPACES TO PSUB-RECORD.
001250     READ SUBMIT-FILE
001260         AT END MOVE 'Y' TO WS-EOF-SWITCH
001270     END-READ.
001280 1100-EXIT.
001290     EXIT.
001300
001310 2000-SUBMIT-ONE.
001320     IF PSUB-USERID(1:1) = '*'
001330         GO TO 2000-NEXT
001340     END-IF.
001350     ADD 1 TO WS-READ-COUNT.
001360     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
001370     IF WS-CARD-ERROR NOT = SPACES
001380         PERFORM 2400-REJECT-CARD THRU 2400-EXIT
001390         GO TO 2000-NEXT
001400     END-IF.
001410     PERFORM 2200-FILE-CHANGE THRU 2200-EXIT.
001420 2000-NEXT.
001430     PERFORM 1100-READ-CARD THRU 1100-EXIT.
001440 2000-EXIT.
001450     EXIT.
001460
001470*>    THE SAME ACTIONS THE TARGET'S OWN PROGRAM TAKES - A CARD IT
001480*>    WOULD ONLY REJECT IS NOT WORTH A REVIEWER'S TIME. THE KEY
001490*>    AND DATA EDITS STAY WITH THE MAINTENANCE PROGRAMS.
001500 2100-EDIT-CARD.
001510     MOVE SPACES TO WS-CARD-ERROR.
001520     MOVE 'N' TO WS-SHARED-SW.
001530     IF PSUB-USERID = SPACES
001540         MOVE 'NO SUBMITTER USERID' TO WS-CARD-ERROR
001550         GO TO 2100-EXIT
001560     END-IF.
001570     EVALUATE PSUB-TARGET
001580         WHEN 'PARMREPO'
001590         WHEN 'CURRFILE'
001600         WHEN 'STRFILE'
001605         WHEN 'USERAUTH'
001610             MOVE 'Y' TO WS-SHARED-SW
001620             IF PSUB-ACTION NOT = 'A' AND PSUB-ACTION NOT = 'C'
001630                 AND PSUB-ACTION NOT = 'D'
001640                 MOVE 'ACTION MUST BE A, C OR D'
001650                     TO WS-CARD-ERROR
001660             END-IF
001670         WHEN 'GLMAPF'
001680             IF PSUB-ACTION NOT = 'A' AND PSUB-ACTION NOT = 'C'
001690                 AND PSUB-ACTION NOT = 'D'
001700                 MOVE 'ACTION MUST BE A, C OR D'
001710                     TO WS-CARD-ERROR
001720             END-IF
001730         WHEN 'CALFILE'
001740             IF PSUB-ACTION NOT = 'A' AND PSUB-ACTION NOT = 'D'
001750                 AND PSUB-ACTION NOT = 'W'
001760                 MOVE 'ACTION MUST BE A, D OR W'
001770                     TO WS-CARD-ERROR
001780             END-IF
001790         WHEN OTHER
001800             MOVE 'UNKNOWN TARGET FILE' TO WS-CARD-ERROR
001810     END-EVALUATE.
001820     IF WS-CARD-ERROR NOT = SPACES
001830         GO TO 2100-EXIT
001840     END-IF.
001850     IF TARGET-SHARED AND PSUB-ENTITY NOT = SPACES
001860         MOVE 'SHARED FILE - ENTITY MUST BE BLANK'
001870             TO WS-CARD-ERROR
001880         GO TO 2100-EXIT
001890     END-IF.
001891*>    A CALFILE CARD WITH A CURRENCY IN CARD COLUMNS 29-31 IS A
001892*>    SETTLEMENT HOLIDAY FOR THE SHARED CCYCAL - NO ENTITY.
001893     IF PSUB-TARGET = 'CALFILE' AND PSUB-DATA(28:3) NOT = SPACES
001894         AND PSUB-ENTITY NOT = SPACES
001895         MOVE 'CCYCAL SHARED - ENTITY BLANK' TO WS-CARD-ERROR
001896         GO TO 2100-EXIT
001897     END-IF.
001900     IF PSUB-DATA = SPACES
001910         MOVE 'NO KEY OR DATA AFTER THE ACTION' TO WS-CARD-ERROR
001920     END-IF.
001930 2100-EXIT.
001940     EXIT.
001950
001960 2200-FILE-CHANGE.
001970     MOVE SPACES TO PCHG-RECORD.
001980     MOVE PSUB-TARGET TO PCHG-TARGET.
001990     MOVE PSUB-ENTITY TO PCHG-ENTITY.
002000     MOVE WS-BUSINESS-DATE TO PCHG-SUB-DATE.
002010     MOVE WS-NOW-TIME(1:6) TO PCHG-SUB-TIME.
002020     MOVE 'P' TO PCHG-STATUS.
002030     MOVE PSUB-USERID TO PCHG-SUB-USERID.
002040     MOVE ZERO TO PCHG-REV-DATE.
002050     MOVE ZERO TO PCHG-REV-TIME.
002060     MOVE ZERO TO PCHG-APPLY-DATE.
002070     MOVE PSUB-CARD TO PCHG-CARD.
002080     MOVE 'N' TO WS-WRITE-DONE-SW.
002100     PERFORM 2300-TRY-WRITE THRU 2300-EXIT
002110         UNTIL WRITE-DONE.
002120     IF WS-SUBMIT-RC = 12
002130         GO TO 2200-EXIT
002140     END-IF.
002150     ADD 1 TO WS-SUBMIT-COUNT.
002160     MOVE SPACES TO WS-REPORT-LINE.
002170     STRING 'PENDING ' PCHG-KEY ' BY ' PCHG-SUB-USERID
002180         ' CARD ' PCHG-CARD(1:80)
002190         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002200     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002210 2200-EXIT.
002220     EXIT.
002230
002240*>    THE NEXT FREE SEQUENCE UNDER THIS RUN'S DATE AND TIME, THE
002250*>    WAY SUSPLOAD FILES ITS REJECTS - A TAKEN KEY CAN ONLY MEAN
002260*>    ANOTHER SUBMISSION IN THE SAME SECOND. ANY OTHER FAILURE
002270*>    STOPS THE RUN.
002280 2300-TRY-WRITE.
002290     ADD 1 TO WS-NEXT-SEQ.
002300     MOVE WS-NEXT-SEQ TO PCHG-SEQ.
002310     WRITE PCHG-RECORD
002320         INVALID KEY
002330             CONTINUE
002340         NOT INVALID KEY
002350             MOVE 'Y' TO WS-WRITE-DONE-SW
002360     END-WRITE.
002370     IF WS-WRITE-DONE-SW = 'N'
002380         AND WS-PEND-FILE-STATUS NOT = '22'
002390         DISPLAY '*** PENDCHG WRITE FAILED, STATUS='
002400             WS-PEND-FILE-STATUS
002410         MOVE 'Y' TO WS-WRITE-DONE-SW
002420         MOVE 'Y' TO WS-EOF-SWITCH
002430         MOVE 12 TO WS-SUBMIT-RC
002440     END-IF.
002450 2300-EXIT.
002460     EXIT.
002470
002480 2400-REJECT-CARD.
002490     ADD 1 TO WS-REJECT-COUNT.
002500     MOVE SPACES TO WS-REPORT-LINE.
002510     STRING 'REJECT - ' WS-CARD-ERROR
002520         ' USER ' PSUB-USERID ' TARGET ' PSUB-TARGET
002530         ' CARD ' PSUB-CARD(1:60)
002540         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002550     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002560 2400-EXIT.
002570     EXIT.
002580
002590 3000-WRITE-TOTALS.
002600     MOVE SPACES TO WS-REPORT-LINE.
002610     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002620     MOVE SPACES TO WS-REPORT-LINE.
002630     STRING 'CARDS READ=' WS-READ-COUNT
002640         ' SUBMITTED=' WS-SUBMIT-COUNT
002650         ' REJECTS=' WS-REJECT-COUNT
002660         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002670     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002680     IF WS-REJECT-COUNT > ZERO AND WS-SUBMIT-RC = ZERO
002690         MOVE 4 TO WS-SUBMIT-RC
002700     END-IF.
002710 3000-EXIT.
002720     EXIT.
002730
002740 9000-TERMINATE.
002750     CLOSE PEND-FILE.
002760     CLOSE SUBMIT-FILE.
002770     CLOSE REPORT-FILE.
002780     MOVE WS-SUBMIT-RC TO WS-AUDIT-RC.
002790     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
002800         WS-AUDIT-RC.
002810     MOVE WS-SUBMIT-RC TO RETURN-CODE.
002820 9000-EXIT.
002830     EXIT.
