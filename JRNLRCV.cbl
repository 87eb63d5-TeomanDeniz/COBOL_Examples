000000 *> ................................................................... <*
000000 *> CBL - JRNLRCV                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/21 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/21 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> POINT-IN-TIME RECOVERY OF A KEYED FILE FROM THE JRNLSVC CHANGE
000000 *> JOURNAL. WHEN A BAD MAINTENANCE DECK OR A WRONG R-MODE
000000 *> REPLACEMENT DAMAGES A FILE, THIS PUTS BACK ONLY THE RECORDS
000000 *> TOUCHED SINCE A CUTOFF, AS THEY WERE AT THAT MOMENT, INSTEAD
000000 *> OF RELOADING THE WHOLE CLUSTER AND LOSING A DAY'S GOOD WORK.
000000 *> THE RCVPARM CARD:
000000 *>   COLS  1- 8  FILE - THE DD NAME AS JOURNALED: STRFILE,
000000 *>               MAINTVAL, PSUSFILE, SUSPFILE, HOLDFILE,
000000 *>               PARMREPO, USERAUTH OR BATCHREG
000000 *>   COLS 10-15  CUTOFF BUSINESS DATE YYMMDD, AS ON JRNLRPT
000000 *>   COLS 17-22  CUTOFF TIME HHMMSS, AS ON JRNLRPT
000000 *>   COL  24     MODE: S SIMULATE (DEFAULT) - REPORT ONLY,
000000 *>                     A APPLY - RESTORE THE RECORDS
000000 *> EVERY JOURNAL PAIR FROM THE FIRST ONE STAMPED AFTER THE CUTOFF
000000 *> ONWARD (THE JOURNAL IS WRITTEN IN TIME ORDER, SO A NIGHT THAT
000000 *> RUNS PAST MIDNIGHT UNDER ONE BUSINESS DATE STILL COUNTS) FOR
000000 *> THE NAMED FILE AND FOR THE ENTITY THE STEP RUNS FOR (RUNENT)
000000 *> IS SORTED BY RECORD KEY, NEWEST FIRST, AND THE BEFORE-IMAGES
000000 *> ARE REPLAYED IN THAT REVERSE ORDER - THE LAST ONE REPLAYED,
000000 *> THE OLDEST, IS THE RECORD AS IT STOOD AT THE CUTOFF. A BLANK
000000 *> BEFORE-IMAGE MEANS THE RECORD WAS ADDED SINCE, AND IT IS
000000 *> DELETED. A RECORD WHOSE CURRENT CONTENT IS NOT THE LAST
000000 *> JOURNALED AFTER-IMAGE HAS BEEN CHANGED BY SOMETHING THE
000000 *> JOURNAL DID NOT SEE (A CICS SCREEN, A HAND FIX) AND IS LEFT
000000 *> ALONE FOR A PERSON TO DECIDE. THE RCVRPT REPORT LISTS EVERY
000000 *> KEY WITH THE IMAGE IT REPLACES AND THE IMAGE IT RESTORES; RUN
000000 *> IN SIMULATE MODE FIRST AND FILE THE REPORT. IN APPLY MODE EACH
000000 *> RESTORE IS ITSELF JOURNALED (ACTION RECOVER), SO IT SHOWS ON
000000 *> JRNLRPT AND A SECOND RUN TO THE SAME CUTOFF CHANGES NOTHING.
000000 *> RETURN CODES: 0 NORMAL, 4 SOME RECORDS LEFT ALONE, 8 BAD CARD,
000000 *> JRNLFILE UNREADABLE OR A RESTORE FAILED, 12 THE FILE CANNOT BE
000000 *> OPENED.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. JRNLRCV.
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT PARM-FILE ASSIGN TO "RCVPARM"
000160         ORGANIZATION IS LINE SEQUENTIAL
000170         FILE STATUS IS WS-PARM-FILE-STATUS.
000180     SELECT JOURNAL-FILE ASSIGN TO "JRNLFILE"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS WS-JRNL-FILE-STATUS.
000210     SELECT REPORT-FILE ASSIGN TO "RCVRPT"
000220         ORGANIZATION IS LINE SEQUENTIAL.
000230     SELECT SORT-WORK ASSIGN TO "RCVSRT".
000240*>    THE FILES THAT CAN BE RECOVERED - ONLY THE ONE NAMED ON THE
000250*>    CARD IS OPENED, SO ONLY ITS DD IS NEEDED.
000260     SELECT STR-FILE ASSIGN TO "STRFILE"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS STR-REC-ID
000300         ALTERNATE RECORD KEY IS STR-CATEGORY
000310             WITH DUPLICATES
000320         FILE STATUS IS WS-TGT-FILE-STATUS.
000330     SELECT MAINT-FILE ASSIGN TO "MAINTVAL"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS MAINT-KEY
000370         FILE STATUS IS WS-TGT-FILE-STATUS.
000380     SELECT PSUS-FILE ASSIGN TO "PSUSFILE"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PSUS-KEY
000420         FILE STATUS IS WS-TGT-FILE-STATUS.
000430     SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS SUSP-KEY
000470         FILE STATUS IS WS-TGT-FILE-STATUS.
000480     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS HOLD-KEY
000520         FILE STATUS IS WS-TGT-FILE-STATUS.
000530     SELECT REPO-FILE ASSIGN TO "PARMREPO"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PREPO-KEY
000570         FILE STATUS IS WS-TGT-FILE-STATUS.
000580     SELECT AUTH-FILE ASSIGN TO "USERAUTH"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS UAUTH-KEY
000620         FILE STATUS IS WS-TGT-FILE-STATUS.
000630     SELECT BREG-FILE ASSIGN TO "BATCHREG"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS BREG-KEY
000670         FILE STATUS IS WS-TGT-FILE-STATUS.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  PARM-FILE.
000710 01  PARM-RECORD.
000720     05 PARM-FILE-NAME PIC X(8).
000730     05 FILLER PIC X.
000740     05 PARM-CUT-DATE PIC X(6).
000750     05 FILLER PIC X.
000760     05 PARM-CUT-TIME PIC X(6).
000770     05 FILLER PIC X.
000780     05 PARM-MODE PIC X.
000790     05 FILLER PIC X(56).
000800*>    ONE JRNLSVC LINE - EACH B LINE IS FOLLOWED BY ITS A LINE.
000810 FD  JOURNAL-FILE.
000820 01  JOURNAL-RECORD.
000830     05 JR-FILE PIC X(8).
000840     05 JR-PGM PIC X(32).
000850     05 JR-STAMP.
000860         10 JR-DATE PIC X(6).
000870         10 JR-TIME PIC X(6).
000880     05 JR-ACTION PIC X(8).
000890     05 JR-SIDE PIC X.
000900     05 JR-IMAGE PIC X(126).
000910     05 JR-ENTITY PIC X(2).
000920     05 FILLER PIC X(1).
000930 FD  REPORT-FILE.
000940 01  REPORT-RECORD PIC X(140).
000950 SD  SORT-WORK.
000960 01  SORT-RECORD.
000970     05 SRT-KEY PIC X(28).
000980     05 SRT-SEQ PIC 9(7).
000990     05 SRT-DATE PIC X(6).
001000     05 SRT-TIME PIC X(6).
001010     05 SRT-PGM PIC X(8).
001020     05 SRT-ACTION PIC X(8).
001030     05 SRT-BEFORE PIC X(126).
001040     05 SRT-AFTER PIC X(126).
001050 FD  STR-FILE.
001060     COPY STRREC.
001070 FD  MAINT-FILE.
001080     COPY MAINTVAL.
001090 FD  PSUS-FILE.
001100     COPY PSUSREC.
001110 FD  SUSP-FILE.
001120     COPY SUSPREC.
001130 FD  HOLD-FILE.
001140     COPY HOLDREC.
001150 FD  REPO-FILE.
001160     COPY PARMREPO.
001170 FD  AUTH-FILE.
001180     COPY UAUTHREC.
001190 FD  BREG-FILE.
001200     COPY BATCHREG.
001210 WORKING-STORAGE SECTION.
001220     77 WS-PARM-FILE-STATUS PIC XX VALUE '00'.
001230     77 WS-JRNL-FILE-STATUS PIC XX VALUE '00'.
001240     77 WS-TGT-FILE-STATUS PIC XX VALUE '00'.
001250     77 WS-REPORT-LINE PIC X(140).
001260     77 WS-RCV-FILE PIC X(8) VALUE SPACES.
001270         88 RCV-FILE-KNOWN VALUE 'STRFILE' 'MAINTVAL' 'PSUSFILE'
001280             'SUSPFILE' 'HOLDFILE' 'PARMREPO' 'USERAUTH'
001290             'BATCHREG'.
001300     77 WS-KEY-LEN PIC 9(2) VALUE ZERO.
001310     77 WS-MODE PIC X VALUE 'S'.
001320         88 MODE-SIMULATE VALUE 'S'.
001330         88 MODE-APPLY VALUE 'A'.
001340     77 WS-MODE-SHOW PIC X(8) VALUE 'SIMULATE'.
001350     77 WS-JRNL-EOF-SW PIC X VALUE 'N'.
001360         88 JRNL-EOF VALUE 'Y'.
001370     77 WS-SORT-EOF-SW PIC X VALUE 'N'.
001380         88 SORT-EOF VALUE 'Y'.
001390     77 WS-PAST-CUTOFF-SW PIC X VALUE 'N'.
001400         88 PAST-CUTOFF VALUE 'Y'.
001410     77 WS-ON-FILE-SW PIC X VALUE 'N'.
001420         88 TARGET-ON-FILE VALUE 'Y'.
001430     77 WS-TGT-OPEN-SW PIC X VALUE 'N'.
001440         88 TARGET-OPEN VALUE 'Y'.
001450     77 WS-PAIR-SEQ PIC 9(7) VALUE ZERO.
001460     77 WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
001470     77 WS-ORPHAN-COUNT PIC 9(7) VALUE ZERO.
001480     77 WS-GROUP-COUNT PIC 9(5) VALUE ZERO.
001490     77 WS-KEY-COUNT PIC 9(5) VALUE ZERO.
001500     77 WS-RESTORED-COUNT PIC 9(5) VALUE ZERO.
001510     77 WS-SAME-COUNT PIC 9(5) VALUE ZERO.
001520     77 WS-SKIPPED-COUNT PIC 9(5) VALUE ZERO.
001530     77 WS-FAILED-COUNT PIC 9(5) VALUE ZERO.
001540     77 WS-GROUP-KEY PIC X(28).
001550     77 WS-KEY-IMAGE PIC X(126).
001560     77 WS-CURR-IMAGE PIC X(126).
001570     77 WS-LAST-AFTER PIC X(126).
001580     77 WS-RESTORE-IMAGE PIC X(126).
001590     77 WS-FIRST-DATE PIC X(6).
001600     77 WS-FIRST-TIME PIC X(6).
001610     77 WS-FIRST-PGM PIC X(8).
001620     77 WS-FIRST-ACTION PIC X(8).
001630     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
001640     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
001650     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'JRNLRCV'.
001660     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
001670     77 WS-RCV-RC PIC S9(4) VALUE ZERO.
001680 01  WS-ENTITY-AREA.
001690     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
001700     05 FILLER PIC X(4) VALUE SPACES.
001710 01  WS-CUTOFF.
001720     05 WS-CUT-DATE PIC X(6).
001730     05 WS-CUT-TIME PIC X(6).
001740*>    THE B LINE OF THE PAIR BEING READ, HELD UNTIL ITS A LINE
001750*>    HAS BEEN SEEN.
001760 01  WS-B-LINE.
001770     05 WS-B-FILE PIC X(8).
001780     05 WS-B-PGM PIC X(32).
001790     05 WS-B-STAMP.
001800         10 WS-B-DATE PIC X(6).
001810         10 WS-B-TIME PIC X(6).
001820     05 WS-B-ACTION PIC X(8).
001830     05 WS-B-SIDE PIC X.
001840     05 WS-B-IMAGE PIC X(126).
001850     05 WS-B-ENTITY PIC X(2).
001860     05 FILLER PIC X(1).
001870     COPY JRNLLINK.
001880 PROCEDURE DIVISION.
001890 0000-MAIN.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     IF WS-RCV-RC < 8
001920         SORT SORT-WORK ON ASCENDING KEY SRT-KEY
001930             ON DESCENDING KEY SRT-SEQ
001940             INPUT PROCEDURE IS 2000-SORT-INPUT THRU 2000-EXIT
001950             OUTPUT PROCEDURE IS 3000-RESTORE-RECORDS
001960                 THRU 3000-EXIT
001970     END-IF.
001980     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
001990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002000     GOBACK.
002010
002020*>    THE CARD IS PROVED BEFORE ANYTHING IS READ: A KNOWN FILE, A
002030*>    NUMERIC CUTOFF AND A MODE OF S OR A (BLANK IS S).
002040 1000-INITIALIZE.
002050     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
002060         WS-AUDIT-RC.
002070     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
002080         ON EXCEPTION
002090             MOVE SPACES TO WS-ENTITY-AREA
002100     END-CALL.
002110     OPEN OUTPUT REPORT-FILE.
002120     MOVE 'KEYED-FILE RECOVERY FROM THE CHANGE JOURNAL - JRNLRCV'
002130         TO WS-REPORT-LINE.
002140     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002150     OPEN INPUT PARM-FILE.
002160     IF WS-PARM-FILE-STATUS NOT = '00'
002170         MOVE '*** NO RCVPARM CARD - NOTHING DONE, RC=8'
002180             TO WS-REPORT-LINE
002190         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002200         MOVE 8 TO WS-RCV-RC
002210         GO TO 1000-EXIT
002220     END-IF.
002230     MOVE SPACES TO PARM-RECORD.
002240     READ PARM-FILE
002250         AT END
002260             MOVE SPACES TO PARM-RECORD
002270     END-READ.
002280     CLOSE PARM-FILE.
002290     MOVE PARM-FILE-NAME TO WS-RCV-FILE.
002300     MOVE PARM-CUT-DATE TO WS-CUT-DATE.
002310     MOVE PARM-CUT-TIME TO WS-CUT-TIME.
002320     IF PARM-MODE NOT = SPACE
002330         MOVE PARM-MODE TO WS-MODE
002340     END-IF.
002350     IF MODE-APPLY
002360         MOVE 'APPLY' TO WS-MODE-SHOW
002370     END-IF.
002380     MOVE SPACES TO WS-REPORT-LINE.
002390     STRING 'FILE ' WS-RCV-FILE ' ENTITY ' WS-RUN-ENTITY
002400         ' CUTOFF ' WS-CUT-DATE ' ' WS-CUT-TIME
002410         ' MODE ' WS-MODE-SHOW
002420         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002430     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002440     IF NOT RCV-FILE-KNOWN
002450         MOVE SPACES TO WS-REPORT-LINE
002460         STRING '*** ' WS-RCV-FILE ' IS NOT A FILE JRNLRCV CAN '
002470             'RECOVER - NOTHING DONE, RC=8'
002480             DELIMITED BY SIZE INTO WS-REPORT-LINE
002490         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002500         MOVE 8 TO WS-RCV-RC
002510         GO TO 1000-EXIT
002520     END-IF.
002530     IF WS-CUT-DATE NOT NUMERIC OR WS-CUT-TIME NOT NUMERIC
002540         MOVE '*** CUTOFF NOT NUMERIC - NOTHING DONE, RC=8'
002550             TO WS-REPORT-LINE
002560         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002570         MOVE 8 TO WS-RCV-RC
002580         GO TO 1000-EXIT
002590     END-IF.
002600     IF NOT MODE-SIMULATE AND NOT MODE-APPLY
002610         MOVE '*** MODE MUST BE S OR A - NOTHING DONE, RC=8'
002620             TO WS-REPORT-LINE
002630         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002640         MOVE 8 TO WS-RCV-RC
002650         GO TO 1000-EXIT
002660     END-IF.
002670     PERFORM 1100-SET-KEY-LENGTH THRU 1100-EXIT.
002680 1000-EXIT.
002690     EXIT.
002700
002710*>    EVERY RECOVERABLE FILE CARRIES ITS KEY AT THE FRONT OF THE
002720*>    RECORD; ONLY ITS LENGTH DIFFERS.
002730 1100-SET-KEY-LENGTH.
002740     EVALUATE WS-RCV-FILE
002750         WHEN 'STRFILE'
002760             MOVE 6 TO WS-KEY-LEN
002770         WHEN 'MAINTVAL'
002780             MOVE 8 TO WS-KEY-LEN
002790         WHEN 'PSUSFILE'
002800             MOVE 10 TO WS-KEY-LEN
002810         WHEN 'SUSPFILE'
002820             MOVE 10 TO WS-KEY-LEN
002830         WHEN 'HOLDFILE'
002840             MOVE 21 TO WS-KEY-LEN
002850         WHEN 'PARMREPO'
002860             MOVE 18 TO WS-KEY-LEN
002870         WHEN 'USERAUTH'
002880             MOVE 16 TO WS-KEY-LEN
002890         WHEN 'BATCHREG'
002900             MOVE 28 TO WS-KEY-LEN
002910     END-EVALUATE.
002920 1100-EXIT.
002930     EXIT.
002940
002950*>    FEEDS THE SORT: EVERY B/A PAIR FOR THIS FILE AND ENTITY FROM
002960*>    THE FIRST PAIR STAMPED AFTER THE CUTOFF ONWARD, KEYED ON THE
002970*>    RECORD KEY (FROM THE AFTER-IMAGE WHEN THE RECORD WAS NEW),
002980*>    WITH ITS PLACE IN THE JOURNAL AS THE MINOR KEY.
002990 2000-SORT-INPUT.
003000     OPEN INPUT JOURNAL-FILE.
003010     IF WS-JRNL-FILE-STATUS NOT = '00'
003020         MOVE SPACES TO WS-REPORT-LINE
003030         STRING '*** JRNLFILE OPEN FAILED, STATUS='
003040             WS-JRNL-FILE-STATUS ' - NOTHING DONE, RC=8'
003050             DELIMITED BY SIZE INTO WS-REPORT-LINE
003060         WRITE REPORT-RECORD FROM WS-REPORT-LINE
003070         MOVE 8 TO WS-RCV-RC
003080         GO TO 2000-EXIT
003090     END-IF.
003100     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
003110     PERFORM 2200-TAKE-PAIR THRU 2200-EXIT
003120         UNTIL JRNL-EOF.
003130     CLOSE JOURNAL-FILE.
003140 2000-EXIT.
003150     EXIT.
003160
003170 2100-READ-JOURNAL.
003180     READ JOURNAL-FILE
003190         AT END MOVE 'Y' TO WS-JRNL-EOF-SW
003200     END-READ.
003210 2100-EXIT.
003220     EXIT.
003230
003240 2200-TAKE-PAIR.
003250     IF JR-SIDE NOT = 'B'
003260         ADD 1 TO WS-ORPHAN-COUNT
003270         GO TO 2200-NEXT
003280     END-IF.
003290     MOVE JOURNAL-RECORD TO WS-B-LINE.
003300     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
003310     IF JRNL-EOF
003320         ADD 1 TO WS-ORPHAN-COUNT
003330         GO TO 2200-EXIT
003340     END-IF.
003350*>    A B LINE NOT FOLLOWED BY ITS OWN A LINE IS COUNTED AND
003360*>    DROPPED; THE LINE JUST READ IS LOOKED AT AFRESH.
003370     IF JR-SIDE NOT = 'A' OR JR-FILE NOT = WS-B-FILE
003380         ADD 1 TO WS-ORPHAN-COUNT
003390         GO TO 2200-EXIT
003400     END-IF.
003410     IF NOT PAST-CUTOFF
003420         IF WS-B-STAMP > WS-CUTOFF
003430             MOVE 'Y' TO WS-PAST-CUTOFF-SW
003440         ELSE
003450             GO TO 2200-NEXT
003460         END-IF
003470     END-IF.
003480     IF WS-B-FILE NOT = WS-RCV-FILE
003490         OR WS-B-ENTITY NOT = WS-RUN-ENTITY
003500         GO TO 2200-NEXT
003510     END-IF.
003520     MOVE SPACES TO SRT-KEY.
003530     IF WS-B-IMAGE NOT = SPACES
003540         MOVE WS-B-IMAGE(1:WS-KEY-LEN) TO SRT-KEY
003550     ELSE
003560         MOVE JR-IMAGE(1:WS-KEY-LEN) TO SRT-KEY
003570     END-IF.
003580     ADD 1 TO WS-PAIR-SEQ.
003590     MOVE WS-PAIR-SEQ TO SRT-SEQ.
003600     MOVE WS-B-DATE TO SRT-DATE.
003610     MOVE WS-B-TIME TO SRT-TIME.
003620     MOVE WS-B-PGM TO SRT-PGM.
003630     MOVE WS-B-ACTION TO SRT-ACTION.
003640     MOVE WS-B-IMAGE TO SRT-BEFORE.
003650     MOVE JR-IMAGE TO SRT-AFTER.
003660     RELEASE SORT-RECORD.
003670     ADD 1 TO WS-RELEASED-COUNT.
003680 2200-NEXT.
003690     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
003700 2200-EXIT.
003710     EXIT.
003720
003730*>    ONE CONTROL BREAK PER RECORD KEY. THE PAIRS ARRIVE NEWEST
003740*>    FIRST; EACH BEFORE-IMAGE REPLACES THE ONE BEFORE IT, SO THE
003750*>    LAST LEFT STANDING IS THE RECORD AS AT THE CUTOFF.
003760 3000-RESTORE-RECORDS.
003770     IF MODE-APPLY
003780         PERFORM 7000-OPEN-TARGET-IO THRU 7000-EXIT
003790     ELSE
003800         PERFORM 7050-OPEN-TARGET-INPUT THRU 7050-EXIT
003810     END-IF.
003820     IF WS-TGT-FILE-STATUS NOT = '00'
003830         MOVE SPACES TO WS-REPORT-LINE
003840         STRING '*** ' WS-RCV-FILE ' OPEN FAILED, STATUS='
003850             WS-TGT-FILE-STATUS ' - NOTHING DONE, RC=12'
003860             DELIMITED BY SIZE INTO WS-REPORT-LINE
003870         WRITE REPORT-RECORD FROM WS-REPORT-LINE
003880         MOVE 12 TO WS-RCV-RC
003890         GO TO 3000-EXIT
003900     END-IF.
003910     MOVE 'Y' TO WS-TGT-OPEN-SW.
003920     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT.
003930     PERFORM 3200-ONE-KEY THRU 3200-EXIT
003940         UNTIL SORT-EOF.
003950     PERFORM 7900-CLOSE-TARGET THRU 7900-EXIT.
003960 3000-EXIT.
003970     EXIT.
003980
003990 3100-RETURN-NEXT.
004000     RETURN SORT-WORK
004010         AT END MOVE 'Y' TO WS-SORT-EOF-SW
004020     END-RETURN.
004030 3100-EXIT.
004040     EXIT.
004050
004060 3200-ONE-KEY.
004070     MOVE SRT-KEY TO WS-GROUP-KEY.
004080     MOVE SRT-AFTER TO WS-LAST-AFTER.
004090     MOVE ZERO TO WS-GROUP-COUNT.
004100     PERFORM 3300-REPLAY-BEFORE THRU 3300-EXIT
004110         UNTIL SORT-EOF OR SRT-KEY NOT = WS-GROUP-KEY.
004120     PERFORM 3500-RESTORE-KEY THRU 3500-EXIT.
004130 3200-EXIT.
004140     EXIT.
004150
004160 3300-REPLAY-BEFORE.
004170     ADD 1 TO WS-GROUP-COUNT.
004180     MOVE SRT-BEFORE TO WS-RESTORE-IMAGE.
004190     MOVE SRT-DATE TO WS-FIRST-DATE.
004200     MOVE SRT-TIME TO WS-FIRST-TIME.
004210     MOVE SRT-PGM TO WS-FIRST-PGM.
004220     MOVE SRT-ACTION TO WS-FIRST-ACTION.
004230     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT.
004240 3300-EXIT.
004250     EXIT.
004260
004270*>    THE RECORD ON FILE MUST STILL BE THE NEWEST JOURNALED
004280*>    AFTER-IMAGE (OR STILL ABSENT, IF THAT WAS A DELETE) - IF
004290*>    NOT, SOMETHING OUTSIDE THE JOURNAL HAS CHANGED IT AND IT IS
004300*>    LEFT ALONE.
004310 3500-RESTORE-KEY.
004320     ADD 1 TO WS-KEY-COUNT.
004330     MOVE SPACES TO WS-KEY-IMAGE.
004340     MOVE WS-GROUP-KEY TO WS-KEY-IMAGE.
004350     PERFORM 7100-READ-TARGET THRU 7100-EXIT.
004360     MOVE SPACES TO WS-REPORT-LINE.
004370     STRING 'KEY ' WS-GROUP-KEY(1:WS-KEY-LEN) ' - '
004380         WS-GROUP-COUNT ' CHANGE(S) SINCE THE CUTOFF, FIRST '
004390         WS-FIRST-DATE ' ' WS-FIRST-TIME ' ' WS-FIRST-ACTION
004400         ' BY ' WS-FIRST-PGM
004410         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004420     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004430     IF (WS-LAST-AFTER = SPACES AND TARGET-ON-FILE)
004440         OR (WS-LAST-AFTER NOT = SPACES AND NOT TARGET-ON-FILE)
004450         OR (TARGET-ON-FILE AND WS-CURR-IMAGE NOT = WS-LAST-AFTER)
004460         MOVE SPACES TO WS-REPORT-LINE
004470         STRING '  *** CHANGED SINCE ITS LAST JOURNALED IMAGE BY '
004480             'SOMETHING NOT JOURNALED - LEFT ALONE, RC=4'
004485             DELIMITED BY SIZE INTO WS-REPORT-LINE
004490         WRITE REPORT-RECORD FROM WS-REPORT-LINE
004500         PERFORM 3700-SHOW-CURRENT THRU 3700-EXIT
004510         ADD 1 TO WS-SKIPPED-COUNT
004520         IF WS-RCV-RC < 4
004530             MOVE 4 TO WS-RCV-RC
004540         END-IF
004550         GO TO 3500-EXIT
004560     END-IF.
004570     IF (WS-RESTORE-IMAGE = SPACES AND NOT TARGET-ON-FILE)
004580         OR (TARGET-ON-FILE AND WS-CURR-IMAGE = WS-RESTORE-IMAGE)
004590         MOVE '  ALREADY AS AT THE CUTOFF - NOTHING TO DO'
004600             TO WS-REPORT-LINE
004610         WRITE REPORT-RECORD FROM WS-REPORT-LINE
004620         ADD 1 TO WS-SAME-COUNT
004630         GO TO 3500-EXIT
004640     END-IF.
004650     PERFORM 3700-SHOW-CURRENT THRU 3700-EXIT.
004660     MOVE SPACES TO WS-REPORT-LINE.
004670     IF WS-RESTORE-IMAGE = SPACES
004680         MOVE '  RESTORED: (DELETED - NOT ON FILE AT THE CUTOFF)'
004690             TO WS-REPORT-LINE
004700     ELSE
004710         STRING '  RESTORED: ' WS-RESTORE-IMAGE
004720             DELIMITED BY SIZE INTO WS-REPORT-LINE
004730     END-IF.
004740     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004750     IF MODE-APPLY
004760         PERFORM 3600-APPLY-KEY THRU 3600-EXIT
004770     ELSE
004780         ADD 1 TO WS-RESTORED-COUNT
004790     END-IF.
004800 3500-EXIT.
004810     EXIT.
004820
004830*>    DELETE, REWRITE OR WRITE AS THE TWO IMAGES CALL FOR, AND
004840*>    FILE THE RESTORE ITSELF ON THE JOURNAL.
004850 3600-APPLY-KEY.
004860     EVALUATE TRUE
004870         WHEN WS-RESTORE-IMAGE = SPACES
004880             PERFORM 7400-DELETE-TARGET THRU 7400-EXIT
004890         WHEN TARGET-ON-FILE
004900             PERFORM 7300-REWRITE-TARGET THRU 7300-EXIT
004910         WHEN OTHER
004920             PERFORM 7200-WRITE-TARGET THRU 7200-EXIT
004930     END-EVALUATE.
004940     IF WS-TGT-FILE-STATUS NOT = '00'
004950         MOVE SPACES TO WS-REPORT-LINE
004960         STRING '  *** RESTORE FAILED, STATUS=' WS-TGT-FILE-STATUS
004970             ', RC=8' DELIMITED BY SIZE INTO WS-REPORT-LINE
004980         WRITE REPORT-RECORD FROM WS-REPORT-LINE
004990         ADD 1 TO WS-FAILED-COUNT
005000         MOVE 8 TO WS-RCV-RC
005010         GO TO 3600-EXIT
005020     END-IF.
005030     ADD 1 TO WS-RESTORED-COUNT.
005040     MOVE SPACES TO JRNL-BEFORE-IMAGE.
005050     IF TARGET-ON-FILE
005060         MOVE WS-CURR-IMAGE TO JRNL-BEFORE-IMAGE
005070     END-IF.
005080     MOVE WS-RESTORE-IMAGE TO JRNL-AFTER-IMAGE.
005090     MOVE WS-RCV-FILE TO JRNL-FILE-NAME.
005100     MOVE WS-AUDIT-PGM-NAME TO JRNL-PGM-NAME.
005110     MOVE 'RECOVER' TO JRNL-ACTION.
005120     CALL 'JRNLSVC' USING JRNLSVC-AREA
005130         ON EXCEPTION
005140             CONTINUE
005150     END-CALL.
005160 3600-EXIT.
005170     EXIT.
005180
005190 3700-SHOW-CURRENT.
005200     MOVE SPACES TO WS-REPORT-LINE.
005210     IF TARGET-ON-FILE
005220         STRING '  REPLACED: ' WS-CURR-IMAGE
005230             DELIMITED BY SIZE INTO WS-REPORT-LINE
005240     ELSE
005250         MOVE '  REPLACED: (NOT ON FILE)' TO WS-REPORT-LINE
005260     END-IF.
005270     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
005280 3700-EXIT.
005290     EXIT.
005300
005310*>    THE FILE OPERATIONS, ONE BRANCH PER RECOVERABLE FILE. EVERY
005320*>    FILE SHARES WS-TGT-FILE-STATUS.
005330 7000-OPEN-TARGET-IO.
005340     EVALUATE WS-RCV-FILE
005350         WHEN 'STRFILE'
005360             OPEN I-O STR-FILE
005370         WHEN 'MAINTVAL'
005380             OPEN I-O MAINT-FILE
005390         WHEN 'PSUSFILE'
005400             OPEN I-O PSUS-FILE
005410         WHEN 'SUSPFILE'
005420             OPEN I-O SUSP-FILE
005430         WHEN 'HOLDFILE'
005440             OPEN I-O HOLD-FILE
005450         WHEN 'PARMREPO'
005460             OPEN I-O REPO-FILE
005470         WHEN 'USERAUTH'
005480             OPEN I-O AUTH-FILE
005490         WHEN 'BATCHREG'
005500             OPEN I-O BREG-FILE
005510     END-EVALUATE.
005520 7000-EXIT.
005530     EXIT.
005540
005550 7050-OPEN-TARGET-INPUT.
005560     EVALUATE WS-RCV-FILE
005570         WHEN 'STRFILE'
005580             OPEN INPUT STR-FILE
005590         WHEN 'MAINTVAL'
005600             OPEN INPUT MAINT-FILE
005610         WHEN 'PSUSFILE'
005620             OPEN INPUT PSUS-FILE
005630         WHEN 'SUSPFILE'
005640             OPEN INPUT SUSP-FILE
005650         WHEN 'HOLDFILE'
005660             OPEN INPUT HOLD-FILE
005670         WHEN 'PARMREPO'
005680             OPEN INPUT REPO-FILE
005690         WHEN 'USERAUTH'
005700             OPEN INPUT AUTH-FILE
005710         WHEN 'BATCHREG'
005720             OPEN INPUT BREG-FILE
005730     END-EVALUATE.
005740 7050-EXIT.
005750     EXIT.
005760
005770 7100-READ-TARGET.
005780     MOVE 'N' TO WS-ON-FILE-SW.
005790     MOVE SPACES TO WS-CURR-IMAGE.
005800     EVALUATE WS-RCV-FILE
005810         WHEN 'STRFILE'
005820             MOVE WS-KEY-IMAGE TO STR-RECORD
005830             READ STR-FILE INTO WS-CURR-IMAGE
005840                 INVALID KEY CONTINUE
005850             END-READ
005860         WHEN 'MAINTVAL'
005870             MOVE WS-KEY-IMAGE TO MAINT-RECORD
005880             READ MAINT-FILE INTO WS-CURR-IMAGE
005890                 INVALID KEY CONTINUE
005900             END-READ
005910         WHEN 'PSUSFILE'
005920             MOVE WS-KEY-IMAGE TO PSUS-RECORD
005930             READ PSUS-FILE INTO WS-CURR-IMAGE
005940                 INVALID KEY CONTINUE
005950             END-READ
005960         WHEN 'SUSPFILE'
005970             MOVE WS-KEY-IMAGE TO SUSP-RECORD
005980             READ SUSP-FILE INTO WS-CURR-IMAGE
005990                 INVALID KEY CONTINUE
006000             END-READ
006010         WHEN 'HOLDFILE'
006020             MOVE WS-KEY-IMAGE TO HOLD-RECORD
006030             READ HOLD-FILE INTO WS-CURR-IMAGE
006040                 INVALID KEY CONTINUE
006050             END-READ
006060         WHEN 'PARMREPO'
006070             MOVE WS-KEY-IMAGE TO PREPO-RECORD
006080             READ REPO-FILE INTO WS-CURR-IMAGE
006090                 INVALID KEY CONTINUE
006100             END-READ
006110         WHEN 'USERAUTH'
006120             MOVE WS-KEY-IMAGE TO UAUTH-RECORD
006130             READ AUTH-FILE INTO WS-CURR-IMAGE
006140                 INVALID KEY CONTINUE
006150             END-READ
006160         WHEN 'BATCHREG'
006170             MOVE WS-KEY-IMAGE TO BREG-RECORD
006180             READ BREG-FILE INTO WS-CURR-IMAGE
006190                 INVALID KEY CONTINUE
006200             END-READ
006210     END-EVALUATE.
006220     IF WS-TGT-FILE-STATUS = '00' OR WS-TGT-FILE-STATUS = '02'
006230         MOVE 'Y' TO WS-ON-FILE-SW
006240     ELSE
006250         MOVE SPACES TO WS-CURR-IMAGE
006260     END-IF.
006270 7100-EXIT.
006280     EXIT.
006290
006300 7200-WRITE-TARGET.
006310     EVALUATE WS-RCV-FILE
006320         WHEN 'STRFILE'
006330             WRITE STR-RECORD FROM WS-RESTORE-IMAGE
006340                 INVALID KEY CONTINUE
006350             END-WRITE
006360         WHEN 'MAINTVAL'
006370             WRITE MAINT-RECORD FROM WS-RESTORE-IMAGE
006380                 INVALID KEY CONTINUE
006390             END-WRITE
006400         WHEN 'PSUSFILE'
006410             WRITE PSUS-RECORD FROM WS-RESTORE-IMAGE
006420                 INVALID KEY CONTINUE
006430             END-WRITE
006440         WHEN 'SUSPFILE'
006450             WRITE SUSP-RECORD FROM WS-RESTORE-IMAGE
006460                 INVALID KEY CONTINUE
006470             END-WRITE
006480         WHEN 'HOLDFILE'
006490             WRITE HOLD-RECORD FROM WS-RESTORE-IMAGE
006500                 INVALID KEY CONTINUE
006510             END-WRITE
006520         WHEN 'PARMREPO'
006530             WRITE PREPO-RECORD FROM WS-RESTORE-IMAGE
006540                 INVALID KEY CONTINUE
006550             END-WRITE
006560         WHEN 'USERAUTH'
006570             WRITE UAUTH-RECORD FROM WS-RESTORE-IMAGE
006580                 INVALID KEY CONTINUE
006590             END-WRITE
006600         WHEN 'BATCHREG'
006610             WRITE BREG-RECORD FROM WS-RESTORE-IMAGE
006620                 INVALID KEY CONTINUE
006630             END-WRITE
006640     END-EVALUATE.
006650 7200-EXIT.
006660     EXIT.
006670
006680 7300-REWRITE-TARGET.
006690     EVALUATE WS-RCV-FILE
006700         WHEN 'STRFILE'
006710             REWRITE STR-RECORD FROM WS-RESTORE-IMAGE
006720                 INVALID KEY CONTINUE
006730             END-REWRITE
006740         WHEN 'MAINTVAL'
006750             REWRITE MAINT-RECORD FROM WS-RESTORE-IMAGE
006760                 INVALID KEY CONTINUE
006770             END-REWRITE
006780         WHEN 'PSUSFILE'
006790             REWRITE PSUS-RECORD FROM WS-RESTORE-IMAGE
006800                 INVALID KEY CONTINUE
006810             END-REWRITE
006820         WHEN 'SUSPFILE'
006830             REWRITE SUSP-RECORD FROM WS-RESTORE-IMAGE
006840                 INVALID KEY CONTINUE
006850             END-REWRITE
006860         WHEN 'HOLDFILE'
006870             REWRITE HOLD-RECORD FROM WS-RESTORE-IMAGE
006880                 INVALID KEY CONTINUE
006890             END-REWRITE
006900         WHEN 'PARMREPO'
006910             REWRITE PREPO-RECORD FROM WS-RESTORE-IMAGE
006920                 INVALID KEY CONTINUE
006930             END-REWRITE
006940         WHEN 'USERAUTH'
006950             REWRITE UAUTH-RECORD FROM WS-RESTORE-IMAGE
006960                 INVALID KEY CONTINUE
006970             END-REWRITE
006980         WHEN 'BATCHREG'
006990             REWRITE BREG-RECORD FROM WS-RESTORE-IMAGE
007000                 INVALID KEY CONTINUE
007010             END-REWRITE
007020     END-EVALUATE.
007030 7300-EXIT.
007040     EXIT.
007050
007060*>    THE READ IN 7100 LEFT THE RECORD - AND SO ITS KEY - IN THE
007070*>    RECORD AREA.
007080 7400-DELETE-TARGET.
007090     EVALUATE WS-RCV-FILE
007100         WHEN 'STRFILE'
007110             DELETE STR-FILE
007120                 INVALID KEY CONTINUE
007130             END-DELETE
007140         WHEN 'MAINTVAL'
007150             DELETE MAINT-FILE
007160                 INVALID KEY CONTINUE
007170             END-DELETE
007180         WHEN 'PSUSFILE'
007190             DELETE PSUS-FILE
007200                 INVALID KEY CONTINUE
007210             END-DELETE
007220         WHEN 'SUSPFILE'
007230             DELETE SUSP-FILE
007240                 INVALID KEY CONTINUE
007250             END-DELETE
007260         WHEN 'HOLDFILE'
007270             DELETE HOLD-FILE
007280                 INVALID KEY CONTINUE
007290             END-DELETE
007300         WHEN 'PARMREPO'
007310             DELETE REPO-FILE
007320                 INVALID KEY CONTINUE
007330             END-DELETE
007340         WHEN 'USERAUTH'
007350             DELETE AUTH-FILE
007360                 INVALID KEY CONTINUE
007370             END-DELETE
007380         WHEN 'BATCHREG'
007390             DELETE BREG-FILE
007400                 INVALID KEY CONTINUE
007410             END-DELETE
007420     END-EVALUATE.
007430 7400-EXIT.
007440     EXIT.
007450
007460 7900-CLOSE-TARGET.
007470     EVALUATE WS-RCV-FILE
007480         WHEN 'STRFILE'
007490             CLOSE STR-FILE
007500         WHEN 'MAINTVAL'
007510             CLOSE MAINT-FILE
007520         WHEN 'PSUSFILE'
007530             CLOSE PSUS-FILE
007540         WHEN 'SUSPFILE'
007550             CLOSE SUSP-FILE
007560         WHEN 'HOLDFILE'
007570             CLOSE HOLD-FILE
007580         WHEN 'PARMREPO'
007590             CLOSE REPO-FILE
007600         WHEN 'USERAUTH'
007610             CLOSE AUTH-FILE
007620         WHEN 'BATCHREG'
007630             CLOSE BREG-FILE
007640     END-EVALUATE.
007650 7900-EXIT.
007660     EXIT.
007670
007680 8000-WRITE-TOTALS.
007690     MOVE SPACES TO WS-REPORT-LINE.
007700     STRING 'JOURNAL PAIRS SINCE THE CUTOFF FOR THIS FILE='
007710         WS-RELEASED-COUNT ' UNPAIRED LINES SKIPPED='
007720         WS-ORPHAN-COUNT DELIMITED BY SIZE INTO WS-REPORT-LINE.
007730     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
007740     MOVE SPACES TO WS-REPORT-LINE.
007750     STRING 'KEYS=' WS-KEY-COUNT ' RESTORED=' WS-RESTORED-COUNT
007760         ' ALREADY AS AT CUTOFF=' WS-SAME-COUNT
007770         ' LEFT ALONE=' WS-SKIPPED-COUNT
007780         ' FAILED=' WS-FAILED-COUNT
007790         DELIMITED BY SIZE INTO WS-REPORT-LINE.
007800     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
007810     IF MODE-SIMULATE AND WS-RCV-RC < 8
007820         MOVE 'SIMULATION ONLY - NOTHING CHANGED. CHECK THE LIST,'
007830             TO WS-REPORT-LINE
007840         WRITE REPORT-RECORD FROM WS-REPORT-LINE
007850         MOVE 'THEN RERUN WITH MODE A TO RESTORE THESE RECORDS.'
007860             TO WS-REPORT-LINE
007870         WRITE REPORT-RECORD FROM WS-REPORT-LINE
007880     END-IF.
007890 8000-EXIT.
007900     EXIT.
007910
007920 9000-TERMINATE.
007930     CLOSE REPORT-FILE.
007940     MOVE WS-RCV-RC TO WS-AUDIT-RC.
007950     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
007960         WS-AUDIT-RC.
007970     MOVE WS-RCV-RC TO RETURN-CODE.
007980 9000-EXIT.
007990     EXIT.
