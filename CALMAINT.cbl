000000 *> DAY-OF-WEEK COMES FROM A SERIAL COUNT OFF 2000/01/01 (A
000000 *> SATURDAY); YEARS ARE 20XX, SO THE SIMPLE MOD-4 LEAP TEST
000000 *> HOLDS THROUGH 2099, SAME AS THE RUNCTL DATE ARITHMETIC.
000000 *> 2026/09/16 TD - DUAL CONTROL: CARDS NO LONGER COME FROM
000000 *>                 CALTRAN. A CHANGE IS SUBMITTED WITH PCHGSUB,
000000 *>                 APPROVED BY A SECOND USER (PCHGREV OR THE
000000 *>                 PCHGWB SCREEN), AND ONLY THEN READ HERE OFF
000000 *>                 THE SHARED PENDCHG FILE FOR THIS RUN'S
000000 *>                 ENTITY. EACH IS MARKED DONE OR FAILED, AND
000000 *>                 THE APPLY REPORT NAMES WHO SUBMITTED AND WHO
000000 *>                 APPROVED IT.
000000 *> 2026/10/01 TD - CURRENCY SETTLEMENT HOLIDAYS: AN A OR D CARD
000000 *>                 WITH A CURRENCY CODE IN COLUMNS 29-31 ADDS OR
000000 *>                 DELETES THAT CURRENCY'S HOLIDAY ON THE SHARED
000000 *>                 CCYCAL KSDS INSTEAD OF CALFILE, FOR THE
000000 *>                 VALDSVC VALUE-DATE SERVICE. CALMRPT COUNTS
000000 *>                 THEM AND LISTS CCYCAL AFTER THE CALENDAR.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALMAINT.
000300 ENVIRONMENT DIVISION.
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CAL-DATE
000370         FILE STATUS IS WS-CAL-FILE-STATUS.
000372     SELECT CCY-CAL-FILE ASSIGN TO "CCYCAL"
000374         ORGANIZATION IS INDEXED
000376         ACCESS MODE IS DYNAMIC
000377         RECORD KEY IS CCAL-KEY
000378         FILE STATUS IS WS-CCAL-FILE-STATUS.
000380     SELECT PEND-FILE ASSIGN TO "PENDCHG"
000390         ORGANIZATION IS INDEXED
000395         ACCESS MODE IS DYNAMIC
000397         RECORD KEY IS PCHG-KEY
000400         FILE STATUS IS WS-PEND-FILE-STATUS.
000410     SELECT REPORT-FILE ASSIGN TO "CALMRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CAL-FILE.
000530     COPY CALREC.
000535 FD  CCY-CAL-FILE.
000537     COPY CCALREC.
000540 FD  PEND-FILE.
000550     COPY PCHGREC.
000600 FD  REPORT-FILE.
000610 01  REPORT-RECORD PIC X(80).
000700 WORKING-STORAGE SECTION.
000710     77 WS-CAL-FILE-STATUS PIC XX VALUE '00'.
000720     77 WS-PEND-FILE-STATUS PIC XX VALUE '00'.
000722     77 WS-CCAL-FILE-STATUS PIC XX VALUE '00'.
000724     77 WS-CCAL-OPEN-SW PIC X VALUE 'N'.
000726         88 CCYCAL-OPEN VALUE 'Y'.
000730     77 WS-REPORT-LINE PIC X(80).
000740     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000750         88 EOF-YES VALUE 'Y'.
000810     77 WS-DUP-COUNT PIC 9(5) VALUE ZERO.
000820     77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
000830     77 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
000832     77 WS-CCY-ADD-COUNT PIC 9(5) VALUE ZERO.
000834     77 WS-CCY-DELETE-COUNT PIC 9(5) VALUE ZERO.
000836     77 WS-CCY-LIST-COUNT PIC 9(5) VALUE ZERO.
000840     77 WS-GEN-YY PIC 9(2) VALUE ZERO.
000850     77 WS-GEN-MM PIC 9(2) VALUE ZERO.
000860     77 WS-GEN-DD PIC 9(2) VALUE ZERO.
000980     77 WS-MAINT-RC PIC S9(4) VALUE ZERO.
000990     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'CALMAINT'.
001000     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
001005     77 WS-PEND-TARGET PIC X(8) VALUE 'CALFILE'.
001010     77 WS-PEND-FOUND-SW PIC X VALUE 'N'.
001015         88 PEND-FOUND VALUE 'Y'.
001020     77 WS-PRIOR-REJECTS PIC 9(5) VALUE ZERO.
001025     77 WS-APPLY-SHOW PIC X(11) VALUE SPACES.
001030     77 WS-DATE-FUNC PIC X(8) VALUE 'GETDATE'.
001035     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
001040     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
001045     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
001050*>    THE APPROVED CARD BEING APPLIED, AS PCHGSUB TOOK IT IN.
001055 01  CALT-RECORD.
001060     05 CALT-ACTION PIC X.
001065     05 CALT-DATE PIC X(6).
001070     05 CALT-TYPE PIC X.
001075     05 CALT-DESC PIC X(20).
001076*>    A CURRENCY HERE MAKES THE CARD A SETTLEMENT HOLIDAY FOR
001077*>    THAT CURRENCY ON THE SHARED CCYCAL, NOT A CALFILE DATE.
001078     05 CALT-CURRENCY PIC X(3).
001080*>    ONLY THIS ENTITY'S CALENDAR CHANGES ARE APPLIED - EACH
001085*>    ENTITY HAS ITS OWN CALFILE.
001090 01  WS-ENTITY-AREA.
001095     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
001100     05 FILLER PIC X(4) VALUE SPACES.
001105 01  MONTH-TABLE-INIT.
001110     05 FILLER PIC X(2) VALUE '31'.
001115     05 FILLER PIC X(2) VALUE '28'.
001120     05 FILLER PIC X(2) VALUE '31'.
001125     05 FILLER PIC X(2) VALUE '30'.
001130     05 FILLER PIC X(2) VALUE '31'.
001135     05 FILLER PIC X(2) VALUE '30'.
001140     05 FILLER PIC X(2) VALUE '31'.
001145     05 FILLER PIC X(2) VALUE '31'.
001150     05 FILLER PIC X(2) VALUE '30'.
001155     05 FILLER PIC X(2) VALUE '31'.
001160     05 FILLER PIC X(2) VALUE '30'.
001165     05 FILLER PIC X(2) VALUE '31'.
001170 01  MONTH-TABLE REDEFINES MONTH-TABLE-INIT.
001175     05 MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
001200 PROCEDURE DIVISION.
001210 0000-MAIN.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001240         UNTIL EOF-YES.
001250     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
001260     PERFORM 6000-LIST-CALENDAR THRU 6000-EXIT.
001265     PERFORM 6500-LIST-CCY-CALENDAR THRU 6500-EXIT.
001270     PERFORM 7000-SHOW-NEXT-BUS THRU 7000-EXIT.
001280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001290     GOBACK.
001400 1000-INITIALIZE.
001410     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001420         WS-AUDIT-RC.
001421     CALL 'RUNCTL' USING WS-DATE-FUNC WS-BUSINESS-DATE
001422         WS-RUNCTL-RC
001423         ON EXCEPTION
001424             ACCEPT WS-BUSINESS-DATE FROM DATE
001425     END-CALL.
001426     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
001427         ON EXCEPTION
001428             MOVE SPACES TO WS-ENTITY-AREA
001429     END-CALL.
001430     OPEN I-O CAL-FILE.
001440     IF WS-CAL-FILE-STATUS = '35'
001450*>        FIRST EVER LOAD - CREATE THE EMPTY CLUSTER, THEN REOPEN
001550         MOVE 'Y' TO WS-LIST-EOF-SW
001560         MOVE 12 TO WS-MAINT-RC
001570     END-IF.
001575     PERFORM 1060-OPEN-CCY-CALENDAR THRU 1060-EXIT.
001580     OPEN OUTPUT REPORT-FILE.
001590     MOVE 'BUSINESS-DAY CALENDAR MAINTENANCE - CALMAINT'
001600         TO WS-REPORT-LINE.
001610     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001620     IF WS-EOF-SWITCH NOT = 'Y'
001630         PERFORM 1050-OPEN-PENDING THRU 1050-EXIT
001690     END-IF.
001700 1000-EXIT.
001710     EXIT.
001720
001722*>    THE CARDS ARE THE APPROVED CALFILE CHANGES ON THE SHARED
001724*>    PENDCHG FILE - NOTHING ELSE IS EVER APPLIED. THEY ARE READ
001726*>    IN THE ORDER THEY WERE SUBMITTED.
001728 1050-OPEN-PENDING.
001730     OPEN I-O PEND-FILE.
001732     IF WS-PEND-FILE-STATUS NOT = '00'
001734         DISPLAY 'CALMAINT - PENDCHG OPEN FAILED, STATUS='
001736             WS-PEND-FILE-STATUS
001738         MOVE 'NO PENDING-CHANGE FILE - NOTHING APPLIED'
001740             TO WS-REPORT-LINE
001742         WRITE REPORT-RECORD FROM WS-REPORT-LINE
001744         MOVE 'Y' TO WS-EOF-SWITCH
001746         GO TO 1050-EXIT
001748     END-IF.
001750     MOVE WS-PEND-TARGET TO PCHG-TARGET.
001752     MOVE WS-RUN-ENTITY TO PCHG-ENTITY.
001754     MOVE ZERO TO PCHG-SUB-DATE.
001756     MOVE ZERO TO PCHG-SUB-TIME.
001758     MOVE ZERO TO PCHG-SEQ.
001760     START PEND-FILE KEY NOT < PCHG-KEY
001762         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
001764     END-START.
001766     IF WS-EOF-SWITCH NOT = 'Y'
001768         PERFORM 1100-READ-TRAN THRU 1100-EXIT
001770     END-IF.
001772 1050-EXIT.
001774     EXIT.
001776
001777*>    THE CURRENCY HOLIDAYS ARE ONE SHARED FILE. A CCYCAL THAT
001778*>    WILL NOT OPEN ONLY STOPS THE CURRENCY CARDS - THEY FAIL
001779*>    AND CAN BE RESUBMITTED; THE CALFILE CARDS STILL GO IN.
001780 1060-OPEN-CCY-CALENDAR.
001781     OPEN I-O CCY-CAL-FILE.
001782     IF WS-CCAL-FILE-STATUS = '35'
001783         OPEN OUTPUT CCY-CAL-FILE
001784         CLOSE CCY-CAL-FILE
001785         OPEN I-O CCY-CAL-FILE
001786     END-IF.
001787     IF WS-CCAL-FILE-STATUS = '00'
001788         MOVE 'Y' TO WS-CCAL-OPEN-SW
001789     ELSE
001790         DISPLAY 'CALMAINT - CCYCAL OPEN FAILED, STATUS='
001791             WS-CCAL-FILE-STATUS ' - CURRENCY CARDS NOT APPLIED'
001792     END-IF.
001793 1060-EXIT.
001794     EXIT.
001795
001800 1100-READ-TRAN.
001810     MOVE SPACES TO CALT-RECORD.
001820     MOVE 'N' TO WS-PEND-FOUND-SW.
001830     PERFORM 1150-NEXT-PENDING THRU 1150-EXIT
001840         UNTIL PEND-FOUND OR EOF-YES.
001850 1100-EXIT.
001860     EXIT.
001870
001871*>    PENDING, REJECTED, EXPIRED AND FINISHED CHANGES ARE PASSED
001872*>    OVER; THE FIRST KEY PAST THIS FILE AND ENTITY ENDS THE RUN.
001873 1150-NEXT-PENDING.
001874     READ PEND-FILE NEXT RECORD
001875         AT END
001876             MOVE 'Y' TO WS-EOF-SWITCH
001877             GO TO 1150-EXIT
001878     END-READ.
001879     IF PCHG-TARGET NOT = WS-PEND-TARGET
001880         OR PCHG-ENTITY NOT = WS-RUN-ENTITY
001881         MOVE 'Y' TO WS-EOF-SWITCH
001882         GO TO 1150-EXIT
001883     END-IF.
001884     IF PCHG-APPROVED
001885         MOVE PCHG-CARD TO CALT-RECORD
001886         MOVE 'Y' TO WS-PEND-FOUND-SW
001887     END-IF.
001888 1150-EXIT.
001889     EXIT.
001890
001900 2000-APPLY-ONE.
001905     MOVE WS-REJECT-COUNT TO WS-PRIOR-REJECTS.
001906     IF CALT-CURRENCY NOT = SPACES
001907         PERFORM 3500-APPLY-CCY-CARD THRU 3500-EXIT
001908         GO TO 2000-CLOSE
001909     END-IF.
001910     EVALUATE CALT-ACTION
001920         WHEN 'A'
001930             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
001980         WHEN OTHER
001990             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002000     END-EVALUATE.
002003 2000-CLOSE.
002005     PERFORM 2900-CLOSE-CHANGE THRU 2900-EXIT.
002010     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
002020 2000-EXIT.
002030     EXIT.
002610     ADD 1 TO WS-REJECT-COUNT.
002620     MOVE SPACES TO WS-REPORT-LINE.
002630     STRING 'REJECT - ACTION ' CALT-ACTION
002640         ' DATE ' CALT-DATE ' ' CALT-CURRENCY
002650         ' (BAD DATE, DUPLICATE, OR NOT ON FILE)'
002660         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002670     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002680 2400-EXIT.
002690     EXIT.
002700
002710*>    THE CHANGE IS MARKED DONE, OR FAILED WHEN THE CARD WAS
002715*>    REJECTED ABOVE, SO IT IS NEVER APPLIED TWICE - AND THE
002720*>    REPORT SHOWS WHO ASKED FOR IT AND WHO AGREED.
002725 2900-CLOSE-CHANGE.
002730     IF WS-REJECT-COUNT > WS-PRIOR-REJECTS
002735         MOVE 'F' TO PCHG-STATUS
002740         MOVE 'NOT APPLIED' TO WS-APPLY-SHOW
002745     ELSE
002750         MOVE 'D' TO PCHG-STATUS
002755         MOVE 'APPLIED' TO WS-APPLY-SHOW
002760     END-IF.
002765     MOVE WS-BUSINESS-DATE TO PCHG-APPLY-DATE.
002770     REWRITE PCHG-RECORD.
002775     MOVE SPACES TO WS-REPORT-LINE.
002780     STRING WS-APPLY-SHOW ' ' CALT-ACTION ' ' CALT-DATE
002782         ' ' CALT-CURRENCY
002785         ' SUB BY ' PCHG-SUB-USERID ' ' PCHG-SUB-DATE
002790         ' APP BY ' PCHG-REV-USERID ' ' PCHG-REV-DATE
002792         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002794     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002796 2900-EXIT.
002798     EXIT.
002799
002800 3000-WRITE-TOTALS.
002810     MOVE SPACES TO WS-REPORT-LINE.
002820     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002880         ' REJECTS=' WS-REJECT-COUNT
002890         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002900     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002902     MOVE SPACES TO WS-REPORT-LINE.
002904     STRING 'CURRENCY HOLIDAYS ADDED=' WS-CCY-ADD-COUNT
002906         ' DELETED=' WS-CCY-DELETE-COUNT
002908         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002909     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002910     IF WS-REJECT-COUNT > ZERO AND WS-MAINT-RC = ZERO
002920         MOVE 4 TO WS-MAINT-RC
002930     END-IF.
002940 3000-EXIT.
002950     EXIT.
002960
002961*>    A CURRENCY CARD ADDS OR DELETES ONE SETTLEMENT HOLIDAY. NO
002962*>    W CARD HERE - WEEKENDS NEVER SETTLE IN ANY CURRENCY, AND
002963*>    THE VALUE-DATE SERVICE SKIPS THEM WITHOUT A CALENDAR.
002964 3500-APPLY-CCY-CARD.
002965     IF NOT CCYCAL-OPEN
002966         OR CALT-DATE IS NOT NUMERIC
002967         PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002968         GO TO 3500-EXIT
002969     END-IF.
002970     MOVE CALT-CURRENCY TO CCAL-CURRENCY.
002971     MOVE CALT-DATE TO CCAL-DATE.
002972     EVALUATE CALT-ACTION
002973         WHEN 'A'
002974             MOVE CALT-DESC TO CCAL-DESC
002975             WRITE CCAL-RECORD
002976                 INVALID KEY
002977                     PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002978                 NOT INVALID KEY
002979                     ADD 1 TO WS-CCY-ADD-COUNT
002980             END-WRITE
002981         WHEN 'D'
002982             DELETE CCY-CAL-FILE
002983                 INVALID KEY
002984                     PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002985                 NOT INVALID KEY
002986                     ADD 1 TO WS-CCY-DELETE-COUNT
002987             END-DELETE
002988         WHEN OTHER
002989             PERFORM 2400-REJECT-TRAN THRU 2400-EXIT
002990     END-EVALUATE.
002991 3500-EXIT.
002992     EXIT.
002993
003000*>    LOADS EVERY SATURDAY AND SUNDAY OF YEAR 20YY. THE SERIAL
003010*>    DAY COUNT OFF 2000/01/01 (A SATURDAY) GIVES THE DAY OF THE
003020*>    WEEK OF JANUARY 1; FROM THERE THE WEEK JUST CYCLES.
004310 6100-EXIT.
004320     EXIT.
004330
004331*>    EVERY CURRENCY'S SETTLEMENT HOLIDAYS, CURRENCY THEN DATE.
004332 6500-LIST-CCY-CALENDAR.
004333     IF WS-MAINT-RC = 12 OR NOT CCYCAL-OPEN
004334         GO TO 6500-EXIT
004335     END-IF.
004336     MOVE SPACES TO WS-REPORT-LINE.
004337     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004338     MOVE 'CURRENCY HOLIDAYS (DATES A CURRENCY DOES NOT SETTLE)'
004339         TO WS-REPORT-LINE.
004340     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004341     MOVE LOW-VALUES TO CCAL-KEY.
004342     MOVE 'N' TO WS-LIST-EOF-SW.
004343     START CCY-CAL-FILE KEY NOT < CCAL-KEY
004344         INVALID KEY MOVE 'Y' TO WS-LIST-EOF-SW
004345     END-START.
004346     PERFORM 6600-LIST-CCY-ONE THRU 6600-EXIT
004347         UNTIL LIST-EOF.
004348     MOVE SPACES TO WS-REPORT-LINE.
004349     STRING 'CURRENCY HOLIDAYS ON FILE=' WS-CCY-LIST-COUNT
004350         DELIMITED BY SIZE INTO WS-REPORT-LINE.
004351     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
004352 6500-EXIT.
004353     EXIT.
004354
004355 6600-LIST-CCY-ONE.
004356     READ CCY-CAL-FILE NEXT RECORD
004357         AT END
004358             MOVE 'Y' TO WS-LIST-EOF-SW
004359         NOT AT END
004360             ADD 1 TO WS-CCY-LIST-COUNT
004361             MOVE SPACES TO WS-REPORT-LINE
004362             STRING CCAL-CURRENCY ' ' CCAL-DATE ' ' CCAL-DESC
004363                 DELIMITED BY SIZE INTO WS-REPORT-LINE
004364             WRITE REPORT-RECORD FROM WS-REPORT-LINE
004365     END-READ.
004366 6600-EXIT.
004367     EXIT.
004368
004370*>    THE CALENDAR IS CLOSED FIRST - THE NEXTBUS INQUIRY INSIDE
004380*>    RUNCTL OPENS CALFILE FOR ITSELF.
004400 7000-SHOW-NEXT-BUS.
004405     CLOSE CAL-FILE.
004410     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-NEXT-BUS-DATE
004570     EXIT.
004580
004600 9000-TERMINATE.
004620     CLOSE PEND-FILE.
004622     IF CCYCAL-OPEN
004624         CLOSE CCY-CAL-FILE
004626     END-IF.
004630     CLOSE REPORT-FILE.
004640     MOVE WS-MAINT-RC TO WS-AUDIT-RC.
004650     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
