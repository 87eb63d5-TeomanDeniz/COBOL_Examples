000000 *> ON RC 0 - ACKNOWLEDGED SEQUENCES ALWAYS DROP OFF THE LEDGER
000000 *> EVEN WHILE ONE GAP HOLDS THE ADVANCE. NO MORE FINDING OUT AT
000000 *> MONTH-END CLOSE THAT A FILE NEVER LOADED.
000000 *> 2026/09/09 TD - EVERY ACKNOWLEDGMENT MATCHED TO THE LEDGER -
000000 *>                 ACCEPTED, REJECTED OR MISMATCHED - IS ALSO
000000 *>                 FILED ON THE GLACKH HISTORY KSDS UNDER ITS
000000 *>                 SEQUENCE AND SENT DATE WITH THE RUNCTL
000000 *>                 BUSINESS DATE, SO THE TRANSACTION TRACE CAN
000000 *>                 STILL SAY A FILE WAS LOADED AFTER IT HAS
000000 *>                 DROPPED OFF THE LEDGER. A GLACKH THAT WILL
000000 *>                 NOT OPEN IS NOTED ON THE REPORT AND DOES NOT
000000 *>                 STOP THE RECONCILE.
000000 *> 2026/09/23 TD - A REJECTED SEQUENCE REBUILT BY GLRESEND GOES
000000 *>                 OUT UNDER A NEW SEQUENCE WHOSE GLSENT LINE
000000 *>                 NAMES THE ONE IT REPLACES. UNTIL FINANCE
000000 *>                 ACCEPTS THE REPLACEMENT THE ORIGINAL STAYS ON
000000 *>                 THE LEDGER AS RESENT (ADVANCE HELD); ONCE IT
000000 *>                 IS ACCEPTED THE ORIGINAL IS SUPERSEDED -
000000 *>                 DROPPED OFF THE LEDGER AND FILED ON GLACKH AS
000000 *>                 DISPOSITION S WITH THE REPLACING SEQUENCE.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLACKREC.
000300 ENVIRONMENT DIVISION.
000426         FILE STATUS IS WS-PARMIN-FILE-STATUS.
000430     SELECT REPORT-FILE ASSIGN TO "GLACKRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT HISTORY-FILE ASSIGN TO "GLACKH"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS GLAH-KEY
000490         FILE STATUS IS WS-HIST-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  SENT-FILE.
000570     05 SENT-COUNT PIC 9(7).
000580     05 SENT-HASH PIC S9(11)V99
000590         SIGN IS TRAILING SEPARATE.
000595     05 SENT-REPLACES PIC 9(4).
000600 FD  ACK-FILE.
000610 01  ACK-RECORD.
000620     05 ACK-SEQ PIC 9(4).
000650         SIGN IS TRAILING SEPARATE.
000660     05 ACK-DISP PIC X.
000670 FD  NEWSENT-FILE.
000680 01  NEWSENT-RECORD PIC X(36).
000690 FD  PARMOUT-FILE.
000700 01  PARMOUT-RECORD.
000710     05 PARMOUT-SEQ PIC 9(4).
000716     05 PARMIN-SEQ PIC 9(4).
000720 FD  REPORT-FILE.
000730 01  REPORT-RECORD PIC X(100).
000740 FD  HISTORY-FILE.
000750     COPY GLACKH.
000800 WORKING-STORAGE SECTION.
000810     77 WS-SENT-FILE-STATUS PIC XX VALUE '00'.
000820     77 WS-ACK-FILE-STATUS PIC XX VALUE '00'.
000822     77 WS-PARMIN-FILE-STATUS PIC XX VALUE '00'.
000824     77 WS-HIST-FILE-STATUS PIC XX VALUE '00'.
000826     77 WS-HIST-OPEN-SW PIC X VALUE 'N'.
000828         88 HIST-FILE-OPEN VALUE 'Y'.
000829     77 WS-HIST-COUNT PIC 9(3) VALUE ZERO.
000830     77 WS-REPORT-LINE PIC X(100).
000840     77 WS-SENT-EOF-SW PIC X VALUE 'N'.
000850         88 SENT-EOF VALUE 'Y'.
000950     77 WS-MISMATCH-COUNT PIC 9(3) VALUE ZERO.
000960     77 WS-OPEN-COUNT PIC 9(3) VALUE ZERO.
000970     77 WS-STRAY-ACK-COUNT PIC 9(3) VALUE ZERO.
000972     77 WS-SUPERSEDED-COUNT PIC 9(3) VALUE ZERO.
000974     77 WS-RESENT-COUNT PIC 9(3) VALUE ZERO.
000976     77 WS-ORIG-IX PIC 9(3) COMP VALUE ZERO.
000978     77 WS-FIND-IX PIC 9(3) COMP VALUE ZERO.
000980     77 WS-HIGH-SEQ PIC 9(4) VALUE ZERO.
000990     77 WS-NEXT-SEQ PIC 9(4) VALUE ZERO.
001000     77 WS-ACK-RC PIC S9(4) VALUE ZERO.
001010     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'GLACKREC'.
001020     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
001022     77 WS-RUN-DATE PIC 9(6) VALUE ZERO.
001024     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
001026     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
001030 01  SENT-TABLE.
001040     05 SENT-ENTRY OCCURS 500 TIMES.
001050         10 SENT-TBL-SEQ PIC 9(4).
001080         10 SENT-TBL-HASH PIC S9(11)V99
001090             SIGN IS TRAILING SEPARATE.
001100*>        SPACE = STILL OPEN, A = ACKNOWLEDGED CLEAN,
001110*>        R = REJECTED BY FINANCE, M = ACK TOTALS MISMATCHED,
001112*>        P = REJECTED AND RESENT, REPLACEMENT NOT YET ACCEPTED,
001114*>        S = SUPERSEDED BY AN ACCEPTED REPLACEMENT.
001120         10 SENT-TBL-STATE PIC X.
001122*>        THE SEQUENCE THIS FILE REPLACES (A GLRESEND REBUILD)
001124*>        AND THE SEQUENCE THAT REPLACED THIS ONE - ZERO IF NONE.
001126         10 SENT-TBL-REPLACES PIC 9(4).
001128         10 SENT-TBL-REPLACED-BY PIC 9(4).
001200 PROCEDURE DIVISION.
001210 0000-MAIN.
001220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001230     PERFORM 2000-APPLY-ACK THRU 2000-EXIT
001240         UNTIL ACK-EOF.
001245     PERFORM 2500-SUPERSEDE THRU 2500-EXIT.
001250     PERFORM 3000-REPORT-AND-REWRITE THRU 3000-EXIT.
001260     PERFORM 4000-ADVANCE-SEQUENCE THRU 4000-EXIT.
001270     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001340     MOVE 'GL INTERFACE ACKNOWLEDGMENT RECONCILIATION - GLACKREC'
001350         TO WS-REPORT-LINE.
001360     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001362     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-RUN-DATE
001363         WS-RUNCTL-RC
001364         ON EXCEPTION
001365             ACCEPT WS-RUN-DATE FROM DATE
001366     END-CALL.
001367     PERFORM 1100-OPEN-HISTORY THRU 1100-EXIT.
001370     OPEN INPUT SENT-FILE.
001380     IF WS-SENT-FILE-STATUS NOT = '00'
001390         MOVE SPACES TO WS-REPORT-LINE
001650 1000-EXIT.
001660     EXIT.
001670
001671*>    THE HISTORY ONLY FEEDS THE TRANSACTION TRACE - WHEN IT
001672*>    CANNOT BE OPENED THE MORNING RECONCILE STILL RUNS AND THE
001674*>    REPORT SAYS THE ACKNOWLEDGMENTS WENT UNRECORDED.
001680 1100-OPEN-HISTORY.
001682     OPEN I-O HISTORY-FILE.
001684     IF WS-HIST-FILE-STATUS = '35'
001686         OPEN OUTPUT HISTORY-FILE
001688         CLOSE HISTORY-FILE
001690         OPEN I-O HISTORY-FILE
001692     END-IF.
001694     IF WS-HIST-FILE-STATUS = '00'
001695         MOVE 'Y' TO WS-HIST-OPEN-SW
001696     ELSE
001697         MOVE SPACES TO WS-REPORT-LINE
001698         STRING '*** GLACKH OPEN FAILED, STATUS='
001699             WS-HIST-FILE-STATUS
001700             ' - ACKNOWLEDGMENTS NOT RECORDED FOR THE TRACE'
001701             DELIMITED BY SIZE INTO WS-REPORT-LINE
001702         WRITE REPORT-RECORD FROM WS-REPORT-LINE
001703     END-IF.
001704 1100-EXIT.
001705     EXIT.
001706
001707 1200-LOAD-SENT.
001710     READ SENT-FILE
001720         AT END
001730             MOVE 'Y' TO WS-SENT-EOF-SW
001910     MOVE SENT-COUNT TO SENT-TBL-COUNT(WS-SENT-COUNT).
001920     MOVE SENT-HASH TO SENT-TBL-HASH(WS-SENT-COUNT).
001930     MOVE SPACE TO SENT-TBL-STATE(WS-SENT-COUNT).
001932     MOVE ZERO TO SENT-TBL-REPLACED-BY(WS-SENT-COUNT).
001934*>    A LINE WRITTEN BEFORE THE REPLACES FIELD EXISTED IS SHORT
001936*>    AND READS BACK AS SPACES THERE - IT REPLACES NOTHING.
001938     IF SENT-REPLACES IS NUMERIC
001940         MOVE SENT-REPLACES TO SENT-TBL-REPLACES(WS-SENT-COUNT)
001942     ELSE
001944         MOVE ZERO TO SENT-TBL-REPLACES(WS-SENT-COUNT)
001946     END-IF.
001948     IF SENT-SEQ > WS-HIGH-SEQ
001950         MOVE SENT-SEQ TO WS-HIGH-SEQ
001960     END-IF.
001970 1250-EXIT.
002490         WHEN OTHER
002500             MOVE 'M' TO SENT-TBL-STATE(WS-MATCH-IX)
002510     END-EVALUATE.
002515     PERFORM 2300-FILE-HISTORY THRU 2300-EXIT.
002520 2200-EXIT.
002530     EXIT.
002540
002542*>    ONE HISTORY RECORD PER SENT FILE - A LATER ACKNOWLEDGMENT OF
002544*>    THE SAME SEQUENCE AND DATE REPLACES THE EARLIER ONE. A
002546*>    GLRESEND REBUILD HAS ITS OWN SEQUENCE AND ITS OWN RECORD.
002550 2300-FILE-HISTORY.
002552     IF NOT HIST-FILE-OPEN
002554         GO TO 2300-EXIT
002556     END-IF.
002558     MOVE SENT-TBL-SEQ(WS-MATCH-IX) TO GLAH-SEQ.
002560     MOVE SENT-TBL-DATE(WS-MATCH-IX) TO GLAH-SENT-DATE.
002562     MOVE SENT-TBL-STATE(WS-MATCH-IX) TO GLAH-DISP.
002564     MOVE WS-RUN-DATE TO GLAH-ACK-DATE.
002566     MOVE ACK-COUNT TO GLAH-COUNT.
002568     MOVE ACK-HASH TO GLAH-HASH.
002569     MOVE ZERO TO GLAH-REPLACED-BY.
002570     WRITE GLAH-RECORD
002572         INVALID KEY
002574             REWRITE GLAH-RECORD
002576             END-REWRITE
002578     END-WRITE.
002580     IF WS-HIST-FILE-STATUS = '00'
002582         ADD 1 TO WS-HIST-COUNT
002584     ELSE
002586         DISPLAY 'GLACKH WRITE FAILED, STATUS='
002588             WS-HIST-FILE-STATUS ' SEQ ' GLAH-SEQ
002590     END-IF.
002592 2300-EXIT.
002594     EXIT.
002595
002596*>    A GLRESEND REPLACEMENT SUPERSEDES THE FILE IT REPLACES ONCE
002597*>    FINANCE HAS ACCEPTED IT - THE ORIGINAL THEN DROPS OFF THE
002598*>    LEDGER AND ITS HISTORY RECORD SAYS WHICH SEQUENCE CARRIED
002599*>    ITS POSTINGS. UNTIL THEN THE ORIGINAL STAYS ON THE LEDGER
002600*>    AS RESENT. THE LEDGER IS WALKED NEWEST FIRST SO A CHAIN (A
002601*>    REPLACEMENT ITSELF REJECTED AND RESENT) SETTLES IN ONE RUN.
002602 2500-SUPERSEDE.
002603     MOVE WS-SENT-COUNT TO WS-SENT-IX.
002604     PERFORM 2510-SUPERSEDE-ONE THRU 2510-EXIT
002605         WS-SENT-COUNT TIMES.
002606 2500-EXIT.
002607     EXIT.
002608
002609 2510-SUPERSEDE-ONE.
002610     IF SENT-TBL-REPLACES(WS-SENT-IX) = ZERO
002611         GO TO 2510-NEXT
002612     END-IF.
002613     MOVE ZERO TO WS-ORIG-IX.
002614     MOVE ZERO TO WS-FIND-IX.
002615     PERFORM 2520-FIND-ORIGINAL THRU 2520-EXIT
002616         WS-SENT-COUNT TIMES.
002617     IF WS-ORIG-IX = ZERO
002618         GO TO 2510-NEXT
002619     END-IF.
002620     MOVE SENT-TBL-SEQ(WS-SENT-IX)
002621         TO SENT-TBL-REPLACED-BY(WS-ORIG-IX).
002622     IF SENT-TBL-STATE(WS-SENT-IX) = 'A' OR 'S'
002623         MOVE 'S' TO SENT-TBL-STATE(WS-ORIG-IX)
002624         PERFORM 2600-FILE-SUPERSEDED THRU 2600-EXIT
002625     ELSE
002626         MOVE 'P' TO SENT-TBL-STATE(WS-ORIG-IX)
002627     END-IF.
002628 2510-NEXT.
002629     SUBTRACT 1 FROM WS-SENT-IX.
002630 2510-EXIT.
002631     EXIT.
002632
002633 2520-FIND-ORIGINAL.
002634     ADD 1 TO WS-FIND-IX.
002635     IF SENT-TBL-SEQ(WS-FIND-IX) = SENT-TBL-REPLACES(WS-SENT-IX)
002636         AND SENT-TBL-STATE(WS-FIND-IX) NOT = 'A'
002637         AND WS-FIND-IX NOT = WS-SENT-IX
002638         MOVE WS-FIND-IX TO WS-ORIG-IX
002639     END-IF.
002640 2520-EXIT.
002641     EXIT.
002642
002643 2600-FILE-SUPERSEDED.
002644     IF NOT HIST-FILE-OPEN
002645         GO TO 2600-EXIT
002646     END-IF.
002647     MOVE SENT-TBL-SEQ(WS-ORIG-IX) TO GLAH-SEQ.
002648     MOVE SENT-TBL-DATE(WS-ORIG-IX) TO GLAH-SENT-DATE.
002649     MOVE 'S' TO GLAH-DISP.
002650     MOVE WS-RUN-DATE TO GLAH-ACK-DATE.
002651     MOVE SENT-TBL-COUNT(WS-ORIG-IX) TO GLAH-COUNT.
002652     MOVE SENT-TBL-HASH(WS-ORIG-IX) TO GLAH-HASH.
002653     MOVE SENT-TBL-SEQ(WS-SENT-IX) TO GLAH-REPLACED-BY.
002654     WRITE GLAH-RECORD
002655         INVALID KEY
002656             REWRITE GLAH-RECORD
002657             END-REWRITE
002658     END-WRITE.
002659     IF WS-HIST-FILE-STATUS = '00'
002660         ADD 1 TO WS-HIST-COUNT
002661     ELSE
002662         DISPLAY 'GLACKH WRITE FAILED, STATUS='
002663             WS-HIST-FILE-STATUS ' SEQ ' GLAH-SEQ
002664     END-IF.
002665 2600-EXIT.
002666     EXIT.
002672
002678*>    ACKNOWLEDGED-CLEAN SEQUENCES DROP OFF THE LEDGER; ANYTHING
002684*>    ELSE IS REWRITTEN TO GLSENTN (COPIED BACK OVER GLSENT BY
002690*>    THE NEXT JOB STEP) AND FLAGGED ON THE MORNING REPORT.
002700 3000-REPORT-AND-REWRITE.
002710     OPEN OUTPUT NEWSENT-FILE.
002720     MOVE ZERO TO WS-SENT-IX.
002810         ' MISMATCHED=' WS-MISMATCH-COUNT
002820         ' STILL OPEN=' WS-OPEN-COUNT
002830         ' STRAY ACKS=' WS-STRAY-ACK-COUNT
002835         ' HISTORY FILED=' WS-HIST-COUNT
002840         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002850     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002852     MOVE SPACES TO WS-REPORT-LINE.
002854     STRING 'SUPERSEDED BY AN ACCEPTED RESEND='
002855         WS-SUPERSEDED-COUNT
002856         ' RESENT, REPLACEMENT NOT YET ACCEPTED=' WS-RESENT-COUNT
002857         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002858     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002860     IF WS-OVERFLOW-COUNT > ZERO
002870         MOVE SPACES TO WS-REPORT-LINE
002880         STRING '*** SENT TABLE FULL - ' WS-OVERFLOW-COUNT
003110             ADD 1 TO WS-REJECTED-COUNT
003120             STRING '*** REJECTED SEQ ' SENT-TBL-SEQ(WS-SENT-IX)
003130                 ' OF ' SENT-TBL-DATE(WS-SENT-IX)
003140                 ' - REBUILD IT WITH GLRESEND' DELIMITED BY SIZE
003150                 INTO WS-REPORT-LINE
003160             PERFORM 3200-KEEP-ON-LEDGER THRU 3200-EXIT
003170         WHEN 'M'
003220                 ' - WHAT DID THEY LOAD?' DELIMITED BY SIZE
003230                 INTO WS-REPORT-LINE
003240             PERFORM 3200-KEEP-ON-LEDGER THRU 3200-EXIT
003242         WHEN 'S'
003243             ADD 1 TO WS-SUPERSEDED-COUNT
003244             STRING 'SUPERSEDED SEQ ' SENT-TBL-SEQ(WS-SENT-IX)
003245                 ' OF ' SENT-TBL-DATE(WS-SENT-IX)
003246                 ' - RESENT AS SEQ '
003247                 SENT-TBL-REPLACED-BY(WS-SENT-IX)
003248                 ', NOW ACCEPTED' DELIMITED BY SIZE
003249                 INTO WS-REPORT-LINE
003250         WHEN 'P'
003251             ADD 1 TO WS-RESENT-COUNT
003252             STRING '*** REJECTED SEQ ' SENT-TBL-SEQ(WS-SENT-IX)
003253                 ' OF ' SENT-TBL-DATE(WS-SENT-IX)
003254                 ' - RESENT AS SEQ '
003255                 SENT-TBL-REPLACED-BY(WS-SENT-IX)
003256                 ', AWAITING ITS ACK' DELIMITED BY SIZE
003257                 INTO WS-REPORT-LINE
003258             PERFORM 3200-KEEP-ON-LEDGER THRU 3200-EXIT
003259         WHEN OTHER
003260             ADD 1 TO WS-OPEN-COUNT
003270             STRING '*** UNACKNOWLEDGED SEQ '
003280                 SENT-TBL-SEQ(WS-SENT-IX)
003430         SENT-TBL-DATE(WS-SENT-IX)
003440         SENT-TBL-COUNT(WS-SENT-IX)
003450         SENT-TBL-HASH(WS-SENT-IX)
003455         SENT-TBL-REPLACES(WS-SENT-IX)
003460         DELIMITED BY SIZE INTO NEWSENT-RECORD.
003470     WRITE NEWSENT-RECORD.
003480 3200-EXIT.
003710     IF WS-OPEN-COUNT > ZERO
003720         OR WS-REJECTED-COUNT > ZERO
003730         OR WS-MISMATCH-COUNT > ZERO
003735         OR WS-RESENT-COUNT > ZERO
003740         MOVE SPACES TO WS-REPORT-LINE
003750         STRING '*** SEQUENCE ADVANCE HELD - RESOLVE THE '
003760             'FLAGGED SEQUENCES FIRST, RC=4' DELIMITED BY SIZE
004110     CLOSE SENT-FILE.
004120     CLOSE ACK-FILE.
004130     CLOSE REPORT-FILE.
004135     IF HIST-FILE-OPEN
004136         CLOSE HISTORY-FILE
004137     END-IF.
004140     MOVE WS-ACK-RC TO WS-AUDIT-RC.
004150     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
004160         WS-AUDIT-RC.
