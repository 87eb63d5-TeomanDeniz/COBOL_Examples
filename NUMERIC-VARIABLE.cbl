000000*>                 BALANCING AND TREND STEPS CAN SUM THE SLICES
000000*>                 OF ONE BUSINESS DATE INSTEAD OF MISTAKING THE
000000*>                 LAST SLICE FOR THE WHOLE NIGHT.
000000*> 2026/09/08 TD - THE DETAIL'S ACCOUNT NUMBER RIDES THROUGH THE
000000*>                 SORT AND IS APPENDED TO EVERY CSV LINE AS THE
000000*>                 SEVENTH COLUMN AND TO EVERY NUMEXCP LINE IN
000000*>                 COLUMNS 61-70, SO THE POSTING STEP AND SUSPENSE
000000*>                 KNOW WHOSE MONEY IT WAS. BOTH FILES ARE 100
000000*>                 BYTES WIDE NOW.
000000*> 2026/09/09 TD - THE PERMANENT TRANSACTION REFERENCE TRANEDIT
000000*>                 STAMPS RIDES THROUGH THE SORT AND NUMSRTD AND
000000*>                 IS APPENDED TO EVERY CSV LINE AS THE EIGHTH
000000*>                 COLUMN AND TO EVERY NUMEXCP LINE IN COLUMNS
000000*>                 71-91.
000000*> 2026/10/01 TD - VALUE DATING: EVERY CSV LINE NOW ENDS WITH A
000000*>                 NINTH COLUMN, THE VALUE DATE - THE BATCH DATE
000000*>                 MOVED ON BY THE CURRENCY'S SETLAG BUSINESS
000000*>                 DAYS, SKIPPING WEEKENDS AND THE CURRENCY'S
000000*>                 CCYCAL HOLIDAYS (VALDSVC, ONE CALL PER
000000*>                 CURRENCY). NO CCYCAL OR NO SERVICE IS RC=4.
000000*> 2026/10/02 TD - EVERY CURRENCY TOTAL IS NOW ALSO FILED ON
000000*>                 THE CURRTOT KSDS (DATE, CURRENCY, LINES,
000000*>                 RESULT, HASH, RATE, RATE DATE, BASE
000000*>                 EQUIVALENT) UNDER THE SUPPLEMENT NUMBER AND
000000*>                 SLICE THAT PRODUCED IT, SO TREASURY'S NSTEXTR
000000*>                 NET SETTLEMENT READS THE FIGURES INSTEAD OF
000000*>                 THE JOB LOG. A FRESH RUN CLEARS ITS OWN PIECE
000000*>                 FIRST; A RESTART REPLACES IN PLACE. THE
000000*>                 CHECKPOINT CARRIES THE PER-CURRENCY LINE
000000*>                 COUNT. A CURRTOT OPEN OR WRITE FAILURE IS RC=4.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EXAMPLE-NUMERIC-VARIABLE.
000120 ENVIRONMENT DIVISION.
000230         ORGANIZATION IS RELATIVE
000232         ACCESS MODE IS DYNAMIC
000234         RELATIVE KEY IS WS-SRTD-REL-KEY.
000235     SELECT CURRTOT-FILE ASSIGN TO "CURRTOT"
000236         ORGANIZATION IS INDEXED
000237         ACCESS MODE IS DYNAMIC
000238         RECORD KEY IS CTOT-KEY
000239         FILE STATUS IS WS-CTOT-FILE-STATUS.
000240 DATA DIVISION.
000250 FILE SECTION.
000260 FD  TRANS-FILE.
000270 01  TRANS-IN-RECORD PIC X(80).
000280 FD  EXCEPTION-FILE.
000290 01  EXCEPTION-RECORD PIC X(100).
000300 FD  CSV-FILE.
000310 01  CSV-RECORD PIC X(100).
000320 SD  SORT-WORK.
000330 01  SORT-RECORD.
000340     05 SRT-NUM1 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000350     05 SRT-NUM2 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000360     05 SRT-CURRENCY PIC X(3).
000365     05 SRT-ACCOUNT PIC X(10).
000367     05 SRT-REF PIC X(21).
000370 FD  SORTED-FILE.
000380 01  SORTED-RECORD.
000390     05 OUT-NUM1 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000400     05 OUT-NUM2 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000410     05 OUT-CURRENCY PIC X(3).
000415     05 OUT-ACCOUNT PIC X(10).
000417     05 OUT-REF PIC X(21).
000418 FD  CURRTOT-FILE.
000419     COPY CTOTREC.
000420 WORKING-STORAGE SECTION.
000430     COPY MSGLINK.
000440     COPY STATREC.
000445     COPY CURRLINK.
000447     COPY VALDLINK.
000450 01  TRANS-RECORD.
000460     05 NUM1 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000470     05 NUM2 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000480     05 TRANS-CURRENCY PIC X(3).
000485     05 TRANS-ACCOUNT PIC X(10).
000487     05 TRANS-REF PIC X(21).
000490     COPY TRANSACTION-RECORD.
000500     77 RESULT PIC S9(9)V99 VALUE 42. *> SIGNED FOR DEBIT/CREDIT
000510     77 WS-QUOTIENT PIC S9(9) COMP.
000520     77 WS-POW-EXP PIC S9(5) COMP VALUE ZERO.
000530     77 WS-EXCEPTION-LINE PIC X(100).
000532     77 WS-OVFL-MSG-ID PIC X(7) VALUE SPACES.
000534     77 WS-SRTD-REL-KEY PIC 9(7) VALUE ZERO.
000536*>    THE CHECKPOINT KEY - THE AUDIT NAME PLUS THE -S<N> SLICE
000538*>    QUALIFIER, SO FOUR SLICES SHARE ONE CKPTFILE.
000539     77 WS-CKPT-PGM-NAME PIC X(32) VALUE SPACES.
000540     77 WS-OPERATION PIC X(8).
000550     77 WS-CSV-LINE PIC X(100).
000560     77 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
000570     77 WS-LINES-WRITTEN PIC 9(7) VALUE ZERO.
000580     77 WS-HASH-TOTAL PIC S9(11)V99 VALUE ZERO.
000640     77 WS-CURR-HASH PIC S9(11)V99 VALUE ZERO.
000642     77 WS-BASE-CURRENCY PIC X(3) VALUE 'USD'.
000644     77 WS-BASE-EQUIV PIC S9(13)V99 VALUE ZERO.
000646*>    THE CURRENCY TRAN-VALUE-DATE WAS LAST WORKED OUT FOR.
000648     77 WS-VALUE-CCY PIC X(3) VALUE SPACES.
000649     77 WS-CURR-LINES PIC 9(7) VALUE ZERO.
000650     77 WS-FIRST-RECORD-SW PIC X VALUE 'Y'.
000660     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000670         88 EOF-YES VALUE 'Y'.
001187     05 WS-CKPT-SLICE PIC X.
001188     05 WS-CKPT-HDR-SW PIC X.
001189     05 WS-CKPT-TRL-SW PIC X.
001190     05 WS-CKPT-CURR-LINES PIC 9(7).
001192     05 FILLER PIC X(54).
001195 01  WS-HEADER-AREA.
001200     05 WS-HDR-DATE PIC 9(6) VALUE ZERO.
001210     05 WS-HDR-SOURCE PIC X(8) VALUE SPACES.
001290     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
001300     77 WS-DRVL-BRACKET-CODE PIC X(10) VALUE SPACES.
001310     77 WS-DRVL-RETURN-CODE PIC S9(4) VALUE ZERO.
001312     77 WS-CTOT-FILE-STATUS PIC XX VALUE '00'.
001313     77 WS-CTOT-OPEN-SW PIC X VALUE 'N'.
001314         88 CTOT-FILE-OPEN VALUE 'Y'.
001315     77 WS-CTOT-EOF-SW PIC X VALUE 'N'.
001316         88 CTOT-EOF VALUE 'Y'.
001317     77 WS-CTOT-SUPP PIC 9 VALUE ZERO.
001318     77 WS-CTOT-CLEARED PIC 9(5) VALUE ZERO.
001320 LINKAGE SECTION.
001330     COPY DRVLINK.
001340 PROCEDURE DIVISION.
001702     MOVE ZERO TO WS-SUPP-NO.
001704     MOVE 'EXAMPLE-NUMERIC-VARIABLE' TO WS-AUDIT-PGM-NAME.
001706     MOVE SPACES TO WS-CKPT-PGM-NAME.
001708     MOVE SPACES TO WS-VALUE-CCY.
001710     MOVE 'N' TO WS-RESTART-BAD-SW.
001712     MOVE ZERO TO WS-CURR-LINES WS-CTOT-CLEARED.
001714     MOVE 'N' TO WS-CTOT-OPEN-SW.
001720     INITIALIZE STAT-RECORD.
001730  0050-EXIT.
001740     EXIT.
002290         OPEN OUTPUT EXCEPTION-FILE
002300         OPEN OUTPUT CSV-FILE
002310     END-IF.
002315     PERFORM 1040-OPEN-CURRTOT THRU 1040-EXIT.
002320     MOVE 'Y' TO WS-FIRST-RECORD-SW.
002330     IF WS-CKPT-POSITION > ZERO
002340         PERFORM 1350-RESTORE-CHECKPOINT THRU 1350-EXIT
002460             MOVE OUT-NUM2 TO NUM2
002470             MOVE OUT-CURRENCY TO TRANS-CURRENCY
002480             MOVE OUT-CURRENCY TO TRAN-CURRENCY
002485             MOVE OUT-ACCOUNT TO TRANS-ACCOUNT
002487             MOVE OUT-ACCOUNT TO TRAN-ACCOUNT
002488             MOVE OUT-REF TO TRANS-REF
002489             MOVE OUT-REF TO TRAN-REF
002490     END-READ.
002500 1100-EXIT.
002510     EXIT.
002780             MOVE TRANS-IN-RECORD(16:1) TO WS-SLICE-ID
002790             MOVE 'Y' TO WS-HEADER-SEEN-SW
002800         WHEN 'D'
002810             MOVE TRANS-IN-RECORD(2:50) TO SORT-RECORD
002820             RELEASE SORT-RECORD
002830             ADD 1 TO WS-RELEASED-COUNT
002840             MOVE TRANS-IN-RECORD(2:50) TO TRANS-RECORD
002850             ADD NUM1 TO WS-INPUT-HASH
002860             ADD NUM2 TO WS-INPUT-HASH
002870         WHEN 'T'
003230     MOVE WS-CKPT-PRIOR-CURR TO WS-PRIOR-CURRENCY.
003240     MOVE WS-CKPT-CURR-SUB TO WS-CURR-SUBTOTAL.
003250     MOVE WS-CKPT-CURR-HASH TO WS-CURR-HASH.
003252*>    A CHECKPOINT TAKEN BEFORE THE LINE COUNT WAS CARRIED HAS
003254*>    SPACES THERE.
003255     IF WS-CKPT-CURR-LINES IS NUMERIC
003256         MOVE WS-CKPT-CURR-LINES TO WS-CURR-LINES
003257     ELSE
003258         MOVE ZERO TO WS-CURR-LINES
003259     END-IF.
003260     MOVE WS-CKPT-EXCP TO STAT-EXCP-COUNT.
003270     MOVE WS-CKPT-POWSKIP TO STAT-POW-SKIP-COUNT.
003280     MOVE WS-CKPT-ADD TO STAT-ADD-COUNT.
004202         MOVE WS-SLICE-ID TO WS-CKPT-SLICE
004203         MOVE WS-HEADER-SEEN-SW TO WS-CKPT-HDR-SW
004204         MOVE WS-TRAILER-SEEN-SW TO WS-CKPT-TRL-SW
004205         MOVE WS-CURR-LINES TO WS-CKPT-CURR-LINES
004206         MOVE WS-RECORDS-READ TO WS-CKPT-POSITION
004210         MOVE 'PUT' TO WS-CKPT-FUNC
004220         CALL 'CHECKPT' USING WS-CKPT-FUNC WS-CKPT-PGM-NAME
004480             END-IF
004490         END-IF
004500     END-IF.
004502     IF TRANS-CURRENCY NOT = WS-VALUE-CCY
004504         PERFORM 2400-SET-VALUE-DATE THRU 2400-EXIT
004506     END-IF.
004510*>>>>>>>>>>>>>>>>>>>>>>>>>>>>>>> [v] COLLECT [v] <<<<<<<<<<<<<<<<<<<<<<<<<<<<<<*
004520     ADD NUM1 TO NUM2 GIVING RESULT
004522         ON SIZE ERROR
005420         ' RESULT TOTAL=' WS-CURR-SUBTOTAL
005430         ' HASH=' WS-CURR-HASH.
005432     PERFORM 2070-WRITE-BASE-EQUIV THRU 2070-EXIT.
005435     PERFORM 2080-FILE-CURRENCY-TOTAL THRU 2080-EXIT.
005440     MOVE ZERO TO WS-CURR-SUBTOTAL.
005450     MOVE ZERO TO WS-CURR-HASH.
005455     MOVE ZERO TO WS-CURR-LINES.
005460 2060-EXIT.
005470     EXIT.
005480
005620                 ' NUM2=' NUM2 DELIMITED BY SIZE INTO MSG-LINE
005630     END-CALL.
005640     MOVE MSG-LINE(1:60) TO WS-EXCEPTION-LINE.
005645     MOVE TRANS-ACCOUNT TO WS-EXCEPTION-LINE(61:10).
005647     MOVE TRANS-REF TO WS-EXCEPTION-LINE(71:21).
005650     WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.
005660 2100-EXIT.
005670     EXIT.
005693                 ' NUM2=' NUM2 DELIMITED BY SIZE INTO MSG-LINE
005694     END-CALL.
005695     MOVE MSG-LINE(1:60) TO WS-EXCEPTION-LINE.
005696     MOVE TRANS-ACCOUNT TO WS-EXCEPTION-LINE(61:10).
005697     MOVE TRANS-REF TO WS-EXCEPTION-LINE(71:21).
005698     WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.
005699 2150-EXIT.
005700     EXIT.
005701
005702 2200-WRITE-CSV-LINE.
005703     MOVE NUM1 TO TRAN-NUM1.
005710     MOVE NUM2 TO TRAN-NUM2.
005720     MOVE RESULT TO TRAN-RESULT.
005730     MOVE SPACES TO WS-CSV-LINE.
005740     STRING TRAN-NUM1 ',' TRAN-NUM2 ',' DELIMITED BY SIZE
005750         WS-OPERATION DELIMITED BY SPACE
005760         ',' TRAN-RESULT ',' TRAN-CURRENCY
005770         ',' TRAN-BATCH-DATE ',' TRAN-ACCOUNT ',' TRAN-REF
005775         ',' TRAN-VALUE-DATE
005780         DELIMITED BY SIZE INTO WS-CSV-LINE.
005790     WRITE CSV-RECORD FROM WS-CSV-LINE.
005800     ADD 1 TO WS-LINES-WRITTEN.
005820     ADD RESULT TO WS-SUBTOTAL.
005830     ADD RESULT TO WS-CURR-SUBTOTAL.
005840     ADD RESULT TO WS-CURR-HASH.
005845     ADD 1 TO WS-CURR-LINES.
005850     EVALUATE WS-OPERATION
005860         WHEN 'ADD'      ADD 1 TO STAT-ADD-COUNT
005870         WHEN 'SUBTRACT' ADD 1 TO STAT-SUB-COUNT
005990     CLOSE SORTED-FILE.
006000     CLOSE EXCEPTION-FILE.
006010     CLOSE CSV-FILE.
006012     IF CTOT-FILE-OPEN
006014         CLOSE CURRTOT-FILE
006016     END-IF.
006020     PERFORM 9300-REPORT-STATISTICS THRU 9300-EXIT.
006030     IF CHECKPT-AVAILABLE
006040         MOVE 'CLEAR' TO WS-CKPT-FUNC
006750     DISPLAY WS-RECONCILE-LINE.
006760 9100-EXIT.
006770     EXIT.
006780
006790*>    THE VALUE DATE FOR THE CURRENCY NOW STARTING - THE SORT IS
006800*>    CURRENCY-MAJOR AND THE BATCH DATE IS ONE FOR THE RUN, SO
006810*>    ONE VALDSVC CALL SERVES EVERY LINE OF THE CURRENCY. A
006820*>    MISSING CCYCAL OR SERVICE IS CALLED OUT AND ENDS THE RUN
006830*>    RC=4 - A VALUE DATE THAT IGNORED THE HOLIDAYS IS NEVER
006840*>    PASSED ON IN SILENCE.
006850 2400-SET-VALUE-DATE.
006860     MOVE TRANS-CURRENCY TO WS-VALUE-CCY.
006870     MOVE TRANS-CURRENCY TO VSVC-CURRENCY.
006880     MOVE TRAN-BATCH-DATE TO VSVC-TRADE-DATE.
006890     CALL 'VALDSVC' USING VALDSVC-AREA
006900         ON EXCEPTION
006910             MOVE 8 TO VSVC-RC
006920             MOVE TRAN-BATCH-DATE TO VSVC-VALUE-DATE
006930             MOVE ZERO TO VSVC-LAG
006940     END-CALL.
006950     MOVE VSVC-VALUE-DATE TO TRAN-VALUE-DATE.
006960     DISPLAY 'VALUE DATE FOR ' TRANS-CURRENCY '=' TRAN-VALUE-DATE
006970         ' (TRADE ' TRAN-BATCH-DATE ' PLUS ' VSVC-LAG
006980         ' BUSINESS DAYS)'.
006990     IF VSVC-RC = ZERO
007000         GO TO 2400-EXIT
007010     END-IF.
007020     IF VSVC-RC = 4
007030         DISPLAY '*** CCYCAL NOT AVAILABLE - ' TRANS-CURRENCY
007040             ' VALUE DATE SKIPS WEEKENDS ONLY, RC=4'
007050     ELSE
007060         DISPLAY '*** NO VALUE DATE FOR ' TRANS-CURRENCY
007070             ' - BATCH DATE CARRIED AS THE VALUE DATE, RC=4'
007080     END-IF.
007090     IF WS-NUMVAR-RC < 4
007100         MOVE 4 TO WS-NUMVAR-RC
007110     END-IF.
007120 2400-EXIT.
007130     EXIT.
007140
007150*>    THE CURRTOT KSDS TREASURY'S NET SETTLEMENT IS BUILT FROM. A
007160*>    FRESH RUN FIRST CLEARS WHAT AN EARLIER RUN OF THE SAME PIECE
007170*>    OF THE NIGHT (SAME DATE, SUPPLEMENT AND SLICE) LEFT THERE, SO
007180*>    A CURRENCY THAT HAS SINCE LEFT THE FEED IS NOT SETTLED TWICE;
007190*>    A RESTART KEEPS THEM - THE CURRENCIES FINISHED BEFORE THE
007200*>    CHECKPOINT ARE NOT REVISITED. A CURRTOT THAT WILL NOT OPEN
007210*>    IS CALLED OUT AND ENDS THE RUN RC=4 - THE CSV STILL GOES OUT.
007220 1040-OPEN-CURRTOT.
007230     MOVE WS-SUPP-NO TO WS-CTOT-SUPP.
007240     OPEN I-O CURRTOT-FILE.
007250     IF WS-CTOT-FILE-STATUS = '35'
007260         OPEN OUTPUT CURRTOT-FILE
007270         CLOSE CURRTOT-FILE
007280         OPEN I-O CURRTOT-FILE
007290     END-IF.
007300     IF WS-CTOT-FILE-STATUS NOT = '00'
007310         DISPLAY '*** CURRTOT OPEN FAILED, STATUS='
007320             WS-CTOT-FILE-STATUS
007330             ' - CURRENCY TOTALS NOT FILED, RC=4'
007340         IF WS-NUMVAR-RC < 4
007350             MOVE 4 TO WS-NUMVAR-RC
007360         END-IF
007370         GO TO 1040-EXIT
007380     END-IF.
007390     MOVE 'Y' TO WS-CTOT-OPEN-SW.
007400     IF WS-CKPT-POSITION = ZERO
007410         PERFORM 1045-CLEAR-PIECE THRU 1045-EXIT
007420     END-IF.
007430 1040-EXIT.
007440     EXIT.
007450
007460 1045-CLEAR-PIECE.
007470     MOVE ZERO TO WS-CTOT-CLEARED.
007480     MOVE WS-BUSINESS-DATE TO CTOT-DATE.
007490     MOVE LOW-VALUES TO CTOT-CURRENCY.
007500     MOVE ZERO TO CTOT-SUPP-NO.
007510     MOVE LOW-VALUE TO CTOT-SLICE.
007520     MOVE 'N' TO WS-CTOT-EOF-SW.
007530     START CURRTOT-FILE KEY IS NOT LESS THAN CTOT-KEY
007540         INVALID KEY
007550             MOVE 'Y' TO WS-CTOT-EOF-SW
007560     END-START.
007570     PERFORM 1047-CLEAR-ONE THRU 1047-EXIT
007580         UNTIL CTOT-EOF.
007590     IF WS-CTOT-CLEARED > ZERO
007600         DISPLAY 'CURRTOT - ' WS-CTOT-CLEARED ' TOTALS FROM AN '
007610             'EARLIER RUN OF THIS PIECE OF ' WS-BUSINESS-DATE
007620             ' CLEARED'
007630     END-IF.
007640 1045-EXIT.
007650     EXIT.
007660
007670 1047-CLEAR-ONE.
007680     READ CURRTOT-FILE NEXT RECORD
007690         AT END
007700             MOVE 'Y' TO WS-CTOT-EOF-SW
007710             GO TO 1047-EXIT
007720     END-READ.
007730     IF CTOT-DATE NOT = WS-BUSINESS-DATE
007740         MOVE 'Y' TO WS-CTOT-EOF-SW
007750         GO TO 1047-EXIT
007760     END-IF.
007770     IF CTOT-SUPP-NO = WS-CTOT-SUPP
007780         AND CTOT-SLICE = WS-SLICE-ID
007790         DELETE CURRTOT-FILE RECORD
007800         ADD 1 TO WS-CTOT-CLEARED
007810     END-IF.
007820 1047-EXIT.
007830     EXIT.
007840
007850*>    FILES THE CURRENCY JUST FINISHED ON CURRTOT - LINE COUNT,
007860*>    RESULT TOTAL, HASH AND THE BASE EQUIVALENT 2070 WORKED OUT
007870*>    (ZERO, AND THE RATE SWITCH OFF, WHEN CURRSVC HAD NO RATE).
007880*>    A RESTART THAT REACHES THE SAME CURRENCY AGAIN REPLACES THE
007890*>    RECORD RATHER THAN ADDING A SECOND ONE.
007900 2080-FILE-CURRENCY-TOTAL.
007910     IF NOT CTOT-FILE-OPEN
007920         GO TO 2080-EXIT
007930     END-IF.
007940     MOVE SPACES TO CTOT-RECORD.
007950     MOVE WS-BUSINESS-DATE TO CTOT-DATE.
007960     MOVE WS-PRIOR-CURRENCY TO CTOT-CURRENCY.
007970     MOVE WS-CTOT-SUPP TO CTOT-SUPP-NO.
007980     MOVE WS-SLICE-ID TO CTOT-SLICE.
007990     MOVE WS-CURR-LINES TO CTOT-LINES.
008000     MOVE WS-CURR-SUBTOTAL TO CTOT-RESULT.
008010     MOVE WS-CURR-HASH TO CTOT-HASH.
008020     IF CSVC-RC = ZERO
008030         MOVE 'Y' TO CTOT-RATE-SW
008040         MOVE CSVC-RATE TO CTOT-RATE
008050         MOVE CSVC-RATE-DATE TO CTOT-RATE-DATE
008060         MOVE WS-BASE-EQUIV TO CTOT-BASE-EQUIV
008070     ELSE
008080         MOVE 'N' TO CTOT-RATE-SW
008090         MOVE ZERO TO CTOT-RATE CTOT-RATE-DATE CTOT-BASE-EQUIV
008100     END-IF.
008110     WRITE CTOT-RECORD
008120         INVALID KEY
008130             REWRITE CTOT-RECORD
008140             END-REWRITE
008150     END-WRITE.
008160     IF WS-CTOT-FILE-STATUS NOT = '00'
008170         DISPLAY '*** CURRTOT WRITE FAILED, STATUS='
008180             WS-CTOT-FILE-STATUS ' FOR ' WS-PRIOR-CURRENCY
008190             ' - TOTAL NOT FILED, RC=4'
008200         IF WS-NUMVAR-RC < 4
008210             MOVE 4 TO WS-NUMVAR-RC
008220         END-IF
008230     END-IF.
008240 2080-EXIT.
008250     EXIT.
