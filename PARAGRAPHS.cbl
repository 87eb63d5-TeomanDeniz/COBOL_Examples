000000 *>                 PSUSLOAD FILES THEM INTO THE PSUSFILE KEYED
000000 *>                 SUSPENSE AND PSUSRECY RELEASES CORRECTIONS TO
000000 *>                 THE FRONT OF THE NEXT NIGHT'S PARATRAN.
000000 *> 2026/09/08 TD - NUMCSV RECORD WIDENED TO 100 BYTES TO MATCH
000000 *>                 THE ARITHMETIC PASS; CALC LINES CARRY NO
000000 *>                 ACCOUNT COLUMN AND ARE NOT POSTED TO ACCOUNTS.
000000 *> 2026/10/06 TD - CALC POSTINGS ARE A REAL POSTING SOURCE NOW.
000000 *>                 RESULTS GO TO THEIR OWN PARACSV FILE (NO
000000 *>                 LONGER APPENDED TO NUMCSV AFTER THE GL EXTRACT
000000 *>                 AND RECONCILIATION HAD RUN) FOR THE ADJUSTMENT
000000 *>                 GL EXTRACT. ADD, SUBTRACT AND MULTIPLY ARE
000000 *>                 SIZE-ERROR TRAPPED, AND EVERY FAILED OPERATION
000000 *>                 (DIVIDE/MODULUS BY ZERO, ANY OVERFLOW) GOES TO
000000 *>                 PARAEXCP AND SUSPENSE NAMING THE OPERATION
000000 *>                 INSTEAD OF A 'SKIPPED' DISPLAY. THE CALC
000000 *>                 CONTROL TOTALS (PAIRS, OPERATION COUNTS,
000000 *>                 LINES, HASH) ARE FILED TO STATFILE THROUGH
000000 *>                 STATSLOG AND CARRIED IN THE CHECKPOINT ACROSS
000000 *>                 A RESTART.
000000 *> 2026/10/12 TD - THE PARATRAN DD IS NOW PARAPEND'S PARADSP. A
000000 *>                 TRANSACTION MAY CARRY AN EFFECTIVE DATE IN
000000 *>                 PAYLOAD COLUMNS 71-76; PARAPEND PARKS THE
000000 *>                 FUTURE-DATED ONES AND RELEASES THEM WHEN DUE.
000000 *>                 ONE STILL NOT DUE WHEN IT GETS HERE, OR WHOSE
000000 *>                 DATE IS NOT A DATE, IS REJECTED TO PARAEXCP
000000 *>                 AS <CODE> REJECTED - DATE - NEVER DISPATCHED
000000 *>                 EARLY.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EXAMPLE-PARAGRAPHS.
000120 ENVIRONMENT DIVISION.
000160         ORGANIZATION IS LINE SEQUENTIAL.
000170     SELECT LOG-FILE ASSIGN TO "PARALOG"
000180         ORGANIZATION IS LINE SEQUENTIAL.
000190     SELECT CSV-FILE ASSIGN TO "PARACSV"
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS WS-CSV-FILE-STATUS.
000212     SELECT EXCEPTION-FILE ASSIGN TO "PARAEXCP"
000250 01  TRAN-RECORD.
000260     05 TRAN-CODE PIC X(04).
000270     05 TRAN-PAYLOAD PIC X(76).
000272     05 TRAN-PAYLOAD-R REDEFINES TRAN-PAYLOAD.
000274         10 FILLER PIC X(70).
000276         10 TRAN-EFF-DATE PIC X(6).
000280 FD  LOG-FILE.
000290 01  LOG-RECORD PIC X(100).
000300 FD  CSV-FILE.
000310 01  CSV-RECORD PIC X(100).
000312 FD  EXCEPTION-FILE.
000314 01  EXCEPTION-RECORD.
000315     05 EXCP-CODE PIC X(4).
000317     05 EXCP-REASON PIC X(20).
000320 WORKING-STORAGE SECTION.
000330     COPY TRANSACTION-RECORD.
000335     COPY STATREC.
000340     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000350         88 EOF-YES VALUE 'Y'.
000360     77 WS-CKPT-FUNC PIC X(8) VALUE SPACES.
000560     77 WS-CALC-QUOT PIC S9(9) COMP VALUE ZERO.
000570     77 WS-CALC-POW-EXP PIC S9(5) COMP VALUE ZERO.
000580     77 WS-OPERATION PIC X(8).
000590     77 WS-CSV-LINE PIC X(100).
000600     77 WS-UPDT-NUMBER PIC X(2).
000610     77 WS-UPDT-TEXT PIC X(20).
000620     77 WS-MUPD-RC PIC S9(4) VALUE ZERO.
000630     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000640     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000650     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000653     77 WS-CALC-EXCP-SW PIC X VALUE 'N'.
000656         88 CALC-HAD-EXCEPTION VALUE 'Y'.
000660 LINKAGE SECTION.
000670     COPY DRVLINK.
000680 PROCEDURE DIVISION.
000920     MOVE 'N' TO WS-CSV-OPEN-SW.
000922     MOVE 'N' TO WS-EXCP-OPEN-SW.
000924     MOVE ZERO TO WS-REJECT-COUNT.
000927     INITIALIZE STAT-RECORD.
000930     MOVE ZERO TO WS-AUDIT-RC.
000940     MOVE ZERO TO WS-DRVL-RETURN-CODE.
000950 0050-EXIT.
001010     PERFORM TEST-PARAGRAPH.
001020     DISPLAY 'CONTINUING PROCESS...'.
001030     PERFORM 1000-DISPATCH-TRANSACTIONS THRU 1000-EXIT.
001035     PERFORM 0400-FILE-STATISTICS THRU 0400-EXIT.
001040*>    THE RUN REACHED END OF PARATRAN - CLEAR THE CHECKPOINT THE
001050*>    SAME WAY THE ARITHMETIC PASS DOES, OR EVERY LATER NIGHT
001060*>    WOULD SKIP ITS WHOLE FILE AS 'PRIOR RUN' WORK.
001360     IF WS-TRAN-COUNT < WS-CKPT-COUNT
001370         MOVE 'SKIPPED - PRIOR RUN' TO WS-DISPOSITION
001380     ELSE
001381         IF TRAN-EFF-DATE NOT = SPACES
001382             AND (TRAN-EFF-DATE IS NOT NUMERIC
001383                 OR TRAN-EFF-DATE > WS-BUSINESS-DATE)
001384             PERFORM 1150-REJECT-NOT-DUE THRU 1150-EXIT
001385         ELSE
001390             EVALUATE TRAN-CODE
001400                 WHEN 'TEST'
001410                     PERFORM TEST-PARAGRAPH
001420                     MOVE 'PROCESSED' TO WS-DISPOSITION
001430                 WHEN 'DISP'
001440                     DISPLAY 'DISP TRANSACTION RECEIVED'
001450                     MOVE 'PROCESSED' TO WS-DISPOSITION
001460                 WHEN 'UPDT'
001470                     PERFORM 1200-HANDLE-UPDT THRU 1200-EXIT
001480                 WHEN 'CALC'
001490                     PERFORM 1300-HANDLE-CALC THRU 1300-EXIT
001500                 WHEN OTHER
001510                     DISPLAY 'UNKNOWN TRANSACTION CODE ' TRAN-CODE
001520                     MOVE 'Y' TO WS-ERROR-SW
001530                     MOVE 'UNKNOWN CODE' TO WS-DISPOSITION
001532                     PERFORM 1950-FILE-REJECT THRU 1950-EXIT
001540             END-EVALUATE
001545         END-IF
001550     END-IF.
001560     PERFORM 1900-WRITE-LOG THRU 1900-EXIT.
001570     ADD 1 TO WS-TRAN-COUNT.
001600         AT END MOVE 'Y' TO WS-EOF-SWITCH
001610     END-READ.
001620 1100-EXIT.
001621     EXIT.
001622
001623*>    AN EFFECTIVE DATE IN PAYLOAD COLUMNS 71-76 THE BUSINESS DATE
001624*>    HAS NOT REACHED - OR THAT IS NOT A DATE - MEANS PARAPEND DID
001625*>    NOT PARK IT. IT IS NOT DISPATCHED EARLY: IT IS REJECTED TO
001626*>    PARAEXCP UNDER ITS OWN CODE, SO A CALC STILL COUNTS AS A
001627*>    WHOLE CALC REJECT IN THE RECONCILIATION.
001628 1150-REJECT-NOT-DUE.
001629     MOVE SPACES TO WS-DISPOSITION.
001630     STRING TRAN-CODE ' REJECTED - DATE' DELIMITED BY SIZE
001631         INTO WS-DISPOSITION.
001632     MOVE 'Y' TO WS-ERROR-SW.
001633     PERFORM 1950-FILE-REJECT THRU 1950-EXIT.
001634 1150-EXIT.
001635     EXIT.
001640
001650*>    UPDT PAYLOAD: NEW VAR_NUMBER IN COLUMNS 1-2, NEW VAR_TEXT
001660*>    IN COLUMNS 3-22. APPLIED THROUGH THE MAINTUPD SERVICE.
001890*>    CALC PAYLOAD: AN AMOUNT PAIR PLUS CURRENCY IN THE SAME
001900*>    SIGN-TRAILING MONEY FORM, AMOUNTS IN COLUMNS 1-16 AND
001910*>    CURRENCY IN 17-19. RUN THROUGH THE SAME SIX OPERATIONS AS THE
001920*>    ARITHMETIC PASS, RESULTS WRITTEN TO PARACSV FOR THE
001922*>    ADJUSTMENT GL EXTRACT. AN OPERATION THAT FAILS (DIVIDE OR
001924*>    MODULUS BY ZERO, ANY OVERFLOW) WRITES NO CSV LINE - IT GOES
001926*>    TO PARAEXCP AND SUSPENSE INSTEAD, ONE LINE PER FAILED
001928*>    OPERATION, THE WAY NUMEXCP CARRIES THE ARITHMETIC PASS'S.
001930 1300-HANDLE-CALC.
001940     IF TRAN-PAYLOAD(1:7) IS NOT NUMERIC
001950         OR TRAN-PAYLOAD(9:7) IS NOT NUMERIC
002090         PERFORM 1320-OPEN-CSV THRU 1320-EXIT
002100     END-IF.
002110     IF NOT CSV-OPEN
002120         MOVE 'CALC FAILED - NO CSV' TO WS-DISPOSITION
002130         MOVE 'Y' TO WS-ERROR-SW
002135         PERFORM 1950-FILE-REJECT THRU 1950-EXIT
002140         GO TO 1300-EXIT
002150     END-IF.
002153     ADD 1 TO STAT-RECORDS-IN.
002156     MOVE 'N' TO WS-CALC-EXCP-SW.
002160     ADD WS-CALC-NUM1 TO WS-CALC-NUM2 GIVING WS-CALC-RESULT
002161         ON SIZE ERROR
002162             ADD 1 TO STAT-OVFL-COUNT
002163             MOVE 'CALC ADD OVERFLOW' TO WS-DISPOSITION
002164             PERFORM 1380-FILE-CALC-EXCEPTION THRU 1380-EXIT
002165         NOT ON SIZE ERROR
002166             ADD 1 TO STAT-ADD-COUNT
002170             MOVE 'ADD' TO WS-OPERATION
002180             PERFORM 1350-WRITE-CSV-LINE THRU 1350-EXIT
002185     END-ADD.
002190     SUBTRACT WS-CALC-NUM1 FROM WS-CALC-NUM2
002200         GIVING WS-CALC-RESULT
002201         ON SIZE ERROR
002202             ADD 1 TO STAT-OVFL-COUNT
002203             MOVE 'CALC SUB OVERFLOW' TO WS-DISPOSITION
002204             PERFORM 1380-FILE-CALC-EXCEPTION THRU 1380-EXIT
002205         NOT ON SIZE ERROR
002206             ADD 1 TO STAT-SUB-COUNT
002210             MOVE 'SUBTRACT' TO WS-OPERATION
002220             PERFORM 1350-WRITE-CSV-LINE THRU 1350-EXIT
002225     END-SUBTRACT.
002230     MULTIPLY WS-CALC-NUM1 BY WS-CALC-NUM2
002240         GIVING WS-CALC-RESULT
002241         ON SIZE ERROR
002242             ADD 1 TO STAT-OVFL-COUNT
002243             MOVE 'CALC MUL OVERFLOW' TO WS-DISPOSITION
002244             PERFORM 1380-FILE-CALC-EXCEPTION THRU 1380-EXIT
002245         NOT ON SIZE ERROR
002246             ADD 1 TO STAT-MUL-COUNT
002250             MOVE 'MULTIPLY' TO WS-OPERATION
002260             PERFORM 1350-WRITE-CSV-LINE THRU 1350-EXIT
002265     END-MULTIPLY.
002270     DIVIDE WS-CALC-NUM2 INTO WS-CALC-NUM1
002280         GIVING WS-CALC-RESULT
002290         ON SIZE ERROR
002295             ADD 1 TO STAT-EXCP-COUNT
002300             MOVE 'CALC DIVIDE BY ZERO' TO WS-DISPOSITION
002305             PERFORM 1380-FILE-CALC-EXCEPTION THRU 1380-EXIT
002310         NOT ON SIZE ERROR
002315             ADD 1 TO STAT-DIV-COUNT
002320             MOVE 'DIVIDE' TO WS-OPERATION
002330             PERFORM 1350-WRITE-CSV-LINE THRU 1350-EXIT
002340     END-DIVIDE.
002350     MOVE WS-CALC-NUM1 TO WS-CALC-POW-EXP.
002360     COMPUTE WS-CALC-RESULT = WS-CALC-NUM2 ** WS-CALC-POW-EXP
002370         ON SIZE ERROR
002375             ADD 1 TO STAT-POW-SKIP-COUNT
002380             MOVE 'CALC POW OVERFLOW' TO WS-DISPOSITION
002385             PERFORM 1380-FILE-CALC-EXCEPTION THRU 1380-EXIT
002390         NOT ON SIZE ERROR
002395             ADD 1 TO STAT-POW-COUNT
002400             MOVE 'POW' TO WS-OPERATION
002410             PERFORM 1350-WRITE-CSV-LINE THRU 1350-EXIT
002420     END-COMPUTE.
002430     DIVIDE WS-CALC-NUM1 BY WS-CALC-NUM2
002440         GIVING WS-CALC-QUOT REMAINDER WS-CALC-RESULT
002450         ON SIZE ERROR
002455             ADD 1 TO STAT-EXCP-COUNT
002460             MOVE 'CALC MODULUS BY ZERO' TO WS-DISPOSITION
002465             PERFORM 1380-FILE-CALC-EXCEPTION THRU 1380-EXIT
002470         NOT ON SIZE ERROR
002475             ADD 1 TO STAT-MOD-COUNT
002480             MOVE 'MODULUS' TO WS-OPERATION
002490             PERFORM 1350-WRITE-CSV-LINE THRU 1350-EXIT
002500     END-DIVIDE.
002502     IF CALC-HAD-EXCEPTION
002504         MOVE 'CALC DONE - SUSPENSE' TO WS-DISPOSITION
002506     ELSE
002510         MOVE 'CALC DONE' TO WS-DISPOSITION
002515     END-IF.
002520 1300-EXIT.
002530     EXIT.
002540
002740         ',' TRAN-BATCH-DATE
002750         DELIMITED BY SIZE INTO WS-CSV-LINE.
002760     WRITE CSV-RECORD FROM WS-CSV-LINE.
002763     ADD 1 TO STAT-LINES-OUT.
002766     ADD WS-CALC-RESULT TO STAT-HASH-TOTAL.
002770 1350-EXIT.
002780     EXIT.
002781
002782*>    ONE FAILED OPERATION OF AN ACCEPTED PAIR. THE REJECT REASON
002783*>    NAMES THE OPERATION; THE TRANSACTION ITSELF STILL COUNTS AS
002784*>    DISPATCHED, SO THE RUN'S RETURN CODE IS NOT RAISED - THE
002785*>    SAME AS A DIVIDE BY ZERO IN THE ARITHMETIC PASS.
002786 1380-FILE-CALC-EXCEPTION.
002787     DISPLAY WS-DISPOSITION ' - ' TRAN-PAYLOAD(1:19).
002788     MOVE 'Y' TO WS-CALC-EXCP-SW.
002789     PERFORM 1950-FILE-REJECT THRU 1950-EXIT.
002790 1380-EXIT.
002791     EXIT.
002792
002793*>    A REJECTED TRANSACTION GOES TO PARAEXCP WITH ITS CODE AND
002794*>    FULL PAYLOAD, SO THE SUSPENSE SUBSYSTEM - NOT A LOG
002795*>    PRINTOUT - CARRIES IT UNTIL A CORRECTION RELEASES IT.
002796 1950-FILE-REJECT.
002797     ADD 1 TO WS-REJECT-COUNT.
002798     IF NOT EXCP-OPEN
002799         PERFORM 1960-OPEN-EXCP THRU 1960-EXIT
002800     END-IF.
002801     IF NOT EXCP-OPEN
002802         GO TO 1950-EXIT
002803     END-IF.
002804     MOVE TRAN-CODE TO EXCP-CODE.
002805     MOVE TRAN-PAYLOAD TO EXCP-PAYLOAD.
002806     MOVE WS-DISPOSITION(1:20) TO EXCP-REASON.
002807     WRITE EXCEPTION-RECORD.
002808 1950-EXIT.
002809     EXIT.
002810
002811 1960-OPEN-EXCP.
002812     OPEN EXTEND EXCEPTION-FILE.
002813     IF WS-EXCP-FILE-STATUS = '35'
002814         OPEN OUTPUT EXCEPTION-FILE
002815     END-IF.
002816     IF WS-EXCP-FILE-STATUS = '00'
002817         MOVE 'Y' TO WS-EXCP-OPEN-SW
002818     ELSE
002819         DISPLAY 'PARAEXCP OPEN FAILED, STATUS='
002820             WS-EXCP-FILE-STATUS
002821     END-IF.
002822 1960-EXIT.
002823     EXIT.
002824
002825 1900-WRITE-LOG.
002826     MOVE SPACES TO WS-LOG-LINE.
002827     STRING TRAN-CODE ' ' TRAN-PAYLOAD(1:40) ' '
002828         WS-DISPOSITION DELIMITED BY SIZE
002829         INTO WS-LOG-LINE.
002830     WRITE LOG-RECORD FROM WS-LOG-LINE.
002831 1900-EXIT.
002832     EXIT.
002880
002890 EXIT-PROGRAM.
002900     IF ANY-ERRORS
003120     MOVE WS-CKPT-POSITION TO WS-CKPT-COUNT.
003130     IF WS-CKPT-COUNT > ZERO
003140         DISPLAY 'RESTARTING AFTER ' WS-CKPT-COUNT ' TRANSACTIONS'
003145         PERFORM 0150-RESTORE-TOTALS THRU 0150-EXIT
003150     END-IF.
003160 0100-EXIT.
003170     EXIT.
003172
003178*>    THE CALC CONTROL TOTALS RIDE IN THE CHECKPOINT DATA, SO A
003184*>    RESTARTED RUN FILES THE WHOLE NIGHT'S FIGURES AND NOT JUST
003190*>    WHAT IT DISPATCHED ITSELF. A CHECKPOINT TAKEN BEFORE THE
003196*>    TOTALS WERE CARRIED HAS SPACES THERE - START FROM ZERO.
003202 0150-RESTORE-TOTALS.
003208     IF WS-CKPT-DATA(39:7) IS NUMERIC
003214         MOVE WS-CKPT-DATA(1:131) TO STAT-RECORD
003220     ELSE
003226         INITIALIZE STAT-RECORD
003232     END-IF.
003238 0150-EXIT.
003244     EXIT.
003250
003256 0200-WRITE-CHECKPOINT.
003262     MOVE 'PUT' TO WS-CKPT-FUNC.
003268     MOVE WS-TRAN-COUNT TO WS-CKPT-POSITION.
003274     MOVE STAT-RECORD TO WS-CKPT-DATA.
003280     CALL 'CHECKPT' USING WS-CKPT-FUNC WS-AUDIT-PGM-NAME
003286         WS-CKPT-POSITION WS-CKPT-DATA WS-CKPT-RC
003292         ON EXCEPTION
003298             CONTINUE
003304     END-CALL.
003310 0200-EXIT.
003316     EXIT.
003322
003328 0300-CLEAR-CHECKPOINT.
003334     MOVE 'CLEAR' TO WS-CKPT-FUNC.
003340     CALL 'CHECKPT' USING WS-CKPT-FUNC WS-AUDIT-PGM-NAME
003346         WS-CKPT-POSITION WS-CKPT-DATA WS-CKPT-RC
003352         ON EXCEPTION
003358             CONTINUE
003364     END-CALL.
003370 0300-EXIT.
003380     EXIT.
003390
003400*>    THE CALC CONTROL TOTALS GO TO THE STATFILE LEDGER UNDER THIS
003410*>    PROGRAM'S NAME, NEXT TO THE ARITHMETIC PASS'S ENTRY, SO
003420*>    BALSTATS AND PERSTAT CARRY DISPATCHER MONEY AS WELL. FILED
003430*>    ONLY BY A RUN THAT REACHED END OF PARATRAN - ONE THAT DIED
003440*>    FILES NOTHING, SO THE LEDGER NEVER DOUBLE-COUNTS. A NIGHT
003450*>    WITH NO CALC WORK STILL FILES ITS ZERO ENTRY.
003460 0400-FILE-STATISTICS.
003470     MOVE WS-AUDIT-PGM-NAME TO STAT-PGM-NAME.
003480     CALL 'STATSLOG' USING STAT-RECORD
003490         ON EXCEPTION
003500             CONTINUE
003510     END-CALL.
003520     DISPLAY 'CALC PAIRS=' STAT-RECORDS-IN
003530         ' CSV LINES=' STAT-LINES-OUT
003540         ' HASH TOTAL=' STAT-HASH-TOTAL.
003550 0400-EXIT.
003560     EXIT.
