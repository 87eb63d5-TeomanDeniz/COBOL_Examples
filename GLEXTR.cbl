000000 *> GENERAL-LEDGER INTERFACE EXTRACT. THE LEDGER SYSTEM CANNOT
000000 *> INGEST THE COMMA-DELIMITED NUMCSV FILE, SO THIS PASS REWRITES
000000 *> IT TO THEIR FIXED-WIDTH SPEC:
000000 *>   H + BUSINESS DATE (6) + FILE SEQUENCE (4) + ENTITY (2)
000000 *>   D + LEDGER ACCOUNT (8) + ZONED AMOUNT S9(9)V99 +
000000 *>       CURRENCY (3) + DATE (6) + ZONED BASE-CURRENCY
000000 *>       EQUIVALENT S9(9)V99 + TRANSACTION REFERENCE (21) +
000000 *>       VALUE DATE (6)
000000 *>   T + RECORD COUNT (7) + ZONED HASH TOTAL S9(11)V99
000000 *> THE ACCOUNT CODE DERIVES FROM THE OPERATION (ADD AND SUBTRACT
000000 *> POST TO DIFFERENT ACCOUNTS, AND SO ON); THEIR SIDE VERIFIES
000000 *>                 OR TRAILER, LIKE THE UNMAPPED HOLD) RATHER
000000 *>                 THAN LABEL TWO DIFFERENT FILES WITH ONE
000000 *>                 SEQUENCE.
000000 *> 2026/09/08 TD - NUMCSV RECORD WIDENED TO 100 BYTES FOR THE
000000 *>                 ACCOUNT COLUMN NOW ON EVERY LINE.
000000 *> 2026/09/09 TD - EVERY D RECORD NOW ENDS WITH THE PERMANENT
000000 *>                 TRANSACTION REFERENCE FROM THE NUMCSV LINE, SO
000000 *>                 A LEDGER POSTING TRACES BACK TO ITS DETAIL.
000000 *>                 THE GL RECORD IS 62 BYTES WIDE NOW.
000000 *> 2026/09/11 TD - THE H RECORD NOW ENDS WITH THE ENTITY CODE
000000 *>                 (RUNCTL GETENT - SPACES FOR THE HOME ENTITY).
000000 *>                 EACH ENTITY HAS ITS OWN GLFILE, GLPARM, GLSENT
000000 *>                 AND GLACK DATASETS, SO TWO ENTITIES NEVER
000000 *>                 SHARE A FILE OR A SEQUENCE.
000000 *> 2026/10/01 TD - EVERY D RECORD NOW ENDS WITH THE VALUE DATE
000000 *>                 FROM THE NINTH NUMCSV COLUMN - THE DAY THE
000000 *>                 MONEY SETTLES. THE GL RECORD IS 68 BYTES NOW.
000000 *> 2026/10/06 TD - A GLMODE CARD READING ADJUSTMENT RUNS THE
000000 *>                 EXTRACT OVER THE DISPATCHER'S PARACSV CALC
000000 *>                 POSTINGS: THE FILE GOES OUT UNDER A SEQUENCE
000000 *>                 OF ITS OWN, PAST EVERYTHING ON GLSENT (THE
000000 *>                 NIGHT'S MAIN FILE INCLUDED), AND IS REGISTERED
000000 *>                 ON THE SAME LEDGER. A NIGHT WITH NO CALC
000000 *>                 POSTINGS SENDS NO ADJUSTMENT FILE AND USES NO
000000 *>                 SEQUENCE.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLEXTR.
000300 ENVIRONMENT DIVISION.
000409         ACCESS MODE IS RANDOM
000410         RECORD KEY IS GLMAP-KEY
000411         FILE STATUS IS WS-MAP-FILE-STATUS.
000421     SELECT MODE-FILE ASSIGN TO "GLMODE"
000431         ORGANIZATION IS LINE SEQUENTIAL
000441         FILE STATUS IS WS-MODE-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  CSV-FILE.
000530 01  CSV-RECORD PIC X(100).
000540 FD  GL-FILE.
000550 01  GL-RECORD PIC X(68).
000560 FD  PARM-FILE.
000570 01  PARM-RECORD.
000580     05 PARM-FILE-SEQ PIC 9(4).
000592     05 SENT-COUNT PIC 9(7).
000594     05 SENT-HASH PIC S9(11)V99
000596         SIGN IS TRAILING SEPARATE.
000597 FD  MODE-FILE.
000598 01  MODE-RECORD PIC X(80).
000600 WORKING-STORAGE SECTION.
000605     COPY CURRLINK.
000610     77 WS-CSV-FILE-STATUS PIC XX VALUE '00'.
000660     77 WS-TOK-OPER PIC X(10).
000665     77 WS-TOK-CURRENCY PIC X(4).
000670     77 WS-TOK-DATE PIC X(8).
000672     77 WS-TOK-ACCOUNT PIC X(10).
000674     77 WS-TOK-REF PIC X(21).
000676     77 WS-TOK-VALUE-DATE PIC X(8).
000680     01 WS-TOK-RESULT PIC X(12).
000682 *>    SAME REDEFINED VIEW NUMSTATS USES - A PLAIN MOVE WOULD
000684 *>    DROP THE TRAILING SEPARATE SIGN OFF THE RESULT TOKEN.
000760     77 WS-FILE-DATE PIC 9(6) VALUE ZERO.
000770     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000780     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000782     77 WS-ENT-FUNC PIC X(8) VALUE 'GETENT'.
000784     77 WS-ENT-RC PIC S9(4) VALUE ZERO.
000786*>    THE ENTITY WHOSE LEDGER THIS FILE IS FOR - SPACES ARE THE
000787*>    HOME ONE.
000788 01  WS-ENTITY-AREA.
000789     05 WS-RUN-ENTITY PIC X(2) VALUE SPACES.
000791     05 FILLER PIC X(4) VALUE SPACES.
000795     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'GLEXTR'.
000800     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000805     77 WS-GL-RC PIC S9(4) VALUE ZERO.
000806     77 WS-BASE-CURRENCY PIC X(3) VALUE 'USD'.
000821     77 WS-UNMAP-USED PIC 9(2) VALUE ZERO.
000822     77 WS-UNMAP-IX PIC 9(2) VALUE ZERO.
000823     77 WS-UNMAP-FOUND-IX PIC 9(2) VALUE ZERO.
000824     77 WS-MODE-FILE-STATUS PIC XX VALUE '00'.
000825     77 WS-ADJUST-SW PIC X VALUE 'N'.
000826         88 ADJUSTMENT-RUN VALUE 'Y'.
000827     77 WS-HIGH-SEQ PIC 9(4) VALUE ZERO.
000828 01  WS-UNMAP-TABLE.
000829     05 WS-UNMAP-ENTRY OCCURS 20 TIMES.
000830         10 WS-UNMAP-OPER PIC X(8).
000831         10 WS-UNMAP-CURR PIC X(3).
000832 01  GL-HEADER.
000833     05 GLH-TYPE PIC X VALUE 'H'.
000834     05 GLH-DATE PIC 9(6).
000840     05 GLH-SEQ PIC 9(4).
000845     05 GLH-ENTITY PIC X(2).
000850 01  GL-DETAIL.
000860     05 GLD-TYPE PIC X VALUE 'D'.
000870     05 GLD-ACCOUNT PIC X(8).
000885     05 GLD-CURRENCY PIC X(3).
000890     05 GLD-DATE PIC 9(6).
000895     05 GLD-BASE-AMOUNT PIC S9(9)V99.
000897     05 GLD-REF PIC X(21).
000898     05 GLD-VALUE-DATE PIC 9(6).
000900 01  GL-TRAILER.
000910     05 GLT-TYPE PIC X VALUE 'T'.
000920     05 GLT-COUNT PIC 9(7).
001100 1000-INITIALIZE.
001110     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001120         WS-AUDIT-RC.
001121     CALL 'RUNCTL' USING WS-ENT-FUNC WS-ENTITY-AREA WS-ENT-RC
001122         ON EXCEPTION
001123             MOVE SPACES TO WS-ENTITY-AREA
001124     END-CALL.
001125     PERFORM 1050-READ-PARM THRU 1050-EXIT.
001126     PERFORM 1040-READ-MODE THRU 1040-EXIT.
001127     IF ADJUSTMENT-RUN
001128         PERFORM 1080-SET-ADJUST-SEQ THRU 1080-EXIT
001129     ELSE
001130         PERFORM 1060-CHECK-SEQ-OPEN THRU 1060-EXIT
001131     END-IF.
001132     OPEN INPUT MAP-FILE.
001134     IF WS-MAP-FILE-STATUS = '00'
001136         MOVE 'Y' TO WS-MAP-OPEN-SW
001210     IF WS-EOF-SWITCH NOT = 'Y'
001220         PERFORM 1100-READ-NEXT THRU 1100-EXIT
001230     END-IF.
001231 1000-EXIT.
001232     EXIT.
001233
001234*>    AN OPTIONAL GLMODE CARD READING ADJUSTMENT MAKES THIS RUN
001235*>    THE DISPATCHER'S ADJUSTMENT FILE: ITS NUMCSV IS THE CALC
001236*>    POSTINGS FILE, AND IT GOES OUT UNDER A SEQUENCE OF ITS OWN
001237*>    AFTER THE NIGHT'S MAIN FILE. NO CARD - THE MAIN EXTRACT.
001238 1040-READ-MODE.
001239     OPEN INPUT MODE-FILE.
001240     IF WS-MODE-FILE-STATUS NOT = '00'
001241         GO TO 1040-EXIT
001242     END-IF.
001243     READ MODE-FILE
001244         AT END
001245             CONTINUE
001246         NOT AT END
001247             IF MODE-RECORD(1:10) = 'ADJUSTMENT'
001248                 MOVE 'Y' TO WS-ADJUST-SW
001249             END-IF
001250     END-READ.
001251     CLOSE MODE-FILE.
001252     IF ADJUSTMENT-RUN
001253         DISPLAY 'GLEXTR - ADJUSTMENT RUN'
001254     END-IF.
001255 1040-EXIT.
001256     EXIT.
001257
001258 1050-READ-PARM.
001259     OPEN INPUT PARM-FILE.
001260     IF WS-PARM-FILE-STATUS NOT = '00'
001261         GO TO 1050-DONE
001262     END-IF.
001263     READ PARM-FILE
001264         AT END
001265             CONTINUE
001266         NOT AT END
001267             IF PARM-FILE-SEQ IS NUMERIC
001268                 MOVE PARM-FILE-SEQ TO WS-FILE-SEQ
001269             END-IF
001273     END-READ.
001274     CLOSE PARM-FILE.
001275 1050-DONE.
001320             MOVE 'Y' TO WS-SENT-EOF-SW
001322         NOT AT END
001324             IF SENT-TYPE = 'S'
001325                 AND SENT-SEQ = WS-FILE-SEQ
001326                 MOVE 'Y' TO WS-SEQ-OPEN-SW
001327             END-IF
001328             IF SENT-TYPE = 'S'
001329                 AND SENT-SEQ > WS-HIGH-SEQ
001330                 MOVE SENT-SEQ TO WS-HIGH-SEQ
001331             END-IF
001332     END-READ.
001334 1070-EXIT.
001336     EXIT.
001338
001343*>    THE ADJUSTMENT FILE TAKES A SEQUENCE NO FILE HAS USED - PAST
001348*>    EVERYTHING ON THE LEDGER (THE MAIN FILE JUST REGISTERED
001353*>    INCLUDED) AND NOT BELOW THE GLPARM CARD, THE RULE A GLRESEND
001358*>    REPLACEMENT FOLLOWS. GLPARM ITSELF IS NOT CHANGED - GLACKREC
001363*>    ADVANCES IT PAST BOTH FILES ONCE BOTH ARE ACKNOWLEDGED.
001368 1080-SET-ADJUST-SEQ.
001373     OPEN INPUT SENT-FILE.
001378     IF WS-SENT-FILE-STATUS = '00'
001383         MOVE 'N' TO WS-SENT-EOF-SW
001388         PERFORM 1070-SCAN-SENT THRU 1070-EXIT
001393             UNTIL SENT-EOF
001398         CLOSE SENT-FILE
001403     END-IF.
001408     IF WS-HIGH-SEQ = 9999
001413         MOVE 1 TO WS-HIGH-SEQ
001418     ELSE
001423         ADD 1 TO WS-HIGH-SEQ
001428     END-IF.
001433     IF WS-HIGH-SEQ > WS-FILE-SEQ
001438         MOVE WS-HIGH-SEQ TO WS-FILE-SEQ
001443     END-IF.
001448     DISPLAY 'GLEXTR - ADJUSTMENT FILE SEQUENCE ' WS-FILE-SEQ.
001453 1080-EXIT.
001458     EXIT.
001463
001480
001500 1100-READ-NEXT.
001510     READ CSV-FILE
001560
001600 2000-EXTRACT-LINE.
001610     MOVE SPACES TO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
001620         WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
001622         WS-TOK-ACCOUNT WS-TOK-REF WS-TOK-VALUE-DATE.
001630     UNSTRING CSV-RECORD DELIMITED BY ','
001640         INTO WS-TOK-NUM1 WS-TOK-NUM2 WS-TOK-OPER
001650             WS-TOK-RESULT WS-TOK-CURRENCY WS-TOK-DATE
001655             WS-TOK-ACCOUNT WS-TOK-REF WS-TOK-VALUE-DATE.
001660     PERFORM 2100-DERIVE-ACCOUNT THRU 2100-EXIT.
001670     IF GLD-ACCOUNT = SPACES
001680         ADD 1 TO WS-SKIPPED-COUNT
002130     END-IF.
002140     MOVE WS-RESULT-NUM TO GLD-AMOUNT.
002145     MOVE WS-TOK-CURRENCY(1:3) TO GLD-CURRENCY.
002147     MOVE WS-TOK-REF TO GLD-REF.
002150     IF WS-TOK-DATE(1:6) IS NUMERIC
002160         MOVE WS-TOK-DATE(1:6) TO GLD-DATE
002170     ELSE
002180         MOVE WS-FILE-DATE TO GLD-DATE
002190     END-IF.
002191*>    A LINE FROM BEFORE VALUE DATING SETTLES ON ITS OWN DATE.
002192     IF WS-TOK-VALUE-DATE(1:6) IS NUMERIC
002193         MOVE WS-TOK-VALUE-DATE(1:6) TO GLD-VALUE-DATE
002194     ELSE
002195         MOVE GLD-DATE TO GLD-VALUE-DATE
002196     END-IF.
002197     PERFORM 2250-SET-BASE-AMOUNT THRU 2250-EXIT.
002200     WRITE GL-RECORD FROM GL-DETAIL.
002210     ADD 1 TO WS-DETAIL-COUNT.
002220     ADD WS-RESULT-NUM TO WS-HASH-TOTAL.
002490     END-IF.
002500     MOVE WS-FILE-DATE TO GLH-DATE.
002510     MOVE WS-FILE-SEQ TO GLH-SEQ.
002515     MOVE WS-RUN-ENTITY TO GLH-ENTITY.
002520     WRITE GL-RECORD FROM GL-HEADER.
002530     MOVE 'Y' TO WS-HEADER-DONE-SW.
002540 2300-EXIT.
002617     IF WS-GL-RC = 12 OR WS-GL-RC = 8
002618         GO TO 3000-EXIT
002619     END-IF.
002620*>    A NIGHT WITH NO CALC POSTINGS SENDS NO ADJUSTMENT FILE AND
002621*>    USES NO SEQUENCE - FINANCE IS NEVER ASKED TO LOAD AN EMPTY
002622*>    ONE, AND THE RECONCILIATION EXPECTS NONE.
002623     IF ADJUSTMENT-RUN AND WS-DETAIL-COUNT = ZERO
002624         DISPLAY 'GLEXTR - NO ADJUSTMENT POSTINGS - NO FILE '
002625             'SENT OR REGISTERED'
002626         GO TO 3000-EXIT
002627     END-IF.
002628     IF NOT HEADER-DONE
002629         PERFORM 2300-WRITE-HEADER THRU 2300-EXIT
002630     END-IF.
002640     MOVE WS-DETAIL-COUNT TO GLT-COUNT.
002650     MOVE WS-HASH-TOTAL TO GLT-HASH.
