000000 *>                 SYSTEM WENT BAD FASTER THAN THE SUSPENSE
000000 *>                 COUNTS DO. NO MSGLOG DD JUST MEANS NO
000000 *>                 ACTIVITY LINE, NEVER A FAILED MESSAGE.
000000 *> 2026/10/05 TD - EVERY ISSUED ERROR-SEVERITY MESSAGE (ID ENDING
000000 *>                 IN E) IS ALSO FILED ON THE STRMBRD STREAM
000000 *>                 STATUS BOARD THROUGH BRDSVC, FOR THE BRDINQ
000000 *>                 SCREEN'S MESSAGE PAGE. NO BOARD CHANGES
000000 *>                 NOTHING HERE.
000000 *> 2026/10/07 TD - THE CATALOG FILE IS LOADED INTO A TABLE AT THE
000000 *>                 FIRST MESSAGE OF THE RUN UNIT AND SEARCHED IN
000000 *>                 MEMORY - NO MORE REOPEN PER MESSAGE (A FILE
000000 *>                 BIGGER THAN THE TABLE IS STILL SCANNED FOR THE
000000 *>                 IDS THAT DID NOT FIT). MSGLOG STAYS OPEN FROM
000000 *>                 THE FIRST MESSAGE ON. AUDITLOG'S RELEASE CALL
000000 *>                 AT THE LAST END CLOSES IT AND SHOWS CALLS,
000000 *>                 CALLS FROM MEMORY AND CATALOG RECORDS READ.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MSGCAT.
000300 ENVIRONMENT DIVISION.
000508     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000509     77 WS-TIME PIC 9(8) VALUE ZERO.
000510     77 WS-CAT-FILE-STATUS PIC XX VALUE '00'.
000515     COPY BRDLINK.
000520     77 WS-CAT-EOF-SW PIC X VALUE 'N'.
000530         88 CAT-EOF VALUE 'Y'.
000540     77 WS-FOUND-SW PIC X VALUE 'N'.
000590     77 WS-OUT-IX PIC 9(3) VALUE ZERO.
000600     77 WS-SUB-LEN PIC 9(2) VALUE ZERO.
000610     77 WS-SUB-IX PIC 9(2) VALUE ZERO.
000611     77 WS-SUB-VALUE PIC X(20).
000612     77 WS-TBL-IX PIC 9(2) VALUE ZERO.
000613     77 WS-LOADED-SW PIC X VALUE 'N'.
000614         88 CATALOG-LOADED VALUE 'Y'.
000615     77 WS-CTB-FULL-SW PIC X VALUE 'N'.
000616         88 CATALOG-TABLE-FULL VALUE 'Y'.
000617     77 WS-FILE-USED-SW PIC X VALUE 'N'.
000618         88 FILE-USED VALUE 'Y'.
000619     77 WS-LOG-OPEN-SW PIC X VALUE 'N'.
000620         88 ACTIVITY-LOG-OPEN VALUE 'Y'.
000621     77 WS-CTB-MAX PIC 9(3) VALUE 200.
000622     77 WS-CTB-COUNT PIC 9(3) COMP VALUE ZERO.
000623     77 WS-CTB-IX PIC 9(3) COMP VALUE ZERO.
000624*>    RUN-UNIT STATISTICS, SHOWN WHEN THE CATALOG IS RELEASED.
000625     77 WS-CALL-COUNT PIC 9(7) VALUE ZERO.
000626     77 WS-MEMORY-COUNT PIC 9(7) VALUE ZERO.
000627     77 WS-READ-COUNT PIC 9(7) VALUE ZERO.
000628*>    THE MSGCAT CATALOG FILE, TAKEN AT THE FIRST MESSAGE OF THE
000629*>    RUN UNIT. A CATALOG BIGGER THAN THE TABLE IS STILL SEARCHED
000630*>    ON FILE FOR THE IDS THAT DID NOT FIT.
000631 01  CATALOG-TABLE.
000632     05 CTB-ENTRY OCCURS 200 TIMES.
000633         10 CTB-MSG-ID PIC X(7).
000634         10 CTB-TEXT PIC X(70).
000640 01  MSG-TABLE-INIT.
000642     05 FILLER PIC X(07) VALUE 'NUM101E'.
000644     05 FILLER PIC X(70) VALUE
000810     COPY MSGLINK.
000900 PROCEDURE DIVISION USING MSGCAT-AREA.
000910 0000-MAIN.
000911     IF MSG-RELEASE-CALL
000912         PERFORM 9000-RELEASE THRU 9000-EXIT
000913         GOBACK
000914     END-IF.
000915     ADD 1 TO WS-CALL-COUNT.
000916     MOVE 'N' TO WS-FILE-USED-SW.
000917     IF NOT CATALOG-LOADED
000918         PERFORM 0500-LOAD-CATALOG THRU 0500-EXIT
000919     END-IF.
000920     MOVE 'N' TO WS-FOUND-SW.
000930     MOVE 'N' TO WS-CAT-EOF-SW.
000940     MOVE SPACES TO WS-TEXT.
000943     PERFORM 0600-SEARCH-LOADED THRU 0600-EXIT.
000946     IF NOT TEXT-FOUND AND CATALOG-TABLE-FULL
000950         PERFORM 1000-SEARCH-CATALOG-FILE THRU 1000-EXIT
000955     END-IF.
000960     IF NOT TEXT-FOUND
000970         PERFORM 2000-SEARCH-TABLE THRU 2000-EXIT
000980     END-IF.
001060     STRING MSG-ID ' ' WS-BUILT DELIMITED BY SIZE
001070         INTO MSG-LINE.
001080     DISPLAY MSG-LINE.
001081     PERFORM 4000-LOG-ACTIVITY THRU 4000-EXIT.
001082     PERFORM 4500-POST-BOARD THRU 4500-EXIT.
001083     IF NOT FILE-USED
001084         ADD 1 TO WS-MEMORY-COUNT
001085     END-IF.
001090     GOBACK.
001100
001102*>    ONE PASS OF THE CATALOG FILE PER RUN UNIT. NO CATALOG DD
001104*>    LEAVES THE TABLE EMPTY AND THE COMPILED-IN TEXT IN USE.
001106 0500-LOAD-CATALOG.
001108     MOVE 'Y' TO WS-LOADED-SW.
001110     MOVE 'N' TO WS-CTB-FULL-SW.
001112     MOVE ZERO TO WS-CTB-COUNT.
001114     OPEN INPUT CATALOG-FILE.
001116     IF WS-CAT-FILE-STATUS NOT = '00'
001118         GO TO 0500-EXIT
001120     END-IF.
001122     MOVE 'Y' TO WS-FILE-USED-SW.
001124     MOVE 'N' TO WS-CAT-EOF-SW.
001126     PERFORM 1100-READ-CATALOG THRU 1100-EXIT.
001128     PERFORM 0510-LOAD-ONE THRU 0510-EXIT
001130         UNTIL CAT-EOF.
001132     CLOSE CATALOG-FILE.
001134 0500-EXIT.
001136     EXIT.
001138
001140 0510-LOAD-ONE.
001142     IF WS-CTB-COUNT >= WS-CTB-MAX
001144         MOVE 'Y' TO WS-CTB-FULL-SW
001146         MOVE 'Y' TO WS-CAT-EOF-SW
001148         GO TO 0510-EXIT
001150     END-IF.
001152     ADD 1 TO WS-CTB-COUNT.
001154     MOVE CAT-MSG-ID TO CTB-MSG-ID(WS-CTB-COUNT).
001156     MOVE CAT-TEXT TO CTB-TEXT(WS-CTB-COUNT).
001158     PERFORM 1100-READ-CATALOG THRU 1100-EXIT.
001160 0510-EXIT.
001162     EXIT.
001164
001166 0600-SEARCH-LOADED.
001168     MOVE ZERO TO WS-CTB-IX.
001170     PERFORM 0610-MATCH-LOADED THRU 0610-EXIT
001172         UNTIL TEXT-FOUND OR WS-CTB-IX >= WS-CTB-COUNT.
001174 0600-EXIT.
001176     EXIT.
001178
001180 0610-MATCH-LOADED.
001182     ADD 1 TO WS-CTB-IX.
001184     IF CTB-MSG-ID(WS-CTB-IX) = MSG-ID
001186         MOVE CTB-TEXT(WS-CTB-IX) TO WS-TEXT
001188         MOVE 'Y' TO WS-FOUND-SW
001190     END-IF.
001192 0610-EXIT.
001194     EXIT.
001196
001200 1000-SEARCH-CATALOG-FILE.
001210     OPEN INPUT CATALOG-FILE.
001220     IF WS-CAT-FILE-STATUS NOT = '00'
001230         GO TO 1000-EXIT
001240     END-IF.
001245     MOVE 'Y' TO WS-FILE-USED-SW.
001250     PERFORM 1100-READ-CATALOG THRU 1100-EXIT.
001260     PERFORM 1200-MATCH-CATALOG THRU 1200-EXIT
001270         UNTIL CAT-EOF OR TEXT-FOUND.
001400 1100-READ-CATALOG.
001410     READ CATALOG-FILE
001420         AT END MOVE 'Y' TO WS-CAT-EOF-SW
001425         NOT AT END ADD 1 TO WS-READ-COUNT
001430     END-READ.
001440 1100-EXIT.
001450     EXIT.
002200
002210*>    ONE ACTIVITY LINE PER ISSUED MESSAGE - ID, CALLER, BUSINESS
002220*>    DATE, TIME - APPENDED IN THE AUDITLOG STYLE. THE MESSAGE
002230*>    ITSELF NEVER FAILS OVER THE LOG: NO FILE, NO LINE. THE
002235*>    FILE STAYS OPEN FROM THE FIRST MESSAGE TO THE RELEASE.
002240 4000-LOG-ACTIVITY.
002245     IF NOT ACTIVITY-LOG-OPEN
002250         OPEN EXTEND ACTIVITY-FILE
002252         IF WS-LOG-FILE-STATUS = '35'
002254             OPEN OUTPUT ACTIVITY-FILE
002256         END-IF
002258         IF WS-LOG-FILE-STATUS NOT = '00'
002260             GO TO 4000-EXIT
002261         END-IF
002262         MOVE 'Y' TO WS-LOG-OPEN-SW
002263     END-IF.
002264     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
002266         WS-RUNCTL-RC
002268         ON EXCEPTION
002282     MOVE WS-BUSINESS-DATE TO ACT-DATE.
002284     MOVE WS-TIME(1:6) TO ACT-TIME.
002286     WRITE ACTIVITY-RECORD.
002290 4000-EXIT.
002292     EXIT.
002294
002540     END-IF.
002550 3300-EXIT.
002560     EXIT.
002570
002580*>    ERROR MESSAGES (ID ENDING E) ALSO GO ON THE STREAM STATUS
002590*>    BOARD FOR THE OPERATOR'S SCREEN, WITH THE CALLER'S NAME.
002600*>    LIKE THE ACTIVITY LINE, NO BOARD JUST MEANS NO ENTRY.
002610 4500-POST-BOARD.
002620     IF MSG-ID(7:1) NOT = 'E'
002630         GO TO 4500-EXIT
002640     END-IF.
002650     INITIALIZE BRDSVC-AREA.
002660     MOVE 'MESSAGE' TO BSVC-FUNC.
002670     MOVE MSG-CALLER TO BSVC-PROGRAM.
002680     MOVE MSG-LINE TO BSVC-MSG-LINE.
002690     CALL 'BRDSVC' USING BRDSVC-AREA
002700         ON EXCEPTION
002710             CONTINUE
002720     END-CALL.
002730 4500-EXIT.
002740     EXIT.
002750
002760*>    END OF THE RUN UNIT (AUDITLOG SEES THE LAST END): SHOW WHAT
002770*>    THE TABLE SAVED, CLOSE THE ACTIVITY LOG AND FORGET THE
002780*>    CATALOG, SO A LATER CALL STARTS FROM THE FILE AGAIN.
002790 9000-RELEASE.
002800     IF WS-CALL-COUNT > ZERO
002810         DISPLAY 'MSGCAT - ' WS-CALL-COUNT ' CALLS, '
002820             WS-MEMORY-COUNT ' FROM MEMORY, '
002830             WS-READ-COUNT ' FILE READS'
002840     END-IF.
002850     IF ACTIVITY-LOG-OPEN
002860         CLOSE ACTIVITY-FILE
002870     END-IF.
002880     MOVE 'N' TO WS-LOG-OPEN-SW.
002890     MOVE 'N' TO WS-LOADED-SW.
002900     MOVE 'N' TO WS-CTB-FULL-SW.
002910     MOVE ZERO TO WS-CTB-COUNT.
002920     MOVE ZERO TO WS-CALL-COUNT.
002930     MOVE ZERO TO WS-MEMORY-COUNT.
002940     MOVE ZERO TO WS-READ-COUNT.
002950 9000-EXIT.
002960     EXIT.
