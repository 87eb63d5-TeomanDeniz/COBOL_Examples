000000 *> RATE ON FILE COMES BACK RC=4 WITH A ZERO RATE - IT IS THE
000000 *> CALLER'S JOB TO CALL THAT OUT LOUDLY, NEVER TO CONVERT WITH A
000000 *> GUESSED RATE. RC=8 MEANS THE FILE ITSELF COULD NOT BE OPENED.
000000 *> 2026/10/07 TD - THE WHOLE CURRFILE IS LOADED INTO A TABLE AT
000000 *>                 THE FIRST CALL AND EVERY LOOKUP IS ANSWERED
000000 *>                 FROM IT - NO MORE OPEN AND CLOSE PER CURRENCY
000000 *>                 BREAK. A FILE BIGGER THAN THE TABLE IS LEFT
000000 *>                 OPEN FOR KEYED READS OF THE CODES THAT DID
000000 *>                 NOT FIT. AUDITLOG'S RELEASE CALL AT THE LAST
000000 *>                 END CLOSES IT AND SHOWS CALLS, CALLS FROM
000000 *>                 MEMORY AND RECORDS READ.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CURRSVC.
000300 ENVIRONMENT DIVISION.
000320 FILE-CONTROL.
000330     SELECT CURR-FILE ASSIGN TO "CURRFILE"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CURR-CODE
000370         FILE STATUS IS WS-CURR-FILE-STATUS.
000400 DATA DIVISION.
000430     COPY CURRREC.
000500 WORKING-STORAGE SECTION.
000510     77 WS-CURR-FILE-STATUS PIC XX VALUE '00'.
000520     77 WS-LOADED-SW PIC X VALUE 'N'.
000530         88 RATES-LOADED VALUE 'Y'.
000540     77 WS-OPEN-SW PIC X VALUE 'N'.
000550         88 CURR-FILE-OPEN VALUE 'Y'.
000560     77 WS-FULL-SW PIC X VALUE 'N'.
000570         88 RATE-TABLE-FULL VALUE 'Y'.
000580     77 WS-LOAD-EOF-SW PIC X VALUE 'N'.
000590         88 LOAD-EOF VALUE 'Y'.
000600     77 WS-FOUND-SW PIC X VALUE 'N'.
000610         88 RATE-FOUND VALUE 'Y'.
000620     77 WS-FILE-USED-SW PIC X VALUE 'N'.
000630         88 FILE-USED VALUE 'Y'.
000640     77 WS-RATE-MAX PIC 9(3) VALUE 200.
000650     77 WS-RATE-COUNT PIC 9(3) COMP VALUE ZERO.
000660     77 WS-RATE-IX PIC 9(3) COMP VALUE ZERO.
000670*>    RUN-UNIT STATISTICS, SHOWN WHEN THE RATES ARE RELEASED.
000680     77 WS-CALL-COUNT PIC 9(7) VALUE ZERO.
000690     77 WS-MEMORY-COUNT PIC 9(7) VALUE ZERO.
000700     77 WS-READ-COUNT PIC 9(7) VALUE ZERO.
000710*>    THE WHOLE CURRFILE, TAKEN IN KEY ORDER AT THE FIRST CALL.
000720*>    A FILE BIGGER THAN THE TABLE STAYS OPEN FOR KEYED READS OF
000730*>    THE CODES THAT DID NOT FIT.
000740 01  RATE-TABLE.
000750     05 RATE-ENTRY OCCURS 200 TIMES.
000760         10 RTB-CODE PIC X(3).
000770         10 RTB-RATE PIC 9(3)V9(6).
000780         10 RTB-RATE-DATE PIC 9(6).
000790 LINKAGE SECTION.
000800     COPY CURRLINK.
000810 PROCEDURE DIVISION USING CURRSVC-AREA.
000820 0000-MAIN.
000830     IF CSVC-RELEASE-CALL
000840         PERFORM 9000-RELEASE THRU 9000-EXIT
000850         GOBACK
000860     END-IF.
000870     ADD 1 TO WS-CALL-COUNT.
000880     MOVE 'N' TO WS-FILE-USED-SW.
000890     MOVE ZERO TO CSVC-RC.
000900     MOVE ZERO TO CSVC-RATE.
000910     MOVE ZERO TO CSVC-RATE-DATE.
000920     IF NOT RATES-LOADED
000930         PERFORM 1000-LOAD-RATES THRU 1000-EXIT
000940     END-IF.
000950     IF NOT RATES-LOADED
000960         MOVE 8 TO CSVC-RC
000970         GOBACK
000980     END-IF.
000990     PERFORM 2000-SEARCH-TABLE THRU 2000-EXIT.
001000     IF NOT RATE-FOUND
001010         IF RATE-TABLE-FULL
001020             PERFORM 3000-READ-RATE THRU 3000-EXIT
001030         ELSE
001040             MOVE 4 TO CSVC-RC
001050         END-IF
001060     END-IF.
001070     IF NOT FILE-USED
001080         ADD 1 TO WS-MEMORY-COUNT
001090     END-IF.
001100     GOBACK.
001110
001120*>    ONE PASS OF THE FILE PER RUN UNIT. A FILE THAT WILL NOT OPEN
001130*>    LEAVES NOTHING LOADED, SO THE NEXT CALL TRIES AGAIN.
001140 1000-LOAD-RATES.
001150     OPEN INPUT CURR-FILE.
001160     IF WS-CURR-FILE-STATUS NOT = '00'
001170         GO TO 1000-EXIT
001180     END-IF.
001190     MOVE 'Y' TO WS-FILE-USED-SW.
001200     MOVE 'Y' TO WS-OPEN-SW.
001210     MOVE 'N' TO WS-LOAD-EOF-SW.
001220     MOVE 'N' TO WS-FULL-SW.
001230     MOVE ZERO TO WS-RATE-COUNT.
001240     PERFORM 1100-LOAD-ONE THRU 1100-EXIT
001250         UNTIL LOAD-EOF.
001260     IF NOT RATE-TABLE-FULL
001270         CLOSE CURR-FILE
001280         MOVE 'N' TO WS-OPEN-SW
001290     END-IF.
001300     MOVE 'Y' TO WS-LOADED-SW.
001310 1000-EXIT.
001320     EXIT.
001330
001340 1100-LOAD-ONE.
001350     READ CURR-FILE NEXT RECORD
001360         AT END
001370             MOVE 'Y' TO WS-LOAD-EOF-SW
001380         NOT AT END
001390             ADD 1 TO WS-READ-COUNT
001400             IF WS-RATE-COUNT >= WS-RATE-MAX
001410                 MOVE 'Y' TO WS-FULL-SW
001420                 MOVE 'Y' TO WS-LOAD-EOF-SW
001430             ELSE
001440                 ADD 1 TO WS-RATE-COUNT
001450                 MOVE CURR-CODE TO RTB-CODE(WS-RATE-COUNT)
001460                 MOVE CURR-RATE TO RTB-RATE(WS-RATE-COUNT)
001470                 MOVE CURR-RATE-DATE
001480                     TO RTB-RATE-DATE(WS-RATE-COUNT)
001490             END-IF
001500     END-READ.
001510 1100-EXIT.
001520     EXIT.
001530
001540 2000-SEARCH-TABLE.
001550     MOVE 'N' TO WS-FOUND-SW.
001560     MOVE ZERO TO WS-RATE-IX.
001570     PERFORM 2100-MATCH-ONE THRU 2100-EXIT
001580         UNTIL RATE-FOUND OR WS-RATE-IX >= WS-RATE-COUNT.
001590 2000-EXIT.
001600     EXIT.
001610
001620 2100-MATCH-ONE.
001630     ADD 1 TO WS-RATE-IX.
001640     IF RTB-CODE(WS-RATE-IX) = CSVC-CODE
001650         MOVE RTB-RATE(WS-RATE-IX) TO CSVC-RATE
001660         MOVE RTB-RATE-DATE(WS-RATE-IX) TO CSVC-RATE-DATE
001670         MOVE 'Y' TO WS-FOUND-SW
001680     END-IF.
001690 2100-EXIT.
001700     EXIT.
001710
001720*>    ONLY WHEN THE FILE OUTGREW THE TABLE - CODES THAT DID NOT
001730*>    FIT ARE READ BY KEY FROM THE FILE LEFT OPEN FOR THEM.
001740 3000-READ-RATE.
001750     MOVE 'Y' TO WS-FILE-USED-SW.
001760     ADD 1 TO WS-READ-COUNT.
001770     MOVE CSVC-CODE TO CURR-CODE.
001780     READ CURR-FILE
001790         INVALID KEY
001800             MOVE 4 TO CSVC-RC
001810         NOT INVALID KEY
001820             MOVE CURR-RATE TO CSVC-RATE
001830             MOVE CURR-RATE-DATE TO CSVC-RATE-DATE
001840     END-READ.
001850 3000-EXIT.
001860     EXIT.
001870
001880*>    END OF THE RUN UNIT (AUDITLOG SEES THE LAST END): SHOW WHAT
001890*>    THE TABLE SAVED, CLOSE ANYTHING STILL OPEN AND FORGET THE
001900*>    RATES, SO A LATER CALL STARTS FROM THE FILE AGAIN.
001910 9000-RELEASE.
001920     IF WS-CALL-COUNT > ZERO
001930         DISPLAY 'CURRSVC - ' WS-CALL-COUNT ' CALLS, '
001940             WS-MEMORY-COUNT ' FROM MEMORY, '
001950             WS-READ-COUNT ' FILE READS'
001960     END-IF.
001970     IF CURR-FILE-OPEN
001980         CLOSE CURR-FILE
001990     END-IF.
002000     MOVE 'N' TO WS-OPEN-SW.
002010     MOVE 'N' TO WS-LOADED-SW.
002020     MOVE 'N' TO WS-FULL-SW.
002030     MOVE ZERO TO WS-RATE-COUNT.
002040     MOVE ZERO TO WS-CALL-COUNT.
002050     MOVE ZERO TO WS-MEMORY-COUNT.
002060     MOVE ZERO TO WS-READ-COUNT.
002070 9000-EXIT.
002080     EXIT.
