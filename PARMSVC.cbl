000000 *> KEEPING THE LAST VALUE DATED ON OR BEFORE THE CALLER'S
000000 *> BUSINESS DATE - SO A VALUE STAGED THURSDAY FOR MONDAY SITS
000000 *> INERT UNTIL THE BUSINESS DATE REACHES IT.
000000 *> 2026/10/07 TD - EVERY NAME AND DATE RESOLVED IS REMEMBERED
000000 *>                 FOR THE REST OF THE RUN UNIT, SO A REPEAT
000000 *>                 LOOKUP IS ANSWERED FROM MEMORY; PARMREPO IS
000000 *>                 OPENED AT THE FIRST LOOKUP THE TABLE CANNOT
000000 *>                 ANSWER AND LEFT OPEN. AUDITLOG'S RELEASE CALL
000000 *>                 AT THE LAST END CLOSES IT AND SHOWS CALLS,
000000 *>                 CALLS FROM MEMORY AND RECORDS READ.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PARMSVC.
000300 ENVIRONMENT DIVISION.
000530         88 SCAN-DONE VALUE 'Y'.
000540     77 WS-FOUND-SW PIC X VALUE 'N'.
000550         88 VALUE-FOUND VALUE 'Y'.
000560     77 WS-OPEN-SW PIC X VALUE 'N'.
000570         88 REPO-FILE-OPEN VALUE 'Y'.
000580     77 WS-HIT-SW PIC X VALUE 'N'.
000590         88 CACHE-HIT VALUE 'Y'.
000600     77 WS-CACHE-MAX PIC 9(3) VALUE 100.
000610     77 WS-CACHE-COUNT PIC 9(3) COMP VALUE ZERO.
000620     77 WS-CACHE-IX PIC 9(3) COMP VALUE ZERO.
000630*>    RUN-UNIT STATISTICS, SHOWN WHEN THE VALUES ARE RELEASED.
000640     77 WS-CALL-COUNT PIC 9(7) VALUE ZERO.
000650     77 WS-MEMORY-COUNT PIC 9(7) VALUE ZERO.
000660     77 WS-READ-COUNT PIC 9(7) VALUE ZERO.
000670*>    EVERY NAME AND DATE ALREADY RESOLVED IN THIS RUN UNIT, WITH
000680*>    ITS ANSWER - RC 4 (NOTHING IN EFFECT) IS AN ANSWER TOO. ONCE
000690*>    THE TABLE IS FULL, NEW LOOKUPS ARE SIMPLY NOT REMEMBERED.
000700 01  VALUE-CACHE.
000710     05 CACHE-ENTRY OCCURS 100 TIMES.
000720         10 VCH-NAME PIC X(12).
000730         10 VCH-DATE PIC 9(6).
000740         10 VCH-VALUE PIC X(20).
000750         10 VCH-RC PIC S9(4).
000800 LINKAGE SECTION.
000810     COPY PARMLINK.
000900 PROCEDURE DIVISION USING PARMSVC-AREA.
000910 0000-MAIN.
000920     IF PSVC-RELEASE-CALL
000930         PERFORM 9000-RELEASE THRU 9000-EXIT
000940         GOBACK
000950     END-IF.
000960     ADD 1 TO WS-CALL-COUNT.
000970     MOVE ZERO TO PSVC-RC.
000980     MOVE SPACES TO PSVC-VALUE.
000990     PERFORM 2000-SEARCH-CACHE THRU 2000-EXIT.
001000     IF CACHE-HIT
001010         ADD 1 TO WS-MEMORY-COUNT
001020         GOBACK
001030     END-IF.
001040     MOVE 'N' TO WS-DONE-SW.
001050     MOVE 'N' TO WS-FOUND-SW.
001060*>    THE REPOSITORY IS OPENED AT THE FIRST LOOKUP THE TABLE
001070*>    CANNOT ANSWER AND STAYS OPEN UNTIL THE RUN UNIT ENDS.
001080     IF NOT REPO-FILE-OPEN
001090         OPEN INPUT REPO-FILE
001100         IF WS-REPO-FILE-STATUS NOT = '00'
001110             MOVE 8 TO PSVC-RC
001120             GOBACK
001130         END-IF
001140         MOVE 'Y' TO WS-OPEN-SW
001150     END-IF.
001160     MOVE PSVC-NAME TO PREPO-NAME.
001170     MOVE ZERO TO PREPO-EFF-DATE.
001180     START REPO-FILE KEY NOT < PREPO-KEY
001190         INVALID KEY MOVE 'Y' TO WS-DONE-SW
001200     END-START.
001210     PERFORM 1000-SCAN-ONE THRU 1000-EXIT
001220         UNTIL SCAN-DONE.
001230     IF NOT VALUE-FOUND
001240         MOVE 4 TO PSVC-RC
001250     END-IF.
001260     PERFORM 3000-REMEMBER-VALUE THRU 3000-EXIT.
001270     GOBACK.
001280
001300 1000-SCAN-ONE.
001310     READ REPO-FILE NEXT RECORD
001320         AT END
001330             MOVE 'Y' TO WS-DONE-SW
001340         NOT AT END
001350             ADD 1 TO WS-READ-COUNT
001360             PERFORM 1100-TAKE-RECORD THRU 1100-EXIT
001370     END-READ.
001380 1000-EXIT.
001390     EXIT.
001400
001500 1100-TAKE-RECORD.
001510     IF PREPO-NAME NOT = PSVC-NAME
001520         MOVE 'Y' TO WS-DONE-SW
001530         GO TO 1100-EXIT
001540     END-IF.
001550     IF PREPO-EFF-DATE > PSVC-DATE
001560         MOVE 'Y' TO WS-DONE-SW
001570         GO TO 1100-EXIT
001580     END-IF.
001590     MOVE PREPO-VALUE TO PSVC-VALUE.
001600     MOVE 'Y' TO WS-FOUND-SW.
001610 1100-EXIT.
001620     EXIT.
001630
001700 2000-SEARCH-CACHE.
001710     MOVE 'N' TO WS-HIT-SW.
001720     MOVE ZERO TO WS-CACHE-IX.
001730     PERFORM 2100-MATCH-ONE THRU 2100-EXIT
001740         UNTIL CACHE-HIT OR WS-CACHE-IX >= WS-CACHE-COUNT.
001750 2000-EXIT.
001760     EXIT.
001770
001800 2100-MATCH-ONE.
001810     ADD 1 TO WS-CACHE-IX.
001820     IF VCH-NAME(WS-CACHE-IX) = PSVC-NAME
001830         AND VCH-DATE(WS-CACHE-IX) = PSVC-DATE
001840         MOVE VCH-VALUE(WS-CACHE-IX) TO PSVC-VALUE
001850         MOVE VCH-RC(WS-CACHE-IX) TO PSVC-RC
001860         MOVE 'Y' TO WS-HIT-SW
001870     END-IF.
001880 2100-EXIT.
001890     EXIT.
001900
002000 3000-REMEMBER-VALUE.
002010     IF WS-CACHE-COUNT >= WS-CACHE-MAX
002020         GO TO 3000-EXIT
002030     END-IF.
002040     ADD 1 TO WS-CACHE-COUNT.
002050     MOVE PSVC-NAME TO VCH-NAME(WS-CACHE-COUNT).
002060     MOVE PSVC-DATE TO VCH-DATE(WS-CACHE-COUNT).
002070     MOVE PSVC-VALUE TO VCH-VALUE(WS-CACHE-COUNT).
002080     MOVE PSVC-RC TO VCH-RC(WS-CACHE-COUNT).
002090 3000-EXIT.
002100     EXIT.
002110
002200*>    END OF THE RUN UNIT (AUDITLOG SEES THE LAST END): SHOW WHAT
002210*>    THE TABLE SAVED, CLOSE THE REPOSITORY AND FORGET THE VALUES,
002220*>    SO A LATER CALL STARTS FROM THE FILE AGAIN.
002300 9000-RELEASE.
002310     IF WS-CALL-COUNT > ZERO
002320         DISPLAY 'PARMSVC - ' WS-CALL-COUNT ' CALLS, '
002330             WS-MEMORY-COUNT ' FROM MEMORY, '
002340             WS-READ-COUNT ' FILE READS'
002350     END-IF.
002360     IF REPO-FILE-OPEN
002370         CLOSE REPO-FILE
002380     END-IF.
002390     MOVE 'N' TO WS-OPEN-SW.
002400     MOVE ZERO TO WS-CACHE-COUNT.
002410     MOVE ZERO TO WS-CALL-COUNT.
002420     MOVE ZERO TO WS-MEMORY-COUNT.
002430     MOVE ZERO TO WS-READ-COUNT.
002440 9000-EXIT.
002450     EXIT.
