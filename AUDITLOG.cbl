000000 *>                 SYSTEM DATE IS THE FALLBACK WHEN THE SERVICE
000000 *>                 OR ITS FILE IS NOT AVAILABLE. TIME STAYS THE
000000 *>                 SYSTEM CLOCK - ELAPSED TIMES MUST BE REAL.
000000 *> 2026/10/05 TD - START AND END CALLS ARE ALSO FILED ON THE
000000 *>                 STRMBRD STREAM STATUS BOARD THROUGH THE BRDSVC
000000 *>                 SERVICE, SO THE BRDINQ SCREEN CAN SHOW WHAT IS
000000 *>                 RUNNING AND WHAT HAS ENDED. NO BOARD DD OR NO
000000 *>                 BRDSVC MODULE CHANGES NOTHING HERE.
000000 *> 2026/10/07 TD - STARTS AND ENDS ARE PAIRED ACROSS THE RUN
000000 *>                 UNIT. THE END MATCHING THE OUTERMOST START
000000 *>                 RELEASES THE LOOKUP SERVICES - CURRSVC,
000000 *>                 PARMSVC, MSGCAT AND RUNCTL NOW HOLD WHAT THEY
000000 *>                 READ FOR THE WHOLE RUN UNIT - AND EACH SHOWS
000000 *>                 ITS CALLS, CALLS FROM MEMORY AND FILE READS.
000000 *>                 THE AUDIT LINE ITSELF IS STILL WRITTEN AND
000000 *>                 CLOSED AT ONCE: THE AUDIT REPORTS READ THIS
000000 *>                 FILE IN THE SAME STEP.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUDITLOG.
000300 ENVIRONMENT DIVISION.
000435     77 WS-AUDIT-FILE-STATUS PIC XX VALUE '00'.
000440     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000445     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000447     COPY BRDLINK.
000454     COPY CURRLINK.
000461     COPY PARMLINK.
000468     COPY MSGLINK.
000475     77 WS-RELEASE-FUNC PIC X(8) VALUE 'RELEASE'.
000482*>    STARTS NOT YET MATCHED BY AN END IN THIS RUN UNIT.
000489     77 WS-OPEN-DEPTH PIC 9(3) VALUE ZERO.
000500 LINKAGE SECTION.
000510 01  AUDIT-PROGRAM-NAME PIC X(32).
000520 01  AUDIT-EVENT PIC X(05).
000790         INTO WS-AUDIT-LINE.
000800     WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.
000810     CLOSE AUDIT-FILE.
000811*>    STARTS AND ENDS ALSO GO ON THE STREAM STATUS BOARD. THE
000812*>    BOARD NEVER HOLDS UP THE AUDIT LINE: NO BOARD, NO ENTRY.
000813     IF AUDIT-EVENT = 'START' OR AUDIT-EVENT = 'END  '
000814         INITIALIZE BRDSVC-AREA
000815         MOVE AUDIT-EVENT TO BSVC-FUNC
000816         MOVE AUDIT-PROGRAM-NAME TO BSVC-PROGRAM
000817         MOVE AUDIT-RETURN-CODE TO BSVC-PGM-RC
000818         CALL 'BRDSVC' USING BRDSVC-AREA
000819             ON EXCEPTION
000820                 CONTINUE
000821         END-CALL
000822     END-IF.
000830*>    STARTS AND ENDS PAIR UP ACROSS THE RUN UNIT. THE END THAT
000840*>    MATCHES THE OUTERMOST START IS THE END OF THE RUN UNIT: THE
000850*>    LOOKUP SERVICES SHOW THEIR STATISTICS AND LET GO OF WHAT
000860*>    THEY HELD FOR IT.
000870     IF AUDIT-EVENT = 'START'
000880         ADD 1 TO WS-OPEN-DEPTH
000890     END-IF.
000900     IF AUDIT-EVENT = 'END  '
000910         IF WS-OPEN-DEPTH > ZERO
000920             SUBTRACT 1 FROM WS-OPEN-DEPTH
000930         END-IF
000940         IF WS-OPEN-DEPTH = ZERO
000950             PERFORM 1000-RELEASE-SERVICES THRU 1000-EXIT
000960         END-IF
000970     END-IF.
000980     GOBACK.
000990
001000*>    A SERVICE NEVER CALLED HAS NOTHING TO SHOW; ONE NOT
001010*>    INSTALLED IS SKIPPED. RUNCTL GOES LAST - THE OTHERS MAY
001020*>    STILL HAVE ASKED IT FOR THE DATE.
001030 1000-RELEASE-SERVICES.
001040     SET CSVC-RELEASE-CALL TO TRUE.
001050     CALL 'CURRSVC' USING CURRSVC-AREA
001060         ON EXCEPTION
001070             CONTINUE
001080     END-CALL.
001090     SET PSVC-RELEASE-CALL TO TRUE.
001100     CALL 'PARMSVC' USING PARMSVC-AREA
001110         ON EXCEPTION
001120             CONTINUE
001130     END-CALL.
001140     SET MSG-RELEASE-CALL TO TRUE.
001150     CALL 'MSGCAT' USING MSGCAT-AREA
001160         ON EXCEPTION
001170             CONTINUE
001180     END-CALL.
001190     CALL 'RUNCTL' USING WS-RELEASE-FUNC WS-AUDIT-DATE
001200         WS-RUNCTL-RC
001210         ON EXCEPTION
001220             CONTINUE
001230     END-CALL.
001240 1000-EXIT.
001250     EXIT.
