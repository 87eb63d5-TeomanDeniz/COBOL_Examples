000000 *> ................................................................... <*
000000 *> CBL - SECRPT                           :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/17 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/17 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> NIGHTLY SECURITY REPORT FOR THE SECURITY OFFICER, IN THE
000000 *> MAINTHRP STYLE. PART ONE LISTS EVERY ATTEMPT AUTHCHK REFUSED
000000 *> AT THE CICS SCREENS ON THE BUSINESS DATE, OFF THE SECVIOL
000000 *> VIOLATION LOG - WHO, FROM WHICH TERMINAL, AT WHAT TIME, ON
000000 *> WHICH SCREEN, WHAT THEY ASKED FOR, WHAT THEY HOLD AND WHAT
000000 *> THE SCREEN WOULD HAVE TOUCHED. PART TWO LISTS EVERY USERAUTH
000000 *> AUTHORITY CHANGE AUTHMNT APPLIED ON THE BUSINESS DATE, OFF
000000 *> THE SHARED PENDCHG FILE, WITH WHO ASKED FOR IT AND WHO
000000 *> APPROVED IT. A MISSING FILE IS REPORTED, NOT FAILED.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SECRPT.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT VIOL-FILE ASSIGN TO "SECVIOL"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS SVIO-KEY
000370         FILE STATUS IS WS-VIOL-FILE-STATUS.
000380     SELECT PEND-FILE ASSIGN TO "PENDCHG"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PCHG-KEY
000420         FILE STATUS IS WS-PEND-FILE-STATUS.
000430     SELECT REPORT-FILE ASSIGN TO "SECRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  VIOL-FILE.
000530     COPY SECVREC.
000540 FD  PEND-FILE.
000550     COPY PCHGREC.
000560 FD  REPORT-FILE.
000570 01  REPORT-RECORD PIC X(120).
000600 WORKING-STORAGE SECTION.
000610     77 WS-VIOL-FILE-STATUS PIC XX VALUE '00'.
000620     77 WS-PEND-FILE-STATUS PIC XX VALUE '00'.
000630     77 WS-REPORT-LINE PIC X(120).
000640     77 WS-EOF-SWITCH PIC X VALUE 'N'.
000650         88 EOF-YES VALUE 'Y'.
000660     77 WS-PEND-EOF-SW PIC X VALUE 'N'.
000670         88 PEND-EOF VALUE 'Y'.
000675     77 WS-CHG-FOUND-SW PIC X VALUE 'N'.
000677         88 CHG-FOUND VALUE 'Y'.
000680     77 WS-VIOL-COUNT PIC 9(5) VALUE ZERO.
000690     77 WS-AUTH-COUNT PIC 9(5) VALUE ZERO.
000700     77 WS-RUNCTL-FUNC PIC X(8) VALUE 'GETDATE'.
000710     77 WS-RUNCTL-RC PIC S9(4) VALUE ZERO.
000720     77 WS-BUSINESS-DATE PIC 9(6) VALUE ZERO.
000730     77 WS-AUDIT-PGM-NAME PIC X(32) VALUE 'SECRPT'.
000740     77 WS-AUDIT-RC PIC S9(4) VALUE ZERO.
000750     77 WS-ASKED-SHOW PIC X(7) VALUE SPACES.
000760     77 WS-HELD-SHOW PIC X(7) VALUE SPACES.
000770*>    THE AUTHORITY CARD AS AUTHMNT APPLIED IT.
000780 01  SAUT-CARD.
000790     05 SAUT-ACTION PIC X.
000800     05 SAUT-USERID PIC X(8).
000810     05 SAUT-PROGRAM PIC X(8).
000820     05 SAUT-LEVEL PIC X.
000830     05 FILLER PIC X(109).
001000 PROCEDURE DIVISION.
001010 0000-MAIN.
001020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001030     PERFORM 2000-REPORT-VIOLATION THRU 2000-EXIT
001040         UNTIL EOF-YES.
001050     PERFORM 3000-OPEN-CHANGES THRU 3000-EXIT.
001060     PERFORM 4000-REPORT-CHANGE THRU 4000-EXIT
001070         UNTIL PEND-EOF.
001080     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
001090     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001100     GOBACK.
001110
001200 1000-INITIALIZE.
001210     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'START'
001220         WS-AUDIT-RC.
001230     CALL 'RUNCTL' USING WS-RUNCTL-FUNC WS-BUSINESS-DATE
001240         WS-RUNCTL-RC
001250         ON EXCEPTION
001260             ACCEPT WS-BUSINESS-DATE FROM DATE
001270     END-CALL.
001280     OPEN OUTPUT REPORT-FILE.
001290     MOVE SPACES TO WS-REPORT-LINE.
001300     STRING 'SECURITY REPORT - BUSINESS DATE '
001310         WS-BUSINESS-DATE DELIMITED BY SIZE
001320         INTO WS-REPORT-LINE.
001330     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001340     MOVE SPACES TO WS-REPORT-LINE.
001350     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001360     MOVE 'REFUSED SCREEN ACCESS (SECVIOL)' TO WS-REPORT-LINE.
001370     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001380     OPEN INPUT VIOL-FILE.
001390     IF WS-VIOL-FILE-STATUS NOT = '00'
001400         MOVE 'NO SECURITY-VIOLATION FILE - NOTHING TO REPORT'
001410             TO WS-REPORT-LINE
001420         WRITE REPORT-RECORD FROM WS-REPORT-LINE
001430         MOVE 'Y' TO WS-EOF-SWITCH
001440         GO TO 1000-EXIT
001450     END-IF.
001460     MOVE WS-BUSINESS-DATE TO SVIO-DATE.
001470     MOVE ZERO TO SVIO-TIME.
001480     MOVE ZERO TO SVIO-SEQ.
001490     START VIOL-FILE KEY NOT < SVIO-KEY
001500         INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
001510     END-START.
001520     IF WS-EOF-SWITCH NOT = 'Y'
001530         PERFORM 1100-READ-NEXT THRU 1100-EXIT
001540     END-IF.
001550 1000-EXIT.
001560     EXIT.
001570
001600 1100-READ-NEXT.
001610     READ VIOL-FILE NEXT RECORD
001620         AT END MOVE 'Y' TO WS-EOF-SWITCH
001630     END-READ.
001640     IF WS-EOF-SWITCH NOT = 'Y'
001650         AND SVIO-DATE NOT = WS-BUSINESS-DATE
001660         MOVE 'Y' TO WS-EOF-SWITCH
001670     END-IF.
001680 1100-EXIT.
001690     EXIT.
001700
001800 2000-REPORT-VIOLATION.
001810     ADD 1 TO WS-VIOL-COUNT.
001820     IF SVIO-REQUEST = 'U'
001830         MOVE 'UPDATE' TO WS-ASKED-SHOW
001840     ELSE
001850         MOVE 'INQUIRE' TO WS-ASKED-SHOW
001860     END-IF.
001870     EVALUATE SVIO-HELD-LEVEL
001880         WHEN 'I'
001890             MOVE 'INQUIRE' TO WS-HELD-SHOW
001900         WHEN 'U'
001910             MOVE 'UPDATE' TO WS-HELD-SHOW
001920         WHEN OTHER
001930             MOVE 'NONE' TO WS-HELD-SHOW
001940     END-EVALUATE.
001950     MOVE SPACES TO WS-REPORT-LINE.
001960     STRING SVIO-TIME ' USER ' SVIO-USERID
001970         ' TERM ' SVIO-TERMID
001980         ' SCREEN ' SVIO-PROGRAM
001990         ' ASKED ' WS-ASKED-SHOW
002000         ' HOLDS ' WS-HELD-SHOW
002010         ' ON ' SVIO-DETAIL
002020         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002030     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002040     PERFORM 1100-READ-NEXT THRU 1100-EXIT.
002050 2000-EXIT.
002060     EXIT.
002070
002100*>    THE USERAUTH CHANGES SIT TOGETHER ON PENDCHG UNDER THEIR
002110*>    TARGET AND A BLANK ENTITY; ONLY THOSE AUTHMNT MARKED DONE
002120*>    ON THE BUSINESS DATE ARE TONIGHT'S AUTHORITY CHANGES.
002130 3000-OPEN-CHANGES.
002140     MOVE SPACES TO WS-REPORT-LINE.
002150     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002160     MOVE 'AUTHORITY CHANGES APPLIED (USERAUTH)'
002170         TO WS-REPORT-LINE.
002180     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002190     OPEN INPUT PEND-FILE.
002200     IF WS-PEND-FILE-STATUS NOT = '00'
002210         MOVE 'NO PENDING-CHANGE FILE - NOTHING TO REPORT'
002220             TO WS-REPORT-LINE
002230         WRITE REPORT-RECORD FROM WS-REPORT-LINE
002240         MOVE 'Y' TO WS-PEND-EOF-SW
002250         GO TO 3000-EXIT
002260     END-IF.
002270     MOVE 'USERAUTH' TO PCHG-TARGET.
002280     MOVE SPACES TO PCHG-ENTITY.
002290     MOVE ZERO TO PCHG-SUB-DATE.
002300     MOVE ZERO TO PCHG-SUB-TIME.
002310     MOVE ZERO TO PCHG-SEQ.
002320     START PEND-FILE KEY NOT < PCHG-KEY
002330         INVALID KEY MOVE 'Y' TO WS-PEND-EOF-SW
002340     END-START.
002350     IF WS-PEND-EOF-SW NOT = 'Y'
002360         PERFORM 3100-READ-CHANGE THRU 3100-EXIT
002370     END-IF.
002380 3000-EXIT.
002390     EXIT.
002400
002500 3100-READ-CHANGE.
002505     MOVE 'N' TO WS-CHG-FOUND-SW.
002510     PERFORM 3150-NEXT-CHANGE THRU 3150-EXIT
002515         UNTIL CHG-FOUND OR PEND-EOF.
002520 3100-EXIT.
002525     EXIT.
002530
002535*>    PENDING, REJECTED, FAILED AND EARLIER CHANGES ARE PASSED
002540*>    OVER; THE FIRST KEY PAST USERAUTH ENDS THE LIST.
002545 3150-NEXT-CHANGE.
002550     READ PEND-FILE NEXT RECORD
002555         AT END
002560             MOVE 'Y' TO WS-PEND-EOF-SW
002565             GO TO 3150-EXIT
002570     END-READ.
002575     IF PCHG-TARGET NOT = 'USERAUTH'
002580         OR PCHG-ENTITY NOT = SPACES
002585         MOVE 'Y' TO WS-PEND-EOF-SW
002590         GO TO 3150-EXIT
002595     END-IF.
002600     IF PCHG-APPLIED
002610         AND PCHG-APPLY-DATE = WS-BUSINESS-DATE
002620         MOVE 'Y' TO WS-CHG-FOUND-SW
002630     END-IF.
002650 3150-EXIT.
002660     EXIT.
002670
002700 4000-REPORT-CHANGE.
002710     ADD 1 TO WS-AUTH-COUNT.
002720     MOVE PCHG-CARD TO SAUT-CARD.
002730     MOVE SPACES TO WS-REPORT-LINE.
002740     STRING 'ACTION ' SAUT-ACTION
002750         ' USER ' SAUT-USERID
002760         ' SCREEN ' SAUT-PROGRAM
002770         ' LEVEL ' SAUT-LEVEL
002780         ' SUB BY ' PCHG-SUB-USERID ' ' PCHG-SUB-DATE
002790         ' APP BY ' PCHG-REV-USERID ' ' PCHG-REV-DATE
002800         ' TERM ' PCHG-REV-TERMID
002810         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002820     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002830     PERFORM 3100-READ-CHANGE THRU 3100-EXIT.
002840 4000-EXIT.
002850     EXIT.
002860
002900 5000-WRITE-TOTALS.
002910     MOVE SPACES TO WS-REPORT-LINE.
002920     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002930     MOVE SPACES TO WS-REPORT-LINE.
002940     STRING 'VIOLATIONS=' WS-VIOL-COUNT
002950         ' AUTHORITY CHANGES=' WS-AUTH-COUNT
002960         DELIMITED BY SIZE INTO WS-REPORT-LINE.
002970     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
002980 5000-EXIT.
002990     EXIT.
003000
003100 9000-TERMINATE.
003110     CLOSE VIOL-FILE.
003120     CLOSE PEND-FILE.
003130     CLOSE REPORT-FILE.
003140     CALL 'AUDITLOG' USING WS-AUDIT-PGM-NAME 'END  '
003150         WS-AUDIT-RC.
003160 9000-EXIT.
003170     EXIT.
