000000 *> ................................................................... <*
000000 *> CBL - ADJWB                            :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *>                                        :     -__            __-     <*
000000 *> Teoman Deniz                           : :    :!1!-_    _-!1!:    : <*
000000 *> maximum-tension.com                    : ::                      :: <*
000000 *>                                        : :!:    : :: : :  :  ::::!: <*
000000 *> ...................................... :  :!:: :!:!1:!:!::1:::!!!:  <*
000000 *> : C - Maximum Tension : C 2026/09/28 : :  ::!::!!1001010!:!11!!::   <*
000000 *> :.....................:..............: :  :!1!!11000000000011!!:    <*
000000 *> : License - NON       : U 2026/09/28 : :   ::::!!!1!!1!!!1!!!::     <*
000000 *> :.....................:..............: :      ::::!::!:::!::::      <*
000000 *> .......................................:........................... <*
000000 *> CICS MANUAL-ADJUSTMENT ENTRY FOR THE FINANCE DESK. THE DESK'S
000000 *> ADJUSTMENTS USED TO BE TYPED INTO A TRANFILE DATASET BY HAND
000000 *> AND FAILED THE FRONT-END EDIT ON A BAD SIGN BYTE OR A TRAILER
000000 *> HASH THAT DID NOT ADD UP. HERE THE CLERK OPENS A NUMBERED
000000 *> BATCH ON THE ADJFILE KSDS (ACTION N), KEYS EACH ADJUSTMENT -
000000 *> NUM1, NUM2, CURRENCY, ACCOUNT AND A REASON - WITH ACTION A,
000000 *> DELETES A WRONG LINE BY ITS NUMBER WITH D, AND CLOSES THE
000000 *> BATCH WITH C. EVERY LINE IS EDITED BEFORE IT IS TAKEN WITH THE
000000 *> SAME RULES, IN THE SAME ORDER AND UNDER THE SAME REASON CODES
000000 *> AS TRANEDIT 2150-VALIDATE-DETAIL: E1-E4 AMOUNTS AND SIGN
000000 *> BYTES, E9 CURRENCY, A1-A4 THE ACCOUNT ON ACCTFILE. THE BATCH
000000 *> CONTROL RECORD CARRIES THE RUNNING COUNT AND NUM1+NUM2 HASH
000000 *> OF ITS LIVE LINES, SHOWN WITH THE LAST EIGHT LINES AFTER EVERY
000000 *> ACTION. A CLOSED BATCH CAN NO LONGER CHANGE; THE NEXT NIGHT'S
000000 *> ADJEXTR WRITES IT INTO THE H/D/T BATCH UNDER SOURCE MANUAL
000000 *> AND THE ADJ-SLIP JOB PRINTS ITS CONTROL SLIP FOR CHECKING.
000000 *> EACH ENTITY KEYS ON ITS OWN FILES: A BLANK ENTITY WORKS THE
000000 *> HOME ONES (ADJFILE, ACCTFILE), ANY OTHER CODE THE FILES
000000 *> DEFINED AS ADJ AND ACCT PLUS THE CODE (ADJE2, ACCTE2 FOR E2).
000000 *> INQUIRE AUTHORITY ON USERAUTH (AUTHCHK) IS NEEDED TO LOOK AT
000000 *> A BATCH, UPDATE AUTHORITY FOR ANY ACTION.
000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ADJWB.
000120 ENVIRONMENT DIVISION.
000130 DATA DIVISION.
000140 WORKING-STORAGE SECTION.
000150     COPY ADJ1.
000160     COPY ADJREC.
000170     COPY ACCTREC.
000180     COPY AUTHLINK.
000190     77 WS-RESP        PIC S9(8) COMP.
000200     77 WS-MSG-LINE    PIC X(70) VALUE SPACES.
000210     77 WS-AUTH-LEN    PIC S9(4) COMP VALUE 48.
000220     77 WS-ABSTIME     PIC S9(15) COMP-3.
000230     77 WS-NOW-DATE    PIC 9(6).
000240*>   FORMATTIME TIME() FILLS EIGHT BYTES - ONLY THE FIRST SIX
000250*>   (HHMMSS) GO TO THE ADJUSTMENT RECORDS.
000260     77 WS-NOW-TIME    PIC 9(8).
000270     77 WS-ADJ-FILE    PIC X(8) VALUE 'ADJFILE'.
000280     77 WS-ACCT-FILE   PIC X(8) VALUE 'ACCTFILE'.
000290     77 WS-ACTION      PIC X VALUE SPACE.
000300         88 ACTION-NEW VALUE 'N'.
000310         88 ACTION-ADD VALUE 'A'.
000320         88 ACTION-DELETE VALUE 'D'.
000330         88 ACTION-CLOSE VALUE 'C'.
000340     77 WS-BATCH-NO    PIC 9(6) VALUE ZERO.
000350     77 WS-LINE-NO     PIC 9(4) VALUE ZERO.
000360     77 WS-FIRST-LINE  PIC 9(4) VALUE ZERO.
000370     77 WS-SHOWN       PIC 9(2) VALUE ZERO.
000380     77 WS-BROWSE-SW   PIC X VALUE 'N'.
000390         88 BROWSE-DONE VALUE 'Y'.
000400     77 WS-NEW-COUNTER-SW PIC X VALUE 'N'.
000410         88 NEW-COUNTER VALUE 'Y'.
000420     77 WS-REJECT-SW   PIC X VALUE 'N'.
000430         88 RECORD-REJECTED VALUE 'Y'.
000440     77 WS-REASON-CODE PIC X(2).
000450     77 WS-REASON-TEXT PIC X(24).
000460     77 WS-COUNT-EDIT  PIC ZZZ9.
000470     77 WS-HASH-EDIT   PIC -(11)9.99.
000480     77 WS-STATUS-WORD PIC X(9).
000490*>   THE LINE AS KEYED, LAID OUT AS THE TRANFILE DETAIL IT WILL
000500*>   BECOME SO THE EDIT BELOW READS THE SAME BYTES TRANEDIT
000510*>   READS.
000520 01  WS-TRAN-DETAIL    PIC X(80).
000530 01  WS-DETAIL-AREA REDEFINES WS-TRAN-DETAIL.
000540     05 WS-DTL-TYPE    PIC X.
000550     05 WS-DTL-NUM1    PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000560     05 WS-DTL-NUM2    PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000570     05 WS-DTL-CURRENCY PIC X(3).
000580     05 WS-DTL-ACCOUNT PIC X(10).
000590     05 FILLER         PIC X(50).
000600*>   ONE BATCH LINE AS LISTED - THE COLUMNS LINE UP UNDER THE
000610*>   HDR1/HDR2 HEADINGS ON THE MAP.
000620 01  WS-SCREEN-LINE.
000630     05 WS-SL-LINE     PIC 9(4).
000640     05 FILLER         PIC X.
000650     05 WS-SL-NUM1     PIC X(8).
000660     05 FILLER         PIC X.
000670     05 WS-SL-NUM2     PIC X(8).
000680     05 FILLER         PIC X.
000690     05 WS-SL-CURRENCY PIC X(3).
000700     05 FILLER         PIC X.
000710     05 WS-SL-ACCOUNT  PIC X(10).
000720     05 FILLER         PIC X.
000730     05 WS-SL-REASON   PIC X(30).
000740     05 FILLER         PIC X.
000750     05 WS-SL-USER     PIC X(8).
000760 PROCEDURE DIVISION.
000770 0000-MAIN.
000780     EXEC CICS HANDLE CONDITION
000790         MAPFAIL(9000-MAPFAIL)
000800     END-EXEC.
000810     PERFORM 7000-CHECK-INQUIRE THRU 7000-EXIT.
000820     PERFORM 2000-SEND-SCREEN THRU 2000-EXIT.
000830     PERFORM 3000-RECEIVE-SCREEN THRU 3000-EXIT.
000840     PERFORM 3500-TAKE-INPUT THRU 3500-EXIT.
000850     MOVE AACTI TO WS-ACTION.
000860     IF WS-ACTION NOT = SPACE AND WS-ACTION NOT = LOW-VALUE
000870         PERFORM 6000-BATCH-ACTION THRU 6000-EXIT
000880     END-IF.
000890     PERFORM 4000-SHOW-BATCH THRU 4000-EXIT.
000900     PERFORM 8000-SEND-RESULT THRU 8000-EXIT.
000910     EXEC CICS RETURN
000920     END-EXEC.
000930
000940 2000-SEND-SCREEN.
000950     EXEC CICS SEND MAP('ADJ1')
000960         MAPSET('ADJSCR')
000970         FROM(ADJ1O)
000980         ERASE
000990     END-EXEC.
001000 2000-EXIT.
001010     EXIT.
001020
001030 3000-RECEIVE-SCREEN.
001040     EXEC CICS RECEIVE MAP('ADJ1')
001050         MAPSET('ADJSCR')
001060         INTO(ADJ1I)
001070     END-EXEC.
001080 3000-EXIT.
001090     EXIT.
001100
001110*>    THE ENTITY PICKS THE FILES. A BATCH NUMBER THAT IS NOT SIX
001120*>    DIGITS IS TAKEN AS NONE.
001130 3500-TAKE-INPUT.
001140     MOVE 'ADJFILE' TO WS-ADJ-FILE.
001150     MOVE 'ACCTFILE' TO WS-ACCT-FILE.
001160     IF AENTI NOT = SPACES AND AENTI NOT = LOW-VALUES
001170         MOVE SPACES TO WS-ADJ-FILE
001180         STRING 'ADJ' AENTI DELIMITED BY SIZE
001190             INTO WS-ADJ-FILE
001200         MOVE SPACES TO WS-ACCT-FILE
001210         STRING 'ACCT' AENTI DELIMITED BY SIZE
001220             INTO WS-ACCT-FILE
001230     END-IF.
001240     INSPECT ABATI REPLACING ALL LOW-VALUES BY SPACES.
001250     INSPECT ANUM1I REPLACING ALL LOW-VALUES BY SPACES.
001260     INSPECT ANUM2I REPLACING ALL LOW-VALUES BY SPACES.
001270     INSPECT ACURI REPLACING ALL LOW-VALUES BY SPACES.
001280     INSPECT AACCI REPLACING ALL LOW-VALUES BY SPACES.
001290     INSPECT ARSNI REPLACING ALL LOW-VALUES BY SPACES.
001300     INSPECT ALINEI REPLACING ALL LOW-VALUES BY SPACES.
001310     MOVE ZERO TO WS-BATCH-NO.
001320     IF ABATI IS NUMERIC
001330         MOVE ABATI TO WS-BATCH-NO
001340     END-IF.
001350 3500-EXIT.
001360     EXIT.
001370
001380*>    THE BATCH ON THE SCREEN: ITS CONTROL LINE, THEN ITS LAST
001390*>    EIGHT LINES, DELETED ONES INCLUDED AND MARKED. A MESSAGE
001400*>    ALREADY SET BY AN ACTION IS LEFT ALONE.
001410 4000-SHOW-BATCH.
001420     MOVE SPACES TO ASTATO.
001430     IF WS-BATCH-NO = ZERO
001440         IF WS-MSG-LINE = SPACES
001450             MOVE 'KEY A BATCH NUMBER, OR ACTION N FOR A NEW ONE'
001460                 TO WS-MSG-LINE
001470         END-IF
001480         GO TO 4000-EXIT
001490     END-IF.
001500     MOVE WS-BATCH-NO TO ADJ-BATCH-NO.
001510     MOVE ZERO TO ADJ-LINE-NO.
001520     EXEC CICS READ FILE(WS-ADJ-FILE)
001530         INTO(ADJ-RECORD)
001540         RIDFLD(ADJ-KEY)
001550         RESP(WS-RESP)
001560     END-EXEC.
001570     IF WS-RESP NOT = DFHRESP(NORMAL)
001580         IF WS-MSG-LINE = SPACES
001590             MOVE 'NO SUCH BATCH - KEY N FOR A NEW ONE'
001600                 TO WS-MSG-LINE
001610         END-IF
001620         GO TO 4000-EXIT
001630     END-IF.
001640     MOVE WS-BATCH-NO TO ABATO.
001650     PERFORM 4100-FORMAT-STATUS THRU 4100-EXIT.
001660     MOVE 1 TO WS-FIRST-LINE.
001670     IF ADJ-NEXT-LINE > 9
001680         COMPUTE WS-FIRST-LINE = ADJ-NEXT-LINE - 8
001690     END-IF.
001700     MOVE WS-BATCH-NO TO ADJ-BATCH-NO.
001710     MOVE WS-FIRST-LINE TO ADJ-LINE-NO.
001720     MOVE ZERO TO WS-SHOWN.
001730     EXEC CICS STARTBR FILE(WS-ADJ-FILE)
001740         RIDFLD(ADJ-KEY)
001750         GTEQ
001760         RESP(WS-RESP)
001770     END-EXEC.
001780     IF WS-RESP NOT = DFHRESP(NORMAL)
001790         GO TO 4000-EXIT
001800     END-IF.
001810     MOVE 'N' TO WS-BROWSE-SW.
001820     PERFORM 4200-NEXT-LINE THRU 4200-EXIT
001830         UNTIL BROWSE-DONE.
001840     EXEC CICS ENDBR FILE(WS-ADJ-FILE)
001850     END-EXEC.
001860 4000-EXIT.
001870     EXIT.
001880
001890 4100-FORMAT-STATUS.
001900     EVALUATE TRUE
001910         WHEN ADJ-OPEN
001920             MOVE 'OPEN' TO WS-STATUS-WORD
001930         WHEN ADJ-CLOSED
001940             MOVE 'CLOSED' TO WS-STATUS-WORD
001950         WHEN OTHER
001960             MOVE 'EXTRACTED' TO WS-STATUS-WORD
001970     END-EVALUATE.
001980     MOVE ADJ-COUNT TO WS-COUNT-EDIT.
001990     MOVE ADJ-HASH TO WS-HASH-EDIT.
002000     IF ADJ-OPEN
002010         STRING 'BATCH ' ADJ-BATCH-NO ' ' WS-STATUS-WORD
002020             ' - OPENED BY ' ADJ-OPEN-USERID ' ON '
002030             ADJ-OPEN-DATE '   LINES ' WS-COUNT-EDIT
002040             '  HASH ' WS-HASH-EDIT
002050             DELIMITED BY SIZE INTO ASTATO
002060         GO TO 4100-EXIT
002070     END-IF.
002080     IF ADJ-CLOSED
002090         STRING 'BATCH ' ADJ-BATCH-NO ' ' WS-STATUS-WORD
002100             ' - CLOSED BY ' ADJ-CLOSE-USERID ' ON '
002110             ADJ-CLOSE-DATE '   LINES ' WS-COUNT-EDIT
002120             '  HASH ' WS-HASH-EDIT
002130             DELIMITED BY SIZE INTO ASTATO
002140         GO TO 4100-EXIT
002150     END-IF.
002160     STRING 'BATCH ' ADJ-BATCH-NO ' ' WS-STATUS-WORD
002170         ' - BUSINESS DATE ' ADJ-EXTR-DATE
002180         '   LINES ' WS-COUNT-EDIT '  HASH ' WS-HASH-EDIT
002190         DELIMITED BY SIZE INTO ASTATO.
002200 4100-EXIT.
002210     EXIT.
002220
002230 4200-NEXT-LINE.
002240     EXEC CICS READNEXT FILE(WS-ADJ-FILE)
002250         INTO(ADJ-RECORD)
002260         RIDFLD(ADJ-KEY)
002270         RESP(WS-RESP)
002280     END-EXEC.
002290     IF WS-RESP NOT = DFHRESP(NORMAL)
002300         OR ADJ-BATCH-NO NOT = WS-BATCH-NO
002310         OR WS-SHOWN = 8
002320         MOVE 'Y' TO WS-BROWSE-SW
002330         GO TO 4200-EXIT
002340     END-IF.
002350     ADD 1 TO WS-SHOWN.
002360     MOVE SPACES TO WS-SCREEN-LINE.
002370     MOVE ADJ-LINE-NO TO WS-SL-LINE.
002380     MOVE ADJ-DETAIL(2:8) TO WS-SL-NUM1.
002390     MOVE ADJ-DETAIL(10:8) TO WS-SL-NUM2.
002400     MOVE ADJ-CURRENCY TO WS-SL-CURRENCY.
002410     MOVE ADJ-ACCOUNT TO WS-SL-ACCOUNT.
002420     MOVE ADJ-REASON TO WS-SL-REASON.
002430     MOVE ADJ-KEY-USERID TO WS-SL-USER.
002440     IF ADJ-LINE-DELETED
002450         MOVE 'DELETED' TO WS-SL-USER
002460     END-IF.
002470     MOVE WS-SCREEN-LINE TO ALSTO(WS-SHOWN).
002480 4200-EXIT.
002490     EXIT.
002500
002510*>    EVERY ACTION NEEDS UPDATE AUTHORITY. THE BATCH CONTROL
002520*>    RECORD IS READ FOR UPDATE AND ITS STATUS CHECKED THERE AND
002530*>    THEN - ANOTHER CLERK MAY HAVE CLOSED THE BATCH SINCE IT WAS
002540*>    SHOWN, OR THE NIGHT MAY HAVE TAKEN IT.
002550 6000-BATCH-ACTION.
002560     IF NOT ACTION-NEW AND NOT ACTION-ADD
002570         AND NOT ACTION-DELETE AND NOT ACTION-CLOSE
002580         MOVE 'ACTION MUST BE N, A, D OR C' TO WS-MSG-LINE
002590         GO TO 6000-EXIT
002600     END-IF.
002610     IF NOT ACTION-NEW AND WS-BATCH-NO = ZERO
002620         MOVE 'KEY THE BATCH NUMBER - NOTHING CHANGED'
002630             TO WS-MSG-LINE
002640         GO TO 6000-EXIT
002650     END-IF.
002660     MOVE 'U' TO AUTH-REQUEST.
002670     MOVE SPACES TO AUTH-DETAIL.
002680     STRING 'ADJ BATCH ' WS-BATCH-NO ' ACTION ' WS-ACTION
002690         DELIMITED BY SIZE INTO AUTH-DETAIL.
002700     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
002710     IF NOT AUTH-ALLOWED
002720         GO TO 6000-EXIT
002730     END-IF.
002740     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME)
002750     END-EXEC.
002760     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
002770         YYMMDD(WS-NOW-DATE)
002780         TIME(WS-NOW-TIME)
002790     END-EXEC.
002800     EVALUATE TRUE
002810         WHEN ACTION-NEW
002820             PERFORM 6100-OPEN-BATCH THRU 6100-EXIT
002830         WHEN ACTION-ADD
002840             PERFORM 6200-ADD-LINE THRU 6200-EXIT
002850         WHEN ACTION-DELETE
002860             PERFORM 6300-DELETE-LINE THRU 6300-EXIT
002870         WHEN OTHER
002880             PERFORM 6400-CLOSE-BATCH THRU 6400-EXIT
002890     END-EVALUATE.
002900 6000-EXIT.
002910     EXIT.
002920
002930*>    THE NEXT NUMBER COMES OFF THE COUNTER RECORD (BATCH 000000,
002940*>    LINE 0000), CREATED THE FIRST TIME A FILE IS USED.
002950 6100-OPEN-BATCH.
002960     MOVE 'N' TO WS-NEW-COUNTER-SW.
002970     MOVE ZERO TO ADJ-BATCH-NO.
002980     MOVE ZERO TO ADJ-LINE-NO.
002990     EXEC CICS READ FILE(WS-ADJ-FILE)
003000         INTO(ADJ-RECORD)
003010         RIDFLD(ADJ-KEY)
003020         UPDATE
003030         RESP(WS-RESP)
003040     END-EXEC.
003050     IF WS-RESP = DFHRESP(NOTFND)
003060         MOVE SPACES TO ADJ-COUNTER-DATA
003070         MOVE ZERO TO ADJ-BATCH-NO ADJ-LINE-NO ADJ-LAST-BATCH
003080         MOVE 'Y' TO WS-NEW-COUNTER-SW
003090     ELSE
003100         IF WS-RESP NOT = DFHRESP(NORMAL)
003110             MOVE 'ADJFILE READ FAILED - NO BATCH OPENED'
003120                 TO WS-MSG-LINE
003130             GO TO 6100-EXIT
003140         END-IF
003150     END-IF.
003160     ADD 1 TO ADJ-LAST-BATCH.
003170     MOVE ADJ-LAST-BATCH TO WS-BATCH-NO.
003180     IF NEW-COUNTER
003190         EXEC CICS WRITE FILE(WS-ADJ-FILE)
003200             FROM(ADJ-RECORD)
003210             RIDFLD(ADJ-KEY)
003220             RESP(WS-RESP)
003230         END-EXEC
003240     ELSE
003250         EXEC CICS REWRITE FILE(WS-ADJ-FILE)
003260             FROM(ADJ-RECORD)
003270             RESP(WS-RESP)
003280         END-EXEC
003290     END-IF.
003300     IF WS-RESP NOT = DFHRESP(NORMAL)
003310         MOVE 'BATCH NUMBER NOT TAKEN - KEY N AGAIN'
003320             TO WS-MSG-LINE
003330         MOVE ZERO TO WS-BATCH-NO
003340         GO TO 6100-EXIT
003350     END-IF.
003360     MOVE SPACES TO ADJ-BATCH-DATA.
003370     MOVE WS-BATCH-NO TO ADJ-BATCH-NO.
003380     MOVE ZERO TO ADJ-LINE-NO.
003390     MOVE 'O' TO ADJ-STATUS.
003400     EXEC CICS ASSIGN USERID(ADJ-OPEN-USERID)
003410     END-EXEC.
003420     MOVE EIBTRMID TO ADJ-OPEN-TERMID.
003430     MOVE WS-NOW-DATE TO ADJ-OPEN-DATE.
003440     MOVE WS-NOW-TIME(1:6) TO ADJ-OPEN-TIME.
003450     MOVE ZERO TO ADJ-CLOSE-DATE ADJ-CLOSE-TIME ADJ-COUNT.
003460     MOVE ZERO TO ADJ-HASH ADJ-EXTR-DATE.
003470     MOVE 1 TO ADJ-NEXT-LINE.
003480     EXEC CICS WRITE FILE(WS-ADJ-FILE)
003490         FROM(ADJ-RECORD)
003500         RIDFLD(ADJ-KEY)
003510         RESP(WS-RESP)
003520     END-EXEC.
003530     IF WS-RESP NOT = DFHRESP(NORMAL)
003540         EXEC CICS SYNCPOINT ROLLBACK
003550         END-EXEC
003560         MOVE 'ADJFILE WRITE FAILED - NO BATCH OPENED, TELL OPS'
003570             TO WS-MSG-LINE
003580         MOVE ZERO TO WS-BATCH-NO
003590         GO TO 6100-EXIT
003600     END-IF.
003610     MOVE SPACES TO WS-MSG-LINE.
003620     STRING 'BATCH ' WS-BATCH-NO ' OPENED - KEY ITS LINES '
003630         'WITH ACTION A' DELIMITED BY SIZE INTO WS-MSG-LINE.
003640 6100-EXIT.
003650     EXIT.
003660
003670*>    THE LINE IS EDITED FIRST, SO A BAD LINE NEVER TOUCHES THE
003680*>    BATCH. THE CONTROL RECORD TAKES THE NEW COUNT AND HASH AND
003690*>    GIVES THE LINE ITS NUMBER; IF THE LINE THEN CANNOT BE
003700*>    WRITTEN BOTH ARE BACKED OUT TOGETHER.
003710 6200-ADD-LINE.
003720     PERFORM 6500-EDIT-LINE THRU 6500-EXIT.
003730     IF RECORD-REJECTED
003740         MOVE SPACES TO WS-MSG-LINE
003750         STRING WS-REASON-CODE ' ' WS-REASON-TEXT
003760             ' - LINE NOT ADDED'
003770             DELIMITED BY SIZE INTO WS-MSG-LINE
003780         GO TO 6200-EXIT
003790     END-IF.
003800     IF ARSNI = SPACES
003810         MOVE 'AN ADJUSTMENT NEEDS A REASON - LINE NOT ADDED'
003820             TO WS-MSG-LINE
003830         GO TO 6200-EXIT
003840     END-IF.
003850     PERFORM 6600-READ-OPEN-BATCH THRU 6600-EXIT.
003860     IF WS-MSG-LINE NOT = SPACES
003870         GO TO 6200-EXIT
003880     END-IF.
003890     IF ADJ-NEXT-LINE = 9999
003900         EXEC CICS UNLOCK FILE(WS-ADJ-FILE)
003910         END-EXEC
003920         MOVE 'BATCH IS FULL - CLOSE IT AND OPEN ANOTHER'
003930             TO WS-MSG-LINE
003940         GO TO 6200-EXIT
003950     END-IF.
003960     MOVE ADJ-NEXT-LINE TO WS-LINE-NO.
003970     ADD 1 TO ADJ-NEXT-LINE.
003980     ADD 1 TO ADJ-COUNT.
003990     ADD WS-DTL-NUM1 TO ADJ-HASH.
004000     ADD WS-DTL-NUM2 TO ADJ-HASH.
004010     PERFORM 6700-REWRITE-BATCH THRU 6700-EXIT.
004020     IF WS-MSG-LINE NOT = SPACES
004030         GO TO 6200-EXIT
004040     END-IF.
004050     MOVE SPACES TO ADJ-LINE-DATA.
004060     MOVE WS-BATCH-NO TO ADJ-BATCH-NO.
004070     MOVE WS-LINE-NO TO ADJ-LINE-NO.
004080     MOVE WS-TRAN-DETAIL(1:30) TO ADJ-DETAIL.
004090     MOVE ARSNI TO ADJ-REASON.
004100     MOVE SPACE TO ADJ-LINE-STATUS.
004110     EXEC CICS ASSIGN USERID(ADJ-KEY-USERID)
004120     END-EXEC.
004130     MOVE WS-NOW-DATE TO ADJ-KEY-DATE.
004140     MOVE WS-NOW-TIME(1:6) TO ADJ-KEY-TIME.
004150     EXEC CICS WRITE FILE(WS-ADJ-FILE)
004160         FROM(ADJ-RECORD)
004170         RIDFLD(ADJ-KEY)
004180         RESP(WS-RESP)
004190     END-EXEC.
004200     IF WS-RESP NOT = DFHRESP(NORMAL)
004210         EXEC CICS SYNCPOINT ROLLBACK
004220         END-EXEC
004230         MOVE 'ADJFILE WRITE FAILED - LINE NOT ADDED, TELL OPS'
004240             TO WS-MSG-LINE
004250         GO TO 6200-EXIT
004260     END-IF.
004270     MOVE SPACES TO ANUM1O ANUM2O AACCO ARSNO.
004280     STRING 'LINE ' WS-LINE-NO ' ADDED' DELIMITED BY SIZE
004290         INTO WS-MSG-LINE.
004300 6200-EXIT.
004310     EXIT.
004320
004330*>    A DELETED LINE STAYS ON FILE, MARKED, WITH WHO DELETED IT;
004340*>    ITS AMOUNTS COME OFF THE BATCH COUNT AND HASH. THE LINE IS
004350*>    CHANGED FIRST AND THE CONTROL RECORD SECOND, EACH READ FOR
004360*>    UPDATE IN TURN; A FAILURE BACKS BOTH OUT.
004370 6300-DELETE-LINE.
004380     IF ALINEI IS NOT NUMERIC OR ALINEI = ZERO
004390         MOVE 'KEY THE LINE NUMBER TO DELETE - NOTHING CHANGED'
004400             TO WS-MSG-LINE
004410         GO TO 6300-EXIT
004420     END-IF.
004430     MOVE ALINEI TO WS-LINE-NO.
004440     PERFORM 6600-READ-OPEN-BATCH THRU 6600-EXIT.
004450     IF WS-MSG-LINE NOT = SPACES
004460         GO TO 6300-EXIT
004470     END-IF.
004480     EXEC CICS UNLOCK FILE(WS-ADJ-FILE)
004490     END-EXEC.
004500     MOVE WS-BATCH-NO TO ADJ-BATCH-NO.
004510     MOVE WS-LINE-NO TO ADJ-LINE-NO.
004520     EXEC CICS READ FILE(WS-ADJ-FILE)
004530         INTO(ADJ-RECORD)
004540         RIDFLD(ADJ-KEY)
004550         UPDATE
004560         RESP(WS-RESP)
004570     END-EXEC.
004580     IF WS-RESP NOT = DFHRESP(NORMAL)
004590         MOVE 'NO SUCH LINE IN THIS BATCH - NOTHING CHANGED'
004600             TO WS-MSG-LINE
004610         GO TO 6300-EXIT
004620     END-IF.
004630     IF ADJ-LINE-DELETED
004640         EXEC CICS UNLOCK FILE(WS-ADJ-FILE)
004650         END-EXEC
004660         MOVE 'LINE ALREADY DELETED - NOTHING CHANGED'
004670             TO WS-MSG-LINE
004680         GO TO 6300-EXIT
004690     END-IF.
004700     MOVE ADJ-DETAIL TO WS-TRAN-DETAIL(1:30).
004710     MOVE 'X' TO ADJ-LINE-STATUS.
004720     EXEC CICS ASSIGN USERID(ADJ-DEL-USERID)
004730     END-EXEC.
004740     EXEC CICS REWRITE FILE(WS-ADJ-FILE)
004750         FROM(ADJ-RECORD)
004760         RESP(WS-RESP)
004770     END-EXEC.
004780     IF WS-RESP NOT = DFHRESP(NORMAL)
004790         MOVE 'ADJFILE REWRITE FAILED - NOTHING CHANGED'
004800             TO WS-MSG-LINE
004810         GO TO 6300-EXIT
004820     END-IF.
004830     PERFORM 6600-READ-OPEN-BATCH THRU 6600-EXIT.
004840     IF WS-MSG-LINE NOT = SPACES
004850         EXEC CICS SYNCPOINT ROLLBACK
004860         END-EXEC
004870         GO TO 6300-EXIT
004880     END-IF.
004890     SUBTRACT 1 FROM ADJ-COUNT.
004900     SUBTRACT WS-DTL-NUM1 FROM ADJ-HASH.
004910     SUBTRACT WS-DTL-NUM2 FROM ADJ-HASH.
004920     PERFORM 6700-REWRITE-BATCH THRU 6700-EXIT.
004930     IF WS-MSG-LINE NOT = SPACES
004940         GO TO 6300-EXIT
004950     END-IF.
004960     STRING 'LINE ' WS-LINE-NO ' DELETED' DELIMITED BY SIZE
004970         INTO WS-MSG-LINE.
004980 6300-EXIT.
004990     EXIT.
005000
005010*>    AN EMPTY BATCH IS NOT CLOSED - THERE IS NOTHING TO SEND.
005020 6400-CLOSE-BATCH.
005030     PERFORM 6600-READ-OPEN-BATCH THRU 6600-EXIT.
005040     IF WS-MSG-LINE NOT = SPACES
005050         GO TO 6400-EXIT
005060     END-IF.
005070     IF ADJ-COUNT = ZERO
005080         EXEC CICS UNLOCK FILE(WS-ADJ-FILE)
005090         END-EXEC
005100         MOVE 'NO LINES IN THE BATCH - NOTHING TO CLOSE'
005110             TO WS-MSG-LINE
005120         GO TO 6400-EXIT
005130     END-IF.
005140     MOVE 'C' TO ADJ-STATUS.
005150     EXEC CICS ASSIGN USERID(ADJ-CLOSE-USERID)
005160     END-EXEC.
005170     MOVE WS-NOW-DATE TO ADJ-CLOSE-DATE.
005180     MOVE WS-NOW-TIME(1:6) TO ADJ-CLOSE-TIME.
005190     PERFORM 6700-REWRITE-BATCH THRU 6700-EXIT.
005200     IF WS-MSG-LINE NOT = SPACES
005210         GO TO 6400-EXIT
005220     END-IF.
005230     MOVE 'BATCH CLOSED - PRINT THE SLIP FOR CHECKING'
005240         TO WS-MSG-LINE.
005250 6400-EXIT.
005260     EXIT.
005270
005280*>    THE SAME CHECKS, IN THE SAME ORDER AND UNDER THE SAME CODES
005290*>    AS TRANEDIT 2150-VALIDATE-DETAIL AND 2170-EDIT-ACCOUNT. A
005300*>    LINE KEYED HERE CANNOT RUN PAST BYTE 30 OR CARRY A
005310*>    REFERENCE, SO THE E5 AND R1 CHECKS HAVE NOTHING TO FIND.
005320 6500-EDIT-LINE.
005330     MOVE 'N' TO WS-REJECT-SW.
005340     MOVE SPACES TO WS-TRAN-DETAIL.
005350     MOVE 'D' TO WS-TRAN-DETAIL(1:1).
005360     MOVE ANUM1I TO WS-TRAN-DETAIL(2:8).
005370     MOVE ANUM2I TO WS-TRAN-DETAIL(10:8).
005380     MOVE ACURI TO WS-TRAN-DETAIL(18:3).
005390     MOVE AACCI TO WS-TRAN-DETAIL(21:10).
005400     IF WS-TRAN-DETAIL(2:7) IS NOT NUMERIC
005410         MOVE 'E1' TO WS-REASON-CODE
005420         MOVE 'NUM1 NOT NUMERIC' TO WS-REASON-TEXT
005430         MOVE 'Y' TO WS-REJECT-SW
005440         GO TO 6500-EXIT
005450     END-IF.
005460     IF WS-TRAN-DETAIL(9:1) NOT = '+'
005470         AND WS-TRAN-DETAIL(9:1) NOT = '-'
005480         MOVE 'E2' TO WS-REASON-CODE
005490         MOVE 'NUM1 SIGN INVALID' TO WS-REASON-TEXT
005500         MOVE 'Y' TO WS-REJECT-SW
005510         GO TO 6500-EXIT
005520     END-IF.
005530     IF WS-TRAN-DETAIL(10:7) IS NOT NUMERIC
005540         MOVE 'E3' TO WS-REASON-CODE
005550         MOVE 'NUM2 NOT NUMERIC' TO WS-REASON-TEXT
005560         MOVE 'Y' TO WS-REJECT-SW
005570         GO TO 6500-EXIT
005580     END-IF.
005590     IF WS-TRAN-DETAIL(17:1) NOT = '+'
005600         AND WS-TRAN-DETAIL(17:1) NOT = '-'
005610         MOVE 'E4' TO WS-REASON-CODE
005620         MOVE 'NUM2 SIGN INVALID' TO WS-REASON-TEXT
005630         MOVE 'Y' TO WS-REJECT-SW
005640         GO TO 6500-EXIT
005650     END-IF.
005660     IF WS-TRAN-DETAIL(18:3) = SPACES
005670         MOVE 'E9' TO WS-REASON-CODE
005680         MOVE 'CURRENCY MISSING' TO WS-REASON-TEXT
005690         MOVE 'Y' TO WS-REJECT-SW
005700         GO TO 6500-EXIT
005710     END-IF.
005720     PERFORM 6550-EDIT-ACCOUNT THRU 6550-EXIT.
005730 6500-EXIT.
005740     EXIT.
005750
005760 6550-EDIT-ACCOUNT.
005770     IF WS-TRAN-DETAIL(21:10) = SPACES
005780         MOVE 'A1' TO WS-REASON-CODE
005790         MOVE 'ACCOUNT MISSING' TO WS-REASON-TEXT
005800         MOVE 'Y' TO WS-REJECT-SW
005810         GO TO 6550-EXIT
005820     END-IF.
005830     MOVE WS-TRAN-DETAIL(21:10) TO ACCT-NUMBER.
005840     EXEC CICS READ FILE(WS-ACCT-FILE)
005850         INTO(ACCT-RECORD)
005860         RIDFLD(ACCT-NUMBER)
005870         RESP(WS-RESP)
005880     END-EXEC.
005890     IF WS-RESP = DFHRESP(NOTFND)
005900         MOVE 'A1' TO WS-REASON-CODE
005910         MOVE 'ACCOUNT NOT ON FILE' TO WS-REASON-TEXT
005920         MOVE 'Y' TO WS-REJECT-SW
005930         GO TO 6550-EXIT
005940     END-IF.
005950     IF WS-RESP NOT = DFHRESP(NORMAL)
005960         MOVE 'A1' TO WS-REASON-CODE
005970         MOVE 'ACCTFILE NOT AVAILABLE' TO WS-REASON-TEXT
005980         MOVE 'Y' TO WS-REJECT-SW
005990         GO TO 6550-EXIT
006000     END-IF.
006010     IF ACCT-CLOSED
006020         MOVE 'A2' TO WS-REASON-CODE
006030         MOVE 'ACCOUNT CLOSED' TO WS-REASON-TEXT
006040         MOVE 'Y' TO WS-REJECT-SW
006050         GO TO 6550-EXIT
006060     END-IF.
006070     IF ACCT-FROZEN
006080         MOVE 'A4' TO WS-REASON-CODE
006090         MOVE 'ACCOUNT FROZEN' TO WS-REASON-TEXT
006100         MOVE 'Y' TO WS-REJECT-SW
006110         GO TO 6550-EXIT
006120     END-IF.
006130     IF ACCT-CURRENCY NOT = WS-TRAN-DETAIL(18:3)
006140         MOVE 'A3' TO WS-REASON-CODE
006150         MOVE 'CURRENCY NOT ACCOUNT''S' TO WS-REASON-TEXT
006160         MOVE 'Y' TO WS-REJECT-SW
006170     END-IF.
006180 6550-EXIT.
006190     EXIT.
006200
006210*>    READS THE BATCH CONTROL RECORD FOR UPDATE AND REFUSES A
006220*>    BATCH THAT IS NOT OPEN. ON RETURN THE MESSAGE LINE IS
006230*>    BLANK ONLY WHEN THE RECORD IS HELD AND OPEN.
006240 6600-READ-OPEN-BATCH.
006250     MOVE WS-BATCH-NO TO ADJ-BATCH-NO.
006260     MOVE ZERO TO ADJ-LINE-NO.
006270     EXEC CICS READ FILE(WS-ADJ-FILE)
006280         INTO(ADJ-RECORD)
006290         RIDFLD(ADJ-KEY)
006300         UPDATE
006310         RESP(WS-RESP)
006320     END-EXEC.
006330     IF WS-RESP = DFHRESP(NOTFND)
006340         MOVE 'NO SUCH BATCH - NOTHING CHANGED' TO WS-MSG-LINE
006350         GO TO 6600-EXIT
006360     END-IF.
006370     IF WS-RESP NOT = DFHRESP(NORMAL)
006380         MOVE 'ADJFILE READ FAILED - NOTHING CHANGED, TELL OPS'
006390             TO WS-MSG-LINE
006400         GO TO 6600-EXIT
006410     END-IF.
006420     IF NOT ADJ-OPEN
006430         EXEC CICS UNLOCK FILE(WS-ADJ-FILE)
006440         END-EXEC
006450         MOVE 'BATCH IS CLOSED - NOTHING CHANGED' TO WS-MSG-LINE
006460     END-IF.
006470 6600-EXIT.
006480     EXIT.
006490
006500 6700-REWRITE-BATCH.
006510     EXEC CICS REWRITE FILE(WS-ADJ-FILE)
006520         FROM(ADJ-RECORD)
006530         RESP(WS-RESP)
006540     END-EXEC.
006550     IF WS-RESP NOT = DFHRESP(NORMAL)
006560         EXEC CICS SYNCPOINT ROLLBACK
006570         END-EXEC
006580         MOVE 'ADJFILE REWRITE FAILED - NOTHING CHANGED, TELL OPS'
006590             TO WS-MSG-LINE
006600     END-IF.
006610 6700-EXIT.
006620     EXIT.
006630
006640*>    NOTHING IS READ OR SHOWN UNTIL AUTHCHK HAS CONFIRMED AT
006650*>    LEAST INQUIRE AUTHORITY FOR THIS SCREEN. A REFUSAL CLEARS
006660*>    THE SCREEN AND ENDS THE TASK.
006670 7000-CHECK-INQUIRE.
006680     MOVE 'I' TO AUTH-REQUEST.
006690     MOVE SPACES TO AUTH-DETAIL.
006700     PERFORM 7100-CHECK-AUTHORITY THRU 7100-EXIT.
006710     IF AUTH-ALLOWED
006720         GO TO 7000-EXIT
006730     END-IF.
006740     MOVE LOW-VALUES TO ADJ1O.
006750     MOVE WS-MSG-LINE TO MSGLINO.
006760     EXEC CICS SEND MAP('ADJ1')
006770         MAPSET('ADJSCR')
006780         FROM(ADJ1O)
006790         ERASE
006800     END-EXEC.
006810     EXEC CICS RETURN
006820     END-EXEC.
006830 7000-EXIT.
006840     EXIT.
006850
006860*>    ASKS AUTHCHK ON BEHALF OF THIS SCREEN. AUTHCHK HAS ALREADY
006870*>    LOGGED ANY REFUSAL ON SECVIOL; HERE IT ONLY BECOMES THE
006880*>    MESSAGE. NO ANSWER AT ALL COUNTS AS A REFUSAL.
006890 7100-CHECK-AUTHORITY.
006900     MOVE 'ADJWB' TO AUTH-PROGRAM.
006910     MOVE SPACE TO AUTH-RESULT.
006920     EXEC CICS LINK PROGRAM('AUTHCHK')
006930         COMMAREA(AUTHCHK-AREA)
006940         LENGTH(WS-AUTH-LEN)
006950         RESP(WS-RESP)
006960     END-EXEC.
006970     IF WS-RESP NOT = DFHRESP(NORMAL)
006980         MOVE 'E' TO AUTH-RESULT
006990     END-IF.
007000     EVALUATE TRUE
007010         WHEN AUTH-ALLOWED
007020             CONTINUE
007030         WHEN AUTH-REFUSED AND AUTH-WANTS-INQUIRE
007040             MOVE 'NOT AUTHORIZED FOR THIS SCREEN - LOGGED'
007050                 TO WS-MSG-LINE
007060         WHEN AUTH-REFUSED
007070             MOVE 'NOT AUTHORIZED TO UPDATE - NOTHING CHANGED'
007080                 TO WS-MSG-LINE
007090         WHEN OTHER
007100             MOVE 'SECURITY CHECK UNAVAILABLE - TELL OPS'
007110                 TO WS-MSG-LINE
007120     END-EVALUATE.
007130 7100-EXIT.
007140     EXIT.
007150
007160 8000-SEND-RESULT.
007170     MOVE WS-MSG-LINE TO MSGLINO.
007180     EXEC CICS SEND MAP('ADJ1')
007190         MAPSET('ADJSCR')
007200         FROM(ADJ1O)
007210         DATAONLY
007220     END-EXEC.
007230 8000-EXIT.
007240     EXIT.
007250
007260 9000-MAPFAIL.
007270     MOVE 'NO DATA ENTERED - NOTHING TO SHOW' TO WS-MSG-LINE.
007280     MOVE WS-MSG-LINE TO MSGLINO.
007290     EXEC CICS SEND MAP('ADJ1')
007300         MAPSET('ADJSCR')
007310         FROM(ADJ1O)
007320         DATAONLY
007330     END-EXEC.
007340     EXEC CICS RETURN
007350     END-EXEC.
007360 9000-EXIT.
007370     EXIT.
