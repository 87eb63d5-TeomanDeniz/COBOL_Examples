000000 *> ................................................................... <*
000000 *> CPY - ADJREC                           :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/28 :
000000 *> MANUAL-ADJUSTMENT RECORD FOR THE ADJFILE KSDS. THE FINANCE
000000 *> DESK KEYS ITS ADJUSTMENTS AT THE ADJWB SCREEN UNDER A NUMBERED
000000 *> BATCH INSTEAD OF TYPING A TRANFILE DATASET BY HAND. KEYED ON
000000 *> BATCH NUMBER AND LINE NUMBER:
000000 *>   LINE 0000 OF BATCH 000000 - THE LAST BATCH NUMBER GIVEN OUT
000000 *>   LINE 0000 OF ANY OTHER BATCH - THE BATCH CONTROL RECORD:
000000 *>             WHO OPENED AND CLOSED IT, THE RUNNING COUNT AND
000000 *>             NUM1+NUM2 HASH OF ITS LIVE LINES, THE NEXT LINE
000000 *>             NUMBER AND THE DATE THE NIGHT TOOK IT
000000 *>   LINE 0001 UP - ONE ADJUSTMENT, HELD BYTE FOR BYTE AS THE
000000 *>             TRANFILE DETAIL (BYTES 1-30) IT BECOMES, WITH THE
000000 *>             CLERK'S REASON. A DELETED LINE IS KEPT, MARKED X,
000000 *>             AND LEAVES THE COUNT AND HASH.
000000 *> BATCH STATUS LIFE:
000000 *>   O  OPEN      - LINES MAY BE ADDED AND DELETED AT ADJWB
000000 *>   C  CLOSED    - COMPLETE; THE NEXT NIGHT'S ADJEXTR WRITES IT
000000 *>                  INTO THE MANUAL H/D/T BATCH
000000 *>   E  EXTRACTED - ON THE MANUALTX BATCH OF BUSINESS DATE
000000 *>                  ADJ-EXTR-DATE; NEVER SENT AGAIN
000000 *> EACH ENTITY'S STREAM HAS ITS OWN ADJFILE.
000100 01  ADJ-RECORD.
000110     05 ADJ-KEY.
000120         10 ADJ-BATCH-NO PIC 9(6).
000130         10 ADJ-LINE-NO PIC 9(4).
000140     05 ADJ-BATCH-DATA.
000150         10 ADJ-STATUS PIC X.
000160             88 ADJ-OPEN VALUE 'O'.
000170             88 ADJ-CLOSED VALUE 'C'.
000180             88 ADJ-EXTRACTED VALUE 'E'.
000190         10 ADJ-OPEN-USERID PIC X(8).
000200         10 ADJ-OPEN-TERMID PIC X(4).
000210         10 ADJ-OPEN-DATE PIC 9(6).
000220         10 ADJ-OPEN-TIME PIC 9(6).
000230         10 ADJ-CLOSE-USERID PIC X(8).
000240         10 ADJ-CLOSE-DATE PIC 9(6).
000250         10 ADJ-CLOSE-TIME PIC 9(6).
000260         10 ADJ-COUNT PIC 9(4).
000270         10 ADJ-HASH PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
000280         10 ADJ-NEXT-LINE PIC 9(4).
000290         10 ADJ-EXTR-DATE PIC 9(6).
000300         10 FILLER PIC X(16).
000310     05 ADJ-LINE-DATA REDEFINES ADJ-BATCH-DATA.
000320         10 ADJ-DETAIL.
000330             15 ADJ-REC-TYPE PIC X.
000340             15 ADJ-NUM1 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000350             15 ADJ-NUM2 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000360             15 ADJ-CURRENCY PIC X(3).
000370             15 ADJ-ACCOUNT PIC X(10).
000380         10 ADJ-REASON PIC X(30).
000390         10 ADJ-LINE-STATUS PIC X.
000400             88 ADJ-LINE-LIVE VALUE SPACE.
000410             88 ADJ-LINE-DELETED VALUE 'X'.
000420         10 ADJ-KEY-USERID PIC X(8).
000430         10 ADJ-KEY-DATE PIC 9(6).
000440         10 ADJ-KEY-TIME PIC 9(6).
000450         10 ADJ-DEL-USERID PIC X(8).
000460     05 ADJ-COUNTER-DATA REDEFINES ADJ-BATCH-DATA.
000470         10 ADJ-LAST-BATCH PIC 9(6).
000480         10 FILLER PIC X(83).
