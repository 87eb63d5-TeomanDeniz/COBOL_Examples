000000 *> ................................................................... <*
000000 *> CPY - HOLDHST                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/15 :
000000 *> DECISION-HISTORY RECORD FOR HIGH-VALUE HOLDS DECIDED AT THE
000000 *> HOLDWB SCREEN - ONE PER APPROVE OR DECLINE, IN THE SUSPHST
000000 *> STYLE: KEYED BY DATE, TIME AND THE LOW DIGITS OF THE CICS
000000 *> TASK NUMBER, CARRYING THE USERID AND TERMINAL, THE HELD
000000 *> ITEM'S REFERENCE AND AMOUNTS, THE DECISION AND ANY DECLINE
000000 *> REASON. THE HOLD RECORD ITSELF IS DELETED ONCE THE ITEM HAS
000000 *> MOVED ON; THIS RECORD IS WHAT STAYS FOR THE AUDITORS. ONE
000000 *> HISTORY FILE SERVES EVERY ENTITY - HHST-ENTITY SAYS WHOSE.
000100 01  HHST-RECORD.
000110     05 HHST-KEY.
000120         10 HHST-DATE PIC 9(6).
000130         10 HHST-TIME PIC 9(6).
000140         10 HHST-SEQ PIC 9(2).
000150     05 HHST-USERID PIC X(8).
000160     05 HHST-TERMID PIC X(4).
000170     05 HHST-REF PIC X(21).
000180     05 HHST-DECISION PIC X.
000190     05 HHST-NUM1 PIC X(8).
000200     05 HHST-NUM2 PIC X(8).
000210     05 HHST-CURRENCY PIC X(3).
000220     05 HHST-ACCOUNT PIC X(10).
000230     05 HHST-REASON PIC X(20).
000240     05 HHST-ENTITY PIC X(2).
