000000 *> ................................................................... <*
000000 *> CPY - BUDGREC                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/30 :
000000 *> BUDGET RECORD FOR THE BUDGFILE KSDS, KEYED ON THE YYMM PERIOD
000000 *> - ONE RECORD PER MONTH CARRYING WHAT ACCOUNTING PLANS THE
000000 *> ARITHMETIC PASS TO DO IN IT: RECORDS IN, CSV LINES, HASH
000000 *> TOTAL AND THE SIX OPERATION COUNTS. BUDG-TOTALS IS LAID OUT
000000 *> EXACTLY AS PD-TOTALS ON THE PERIODF LEDGER (COPYBOOK PERIODRC)
000000 *> SO THE BUDGVAR VARIANCE REPORT COMPARES LIKE WITH LIKE. EACH
000000 *> ENTITY KEEPS ITS OWN BUDGFILE, AS IT DOES ITS ACCTFILE.
000000 *> MAINTAINED BY THE BUDGMNT BATCH PASS ONLY.
000100 01  BUDG-RECORD.
000110     05 BUDG-PERIOD PIC 9(4).
000120     05 BUDG-TOTALS.
000130         10 BUDG-RECORDS-IN PIC 9(9).
000140         10 BUDG-LINES-OUT PIC 9(9).
000150         10 BUDG-HASH PIC S9(13)V99
000160             SIGN IS TRAILING SEPARATE.
000170         10 BUDG-ADD-COUNT PIC 9(9).
000180         10 BUDG-SUB-COUNT PIC 9(9).
000190         10 BUDG-MUL-COUNT PIC 9(9).
000200         10 BUDG-DIV-COUNT PIC 9(9).
000210         10 BUDG-POW-COUNT PIC 9(9).
000220         10 BUDG-MOD-COUNT PIC 9(9).
