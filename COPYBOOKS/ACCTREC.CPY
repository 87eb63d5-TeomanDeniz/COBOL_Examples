000000 *> ................................................................... <*
000000 *> CPY - ACCTREC                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/08 :
000000 *> ACCOUNT MASTER RECORD FOR THE ACCTFILE KSDS, KEYED ON THE
000000 *> TEN-BYTE ACCOUNT NUMBER EVERY TRANFILE DETAIL NOW CARRIES.
000000 *> TRANEDIT READS IT TO REFUSE DETAILS FOR UNKNOWN, CLOSED,
000000 *> FROZEN OR WRONG-CURRENCY ACCOUNTS; ACCTPOST APPLIES THE
000000 *> NIGHT'S POSTINGS TO ACCT-BALANCE AND STAMPS THE BUSINESS DATE
000000 *> AND PASS (SUPPLEMENT NUMBER, ZERO ON A NORMAL NIGHT) IT POSTED
000000 *> UNDER - A RESTARTED POSTING STEP SEES THE STAMP AND DOES NOT
000000 *> POST THE SAME NIGHT TWICE. NAME, CURRENCY, STATUS AND OPENED
000000 *> DATE ARE MAINTAINED BY THE ACCTMNT BATCH PASS; THE BALANCE AND
000000 *> POSTING STAMP BELONG TO ACCTPOST ALONE.
000000 *> 2026/10/15 TD - ACCT-LAST-POST-SUPP CARRIES THE WHOLE
000000 *>                 SIX-DIGIT SUPPLEMENT NUMBER, SO A TENTH PASS
000000 *>                 NO LONGER LOOKS LIKE THE NIGHT'S FIRST - THE
000000 *>                 RECORD IS 76 BYTES NOW.
000100 01  ACCT-RECORD.
000110     05 ACCT-NUMBER PIC X(10).
000120     05 ACCT-NAME PIC X(30).
000130     05 ACCT-CURRENCY PIC X(3).
000140     05 ACCT-STATUS PIC X.
000150         88 ACCT-OPEN VALUE 'O'.
000160         88 ACCT-CLOSED VALUE 'C'.
000170         88 ACCT-FROZEN VALUE 'F'.
000180     05 ACCT-OPEN-DATE PIC 9(6).
000190     05 ACCT-BALANCE PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
000200     05 ACCT-LAST-POST-DATE PIC 9(6).
000210     05 ACCT-LAST-POST-SUPP PIC 9(6).
