000000 *> ................................................................... <*
000000 *> CPY - UAUTHREC                         :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/17 :
000000 *> USER-AUTHORITY RECORD FOR THE USERAUTH KSDS EVERY CICS SCREEN
000000 *> CONSULTS (THROUGH AUTHCHK) BEFORE IT SHOWS DATA OR ACCEPTS AN
000000 *> UPDATE. ONE RECORD PER USERID PER SCREEN PROGRAM - MAINTSCR,
000000 *> SUSPWB, CKPTINQ, STRINQ, TRCINQ, HOLDWB, PCHGWB:
000000 *>   I  INQUIRE - MAY LOOK, MAY NOT CHANGE ANYTHING
000000 *>   U  UPDATE  - MAY LOOK AND MAY UPDATE, RELEASE, CLEAR OR
000000 *>                DECIDE ON THAT SCREEN
000000 *> NO RECORD MEANS NO ACCESS AT ALL. THE FIRST 17 BYTES ARE THE
000000 *> MAINTENANCE CARD IMAGE AUTHMNT APPLIES (A ADD, C CHANGE,
000000 *> D DELETE - THROUGH PCHGSUB AND A SECOND USER'S APPROVAL LIKE
000000 *> ANY OTHER REFERENCE-DATA CHANGE); AUTHMNT STAMPS THE DATE.
000000 *> 2026/09/18 TD - BREGWB (BATCH-REGISTER WORKBENCH) ADDED TO THE
000000 *>                 SCREENS CHECKED.
000000 *> 2026/09/28 TD - ADJWB (MANUAL-ADJUSTMENT ENTRY) ADDED TO THE
000000 *>                 SCREENS CHECKED.
000000 *> 2026/10/05 TD - BRDINQ (STREAM STATUS BOARD) ADDED TO THE
000000 *>                 SCREENS CHECKED.
000100 01  UAUTH-RECORD.
000110     05 UAUTH-KEY.
000120         10 UAUTH-USERID PIC X(8).
000130         10 UAUTH-PROGRAM PIC X(8).
000140     05 UAUTH-LEVEL PIC X.
000150         88 UAUTH-INQUIRE VALUE 'I'.
000160         88 UAUTH-UPDATE VALUE 'U'.
000170         88 UAUTH-LEVEL-VALID VALUE 'I' 'U'.
000180     05 UAUTH-CHG-DATE PIC 9(6).
000190     05 FILLER PIC X(7).
