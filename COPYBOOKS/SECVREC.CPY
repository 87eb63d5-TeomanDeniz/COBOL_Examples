000000 *> ................................................................... <*
000000 *> CPY - SECVREC                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/17 :
000000 *> SECURITY-VIOLATION RECORD FOR THE SECVIOL KSDS - ONE PER
000000 *> ATTEMPT AUTHCHK REFUSED, IN THE MAINTHST STYLE: KEYED BY DATE,
000000 *> TIME AND THE LOW DIGITS OF THE CICS TASK NUMBER, CARRYING THE
000000 *> USERID AND TERMINAL, THE SCREEN PROGRAM, WHAT WAS ASKED FOR
000000 *> (I INQUIRE, U UPDATE), THE LEVEL THE USER ACTUALLY HOLDS
000000 *> (BLANK - NONE) AND WHAT THE SCREEN WOULD HAVE TOUCHED. SECRPT
000000 *> LISTS THEM NIGHTLY FOR THE SECURITY OFFICER.
000100 01  SVIO-RECORD.
000110     05 SVIO-KEY.
000120         10 SVIO-DATE PIC 9(6).
000130         10 SVIO-TIME PIC 9(6).
000140         10 SVIO-SEQ PIC 9(2).
000150     05 SVIO-USERID PIC X(8).
000160     05 SVIO-TERMID PIC X(4).
000170     05 SVIO-PROGRAM PIC X(8).
000180     05 SVIO-REQUEST PIC X.
000190     05 SVIO-HELD-LEVEL PIC X.
000200     05 SVIO-DETAIL PIC X(30).
