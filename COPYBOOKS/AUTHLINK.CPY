000000 *> ................................................................... <*
000000 *> CPY - AUTHLINK                         :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/17 :
000000 *> COMMAREA FOR THE AUTHCHK SECURITY CHECK EVERY CICS SCREEN
000000 *> LINKS TO. THE SCREEN NAMES ITSELF, SAYS WHETHER IT IS ABOUT
000000 *> TO SHOW DATA (I) OR APPLY AN UPDATE (U) AND WHAT IT WOULD
000000 *> TOUCH; AUTHCHK FILLS IN THE SIGNED-ON USERID AND THE ANSWER,
000000 *> AND HAS ALREADY WRITTEN THE SECVIOL RECORD WHEN THE ANSWER IS
000000 *> NO. ANYTHING BUT Y - INCLUDING NO ANSWER AT ALL - MEANS THE
000000 *> SCREEN SHOWS NOTHING AND CHANGES NOTHING.
000100 01  AUTHCHK-AREA.
000110     05 AUTH-PROGRAM PIC X(8).
000120     05 AUTH-REQUEST PIC X.
000130         88 AUTH-WANTS-INQUIRE VALUE 'I'.
000140         88 AUTH-WANTS-UPDATE VALUE 'U'.
000150     05 AUTH-DETAIL PIC X(30).
000160     05 AUTH-USERID PIC X(8).
000170     05 AUTH-RESULT PIC X.
000180         88 AUTH-ALLOWED VALUE 'Y'.
000190         88 AUTH-REFUSED VALUE 'N'.
