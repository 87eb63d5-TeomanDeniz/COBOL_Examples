000000 *> ................................................................... <*
000000 *> CPY - GLACKH                           :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/09 :
000000 *> GL ACKNOWLEDGMENT HISTORY RECORD FOR THE GLACKH KSDS. THE
000000 *> GLSENT LEDGER FORGETS A SEQUENCE THE MORNING FINANCE
000000 *> ACKNOWLEDGES IT, SO GLACKREC ALSO FILES EVERY ACKNOWLEDGMENT
000000 *> IT MATCHES HERE - ACCEPTED, REJECTED OR TOTALS MISMATCHED -
000000 *> UNDER THE FILE SEQUENCE AND THE DATE THE FILE WENT OUT. A
000000 *> LATER ACKNOWLEDGMENT OF THE SAME FILE (THE RESEND AFTER A
000000 *> REJECT) REPLACES THE EARLIER ONE. THE TRANSACTION TRACE READS
000000 *> IT TO SAY WHETHER A GL POSTING WAS EVER CONFIRMED LOADED.
000000 *> 2026/09/23 TD - DISPOSITION S - SUPERSEDED: A REJECTED FILE
000000 *>                 REBUILT BY GLRESEND GOES OUT UNDER A NEW
000000 *>                 SEQUENCE, AND ONCE FINANCE ACCEPTS THAT ONE
000000 *>                 GLACKREC MARKS THE ORIGINAL SUPERSEDED WITH
000000 *>                 THE REPLACING SEQUENCE IN GLAH-REPLACED-BY.
000100 01  GLAH-RECORD.
000110     05 GLAH-KEY.
000120         10 GLAH-SEQ PIC 9(4).
000130         10 GLAH-SENT-DATE PIC 9(6).
000140     05 GLAH-DISP PIC X.
000150         88 GLAH-ACCEPTED VALUE 'A'.
000160         88 GLAH-REJECTED VALUE 'R'.
000170         88 GLAH-MISMATCHED VALUE 'M'.
000175         88 GLAH-SUPERSEDED VALUE 'S'.
000180     05 GLAH-ACK-DATE PIC 9(6).
000190     05 GLAH-COUNT PIC 9(7).
000200     05 GLAH-HASH PIC S9(11)V99
000210         SIGN IS TRAILING SEPARATE.
000220     05 GLAH-REPLACED-BY PIC 9(4).
