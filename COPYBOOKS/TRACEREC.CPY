000000 *> ................................................................... <*
000000 *> CPY - TRACEREC                         :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/09 :
000000 *> TRANSACTION-TRACE RECORD FOR THE TRACEF KSDS. TRANEDIT STAMPS
000000 *> EVERY CLEAN DETAIL WITH A PERMANENT REFERENCE (HEADER SOURCE,
000000 *> HEADER DATE, FEED SEQUENCE); THE NIGHTLY TRCLOAD STEP FILES
000000 *> ONE RECORD HERE FOR EVERY PLACE THAT REFERENCE LANDED THAT
000000 *> NIGHT - EDITED, EACH OF THE SIX OPERATION LINES, REJECTED,
000000 *> SUSPENDED, RECYCLED, SENT TO GL. KEYED ON THE REFERENCE FIRST
000000 *> SO THE TRANTRCE BATCH TRACE AND THE TRCINQ SCREEN BROWSE ONE
000000 *> TRANSACTION'S WHOLE LIFE IN RUN-DATE ORDER WITH A SINGLE
000000 *> START. A GL RECORD CARRIES THE FILE SEQUENCE AND DATE IT WENT
000000 *> OUT UNDER, WHICH IS THE KEY OF ITS GLACKH ACKNOWLEDGMENT.
000100 01  TRC-RECORD.
000110     05 TRC-KEY.
000120         10 TRC-REF.
000130             15 TRC-REF-SOURCE PIC X(8).
000140             15 TRC-REF-DATE PIC 9(6).
000150             15 TRC-REF-SEQ PIC 9(7).
000160         10 TRC-RUN-DATE PIC 9(6).
000170         10 TRC-SUPP-NO PIC 9.
000180         10 TRC-EVENT PIC 9.
000190             88 TRC-RECYCLED VALUE 1.
000200             88 TRC-EDITED VALUE 2.
000210             88 TRC-OPERATION VALUE 3.
000220             88 TRC-REJECTED VALUE 4.
000230             88 TRC-SUSPENDED VALUE 5.
000240             88 TRC-SENT-TO-GL VALUE 6.
000250         10 TRC-EVENT-SEQ PIC 9(2).
000260     05 TRC-TEXT PIC X(60).
000270     05 TRC-GL-SEQ PIC 9(4).
000280     05 TRC-GL-DATE PIC 9(6).
