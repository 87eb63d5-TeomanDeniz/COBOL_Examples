000000 *> ................................................................... <*
000000 *> CPY - CTOTREC                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/10/02 :
000000 *> CURRENCY TOTALS RECORD FOR THE CURRTOT KSDS, ONE DATASET PER
000000 *> ENTITY. NUMVAR FILES ONE RECORD PER CURRENCY AT EVERY CURRENCY
000000 *> BREAK - THE FIGURES 2060/2070 USED TO LEAVE ONLY ON SYSOUT.
000000 *> KEYED ON BUSINESS DATE, CURRENCY AND THE PIECE OF THE NIGHT
000000 *> THAT PRODUCED IT (SUPPLEMENT NUMBER AND SLICE BYTE), SO THE
000000 *> SLICES OF A PARTITIONED NIGHT AND ANY SUPPLEMENTAL PASSES
000000 *> EACH KEEP THEIR OWN RECORD AND A RESTART OR RERUN OF ONE
000000 *> PIECE REPLACES ONLY ITS OWN. READERS (NSTEXTR) ADD THE PIECES
000000 *> OF ONE DATE AND CURRENCY TOGETHER.
000100 01  CTOT-RECORD.
000110     05 CTOT-KEY.
000120         10 CTOT-DATE PIC 9(6).
000130         10 CTOT-CURRENCY PIC X(3).
000140         10 CTOT-SUPP-NO PIC 9.
000150         10 CTOT-SLICE PIC X.
000160     05 CTOT-LINES PIC 9(7).
000170     05 CTOT-RESULT PIC S9(11)V99
000180         SIGN IS TRAILING SEPARATE.
000190     05 CTOT-HASH PIC S9(11)V99
000200         SIGN IS TRAILING SEPARATE.
000210*>    RATE, RATE DATE AND BASE EQUIVALENT ARE ZERO WHEN CURRSVC
000220*>    HAD NO RATE FOR THE CURRENCY - CTOT-RATE-SW SAYS WHICH.
000230     05 CTOT-RATE-SW PIC X.
000240         88 CTOT-RATED VALUE 'Y'.
000250         88 CTOT-UNRATED VALUE 'N'.
000260     05 CTOT-RATE PIC 9(3)V9(6).
000270     05 CTOT-RATE-DATE PIC 9(6).
000280     05 CTOT-BASE-EQUIV PIC S9(13)V99
000290         SIGN IS TRAILING SEPARATE.
000300     05 FILLER PIC X(10).
