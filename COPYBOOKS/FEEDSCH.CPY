000000 *> ................................................................... <*
000000 *> CPY - FEEDSCH                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/14 :
000000 *> EXPECTED-FEED SCHEDULE CARD FOR THE FEEDSCHD DATASET THE
000000 *> FEEDCHK STEP READS AHEAD OF THE FRONT-END EDIT. ONE CARD PER
000000 *> SOURCE SYSTEM PER ENTITY (BLANK ENTITY IS THE HOME ONE):
000000 *>   COLS  1- 8  SOURCE SYSTEM, AS ON THE TRANFILE HEADER
000000 *>   COLS 10-11  ENTITY CODE
000000 *>   COLS 13-19  DAYS THE FEED IS DUE - ONLY EVER ON A BUSINESS
000000 *>               DAY (A DATE NOT ON CALFILE):
000000 *>                 DAILY    EVERY BUSINESS DAY
000000 *>                 FIRST    FIRST BUSINESS DAY OF THE MONTH
000000 *>                 LAST     LAST BUSINESS DAY OF THE MONTH
000000 *>                 MTWTF--  WEEKDAY MASK MONDAY TO SUNDAY, A
000000 *>                          '-' FOR A DAY IT IS NOT SENT
000000 *>   COLS 21-24  LATEST ACCEPTABLE ARRIVAL HHMM
000000 *>   COLS 26-32  LOWEST TYPICAL DETAIL COUNT
000000 *>   COLS 34-40  HIGHEST TYPICAL DETAIL COUNT
000000 *>   COL  42     IF MISSING: H HOLD THE STREAM (DEFAULT),
000000 *>               R RUN WITHOUT IT
000000 *> A CARD WITH '*' IN COLUMN 1 IS A COMMENT.
000100 01  FEED-SCHED-CARD.
000110     05 FSC-SOURCE PIC X(8).
000120     05 FILLER PIC X.
000130     05 FSC-ENTITY PIC X(2).
000140     05 FILLER PIC X.
000150     05 FSC-DAYS PIC X(7).
000160         88 FSC-DUE-DAILY VALUE 'DAILY'.
000170         88 FSC-DUE-FIRST VALUE 'FIRST'.
000180         88 FSC-DUE-LAST VALUE 'LAST'.
000190     05 FSC-DAY-MASK REDEFINES FSC-DAYS.
000200         10 FSC-DAY-FLAG PIC X OCCURS 7 TIMES.
000210     05 FILLER PIC X.
000220     05 FSC-CUTOFF PIC 9(4).
000230     05 FILLER PIC X.
000240     05 FSC-MIN-COUNT PIC 9(7).
000250     05 FILLER PIC X.
000260     05 FSC-MAX-COUNT PIC 9(7).
000270     05 FILLER PIC X.
000280     05 FSC-MISS-ACTION PIC X.
000290         88 FSC-HOLD-IF-MISSING VALUE 'H' ' '.
000300         88 FSC-RUN-WITHOUT VALUE 'R'.
000310     05 FILLER PIC X(38).
