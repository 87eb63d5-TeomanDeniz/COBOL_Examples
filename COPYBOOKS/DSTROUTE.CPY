000000 *> ................................................................... <*
000000 *> CPY - DSTROUTE                         :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/29 :
000000 *> REPORT ROUTING CARD FOR THE DSTROUTE DATASET THE RPTDIST
000000 *> DISTRIBUTION STEP READS AT THE END OF THE NIGHT. ONE CARD PER
000000 *> REPORT PER RECIPIENT PER ENTITY (BLANK ENTITY IS THE HOME ONE):
000000 *>   COLS  1- 8  REPORT DD NAME, AS IN THE STEP THAT PRINTS IT
000000 *>   COLS 10-11  ENTITY CODE
000000 *>   COLS 13-19  DAYS THE REPORT IS WANTED - ONLY EVER ON A
000000 *>               BUSINESS DAY (A DATE NOT ON CALFILE):
000000 *>                 DAILY    EVERY BUSINESS DAY
000000 *>                 FIRST    FIRST BUSINESS DAY OF THE MONTH
000000 *>                 LAST     LAST BUSINESS DAY OF THE MONTH
000000 *>                 MTWTF--  WEEKDAY MASK MONDAY TO SUNDAY, A
000000 *>                          '-' FOR A DAY IT IS NOT WANTED
000000 *>   COLS 21-28  RECIPIENT - ALSO THE DD NAME OF THE RECIPIENT'S
000000 *>               BUNDLE IN THE RPTDIST STEP
000000 *>   COLS 30-31  COPIES 01-99 (BLANK IS ONE)
000000 *>   COLS 33-72  DESCRIPTION FOR THE COVER SHEET AND MANIFEST
000000 *> A CARD WITH '*' IN COLUMN 1 IS A COMMENT.
000100 01  ROUTE-CARD.
000110     05 RTC-REPORT PIC X(8).
000120     05 FILLER PIC X.
000130     05 RTC-ENTITY PIC X(2).
000140     05 FILLER PIC X.
000150     05 RTC-DAYS PIC X(7).
000160         88 RTC-DUE-DAILY VALUE 'DAILY'.
000170         88 RTC-DUE-FIRST VALUE 'FIRST'.
000180         88 RTC-DUE-LAST VALUE 'LAST'.
000190     05 RTC-DAY-MASK REDEFINES RTC-DAYS.
000200         10 RTC-DAY-FLAG PIC X OCCURS 7 TIMES.
000210     05 FILLER PIC X.
000220     05 RTC-RECIPIENT PIC X(8).
000230     05 FILLER PIC X.
000240     05 RTC-COPIES-X PIC X(2).
000250     05 RTC-COPIES REDEFINES RTC-COPIES-X PIC 9(2).
000260     05 FILLER PIC X.
000270     05 RTC-DESC PIC X(40).
000280     05 FILLER PIC X(8).
