000000 *> ................................................................... <*
000000 *> CPY - SEXPHST                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/22 :
000000 *> MONTH-END SUSPENSE EXPOSURE HISTORY - ONE LINE PER PERIOD PER
000000 *> ENTITY, APPENDED TO THE SEXPHST DATASET BY THE MONTH-END RUN
000000 *> OF SUSPEXP, SO THE CONTROLLER CAN SEE WHETHER SUSPENSE IS
000000 *> GROWING PERIOD OVER PERIOD. THE PERIOD IS THE YYMM OF THE
000000 *> BUSINESS DATE. THE FOUR BUCKETS ARE THE BUSINESS-DAY AGES
000000 *> 0-2, 3-5, 6-10 AND OVER 10, IN THE BASE CURRENCY; AN ITEM
000000 *> WITH NO RATE ON FILE IS COUNTED IN SEXH-UNRATED-COUNT AND IS
000000 *> IN NONE OF THE AMOUNTS. A MONTH-END RERUN APPENDS A SECOND
000000 *> LINE FOR THE SAME PERIOD - THE LATER LINE IS THE ONE THAT
000000 *> STANDS.
000100 01  SEXH-RECORD.
000110     05 SEXH-PERIOD PIC 9(4).
000120     05 SEXH-ENTITY PIC X(2).
000130     05 SEXH-RUN-DATE PIC 9(6).
000140     05 SEXH-BASE-CURRENCY PIC X(3).
000150     05 SEXH-ITEM-COUNT PIC 9(7).
000160     05 SEXH-UNRATED-COUNT PIC 9(7).
000170     05 SEXH-BUCKET-AMOUNT PIC S9(11)V99
000180         SIGN IS TRAILING SEPARATE OCCURS 4 TIMES.
000190     05 SEXH-TOTAL-AMOUNT PIC S9(11)V99
000200         SIGN IS TRAILING SEPARATE.
000210     05 SEXH-PSUS-COUNT PIC 9(7).
000220     05 FILLER PIC X(14).
