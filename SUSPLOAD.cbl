000000 *> 2026/08/22 TD - PARSES THE MONEY-PRECISION NUM101E LINE: THE
000000 *>                 AMOUNTS ARE EIGHT BYTES AND THE CURRENCY CODE
000000 *>                 FOLLOWS THE SECOND AMOUNT.
000000 *> 2026/09/08 TD - NUMEXCP IS 100 BYTES NOW; THE DETAIL'S ACCOUNT
000000 *>                 NUMBER IN COLUMNS 61-70 IS FILED WITH THE ITEM.
000000 *> 2026/09/09 TD - THE TRANSACTION REFERENCE IN NUMEXCP COLUMNS
000000 *>                 71-91 IS FILED WITH THE ITEM AS SUSP-REF.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUSPLOAD.
000300 ENVIRONMENT DIVISION.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  EXCEPTION-FILE.
000530 01  EXCEPTION-RECORD PIC X(100).
000540 FD  SUSPENSE-FILE.
000550     COPY SUSPREC.
000600 WORKING-STORAGE SECTION.
001655     MOVE EXCEPTION-RECORD(WS-NUM2-POS + 15:3)
001657         TO SUSP-CURRENCY.
001660     MOVE EXCEPTION-RECORD(1:20) TO SUSP-REASON.
001665     MOVE EXCEPTION-RECORD(61:10) TO SUSP-ACCOUNT.
001666     MOVE EXCEPTION-RECORD(71:21) TO SUSP-REF.
001670     MOVE 'N' TO WS-WRITE-DONE-SW.
001680     PERFORM 2150-TRY-WRITE THRU 2150-EXIT
001690         UNTIL WRITE-DONE.
