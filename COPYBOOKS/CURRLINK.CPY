000000 *> RC 0 FOUND, RC 4 NO RATE ON FILE (THE CALLER MUST CALL THAT
000000 *> OUT LOUDLY, NEVER CONVERT SILENTLY WITH A GUESS), RC 8 FILE
000000 *> TROUBLE.
000000 *> 2026/10/07 TD - A CODE OF HIGH-VALUES (CSVC-RELEASE-CALL) IS
000000 *>                 NOT A LOOKUP: IT TELLS THE SERVICE THE RUN
000000 *>                 UNIT IS ENDING, TO SHOW ITS STATISTICS AND
000000 *>                 DROP ITS RATE TABLE. AUDITLOG SENDS IT;
000000 *>                 NOTHING ELSE SHOULD.
000100 01  CURRSVC-AREA.
000110     05 CSVC-CODE PIC X(3).
000115         88 CSVC-RELEASE-CALL VALUE HIGH-VALUES.
000120     05 CSVC-RATE PIC 9(3)V9(6).
000130     05 CSVC-RATE-DATE PIC 9(6).
000140     05 CSVC-RC PIC S9(4).
