000000 *> REPOSITORY RECORD IN EFFECT ON THAT DATE. RC 0 FOUND, RC 4
000000 *> NO RECORD IN EFFECT (CALLER KEEPS ITS DEFAULTS), RC 8 FILE
000000 *> TROUBLE.
000000 *> 2026/10/07 TD - A NAME OF HIGH-VALUES (PSVC-RELEASE-CALL) IS
000000 *>                 NOT A LOOKUP: IT TELLS THE SERVICE THE RUN
000000 *>                 UNIT IS ENDING, TO SHOW ITS STATISTICS, DROP
000000 *>                 ITS REMEMBERED VALUES AND CLOSE PARMREPO.
000000 *>                 AUDITLOG SENDS IT; NOTHING ELSE SHOULD.
000100 01  PARMSVC-AREA.
000110     05 PSVC-NAME PIC X(12).
000115         88 PSVC-RELEASE-CALL VALUE HIGH-VALUES.
000120     05 PSVC-DATE PIC 9(6).
000130     05 PSVC-VALUE PIC X(20).
000140     05 PSVC-RC PIC S9(4).
