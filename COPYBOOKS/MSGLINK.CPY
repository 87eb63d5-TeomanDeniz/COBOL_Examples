000000 *>                 OFFSET STANDS): THE CALLING PROGRAM'S SHORT
000000 *>                 NAME, STAMPED ON THE MSGLOG ACTIVITY LINE THE
000000 *>                 SERVICE NOW APPENDS FOR EVERY ISSUED MESSAGE.
000000 *> 2026/10/07 TD - AN ID OF HIGH-VALUES (MSG-RELEASE-CALL) ISSUES
000000 *>                 NO MESSAGE: IT TELLS THE SERVICE THE RUN UNIT
000000 *>                 IS ENDING, TO SHOW ITS STATISTICS, DROP ITS
000000 *>                 CATALOG TABLE AND CLOSE MSGLOG. AUDITLOG SENDS
000000 *>                 IT; NOTHING ELSE SHOULD.
000100 01  MSGCAT-AREA.
000110     05 MSG-ID PIC X(7).
000115         88 MSG-RELEASE-CALL VALUE HIGH-VALUES.
000120     05 MSG-SUB1 PIC X(20).
000130     05 MSG-SUB2 PIC X(20).
000140     05 MSG-LINE PIC X(80).
