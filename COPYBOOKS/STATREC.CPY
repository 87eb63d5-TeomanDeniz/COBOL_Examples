000000 *>                 CAN PROVE ADD+SUB+MUL+OVERFLOWS = 3 X RECORDS
000000 *>                 IN. APPENDED AT THE END, SO EVERY EXISTING
000000 *>                 COLUMN REFERENCE STANDS.
000000 *> 2026/09/11 TD - ENTITY CODE APPENDED (129 -> 131 BYTES) AND
000000 *>                 STAMPED BY STATSLOG FROM THE RUNCTL ENTITY.
000000 *>                 EVERY READER MATCHES IT ALONG WITH THE NAME
000000 *>                 AND DATE, SO TWO ENTITIES SHARING STATFILE
000000 *>                 NEVER BALANCE OR TREND EACH OTHER'S FIGURES.
000000 *>                 SPACES ARE THE HOME ENTITY - EVERY ENTRY
000000 *>                 FILED BEFORE THIS CHANGE IS THE HOME ONE'S.
000100 01  STAT-RECORD.
000110     05 STAT-PGM-NAME PIC X(32) VALUE SPACES.
000120     05 STAT-BUS-DATE PIC 9(6) VALUE ZERO.
000230         10 STAT-POW-COUNT PIC 9(7) VALUE ZERO.
000240         10 STAT-MOD-COUNT PIC 9(7) VALUE ZERO.
000250     05 STAT-OVFL-COUNT PIC 9(7) VALUE ZERO.
000260     05 STAT-ENTITY PIC X(2) VALUE SPACES.
