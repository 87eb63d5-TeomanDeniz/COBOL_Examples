000000 *> PROVE THE NIGHTS AGAINST; A 'C' RECORD IS THE CARRY-FORWARD
000000 *> EVIDENCE PERCLOSE LEAVES BEHIND FOR A CLOSED PERIOD. THE
000000 *> PERIOD IS THE YYMM OF THE BUSINESS DATE.
000000 *> 2026/09/11 TD - ENTITY CODE APPENDED (99 -> 101 BYTES). EACH
000000 *>                 ENTITY KEEPS ITS OWN D, P AND C RECORDS ON
000000 *>                 THE ONE LEDGER AND PERSTAT AND PERCLOSE ONLY
000000 *>                 EVER TOUCH THE RECORDS OF THE ENTITY THEY RUN
000000 *>                 FOR. SPACES ARE THE HOME ENTITY - EVERY
000000 *>                 RECORD FILED BEFORE THIS CHANGE IS ITS.
000100 01  PERIOD-RECORD.
000110     05 PD-REC-TYPE PIC X.
000120         88 PD-DAY-RECORD VALUE 'D'.
000250         10 PD-DIV-COUNT PIC 9(9).
000260         10 PD-POW-COUNT PIC 9(9).
000270         10 PD-MOD-COUNT PIC 9(9).
000280     05 PD-ENTITY PIC X(2).
