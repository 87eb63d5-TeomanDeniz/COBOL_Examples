000000 *> 2026/08/22 TD - AMOUNTS GROWN TO SIGNED MONEY WITH TWO ASSUMED
000000 *>                 DECIMALS AND A CURRENCY CODE ADDED - THE REAL
000000 *>                 FEEDS CARRY MONEY, NOT PILOT INTEGERS.
000000 *> 2026/09/08 TD - TRAN-ACCOUNT ADDED - THE ACCOUNT NUMBER FROM THE
000000 *>                 TRANFILE DETAIL, CARRIED ONTO EVERY CSV LINE.
000000 *> 2026/09/09 TD - TRAN-REF ADDED - THE PERMANENT TRANSACTION
000000 *>                 REFERENCE THE FRONT-END EDIT STAMPS (HEADER
000000 *>                 SOURCE, HEADER DATE, FEED SEQUENCE), CARRIED
000000 *>                 ONTO EVERY CSV LINE SO A GL FIGURE CAN BE
000000 *>                 TRACED BACK TO THE FEED RECORD IT CAME FROM.
000000 *> 2026/10/01 TD - TRAN-VALUE-DATE ADDED - THE DATE THE MONEY
000000 *>                 SETTLES (VALDSVC - THE CURRENCY'S SETTLEMENT
000000 *>                 LAG IN BUSINESS DAYS ON FROM THE BATCH DATE),
000000 *>                 CARRIED ONTO EVERY CSV LINE AS ITS LAST COLUMN.
000100 01  TRANSACTION-RECORD.
000110     05 TRAN-NUM1       PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000120     05 TRAN-NUM2       PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000140     05 TRAN-STR-VALUE  PIC X(60).
000150     05 TRAN-BATCH-DATE PIC 9(6) VALUE ZERO.
000160     05 TRAN-CURRENCY   PIC X(3) VALUE SPACES.
000170     05 TRAN-ACCOUNT    PIC X(10) VALUE SPACES.
000180     05 TRAN-REF        PIC X(21) VALUE SPACES.
000190     05 TRAN-VALUE-DATE PIC 9(6) VALUE ZERO.
