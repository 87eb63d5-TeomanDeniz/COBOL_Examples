000000 *> EACH RUN PICKS THE LATEST RECORD IN EFFECT FOR ITS BUSINESS
000000 *> DATE. PARAMETER NAMES IN USE: EQUALVAL, GREATERVAL, BRK1MAX,
000000 *> BRK1LABEL, BRK2LABEL, BRK3LABEL.
000000 *> 2026/09/15 TD - HOLDLIM PLUS A CURRENCY CODE (HOLDLIMUSD ...)
000000 *>                 IS THE HIGH-VALUE HOLD LIMIT FOR THAT
000000 *>                 CURRENCY, SEVEN DIGITS WITH TWO DECIMALS
000000 *>                 (0500000 = 5000.00). NONE IN EFFECT, NO HOLD.
000000 *> 2026/09/16 TD - PCHGEXPDAYS (THREE DIGITS, 005) IS HOW MANY
000000 *>                 BUSINESS DAYS A PENDING REFERENCE-DATA
000000 *>                 CHANGE WAITS FOR ITS SECOND USER BEFORE
000000 *>                 PCHGREV EXPIRES IT. NONE IN EFFECT, FIVE.
000000 *> 2026/09/24 TD - STRCAT PLUS A STRFILE CATEGORY CODE
000000 *>                 (STRCATCLMS ...) MAKES THE CODE A KNOWN
000000 *>                 ONE FOR THE STRAUDIT QUALITY PASS; THE
000000 *>                 VALUE IS FREE TEXT DESCRIBING THE FEED.
000000 *> 2026/10/01 TD - SETLAG PLUS A CURRENCY CODE (SETLAGEUR ...) IS
000000 *>                 THAT CURRENCY'S SETTLEMENT LAG, TWO DIGITS OF
000000 *>                 BUSINESS DAYS (02 = TRADE DATE PLUS TWO). NONE
000000 *>                 IN EFFECT, SAME-DAY VALUE. READ BY VALDSVC.
000000 *> 2026/10/09 TD - DUPWINDOW (TWO DIGITS, 05) IS HOW MANY PRIOR
000000 *>                 BUSINESS DAYS DUPSCRN COMPARES A DETAIL WITH;
000000 *>                 DUPTOLER (SEVEN DIGITS, LAST TWO THE CENTS,
000000 *>                 0000000) ITS AMOUNT TOLERANCE; DUPACTION WARN
000000 *>                 (THE DEFAULT) OR SUSPEND SAYS WHAT BECOMES OF
000000 *>                 A SUSPECTED DUPLICATE.
000100 01  PREPO-RECORD.
000110     05 PREPO-KEY.
000120         10 PREPO-NAME PIC X(12).
