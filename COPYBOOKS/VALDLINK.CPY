000000 *> ................................................................... <*
000000 *> CPY - VALDLINK                         :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/10/01 :
000000 *> CALL AREA FOR THE VALDSVC VALUE-DATE SERVICE. THE CALLER NAMES
000000 *> A CURRENCY AND THE TRADE DATE; THE SERVICE HANDS BACK THE DATE
000000 *> THE MONEY SETTLES - THE SETLAG BUSINESS DAYS IN PARMREPO FOR
000000 *> THAT CURRENCY ON FROM THE TRADE DATE, SKIPPING SATURDAYS,
000000 *> SUNDAYS AND THE CURRENCY'S HOLIDAYS ON CCYCAL - AND THE LAG IT
000000 *> USED. RC 0 VALUE DATE SET, RC 4 SET BUT CCYCAL COULD NOT BE
000000 *> OPENED (WEEKENDS ONLY WERE SKIPPED - THE CALLER MUST SAY SO),
000000 *> RC 8 BAD TRADE DATE OR NO SETTLING DAY WITHIN A YEAR; THE
000000 *> VALUE DATE COMES BACK AS THE TRADE DATE.
000100 01  VALDSVC-AREA.
000110     05 VSVC-CURRENCY PIC X(3).
000120     05 VSVC-TRADE-DATE PIC 9(6).
000130     05 VSVC-VALUE-DATE PIC 9(6).
000140     05 VSVC-LAG PIC 9(2).
000150     05 VSVC-RC PIC S9(4).
