000000 *> ................................................................... <*
000000 *> CPY - CCALREC                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/10/01 :
000000 *> CURRENCY HOLIDAY RECORD FOR THE CCYCAL KSDS - THE COMPANION TO
000000 *> CALFILE FOR SETTLEMENT. CALFILE SAYS WHEN THIS SHOP WORKS;
000000 *> CCYCAL SAYS WHEN A CURRENCY'S MARKET DOES NOT SETTLE. KEYED ON
000000 *> CURRENCY CODE PLUS DATE, SO ONE SHARED FILE SERVES EVERY
000000 *> ENTITY AND EVERY CURRENCY. ONLY HOLIDAYS GO ON IT - SATURDAY
000000 *> AND SUNDAY NEVER SETTLE AND ARE SKIPPED BY THE VALDSVC
000000 *> VALUE-DATE SERVICE ITSELF. MAINTAINED THROUGH CALMAINT (A
000000 *> CALFILE CARD WITH A CURRENCY IN COLUMNS 29-31).
000100 01  CCAL-RECORD.
000110     05 CCAL-KEY.
000120         10 CCAL-CURRENCY PIC X(3).
000130         10 CCAL-DATE PIC 9(6).
000140     05 CCAL-DESC PIC X(20).
