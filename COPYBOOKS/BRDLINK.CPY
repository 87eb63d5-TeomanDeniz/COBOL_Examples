000000 *> ................................................................... <*
000000 *> CPY - BRDLINK                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/10/05 :
000000 *> CALL AREA FOR THE BRDSVC STREAM STATUS BOARD SERVICE. THE
000000 *> CALLER NAMES THE FUNCTION:
000000 *>   START    - BSVC-PROGRAM HAS STARTED
000000 *>   END      - BSVC-PROGRAM HAS ENDED WITH BSVC-PGM-RC
000000 *>   PLAN     - BSVC-PROGRAM IS EXPECTED TONIGHT, BSVC-SECONDS
000000 *>              ALLOWED, BSVC-PLAN-SEQ ITS PLACE ON THE BOARD
000000 *>   DEADLINE - THE PASS MUST END BY BSVC-DEADLINE (HHMMSS)
000000 *>   MESSAGE  - BSVC-MSG-LINE WAS ISSUED BY BSVC-PROGRAM
000000 *> THE SERVICE TAKES ENTITY, BUSINESS DATE AND SUPPLEMENT FROM
000000 *> THE RUNCTL SERVICE AND THE TIME FROM THE CLOCK. BSVC-RC 0
000000 *> FILED, 4 NO BOARD ALLOCATED OR OPENABLE (NOTHING FILED - THE
000000 *> BOARD NEVER FAILS A STEP), 8 UNKNOWN FUNCTION OR WRITE ERROR.
000100 01  BRDSVC-AREA.
000110     05 BSVC-FUNC PIC X(8).
000120     05 BSVC-PROGRAM PIC X(32).
000130     05 BSVC-PGM-RC PIC S9(4).
000140     05 BSVC-SECONDS PIC 9(5).
000150     05 BSVC-PLAN-SEQ PIC 9(3).
000160     05 BSVC-DEADLINE PIC 9(6).
000170     05 BSVC-MSG-LINE PIC X(80).
000180     05 BSVC-RC PIC S9(4).
