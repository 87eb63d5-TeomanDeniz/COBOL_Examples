000000 *> AGAINST REAL VOLUMES BEFORE ITS EFFECTIVE DATE ARRIVES. EACH
000000 *> TRANSACTION APPEARS ON SIX CSV LINES; THE ADD LINE STANDS IN
000000 *> FOR THE TRANSACTION SO NOTHING COUNTS SIX TIMES.
000000 *> 2026/09/08 TD - NUMCSV RECORD WIDENED TO 100 BYTES FOR THE
000000 *>                 ACCOUNT COLUMN NOW ON EVERY LINE.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BRKTRPT.
000300 ENVIRONMENT DIVISION.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CSV-FILE.
000430 01  CSV-RECORD PIC X(100).
000440 FD  REPORT-FILE.
000450 01  REPORT-RECORD PIC X(100).
000500 WORKING-STORAGE SECTION.
