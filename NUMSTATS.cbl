000000 *>                 ALERT STEP SEES THIS PASS LIKE EVERY OTHER.
000000 *> 2026/08/22 TD - RESULTS ARE TWO-DECIMAL MONEY NOW - PICTURES
000000 *>                 AND EDIT MASKS GROWN TO MATCH THE CSV LINES.
000000 *> 2026/09/08 TD - NUMCSV RECORD WIDENED TO 100 BYTES FOR THE
000000 *>                 ACCOUNT COLUMN NOW ON EVERY LINE.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NUMSTATS.
000300 ENVIRONMENT DIVISION.
000400 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CSV-FILE.
000520 01  CSV-RECORD PIC X(100).
000530 FD  REPORT-FILE.
000540 01  REPORT-RECORD PIC X(132).
000600 WORKING-STORAGE SECTION.
