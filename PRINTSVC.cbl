000000 *> REPORT TITLE, BUSINESS DATE FROM THE RUNCTL SERVICE, VERSION
000000 *> AND PAGE NUMBER - AT THE TOP OF EVERY PAGE, BREAKS AT A FIXED
000000 *> LINES-PER-PAGE, AND WRITES A FINAL LINE-COUNT FOOTER AT CLOSE.
000000 *> THE FOOTER IS THE LAST RECORD OF THE REPORT, LAID OUT
000000 *>   'END OF REPORT - NNNNNNN LINES WRITTEN ON NNNN PAGES'
000000 *> (BODY LINES IN COLUMNS 17-23, PAGES IN 42-45) - THE RPTDIST
000000 *> DISTRIBUTION STEP READS ITS COUNTS FOR THE DELIVERY MANIFEST.
000000 *> ONE REPORT IS OPEN AT A TIME - THE SUITE'S REPORT PASSES RUN
000000 *> ONE AFTER ANOTHER, NEVER SIDE BY SIDE IN ONE RUN UNIT.
000000 *> 2026/09/29 TD - THE CLOSE FOOTER CARRIES THE PAGE COUNT AS
000000 *>                 WELL AS THE LINE COUNT, FOR THE RPTDIST
000000 *>                 DELIVERY MANIFEST.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRINTSVC.
000300 ENVIRONMENT DIVISION.
000580     77 WS-TOTAL-LINES PIC 9(7) VALUE ZERO.
000590     77 WS-PAGE-EDIT PIC ZZZ9.
000600     77 WS-TOTAL-EDIT PIC ZZZZZZ9.
000605     77 WS-PAGES-EDIT PIC ZZZ9.
000610     77 WS-HEAD-LINE PIC X(132).
000620     77 WS-TITLE PIC X(40) VALUE SPACES.
000630     77 WS-VERSION PIC X(6) VALUE SPACES.
003030         GO TO 3000-EXIT
003040     END-IF.
003050     MOVE WS-TOTAL-LINES TO WS-TOTAL-EDIT.
003055     MOVE WS-PAGE-NUMBER TO WS-PAGES-EDIT.
003060     MOVE SPACES TO WS-HEAD-LINE.
003070     STRING 'END OF REPORT - ' WS-TOTAL-EDIT
003080         ' LINES WRITTEN ON ' WS-PAGES-EDIT ' PAGES'
003085         DELIMITED BY SIZE INTO WS-HEAD-LINE.
003100     WRITE PRINT-RECORD FROM WS-HEAD-LINE.
003110     CLOSE PRINT-FILE.
003120     MOVE 'N' TO WS-OPEN-SW.
