000000 *>                 OF THE DETAILS RAISES A SKEW WARNING, RC=4 -
000000 *>                 RETUNE THE CARD INSTEAD OF WATCHING SLICE 1
000000 *>                 RUN LONG WHILE SLICE 4 IDLES.
000000 *> 2026/09/08 TD - RECORDS WIDENED TO THE FULL 80-BYTE TRANFILE
000000 *>                 IMAGE SO THE DETAIL'S ACCOUNT NUMBER REACHES
000000 *>                 EVERY SLICE.
000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRANSPLT.
000300 ENVIRONMENT DIVISION.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  TRANS-FILE.
000530 01  TRANS-IN-RECORD PIC X(80).
000540 FD  SLICE1-FILE.
000550 01  SLICE1-RECORD PIC X(80).
000560 FD  SLICE2-FILE.
000570 01  SLICE2-RECORD PIC X(80).
000580 FD  SLICE3-FILE.
000590 01  SLICE3-RECORD PIC X(80).
000600 FD  SLICE4-FILE.
000610 01  SLICE4-RECORD PIC X(80).
000620 FD  CONTROL-FILE.
000630 01  CONTROL-RECORD PIC X(30).
000640 FD  PARM-FILE.
000980     05 WS-OUT-TRL-COUNT PIC 9(7).
000990     05 WS-OUT-TRL-HASH PIC S9(11)V99
001000         SIGN IS TRAILING SEPARATE.
001002 01  WS-SLICE-HEADER PIC X(80).
001010 01  WS-CONTROL-OUT.
001020     05 WS-CTL-TYPE PIC X VALUE 'C'.
001030     05 WS-CTL-COUNT PIC 9(7).
