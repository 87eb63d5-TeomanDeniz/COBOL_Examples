000000 *> ................................................................... <*
000000 *> CPY - BRDREC                           :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/10/05 :
000000 *> STREAM STATUS BOARD RECORD FOR THE STRMBRD KSDS, ONE DATASET
000000 *> SHARED BY THE ENTITIES. THE BRDSVC SERVICE FILES IT AS THE
000000 *> NIGHT RUNS - AUDITLOG ON EVERY START AND END, MSGCAT ON EVERY
000000 *> CATALOGUED ERROR MESSAGE, BRDLOAD FROM THE SLAPARM CARDS AT
000000 *> THE TOP OF THE STREAM - AND THE BRDINQ SCREEN READS IT. KEYED
000000 *> ON ENTITY, BUSINESS DATE AND SUPPLEMENT NUMBER, SO EACH PASS
000000 *> OF A DATE HAS A BOARD OF ITS OWN, THEN THE RECORD TYPE:
000000 *>   D - THE PASS'S SLA DEADLINE (ONE PER PASS, NO ID)
000000 *>   P - ONE PER PROGRAM, ID IS THE AUDIT NAME. THE ARITHMETIC
000000 *>       PASS FILES UNDER ITS FIRST 24 BYTES, SO ITS SLICE AND
000000 *>       SUPPLEMENT RUNS SHARE ONE LINE - FIRST START TO LAST
000000 *>       END, AS SLARPT TIMES A STEP.
000000 *>   M - ONE PER ERROR MESSAGE, ID IS THE CLOCK TIME PLUS A TIE
000000 *>       NUMBER FOR MESSAGES ISSUED IN THE SAME HUNDREDTH.
000100 01  BRD-RECORD.
000110     05 BRD-KEY.
000120         10 BRD-ENTITY PIC X(2).
000130         10 BRD-DATE PIC 9(6).
000140         10 BRD-SUPP-NO PIC 9.
000150         10 BRD-TYPE PIC X.
000160             88 BRD-DEADLINE-REC VALUE 'D'.
000170             88 BRD-PROGRAM-REC VALUE 'P'.
000180             88 BRD-MESSAGE-REC VALUE 'M'.
000190         10 BRD-ID PIC X(32).
000200         10 BRD-MSG-KEY REDEFINES BRD-ID.
000210             15 BRD-MSG-TIME PIC 9(8).
000220             15 BRD-MSG-TIE PIC 9(3).
000230             15 FILLER PIC X(21).
000240     05 BRD-DATA PIC X(96).
000250*>    P - PROGRAM STATE AS OF ITS LAST START OR END, WITH THE
000260*>    RUNS COUNTED (SLICES, RESTARTS). TIMES ARE HHMMSS OFF THE
000270*>    SYSTEM CLOCK.
000280     05 BRD-PGM-DATA REDEFINES BRD-DATA.
000290         10 BRD-STATE PIC X.
000300             88 BRD-NOT-STARTED VALUE 'N'.
000310             88 BRD-RUNNING VALUE 'R'.
000320             88 BRD-ENDED VALUE 'E'.
000330         10 BRD-PLAN-SEQ PIC 9(3).
000340         10 BRD-ALLOW-SECS PIC 9(5).
000350         10 BRD-FIRST-START PIC 9(6).
000360         10 BRD-LAST-END PIC 9(6).
000370         10 BRD-STARTS PIC 9(3).
000380         10 BRD-ENDS PIC 9(3).
000390         10 BRD-WORST-RC PIC 9(4).
000400         10 FILLER PIC X(65).
000410*>    M - THE FINISHED MESSAGE LINE AS MSGCAT HANDED IT BACK,
000420*>    MESSAGE NUMBER FIRST, AND WHO ISSUED IT.
000430     05 BRD-MSG-DATA REDEFINES BRD-DATA.
000440         10 BRD-MSG-CALLER PIC X(8).
000450         10 BRD-MSG-LINE PIC X(80).
000460         10 FILLER PIC X(8).
000470*>    D - THE DEADLINE= CLOCK FROM SLAPARM.
000480     05 BRD-DEADLINE-DATA REDEFINES BRD-DATA.
000490         10 BRD-DEADLINE PIC 9(6).
000500         10 BRD-LOADED-TIME PIC 9(6).
000510         10 FILLER PIC X(84).
