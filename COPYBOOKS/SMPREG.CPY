000000 *> ................................................................... <*
000000 *> CPY - SMPREG                           :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/10/08 :
000000 *> SAMPLE-REGISTER RECORD FOR THE SMPREG DATASET AUDSMPL ADDS TO
000000 *> AT EVERY MONTH-END SAMPLING RUN. ONE RUN FILES A HEADER, A
000000 *> DETAIL PER SELECTED LINE AND A TRAILER, ALL UNDER THE SAME
000000 *> PERIOD, ENTITY, RUN DATE AND RUN TIME, SO A RUN CAN BE PICKED
000000 *> OUT OF THE REGISTER AND RE-PERFORMED:
000000 *>   H - HOW THE SAMPLE WAS DRAWN: SEED, METHOD, SIZE, FORCING
000000 *>       RULES, THE POPULATION COUNT AND TOTAL, AND THE INTERVAL
000000 *>       AND RANDOM START THE SEED GAVE.
000000 *>   D - ONE PER SELECTED LINE: ITS PLACE IN THE POPULATION,
000000 *>       WHY IT WAS TAKEN AND THE NUMCSV LINE AS IT STOOD.
000000 *>   T - HOW MANY WERE TAKEN, FORCED AND SAMPLED.
000000 *> AMOUNTS ARE THE ABSOLUTE RESULT, FACE VALUE, NO CONVERSION. A
000000 *> MUS INTERVAL AND START ARE IN CENTS, AN INTERVAL ONE IN LINES.
000100 01  SMP-RECORD.
000110     05 SMP-KEY.
000120         10 SMP-PERIOD PIC 9(4).
000130         10 SMP-ENTITY PIC X(2).
000140         10 SMP-RUN-DATE PIC 9(6).
000150         10 SMP-RUN-TIME PIC 9(6).
000160         10 SMP-TYPE PIC X.
000170             88 SMP-HEADER-REC VALUE 'H'.
000180             88 SMP-DETAIL-REC VALUE 'D'.
000190             88 SMP-TRAILER-REC VALUE 'T'.
000200     05 SMP-DATA PIC X(150).
000210*>    H - THE DRAW. SEED SOURCE IS C WHEN THE CLOCK SUPPLIED IT.
000220     05 SMP-HEADER-DATA REDEFINES SMP-DATA.
000230         10 SMP-SEED PIC 9(9).
000240         10 SMP-SEED-SOURCE PIC X.
000250             88 SMP-SEED-FROM-CARD VALUE 'P'.
000260             88 SMP-SEED-FROM-CLOCK VALUE 'C'.
000270         10 SMP-METHOD PIC X(8).
000280             88 SMP-METHOD-MUS VALUE 'MUS'.
000290             88 SMP-METHOD-INTERVAL VALUE 'INTERVAL'.
000300         10 SMP-SIZE PIC 9(4).
000310         10 SMP-THRESHOLD PIC 9(9).
000320         10 SMP-HIGH-FLAG PIC X.
000330         10 SMP-PLAN PIC X.
000340             88 SMP-PLAN-NONE VALUE 'N'.
000350             88 SMP-PLAN-ALL VALUE 'A'.
000360             88 SMP-PLAN-STEP VALUE 'I'.
000370         10 SMP-DRAW PIC 9(10).
000380         10 SMP-INTERVAL PIC 9(15).
000390         10 SMP-START PIC 9(15).
000400         10 SMP-POP-COUNT PIC 9(9).
000410         10 SMP-POP-TOTAL PIC 9(13)V99.
000420         10 SMP-FORCED-COUNT PIC 9(9).
000430         10 SMP-FORCED-TOTAL PIC 9(13)V99.
000440         10 SMP-FIRST-DATE PIC 9(6).
000450         10 SMP-LAST-DATE PIC 9(6).
000460         10 FILLER PIC X(17).
000470*>    D - A SELECTED LINE.
000480     05 SMP-DETAIL-DATA REDEFINES SMP-DATA.
000490         10 SMP-POSITION PIC 9(9).
000500         10 SMP-REASON PIC X(9).
000510             88 SMP-REASON-THRESHOLD VALUE 'THRESHOLD'.
000520             88 SMP-REASON-HIGH VALUE 'HIGH'.
000530             88 SMP-REASON-SAMPLE VALUE 'SAMPLE'.
000540         10 SMP-CSV-LINE PIC X(100).
000550         10 FILLER PIC X(32).
000560*>    T - THE RUN'S COUNTS.
000570     05 SMP-TRAILER-DATA REDEFINES SMP-DATA.
000580         10 SMP-SELECTED PIC 9(9).
000590         10 SMP-FORCED-SELECTED PIC 9(9).
000600         10 SMP-SAMPLED PIC 9(9).
000610         10 FILLER PIC X(123).
