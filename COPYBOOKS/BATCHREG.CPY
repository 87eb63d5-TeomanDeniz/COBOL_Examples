000000 *>                 NUMBER BOTH MATCH THE CURRENT PASS IS A
000000 *>                 RESTART - THE BASE FEED RE-SENT DURING A
000000 *>                 SUPPLEMENT STILL REJECTS.
000000 *> 2026/09/10 TD - RECALL STATUS AND DATE APPENDED: THE BATRCALL
000000 *>                 RECALL JOB MARKS AN ENTRY RECALLED ONCE IT
000000 *>                 HAS REVERSED THE BATCH, AND THE FRONT-END
000000 *>                 EDIT THEN ACCEPTS A CORRECTED RESEND UNDER
000000 *>                 THE SAME IDENTITY AND RE-REGISTERS IT.
000000 *> 2026/09/18 TD - ONE-TIME RELEASE APPENDED: A SUPERVISOR AT THE
000000 *>                 BREGWB SCREEN MAY MARK AN ENTRY RELEASED (O)
000000 *>                 FOR A LEGITIMATE CORRECTED RESEND, WITH WHO,
000000 *>                 FROM WHERE, WHEN AND WHY. THE FRONT-END EDIT
000000 *>                 LETS THAT ONE RESEND THROUGH, RE-REGISTERS IT,
000000 *>                 CLEARS THE RELEASE AND JOURNALS IT (JRNLSVC).
000100 01  BREG-RECORD.
000110     05 BREG-KEY.
000120         10 BREG-DATE PIC 9(6).
000160     05 BREG-RUN-DATE PIC 9(6).
000170     05 BREG-COUNT PIC 9(7).
000180     05 BREG-SUPP-NO PIC 9.
000190     05 BREG-STATUS PIC X.
000200         88 BREG-ACTIVE VALUE SPACE.
000210         88 BREG-RECALLED VALUE 'R'.
000215         88 BREG-RELEASED VALUE 'O'.
000220     05 BREG-RECALL-DATE PIC 9(6).
000230     05 BREG-REL-USERID PIC X(8).
000240     05 BREG-REL-TERMID PIC X(4).
000250     05 BREG-REL-DATE PIC 9(6).
000260     05 BREG-REL-TIME PIC 9(6).
000270     05 BREG-REL-REASON PIC X(20).
