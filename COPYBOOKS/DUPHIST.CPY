000000 *> ................................................................... <*
000000 *> CPY - DUPHIST                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/10/09 :
000000 *> DUPLICATE-SCREEN HISTORY RECORD FOR THE DUPHIST KSDS. DUPSCRN
000000 *> FILES EVERY CLEAN DETAIL IT PASSES OR SUSPENDS HERE AND KEEPS
000000 *> IT FOR THE DUPWINDOW BUSINESS DAYS IT IS COMPARED AGAINST.
000000 *> KEYED CURRENCY FIRST, THEN NUM1 AND NUM2, SO EVERYTHING
000000 *> WITHIN THE DUPTOLER TOLERANCE OF A NEW DETAIL'S NUM1 IS ONE
000000 *> CONTIGUOUS RUN OF KEYS, THEN THE PERMANENT TRANSACTION
000000 *> REFERENCE SO EACH DETAIL HAS ITS OWN RECORD. NUM1 AND NUM2
000000 *> ARE OFFSET BY 100000.00 IN THE KEY SO A NEGATIVE AMOUNT
000000 *> SORTS BELOW A POSITIVE ONE; THE BODY CARRIES THEM AS SIGNED.
000000 *> STATUS:
000000 *>   P  POSTED - PASSED TO TRANEDTD WITH NOTHING LIKE IT IN THE
000000 *>      WINDOW
000000 *>   W  POSTED AFTER A WARNING - LIKE AN EARLIER DETAIL, PASSED
000000 *>      BECAUSE DUPACTION WAS WARN
000000 *>   S  SUSPENDED - LIKE AN EARLIER DETAIL, FILED IN SUSPENSE
000000 *>      WITH REASON POSSIBLE DUPLICATE INSTEAD OF POSTING
000000 *> THE RUN DATE IS THE BUSINESS DATE THE DETAIL WAS SCREENED ON
000000 *> - THE WINDOW AND THE PURGE GO BY IT, NOT BY THE BATCH DATE.
000100 01  DUPH-RECORD.
000110     05 DUPH-KEY.
000120         10 DUPH-CURRENCY PIC X(3).
000130         10 DUPH-NUM1-KEY PIC 9(6)V99.
000140         10 DUPH-NUM2-KEY PIC 9(6)V99.
000150         10 DUPH-REF PIC X(21).
000160         10 DUPH-REF-R REDEFINES DUPH-REF.
000170             15 DUPH-REF-SOURCE PIC X(8).
000180             15 DUPH-REF-DATE PIC 9(6).
000190             15 DUPH-REF-SEQ PIC 9(7).
000200     05 DUPH-STATUS PIC X.
000210         88 DUPH-POSTED VALUE 'P' 'W'.
000220         88 DUPH-CLEAN VALUE 'P'.
000230         88 DUPH-WARNED VALUE 'W'.
000240         88 DUPH-SUSPENDED VALUE 'S'.
000250     05 DUPH-NUM1 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000260     05 DUPH-NUM2 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000270     05 DUPH-ACCOUNT PIC X(10).
000280     05 DUPH-RUN-DATE PIC 9(6).
000290     05 FILLER PIC X(10).
