000000 *> ................................................................... <*
000000 *> CPY - PCHGREC                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/16 :
000000 *> PENDING-CHANGE RECORD FOR THE SHARED PENDCHG KSDS - THE
000000 *> FOUR-EYES QUEUE IN FRONT OF THE REFERENCE-DATA MAINTENANCE
000000 *> PROGRAMS. PCHGSUB FILES EVERY SUBMITTED MAINTENANCE CARD HERE
000000 *> WITH THE SUBMITTER'S ID; A SECOND, DIFFERENT USER APPROVES OR
000000 *> REJECTS IT WITH PCHGREV (BATCH) OR AT THE PCHGWB SCREEN, AND
000000 *> ONLY AN APPROVED CARD IS EVER APPLIED - BY THE SAME PREPOMNT,
000000 *> GLMAPMNT, CURRMNT, CALMAINT OR STRMAINT RUN AS BEFORE, WHICH
000000 *> NOW READS ITS CARDS FROM HERE. KEYED ON TARGET FILE, ENTITY
000000 *> (BLANK FOR THE HOME ONE AND FOR THE SHARED FILES), SUBMIT
000000 *> BUSINESS DATE, TIME AND A SEQUENCE, SO EACH MAINTENANCE RUN
000000 *> READS ITS OWN CARDS IN THE ORDER THEY WERE SUBMITTED.
000000 *> PCHG-TARGET IS THE DD NAME OF THE FILE THE CARD CHANGES:
000000 *> PARMREPO, GLMAPF, CURRFILE, CALFILE OR STRFILE. PCHG-CARD IS
000000 *> THE MAINTENANCE CARD EXACTLY AS THAT PROGRAM HAS ALWAYS READ
000000 *> IT - ACTION BYTE FIRST. STATUS LIFE:
000000 *>   P  PENDING  - SUBMITTED, WAITING FOR A SECOND USER
000000 *>   A  APPROVED - THE NEXT MAINTENANCE RUN APPLIES IT
000000 *>   R  REJECTED - BY THE REVIEWER, WITH A REASON; NEVER APPLIED
000000 *>   X  EXPIRED  - LEFT PENDING PAST THE PCHGEXPDAYS BUSINESS
000000 *>                 DAYS IN PARMREPO; NEVER APPLIED
000000 *>   D  DONE     - APPLIED BY THE MAINTENANCE RUN
000000 *>   F  FAILED   - APPROVED, BUT THE MAINTENANCE RUN REJECTED IT
000000 *>                 (DUPLICATE, NOT ON FILE, BAD DATA); RESUBMIT
000000 *> THE RECORD IS KEPT ONCE FINISHED - IT IS THE AUDIT TRAIL OF
000000 *> WHO ASKED, WHO AGREED AND WHEN IT WENT IN.
000000 *> 2026/09/17 TD - TARGET USERAUTH ADDED - SCREEN AUTHORITY,
000000 *>                 APPLIED BY AUTHMNT.
000100 01  PCHG-RECORD.
000110     05 PCHG-KEY.
000120         10 PCHG-TARGET PIC X(8).
000130         10 PCHG-ENTITY PIC X(2).
000140         10 PCHG-SUB-DATE PIC 9(6).
000150         10 PCHG-SUB-TIME PIC 9(6).
000160         10 PCHG-SEQ PIC 9(4).
000170     05 PCHG-STATUS PIC X.
000180         88 PCHG-PENDING VALUE 'P'.
000190         88 PCHG-APPROVED VALUE 'A'.
000200         88 PCHG-REJECTED VALUE 'R'.
000210         88 PCHG-EXPIRED VALUE 'X'.
000220         88 PCHG-APPLIED VALUE 'D'.
000230         88 PCHG-FAILED VALUE 'F'.
000240     05 PCHG-SUB-USERID PIC X(8).
000250     05 PCHG-REV-USERID PIC X(8).
000260     05 PCHG-REV-TERMID PIC X(4).
000270     05 PCHG-REV-DATE PIC 9(6).
000280     05 PCHG-REV-TIME PIC 9(6).
000290     05 PCHG-REV-REASON PIC X(20).
000300     05 PCHG-APPLY-DATE PIC 9(6).
000310     05 PCHG-CARD PIC X(127).
