000000 *> ................................................................... <*
000000 *> CPY - HOLDREC                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/09/15 :
000000 *> HIGH-VALUE HOLD RECORD FOR THE HOLDFILE KSDS. THE FRONT-END
000000 *> EDIT FILES HERE, INSTEAD OF ON TRANEDTD, EVERY CLEAN DETAIL
000000 *> WHOSE NUM1 OR NUM2 IS ABOVE THE HOLDLIMccc LIMIT IN EFFECT
000000 *> FOR ITS CURRENCY. KEYED ON THE PERMANENT TRANSACTION
000000 *> REFERENCE, SO THE SAME ITEM COMING BACK THROUGH THE RECYCLE
000000 *> SLICE FINDS ITS OWN RECORD. THE DETAIL IS KEPT BYTE FOR BYTE
000000 *> AS IT WOULD HAVE GONE TO TRANEDTD - BYTES 1-30 HERE, THE
000000 *> REFERENCE IN BYTES 31-51 BEING THE KEY. STATUS LIFE:
000000 *>   P  PENDING - WAITING FOR A SUPERVISOR AT THE HOLDWB SCREEN
000000 *>   A  APPROVED - SUSPRECY RELEASES IT TO TONIGHT'S RECYCLE
000000 *>   D  DECLINED - SUSPRECY FILES IT IN SUSPENSE WITH THE REASON
000000 *>                 AND DELETES IT HERE
000000 *>   R  RELEASED - ON THE RECYCLE FILE, NOT YET THROUGH THE EDIT
000000 *>   C  CLEARED - THE EDIT HAS PASSED IT TO TRANEDTD; SUSPRECY
000000 *>                 DELETES IT ON THE NEXT NIGHT'S SWEEP
000000 *> THE DECISION FIELDS CARRY WHO DECIDED, FROM WHICH TERMINAL
000000 *> AND WHEN; THE FULL TRAIL IS ON HOLDHST.
000100 01  HOLD-RECORD.
000110     05 HOLD-KEY.
000120         10 HOLD-REF PIC X(21).
000130     05 HOLD-STATUS PIC X.
000140         88 HOLD-PENDING VALUE 'P'.
000150         88 HOLD-APPROVED VALUE 'A'.
000160         88 HOLD-DECLINED VALUE 'D'.
000170         88 HOLD-RELEASED VALUE 'R'.
000180         88 HOLD-CLEARED VALUE 'C'.
000190     05 HOLD-DATE PIC 9(6).
000200     05 HOLD-LIMIT PIC 9(5)V99.
000210     05 HOLD-DETAIL.
000220         10 HOLD-REC-TYPE PIC X.
000230         10 HOLD-NUM1 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000240         10 HOLD-NUM2 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000250         10 HOLD-CURRENCY PIC X(3).
000260         10 HOLD-ACCOUNT PIC X(10).
000270     05 HOLD-DEC-USERID PIC X(8).
000280     05 HOLD-DEC-TERMID PIC X(4).
000290     05 HOLD-DEC-DATE PIC 9(6).
000300     05 HOLD-DEC-TIME PIC 9(6).
000310     05 HOLD-DEC-REASON PIC X(20).
000320     05 HOLD-REL-DATE PIC 9(6).
