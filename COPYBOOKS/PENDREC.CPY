000000 *> ................................................................... <*
000000 *> CPY - PENDREC                          :      Maximum Tension       <*
000000 *> .......................................:........................... <*
000000 *> : C - Maximum Tension : C 2026/10/12 :
000000 *> PENDING DISPATCHER TRANSACTION RECORD FOR THE PENDFILE KSDS.
000000 *> PARAPEND PARKS HERE EVERY PARATRAN TRANSACTION WHOSE EFFECTIVE
000000 *> DATE (PAYLOAD COLUMNS 71-76, YYMMDD) IS LATER THAN THE NIGHT IT
000000 *> ARRIVED ON, AND RELEASES IT INTO THE DISPATCH ON THE NIGHT ITS
000000 *> DUE DATE IS REACHED. KEYED DUE DATE FIRST, SO THE RELEASE IS A
000000 *> READ FROM THE FRONT OF THE FILE, THEN THE BUSINESS DATE, PASS
000000 *> (SUPPLEMENT NUMBER, ZERO ON A NORMAL NIGHT) AND POSITION IN
000000 *> PARATRAN IT ARRIVED AT - A RERUN FINDS ITS OWN ITEMS PARKED
000000 *> ALREADY. THE DUE DATE IS THE EFFECTIVE DATE, ROLLED FORWARD
000000 *> TO THE NEXT BUSINESS DAY WHEN IT FALLS ON A CALFILE DATE.
000000 *> THE KEY IS WHAT THE PENDRPT LISTING SHOWS AND A CANCEL CARD
000000 *> NAMES.
000000 *> STATUS:
000000 *>   P  PENDING - WAITING FOR ITS DUE DATE
000000 *>   R  RELEASED INTO THE DISPATCH ON THE STATUS DATE AND PASS
000000 *>   X  CANCELLED BY A PENDCARD CANCEL CARD ON THE STATUS DATE
000000 *> RELEASED AND CANCELLED ITEMS ARE KEPT FOR THE REST OF THEIR
000000 *> BUSINESS DATE, SO A RERUN RELEASES THE SAME ITEMS AGAIN, AND
000000 *> PURGED BY THE FIRST RUN AFTER IT.
000100 01  PEND-RECORD.
000110     05 PEND-KEY.
000120         10 PEND-DUE-DATE PIC 9(6).
000130         10 PEND-ARRIVAL-DATE PIC 9(6).
000140         10 PEND-ARRIVAL-PASS PIC 9(2).
000150         10 PEND-ARRIVAL-SEQ PIC 9(5).
000160     05 PEND-STATUS PIC X.
000170         88 PEND-WAITING VALUE 'P'.
000180         88 PEND-RELEASED VALUE 'R'.
000190         88 PEND-CANCELLED VALUE 'X'.
000200     05 PEND-EFF-DATE PIC 9(6).
000210     05 PEND-STATUS-DATE PIC 9(6).
000220     05 PEND-STATUS-PASS PIC 9(2).
000230     05 PEND-TRAN.
000240         10 PEND-CODE PIC X(4).
000250         10 PEND-PAYLOAD PIC X(76).
000260     05 FILLER PIC X(10).
