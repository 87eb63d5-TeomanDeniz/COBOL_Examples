000000 *> KEYED VSAM KSDS, SAME ORGANIZATION AS STRFILE AND MAINTVAL.
000000 *> 2026/08/22 TD - AMOUNTS GROWN TO TWO-DECIMAL MONEY WITH THE
000000 *>                 CURRENCY CODE, MATCHING THE TRANFILE DETAILS.
000000 *> 2026/09/08 TD - SUSP-ACCOUNT ADDED - THE ACCOUNT THE REJECTED
000000 *>                 DETAIL BELONGED TO, SO A RELEASED ITEM POSTS
000000 *>                 BACK TO THE SAME ACCOUNT.
000000 *> 2026/09/09 TD - SUSP-REF ADDED - THE PERMANENT TRANSACTION
000000 *>                 REFERENCE OF THE REJECTED DETAIL, CARRIED BACK
000000 *>                 OUT ON THE RECYCLE DETAIL WHEN RELEASED.
000100 01  SUSP-RECORD.
000110     05 SUSP-KEY.
000120         10 SUSP-DATE PIC 9(6).
000150     05 SUSP-NUM2 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
000155     05 SUSP-CURRENCY PIC X(3).
000160     05 SUSP-REASON PIC X(20).
000170     05 SUSP-ACCOUNT PIC X(10).
000180     05 SUSP-REF PIC X(21).
