000000 *>                 EXTRA PASS UNDER THE SAME DATE WITHOUT
000000 *>                 ADVANCING IT OR TRIPPING THE DOUBLE-SUBMIT
000000 *>                 STOP.
000000 *> 2026/09/11 TD - ONE RECORD PER ENTITY: THE KEY IS 'RUNCTL'
000000 *>                 FOLLOWED BY THE TWO-BYTE ENTITY CODE FROM THE
000000 *>                 STEP'S RUNENT CARD. THE HOME ENTITY'S CODE IS
000000 *>                 SPACES, SO ITS KEY IS STILL PLAIN 'RUNCTL'.
000100 01  RUNCTL-RECORD.
000110     05 RUNCTL-KEY PIC X(08).
000120     05 RUNCTL-BUS-DATE PIC 9(6).
