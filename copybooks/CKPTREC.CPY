000112* 2026-09-02 CJH  ADDED THE RUNNING BALANCE TOTAL SO A RESTART
000113*                 CAN RESEED THE EXTRACT'S BALANCE ACCUMULATOR
000114*                 AND THE TRAILER STILL COVERS THE WHOLE DAY.
000115* 2026-10-15 CJH  ADDED THE INACTIVE-SKIP COUNT SO A RESTART
000116*                 CARRIES IT FORWARD WITH THE OTHER COUNTS.  A
000117*                 CHECKPOINT WRITTEN BEFORE THIS HAS SPACES HERE.
000118*----------------------------------------------------------------
000120
000130 01  CHECKPOINT-RECORD.
000140     05  CKPT-LAST-COUNT             PIC 9(07).
000156     05  CKPT-TOTAL-WEIGHT           PIC 9(07)V99.
000158     05  CKPT-LAST-CUST-ID           PIC X(09).
000159     05  CKPT-BALANCE-TOTAL          PIC S9(09)V99.
000160     05  CKPT-INACTIVE-SKIP-COUNT    PIC 9(07).
000170     05  FILLER                      PIC X(15).
