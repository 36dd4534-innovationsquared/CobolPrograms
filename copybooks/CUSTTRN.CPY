000120* DATE       BY   DESCRIPTION
000130* ---------- ---- ------------------------------------------------
000140* 2026-08-22 CJH  ORIGINAL COPYBOOK.
000142* 2026-10-15 CJH  ADDED TRAN-CUST-STATUS SO AN ACCOUNT CAN BE
000145*                 CLOSED, MARKED DECEASED/BANKRUPT OR REOPENED.
000147*                 CHARGE-OFF IS SET ONLY BY THE CHARGE-OFF RUN.
000150*----------------------------------------------------------------
000160
000170 01  CUSTOMER-TRANSACTION.
000350     05  TRAN-CYCLE-INTERVAL         REDEFINES
000360                                     TRAN-CYCLE-INTERVAL-X
000370                                     PIC 9(02).
000371     05  TRAN-CUST-STATUS            PIC X(01).
000372     05  FILLER                      PIC X(34).
