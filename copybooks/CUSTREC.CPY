000145* 2026-08-09 CJH  MADE CUST-WEIGHT SIGNED SO THE AGE/WEIGHT EDIT
000146*                 CAN ACTUALLY REJECT A NEGATIVE WEIGHT, NOT
000147*                 JUST A ZERO ONE.
000148* 2026-10-15 CJH  ADDED CUST-STATUS AND CUST-STATUS-DATE OUT OF
000150*                 THE FILLER - ACTIVE, CLOSED, CHARGED-OFF OR
000152*                 DECEASED/BANKRUPT.  A BLANK STATUS ON AN OLDER
000154*                 RECORD READS AS ACTIVE.  CLOSED AND CHARGED-OFF
000156*                 ACCOUNTS ARE SKIPPED BY THE DOWNSTREAM JOBS.
000158*----------------------------------------------------------------
000160
000170 01  CUSTOMER-RECORD.
000180     05  CUST-ID                     PIC X(09).
000210     05  CUST-WEIGHT                 PIC S9(05)V99.
000220     05  CUST-CYCLE-COUNT            PIC 9(02).
000230     05  CUST-CYCLE-INTERVAL         PIC 9(02).
000231     05  CUST-STATUS                 PIC X(01).
000232         88  CUST-STATUS-ACTIVE              VALUE 'A' SPACE.
000233         88  CUST-STATUS-CLOSED              VALUE 'C'.
000234         88  CUST-STATUS-CHARGED-OFF         VALUE 'W'.
000235         88  CUST-STATUS-DECEASED            VALUE 'D'.
000236         88  CUST-STATUS-INACTIVE            VALUE 'C' 'W'.
000237     05  CUST-STATUS-DATE            PIC 9(08).
000238     05  FILLER                      PIC X(01).
