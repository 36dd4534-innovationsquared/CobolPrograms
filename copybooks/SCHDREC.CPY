000122* 2026-08-22 CJH  CORRECTED THE ORDERING CLAIM - WITH THE
000124*                 RECYCLE PHASE RUNNING AHEAD OF THE MASTER THE
000126*                 FILE ARRIVES ONLY ROUGHLY ORDERED.
000127* 2026-10-15 CJH  ADDED THE SOURCE FLAG.  AN INSTALLMENT REOPENED
000128*                 BY A RETURNED PAYMENT IS CARRIED FROM RUN TO
000129*                 RUN ON ITS OWN FILE IN THIS LAYOUT, FLAGGED
000131*                 'R', UNTIL IT IS PAID AGAIN.
000132* 2026-10-15 CJH  ADDED THE DATE A REOPENED INSTALLMENT WAS PUT
000134*                 BACK ON THE BOOKS, SO A RERUN OF THE RETURNED-
000135*                 PAYMENT STEP CAN REPLACE ITS OWN RECORDS.
000137*                 ZERO OR SPACES ON A GENERATED INSTALLMENT.
000138*----------------------------------------------------------------
000140
000150 01  SCHEDULE-RECORD.
000160     05  SCHD-CUST-ID                PIC X(09).
000170     05  SCHD-INSTALLMENT-NUM        PIC 9(02).
000180     05  SCHD-DUE-DATE               PIC 9(08).
000181     05  SCHD-SOURCE                 PIC X(01).
000182         88  SCHD-REOPENED                   VALUE 'R'.
000192     05  SCHD-REOPEN-DATE            PIC 9(08).
000202     05  FILLER                      PIC X(52).
