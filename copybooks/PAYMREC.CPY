000100* DATE       BY   DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-08-22 CJH  ORIGINAL COPYBOOK.
000122* 2026-10-15 CJH  ADDED THE BRANCH THAT TOOK THE PAYMENT, CARRIED
000124*                 FROM THE BATCH HEADER SO THE POSTING CAN BE
000126*                 BOOKED TO THAT BRANCH IN THE GENERAL LEDGER.
000128*                 BLANK ON A PAYMENT WRITTEN BEFORE IT WAS ADDED.
000130*----------------------------------------------------------------
000140
000150 01  PAYMENT-RECORD.
000170     05  PAY-DUE-DATE                PIC 9(08).
000180     05  PAY-DATE                    PIC 9(08).
000190     05  PAY-AMOUNT                  PIC 9(07)V99.
000195     05  PAY-BRANCH-ID               PIC X(04).
000200     05  FILLER                      PIC X(42).
