000010*----------------------------------------------------------------
000020* CHGOREC.CPY
000030* CHARGE-OFF RECORD - ONE PER ACCOUNT WRITTEN OFF BY THE MONTHLY
000040* CHARGE-OFF RUN.  CARRIES THE BALANCE THE LEDGER HELD AT THE
000050* MOMENT OF WRITE-OFF, THE DAYS PAST DUE THAT QUALIFIED IT AND
000060* WHO APPROVED IT, SO RECOVERIES CAN WORK THE ACCOUNT LONG AFTER
000070* THE LEDGER BALANCE HAS GONE TO ZERO.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-15 CJH  ORIGINAL COPYBOOK.
000130*----------------------------------------------------------------
000140
000150 01  CHARGE-OFF-RECORD.
000160     05  CHGO-CUST-ID                PIC X(09).
000170     05  CHGO-DATE                   PIC 9(08).
000180     05  CHGO-BALANCE                PIC S9(07)V99.
000190     05  CHGO-DAYS-PAST-DUE          PIC 9(05).
000200     05  CHGO-CUST-NAME              PIC X(20).
000210     05  CHGO-APPROVED-BY            PIC X(08).
000220     05  FILLER                      PIC X(21).
