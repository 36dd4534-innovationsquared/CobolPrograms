000010*----------------------------------------------------------------
000020* JRNLREC.CPY
000030* LEDGER TRANSACTION JOURNAL RECORD - ONE DATED, TYPED LINE FOR
000040* EVERY DEBIT OR CREDIT POSTED TO THE ACCOUNT-BALANCE LEDGER.
000050* EACH POSTING STEP CARRIES THE DAY'S JOURNAL FORWARD, LESS ANY
000055* LINES OF ITS OWN FOR THE RUN DATE, AND ADDS ITS LINES; THE
000060* JOURNAL ROLL-IN JOB CARRIES THEM INTO THE PERMANENT JOURNAL
000070* HISTORY IN CUST-ID ORDER.  THE AMOUNT IS SIGNED FROM THE
000080* LEDGER'S POINT OF VIEW - A DEBIT (INTEREST CHARGED) RAISES
000090* THE BALANCE AND IS POSITIVE, A CREDIT (PAYMENT RECEIVED)
000100* LOWERS IT AND IS NEGATIVE - AND EVERY LINE CARRIES THE
000110* BALANCE THE LEDGER WAS LEFT AT, SO A CUSTOMER'S BALANCE CAN BE
000120* REBUILT FROM THE JOURNAL ALONE AND THE STATEMENT CAN SHOW THE
000130* OPENING BALANCE AHEAD OF THE PERIOD'S ACTIVITY.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160* DATE       BY   DESCRIPTION
000170* ---------- ---- ------------------------------------------------
000180* 2026-10-15 CJH  ORIGINAL COPYBOOK.
000181* 2026-10-15 CJH  ADDED THE RETURNED-PAYMENT LINE TYPE, THE DUE
000182*                 DATE OF THE INSTALLMENT A PAYMENT SETTLED AND
000184*                 THE RETURN REASON CODE.  A RETURNED-PAYMENT
000185*                 LINE CARRIES THE ORIGINAL PAY DATE AS ITS
000186*                 EFFECTIVE DATE, SO IT PAIRS WITH THE PAYMENT
000187*                 LINE IT REVERSES.
000188* 2026-10-15 CJH  ADDED THE CHARGE-OFF LINE TYPE - THE CREDIT
000189*                 THAT WRITES THE WHOLE BALANCE OFF THE LEDGER.
000190* 2026-10-15 CJH  ADDED THE BRANCH THE LINE BELONGS TO FOR THE
000191*                 GENERAL-LEDGER INTERFACE - THE PAYING BRANCH ON
000192*                 A PAYMENT AND ON ITS RETURN.  BLANK ON LINES NOT
000193*                 RAISED AT A BRANCH, WHICH BOOK TO HEAD OFFICE.
000196*----------------------------------------------------------------
000200
000210 01  JOURNAL-RECORD.
000220     05  JRNL-CUST-ID                PIC X(09).
000230     05  JRNL-POST-DATE              PIC 9(08).
000240     05  JRNL-TRAN-TYPE              PIC X(01).
000250         88  JRNL-INTEREST                   VALUE 'I'.
000260         88  JRNL-PAYMENT                    VALUE 'P'.
000270         88  JRNL-ADJUSTMENT                 VALUE 'A'.
000275         88  JRNL-RETURNED-PAYMENT           VALUE 'R'.
000277         88  JRNL-CHARGE-OFF                 VALUE 'W'.
000280     05  JRNL-AMOUNT                 PIC S9(07)V99.
000290     05  JRNL-BALANCE-AFTER          PIC S9(07)V99.
000300     05  JRNL-EFFECTIVE-DATE         PIC 9(08).
000310     05  JRNL-SOURCE                 PIC X(08).
000311     05  JRNL-DUE-DATE               PIC 9(08).
000312     05  JRNL-REASON-CODE            PIC X(02).
000313     05  JRNL-BRANCH-ID              PIC X(04).
000323     05  FILLER                      PIC X(14).
