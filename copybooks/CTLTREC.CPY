000010*----------------------------------------------------------------
000020* CTLTREC.CPY
000030* CASH CONTROL-TOTAL RECORD - ONE 80-BYTE RECORD LEFT BEHIND BY
000040* EACH CASH STEP (PAYMENT INTAKE, PAYMENT POSTING, PAYMENT
000050* APPLICATION) FOR THE END-OF-DAY CASH PROOF.  THE STEP NAME AND
000060* RUN DATE SAY WHOSE TOTALS THEY ARE AND FOR WHICH DAY; THE
000070* AMOUNT AREA IS READ THROUGH THE VIEW FOR THAT STEP.
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-15 CJH  ORIGINAL COPYBOOK.
000130*----------------------------------------------------------------
000140
000150 01  CONTROL-TOTAL-RECORD.
000160     05  CTL-STEP-NAME               PIC X(08).
000170         88  CTL-FROM-PAYEDIT                VALUE 'PAYEDIT '.
000180         88  CTL-FROM-BALPOST                VALUE 'BALPOST '.
000190         88  CTL-FROM-DELQAGE                VALUE 'DELQAGE '.
000200     05  CTL-RUN-DATE                PIC 9(08).
000210     05  CTL-ITEM-COUNT              PIC 9(07).
000220     05  CTL-AMOUNT-AREA             PIC X(55).
000230*    PAYMENT INTAKE - EVERYTHING RELEASED TO THE PAYMENTS FILE,
000240*    AND HOW MUCH OF THAT WAS SUSPENSE RE-PRESENTED.
000250     05  CTL-PAYEDIT-AMOUNTS         REDEFINES CTL-AMOUNT-AREA.
000260         10  CTL-PE-ACCEPTED         PIC S9(09)V99.
000270         10  CTL-PE-SUSPENSE-IN      PIC S9(09)V99.
000280         10  FILLER                  PIC X(33).
000290*    PAYMENT POSTING - PAYMENTS READ, POSTED AND LEFT WITH NO
000300*    LEDGER RECORD, AND THE LEDGER TOTAL BEFORE AND AFTER.
000310     05  CTL-BALPOST-AMOUNTS         REDEFINES CTL-AMOUNT-AREA.
000320         10  CTL-BP-PAYMENTS-IN      PIC S9(09)V99.
000330         10  CTL-BP-POSTED           PIC S9(09)V99.
000340         10  CTL-BP-UNMATCHED        PIC S9(09)V99.
000350         10  CTL-BP-LEDGER-BEFORE    PIC S9(09)V99.
000360         10  CTL-BP-LEDGER-AFTER     PIC S9(09)V99.
000370*    PAYMENT APPLICATION - PAYMENTS READ, APPLIED TO A SCHEDULED
000380*    INSTALLMENT, AND SENT TO SUSPENSE.
000390     05  CTL-DELQAGE-AMOUNTS         REDEFINES CTL-AMOUNT-AREA.
000400         10  CTL-DA-PAYMENTS-IN      PIC S9(09)V99.
000410         10  CTL-DA-APPLIED          PIC S9(09)V99.
000420         10  CTL-DA-SUSPENDED        PIC S9(09)V99.
000430         10  FILLER                  PIC X(22).
000440     05  FILLER                      PIC X(02).
