000120* DATE       BY   DESCRIPTION
000130* ---------- ---- ------------------------------------------------
000140* 2026-09-02 CJH  ORIGINAL COPYBOOK.
000141* 2026-10-15 CJH  ADDED THE RETURNED-PAYMENT COUNT, THE DATE OF
000143*                 THE LAST RETURN AND THE CHECK-REFUSAL FLAG SET
000145*                 WHEN A CUSTOMER REACHES THE PARAMETER-CARD
000146*                 RETURN LIMIT.  RECORDS WRITTEN BEFORE THEN
000148*                 CARRY SPACES THERE - READ THEM AS NO RETURNS.
000149* 2026-10-15 CJH  ADDED THE DATE OF THE LAST STATEMENT CUT, SO
000151*                 THE STATEMENT RUN KNOWS WHERE THE NEXT
000153*                 STATEMENT PERIOD STARTS.  SPACES OR ZERO MEANS
000154*                 NO STATEMENT HAS BEEN CUT SINCE THE FIELD WAS
000156*                 ADDED.
000158*----------------------------------------------------------------
000160
000170 01  BALANCE-RECORD.
000180     05  BAL-CUST-ID                 PIC X(09).
000190     05  BAL-BALANCE                 PIC S9(07)V99.
000200     05  BAL-LAST-PAY-DATE           PIC 9(08).
000210     05  BAL-LAST-PAY-AMOUNT         PIC 9(07)V99.
000211     05  BAL-RETURN-COUNT            PIC 9(03).
000212     05  BAL-LAST-RETURN-DATE        PIC 9(08).
000213     05  BAL-CHECK-FLAG              PIC X(01).
000214         88  BAL-CHECKS-REFUSED              VALUE 'N'.
000224     05  BAL-LAST-STMT-DATE          PIC 9(08).
000234     05  FILLER                      PIC X(25).
