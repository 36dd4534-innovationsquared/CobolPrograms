000010*----------------------------------------------------------------
000020* COLLREC.CPY
000030* COLLECTIONS ACTIVITY RECORD - ONE PER CUSTOMER THE COLLECTIONS
000040* DESK HAS WORKED, KEYED BY CUST-ID LIKE THE MASTER.  CARRIES THE
000050* LAST CONTACT MADE ON THE ACCOUNT - WHEN, BY WHOM AND WHAT CAME
000060* OF IT - AND THE CUSTOMER'S MOST RECENT PROMISE TO PAY.  THE
000070* NIGHTLY COLLECTIONS UPDATE APPLIES THE COLLECTORS' CONTACT
000080* CARDS AND THEN CHECKS AN OPEN PROMISE AGAINST THE DAY'S POSTED
000090* PAYMENTS: PAID IN FULL BY THE PROMISE DATE IS KEPT, STILL SHORT
000100* ONCE THE DATE HAS PASSED IS BROKEN.  A NEW PROMISE REPLACES
000110* WHATEVER PROMISE WAS ON FILE.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140* DATE       BY   DESCRIPTION
000150* ---------- ---- ------------------------------------------------
000160* 2026-10-15 CJH  ORIGINAL COPYBOOK.
000170*----------------------------------------------------------------
000180
000190 01  COLLECTIONS-RECORD.
000200     05  COLL-CUST-ID                PIC X(09).
000210     05  COLL-LAST-CONTACT-DATE      PIC 9(08).
000220     05  COLL-LAST-COLLECTOR         PIC X(08).
000230     05  COLL-LAST-OUTCOME           PIC X(02).
000240     05  COLL-CONTACT-COUNT          PIC 9(03).
000250     05  COLL-PROMISE-DATE           PIC 9(08).
000260     05  COLL-PROMISE-AMOUNT         PIC 9(07)V99.
000270     05  COLL-PROMISE-PAID           PIC 9(07)V99.
000280     05  COLL-PROMISE-STATUS         PIC X(01).
000290         88  COLL-NO-PROMISE                 VALUE SPACE.
000300         88  COLL-PROMISE-OPEN               VALUE 'O'.
000310         88  COLL-PROMISE-KEPT               VALUE 'K'.
000320         88  COLL-PROMISE-BROKEN             VALUE 'B'.
000330     05  COLL-PROMISE-SET-DATE       PIC 9(08).
000340     05  COLL-PROMISE-CHECK-DATE     PIC 9(08).
000350     05  FILLER                      PIC X(07).
