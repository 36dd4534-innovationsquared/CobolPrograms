000134*                 STILL RECYCLING MORE THAN THIS MANY DAYS AFTER
000135*                 ITS FIRST REJECT IS FLAGGED ON THE RECYCLE
000136*                 REPORT.
000137* 2026-10-15 CJH  ADDED THE RETURNED-PAYMENT LIMIT.  A CUSTOMER
000138*                 WHOSE RETURNED PAYMENTS REACH IT IS FLAGGED SO
000139*                 THE CASH OFFICE STOPS TAKING THEIR CHECKS.
000140*                 BLANK OR NON-NUMERIC FALLS BACK TO THE SHOP
000141*                 DEFAULT.
000142* 2026-10-15 CJH  ADDED THE CHARGE-OFF DAY LIMIT.  AN OVER-90
000143*                 ACCOUNT THIS MANY DAYS PAST DUE OR MORE IS
000144*                 RECOMMENDED FOR CHARGE-OFF.  BLANK OR NON-
000145*                 NUMERIC FALLS BACK TO THE SHOP DEFAULT.
000146* 2026-10-15 CJH  ADDED THE CROSS-FILE EXCEPTION LIMIT.  MORE
000147*                 ORPHAN AND MISSING-COMPANION RECORDS THAN THIS
000148*                 ACROSS THE MASTER, ADDRESS, LEDGER AND SCHEDULE
000149*                 FILES HOLDS THE NIGHT'S RUN.  BLANK, ZERO OR
000150*                 NON-NUMERIC FALLS BACK TO THE SHOP DEFAULT.
000151* 2026-10-15 CJH  ADDED THE HEAD-OFFICE BRANCH FOR THE GENERAL-
000153*                 LEDGER INTERFACE.  POSTINGS NOT RAISED AT A
000154*                 BRANCH (INTEREST, CHARGE-OFFS) BOOK TO IT.
000155*                 BLANK FALLS BACK TO THE SHOP DEFAULT.
000156* 2026-10-15 CJH  ADDED THE STATEMENT-HISTORY RETENTION CUTOFF
000157*                 DATE.  STATEMENTS DATED BEFORE IT ARE TRIMMED
000158*                 FROM THE STATEMENT HISTORY; A BLANK OR NON-
000159*                 NUMERIC CUTOFF KEEPS EVERYTHING.
000160* 2026-10-15 CJH  ADDED THE STATEMENT DAY OF THE MONTH.  THE
000161*                 FIRST NIGHT ON OR AFTER IT IN A MONTH IS THE
000162*                 STATEMENT NIGHT.  BLANK, ZERO, NON-NUMERIC OR
000163*                 PAST THE 28TH FALLS BACK TO THE FIRST.
000164*----------------------------------------------------------------
000165
000166 01  PARAMETER-CARD.
000167     05  PARM-RUN-DATE.
000168         10  PARM-RUN-YYYY           PIC 9(04).
000170         10  PARM-RUN-MM             PIC 9(02).
000180         10  PARM-RUN-DD             PIC 9(02).
000185     05  PARM-RUN-DATE-NUM       REDEFINES PARM-RUN-DATE
000226     05  PARM-RECON-WEIGHT-TOL-PCT   PIC 9(03).
000228     05  PARM-REJECT-TOL-PCT         PIC 9(03).
000229     05  PARM-RECYCLE-AGE-DAYS       PIC 9(03).
000230     05  PARM-RETURN-LIMIT           PIC 9(02).
000231     05  PARM-CHGOFF-DAYS            PIC 9(03).
000232     05  PARM-XREF-LIMIT             PIC 9(05).
000233     05  PARM-GL-HOME-BRANCH         PIC X(04).
000234     05  PARM-STMT-CUTOFF-DATE       PIC 9(08).
000244     05  PARM-STMT-DAY               PIC 9(02).
000254     05  FILLER                      PIC X(18).
