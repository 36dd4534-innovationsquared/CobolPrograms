000010*----------------------------------------------------------------
000020* GLMREC.CPY
000030* GENERAL-LEDGER MAPPING TABLE ROW - NAMES THE DEBIT AND CREDIT
000040* ACCOUNTS A POSTING TYPE BOOKS TO.  THE POSTING TYPES ARE THE
000050* LEDGER JOURNAL LINE TYPES (I INTEREST, P PAYMENT, R RETURNED
000060* PAYMENT, W CHARGE-OFF, A ADJUSTMENT) PLUS S FOR A PAYMENT THE
000070* DELINQUENCY JOB SENT TO SUSPENSE.  A ROW WITH A BRANCH APPLIES
000080* TO THAT BRANCH ONLY; A ROW WITH A BLANK BRANCH APPLIES TO EVERY
000090* BRANCH WITHOUT ONE OF ITS OWN.  THE NORMAL SIGN IS THE SIGN A
000100* POSTING OF THE TYPE USUALLY CARRIES ON THE JOURNAL (A PAYMENT
000110* LOWERS THE LEDGER AND IS NEGATIVE); A POSTING OF THE OTHER
000120* SIGN BOOKS THE REVERSE ENTRY.  THE TABLE IS MAINTAINED BY
000130* FINANCE AS PLAIN CARD IMAGES.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160* DATE       BY   DESCRIPTION
000170* ---------- ---- ------------------------------------------------
000180* 2026-10-15 CJH  ORIGINAL COPYBOOK.
000190*----------------------------------------------------------------
000200
000210 01  GL-MAPPING-RECORD.
000220     05  GLM-POST-TYPE               PIC X(01).
000230     05  GLM-BRANCH-ID               PIC X(04).
000240     05  GLM-NORMAL-SIGN             PIC X(01).
000250         88  GLM-NORMALLY-DEBIT              VALUE '+'.
000260         88  GLM-NORMALLY-CREDIT             VALUE '-'.
000270         88  GLM-SIGN-VALID                  VALUE '+' '-'.
000280     05  GLM-DEBIT-ACCOUNT           PIC X(10).
000290     05  GLM-CREDIT-ACCOUNT          PIC X(10).
000300     05  GLM-DESCRIPTION             PIC X(30).
000310     05  FILLER                      PIC X(24).
