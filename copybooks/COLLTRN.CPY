000010*----------------------------------------------------------------
000020* COLLTRN.CPY
000030* COLLECTIONS CONTACT CARD - ONE 80-BYTE CARD PER CALL OR OTHER
000040* CONTACT THE COLLECTIONS DESK MAKES ON A DELINQUENT ACCOUNT,
000050* KEYED BY THE COLLECTOR FROM THE DAY'S WORKLIST.  A PROMISE-TO-
000060* PAY OUTCOME MUST ALSO CARRY THE DATE THE CUSTOMER PROMISED TO
000070* PAY BY AND THE AMOUNT PROMISED; THE PROMISE FIELDS ARE LEFT
000080* BLANK FOR EVERY OTHER OUTCOME.  THE NUMERIC FIELDS ARE CARRIED
000090* AS DISPLAY CHARACTERS WITH A NUMERIC REDEFINITION, THE SAME
000100* CONVENTION AS THE OTHER KEYED CARDS, SO A MIS-KEYED FIELD CAN
000110* BE CAUGHT RATHER THAN ABEND.
000120*----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140* DATE       BY   DESCRIPTION
000150* ---------- ---- ------------------------------------------------
000160* 2026-10-15 CJH  ORIGINAL COPYBOOK.
000170*----------------------------------------------------------------
000180
000190 01  COLLECTIONS-CONTACT-CARD.
000200     05  COLT-CUST-ID                PIC X(09).
000210     05  COLT-CONTACT-DATE-X         PIC X(08).
000220     05  COLT-CONTACT-DATE           REDEFINES COLT-CONTACT-DATE-X
000230                                     PIC 9(08).
000240     05  COLT-COLLECTOR              PIC X(08).
000250     05  COLT-OUTCOME                PIC X(02).
000260         88  COLT-NO-ANSWER                  VALUE 'NA'.
000270         88  COLT-LEFT-MESSAGE               VALUE 'LM'.
000280         88  COLT-PROMISE-TO-PAY             VALUE 'PP'.
000290         88  COLT-REFUSED-TO-PAY             VALUE 'RF'.
000300         88  COLT-WRONG-NUMBER               VALUE 'WN'.
000310         88  COLT-DISPUTED                   VALUE 'DS'.
000320         88  COLT-VALID-OUTCOME              VALUE 'NA' 'LM'
000330                                                   'PP' 'RF'
000340                                                   'WN' 'DS'.
000350     05  COLT-PROMISE-DATE-X         PIC X(08).
000360     05  COLT-PROMISE-DATE           REDEFINES COLT-PROMISE-DATE-X
000370                                     PIC 9(08).
000380     05  COLT-PROMISE-AMT-X          PIC X(09).
000390     05  COLT-PROMISE-AMT            REDEFINES COLT-PROMISE-AMT-X
000400                                     PIC 9(07)V99.
000410     05  FILLER                      PIC X(36).
