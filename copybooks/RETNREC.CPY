000010*----------------------------------------------------------------
000020* RETNREC.CPY
000030* RETURNED-ITEM CARD - ONE 80-BYTE CARD PER PAYMENT THE BANK
000040* HAS SENT BACK UNPAID (NSF, STOP PAYMENT, ACCOUNT CLOSED),
000050* KEYED BY THE CASH OFFICE FROM THE BANK'S RETURN ADVICE.  THE
000060* CUST-ID, THE DATE THE PAYMENT WAS ORIGINALLY MADE AND ITS
000070* AMOUNT IDENTIFY THE POSTED PAYMENT BEING REVERSED.  THE
000080* NUMERIC FIELDS ARE CARRIED AS DISPLAY CHARACTERS WITH A
000090* NUMERIC REDEFINITION, THE SAME CONVENTION AS THE OTHER KEYED
000100* CARDS, SO A MIS-KEYED FIELD CAN BE CAUGHT RATHER THAN ABEND.
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 CJH  ORIGINAL COPYBOOK.
000160*----------------------------------------------------------------
000170
000180 01  RETURNED-ITEM-CARD.
000190     05  RETN-CUST-ID                PIC X(09).
000200     05  RETN-PAY-DATE-X             PIC X(08).
000210     05  RETN-PAY-DATE               REDEFINES RETN-PAY-DATE-X
000220                                     PIC 9(08).
000230     05  RETN-AMOUNT-X               PIC X(09).
000240     05  RETN-AMOUNT                 REDEFINES RETN-AMOUNT-X
000250                                     PIC 9(07)V99.
000260     05  RETN-REASON-CODE            PIC X(02).
000270         88  RETN-NSF                        VALUE 'NS'.
000280         88  RETN-STOP-PAYMENT               VALUE 'SP'.
000290         88  RETN-ACCOUNT-CLOSED             VALUE 'AC'.
000300         88  RETN-OTHER-REASON               VALUE 'OT'.
000310         88  RETN-VALID-REASON               VALUE 'NS' 'SP'
000320                                                   'AC' 'OT'.
000330     05  FILLER                      PIC X(52).
