000010*----------------------------------------------------------------
000020* CHGAREC.CPY
000030* CHARGE-OFF APPROVAL CARD - ONE 80-BYTE CARD PER RECOMMENDED
000040* ACCOUNT THE CREDIT OFFICE HAS SIGNED OFF FOR WRITE-OFF, KEYED
000050* FROM THE RECOMMENDATIONS ON THE CHARGE-OFF REGISTER.  THE
000060* APPROVER'S INITIALS CARRY THROUGH TO THE CHARGE-OFF FILE.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       BY   DESCRIPTION
000100* ---------- ---- ------------------------------------------------
000110* 2026-10-15 CJH  ORIGINAL COPYBOOK.
000120*----------------------------------------------------------------
000130
000140 01  CHARGE-OFF-APPROVAL-CARD.
000150     05  APPR-CUST-ID                PIC X(09).
000160     05  APPR-APPROVED-BY            PIC X(08).
000170     05  FILLER                      PIC X(63).
