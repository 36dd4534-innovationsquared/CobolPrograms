000010*----------------------------------------------------------------
000020* RMAILTRN.CPY
000030* RETURNED-MAIL CARD - ONE 80-BYTE CARD PER STATEMENT, LETTER OR
000040* OTHER PIECE THE POST OFFICE SENDS BACK UNDELIVERABLE, KEYED
000050* FROM THE RETURNED ENVELOPE: THE CUSTOMER, THE DATE IT CAME
000060* BACK AND THE USPS ENDORSEMENT REASON.  THE DATE IS CARRIED AS
000070* DISPLAY CHARACTERS WITH A NUMERIC REDEFINITION, THE SAME
000080* CONVENTION AS THE OTHER KEYED CARDS, SO A MIS-KEYED DATE CAN
000090* BE CAUGHT RATHER THAN ABEND.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120* DATE       BY   DESCRIPTION
000130* ---------- ---- ------------------------------------------------
000140* 2026-10-15 CJH  ORIGINAL COPYBOOK.
000150*----------------------------------------------------------------
000160
000170 01  RETURNED-MAIL-CARD.
000180     05  RMT-CUST-ID                 PIC X(09).
000190     05  RMT-RETURN-DATE-X           PIC X(08).
000200     05  RMT-RETURN-DATE             REDEFINES RMT-RETURN-DATE-X
000210                                     PIC 9(08).
000220     05  RMT-REASON-CODE             PIC X(02).
000230         88  RMT-ATTEMPTED-NOT-KNOWN         VALUE 'AN'.
000240         88  RMT-NO-SUCH-STREET              VALUE 'NS'.
000250         88  RMT-NO-SUCH-NUMBER              VALUE 'NN'.
000260         88  RMT-INSUFFICIENT-ADDRESS        VALUE 'IA'.
000270         88  RMT-VACANT                      VALUE 'VC'.
000280         88  RMT-MOVED-NO-ADDRESS            VALUE 'MV'.
000290         88  RMT-FORWARD-EXPIRED             VALUE 'FE'.
000300         88  RMT-UNABLE-TO-FORWARD           VALUE 'UF'.
000310         88  RMT-REFUSED                     VALUE 'RF'.
000320         88  RMT-DECEASED                    VALUE 'DC'.
000330         88  RMT-BOX-CLOSED                  VALUE 'BX'.
000340         88  RMT-UNDELIVERABLE               VALUE 'UA'.
000350         88  RMT-VALID-REASON                VALUE 'AN' 'NS'
000360                                                   'NN' 'IA'
000370                                                   'VC' 'MV'
000380                                                   'FE' 'UF'
000390                                                   'RF' 'DC'
000400                                                   'BX' 'UA'.
000410     05  FILLER                      PIC X(61).
