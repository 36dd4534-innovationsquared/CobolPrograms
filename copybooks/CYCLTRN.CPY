000010*----------------------------------------------------------------
000020* CYCLTRN.CPY
000030* CYCLE CONTROL CARD - KEYED BY OPERATIONS FOR THE CYCLE CONTROL
000040* MAINTENANCE STEP.  TWO KINDS OF CARD:
000050*   D - OPEN A NEW BUSINESS DATE.  EVERY STEP IS RESET TO PENDING
000060*       FOR THE NEW DATE.  THE CURRENT DATE MUST HAVE COMPLETED
000070*       UNLESS THE FORCE FLAG IS Y.  THE STEP NAME IS LEFT BLANK.
000080*   R - AUTHORIZE ONE RERUN OF A STEP ALREADY COMPLETED FOR THE
000090*       CURRENT BUSINESS DATE.  THE REASON MUST BE GIVEN.
000100* THE OPERATOR ID IS REQUIRED ON BOTH AND IS KEPT ON THE CYCLE
000110* CONTROL FILE.  THE DATE IS CARRIED AS DISPLAY CHARACTERS WITH A
000120* NUMERIC REDEFINITION, THE SAME CONVENTION AS THE OTHER KEYED
000130* CARDS, SO A MIS-KEYED DATE CAN BE CAUGHT RATHER THAN ABEND.
000140*----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160* DATE       BY   DESCRIPTION
000170* ---------- ---- ------------------------------------------------
000180* 2026-10-15 CJH  ORIGINAL COPYBOOK.
000190*----------------------------------------------------------------
000200
000210 01  CYCLE-CONTROL-CARD.
000220     05  CYCT-CARD-TYPE              PIC X(01).
000230         88  CYCT-OPEN-DATE                  VALUE 'D'.
000240         88  CYCT-RERUN-OVERRIDE             VALUE 'R'.
000250     05  CYCT-CARD-DATE-X            PIC X(08).
000260     05  CYCT-CARD-DATE              REDEFINES CYCT-CARD-DATE-X
000270                                     PIC 9(08).
000280     05  CYCT-STEP-NAME              PIC X(08).
000290     05  CYCT-OPERATOR               PIC X(08).
000300     05  CYCT-FORCE-FLAG             PIC X(01).
000310         88  CYCT-FORCE-OPEN                 VALUE 'Y'.
000320     05  CYCT-REASON                 PIC X(20).
000330     05  FILLER                      PIC X(34).
