000010*----------------------------------------------------------------
000020* GLJREC.CPY
000030* GENERAL-LEDGER JOURNAL FILE RECORD - THE FIXED-FORMAT FILE THE
000040* GENERAL-LEDGER SYSTEM LOADS.  ONE HEADER, THEN ONE DETAIL PER
000050* GL ACCOUNT PER ENTRY (AN ENTRY IS ONE POSTING TYPE AT ONE
000060* BRANCH, AND ITS DEBITS EQUAL ITS CREDITS), THEN ONE TRAILER
000070* CARRYING THE DETAIL COUNT, THE DEBIT AND CREDIT TOTALS AND THE
000080* RELEASE FLAG.  THE LOAD MUST NOT BE RUN AGAINST A FILE WHOSE
000090* TRAILER IS NOT MARKED RELEASED.
000100*----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120* DATE       BY   DESCRIPTION
000130* ---------- ---- ------------------------------------------------
000140* 2026-10-15 CJH  ORIGINAL COPYBOOK.
000150*----------------------------------------------------------------
000160
000170 01  GL-JOURNAL-RECORD.
000180     05  GLJ-RECORD-TYPE             PIC X(01).
000190         88  GLJ-HEADER                      VALUE 'H'.
000200         88  GLJ-DETAIL                      VALUE 'D'.
000210         88  GLJ-TRAILER                     VALUE 'T'.
000220     05  GLJ-HEADER-AREA.
000230         10  GLH-SOURCE-SYSTEM       PIC X(08).
000240         10  GLH-JOURNAL-DATE        PIC 9(08).
000250         10  GLH-DESCRIPTION         PIC X(30).
000260         10  FILLER                  PIC X(33).
000270     05  GLJ-DETAIL-AREA             REDEFINES GLJ-HEADER-AREA.
000280         10  GLD-JOURNAL-DATE        PIC 9(08).
000290         10  GLD-ENTRY-NUMBER        PIC 9(05).
000300         10  GLD-BRANCH-ID           PIC X(04).
000310         10  GLD-ACCOUNT             PIC X(10).
000320         10  GLD-DEBIT-CREDIT        PIC X(01).
000330             88  GLD-DEBIT                   VALUE 'D'.
000340             88  GLD-CREDIT                  VALUE 'C'.
000350         10  GLD-AMOUNT              PIC 9(09)V99.
000360         10  GLD-POST-TYPE           PIC X(01).
000370         10  GLD-DESCRIPTION         PIC X(30).
000380         10  FILLER                  PIC X(09).
000390     05  GLJ-TRAILER-AREA            REDEFINES GLJ-HEADER-AREA.
000400         10  GLT-JOURNAL-DATE        PIC 9(08).
000410         10  GLT-DETAIL-COUNT        PIC 9(07).
000420         10  GLT-ENTRY-COUNT         PIC 9(05).
000430         10  GLT-DEBIT-TOTAL         PIC 9(11)V99.
000440         10  GLT-CREDIT-TOTAL        PIC 9(11)V99.
000450         10  GLT-RELEASE-FLAG        PIC X(01).
000460             88  GLT-RELEASED                VALUE 'Y'.
000470             88  GLT-HELD                    VALUE 'N'.
000480         10  FILLER                  PIC X(32).
