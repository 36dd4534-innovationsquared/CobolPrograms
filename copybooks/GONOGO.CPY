000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-08-22 CJH  ORIGINAL COPYBOOK.
000151* 2026-10-15 CJH  ADDED THE ORPHAN AND MISSING-COMPANION COUNTS.
000152*                 THE CROSS-FILE INTEGRITY CHECK WRITES THIS
000153*                 SAME RECORD TO ITS OWN INDICATOR FILE, AND THE
000155*                 DAILY RUN HONOURS BOTH.  THE MASTER VALIDATION
000156*                 RECORD CARRIES ZERO IN THE NEW COUNTS; THE
000157*                 INTEGRITY RECORD CARRIES ZERO DUPLICATE AND
000158*                 SEQUENCE COUNTS.
000160*----------------------------------------------------------------
000170
000180 01  GO-NO-GO-RECORD.
000240     05  VAL-WEIGHT-HASH             PIC S9(09)V99.
000250     05  VAL-DUP-COUNT               PIC 9(07).
000260     05  VAL-SEQ-ERR-COUNT           PIC 9(07).
000263     05  VAL-ORPHAN-COUNT            PIC 9(07).
000266     05  VAL-MISSING-COUNT           PIC 9(07).
000270     05  FILLER                      PIC X(22).
