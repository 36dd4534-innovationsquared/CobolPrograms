000010*----------------------------------------------------------------
000020* STMHREC.CPY
000030* STATEMENT HISTORY RECORD - EVERY STATEMENT THE STATEMENT RUN
000040* CUTS IS KEPT AS A GROUP OF 80-BYTE RECORDS: ONE 'H' HEADER (THE
000050* CUSTOMER AND OPENING BALANCE), ONE 'A' RECORD PER ACTIVITY LINE
000060* IN THE ORDER PRINTED, AND ONE 'T' TOTALS RECORD (THE ANNUAL
000070* RATE APPLIED, THE INTEREST AND THE CLOSING BALANCE) THAT ENDS
000080* THE GROUP.  EVERY RECORD CARRIES THE CUST-ID AND THE STATEMENT
000090* DATE.  THE ACTIVITY DESCRIPTION IS KEPT AS PRINTED, SO A
000100* REPRINT READS EXACTLY AS THE ORIGINAL DID.
000110*----------------------------------------------------------------
000120* MODIFICATION HISTORY
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 CJH  ORIGINAL COPYBOOK.
000160*----------------------------------------------------------------
000170
000180 01  STATEMENT-HISTORY-RECORD.
000190     05  STMH-CUST-ID                PIC X(09).
000200     05  STMH-STMT-DATE              PIC 9(08).
000210     05  STMH-REC-TYPE               PIC X(01).
000220         88  STMH-HEADER                     VALUE 'H'.
000230         88  STMH-ACTIVITY                   VALUE 'A'.
000240         88  STMH-TOTALS                     VALUE 'T'.
000250     05  STMH-DETAIL-AREA            PIC X(60).
000260*    HEADER - THE NAME AND OPENING BALANCE AS PRINTED.
000270     05  STMH-HEADER-DETAIL          REDEFINES STMH-DETAIL-AREA.
000280         10  STMH-CUST-NAME          PIC X(20).
000290         10  STMH-OPENING-BALANCE    PIC S9(07)V99.
000300         10  FILLER                  PIC X(31).
000310*    ACTIVITY - ONE JOURNAL ENTRY: POSTING DATE, DESCRIPTION AND
000320*    SIGNED AMOUNT.
000330     05  STMH-ACTIVITY-DETAIL        REDEFINES STMH-DETAIL-AREA.
000340         10  STMH-ACT-DATE           PIC 9(08).
000350         10  STMH-ACT-DESC           PIC X(20).
000360         10  STMH-ACT-AMOUNT         PIC S9(07)V99.
000370         10  FILLER                  PIC X(23).
000380*    TOTALS - THE ANNUAL RATE APPLIED, THE PERIOD'S INTEREST AND
000390*    THE CLOSING BALANCE.
000400     05  STMH-TOTALS-DETAIL          REDEFINES STMH-DETAIL-AREA.
000410         10  STMH-ANNUAL-RATE        PIC 9V9999.
000420         10  STMH-INTEREST           PIC S9(07)V99.
000430         10  STMH-CLOSING-BALANCE    PIC S9(07)V99.
000440         10  FILLER                  PIC X(37).
000450     05  FILLER                      PIC X(02).
