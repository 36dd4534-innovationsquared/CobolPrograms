000010*----------------------------------------------------------------
000020* STMTLINE.CPY
000030* CUSTOMER STATEMENT PRINT LINES - THE PAGE HEADING AND THE LINES
000040* OF ONE STATEMENT BLOCK.  SHARED BY THE STATEMENT RUN AND THE
000050* STATEMENT REPRINT SO A DUPLICATE IS LAID OUT EXACTLY AS THE
000060* ORIGINAL WAS.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       BY   DESCRIPTION
000100* ---------- ---- ------------------------------------------------
000110* 2026-10-15 CJH  ORIGINAL COPYBOOK, TAKEN FROM THE STATEMENT
000120*                 RUN'S OWN WORKING STORAGE.
000130*----------------------------------------------------------------
000140
000150 01  VAR-HEADING-LINE-1.
000160     05  FILLER                     PIC X(01) VALUE SPACE.
000170     05  FILLER                     PIC X(30) VALUE
000180             'CUSTOMER STATEMENT RUN        '.
000190     05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
000200     05  HDR-RUN-DATE               PIC 9999/99/99.
000210     05  FILLER                     PIC X(10) VALUE SPACE.
000220     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
000230     05  HDR-PAGE-NUMBER            PIC ZZZ9.
000240 01  VAR-STATEMENT-LINE-1.
000250     05  FILLER                     PIC X(01) VALUE SPACE.
000260     05  FILLER                     PIC X(10) VALUE 'CUSTOMER: '.
000270     05  STM-CUST-ID                PIC X(09).
000280     05  FILLER                     PIC X(02) VALUE SPACE.
000290     05  STM-CUST-NAME              PIC X(20).
000300 01  VAR-STATEMENT-LINE-2.
000310     05  FILLER                     PIC X(03) VALUE SPACE.
000320     05  FILLER                     PIC X(16) VALUE
000330             'OPENING BALANCE '.
000340     05  STM-BALANCE                PIC -ZZ,ZZZ,ZZ9.99.
000350 01  VAR-STATEMENT-ACTIVITY-LINE.
000360     05  FILLER                     PIC X(05) VALUE SPACE.
000370     05  STM-ACT-DATE               PIC 9999/99/99.
000380     05  FILLER                     PIC X(02) VALUE SPACE.
000390     05  STM-ACT-DESC               PIC X(20).
000400     05  STM-ACT-AMOUNT             PIC -ZZ,ZZZ,ZZ9.99.
000410 01  VAR-STATEMENT-RATE-LINE.
000420     05  FILLER                     PIC X(03) VALUE SPACE.
000430     05  FILLER                     PIC X(16) VALUE
000440             'ANNUAL RATE ... '.
000450     05  STM-ANNUAL-RATE            PIC Z9.9999.
000460     05  FILLER                     PIC X(02) VALUE ' %'.
000470 01  VAR-STATEMENT-LINE-3.
000480     05  FILLER                     PIC X(03) VALUE SPACE.
000490     05  FILLER                     PIC X(16) VALUE
000500             'INTEREST ...... '.
000510     05  STM-INTEREST               PIC -ZZ,ZZZ,ZZ9.99.
000520 01  VAR-STATEMENT-LINE-4.
000530     05  FILLER                     PIC X(03) VALUE SPACE.
000540     05  FILLER                     PIC X(16) VALUE
000550             'CLOSING BALANCE '.
000560     05  STM-STATEMENT-AMT          PIC -ZZ,ZZZ,ZZ9.99.
