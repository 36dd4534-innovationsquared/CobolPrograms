000010*----------------------------------------------------------------
000020* CYCLREC.CPY
000030* NIGHTLY CYCLE CONTROL RECORD.  THE CYCLE CONTROL FILE HOLDS ONE
000040* BUSINESS-DATE RECORD (TYPE D) FOLLOWED BY ONE STEP RECORD (TYPE
000050* S) FOR EACH STEP OF THE NIGHTLY STREAM, IN RUN ORDER.  EVERY
000060* STEP CHECKS ITS OWN RECORD BEFORE IT DOES ANY WORK, MARKS IT
000070* RUNNING, AND MARKS IT COMPLETE OR FAILED WHEN IT ENDS.  CYCLMNT
000080* OPENS EACH NEW BUSINESS DATE AND POSTS RERUN OVERRIDES.
000090*----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110* DATE       BY   DESCRIPTION
000120* ---------- ---- ------------------------------------------------
000130* 2026-10-15 CJH  ORIGINAL COPYBOOK.
000140*----------------------------------------------------------------
000150
000160 01  CYCLE-CONTROL-RECORD.
000170     05  CYC-RECORD-TYPE             PIC X(01).
000180         88  CYC-DATE-RECORD                 VALUE 'D'.
000190         88  CYC-STEP-RECORD                 VALUE 'S'.
000200     05  CYC-RECORD-AREA             PIC X(79).
000210*    BUSINESS-DATE RECORD - THE DATE THE STREAM IS RUNNING FOR,
000220*    THE ONE BEFORE IT, AND WHO OPENED IT.
000230     05  CYC-DATE-AREA               REDEFINES CYC-RECORD-AREA.
000240         10  CYC-BUSINESS-DATE       PIC 9(08).
000250         10  CYC-PRIOR-BUSINESS-DATE PIC 9(08).
000260         10  CYC-DATE-OPENED-BY      PIC X(08).
000270         10  CYC-DATE-FORCED-FLAG    PIC X(01).
000280             88  CYC-DATE-WAS-FORCED         VALUE 'Y'.
000290         10  FILLER                  PIC X(54).
000300*    STEP RECORD - WHERE ONE STEP STANDS FOR THE BUSINESS DATE.
000310     05  CYC-STEP-AREA               REDEFINES CYC-RECORD-AREA.
000320         10  CYC-STEP-SEQ            PIC 9(02).
000330         10  CYC-STEP-NAME           PIC X(08).
000340         10  CYC-STEP-DATE           PIC 9(08).
000350         10  CYC-STEP-STATUS         PIC X(01).
000360             88  CYC-STEP-PENDING            VALUE 'P'.
000370             88  CYC-STEP-RUNNING            VALUE 'R'.
000380             88  CYC-STEP-COMPLETE           VALUE 'C'.
000390             88  CYC-STEP-FAILED             VALUE 'F'.
000400         10  CYC-STEP-RETURN-CODE    PIC 9(02).
000410         10  CYC-STEP-RUN-COUNT      PIC 9(03).
000420         10  CYC-STEP-START-TIME     PIC 9(08).
000430         10  CYC-STEP-END-TIME       PIC 9(08).
000440         10  CYC-RERUN-FLAG          PIC X(01).
000450             88  CYC-RERUN-AUTHORIZED        VALUE 'Y'.
000460             88  CYC-RERUN-USED              VALUE 'U'.
000470         10  CYC-RERUN-OPERATOR      PIC X(08).
000480         10  CYC-RERUN-REASON        PIC X(20).
000490         10  FILLER                  PIC X(10).
