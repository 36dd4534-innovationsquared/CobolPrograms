000290*                 CONDITION 08 WHEN ANY BATCH FAILED OR ANY ITEM
000300*                 WAS REJECTED, SO THE SCHEDULER CAN FLAG THE
000310*                 CASH OFFICE BEFORE THE DAY MOVES ON.
000312* 2026-10-15 CJH  THE RUN NOW LEAVES A CONTROL-TOTAL RECORD
000315*                 (ITEMS AND AMOUNT RELEASED, SUSPENSE RE-
000317*                 PRESENTED) FOR THE END-OF-DAY CASH PROOF.
000318* 2026-10-15 CJH  EVERY PAYMENT RELEASED NOW CARRIES THE BRANCH
000319*                 OFF ITS BATCH HEADER.
000320* 2026-10-15 CJH  CHECKS THE NIGHTLY CYCLE CONTROL FILE BEFORE
000321*                 ANY WORK IS DONE AND REFUSES, WITH RETURN CODE
000322*                 12, TO RUN FOR ANY DATE BUT THE BUSINESS DATE,
000323*                 AHEAD OF AN EARLIER STEP, OR A SECOND TIME FOR A
000324*                 DATE ALREADY COMPLETED WITHOUT A RERUN OVERRIDE.
000325*                 THE STEP IS POSTED COMPLETE OR FAILED AT THE END
000326*                 OF THE RUN.  THE PARAMETER CARD IS NOW READ
000327*                 FIRST.
000328*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350
000560     SELECT REJECT-LISTING-FILE ASSIGN TO PAYREJ
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS VAR-PAYREJ-STATUS.
000582
000584     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000586         ORGANIZATION IS SEQUENTIAL
000588         FILE STATUS IS VAR-CYCLCTL-STATUS.
000590
000600     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS VAR-PARMCARD-STATUS.
000630
000632     SELECT CONTROL-TOTAL-FILE ASSIGN TO PAYECTL
000634         ORGANIZATION IS SEQUENTIAL
000636         FILE STATUS IS VAR-PAYECTL-STATUS.
000638
000640 DATA DIVISION.
000650 FILE SECTION.
000660
001120     LABEL RECORDS ARE STANDARD.
001130 01  PARAMETER-CARD-IMAGE           PIC X(80).
001140
001141*CONTROL TOTALS - ONE RECORD FOR THE END-OF-DAY CASH PROOF.
001142 FD  CONTROL-TOTAL-FILE
001144     RECORD CONTAINS 80 CHARACTERS
001145     LABEL RECORDS ARE STANDARD.
001147 01  CONTROL-TOTAL-OUTPUT-RECORD    PIC X(80).
001148
001149*CYCLE CONTROL - CHECKED BEFORE ANY WORK IS DONE; THIS STEP'S
001150*RECORD IS MARKED RUNNING AT THE START AND COMPLETE OR FAILED AT
001151*THE END.
001152 FD  CYCLE-CONTROL-FILE
001153     RECORD CONTAINS 80 CHARACTERS
001154     LABEL RECORDS ARE STANDARD.
001155 01  CYCLE-CONTROL-IMAGE            PIC X(80).
001156
001158 WORKING-STORAGE SECTION.
001160
001170*----------------------------------------------------------------
001180* DEPOSIT-BATCH CARD WORKING COPY
001280* PARAMETER CARD WORKING COPY
001290*----------------------------------------------------------------
001300 COPY PARMCARD.
001301
001302*----------------------------------------------------------------
001303* CYCLE CONTROL WORKING COPY - THE WHOLE FILE IS HELD IN THE
001304* TABLE BELOW WHILE THIS STEP'S RECORD IS UPDATED.
001305*----------------------------------------------------------------
001306 COPY CYCLREC.
001307
001308 01  VAR-CYCLCTL-STATUS        PIC X(02) VALUE '00'.
001309     88  VAR-CYCLCTL-OK                   VALUE '00'.
001310     88  VAR-CYCLCTL-EOF                  VALUE '10'.
001311 01  VAR-CYCLE-LOAD-SWITCH      PIC X(01) VALUE 'N'.
001312     88  VAR-CYCLE-LOADED                 VALUE 'Y'.
001313     88  VAR-CYCLE-NOT-LOADED             VALUE 'N'.
001314 01  VAR-CYCLE-STEP-NAME        PIC X(08) VALUE 'PAYEDIT '.
001315 01  VAR-CYCLE-MAX              PIC 9(03) COMP VALUE 50.
001316 01  VAR-CYCLE-COUNT            PIC 9(03) COMP VALUE 0.
001317 01  VAR-CYCLE-SUB              PIC 9(03) COMP VALUE 0.
001318 01  VAR-CYCLE-OWN-SUB          PIC 9(03) COMP VALUE 0.
001319 01  VAR-CYCLE-BUSINESS-DATE    PIC 9(08) VALUE 0.
001320 01  VAR-CYCLE-WAITING-STEP     PIC X(08) VALUE SPACES.
001321 01  VAR-CYCLE-TIME             PIC 9(08) VALUE 0.
001322 01  VAR-CYCLE-TABLE.
001323     05  VAR-CYCLE-ENTRY            PIC X(80) OCCURS 50 TIMES.
001324
001326*----------------------------------------------------------------
001328* CASH CONTROL-TOTAL RECORD WORKING COPY
001330*----------------------------------------------------------------
001332 COPY CTLTREC.
001334
001336 01  VAR-PAYCARDS-STATUS       PIC X(02) VALUE '00'.
001338     88  VAR-PAYCARDS-OK                  VALUE '00'.
001340     88  VAR-PAYCARDS-EOF                 VALUE '10'.
001350 01  VAR-SUSPIN-STATUS         PIC X(02) VALUE '00'.
001360     88  VAR-SUSPIN-OK                    VALUE '00'.
001440     88  VAR-PAYREJ-OK                    VALUE '00'.
001450 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
001460     88  VAR-PARMCARD-OK                  VALUE '00'.
001463 01  VAR-PAYECTL-STATUS        PIC X(02) VALUE '00'.
001466     88  VAR-PAYECTL-OK                   VALUE '00'.
001470
001480*----------------------------------------------------------------
001490* BATCH IN HAND.  A BATCH'S ITEMS ARE HELD IN THE TABLE UNTIL
001880 01  VAR-ITEMS-HELD-COUNT       PIC 9(07) COMP VALUE 0.
001890 01  VAR-SUSPENSE-REPRESENTED   PIC 9(07) COMP VALUE 0.
001900 01  VAR-AMOUNT-RELEASED        PIC 9(09)V99 VALUE 0.
001905 01  VAR-SUSPENSE-AMOUNT        PIC 9(09)V99 VALUE 0.
001910 01  VAR-CONDITION-CODE         PIC 9(02) VALUE 0.
001920
001930*----------------------------------------------------------------
002160     05  FILLER                     PIC X(26) VALUE
002170             'BATCH BRCH  ITEMS KEYED/CO'.
002180     05  FILLER                     PIC X(26) VALUE
002185             'UNTED  AMOUNT KEYED/SUMMED'.
002190 01  VAR-BATCH-PROOF-LINE.
002200     05  FILLER                     PIC X(01) VALUE SPACE.
002210     05  PRF-BATCH-NUMBER           PIC X(04).
002790                       THRU 2000-EXIT
002800         GIVING PAYMENTS-OUT-FILE.
002810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002815     PERFORM 9850-POST-CYCLE-CONTROL THRU 9850-EXIT.
002820     STOP RUN.
002830
002840*----------------------------------------------------------------
002880* WAS LEFT UNMATCHED LAST RUN.
002890*----------------------------------------------------------------
002900 1000-INITIALIZE.
002903     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
002906     PERFORM 9800-CHECK-CYCLE-CONTROL THRU 9800-EXIT.
002910     OPEN INPUT BATCH-CARD-FILE.
002920     IF NOT VAR-PAYCARDS-OK
002930         DISPLAY 'PAYEDIT - UNABLE TO OPEN BATCH CARDS, '
003160         MOVE 16 TO RETURN-CODE
003170         STOP RUN
003180     END-IF.
003181     OPEN OUTPUT CONTROL-TOTAL-FILE.
003182     IF NOT VAR-PAYECTL-OK
003183         DISPLAY 'PAYEDIT - UNABLE TO OPEN CONTROL TOTALS, '
003185             'STATUS = ' VAR-PAYECTL-STATUS
003186         MOVE 16 TO RETURN-CODE
003187         STOP RUN
003188     END-IF.
003200     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
003210     MOVE PARM-RUN-DATE-NUM TO RJH-RUN-DATE.
003220     WRITE REJECT-LISTING-LINE FROM VAR-REJECT-HEADING-LINE
004780     ADD 1 TO VAR-HELD-COUNT.
004790     MOVE SPACES TO PAYMENT-RECORD.
004800     MOVE PBD-CUST-ID TO PAY-CUST-ID.
004805     MOVE VAR-BRANCH-ID TO PAY-BRANCH-ID.
004810     IF PBD-DUE-DATE-X NUMERIC
004820         MOVE PBD-DUE-DATE TO PAY-DUE-DATE
004830     ELSE
006600     RELEASE SORT-WORK-RECORD FROM PAYMENT-RECORD.
006610     ADD 1 TO VAR-SUSPENSE-REPRESENTED.
006620     ADD PAY-AMOUNT TO VAR-AMOUNT-RELEASED.
006625     ADD PAY-AMOUNT TO VAR-SUSPENSE-AMOUNT.
006630     PERFORM 8200-READ-SUSPENSE THRU 8200-EXIT.
006640 3000-EXIT.
006650     EXIT.
007270     MOVE VAR-AMOUNT-RELEASED TO TOT-AMT-VALUE.
007280     WRITE EDIT-REPORT-LINE FROM VAR-TOTALS-AMT-DETAIL
007290         AFTER ADVANCING 1 LINE.
007291     MOVE 'SUSPENSE AMOUNT .  ' TO TOT-AMT-CAPTION.
007293     MOVE VAR-SUSPENSE-AMOUNT TO TOT-AMT-VALUE.
007295     WRITE EDIT-REPORT-LINE FROM VAR-TOTALS-AMT-DETAIL
007296         AFTER ADVANCING 1 LINE.
007298     PERFORM 9200-WRITE-CONTROL-TOTALS THRU 9200-EXIT.
007300     IF VAR-BATCHES-FAILED > 0 OR VAR-ITEMS-REJECTED > 0
007310         MOVE 8 TO VAR-CONDITION-CODE
007320         DISPLAY 'PAYEDIT - BATCHES HELD OR ITEMS REJECTED, '
007360     END-IF.
007370     CLOSE BATCH-CARD-FILE
007380           EDIT-REPORT-FILE
007390           REJECT-LISTING-FILE
007395           CONTROL-TOTAL-FILE.
007400     IF NOT VAR-SUSPIN-MISSING
007410         CLOSE SUSPENSE-IN-FILE
007420     END-IF.
007490         AFTER ADVANCING 1 LINE.
007500 9100-EXIT.
007510     EXIT.
007511
007512*----------------------------------------------------------------
007513* 9200-WRITE-CONTROL-TOTALS
007514* EVERYTHING RELEASED TO THE PAYMENTS FILE TODAY - THE CASH THE
007515* POSTING AND APPLICATION STEPS MUST BOTH ACCOUNT FOR.
007516*----------------------------------------------------------------
007517 9200-WRITE-CONTROL-TOTALS.
007518     MOVE SPACES TO CONTROL-TOTAL-RECORD.
007519     SET CTL-FROM-PAYEDIT TO TRUE.
007520     MOVE PARM-RUN-DATE-NUM TO CTL-RUN-DATE.
007521     ADD VAR-ITEMS-RELEASED VAR-SUSPENSE-REPRESENTED
007522         GIVING CTL-ITEM-COUNT.
007523     MOVE VAR-AMOUNT-RELEASED TO CTL-PE-ACCEPTED.
007524     MOVE VAR-SUSPENSE-AMOUNT TO CTL-PE-SUSPENSE-IN.
007525     WRITE CONTROL-TOTAL-OUTPUT-RECORD FROM CONTROL-TOTAL-RECORD.
007526 9200-EXIT.
007527     EXIT.
007537
007547*----------------------------------------------------------------
007557* 9800-CHECK-CYCLE-CONTROL
007567* THE NIGHTLY STREAM RUNS IN A FIXED ORDER AGAINST THE ONE
007577* BUSINESS DATE ON THE CYCLE CONTROL FILE.  THIS STEP REFUSES TO
007587* START - BEFORE A SINGLE FILE IS OPENED - WHEN THE CONTROL FILE
007597* IS MISSING OR CARRIES NO BUSINESS DATE, WHEN THE PARAMETER CARD
007607* IS FOR ANOTHER DATE, WHEN A STEP AHEAD OF IT HAS NOT COMPLETED
007617* FOR THE DATE, OR WHEN IT HAS ALREADY COMPLETED FOR THE DATE AND
007627* NO RERUN HAS BEEN AUTHORIZED.  A REFUSAL ENDS WITH RETURN CODE
007637* 12 SO THE SCHEDULER CAN TELL IT FROM A FAILURE.  OTHERWISE THE
007647* STEP IS MARKED RUNNING AND ANY RERUN AUTHORITY IS USED UP.
007657*----------------------------------------------------------------
007667 9800-CHECK-CYCLE-CONTROL.
007677     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
007687     IF VAR-CYCLE-NOT-LOADED
007697         DISPLAY 'PAYEDIT - NO CYCLE CONTROL FILE, RUN REFUSED, '
007707             'STATUS = ' VAR-CYCLCTL-STATUS
007717         MOVE 12 TO RETURN-CODE
007727         STOP RUN
007737     END-IF.
007747     MOVE 0 TO VAR-CYCLE-BUSINESS-DATE.
007757     IF VAR-CYCLE-COUNT > 0
007767         MOVE VAR-CYCLE-ENTRY (1) TO CYCLE-CONTROL-RECORD
007777         IF CYC-DATE-RECORD AND CYC-BUSINESS-DATE NUMERIC
007787             MOVE CYC-BUSINESS-DATE TO VAR-CYCLE-BUSINESS-DATE
007797         END-IF
007807     END-IF.
007817     IF VAR-CYCLE-BUSINESS-DATE = 0
007827         DISPLAY 'PAYEDIT - CYCLE CONTROL FILE HAS NO BUSINESS '
007837             'DATE, RUN REFUSED'
007847         MOVE 12 TO RETURN-CODE
007857         STOP RUN
007867     END-IF.
007877     IF PARM-RUN-DATE-NUM NOT = VAR-CYCLE-BUSINESS-DATE
007887         DISPLAY 'PAYEDIT - RUN DATE ' PARM-RUN-DATE-NUM
007897             ' IS NOT THE BUSINESS DATE ' VAR-CYCLE-BUSINESS-DATE
007907             ', RUN REFUSED'
007917         MOVE 12 TO RETURN-CODE
007927         STOP RUN
007937     END-IF.
007947     MOVE 0 TO VAR-CYCLE-OWN-SUB.
007957     MOVE SPACES TO VAR-CYCLE-WAITING-STEP.
007967     MOVE 2 TO VAR-CYCLE-SUB.
007977     PERFORM 9820-CHECK-ONE-PRIOR-STEP THRU 9820-EXIT
007987         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
007997     IF VAR-CYCLE-OWN-SUB = 0
008007         DISPLAY 'PAYEDIT - STEP ' VAR-CYCLE-STEP-NAME
008017             ' IS NOT ON THE CYCLE CONTROL FILE, RUN REFUSED'
008027         MOVE 12 TO RETURN-CODE
008037         STOP RUN
008047     END-IF.
008057     IF VAR-CYCLE-WAITING-STEP NOT = SPACES
008067         DISPLAY 'PAYEDIT - STEP ' VAR-CYCLE-WAITING-STEP
008077             ' HAS NOT COMPLETED FOR ' VAR-CYCLE-BUSINESS-DATE
008087             ', RUN REFUSED'
008097         MOVE 12 TO RETURN-CODE
008107         STOP RUN
008117     END-IF.
008127     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
008137         TO CYCLE-CONTROL-RECORD.
008147     IF CYC-STEP-COMPLETE
008157             AND CYC-STEP-DATE = VAR-CYCLE-BUSINESS-DATE
008167             AND NOT CYC-RERUN-AUTHORIZED
008177         DISPLAY 'PAYEDIT - ALREADY COMPLETED FOR '
008187             VAR-CYCLE-BUSINESS-DATE ', RUN REFUSED WITHOUT A '
008197             'RERUN OVERRIDE'
008207         MOVE 12 TO RETURN-CODE
008217         STOP RUN
008227     END-IF.
008237     IF CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
008247         MOVE VAR-CYCLE-BUSINESS-DATE TO CYC-STEP-DATE
008257         MOVE 0 TO CYC-STEP-RUN-COUNT
008267     END-IF.
008277     IF CYC-RERUN-AUTHORIZED
008287         DISPLAY 'PAYEDIT - RERUN AUTHORIZED BY '
008297             CYC-RERUN-OPERATOR ' - ' CYC-RERUN-REASON
008307         SET CYC-RERUN-USED TO TRUE
008317     END-IF.
008327     SET CYC-STEP-RUNNING TO TRUE.
008337     IF CYC-STEP-RUN-COUNT NOT NUMERIC
008347         MOVE 0 TO CYC-STEP-RUN-COUNT
008357     END-IF.
008367     ADD 1 TO CYC-STEP-RUN-COUNT.
008377     MOVE 0 TO CYC-STEP-RETURN-CODE.
008387     ACCEPT VAR-CYCLE-TIME FROM TIME.
008397     MOVE VAR-CYCLE-TIME TO CYC-STEP-START-TIME.
008407     MOVE 0 TO CYC-STEP-END-TIME.
008417     MOVE CYCLE-CONTROL-RECORD
008427         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
008437     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
008447 9800-EXIT.
008457     EXIT.
008467
008477*----------------------------------------------------------------
008487* 9810-LOAD-CYCLE-CONTROL
008497* READS THE WHOLE CYCLE CONTROL FILE INTO THE TABLE.  THE LOADED
008507* SWITCH IS SET ONLY WHEN THE FILE WAS READ CLEANLY TO
008517* THE END; THE CALLER DECIDES WHAT ANYTHING ELSE MEANS.
008527*----------------------------------------------------------------
008537 9810-LOAD-CYCLE-CONTROL.
008547     MOVE 0 TO VAR-CYCLE-COUNT.
008557     SET VAR-CYCLE-NOT-LOADED TO TRUE.
008567     OPEN INPUT CYCLE-CONTROL-FILE.
008577     IF NOT VAR-CYCLCTL-OK
008587         GO TO 9810-EXIT
008597     END-IF.
008607     PERFORM 9815-LOAD-ONE-CYCLE-RECORD THRU 9815-EXIT
008617         UNTIL NOT VAR-CYCLCTL-OK.
008627     IF VAR-CYCLCTL-EOF
008637         SET VAR-CYCLE-LOADED TO TRUE
008647     END-IF.
008657     CLOSE CYCLE-CONTROL-FILE.
008667 9810-EXIT.
008677     EXIT.
008687
008697*----------------------------------------------------------------
008707* 9815-LOAD-ONE-CYCLE-RECORD
008717* A FILE LONGER THAN THE TABLE CANNOT BE REWRITTEN WITHOUT LOSING
008727* RECORDS, SO IT STOPS THE JOB RATHER THAN BEING TRUNCATED.
008737*----------------------------------------------------------------
008747 9815-LOAD-ONE-CYCLE-RECORD.
008757     READ CYCLE-CONTROL-FILE
008767         AT END
008777             MOVE '10' TO VAR-CYCLCTL-STATUS
008787     END-READ.
008797     IF NOT VAR-CYCLCTL-OK
008807         GO TO 9815-EXIT
008817     END-IF.
008827     IF VAR-CYCLE-COUNT NOT < VAR-CYCLE-MAX
008837         DISPLAY 'PAYEDIT - CYCLE CONTROL FILE HAS MORE RECORDS '
008847             'THAN THE PROGRAM HOLDS'
008857         MOVE 16 TO RETURN-CODE
008867         STOP RUN
008877     END-IF.
008887     ADD 1 TO VAR-CYCLE-COUNT.
008897     MOVE CYCLE-CONTROL-IMAGE
008907         TO VAR-CYCLE-ENTRY (VAR-CYCLE-COUNT).
008917 9815-EXIT.
008927     EXIT.
008937
008947*----------------------------------------------------------------
008957* 9820-CHECK-ONE-PRIOR-STEP
008967* THE STEP RECORDS ARE KEPT IN RUN ORDER, SO EVERY STEP RECORD
008977* AHEAD OF THIS STEP'S OWN MUST BE COMPLETE FOR THE BUSINESS
008987* DATE.  THE FIRST ONE THAT IS NOT IS KEPT FOR THE REFUSAL
008997* MESSAGE.  FINDING THIS STEP'S OWN RECORD ENDS THE SCAN.
009007*----------------------------------------------------------------
009017 9820-CHECK-ONE-PRIOR-STEP.
009027     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
009037     IF NOT CYC-STEP-RECORD
009047         GO TO 9820-NEXT
009057     END-IF.
009067     IF CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
009077         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
009087         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
009097         GO TO 9820-NEXT
009107     END-IF.
009117     IF VAR-CYCLE-WAITING-STEP = SPACES
009127         IF NOT CYC-STEP-COMPLETE
009137                 OR CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
009147             MOVE CYC-STEP-NAME TO VAR-CYCLE-WAITING-STEP
009157         END-IF
009167     END-IF.
009177 9820-NEXT.
009187     ADD 1 TO VAR-CYCLE-SUB.
009197 9820-EXIT.
009207     EXIT.
009217
009227*----------------------------------------------------------------
009237* 9830-REWRITE-CYCLE-CONTROL
009247* WRITES THE TABLE BACK OUT AS THE NEW CYCLE CONTROL FILE.
009257*----------------------------------------------------------------
009267 9830-REWRITE-CYCLE-CONTROL.
009277     OPEN OUTPUT CYCLE-CONTROL-FILE.
009287     IF NOT VAR-CYCLCTL-OK
009297         DISPLAY 'PAYEDIT - UNABLE TO REWRITE CYCLE CONTROL, '
009307             'STATUS = ' VAR-CYCLCTL-STATUS
009317         MOVE 16 TO RETURN-CODE
009327         STOP RUN
009337     END-IF.
009347     MOVE 1 TO VAR-CYCLE-SUB.
009357     PERFORM 9835-WRITE-ONE-CYCLE-RECORD THRU 9835-EXIT
009367         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
009377     CLOSE CYCLE-CONTROL-FILE.
009387 9830-EXIT.
009397     EXIT.
009407
009417 9835-WRITE-ONE-CYCLE-RECORD.
009427     WRITE CYCLE-CONTROL-IMAGE
009437         FROM VAR-CYCLE-ENTRY (VAR-CYCLE-SUB).
009447     ADD 1 TO VAR-CYCLE-SUB.
009457 9835-EXIT.
009467     EXIT.
009477
009487*----------------------------------------------------------------
009497* 9850-POST-CYCLE-CONTROL
009507* RECORDS HOW THE STEP ENDED.  THE FILE IS READ AGAIN RATHER THAN
009517* TRUSTED FROM THE START OF THE RUN, SO AN OVERRIDE POSTED FOR
009527* ANOTHER STEP MEANWHILE IS NOT LOST.  A RUN THAT GETS HERE WITH A
009537* RETURN CODE BELOW 16 RAN TO ITS END AND ITS OUTPUT STANDS, SO
009547* THE STEP IS COMPLETE - A WARNING CODE STILL REACHES THE
009557* SCHEDULER AS SET.  16 MARKS THE STEP FAILED.
009567*----------------------------------------------------------------
009577 9850-POST-CYCLE-CONTROL.
009587     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
009597     IF VAR-CYCLE-NOT-LOADED
009607         DISPLAY 'PAYEDIT - UNABLE TO RELOAD CYCLE CONTROL, '
009617             'STATUS = ' VAR-CYCLCTL-STATUS
009627         MOVE 16 TO RETURN-CODE
009637         STOP RUN
009647     END-IF.
009657     MOVE 0 TO VAR-CYCLE-OWN-SUB.
009667     MOVE 1 TO VAR-CYCLE-SUB.
009677     PERFORM 9860-FIND-OWN-STEP THRU 9860-EXIT
009687         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
009697     IF VAR-CYCLE-OWN-SUB = 0
009707         DISPLAY 'PAYEDIT - STEP ' VAR-CYCLE-STEP-NAME
009717             ' HAS GONE FROM THE CYCLE CONTROL FILE'
009727         MOVE 16 TO RETURN-CODE
009737         STOP RUN
009747     END-IF.
009757     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
009767         TO CYCLE-CONTROL-RECORD.
009777     IF RETURN-CODE < 16
009787         SET CYC-STEP-COMPLETE TO TRUE
009797     ELSE
009807         SET CYC-STEP-FAILED TO TRUE
009817     END-IF.
009827     MOVE RETURN-CODE TO CYC-STEP-RETURN-CODE.
009837     ACCEPT VAR-CYCLE-TIME FROM TIME.
009847     MOVE VAR-CYCLE-TIME TO CYC-STEP-END-TIME.
009857     MOVE CYCLE-CONTROL-RECORD
009867         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
009877     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
009887 9850-EXIT.
009897     EXIT.
009907
009917 9860-FIND-OWN-STEP.
009927     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
009937     IF CYC-STEP-RECORD
009947             AND CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
009957         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
009967         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
009977     END-IF.
009987     ADD 1 TO VAR-CYCLE-SUB.
009997 9860-EXIT.
010007     EXIT.
