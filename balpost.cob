000220*                 LISTED ON THE POSTING REPORT SO THE CASH
000230*                 OFFICE CAN CHASE IT, AND THE AMOUNT POSTED
000240*                 JOINS THE CONTROL TOTALS FOR BALANCING.
000242* 2026-10-15 CJH  EVERY PAYMENT POSTED NOW ALSO WRITES A DATED
000243*                 PAYMENT LINE TO THE DAY'S LEDGER JOURNAL,
000244*                 CARRYING THE CREDIT AND THE BALANCE IT LEFT,
000245*                 FOR THE STATEMENT ACTIVITY LINES AND THE
000246*                 PERMANENT JOURNAL HISTORY.
000247* 2026-10-15 CJH  THE PAYMENT JOURNAL LINE NOW CARRIES THE DUE
000248*                 DATE THE PAYMENT SETTLED, SO A RETURNED PAYMENT
000249*                 CAN REOPEN THE RIGHT INSTALLMENT.
000250* 2026-10-15 CJH  THE RUN NOW TOTALS THE AMOUNT READ, THE AMOUNT
000251*                 LEFT WITH NO LEDGER RECORD AND THE LEDGER
000252*                 BALANCE BEFORE AND AFTER POSTING, AND LEAVES
000253*                 THEM ON A CONTROL-TOTAL RECORD FOR THE
000254*                 END-OF-DAY CASH PROOF.
000255* 2026-10-15 CJH  THE PAYMENT JOURNAL LINE NOW CARRIES THE PAYING
000256*                 BRANCH FOR THE GENERAL-LEDGER INTERFACE.
000257* 2026-10-15 CJH  CHECKS THE NIGHTLY CYCLE CONTROL FILE BEFORE
000258*                 ANY WORK IS DONE AND REFUSES, WITH RETURN CODE
000259*                 12, TO RUN FOR ANY DATE BUT THE BUSINESS DATE,
000260*                 AHEAD OF AN EARLIER STEP, OR A SECOND TIME FOR A
000261*                 DATE ALREADY COMPLETED WITHOUT A RERUN OVERRIDE.
000262*                 THE STEP IS POSTED COMPLETE OR FAILED AT THE END
000263*                 OF THE RUN.  THE PARAMETER CARD IS NOW READ
000264*                 FIRST.
000265* 2026-10-15 CJH  THE DAY'S JOURNAL IS NO LONGER ADDED TO IN
000266*                 PLACE.  THE JOURNAL AS THE DAY'S EARLIER STEPS
000268*                 LEFT IT IS CARRIED FORWARD INTO A NEW DAY'S
000269*                 JOURNAL, LESS ANY PAYMENT LINES THIS STEP
000271*                 ALREADY WROTE FOR THE RUN DATE, AND THE RUN'S
000272*                 OWN LINES FOLLOW - SO A RERUN REPLACES ITS
000274*                 LINES INSTEAD OF JOURNALLING THEM TWICE.
000275*----------------------------------------------------------------
000277
000278 ENVIRONMENT DIVISION.
000280
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000470     SELECT POSTING-REPORT-FILE ASSIGN TO POSTRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS VAR-POSTRPT-STATUS.
000492
000494     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000496         ORGANIZATION IS SEQUENTIAL
000498         FILE STATUS IS VAR-CYCLCTL-STATUS.
000500
000510     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000520         ORGANIZATION IS SEQUENTIAL
000522         FILE STATUS IS VAR-PARMCARD-STATUS.
000524
000526     SELECT PRIOR-JOURNAL-FILE ASSIGN TO OLDJRNL
000528         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS VAR-OLDJRNL-STATUS.
000532
000534     SELECT DAILY-JOURNAL-FILE ASSIGN TO DAYJRNL
000536         ORGANIZATION IS SEQUENTIAL
000538         FILE STATUS IS VAR-DAYJRNL-STATUS.
000539
000540     SELECT CONTROL-TOTAL-FILE ASSIGN TO BALPCTL
000541         ORGANIZATION IS SEQUENTIAL
000542         FILE STATUS IS VAR-BALPCTL-STATUS.
000546
000550 DATA DIVISION.
000560 FILE SECTION.
000570
000890 FD  PARAMETER-CARD-FILE
000900     RECORD CONTAINS 80 CHARACTERS
000910     LABEL RECORDS ARE STANDARD.
000911 01  PARAMETER-CARD-IMAGE           PIC X(80).
000912
000914*PRIOR DAY'S JOURNAL - THE JOURNAL AS THE DAY'S EARLIER POSTING
000915*STEPS LEFT IT, CARRIED FORWARD INTO THE NEW ONE.
000917 FD  PRIOR-JOURNAL-FILE
000918     RECORD CONTAINS 80 CHARACTERS
000919     LABEL RECORDS ARE STANDARD.
000921 01  PRIOR-JOURNAL-RECORD           PIC X(80).
000922
000924*DAY'S LEDGER JOURNAL - THE PRIOR JOURNAL CARRIED FORWARD, THEN
000926*ONE PAYMENT LINE PER PAYMENT POSTED.
000928 FD  DAILY-JOURNAL-FILE
000930     RECORD CONTAINS 80 CHARACTERS
000932     LABEL RECORDS ARE STANDARD.
000934 01  DAILY-JOURNAL-RECORD           PIC X(80).
000935
000936*CONTROL TOTALS - ONE RECORD FOR THE END-OF-DAY CASH PROOF.
000937 FD  CONTROL-TOTAL-FILE
000938     RECORD CONTAINS 80 CHARACTERS
000939     LABEL RECORDS ARE STANDARD.
000940 01  CONTROL-TOTAL-OUTPUT-RECORD    PIC X(80).
000941
000943*CYCLE CONTROL - CHECKED BEFORE ANY WORK IS DONE; THIS STEP'S
000945*RECORD IS MARKED RUNNING AT THE START AND COMPLETE OR FAILED AT
000946*THE END.
000948 FD  CYCLE-CONTROL-FILE
000950     RECORD CONTAINS 80 CHARACTERS
000951     LABEL RECORDS ARE STANDARD.
000953 01  CYCLE-CONTROL-IMAGE            PIC X(80).
000955
000956 WORKING-STORAGE SECTION.
000958
000960*----------------------------------------------------------------
000970* BALANCE LEDGER RECORD WORKING COPY
000980*----------------------------------------------------------------
001070* PARAMETER CARD WORKING COPY
001080*----------------------------------------------------------------
001090 COPY PARMCARD.
001091
001092*----------------------------------------------------------------
001093* CYCLE CONTROL WORKING COPY - THE WHOLE FILE IS HELD IN THE
001094* TABLE BELOW WHILE THIS STEP'S RECORD IS UPDATED.
001095*----------------------------------------------------------------
001096 COPY CYCLREC.
001097
001098 01  VAR-CYCLCTL-STATUS        PIC X(02) VALUE '00'.
001099     88  VAR-CYCLCTL-OK                   VALUE '00'.
001100     88  VAR-CYCLCTL-EOF                  VALUE '10'.
001101 01  VAR-CYCLE-LOAD-SWITCH      PIC X(01) VALUE 'N'.
001102     88  VAR-CYCLE-LOADED                 VALUE 'Y'.
001103     88  VAR-CYCLE-NOT-LOADED             VALUE 'N'.
001104 01  VAR-CYCLE-STEP-NAME        PIC X(08) VALUE 'BALPOST '.
001105 01  VAR-CYCLE-MAX              PIC 9(03) COMP VALUE 50.
001106 01  VAR-CYCLE-COUNT            PIC 9(03) COMP VALUE 0.
001107 01  VAR-CYCLE-SUB              PIC 9(03) COMP VALUE 0.
001108 01  VAR-CYCLE-OWN-SUB          PIC 9(03) COMP VALUE 0.
001109 01  VAR-CYCLE-BUSINESS-DATE    PIC 9(08) VALUE 0.
001110 01  VAR-CYCLE-WAITING-STEP     PIC X(08) VALUE SPACES.
001111 01  VAR-CYCLE-TIME             PIC 9(08) VALUE 0.
001112 01  VAR-CYCLE-TABLE.
001113     05  VAR-CYCLE-ENTRY            PIC X(80) OCCURS 50 TIMES.
001114
001115*----------------------------------------------------------------
001116* LEDGER JOURNAL RECORD WORKING COPY
001117*----------------------------------------------------------------
001119 COPY JRNLREC.
001120
001121*----------------------------------------------------------------
001122* CASH CONTROL-TOTAL RECORD WORKING COPY
001123*----------------------------------------------------------------
001125 COPY CTLTREC.
001126
001127 01  VAR-OLDBAL-STATUS         PIC X(02) VALUE '00'.
001128     88  VAR-OLDBAL-OK                    VALUE '00'.
001130     88  VAR-OLDBAL-EOF                   VALUE '10'.
001140 01  VAR-NEWBAL-STATUS         PIC X(02) VALUE '00'.
001150     88  VAR-NEWBAL-OK                    VALUE '00'.
001200     88  VAR-POSTRPT-OK                   VALUE '00'.
001210 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
001220     88  VAR-PARMCARD-OK                  VALUE '00'.
001222 01  VAR-DAYJRNL-STATUS        PIC X(02) VALUE '00'.
001224     88  VAR-DAYJRNL-OK                   VALUE '00'.
001226     88  VAR-DAYJRNL-MISSING              VALUE '35'.
001227 01  VAR-OLDJRNL-STATUS        PIC X(02) VALUE '00'.
001229     88  VAR-OLDJRNL-OK                   VALUE '00'.
001231     88  VAR-OLDJRNL-EOF                  VALUE '10'.
001233     88  VAR-OLDJRNL-MISSING              VALUE '35'.
001234 01  VAR-BALPCTL-STATUS        PIC X(02) VALUE '00'.
001236     88  VAR-BALPCTL-OK                   VALUE '00'.
001238
001240*----------------------------------------------------------------
001250* MERGE KEYS - FLOODED HIGH AT END OF THE OWNING FILE SO THE
001260* OTHER SIDE DRAINS NATURALLY, THE SAME AS THE DELINQUENCY
001370 01  VAR-PAYM-POSTED-COUNT      PIC 9(07) COMP VALUE 0.
001380 01  VAR-PAYM-UNMATCHED-COUNT   PIC 9(07) COMP VALUE 0.
001390 01  VAR-LEDGER-WRITTEN-COUNT   PIC 9(07) COMP VALUE 0.
001392 01  VAR-AMOUNT-POSTED          PIC S9(09)V99 VALUE 0.
001395 01  VAR-JOURNAL-LINES-WRITTEN  PIC 9(07) COMP VALUE 0.
001397 01  VAR-JOURNAL-CARRIED-COUNT  PIC 9(07) COMP VALUE 0.
001400 01  VAR-JOURNAL-REPLACED-COUNT PIC 9(07) COMP VALUE 0.
001403 01  VAR-AMOUNT-READ            PIC S9(09)V99 VALUE 0.
001405 01  VAR-AMOUNT-UNMATCHED       PIC S9(09)V99 VALUE 0.
001406 01  VAR-LEDGER-BEFORE-TOTAL    PIC S9(09)V99 VALUE 0.
001408 01  VAR-LEDGER-AFTER-TOTAL     PIC S9(09)V99 VALUE 0.
001410
001420*----------------------------------------------------------------
001430* REPORT PAGINATION FIELDS
001940     PERFORM 3000-DRAIN-LEFTOVER-PAYMENTS THRU 3000-EXIT
001950         UNTIL VAR-PAYMFILE-EOF.
001960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001965     PERFORM 9850-POST-CYCLE-CONTROL THRU 9850-EXIT.
001970     STOP RUN.
001980
001990*----------------------------------------------------------------
002020* INPUTS.
002030*----------------------------------------------------------------
002040 1000-INITIALIZE.
002043     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
002046     PERFORM 9800-CHECK-CYCLE-CONTROL THRU 9800-EXIT.
002050     OPEN INPUT OLD-BALANCE-FILE.
002060     IF NOT VAR-OLDBAL-OK
002070         DISPLAY 'BALPOST - UNABLE TO OPEN OLD LEDGER, '
002300         MOVE 16 TO RETURN-CODE
002310         STOP RUN
002320     END-IF.
002333     PERFORM 1300-CARRY-DAY-JOURNAL THRU 1300-EXIT.
002347     OPEN OUTPUT CONTROL-TOTAL-FILE.
002348     IF NOT VAR-BALPCTL-OK
002349         DISPLAY 'BALPOST - UNABLE TO OPEN CONTROL TOTALS, '
002350             'STATUS = ' VAR-BALPCTL-STATUS
002351         MOVE 16 TO RETURN-CODE
002352         STOP RUN
002353     END-IF.
002355     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
002357     PERFORM 8100-READ-OLD-LEDGER THRU 8100-EXIT.
002360     PERFORM 8200-READ-PAYMENT THRU 8200-EXIT.
002370 1000-EXIT.
002380     EXIT.
002580         ACCEPT VAR-SYSTEM-DATE FROM DATE YYYYMMDD
002590         MOVE VAR-SYSTEM-DATE(1:4) TO PARM-RUN-YYYY
002600         MOVE VAR-SYSTEM-DATE(5:2) TO PARM-RUN-MM
002601         MOVE VAR-SYSTEM-DATE(7:2) TO PARM-RUN-DD
002602     END-IF.
002603 1200-EXIT.
002604     EXIT.
002605
002606*----------------------------------------------------------------
002608* 1300-CARRY-DAY-JOURNAL
002609* STARTS THE NEW DAY'S JOURNAL WITH EVERYTHING THE DAY'S EARLIER
002610* POSTING STEPS JOURNALLED, EXCEPT PAYMENT LINES THIS STEP
002611* ALREADY WROTE FOR THE RUN DATE - A RERUN POSTS THE LEDGER
002612* AFRESH FROM THE OLD LEDGER, SO ITS LINES REPLACE THE EARLIER
002613* RUN'S RATHER THAN JOIN THEM.  NO PRIOR JOURNAL MEANS THIS IS
002614* THE DAY'S FIRST POSTING.
002616*----------------------------------------------------------------
002617 1300-CARRY-DAY-JOURNAL.
002618     OPEN OUTPUT DAILY-JOURNAL-FILE.
002619     IF NOT VAR-DAYJRNL-OK
002620         DISPLAY 'BALPOST - UNABLE TO OPEN DAY JOURNAL, '
002621             'STATUS = ' VAR-DAYJRNL-STATUS
002623         MOVE 16 TO RETURN-CODE
002624         STOP RUN
002625     END-IF.
002626     OPEN INPUT PRIOR-JOURNAL-FILE.
002627     IF VAR-OLDJRNL-MISSING
002628         GO TO 1300-EXIT
002629     END-IF.
002631     IF NOT VAR-OLDJRNL-OK
002632         DISPLAY 'BALPOST - UNABLE TO OPEN PRIOR DAY JOURNAL, '
002633             'STATUS = ' VAR-OLDJRNL-STATUS
002634         MOVE 16 TO RETURN-CODE
002635         STOP RUN
002636     END-IF.
002638     PERFORM 8300-READ-PRIOR-JOURNAL THRU 8300-EXIT.
002639     PERFORM 1310-CARRY-ONE-LINE THRU 1310-EXIT
002640         UNTIL VAR-OLDJRNL-EOF.
002641     CLOSE PRIOR-JOURNAL-FILE.
002642 1300-EXIT.
002643     EXIT.
002644
002646 1310-CARRY-ONE-LINE.
002647     IF JRNL-SOURCE = 'BALPOST '
002648             AND JRNL-POST-DATE = PARM-RUN-DATE-NUM
002649         ADD 1 TO VAR-JOURNAL-REPLACED-COUNT
002650     ELSE
002651         WRITE DAILY-JOURNAL-RECORD FROM JOURNAL-RECORD
002653         ADD 1 TO VAR-JOURNAL-CARRIED-COUNT
002654     END-IF.
002655     PERFORM 8300-READ-PRIOR-JOURNAL THRU 8300-EXIT.
002656 1310-EXIT.
002657     EXIT.
002658
002660*----------------------------------------------------------------
002670* 1500-WRITE-REPORT-HEADINGS
002680* PRINTS THE PAGE HEADING AND RESETS THE LINE COUNTER.
002880         UNTIL VAR-PAY-KEY >= VAR-LEDGER-KEY.
002890     PERFORM 2200-POST-ONE-PAYMENT THRU 2200-EXIT
002900         UNTIL VAR-PAY-KEY NOT = VAR-LEDGER-KEY.
002905     ADD BAL-BALANCE TO VAR-LEDGER-AFTER-TOTAL.
002910     MOVE BALANCE-RECORD TO NEW-BALANCE-FILE-RECORD.
002920     WRITE NEW-BALANCE-FILE-RECORD.
002930     ADD 1 TO VAR-LEDGER-WRITTEN-COUNT.
003160         AFTER ADVANCING 1 LINE.
003170     ADD 1 TO VAR-LINE-COUNT.
003180     ADD 1 TO VAR-PAYM-UNMATCHED-COUNT.
003185     ADD PAY-AMOUNT TO VAR-AMOUNT-UNMATCHED.
003190 2150-EXIT.
003200     EXIT.
003210
003230* 2200-POST-ONE-PAYMENT
003240* ONE PAYMENT AGAINST THE LEDGER RECORD IN HAND: THE BALANCE
003250* COMES DOWN BY THE PAYMENT AMOUNT AND THE LAST-PAYMENT FIELDS
003260* ARE STAMPED FROM THE PAYMENT ITSELF.  THE CREDIT GOES TO THE
003262* DAY'S JOURNAL ALONG WITH THE BALANCE IT LEFT.
003270*----------------------------------------------------------------
003280 2200-POST-ONE-PAYMENT.
003290     SUBTRACT PAY-AMOUNT FROM BAL-BALANCE.
003310     MOVE PAY-AMOUNT TO BAL-LAST-PAY-AMOUNT.
003320     ADD PAY-AMOUNT TO VAR-AMOUNT-POSTED.
003330     ADD 1 TO VAR-PAYM-POSTED-COUNT.
003332     PERFORM 2250-WRITE-JOURNAL-LINE THRU 2250-EXIT.
003340     PERFORM 8200-READ-PAYMENT THRU 8200-EXIT.
003350 2200-EXIT.
003360     EXIT.
003362
003364 2250-WRITE-JOURNAL-LINE.
003366     MOVE SPACES TO JOURNAL-RECORD.
003368     MOVE BAL-CUST-ID TO JRNL-CUST-ID.
003370     MOVE PARM-RUN-DATE-NUM TO JRNL-POST-DATE.
003372     SET JRNL-PAYMENT TO TRUE.
003374     COMPUTE JRNL-AMOUNT = 0 - PAY-AMOUNT.
003376     MOVE BAL-BALANCE TO JRNL-BALANCE-AFTER.
003378     MOVE PAY-DATE TO JRNL-EFFECTIVE-DATE.
003380     MOVE 'BALPOST ' TO JRNL-SOURCE.
003381     MOVE PAY-DUE-DATE TO JRNL-DUE-DATE.
003382     MOVE PAY-BRANCH-ID TO JRNL-BRANCH-ID.
003383     WRITE DAILY-JOURNAL-RECORD FROM JOURNAL-RECORD.
003384     ADD 1 TO VAR-JOURNAL-LINES-WRITTEN.
003386 2250-EXIT.
003387     EXIT.
003388
003389*----------------------------------------------------------------
003390* 3000-DRAIN-LEFTOVER-PAYMENTS
003400* PAYMENTS STILL ON FILE ONCE THE LEDGER HAS DRAINED MATCH
003410* NOTHING AT ALL.
003570     END-READ.
003580     IF NOT VAR-OLDBAL-EOF
003590         ADD 1 TO VAR-LEDGER-READ-COUNT
003595         ADD BAL-BALANCE TO VAR-LEDGER-BEFORE-TOTAL
003600         MOVE BAL-CUST-ID TO VAR-LEDGER-KEY
003610     END-IF.
003620 8100-EXIT.
003730     END-READ.
003740     IF NOT VAR-PAYMFILE-EOF
003750         ADD 1 TO VAR-PAYM-READ-COUNT
003755         ADD PAY-AMOUNT TO VAR-AMOUNT-READ
003760         MOVE PAY-CUST-ID TO VAR-PAY-KEY
003770     END-IF.
003780 8200-EXIT.
003790     EXIT.
003791
003793*----------------------------------------------------------------
003794* 8300-READ-PRIOR-JOURNAL
003796*----------------------------------------------------------------
003797 8300-READ-PRIOR-JOURNAL.
003799     READ PRIOR-JOURNAL-FILE INTO JOURNAL-RECORD
003800         AT END
003802             MOVE '10' TO VAR-OLDJRNL-STATUS
003803     END-READ.
003805 8300-EXIT.
003806     EXIT.
003808
003810*----------------------------------------------------------------
003820* 9000-TERMINATE
003830* PRINTS THE CONTROL-TOTAL SUMMARY AND CLOSES EVERYTHING DOWN.
004020     MOVE 'LEDGER OUT ......  ' TO TOT-CAPTION.
004030     MOVE VAR-LEDGER-WRITTEN-COUNT TO TOT-VALUE.
004040     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
004042     MOVE 'JOURNAL LINES ...  ' TO TOT-CAPTION.
004044     MOVE VAR-JOURNAL-LINES-WRITTEN TO TOT-VALUE.
004046     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
004047     MOVE 'JOURNAL CARRIED .  ' TO TOT-CAPTION.
004049     MOVE VAR-JOURNAL-CARRIED-COUNT TO TOT-VALUE.
004051     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
004053     MOVE 'JOURNAL REPLACED   ' TO TOT-CAPTION.
004054     MOVE VAR-JOURNAL-REPLACED-COUNT TO TOT-VALUE.
004056     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
004058     MOVE 'AMOUNT POSTED ...  ' TO TOT-AMT-CAPTION.
004060     MOVE VAR-AMOUNT-POSTED TO TOT-AMT-VALUE.
004070     WRITE POSTING-REPORT-LINE FROM VAR-TOTALS-AMT-DETAIL
004080         AFTER ADVANCING 1 LINE.
004081     MOVE 'AMOUNT READ .....  ' TO TOT-AMT-CAPTION.
004082     MOVE VAR-AMOUNT-READ TO TOT-AMT-VALUE.
004083     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
004084     MOVE 'AMOUNT UNMATCHED   ' TO TOT-AMT-CAPTION.
004085     MOVE VAR-AMOUNT-UNMATCHED TO TOT-AMT-VALUE.
004086     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
004087     MOVE 'LEDGER BEFORE ...  ' TO TOT-AMT-CAPTION.
004088     MOVE VAR-LEDGER-BEFORE-TOTAL TO TOT-AMT-VALUE.
004089     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
004090     MOVE 'LEDGER AFTER ....  ' TO TOT-AMT-CAPTION.
004091     MOVE VAR-LEDGER-AFTER-TOTAL TO TOT-AMT-VALUE.
004092     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
004093     PERFORM 9200-WRITE-CONTROL-TOTALS THRU 9200-EXIT.
004096     CLOSE OLD-BALANCE-FILE
004100           PAYMENTS-FILE
004110           NEW-BALANCE-FILE
004120           POSTING-REPORT-FILE
004125           DAILY-JOURNAL-FILE
004127           CONTROL-TOTAL-FILE.
004130 9000-EXIT.
004140     EXIT.
004150
004180         AFTER ADVANCING 1 LINE.
004190 9100-EXIT.
004200     EXIT.
004201
004202 9150-WRITE-AMOUNT-LINE.
004203     WRITE POSTING-REPORT-LINE FROM VAR-TOTALS-AMT-DETAIL
004204         AFTER ADVANCING 1 LINE.
004205 9150-EXIT.
004206     EXIT.
004207
004208*----------------------------------------------------------------
004209* 9200-WRITE-CONTROL-TOTALS
004210* THE PAYMENTS READ MUST EQUAL POSTED PLUS UNMATCHED, AND THE
004211* LEDGER BEFORE LESS THE AMOUNT POSTED MUST EQUAL THE LEDGER
004212* AFTER.  THE CASH PROOF MAKES BOTH TESTS FROM THIS RECORD.
004213*----------------------------------------------------------------
004214 9200-WRITE-CONTROL-TOTALS.
004215     MOVE SPACES TO CONTROL-TOTAL-RECORD.
004216     SET CTL-FROM-BALPOST TO TRUE.
004217     MOVE PARM-RUN-DATE-NUM TO CTL-RUN-DATE.
004218     MOVE VAR-PAYM-READ-COUNT TO CTL-ITEM-COUNT.
004219     MOVE VAR-AMOUNT-READ TO CTL-BP-PAYMENTS-IN.
004220     MOVE VAR-AMOUNT-POSTED TO CTL-BP-POSTED.
004221     MOVE VAR-AMOUNT-UNMATCHED TO CTL-BP-UNMATCHED.
004222     MOVE VAR-LEDGER-BEFORE-TOTAL TO CTL-BP-LEDGER-BEFORE.
004223     MOVE VAR-LEDGER-AFTER-TOTAL TO CTL-BP-LEDGER-AFTER.
004224     WRITE CONTROL-TOTAL-OUTPUT-RECORD FROM CONTROL-TOTAL-RECORD.
004225 9200-EXIT.
004226     EXIT.
004236
004246*----------------------------------------------------------------
004256* 9800-CHECK-CYCLE-CONTROL
004266* THE NIGHTLY STREAM RUNS IN A FIXED ORDER AGAINST THE ONE
004276* BUSINESS DATE ON THE CYCLE CONTROL FILE.  THIS STEP REFUSES TO
004286* START - BEFORE A SINGLE FILE IS OPENED - WHEN THE CONTROL FILE
004296* IS MISSING OR CARRIES NO BUSINESS DATE, WHEN THE PARAMETER CARD
004306* IS FOR ANOTHER DATE, WHEN A STEP AHEAD OF IT HAS NOT COMPLETED
004316* FOR THE DATE, OR WHEN IT HAS ALREADY COMPLETED FOR THE DATE AND
004326* NO RERUN HAS BEEN AUTHORIZED.  A REFUSAL ENDS WITH RETURN CODE
004336* 12 SO THE SCHEDULER CAN TELL IT FROM A FAILURE.  OTHERWISE THE
004346* STEP IS MARKED RUNNING AND ANY RERUN AUTHORITY IS USED UP.
004356*----------------------------------------------------------------
004366 9800-CHECK-CYCLE-CONTROL.
004376     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
004386     IF VAR-CYCLE-NOT-LOADED
004396         DISPLAY 'BALPOST - NO CYCLE CONTROL FILE, RUN REFUSED, '
004406             'STATUS = ' VAR-CYCLCTL-STATUS
004416         MOVE 12 TO RETURN-CODE
004426         STOP RUN
004436     END-IF.
004446     MOVE 0 TO VAR-CYCLE-BUSINESS-DATE.
004456     IF VAR-CYCLE-COUNT > 0
004466         MOVE VAR-CYCLE-ENTRY (1) TO CYCLE-CONTROL-RECORD
004476         IF CYC-DATE-RECORD AND CYC-BUSINESS-DATE NUMERIC
004486             MOVE CYC-BUSINESS-DATE TO VAR-CYCLE-BUSINESS-DATE
004496         END-IF
004506     END-IF.
004516     IF VAR-CYCLE-BUSINESS-DATE = 0
004526         DISPLAY 'BALPOST - CYCLE CONTROL FILE HAS NO BUSINESS '
004536             'DATE, RUN REFUSED'
004546         MOVE 12 TO RETURN-CODE
004556         STOP RUN
004566     END-IF.
004576     IF PARM-RUN-DATE-NUM NOT = VAR-CYCLE-BUSINESS-DATE
004586         DISPLAY 'BALPOST - RUN DATE ' PARM-RUN-DATE-NUM
004596             ' IS NOT THE BUSINESS DATE ' VAR-CYCLE-BUSINESS-DATE
004606             ', RUN REFUSED'
004616         MOVE 12 TO RETURN-CODE
004626         STOP RUN
004636     END-IF.
004646     MOVE 0 TO VAR-CYCLE-OWN-SUB.
004656     MOVE SPACES TO VAR-CYCLE-WAITING-STEP.
004666     MOVE 2 TO VAR-CYCLE-SUB.
004676     PERFORM 9820-CHECK-ONE-PRIOR-STEP THRU 9820-EXIT
004686         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
004696     IF VAR-CYCLE-OWN-SUB = 0
004706         DISPLAY 'BALPOST - STEP ' VAR-CYCLE-STEP-NAME
004716             ' IS NOT ON THE CYCLE CONTROL FILE, RUN REFUSED'
004726         MOVE 12 TO RETURN-CODE
004736         STOP RUN
004746     END-IF.
004756     IF VAR-CYCLE-WAITING-STEP NOT = SPACES
004766         DISPLAY 'BALPOST - STEP ' VAR-CYCLE-WAITING-STEP
004776             ' HAS NOT COMPLETED FOR ' VAR-CYCLE-BUSINESS-DATE
004786             ', RUN REFUSED'
004796         MOVE 12 TO RETURN-CODE
004806         STOP RUN
004816     END-IF.
004826     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
004836         TO CYCLE-CONTROL-RECORD.
004846     IF CYC-STEP-COMPLETE
004856             AND CYC-STEP-DATE = VAR-CYCLE-BUSINESS-DATE
004866             AND NOT CYC-RERUN-AUTHORIZED
004876         DISPLAY 'BALPOST - ALREADY COMPLETED FOR '
004886             VAR-CYCLE-BUSINESS-DATE ', RUN REFUSED WITHOUT A '
004896             'RERUN OVERRIDE'
004906         MOVE 12 TO RETURN-CODE
004916         STOP RUN
004926     END-IF.
004936     IF CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
004946         MOVE VAR-CYCLE-BUSINESS-DATE TO CYC-STEP-DATE
004956         MOVE 0 TO CYC-STEP-RUN-COUNT
004966     END-IF.
004976     IF CYC-RERUN-AUTHORIZED
004986         DISPLAY 'BALPOST - RERUN AUTHORIZED BY '
004996             CYC-RERUN-OPERATOR ' - ' CYC-RERUN-REASON
005006         SET CYC-RERUN-USED TO TRUE
005016     END-IF.
005026     SET CYC-STEP-RUNNING TO TRUE.
005036     IF CYC-STEP-RUN-COUNT NOT NUMERIC
005046         MOVE 0 TO CYC-STEP-RUN-COUNT
005056     END-IF.
005066     ADD 1 TO CYC-STEP-RUN-COUNT.
005076     MOVE 0 TO CYC-STEP-RETURN-CODE.
005086     ACCEPT VAR-CYCLE-TIME FROM TIME.
005096     MOVE VAR-CYCLE-TIME TO CYC-STEP-START-TIME.
005106     MOVE 0 TO CYC-STEP-END-TIME.
005116     MOVE CYCLE-CONTROL-RECORD
005126         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
005136     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
005146 9800-EXIT.
005156     EXIT.
005166
005176*----------------------------------------------------------------
005186* 9810-LOAD-CYCLE-CONTROL
005196* READS THE WHOLE CYCLE CONTROL FILE INTO THE TABLE.  THE LOADED
005206* SWITCH IS SET ONLY WHEN THE FILE WAS READ CLEANLY TO
005216* THE END; THE CALLER DECIDES WHAT ANYTHING ELSE MEANS.
005226*----------------------------------------------------------------
005236 9810-LOAD-CYCLE-CONTROL.
005246     MOVE 0 TO VAR-CYCLE-COUNT.
005256     SET VAR-CYCLE-NOT-LOADED TO TRUE.
005266     OPEN INPUT CYCLE-CONTROL-FILE.
005276     IF NOT VAR-CYCLCTL-OK
005286         GO TO 9810-EXIT
005296     END-IF.
005306     PERFORM 9815-LOAD-ONE-CYCLE-RECORD THRU 9815-EXIT
005316         UNTIL NOT VAR-CYCLCTL-OK.
005326     IF VAR-CYCLCTL-EOF
005336         SET VAR-CYCLE-LOADED TO TRUE
005346     END-IF.
005356     CLOSE CYCLE-CONTROL-FILE.
005366 9810-EXIT.
005376     EXIT.
005386
005396*----------------------------------------------------------------
005406* 9815-LOAD-ONE-CYCLE-RECORD
005416* A FILE LONGER THAN THE TABLE CANNOT BE REWRITTEN WITHOUT LOSING
005426* RECORDS, SO IT STOPS THE JOB RATHER THAN BEING TRUNCATED.
005436*----------------------------------------------------------------
005446 9815-LOAD-ONE-CYCLE-RECORD.
005456     READ CYCLE-CONTROL-FILE
005466         AT END
005476             MOVE '10' TO VAR-CYCLCTL-STATUS
005486     END-READ.
005496     IF NOT VAR-CYCLCTL-OK
005506         GO TO 9815-EXIT
005516     END-IF.
005526     IF VAR-CYCLE-COUNT NOT < VAR-CYCLE-MAX
005536         DISPLAY 'BALPOST - CYCLE CONTROL FILE HAS MORE RECORDS '
005546             'THAN THE PROGRAM HOLDS'
005556         MOVE 16 TO RETURN-CODE
005566         STOP RUN
005576     END-IF.
005586     ADD 1 TO VAR-CYCLE-COUNT.
005596     MOVE CYCLE-CONTROL-IMAGE
005606         TO VAR-CYCLE-ENTRY (VAR-CYCLE-COUNT).
005616 9815-EXIT.
005626     EXIT.
005636
005646*----------------------------------------------------------------
005656* 9820-CHECK-ONE-PRIOR-STEP
005666* THE STEP RECORDS ARE KEPT IN RUN ORDER, SO EVERY STEP RECORD
005676* AHEAD OF THIS STEP'S OWN MUST BE COMPLETE FOR THE BUSINESS
005686* DATE.  THE FIRST ONE THAT IS NOT IS KEPT FOR THE REFUSAL
005696* MESSAGE.  FINDING THIS STEP'S OWN RECORD ENDS THE SCAN.
005706*----------------------------------------------------------------
005716 9820-CHECK-ONE-PRIOR-STEP.
005726     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
005736     IF NOT CYC-STEP-RECORD
005746         GO TO 9820-NEXT
005756     END-IF.
005766     IF CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
005776         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
005786         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
005796         GO TO 9820-NEXT
005806     END-IF.
005816     IF VAR-CYCLE-WAITING-STEP = SPACES
005826         IF NOT CYC-STEP-COMPLETE
005836                 OR CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
005846             MOVE CYC-STEP-NAME TO VAR-CYCLE-WAITING-STEP
005856         END-IF
005866     END-IF.
005876 9820-NEXT.
005886     ADD 1 TO VAR-CYCLE-SUB.
005896 9820-EXIT.
005906     EXIT.
005916
005926*----------------------------------------------------------------
005936* 9830-REWRITE-CYCLE-CONTROL
005946* WRITES THE TABLE BACK OUT AS THE NEW CYCLE CONTROL FILE.
005956*----------------------------------------------------------------
005966 9830-REWRITE-CYCLE-CONTROL.
005976     OPEN OUTPUT CYCLE-CONTROL-FILE.
005986     IF NOT VAR-CYCLCTL-OK
005996         DISPLAY 'BALPOST - UNABLE TO REWRITE CYCLE CONTROL, '
006006             'STATUS = ' VAR-CYCLCTL-STATUS
006016         MOVE 16 TO RETURN-CODE
006026         STOP RUN
006036     END-IF.
006046     MOVE 1 TO VAR-CYCLE-SUB.
006056     PERFORM 9835-WRITE-ONE-CYCLE-RECORD THRU 9835-EXIT
006066         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
006076     CLOSE CYCLE-CONTROL-FILE.
006086 9830-EXIT.
006096     EXIT.
006106
006116 9835-WRITE-ONE-CYCLE-RECORD.
006126     WRITE CYCLE-CONTROL-IMAGE
006136         FROM VAR-CYCLE-ENTRY (VAR-CYCLE-SUB).
006146     ADD 1 TO VAR-CYCLE-SUB.
006156 9835-EXIT.
006166     EXIT.
006176
006186*----------------------------------------------------------------
006196* 9850-POST-CYCLE-CONTROL
006206* RECORDS HOW THE STEP ENDED.  THE FILE IS READ AGAIN RATHER THAN
006216* TRUSTED FROM THE START OF THE RUN, SO AN OVERRIDE POSTED FOR
006226* ANOTHER STEP MEANWHILE IS NOT LOST.  A RUN THAT GETS HERE WITH A
006236* RETURN CODE BELOW 16 RAN TO ITS END AND ITS OUTPUT STANDS, SO
006246* THE STEP IS COMPLETE - A WARNING CODE STILL REACHES THE
006256* SCHEDULER AS SET.  16 MARKS THE STEP FAILED.
006266*----------------------------------------------------------------
006276 9850-POST-CYCLE-CONTROL.
006286     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
006296     IF VAR-CYCLE-NOT-LOADED
006306         DISPLAY 'BALPOST - UNABLE TO RELOAD CYCLE CONTROL, '
006316             'STATUS = ' VAR-CYCLCTL-STATUS
006326         MOVE 16 TO RETURN-CODE
006336         STOP RUN
006346     END-IF.
006356     MOVE 0 TO VAR-CYCLE-OWN-SUB.
006366     MOVE 1 TO VAR-CYCLE-SUB.
006376     PERFORM 9860-FIND-OWN-STEP THRU 9860-EXIT
006386         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
006396     IF VAR-CYCLE-OWN-SUB = 0
006406         DISPLAY 'BALPOST - STEP ' VAR-CYCLE-STEP-NAME
006416             ' HAS GONE FROM THE CYCLE CONTROL FILE'
006426         MOVE 16 TO RETURN-CODE
006436         STOP RUN
006446     END-IF.
006456     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
006466         TO CYCLE-CONTROL-RECORD.
006476     IF RETURN-CODE < 16
006486         SET CYC-STEP-COMPLETE TO TRUE
006496     ELSE
006506         SET CYC-STEP-FAILED TO TRUE
006516     END-IF.
006526     MOVE RETURN-CODE TO CYC-STEP-RETURN-CODE.
006536     ACCEPT VAR-CYCLE-TIME FROM TIME.
006546     MOVE VAR-CYCLE-TIME TO CYC-STEP-END-TIME.
006556     MOVE CYCLE-CONTROL-RECORD
006566         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
006576     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
006586 9850-EXIT.
006596     EXIT.
006606
006616 9860-FIND-OWN-STEP.
006626     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
006636     IF CYC-STEP-RECORD
006646             AND CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
006656         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
006666         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
006676     END-IF.
006686     ADD 1 TO VAR-CYCLE-SUB.
006696 9860-EXIT.
006706     EXIT.
