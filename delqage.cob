000272*                 HISTORY JOB CAN CARRY THE AGING RUN OVER RUN,
000273*                 REPORT BUCKET MIGRATION AND BUILD THE
000274*                 COLLECTIONS WORKLIST.
000275* 2026-10-15 CJH  INSTALLMENTS REOPENED BY A RETURNED PAYMENT ARE
000276*                 NOW SORTED IN WITH THE SCHEDULE AND AGED FROM
000277*                 THEIR ORIGINAL DUE DATE.  ONE STILL UNPAID IS
000279*                 CARRIED TO A REOPENED-INSTALLMENT FILE FOR THE
000280*                 NEXT RUN, THE SAME WAY UNMATCHED PAYMENTS ARE
000281*                 CARRIED IN SUSPENSE; A PAYMENT AGAINST ITS DUE
000283*                 DATE SETTLES IT.  NO REOPENED FILE YET MEANS
000284*                 NOTHING IS REOPENED.
000285* 2026-10-15 CJH  THE RUN NOW TOTALS THE AMOUNT OF PAYMENTS READ,
000286*                 APPLIED TO AN INSTALLMENT AND SENT TO SUSPENSE,
000288*                 PRINTS THEM WITH THE AGING SUMMARY AND LEAVES
000289*                 THEM ON A CONTROL-TOTAL RECORD FOR THE
000290*                 END-OF-DAY CASH PROOF.
000292* 2026-10-15 CJH  CHECKS THE NIGHTLY CYCLE CONTROL FILE BEFORE
000293*                 ANY WORK IS DONE AND REFUSES, WITH RETURN CODE
000294*                 12, TO RUN FOR ANY DATE BUT THE BUSINESS DATE,
000295*                 AHEAD OF AN EARLIER STEP, OR A SECOND TIME FOR A
000297*                 DATE ALREADY COMPLETED WITHOUT A RERUN OVERRIDE.
000298*                 THE STEP IS POSTED COMPLETE OR FAILED AT THE END
000299*                 OF THE RUN.  THE PARAMETER CARD IS NOW READ
000301*                 FIRST.
000302*----------------------------------------------------------------
000303
000304 ENVIRONMENT DIVISION.
000306
000307 INPUT-OUTPUT SECTION.
000308 FILE-CONTROL.
000310     SELECT SCHEDULE-FILE ASSIGN TO SCHDFILE
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS VAR-SCHDFILE-STATUS.
000430     SELECT NOTICE-FILE ASSIGN TO PDNOTICE
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS VAR-PDNOTICE-STATUS.
000452
000454     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000456         ORGANIZATION IS SEQUENTIAL
000458         FILE STATUS IS VAR-CYCLCTL-STATUS.
000460
000470     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000480         ORGANIZATION IS SEQUENTIAL
000506     SELECT SNAPSHOT-FILE ASSIGN TO DLQSNAP
000507         ORGANIZATION IS SEQUENTIAL
000508         FILE STATUS IS VAR-DLQSNAP-STATUS.
000509
000510     SELECT REOPENED-FILE ASSIGN TO REOPNIN
000511         ORGANIZATION IS SEQUENTIAL
000512         FILE STATUS IS VAR-REOPNIN-STATUS.
000513
000514     SELECT REOPENED-CARRY-FILE ASSIGN TO REOPNOUT
000515         ORGANIZATION IS SEQUENTIAL
000516         FILE STATUS IS VAR-REOPNOUT-STATUS.
000517
000518     SELECT CONTROL-TOTAL-FILE ASSIGN TO DELQCTL
000519         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS VAR-DELQCTL-STATUS.
000522
000525 DATA DIVISION.
000527 FILE SECTION.
000530
000540*SCHEDULE FILE - THE DUE DATES THE DAILY RUN GENERATED.  THE
000550*DAILY RUN PUTS RECYCLED CUSTOMERS THROUGH AHEAD OF THE MASTER,
000861     RECORD CONTAINS 80 CHARACTERS
000862     LABEL RECORDS ARE STANDARD.
000863 01  SNAPSHOT-OUTPUT-RECORD         PIC X(80).
000864
000865*REOPENED INSTALLMENTS - THOSE RETURNED PAYMENTS PUT BACK ON THE
000866*BOOKS, PLUS THOSE STILL UNPAID FROM EARLIER RUNS.  SORTED IN
000867*WITH THE SCHEDULE.
000868 FD  REOPENED-FILE
000869     RECORD CONTAINS 80 CHARACTERS
000870     LABEL RECORDS ARE STANDARD.
000871 01  REOPENED-INPUT-RECORD          PIC X(80).
000872
000873*REOPENED INSTALLMENTS STILL UNPAID, CARRIED FOR NEXT RUN.
000874 FD  REOPENED-CARRY-FILE
000875     RECORD CONTAINS 80 CHARACTERS
000876     LABEL RECORDS ARE STANDARD.
000877 01  REOPENED-CARRY-RECORD          PIC X(80).
000878
000879*CONTROL TOTALS - ONE RECORD FOR THE END-OF-DAY CASH PROOF.
000880 FD  CONTROL-TOTAL-FILE
000881     RECORD CONTAINS 80 CHARACTERS
000882     LABEL RECORDS ARE STANDARD.
000883 01  CONTROL-TOTAL-OUTPUT-RECORD    PIC X(80).
000884
000885*CYCLE CONTROL - CHECKED BEFORE ANY WORK IS DONE; THIS STEP'S
000886*RECORD IS MARKED RUNNING AT THE START AND COMPLETE OR FAILED AT
000887*THE END.
000889 FD  CYCLE-CONTROL-FILE
000890     RECORD CONTAINS 80 CHARACTERS
000891     LABEL RECORDS ARE STANDARD.
000892 01  CYCLE-CONTROL-IMAGE            PIC X(80).
000893
000895 WORKING-STORAGE SECTION.
000896
000897*----------------------------------------------------------------
000898* SCHEDULE RECORD WORKING COPY
000900*----------------------------------------------------------------
000910 COPY SCHDREC.
000920
000990* PARAMETER CARD WORKING COPY
001000*----------------------------------------------------------------
001010 COPY PARMCARD.
001011
001012*----------------------------------------------------------------
001013* CYCLE CONTROL WORKING COPY - THE WHOLE FILE IS HELD IN THE
001014* TABLE BELOW WHILE THIS STEP'S RECORD IS UPDATED.
001015*----------------------------------------------------------------
001016 COPY CYCLREC.
001017
001018 01  VAR-CYCLCTL-STATUS        PIC X(02) VALUE '00'.
001019     88  VAR-CYCLCTL-OK                   VALUE '00'.
001020     88  VAR-CYCLCTL-EOF                  VALUE '10'.
001021 01  VAR-CYCLE-LOAD-SWITCH      PIC X(01) VALUE 'N'.
001022     88  VAR-CYCLE-LOADED                 VALUE 'Y'.
001023     88  VAR-CYCLE-NOT-LOADED             VALUE 'N'.
001024 01  VAR-CYCLE-STEP-NAME        PIC X(08) VALUE 'DELQAGE '.
001025 01  VAR-CYCLE-MAX              PIC 9(03) COMP VALUE 50.
001026 01  VAR-CYCLE-COUNT            PIC 9(03) COMP VALUE 0.
001027 01  VAR-CYCLE-SUB              PIC 9(03) COMP VALUE 0.
001028 01  VAR-CYCLE-OWN-SUB          PIC 9(03) COMP VALUE 0.
001029 01  VAR-CYCLE-BUSINESS-DATE    PIC 9(08) VALUE 0.
001030 01  VAR-CYCLE-WAITING-STEP     PIC X(08) VALUE SPACES.
001031 01  VAR-CYCLE-TIME             PIC 9(08) VALUE 0.
001032 01  VAR-CYCLE-TABLE.
001033     05  VAR-CYCLE-ENTRY            PIC X(80) OCCURS 50 TIMES.
001035
001037*----------------------------------------------------------------
001040* PAST-DUE NOTICE RECORD WORKING COPY
001050*----------------------------------------------------------------
001060 COPY NOTICREC.
001076* DELINQUENCY SNAPSHOT RECORD WORKING COPY
001078*----------------------------------------------------------------
001080 COPY DLQSREC.
001086
001093*----------------------------------------------------------------
001100* CASH CONTROL-TOTAL RECORD WORKING COPY
001106*----------------------------------------------------------------
001113 COPY CTLTREC.
001120
001130 01  VAR-SCHDFILE-STATUS       PIC X(02) VALUE '00'.
001140     88  VAR-SCHDFILE-OK                  VALUE '00'.
001249     88  VAR-BUSCAL-MISSING               VALUE '35'.
001250 01  VAR-DLQSNAP-STATUS        PIC X(02) VALUE '00'.
001251     88  VAR-DLQSNAP-OK                   VALUE '00'.
001252 01  VAR-REOPNIN-STATUS        PIC X(02) VALUE '00'.
001253     88  VAR-REOPNIN-OK                   VALUE '00'.
001254     88  VAR-REOPNIN-MISSING              VALUE '35'.
001255 01  VAR-REOPNOUT-STATUS       PIC X(02) VALUE '00'.
001256     88  VAR-REOPNOUT-OK                  VALUE '00'.
001257 01  VAR-DELQCTL-STATUS        PIC X(02) VALUE '00'.
001258     88  VAR-DELQCTL-OK                   VALUE '00'.
001259
001260*----------------------------------------------------------------
001270* MERGE KEYS - CUST-ID PLUS DUE DATE, FLOODED HIGH AT END OF
001280* THE OWNING FILE SO THE OTHER SIDE DRAINS NATURALLY.
001600 01  VAR-BUCKET-OVER-90-COUNT   PIC 9(07) COMP VALUE 0.
001610 01  VAR-UNMATCHED-PAY-COUNT    PIC 9(07) COMP VALUE 0.
001620 01  VAR-NOTICES-WRITTEN        PIC 9(07) COMP VALUE 0.
001623 01  VAR-REOPENED-SETTLED-COUNT PIC 9(07) COMP VALUE 0.
001626 01  VAR-REOPENED-CARRIED-COUNT PIC 9(07) COMP VALUE 0.
001627 01  VAR-AMOUNT-READ            PIC S9(09)V99 VALUE 0.
001628 01  VAR-AMOUNT-APPLIED         PIC S9(09)V99 VALUE 0.
001629 01  VAR-AMOUNT-SUSPENDED       PIC S9(09)V99 VALUE 0.
001630
001640*----------------------------------------------------------------
001650* REPORT PAGINATION FIELDS
002130     05  FILLER                     PIC X(01) VALUE SPACE.
002140     05  TOT-CAPTION                PIC X(20).
002150     05  TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.
002152 01  VAR-TOTALS-AMT-DETAIL.
002154     05  FILLER                     PIC X(01) VALUE SPACE.
002156     05  TOT-AMT-CAPTION            PIC X(20).
002158     05  TOT-AMT-VALUE              PIC -Z,ZZZ,ZZZ,ZZ9.99.
002160
002170 PROCEDURE DIVISION.
002180
002270     PERFORM 3000-DRAIN-LEFTOVER-PAYMENTS THRU 3000-EXIT
002280         UNTIL VAR-PAYMFILE-EOF.
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002295     PERFORM 9850-POST-CYCLE-CONTROL THRU 9850-EXIT.
002300     STOP RUN.
002310
002320*----------------------------------------------------------------
002350* DATE TO ITS 30/360 DAY NUMBER AND PRIMES BOTH INPUTS.
002360*----------------------------------------------------------------
002370 1000-INITIALIZE.
002371     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
002372     PERFORM 9800-CHECK-CYCLE-CONTROL THRU 9800-EXIT.
002373*    THE SCHEDULE IS OPENED ONCE PURELY TO PROVE IT IS THERE
002374*    AND READABLE, THEN HANDED TO THE SORT - THE DAILY RUN
002376*    WRITES RECYCLED CUSTOMERS AHEAD OF THE MASTER, SO THE
002378*    FILE MUST BE PUT INTO STRICT KEY ORDER BEFORE THE
002390     IF NOT VAR-SCHDFILE-OK
002400         DISPLAY 'DELQAGE - UNABLE TO OPEN SCHEDULE-FILE, '
002410             'STATUS = ' VAR-SCHDFILE-STATUS
002411         MOVE 16 TO RETURN-CODE
002412         STOP RUN
002413     END-IF.
002414     CLOSE SCHEDULE-FILE.
002415*    INSTALLMENTS REOPENED BY RETURNED PAYMENTS GO INTO THE SAME
002416*    SORT, SO THEY AGE IN KEY ORDER ALONGSIDE THE SCHEDULE.
002418     OPEN INPUT REOPENED-FILE.
002419     IF VAR-REOPNIN-MISSING
002420         SORT SORT-WORK-FILE
002421             ON ASCENDING KEY SORT-CUST-ID
002422                              SORT-DUE-DATE
002423             USING SCHEDULE-FILE
002424             GIVING SORTED-SCHEDULE-FILE
002426     ELSE
002427         IF NOT VAR-REOPNIN-OK
002428             DISPLAY 'DELQAGE - UNABLE TO OPEN REOPENED FILE, '
002429                 'STATUS = ' VAR-REOPNIN-STATUS
002430             MOVE 16 TO RETURN-CODE
002431             STOP RUN
002432         END-IF
002434         CLOSE REOPENED-FILE
002435         SORT SORT-WORK-FILE
002436             ON ASCENDING KEY SORT-CUST-ID
002437                              SORT-DUE-DATE
002438             USING SCHEDULE-FILE
002439                   REOPENED-FILE
002440             GIVING SORTED-SCHEDULE-FILE
002442     END-IF.
002447     OPEN INPUT SORTED-SCHEDULE-FILE.
002448     IF NOT VAR-SRTSCHD-OK
002449         DISPLAY 'DELQAGE - UNABLE TO OPEN SORTED SCHEDULE, '
002663         MOVE 16 TO RETURN-CODE
002664         STOP RUN
002665     END-IF.
002667     OPEN OUTPUT REOPENED-CARRY-FILE.
002668     IF NOT VAR-REOPNOUT-OK
002669         DISPLAY 'DELQAGE - UNABLE TO OPEN REOPENED CARRY FILE, '
002671             'STATUS = ' VAR-REOPNOUT-STATUS
002672         MOVE 16 TO RETURN-CODE
002673         STOP RUN
002675     END-IF.
002676     OPEN OUTPUT CONTROL-TOTAL-FILE.
002677     IF NOT VAR-DELQCTL-OK
002679         DISPLAY 'DELQAGE - UNABLE TO OPEN CONTROL TOTALS, '
002680             'STATUS = ' VAR-DELQCTL-STATUS
002681         MOVE 16 TO RETURN-CODE
002683         STOP RUN
002684     END-IF.
002685     PERFORM 1280-LOAD-CALENDAR THRU 1280-EXIT.
002687     MOVE PARM-RUN-DATE-NUM TO VAR-WORK-DATE-NUM.
002688     PERFORM 8500-DATE-TO-DAY-NUMBER THRU 8500-EXIT.
002690     MOVE VAR-DUE-DAY-NUMBER TO VAR-RUN-DAY-NUMBER.
002700     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
002710     PERFORM 8100-READ-SCHEDULE THRU 8100-EXIT.
003035     PERFORM 8400-READ-CALENDAR THRU 8400-EXIT.
003036 1285-EXIT.
003037     EXIT.
003039
003042*----------------------------------------------------------------
003044* 1500-WRITE-REPORT-HEADINGS
003047*----------------------------------------------------------------
003050 1500-WRITE-REPORT-HEADINGS.
003060     ADD 1 TO VAR-PAGE-NUMBER.
003070     MOVE PARM-RUN-DATE-NUM TO HDR-RUN-DATE.
003250         UNTIL VAR-PAY-KEY >= VAR-SCHD-KEY.
003260     IF VAR-PAY-KEY = VAR-SCHD-KEY
003270         ADD 1 TO VAR-PAID-COUNT
003271         ADD PAY-AMOUNT TO VAR-AMOUNT-APPLIED
003272         IF SCHD-REOPENED
003275             ADD 1 TO VAR-REOPENED-SETTLED-COUNT
003277         END-IF
003280         PERFORM 8200-READ-PAYMENT THRU 8200-EXIT
003290     ELSE
003300         PERFORM 2200-AGE-UNPAID-INSTALLMENT THRU 2200-EXIT
003546     WRITE SUSPENSE-OUTPUT-RECORD FROM PAYMENT-RECORD.
003550     ADD 1 TO VAR-LINE-COUNT.
003560     ADD 1 TO VAR-UNMATCHED-PAY-COUNT.
003565     ADD PAY-AMOUNT TO VAR-AMOUNT-SUSPENDED.
003570 2150-EXIT.
003580     EXIT.
003590
003640* DRAWS NO NOTICE.
003650*----------------------------------------------------------------
003660 2200-AGE-UNPAID-INSTALLMENT.
003661*    A REOPENED INSTALLMENT STILL UNPAID IS CARRIED FORWARD FOR
003662*    THE NEXT RUN WHETHER OR NOT IT IS PAST DUE YET.
003664     IF SCHD-REOPENED
003665         WRITE REOPENED-CARRY-RECORD FROM SCHEDULE-RECORD
003667         ADD 1 TO VAR-REOPENED-CARRIED-COUNT
003668     END-IF.
003670     MOVE SCHD-DUE-DATE TO VAR-WORK-DATE-NUM.
003672*    THE DELINQUENCY CLOCK STARTS AT THE FIRST DAY THE SHOP
003674*    COULD ACTUALLY TAKE THE PAYMENT, NOT A WEEKEND OR HOLIDAY
004196     WRITE SNAPSHOT-OUTPUT-RECORD FROM DELINQUENCY-SNAP-RECORD.
004197 2350-EXIT.
004198     EXIT.
004201
004204*----------------------------------------------------------------
004207* 3000-DRAIN-LEFTOVER-PAYMENTS
004210* PAYMENTS STILL ON FILE ONCE THE SCHEDULE HAS DRAINED MATCH
004220* NOTHING AT ALL.
004230*----------------------------------------------------------------
004550     END-READ.
004560     IF NOT VAR-PAYMFILE-EOF
004570         ADD 1 TO VAR-PAYM-READ-COUNT
004575         ADD PAY-AMOUNT TO VAR-AMOUNT-READ
004580         MOVE PAY-CUST-ID TO VAR-PAY-KEY-ID
004590         MOVE PAY-DUE-DATE TO VAR-PAY-KEY-DATE
004600     END-IF.
004867     END-EVALUATE.
004868 8770-EXIT.
004869     EXIT.
004870
004872*----------------------------------------------------------------
004873* 9000-TERMINATE
004875* PRINTS THE AGING SUMMARY AND CLOSES EVERYTHING DOWN.
004877*----------------------------------------------------------------
004878 9000-TERMINATE.
004880     WRITE DELINQUENCY-REPORT-LINE FROM VAR-TOTALS-LINE
004881         AFTER ADVANCING 2 LINES.
004883     MOVE 'SCHEDULED .......  ' TO TOT-CAPTION.
004885     MOVE VAR-SCHED-READ-COUNT TO TOT-VALUE.
004886     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
004888     MOVE 'PAYMENTS READ ...  ' TO TOT-CAPTION.
004890     MOVE VAR-PAYM-READ-COUNT TO TOT-VALUE.
004900     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
004910     MOVE 'PAID ............  ' TO TOT-CAPTION.
005120     MOVE 'NOTICES WRITTEN .  ' TO TOT-CAPTION.
005130     MOVE VAR-NOTICES-WRITTEN TO TOT-VALUE.
005140     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
005141     MOVE 'REOPENED SETTLED   ' TO TOT-CAPTION.
005142     MOVE VAR-REOPENED-SETTLED-COUNT TO TOT-VALUE.
005144     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
005145     MOVE 'REOPENED CARRIED   ' TO TOT-CAPTION.
005147     MOVE VAR-REOPENED-CARRIED-COUNT TO TOT-VALUE.
005148     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
005149     MOVE 'AMOUNT READ .....  ' TO TOT-AMT-CAPTION.
005150     MOVE VAR-AMOUNT-READ TO TOT-AMT-VALUE.
005151     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
005152     MOVE 'AMOUNT APPLIED ..  ' TO TOT-AMT-CAPTION.
005153     MOVE VAR-AMOUNT-APPLIED TO TOT-AMT-VALUE.
005154     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
005155     MOVE 'AMOUNT SUSPENDED   ' TO TOT-AMT-CAPTION.
005156     MOVE VAR-AMOUNT-SUSPENDED TO TOT-AMT-VALUE.
005157     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
005158     PERFORM 9200-WRITE-CONTROL-TOTALS THRU 9200-EXIT.
005159     CLOSE SORTED-SCHEDULE-FILE
005160           PAYMENTS-FILE
005170           DELINQUENCY-REPORT-FILE
005180           NOTICE-FILE
005182           SUSPENSE-FILE
005184           SNAPSHOT-FILE
005187           REOPENED-CARRY-FILE
005188           CONTROL-TOTAL-FILE.
005190 9000-EXIT.
005200     EXIT.
005210
005240         AFTER ADVANCING 1 LINE.
005250 9100-EXIT.
005260     EXIT.
005261
005262 9150-WRITE-AMOUNT-LINE.
005263     WRITE DELINQUENCY-REPORT-LINE FROM VAR-TOTALS-AMT-DETAIL
005264         AFTER ADVANCING 1 LINE.
005265 9150-EXIT.
005266     EXIT.
005267
005268*----------------------------------------------------------------
005269* 9200-WRITE-CONTROL-TOTALS
005270* THE PAYMENTS READ MUST EQUAL THOSE APPLIED PLUS THOSE SENT
005271* TO SUSPENSE.  THE CASH PROOF MAKES THE TEST FROM THIS RECORD.
005272*----------------------------------------------------------------
005273 9200-WRITE-CONTROL-TOTALS.
005274     MOVE SPACES TO CONTROL-TOTAL-RECORD.
005275     SET CTL-FROM-DELQAGE TO TRUE.
005276     MOVE PARM-RUN-DATE-NUM TO CTL-RUN-DATE.
005277     MOVE VAR-PAYM-READ-COUNT TO CTL-ITEM-COUNT.
005278     MOVE VAR-AMOUNT-READ TO CTL-DA-PAYMENTS-IN.
005279     MOVE VAR-AMOUNT-APPLIED TO CTL-DA-APPLIED.
005280     MOVE VAR-AMOUNT-SUSPENDED TO CTL-DA-SUSPENDED.
005281     WRITE CONTROL-TOTAL-OUTPUT-RECORD FROM CONTROL-TOTAL-RECORD.
005282 9200-EXIT.
005283     EXIT.
005293
005303*----------------------------------------------------------------
005313* 9800-CHECK-CYCLE-CONTROL
005323* THE NIGHTLY STREAM RUNS IN A FIXED ORDER AGAINST THE ONE
005333* BUSINESS DATE ON THE CYCLE CONTROL FILE.  THIS STEP REFUSES TO
005343* START - BEFORE A SINGLE FILE IS OPENED - WHEN THE CONTROL FILE
005353* IS MISSING OR CARRIES NO BUSINESS DATE, WHEN THE PARAMETER CARD
005363* IS FOR ANOTHER DATE, WHEN A STEP AHEAD OF IT HAS NOT COMPLETED
005373* FOR THE DATE, OR WHEN IT HAS ALREADY COMPLETED FOR THE DATE AND
005383* NO RERUN HAS BEEN AUTHORIZED.  A REFUSAL ENDS WITH RETURN CODE
005393* 12 SO THE SCHEDULER CAN TELL IT FROM A FAILURE.  OTHERWISE THE
005403* STEP IS MARKED RUNNING AND ANY RERUN AUTHORITY IS USED UP.
005413*----------------------------------------------------------------
005423 9800-CHECK-CYCLE-CONTROL.
005433     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
005443     IF VAR-CYCLE-NOT-LOADED
005453         DISPLAY 'DELQAGE - NO CYCLE CONTROL FILE, RUN REFUSED, '
005463             'STATUS = ' VAR-CYCLCTL-STATUS
005473         MOVE 12 TO RETURN-CODE
005483         STOP RUN
005493     END-IF.
005503     MOVE 0 TO VAR-CYCLE-BUSINESS-DATE.
005513     IF VAR-CYCLE-COUNT > 0
005523         MOVE VAR-CYCLE-ENTRY (1) TO CYCLE-CONTROL-RECORD
005533         IF CYC-DATE-RECORD AND CYC-BUSINESS-DATE NUMERIC
005543             MOVE CYC-BUSINESS-DATE TO VAR-CYCLE-BUSINESS-DATE
005553         END-IF
005563     END-IF.
005573     IF VAR-CYCLE-BUSINESS-DATE = 0
005583         DISPLAY 'DELQAGE - CYCLE CONTROL FILE HAS NO BUSINESS '
005593             'DATE, RUN REFUSED'
005603         MOVE 12 TO RETURN-CODE
005613         STOP RUN
005623     END-IF.
005633     IF PARM-RUN-DATE-NUM NOT = VAR-CYCLE-BUSINESS-DATE
005643         DISPLAY 'DELQAGE - RUN DATE ' PARM-RUN-DATE-NUM
005653             ' IS NOT THE BUSINESS DATE ' VAR-CYCLE-BUSINESS-DATE
005663             ', RUN REFUSED'
005673         MOVE 12 TO RETURN-CODE
005683         STOP RUN
005693     END-IF.
005703     MOVE 0 TO VAR-CYCLE-OWN-SUB.
005713     MOVE SPACES TO VAR-CYCLE-WAITING-STEP.
005723     MOVE 2 TO VAR-CYCLE-SUB.
005733     PERFORM 9820-CHECK-ONE-PRIOR-STEP THRU 9820-EXIT
005743         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
005753     IF VAR-CYCLE-OWN-SUB = 0
005763         DISPLAY 'DELQAGE - STEP ' VAR-CYCLE-STEP-NAME
005773             ' IS NOT ON THE CYCLE CONTROL FILE, RUN REFUSED'
005783         MOVE 12 TO RETURN-CODE
005793         STOP RUN
005803     END-IF.
005813     IF VAR-CYCLE-WAITING-STEP NOT = SPACES
005823         DISPLAY 'DELQAGE - STEP ' VAR-CYCLE-WAITING-STEP
005833             ' HAS NOT COMPLETED FOR ' VAR-CYCLE-BUSINESS-DATE
005843             ', RUN REFUSED'
005853         MOVE 12 TO RETURN-CODE
005863         STOP RUN
005873     END-IF.
005883     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
005893         TO CYCLE-CONTROL-RECORD.
005903     IF CYC-STEP-COMPLETE
005913             AND CYC-STEP-DATE = VAR-CYCLE-BUSINESS-DATE
005923             AND NOT CYC-RERUN-AUTHORIZED
005933         DISPLAY 'DELQAGE - ALREADY COMPLETED FOR '
005943             VAR-CYCLE-BUSINESS-DATE ', RUN REFUSED WITHOUT A '
005953             'RERUN OVERRIDE'
005963         MOVE 12 TO RETURN-CODE
005973         STOP RUN
005983     END-IF.
005993     IF CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
006003         MOVE VAR-CYCLE-BUSINESS-DATE TO CYC-STEP-DATE
006013         MOVE 0 TO CYC-STEP-RUN-COUNT
006023     END-IF.
006033     IF CYC-RERUN-AUTHORIZED
006043         DISPLAY 'DELQAGE - RERUN AUTHORIZED BY '
006053             CYC-RERUN-OPERATOR ' - ' CYC-RERUN-REASON
006063         SET CYC-RERUN-USED TO TRUE
006073     END-IF.
006083     SET CYC-STEP-RUNNING TO TRUE.
006093     IF CYC-STEP-RUN-COUNT NOT NUMERIC
006103         MOVE 0 TO CYC-STEP-RUN-COUNT
006113     END-IF.
006123     ADD 1 TO CYC-STEP-RUN-COUNT.
006133     MOVE 0 TO CYC-STEP-RETURN-CODE.
006143     ACCEPT VAR-CYCLE-TIME FROM TIME.
006153     MOVE VAR-CYCLE-TIME TO CYC-STEP-START-TIME.
006163     MOVE 0 TO CYC-STEP-END-TIME.
006173     MOVE CYCLE-CONTROL-RECORD
006183         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
006193     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
006203 9800-EXIT.
006213     EXIT.
006223
006233*----------------------------------------------------------------
006243* 9810-LOAD-CYCLE-CONTROL
006253* READS THE WHOLE CYCLE CONTROL FILE INTO THE TABLE.  THE LOADED
006263* SWITCH IS SET ONLY WHEN THE FILE WAS READ CLEANLY TO
006273* THE END; THE CALLER DECIDES WHAT ANYTHING ELSE MEANS.
006283*----------------------------------------------------------------
006293 9810-LOAD-CYCLE-CONTROL.
006303     MOVE 0 TO VAR-CYCLE-COUNT.
006313     SET VAR-CYCLE-NOT-LOADED TO TRUE.
006323     OPEN INPUT CYCLE-CONTROL-FILE.
006333     IF NOT VAR-CYCLCTL-OK
006343         GO TO 9810-EXIT
006353     END-IF.
006363     PERFORM 9815-LOAD-ONE-CYCLE-RECORD THRU 9815-EXIT
006373         UNTIL NOT VAR-CYCLCTL-OK.
006383     IF VAR-CYCLCTL-EOF
006393         SET VAR-CYCLE-LOADED TO TRUE
006403     END-IF.
006413     CLOSE CYCLE-CONTROL-FILE.
006423 9810-EXIT.
006433     EXIT.
006443
006453*----------------------------------------------------------------
006463* 9815-LOAD-ONE-CYCLE-RECORD
006473* A FILE LONGER THAN THE TABLE CANNOT BE REWRITTEN WITHOUT LOSING
006483* RECORDS, SO IT STOPS THE JOB RATHER THAN BEING TRUNCATED.
006493*----------------------------------------------------------------
006503 9815-LOAD-ONE-CYCLE-RECORD.
006513     READ CYCLE-CONTROL-FILE
006523         AT END
006533             MOVE '10' TO VAR-CYCLCTL-STATUS
006543     END-READ.
006553     IF NOT VAR-CYCLCTL-OK
006563         GO TO 9815-EXIT
006573     END-IF.
006583     IF VAR-CYCLE-COUNT NOT < VAR-CYCLE-MAX
006593         DISPLAY 'DELQAGE - CYCLE CONTROL FILE HAS MORE RECORDS '
006603             'THAN THE PROGRAM HOLDS'
006613         MOVE 16 TO RETURN-CODE
006623         STOP RUN
006633     END-IF.
006643     ADD 1 TO VAR-CYCLE-COUNT.
006653     MOVE CYCLE-CONTROL-IMAGE
006663         TO VAR-CYCLE-ENTRY (VAR-CYCLE-COUNT).
006673 9815-EXIT.
006683     EXIT.
006693
006703*----------------------------------------------------------------
006713* 9820-CHECK-ONE-PRIOR-STEP
006723* THE STEP RECORDS ARE KEPT IN RUN ORDER, SO EVERY STEP RECORD
006733* AHEAD OF THIS STEP'S OWN MUST BE COMPLETE FOR THE BUSINESS
006743* DATE.  THE FIRST ONE THAT IS NOT IS KEPT FOR THE REFUSAL
006753* MESSAGE.  FINDING THIS STEP'S OWN RECORD ENDS THE SCAN.
006763*----------------------------------------------------------------
006773 9820-CHECK-ONE-PRIOR-STEP.
006783     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
006793     IF NOT CYC-STEP-RECORD
006803         GO TO 9820-NEXT
006813     END-IF.
006823     IF CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
006833         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
006843         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
006853         GO TO 9820-NEXT
006863     END-IF.
006873     IF VAR-CYCLE-WAITING-STEP = SPACES
006883         IF NOT CYC-STEP-COMPLETE
006893                 OR CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
006903             MOVE CYC-STEP-NAME TO VAR-CYCLE-WAITING-STEP
006913         END-IF
006923     END-IF.
006933 9820-NEXT.
006943     ADD 1 TO VAR-CYCLE-SUB.
006953 9820-EXIT.
006963     EXIT.
006973
006983*----------------------------------------------------------------
006993* 9830-REWRITE-CYCLE-CONTROL
007003* WRITES THE TABLE BACK OUT AS THE NEW CYCLE CONTROL FILE.
007013*----------------------------------------------------------------
007023 9830-REWRITE-CYCLE-CONTROL.
007033     OPEN OUTPUT CYCLE-CONTROL-FILE.
007043     IF NOT VAR-CYCLCTL-OK
007053         DISPLAY 'DELQAGE - UNABLE TO REWRITE CYCLE CONTROL, '
007063             'STATUS = ' VAR-CYCLCTL-STATUS
007073         MOVE 16 TO RETURN-CODE
007083         STOP RUN
007093     END-IF.
007103     MOVE 1 TO VAR-CYCLE-SUB.
007113     PERFORM 9835-WRITE-ONE-CYCLE-RECORD THRU 9835-EXIT
007123         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
007133     CLOSE CYCLE-CONTROL-FILE.
007143 9830-EXIT.
007153     EXIT.
007163
007173 9835-WRITE-ONE-CYCLE-RECORD.
007183     WRITE CYCLE-CONTROL-IMAGE
007193         FROM VAR-CYCLE-ENTRY (VAR-CYCLE-SUB).
007203     ADD 1 TO VAR-CYCLE-SUB.
007213 9835-EXIT.
007223     EXIT.
007233
007243*----------------------------------------------------------------
007253* 9850-POST-CYCLE-CONTROL
007263* RECORDS HOW THE STEP ENDED.  THE FILE IS READ AGAIN RATHER THAN
007273* TRUSTED FROM THE START OF THE RUN, SO AN OVERRIDE POSTED FOR
007283* ANOTHER STEP MEANWHILE IS NOT LOST.  A RUN THAT GETS HERE WITH A
007293* RETURN CODE BELOW 16 RAN TO ITS END AND ITS OUTPUT STANDS, SO
007303* THE STEP IS COMPLETE - A WARNING CODE STILL REACHES THE
007313* SCHEDULER AS SET.  16 MARKS THE STEP FAILED.
007323*----------------------------------------------------------------
007333 9850-POST-CYCLE-CONTROL.
007343     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
007353     IF VAR-CYCLE-NOT-LOADED
007363         DISPLAY 'DELQAGE - UNABLE TO RELOAD CYCLE CONTROL, '
007373             'STATUS = ' VAR-CYCLCTL-STATUS
007383         MOVE 16 TO RETURN-CODE
007393         STOP RUN
007403     END-IF.
007413     MOVE 0 TO VAR-CYCLE-OWN-SUB.
007423     MOVE 1 TO VAR-CYCLE-SUB.
007433     PERFORM 9860-FIND-OWN-STEP THRU 9860-EXIT
007443         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
007453     IF VAR-CYCLE-OWN-SUB = 0
007463         DISPLAY 'DELQAGE - STEP ' VAR-CYCLE-STEP-NAME
007473             ' HAS GONE FROM THE CYCLE CONTROL FILE'
007483         MOVE 16 TO RETURN-CODE
007493         STOP RUN
007503     END-IF.
007513     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
007523         TO CYCLE-CONTROL-RECORD.
007533     IF RETURN-CODE < 16
007543         SET CYC-STEP-COMPLETE TO TRUE
007553     ELSE
007563         SET CYC-STEP-FAILED TO TRUE
007573     END-IF.
007583     MOVE RETURN-CODE TO CYC-STEP-RETURN-CODE.
007593     ACCEPT VAR-CYCLE-TIME FROM TIME.
007603     MOVE VAR-CYCLE-TIME TO CYC-STEP-END-TIME.
007613     MOVE CYCLE-CONTROL-RECORD
007623         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
007633     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
007643 9850-EXIT.
007653     EXIT.
007663
007673 9860-FIND-OWN-STEP.
007683     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
007693     IF CYC-STEP-RECORD
007703             AND CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
007713         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
007723         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
007733     END-IF.
007743     ADD 1 TO VAR-CYCLE-SUB.
007753 9860-EXIT.
007763     EXIT.
