001329*                 LONGER FALL DUE ON WEEKENDS AND BANK HOLIDAYS.
001330*                 A MISSING CALENDAR FILE READS AS EVERY DAY
001331*                 OPEN, WHICH IS EXACTLY THE OLD BEHAVIOUR.
001332* 2026-10-15 CJH  A CLOSED OR CHARGED-OFF ACCOUNT NO LONGER GETS
001333*                 A LISTING LINE, A PAYMENT SCHEDULE, A STATEMENT
001334*                 EXTRACT OR A MAILING LABEL.  IT IS STILL EDITED
001335*                 AND AUDITED, AND IS COUNTED ON THE CONTROL
001336*                 TOTALS.
001337* 2026-10-15 CJH  THE RUN NOW ALSO HONOURS THE CROSS-FILE
001339*                 INTEGRITY CHECK'S GO/NO-GO INDICATOR.  A
001340*                 MISSING, EMPTY, STALE OR NOGO INTEGRITY
001341*                 INDICATOR HOLDS THE RUN JUST AS THE MASTER
001342*                 VALIDATION'S OWN DOES.
001343* 2026-10-15 CJH  CHECKS THE NIGHTLY CYCLE CONTROL FILE BEFORE
001344*                 ANY WORK IS DONE AND REFUSES, WITH RETURN CODE
001346*                 12, TO RUN FOR ANY DATE BUT THE BUSINESS DATE,
001347*                 AHEAD OF AN EARLIER STEP, OR A SECOND TIME FOR A
001348*                 DATE ALREADY COMPLETED WITHOUT A RERUN OVERRIDE.
001349*                 THE STEP IS POSTED COMPLETE OR FAILED AT THE END
001350*                 OF THE RUN.  THE PARAMETER CARD IS NOW READ
001351*                 FIRST.
001353* 2026-10-15 CJH  ADDRESS RECORD LENGTHENED TO 100 BYTES FOR
001354*                 THE RETURNED-MAIL FIELDS.
001355* 2026-10-15 CJH  THE INACTIVE-SKIP COUNT IS NOW CHECKPOINTED AND
001357*                 RESTORED WITH THE OTHER COUNTS, SO A RESTARTED
001359*                 RUN'S TOTALS STILL BALANCE.
001361*----------------------------------------------------------------
001362 
001364 ENVIRONMENT DIVISION.
001366 CONFIGURATION SECTION.
001368 SPECIAL-NAMES.
001370     C01 IS TOP-OF-PAGE.
001380 
001390 INPUT-OUTPUT SECTION.
001560         ORGANIZATION IS SEQUENTIAL
001570         FILE STATUS IS VAR-CKPTFILE-STATUS.
001580 
001582     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
001584         ORGANIZATION IS SEQUENTIAL
001586         FILE STATUS IS VAR-CYCLCTL-STATUS.
001588
001590     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
001600         ORGANIZATION IS SEQUENTIAL
001610         FILE STATUS IS VAR-PARMCARD-STATUS.
001720         ORGANIZATION IS SEQUENTIAL
001730         FILE STATUS IS VAR-GONOGO-STATUS.
001740
001742     SELECT XREF-GO-NO-GO-FILE ASSIGN TO XREFGNG
001744         ORGANIZATION IS SEQUENTIAL
001746         FILE STATUS IS VAR-XREFGNG-STATUS.
001748
001750     SELECT CARRY-FORWARD-FILE ASSIGN TO CARRYFWD
001760         ORGANIZATION IS SEQUENTIAL
001770         FILE STATUS IS VAR-CARRYFWD-STATUS.
002082     SELECT CALENDAR-FILE ASSIGN TO BUSCAL
002084         ORGANIZATION IS SEQUENTIAL
002086         FILE STATUS IS VAR-BUSCAL-STATUS.
002088
002090     SELECT MAILING-EXTRACT-FILE ASSIGN TO MAILFILE
002100         ORGANIZATION IS SEQUENTIAL
002110         FILE STATUS IS VAR-MAILFILE-STATUS.
002750     LABEL RECORDS ARE STANDARD.
002760 01  GO-NO-GO-INPUT-RECORD          PIC X(80).
002770
002771*INTEGRITY GO/NO-GO INDICATOR - WRITTEN BY THE CROSS-FILE
002772*INTEGRITY CHECK, IN THE SAME LAYOUT.
002773 FD  XREF-GO-NO-GO-FILE
002775     RECORD CONTAINS 80 CHARACTERS
002776     LABEL RECORDS ARE STANDARD.
002777 01  XREF-GO-NO-GO-INPUT-RECORD     PIC X(80).
002778
002780*CARRY-FORWARD BALANCE FILE - PRIOR RUN'S CONTROL TOTALS IN,
002790*THIS RUN'S TOTALS OUT.
002800 FD  CARRY-FORWARD-FILE
003250*CUSTOMER ADDRESS COMPANION FILE - READ DIRECTLY BY CUST-ID
003260*FOR EACH CUSTOMER THAT PASSES EDIT.
003270 FD  CUSTOMER-ADDRESS-FILE
003280     RECORD CONTAINS 100 CHARACTERS
003290     LABEL RECORDS ARE STANDARD.
003300 01  CUSTOMER-ADDRESS-RECORD.
003310     05  CA-CUST-ID                     PIC X(09).
003320     05  FILLER                         PIC X(91).
003322
003324*CUSTOMER ACCOUNT-BALANCE LEDGER - READ DIRECTLY BY CUST-ID FOR
003326*EACH CUSTOMER THAT PASSES EDIT, SO THE EXTRACT CARRIES THE
003339     LABEL RECORDS ARE STANDARD.
003340 01  CALENDAR-INPUT-RECORD          PIC X(80).
003341
003345*MAILING EXTRACT - ADDRESSES FOR THE STATEMENT MAILING, ONE
003350*PER CUSTOMER PASSING EDIT WITH A MAILABLE ADDRESS ON FILE.
003360 FD  MAILING-EXTRACT-FILE
003370     RECORD CONTAINS 120 CHARACTERS
003450     LABEL RECORDS ARE STANDARD.
003460 01  ADDRESS-EXCEPTION-LINE         PIC X(80).
003470 
003471*CYCLE CONTROL - CHECKED BEFORE ANY WORK IS DONE; THIS STEP'S
003472*RECORD IS MARKED RUNNING AT THE START AND COMPLETE OR FAILED AT
003473*THE END.
003474 FD  CYCLE-CONTROL-FILE
003475     RECORD CONTAINS 80 CHARACTERS
003476     LABEL RECORDS ARE STANDARD.
003477 01  CYCLE-CONTROL-IMAGE            PIC X(80).
003478
003480 WORKING-STORAGE SECTION.
003490 
003500*----------------------------------------------------------------
003610* PARAMETER CARD WORKING COPY
003620*----------------------------------------------------------------
003630 COPY PARMCARD.
003631
003632*----------------------------------------------------------------
003633* CYCLE CONTROL WORKING COPY - THE WHOLE FILE IS HELD IN THE
003634* TABLE BELOW WHILE THIS STEP'S RECORD IS UPDATED.
003635*----------------------------------------------------------------
003636 COPY CYCLREC.
003637
003638 01  VAR-CYCLCTL-STATUS        PIC X(02) VALUE '00'.
003639     88  VAR-CYCLCTL-OK                   VALUE '00'.
003640     88  VAR-CYCLCTL-EOF                  VALUE '10'.
003641 01  VAR-CYCLE-LOAD-SWITCH      PIC X(01) VALUE 'N'.
003642     88  VAR-CYCLE-LOADED                 VALUE 'Y'.
003643     88  VAR-CYCLE-NOT-LOADED             VALUE 'N'.
003644 01  VAR-CYCLE-STEP-NAME        PIC X(08) VALUE 'HELLO   '.
003645 01  VAR-CYCLE-MAX              PIC 9(03) COMP VALUE 50.
003646 01  VAR-CYCLE-COUNT            PIC 9(03) COMP VALUE 0.
003647 01  VAR-CYCLE-SUB              PIC 9(03) COMP VALUE 0.
003648 01  VAR-CYCLE-OWN-SUB          PIC 9(03) COMP VALUE 0.
003649 01  VAR-CYCLE-BUSINESS-DATE    PIC 9(08) VALUE 0.
003650 01  VAR-CYCLE-WAITING-STEP     PIC X(08) VALUE SPACES.
003651 01  VAR-CYCLE-TIME             PIC 9(08) VALUE 0.
003652 01  VAR-CYCLE-TABLE.
003653     05  VAR-CYCLE-ENTRY            PIC X(80) OCCURS 50 TIMES.
003655 
003657*----------------------------------------------------------------
003660* AUDIT RECORD WORKING COPY
003670*----------------------------------------------------------------
003680 COPY AUDITREC.
004300     88  VAR-EXTRFILE-OK                  VALUE '00'.
004310 01  VAR-GONOGO-STATUS         PIC X(02) VALUE '00'.
004320     88  VAR-GONOGO-OK                    VALUE '00'.
004323 01  VAR-XREFGNG-STATUS        PIC X(02) VALUE '00'.
004326     88  VAR-XREFGNG-OK                   VALUE '00'.
004330 01  VAR-CARRYFWD-STATUS       PIC X(02) VALUE '00'.
004340     88  VAR-CARRYFWD-OK                  VALUE '00'.
004350 01  VAR-RECONRPT-STATUS       PIC X(02) VALUE '00'.
004560     88  VAR-BUSCAL-OK                    VALUE '00'.
004562     88  VAR-BUSCAL-EOF                   VALUE '10'.
004564     88  VAR-BUSCAL-MISSING               VALUE '35'.
004567 
004570 01  VAR-EDIT-SWITCH            PIC X(01) VALUE 'Y'.
004580     88  VAR-RECORD-PASSED-EDIT           VALUE 'Y'.
004590     88  VAR-RECORD-FAILED-EDIT           VALUE 'N'.
005290 01  VAR-LABELS-WRITTEN-COUNT   PIC 9(07) COMP VALUE 0.
005300 01  VAR-NO-ADDRESS-COUNT       PIC 9(07) COMP VALUE 0.
005310 01  VAR-HOLD-MAIL-COUNT        PIC 9(07) COMP VALUE 0.
005311 01  VAR-INACTIVE-SKIP-COUNT    PIC 9(07) COMP VALUE 0.
005312
005314*----------------------------------------------------------------
005315* BALANCE LEDGER WORKING FIELDS.  THE CURRENT CUSTOMER'S
005819 01  VAR-LEAP-QUOTIENT          PIC 9(04) COMP VALUE 0.
005820 01  VAR-LEAP-REMAINDER         PIC 9(04) COMP VALUE 0.
005821 
005825*----------------------------------------------------------------
005830* REPORT LINE WORKING AREAS
005840*----------------------------------------------------------------
005850 01  VAR-HEADING-LINE-1.
006487     05  FILLER                     PIC X(01) VALUE SPACE.
006488     05  FILLER            PIC X(20) VALUE 'NO LEDGER REC ...  '.
006489     05  TOT-NO-BALANCE             PIC ZZ,ZZZ,ZZ9.
006490 01  VAR-TOTALS-LINE-11.
006492     05  FILLER                     PIC X(01) VALUE SPACE.
006494     05  FILLER            PIC X(20) VALUE 'CLOSED/CHGOFF SKIP '.
006496     05  TOT-INACTIVE-SKIP          PIC ZZ,ZZZ,ZZ9.
006498
006500 01  VAR-EXCEPTION-LINE.
006510     05  FILLER                     PIC X(01) VALUE SPACE.
006520     05  EXC-CUST-ID                PIC X(09).
007500     PERFORM 2000-PROCESS-CUSTOMERS THRU 2000-EXIT
007510         UNTIL VAR-CUSTMSTR-EOF.
007520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007525     PERFORM 9850-POST-CYCLE-CONTROL THRU 9850-EXIT.
007530     STOP RUN.
007540 
007550*----------------------------------------------------------------
007590* AND PRINTS THE FIRST PAGE HEADING.
007600*----------------------------------------------------------------
007610 1000-INITIALIZE.
007613     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
007616     PERFORM 9800-CHECK-CYCLE-CONTROL THRU 9800-EXIT.
007620     ACCEPT VAR-RUN-START-TIME FROM TIME.
007630     OPEN INPUT  CUSTOMER-MASTER-FILE.
007640     IF NOT VAR-CUSTMSTR-OK
007670         MOVE 16 TO RETURN-CODE
007680         STOP RUN
007690     END-IF.
007705     PERFORM 1280-LOAD-CALENDAR THRU 1280-EXIT.
007710     PERFORM 1250-CHECK-GO-NO-GO THRU 1250-EXIT.
007715     PERFORM 1260-CHECK-XREF-GO-NO-GO THRU 1260-EXIT.
007720     PERFORM 1300-READ-CHECKPOINT THRU 1300-EXIT.
007730     PERFORM 1350-READ-CARRY-FORWARD THRU 1350-EXIT.
007740*    ON A RESTART, THE REPORT/EXCEPTION/AUDIT/EXTRACT FILES ARE
008659         MOVE 16 TO RETURN-CODE
008660         STOP RUN
008661     END-IF.
008665     IF VAR-THIS-IS-A-RESTART-RUN
008670         OPEN EXTEND MAILING-EXTRACT-FILE
008680     ELSE
008690         OPEN OUTPUT MAILING-EXTRACT-FILE
008920         MOVE CKPT-REJECTED-COUNT TO VAR-RECORDS-REJECTED-COUNT
008930         MOVE CKPT-TOTAL-WEIGHT TO VAR-ACCUMULATOR
008935         MOVE CKPT-BALANCE-TOTAL TO VAR-BALANCE-TOTAL
008936         IF CKPT-INACTIVE-SKIP-COUNT NUMERIC
008937             MOVE CKPT-INACTIVE-SKIP-COUNT
008938                 TO VAR-INACTIVE-SKIP-COUNT
008939         END-IF
008940     END-IF.
008950     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
008960 1000-EXIT.
009900     EXIT.
009901
009902*----------------------------------------------------------------
009903* 1260-CHECK-XREF-GO-NO-GO
009904* THE CROSS-FILE INTEGRITY CHECK LEAVES ITS OWN INDICATOR IN
009905* THE SAME LAYOUT.  IT IS HONOURED THE SAME WAY: A MASTER WHOSE
009906* ADDRESS, LEDGER AND SCHEDULE FILES HAVE DRIFTED APART WOULD
009907* ONLY PRODUCE PARTIAL STATEMENTS, SO THE RUN IS HELD.
009908*----------------------------------------------------------------
009909 1260-CHECK-XREF-GO-NO-GO.
009910     OPEN INPUT XREF-GO-NO-GO-FILE.
009911     IF NOT VAR-XREFGNG-OK
009912         DISPLAY 'HELLO - NO INTEGRITY INDICATOR, RUN THE '
009913             'INTEGRITY CHECK FIRST, STATUS = ' VAR-XREFGNG-STATUS
009914         MOVE 16 TO RETURN-CODE
009915         STOP RUN
009916     END-IF.
009917     READ XREF-GO-NO-GO-FILE INTO GO-NO-GO-RECORD
009918         AT END
009919             MOVE '10' TO VAR-XREFGNG-STATUS
009920     END-READ.
009921     CLOSE XREF-GO-NO-GO-FILE.
009922     IF NOT VAR-XREFGNG-OK
009923         DISPLAY 'HELLO - INTEGRITY INDICATOR FILE IS EMPTY'
009924         MOVE 16 TO RETURN-CODE
009925         STOP RUN
009926     END-IF.
009927     IF VAL-RUN-DATE NOT = PARM-RUN-DATE-NUM
009928         DISPLAY 'HELLO - INTEGRITY INDICATOR IS STALE, DATED '
009929             VAL-RUN-DATE
009930         MOVE 16 TO RETURN-CODE
009931         STOP RUN
009932     END-IF.
009933     IF NOT VAL-MASTER-IS-GO
009934         DISPLAY 'HELLO - FILES FAILED INTEGRITY CHECK, RUN HELD'
009935         MOVE 16 TO RETURN-CODE
009936         STOP RUN
009937     END-IF.
009938 1260-EXIT.
009939     EXIT.
009940
009941*----------------------------------------------------------------
009942* 1280-LOAD-CALENDAR
009943* LOADS THE SHOP'S CLOSED DATES INTO THE TABLE ONCE FOR THE
009944* RUN.  NO CALENDAR FILE AT ALL READS AS EVERY DAY OPEN - THE
009945* SCHEDULE COMES OUT EXACTLY AS IT DID BEFORE THE SHOP KEPT A
009946* CALENDAR.  A CALENDAR BIGGER THAN THE TABLE IS REPORTED AND
009947* TRUNCATED RATHER THAN LEFT HALF-TRUSTED SILENTLY.
009948*----------------------------------------------------------------
009949 1280-LOAD-CALENDAR.
009950     OPEN INPUT CALENDAR-FILE.
009951     IF VAR-BUSCAL-MISSING
009952         GO TO 1280-EXIT
009953     END-IF.
009954     IF NOT VAR-BUSCAL-OK
009955         DISPLAY 'HELLO - UNABLE TO OPEN CALENDAR FILE, '
009957             'STATUS = ' VAR-BUSCAL-STATUS
009958         MOVE 16 TO RETURN-CODE
009959         STOP RUN
009960     END-IF.
009961     PERFORM 8400-READ-CALENDAR THRU 8400-EXIT.
009962     PERFORM 1285-LOAD-ONE-CAL-DATE THRU 1285-EXIT
009963         UNTIL VAR-BUSCAL-EOF.
009964     CLOSE CALENDAR-FILE.
009965 1280-EXIT.
009966     EXIT.
009967
009968 1285-LOAD-ONE-CAL-DATE.
009969     IF VAR-CAL-DATE-COUNT < VAR-CAL-MAX-DATES
009970         ADD 1 TO VAR-CAL-DATE-COUNT
009971         MOVE CAL-DATE
009972             TO VAR-CAL-CLOSED-DATE (VAR-CAL-DATE-COUNT)
009974     ELSE
009975         DISPLAY 'HELLO - CALENDAR HAS MORE CLOSED DATES THAN '
009976             'THE PROGRAM HOLDS, EXTRA DATE DROPPED'
009977     END-IF.
009978     PERFORM 8400-READ-CALENDAR THRU 8400-EXIT.
009979 1285-EXIT.
009980     EXIT.
009981
009982*----------------------------------------------------------------
009983* 1300-READ-CHECKPOINT
009984* A CHECKPOINT FILE LEFT BEHIND BY AN EARLIER ABENDED RUN
009985* CARRIES THE COUNT OF RECORDS ALREADY PROCESSED.  A CLEAN
009986* CHECKPOINT FILE (COUNT OF ZERO, OR NO FILE AT ALL) MEANS THIS
009987* IS A NORMAL, FROM-THE-TOP RUN.
009988* A CHECKPOINT LEFT OVER FROM A DIFFERENT RUN DATE (OPERATIONS
009990* FORGOT TO CLEAR IT, OR THE JOB WAS KILLED BEFORE THE CHECKPOINT
010000* COULD BE RESET) IS TREATED AS STALE AND IGNORED, SINCE IT DOES
010010* NOT CORRESPOND TO TODAY'S CUSTOMER-MASTER FILE.
012280* THE PER-CUSTOMER CORE, SHARED BY THE MASTER LOOP AND THE
012290* RECYCLE PHASE: EDIT, AUDIT, AND EITHER THE FULL LISTING/
012300* SCHEDULE/EXTRACT TREATMENT OR THE EXCEPTION AND REJECT-FILE
012305* TREATMENT.  A CLOSED OR CHARGED-OFF ACCOUNT THAT PASSES EDIT
012310* IS COUNTED AND GOES NO FURTHER - NOTHING DOWNSTREAM SHOULD
012315* BILL, SCHEDULE OR MAIL IT.
012320*----------------------------------------------------------------
012330 2050-PROCESS-ONE-CUSTOMER.
012340     PERFORM 2100-EDIT-CUSTOMER-RECORD THRU 2100-EXIT.
012350     PERFORM 2600-WRITE-AUDIT-RECORD THRU 2600-EXIT.
012352     IF VAR-RECORD-PASSED-EDIT AND CUST-STATUS-INACTIVE
012354         ADD 1 TO VAR-INACTIVE-SKIP-COUNT
012356         GO TO 2050-EXIT
012358     END-IF.
012360     IF VAR-RECORD-PASSED-EDIT
012370         PERFORM 2200-ACCUMULATE-CONTROL-TOTALS THRU 2200-EXIT
012380         PERFORM 2300-CHECK-FOR-PAGE-BREAK THRU 2300-EXIT
013838     MOVE VAR-DUE-DATE-NUM TO VAR-WORK-DATE-NUM.
013839     PERFORM 8600-ROLL-TO-BUSINESS-DAY THRU 8600-EXIT.
013841     MOVE VAR-WORK-DATE-NUM TO VAR-DUE-DATE-NUM.
013845     MOVE VAR-INSTALLMENT-NUM TO SCH-INSTALLMENT-NUM.
013850     MOVE VAR-DUE-DATE-NUM TO SCH-DUE-DATE.
013860     WRITE CUSTOMER-REPORT-LINE FROM VAR-SCHEDULE-LINE
013870         AFTER ADVANCING 1 LINE.
014343 2750-EXIT.
014344     EXIT.
014345
014347*----------------------------------------------------------------
014350* 2900-WRITE-MAILING-EXTRACT
014360* LOOKS THE CUSTOMER UP ON THE ADDRESS COMPANION FILE AND
014370* WRITES THE MAILING-LABEL EXTRACT RECORD.  A CUSTOMER WITH NO
015050     MOVE VAR-ACCUMULATOR TO CKPT-TOTAL-WEIGHT.
015055     MOVE VAR-BALANCE-TOTAL TO CKPT-BALANCE-TOTAL.
015060     MOVE CUST-ID TO CKPT-LAST-CUST-ID.
015065     MOVE VAR-INACTIVE-SKIP-COUNT TO CKPT-INACTIVE-SKIP-COUNT.
015070     OPEN OUTPUT CHECKPOINT-FILE.
015080     WRITE CHECKPOINT-FILE-RECORD FROM CHECKPOINT-RECORD.
015090     CLOSE CHECKPOINT-FILE.
015576     END-EVALUATE.
015577 8770-EXIT.
015578     EXIT.
015579 
015580*----------------------------------------------------------------
015581* 9000-TERMINATE
015582* PRINTS THE FINAL PAGE FOOTER AND THE CONTROL-TOTAL SUMMARY,
015583* THEN CLOSES EVERYTHING DOWN.
015584*----------------------------------------------------------------
015585 9000-TERMINATE.
015586     PERFORM 2310-WRITE-PAGE-FOOTER THRU 2310-EXIT.
015587     WRITE CUSTOMER-REPORT-LINE FROM VAR-TOTALS-LINE
015588         AFTER ADVANCING 2 LINES.
015589     MOVE VAR-RECORDS-READ-COUNT TO TOT-RECORDS-READ.
015590     WRITE CUSTOMER-REPORT-LINE FROM VAR-TOTALS-LINE-2
015600         AFTER ADVANCING 1 LINE.
015610     MOVE VAR-RECORDS-PROCESSED-COUNT TO TOT-RECORDS-PROCESSED.
015785     MOVE VAR-NO-BALANCE-COUNT TO TOT-NO-BALANCE.
015786     WRITE CUSTOMER-REPORT-LINE FROM VAR-TOTALS-LINE-10
015787         AFTER ADVANCING 1 LINE.
015788     MOVE VAR-INACTIVE-SKIP-COUNT TO TOT-INACTIVE-SKIP.
015791     WRITE CUSTOMER-REPORT-LINE FROM VAR-TOTALS-LINE-11
015794         AFTER ADVANCING 1 LINE.
015797     PERFORM 9200-WRITE-EXTRACT-TRAILER THRU 9200-EXIT.
015800     CLOSE CUSTOMER-MASTER-FILE
015810           CUSTOMER-REPORT-FILE
015820           EXCEPTION-REPORT-FILE
016260     MOVE 0 TO CKPT-REJECTED-COUNT.
016270     MOVE 0 TO CKPT-TOTAL-WEIGHT.
016275     MOVE 0 TO CKPT-BALANCE-TOTAL.
016277     MOVE 0 TO CKPT-INACTIVE-SKIP-COUNT.
016280     MOVE SPACES TO CKPT-LAST-CUST-ID.
016290     OPEN OUTPUT CHECKPOINT-FILE.
016300     WRITE CHECKPOINT-FILE-RECORD FROM CHECKPOINT-RECORD.
018560     CLOSE RUN-LOG-FILE.
018570 9700-EXIT.
018580     EXIT.
018590
018600*----------------------------------------------------------------
018610* 9800-CHECK-CYCLE-CONTROL
018620* THE NIGHTLY STREAM RUNS IN A FIXED ORDER AGAINST THE ONE
018630* BUSINESS DATE ON THE CYCLE CONTROL FILE.  THIS STEP REFUSES TO
018640* START - BEFORE A SINGLE FILE IS OPENED - WHEN THE CONTROL FILE
018650* IS MISSING OR CARRIES NO BUSINESS DATE, WHEN THE PARAMETER CARD
018660* IS FOR ANOTHER DATE, WHEN A STEP AHEAD OF IT HAS NOT COMPLETED
018670* FOR THE DATE, OR WHEN IT HAS ALREADY COMPLETED FOR THE DATE AND
018680* NO RERUN HAS BEEN AUTHORIZED.  A REFUSAL ENDS WITH RETURN CODE
018690* 12 SO THE SCHEDULER CAN TELL IT FROM A FAILURE.  OTHERWISE THE
018700* STEP IS MARKED RUNNING AND ANY RERUN AUTHORITY IS USED UP.
018710*----------------------------------------------------------------
018720 9800-CHECK-CYCLE-CONTROL.
018730     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
018740     IF VAR-CYCLE-NOT-LOADED
018750         DISPLAY 'HELLO - NO CYCLE CONTROL FILE, RUN REFUSED, '
018760             'STATUS = ' VAR-CYCLCTL-STATUS
018770         MOVE 12 TO RETURN-CODE
018780         STOP RUN
018790     END-IF.
018800     MOVE 0 TO VAR-CYCLE-BUSINESS-DATE.
018810     IF VAR-CYCLE-COUNT > 0
018820         MOVE VAR-CYCLE-ENTRY (1) TO CYCLE-CONTROL-RECORD
018830         IF CYC-DATE-RECORD AND CYC-BUSINESS-DATE NUMERIC
018840             MOVE CYC-BUSINESS-DATE TO VAR-CYCLE-BUSINESS-DATE
018850         END-IF
018860     END-IF.
018870     IF VAR-CYCLE-BUSINESS-DATE = 0
018880         DISPLAY 'HELLO - CYCLE CONTROL FILE HAS NO BUSINESS '
018890             'DATE, RUN REFUSED'
018900         MOVE 12 TO RETURN-CODE
018910         STOP RUN
018920     END-IF.
018930     IF PARM-RUN-DATE-NUM NOT = VAR-CYCLE-BUSINESS-DATE
018940         DISPLAY 'HELLO - RUN DATE ' PARM-RUN-DATE-NUM
018950             ' IS NOT THE BUSINESS DATE ' VAR-CYCLE-BUSINESS-DATE
018960             ', RUN REFUSED'
018970         MOVE 12 TO RETURN-CODE
018980         STOP RUN
018990     END-IF.
019000     MOVE 0 TO VAR-CYCLE-OWN-SUB.
019010     MOVE SPACES TO VAR-CYCLE-WAITING-STEP.
019020     MOVE 2 TO VAR-CYCLE-SUB.
019030     PERFORM 9820-CHECK-ONE-PRIOR-STEP THRU 9820-EXIT
019040         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
019050     IF VAR-CYCLE-OWN-SUB = 0
019060         DISPLAY 'HELLO - STEP ' VAR-CYCLE-STEP-NAME
019070             ' IS NOT ON THE CYCLE CONTROL FILE, RUN REFUSED'
019080         MOVE 12 TO RETURN-CODE
019090         STOP RUN
019100     END-IF.
019110     IF VAR-CYCLE-WAITING-STEP NOT = SPACES
019120         DISPLAY 'HELLO - STEP ' VAR-CYCLE-WAITING-STEP
019130             ' HAS NOT COMPLETED FOR ' VAR-CYCLE-BUSINESS-DATE
019140             ', RUN REFUSED'
019150         MOVE 12 TO RETURN-CODE
019160         STOP RUN
019170     END-IF.
019180     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
019190         TO CYCLE-CONTROL-RECORD.
019200     IF CYC-STEP-COMPLETE
019210             AND CYC-STEP-DATE = VAR-CYCLE-BUSINESS-DATE
019220             AND NOT CYC-RERUN-AUTHORIZED
019230         DISPLAY 'HELLO - ALREADY COMPLETED FOR '
019240             VAR-CYCLE-BUSINESS-DATE ', RUN REFUSED WITHOUT A '
019250             'RERUN OVERRIDE'
019260         MOVE 12 TO RETURN-CODE
019270         STOP RUN
019280     END-IF.
019290     IF CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
019300         MOVE VAR-CYCLE-BUSINESS-DATE TO CYC-STEP-DATE
019310         MOVE 0 TO CYC-STEP-RUN-COUNT
019320     END-IF.
019330     IF CYC-RERUN-AUTHORIZED
019340         DISPLAY 'HELLO - RERUN AUTHORIZED BY '
019350             CYC-RERUN-OPERATOR ' - ' CYC-RERUN-REASON
019360         SET CYC-RERUN-USED TO TRUE
019370     END-IF.
019380     SET CYC-STEP-RUNNING TO TRUE.
019390     IF CYC-STEP-RUN-COUNT NOT NUMERIC
019400         MOVE 0 TO CYC-STEP-RUN-COUNT
019410     END-IF.
019420     ADD 1 TO CYC-STEP-RUN-COUNT.
019430     MOVE 0 TO CYC-STEP-RETURN-CODE.
019440     ACCEPT VAR-CYCLE-TIME FROM TIME.
019450     MOVE VAR-CYCLE-TIME TO CYC-STEP-START-TIME.
019460     MOVE 0 TO CYC-STEP-END-TIME.
019470     MOVE CYCLE-CONTROL-RECORD
019480         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
019490     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
019500 9800-EXIT.
019510     EXIT.
019520
019530*----------------------------------------------------------------
019540* 9810-LOAD-CYCLE-CONTROL
019550* READS THE WHOLE CYCLE CONTROL FILE INTO THE TABLE.  THE LOADED
019560* SWITCH IS SET ONLY WHEN THE FILE WAS READ CLEANLY TO
019570* THE END; THE CALLER DECIDES WHAT ANYTHING ELSE MEANS.
019580*----------------------------------------------------------------
019590 9810-LOAD-CYCLE-CONTROL.
019600     MOVE 0 TO VAR-CYCLE-COUNT.
019610     SET VAR-CYCLE-NOT-LOADED TO TRUE.
019620     OPEN INPUT CYCLE-CONTROL-FILE.
019630     IF NOT VAR-CYCLCTL-OK
019640         GO TO 9810-EXIT
019650     END-IF.
019660     PERFORM 9815-LOAD-ONE-CYCLE-RECORD THRU 9815-EXIT
019670         UNTIL NOT VAR-CYCLCTL-OK.
019680     IF VAR-CYCLCTL-EOF
019690         SET VAR-CYCLE-LOADED TO TRUE
019700     END-IF.
019710     CLOSE CYCLE-CONTROL-FILE.
019720 9810-EXIT.
019730     EXIT.
019740
019750*----------------------------------------------------------------
019760* 9815-LOAD-ONE-CYCLE-RECORD
019770* A FILE LONGER THAN THE TABLE CANNOT BE REWRITTEN WITHOUT LOSING
019780* RECORDS, SO IT STOPS THE JOB RATHER THAN BEING TRUNCATED.
019790*----------------------------------------------------------------
019800 9815-LOAD-ONE-CYCLE-RECORD.
019810     READ CYCLE-CONTROL-FILE
019820         AT END
019830             MOVE '10' TO VAR-CYCLCTL-STATUS
019840     END-READ.
019850     IF NOT VAR-CYCLCTL-OK
019860         GO TO 9815-EXIT
019870     END-IF.
019880     IF VAR-CYCLE-COUNT NOT < VAR-CYCLE-MAX
019890         DISPLAY 'HELLO - CYCLE CONTROL FILE HAS MORE RECORDS '
019900             'THAN THE PROGRAM HOLDS'
019910         MOVE 16 TO RETURN-CODE
019920         STOP RUN
019930     END-IF.
019940     ADD 1 TO VAR-CYCLE-COUNT.
019950     MOVE CYCLE-CONTROL-IMAGE
019960         TO VAR-CYCLE-ENTRY (VAR-CYCLE-COUNT).
019970 9815-EXIT.
019980     EXIT.
019990
020000*----------------------------------------------------------------
020010* 9820-CHECK-ONE-PRIOR-STEP
020020* THE STEP RECORDS ARE KEPT IN RUN ORDER, SO EVERY STEP RECORD
020030* AHEAD OF THIS STEP'S OWN MUST BE COMPLETE FOR THE BUSINESS
020040* DATE.  THE FIRST ONE THAT IS NOT IS KEPT FOR THE REFUSAL
020050* MESSAGE.  FINDING THIS STEP'S OWN RECORD ENDS THE SCAN.
020060*----------------------------------------------------------------
020070 9820-CHECK-ONE-PRIOR-STEP.
020080     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
020090     IF NOT CYC-STEP-RECORD
020100         GO TO 9820-NEXT
020110     END-IF.
020120     IF CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
020130         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
020140         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
020150         GO TO 9820-NEXT
020160     END-IF.
020170     IF VAR-CYCLE-WAITING-STEP = SPACES
020180         IF NOT CYC-STEP-COMPLETE
020190                 OR CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
020200             MOVE CYC-STEP-NAME TO VAR-CYCLE-WAITING-STEP
020210         END-IF
020220     END-IF.
020230 9820-NEXT.
020240     ADD 1 TO VAR-CYCLE-SUB.
020250 9820-EXIT.
020260     EXIT.
020270
020280*----------------------------------------------------------------
020290* 9830-REWRITE-CYCLE-CONTROL
020300* WRITES THE TABLE BACK OUT AS THE NEW CYCLE CONTROL FILE.
020310*----------------------------------------------------------------
020320 9830-REWRITE-CYCLE-CONTROL.
020330     OPEN OUTPUT CYCLE-CONTROL-FILE.
020340     IF NOT VAR-CYCLCTL-OK
020350         DISPLAY 'HELLO - UNABLE TO REWRITE CYCLE CONTROL, '
020360             'STATUS = ' VAR-CYCLCTL-STATUS
020370         MOVE 16 TO RETURN-CODE
020380         STOP RUN
020390     END-IF.
020400     MOVE 1 TO VAR-CYCLE-SUB.
020410     PERFORM 9835-WRITE-ONE-CYCLE-RECORD THRU 9835-EXIT
020420         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
020430     CLOSE CYCLE-CONTROL-FILE.
020440 9830-EXIT.
020450     EXIT.
020460
020470 9835-WRITE-ONE-CYCLE-RECORD.
020480     WRITE CYCLE-CONTROL-IMAGE
020490         FROM VAR-CYCLE-ENTRY (VAR-CYCLE-SUB).
020500     ADD 1 TO VAR-CYCLE-SUB.
020510 9835-EXIT.
020520     EXIT.
020530
020540*----------------------------------------------------------------
020550* 9850-POST-CYCLE-CONTROL
020560* RECORDS HOW THE STEP ENDED.  THE FILE IS READ AGAIN RATHER THAN
020570* TRUSTED FROM THE START OF THE RUN, SO AN OVERRIDE POSTED FOR
020580* ANOTHER STEP MEANWHILE IS NOT LOST.  A RUN THAT GETS HERE WITH A
020590* RETURN CODE BELOW 16 RAN TO ITS END AND ITS OUTPUT STANDS, SO
020600* THE STEP IS COMPLETE - A WARNING CODE STILL REACHES THE
020610* SCHEDULER AS SET.  16 MARKS THE STEP FAILED.
020620*----------------------------------------------------------------
020630 9850-POST-CYCLE-CONTROL.
020640     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
020650     IF VAR-CYCLE-NOT-LOADED
020660         DISPLAY 'HELLO - UNABLE TO RELOAD CYCLE CONTROL, '
020670             'STATUS = ' VAR-CYCLCTL-STATUS
020680         MOVE 16 TO RETURN-CODE
020690         STOP RUN
020700     END-IF.
020710     MOVE 0 TO VAR-CYCLE-OWN-SUB.
020720     MOVE 1 TO VAR-CYCLE-SUB.
020730     PERFORM 9860-FIND-OWN-STEP THRU 9860-EXIT
020740         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
020750     IF VAR-CYCLE-OWN-SUB = 0
020760         DISPLAY 'HELLO - STEP ' VAR-CYCLE-STEP-NAME
020770             ' HAS GONE FROM THE CYCLE CONTROL FILE'
020780         MOVE 16 TO RETURN-CODE
020790         STOP RUN
020800     END-IF.
020810     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
020820         TO CYCLE-CONTROL-RECORD.
020830     IF RETURN-CODE < 16
020840         SET CYC-STEP-COMPLETE TO TRUE
020850     ELSE
020860         SET CYC-STEP-FAILED TO TRUE
020870     END-IF.
020880     MOVE RETURN-CODE TO CYC-STEP-RETURN-CODE.
020890     ACCEPT VAR-CYCLE-TIME FROM TIME.
020900     MOVE VAR-CYCLE-TIME TO CYC-STEP-END-TIME.
020910     MOVE CYCLE-CONTROL-RECORD
020920         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
020930     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
020940 9850-EXIT.
020950     EXIT.
020960
020970 9860-FIND-OWN-STEP.
020980     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
020990     IF CYC-STEP-RECORD
021000             AND CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
021010         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
021020         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
021030     END-IF.
021040     ADD 1 TO VAR-CYCLE-SUB.
021050 9860-EXIT.
021060     EXIT.
