000210* 2026-08-22 CJH  A FAILED FILE OPEN NOW ENDS THE JOB WITH
000211*                 RETURN CODE 16, MATCHING THE SHOP'S GRADED-
000212*                 CONDITION CONVENTION.
000213* 2026-10-15 CJH  THE INDICATOR RECORD NOW CARRIES ORPHAN AND
000214*                 MISSING-COMPANION COUNTS FOR THE CROSS-FILE
000215*                 INTEGRITY CHECK; THIS STEP WRITES THEM AS ZERO.
000216* 2026-10-15 CJH  CHECKS THE NIGHTLY CYCLE CONTROL FILE BEFORE
000217*                 ANY WORK IS DONE AND REFUSES, WITH RETURN CODE
000218*                 12, TO RUN FOR ANY DATE BUT THE BUSINESS DATE,
000219*                 AHEAD OF AN EARLIER STEP, OR A SECOND TIME FOR A
000220*                 DATE ALREADY COMPLETED WITHOUT A RERUN OVERRIDE.
000221*                 THE STEP IS POSTED COMPLETE OR FAILED AT THE END
000222*                 OF THE RUN.  THE PARAMETER CARD IS NOW READ
000223*                 FIRST.
000225*----------------------------------------------------------------
000227
000230 ENVIRONMENT DIVISION.
000240
000250 INPUT-OUTPUT SECTION.
000370     SELECT GO-NO-GO-FILE ASSIGN TO GONOGO
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS VAR-GONOGO-STATUS.
000392
000394     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000396         ORGANIZATION IS SEQUENTIAL
000398         FILE STATUS IS VAR-CYCLCTL-STATUS.
000400
000410     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000420         ORGANIZATION IS SEQUENTIAL
000730     LABEL RECORDS ARE STANDARD.
000740 01  PARAMETER-CARD-IMAGE           PIC X(80).
000750
000751*CYCLE CONTROL - CHECKED BEFORE ANY WORK IS DONE; THIS STEP'S
000752*RECORD IS MARKED RUNNING AT THE START AND COMPLETE OR FAILED AT
000753*THE END.
000754 FD  CYCLE-CONTROL-FILE
000755     RECORD CONTAINS 80 CHARACTERS
000756     LABEL RECORDS ARE STANDARD.
000757 01  CYCLE-CONTROL-IMAGE            PIC X(80).
000758
000760 WORKING-STORAGE SECTION.
000770
000780*----------------------------------------------------------------
000890* PARAMETER CARD WORKING COPY
000900*----------------------------------------------------------------
000910 COPY PARMCARD.
000911
000912*----------------------------------------------------------------
000913* CYCLE CONTROL WORKING COPY - THE WHOLE FILE IS HELD IN THE
000914* TABLE BELOW WHILE THIS STEP'S RECORD IS UPDATED.
000915*----------------------------------------------------------------
000916 COPY CYCLREC.
000917
000918 01  VAR-CYCLCTL-STATUS        PIC X(02) VALUE '00'.
000919     88  VAR-CYCLCTL-OK                   VALUE '00'.
000920     88  VAR-CYCLCTL-EOF                  VALUE '10'.
000921 01  VAR-CYCLE-LOAD-SWITCH      PIC X(01) VALUE 'N'.
000922     88  VAR-CYCLE-LOADED                 VALUE 'Y'.
000923     88  VAR-CYCLE-NOT-LOADED             VALUE 'N'.
000924 01  VAR-CYCLE-STEP-NAME        PIC X(08) VALUE 'CUSTVAL '.
000925 01  VAR-CYCLE-MAX              PIC 9(03) COMP VALUE 50.
000926 01  VAR-CYCLE-COUNT            PIC 9(03) COMP VALUE 0.
000927 01  VAR-CYCLE-SUB              PIC 9(03) COMP VALUE 0.
000928 01  VAR-CYCLE-OWN-SUB          PIC 9(03) COMP VALUE 0.
000929 01  VAR-CYCLE-BUSINESS-DATE    PIC 9(08) VALUE 0.
000930 01  VAR-CYCLE-WAITING-STEP     PIC X(08) VALUE SPACES.
000931 01  VAR-CYCLE-TIME             PIC 9(08) VALUE 0.
000932 01  VAR-CYCLE-TABLE.
000933     05  VAR-CYCLE-ENTRY            PIC X(80) OCCURS 50 TIMES.
000935
000937 01  VAR-CUSTMSTR-STATUS       PIC X(02) VALUE '00'.
000940     88  VAR-CUSTMSTR-OK                  VALUE '00'.
000950     88  VAR-CUSTMSTR-EOF                 VALUE '10'.
000960 01  VAR-VALRPT-STATUS         PIC X(02) VALUE '00'.
001700     PERFORM 2000-VALIDATE-ONE-RECORD THRU 2000-EXIT
001710         UNTIL VAR-CUSTMSTR-EOF.
001720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001725     PERFORM 9850-POST-CYCLE-CONTROL THRU 9850-EXIT.
001730     STOP RUN.
001740
001750*----------------------------------------------------------------
001780* MASTER READ AND PRINTS THE FIRST PAGE HEADING.
001790*----------------------------------------------------------------
001800 1000-INITIALIZE.
001803     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
001806     PERFORM 9800-CHECK-CYCLE-CONTROL THRU 9800-EXIT.
001810     OPEN INPUT  CUSTOMER-MASTER-FILE.
001820     IF NOT VAR-CUSTMSTR-OK
001830         DISPLAY 'CUSTVAL - UNABLE TO OPEN CUSTOMER-MASTER, '
001840             'STATUS = ' VAR-CUSTMSTR-STATUS
001845         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF.
001870     OPEN OUTPUT VALIDATION-REPORT-FILE.
001880     IF NOT VAR-VALRPT-OK
001890         DISPLAY 'CUSTVAL - UNABLE TO OPEN VALIDATION REPORT, '
001900             'STATUS = ' VAR-VALRPT-STATUS
001905         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF.
001930     OPEN OUTPUT GO-NO-GO-FILE.
001940     IF NOT VAR-GONOGO-OK
001950         DISPLAY 'CUSTVAL - UNABLE TO OPEN GO/NO-GO FILE, '
001960             'STATUS = ' VAR-GONOGO-STATUS
001965         MOVE 16 TO RETURN-CODE
001970         STOP RUN
001980     END-IF.
002000     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
002010     PERFORM 8100-READ-CUSTOMER-MASTER THRU 8100-EXIT.
002020 1000-EXIT.
003590     MOVE VAR-WEIGHT-HASH-TOTAL TO VAL-WEIGHT-HASH.
003600     MOVE VAR-DUPLICATE-COUNT TO VAL-DUP-COUNT.
003610     MOVE VAR-SEQUENCE-ERROR-COUNT TO VAL-SEQ-ERR-COUNT.
003613     MOVE 0 TO VAL-ORPHAN-COUNT.
003616     MOVE 0 TO VAL-MISSING-COUNT.
003620     WRITE GO-NO-GO-OUTPUT-RECORD FROM GO-NO-GO-RECORD.
003630 9100-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------------
003670* 9800-CHECK-CYCLE-CONTROL
003680* THE NIGHTLY STREAM RUNS IN A FIXED ORDER AGAINST THE ONE
003690* BUSINESS DATE ON THE CYCLE CONTROL FILE.  THIS STEP REFUSES TO
003700* START - BEFORE A SINGLE FILE IS OPENED - WHEN THE CONTROL FILE
003710* IS MISSING OR CARRIES NO BUSINESS DATE, WHEN THE PARAMETER CARD
003720* IS FOR ANOTHER DATE, WHEN A STEP AHEAD OF IT HAS NOT COMPLETED
003730* FOR THE DATE, OR WHEN IT HAS ALREADY COMPLETED FOR THE DATE AND
003740* NO RERUN HAS BEEN AUTHORIZED.  A REFUSAL ENDS WITH RETURN CODE
003750* 12 SO THE SCHEDULER CAN TELL IT FROM A FAILURE.  OTHERWISE THE
003760* STEP IS MARKED RUNNING AND ANY RERUN AUTHORITY IS USED UP.
003770*----------------------------------------------------------------
003780 9800-CHECK-CYCLE-CONTROL.
003790     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
003800     IF VAR-CYCLE-NOT-LOADED
003810         DISPLAY 'CUSTVAL - NO CYCLE CONTROL FILE, RUN REFUSED, '
003820             'STATUS = ' VAR-CYCLCTL-STATUS
003830         MOVE 12 TO RETURN-CODE
003840         STOP RUN
003850     END-IF.
003860     MOVE 0 TO VAR-CYCLE-BUSINESS-DATE.
003870     IF VAR-CYCLE-COUNT > 0
003880         MOVE VAR-CYCLE-ENTRY (1) TO CYCLE-CONTROL-RECORD
003890         IF CYC-DATE-RECORD AND CYC-BUSINESS-DATE NUMERIC
003900             MOVE CYC-BUSINESS-DATE TO VAR-CYCLE-BUSINESS-DATE
003910         END-IF
003920     END-IF.
003930     IF VAR-CYCLE-BUSINESS-DATE = 0
003940         DISPLAY 'CUSTVAL - CYCLE CONTROL FILE HAS NO BUSINESS '
003950             'DATE, RUN REFUSED'
003960         MOVE 12 TO RETURN-CODE
003970         STOP RUN
003980     END-IF.
003990     IF PARM-RUN-DATE-NUM NOT = VAR-CYCLE-BUSINESS-DATE
004000         DISPLAY 'CUSTVAL - RUN DATE ' PARM-RUN-DATE-NUM
004010             ' IS NOT THE BUSINESS DATE ' VAR-CYCLE-BUSINESS-DATE
004020             ', RUN REFUSED'
004030         MOVE 12 TO RETURN-CODE
004040         STOP RUN
004050     END-IF.
004060     MOVE 0 TO VAR-CYCLE-OWN-SUB.
004070     MOVE SPACES TO VAR-CYCLE-WAITING-STEP.
004080     MOVE 2 TO VAR-CYCLE-SUB.
004090     PERFORM 9820-CHECK-ONE-PRIOR-STEP THRU 9820-EXIT
004100         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
004110     IF VAR-CYCLE-OWN-SUB = 0
004120         DISPLAY 'CUSTVAL - STEP ' VAR-CYCLE-STEP-NAME
004130             ' IS NOT ON THE CYCLE CONTROL FILE, RUN REFUSED'
004140         MOVE 12 TO RETURN-CODE
004150         STOP RUN
004160     END-IF.
004170     IF VAR-CYCLE-WAITING-STEP NOT = SPACES
004180         DISPLAY 'CUSTVAL - STEP ' VAR-CYCLE-WAITING-STEP
004190             ' HAS NOT COMPLETED FOR ' VAR-CYCLE-BUSINESS-DATE
004200             ', RUN REFUSED'
004210         MOVE 12 TO RETURN-CODE
004220         STOP RUN
004230     END-IF.
004240     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
004250         TO CYCLE-CONTROL-RECORD.
004260     IF CYC-STEP-COMPLETE
004270             AND CYC-STEP-DATE = VAR-CYCLE-BUSINESS-DATE
004280             AND NOT CYC-RERUN-AUTHORIZED
004290         DISPLAY 'CUSTVAL - ALREADY COMPLETED FOR '
004300             VAR-CYCLE-BUSINESS-DATE ', RUN REFUSED WITHOUT A '
004310             'RERUN OVERRIDE'
004320         MOVE 12 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     IF CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
004360         MOVE VAR-CYCLE-BUSINESS-DATE TO CYC-STEP-DATE
004370         MOVE 0 TO CYC-STEP-RUN-COUNT
004380     END-IF.
004390     IF CYC-RERUN-AUTHORIZED
004400         DISPLAY 'CUSTVAL - RERUN AUTHORIZED BY '
004410             CYC-RERUN-OPERATOR ' - ' CYC-RERUN-REASON
004420         SET CYC-RERUN-USED TO TRUE
004430     END-IF.
004440     SET CYC-STEP-RUNNING TO TRUE.
004450     IF CYC-STEP-RUN-COUNT NOT NUMERIC
004460         MOVE 0 TO CYC-STEP-RUN-COUNT
004470     END-IF.
004480     ADD 1 TO CYC-STEP-RUN-COUNT.
004490     MOVE 0 TO CYC-STEP-RETURN-CODE.
004500     ACCEPT VAR-CYCLE-TIME FROM TIME.
004510     MOVE VAR-CYCLE-TIME TO CYC-STEP-START-TIME.
004520     MOVE 0 TO CYC-STEP-END-TIME.
004530     MOVE CYCLE-CONTROL-RECORD
004540         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
004550     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
004560 9800-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------------
004600* 9810-LOAD-CYCLE-CONTROL
004610* READS THE WHOLE CYCLE CONTROL FILE INTO THE TABLE.  THE LOADED
004620* SWITCH IS SET ONLY WHEN THE FILE WAS READ CLEANLY TO
004630* THE END; THE CALLER DECIDES WHAT ANYTHING ELSE MEANS.
004640*----------------------------------------------------------------
004650 9810-LOAD-CYCLE-CONTROL.
004660     MOVE 0 TO VAR-CYCLE-COUNT.
004670     SET VAR-CYCLE-NOT-LOADED TO TRUE.
004680     OPEN INPUT CYCLE-CONTROL-FILE.
004690     IF NOT VAR-CYCLCTL-OK
004700         GO TO 9810-EXIT
004710     END-IF.
004720     PERFORM 9815-LOAD-ONE-CYCLE-RECORD THRU 9815-EXIT
004730         UNTIL NOT VAR-CYCLCTL-OK.
004740     IF VAR-CYCLCTL-EOF
004750         SET VAR-CYCLE-LOADED TO TRUE
004760     END-IF.
004770     CLOSE CYCLE-CONTROL-FILE.
004780 9810-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------
004820* 9815-LOAD-ONE-CYCLE-RECORD
004830* A FILE LONGER THAN THE TABLE CANNOT BE REWRITTEN WITHOUT LOSING
004840* RECORDS, SO IT STOPS THE JOB RATHER THAN BEING TRUNCATED.
004850*----------------------------------------------------------------
004860 9815-LOAD-ONE-CYCLE-RECORD.
004870     READ CYCLE-CONTROL-FILE
004880         AT END
004890             MOVE '10' TO VAR-CYCLCTL-STATUS
004900     END-READ.
004910     IF NOT VAR-CYCLCTL-OK
004920         GO TO 9815-EXIT
004930     END-IF.
004940     IF VAR-CYCLE-COUNT NOT < VAR-CYCLE-MAX
004950         DISPLAY 'CUSTVAL - CYCLE CONTROL FILE HAS MORE RECORDS '
004960             'THAN THE PROGRAM HOLDS'
004970         MOVE 16 TO RETURN-CODE
004980         STOP RUN
004990     END-IF.
005000     ADD 1 TO VAR-CYCLE-COUNT.
005010     MOVE CYCLE-CONTROL-IMAGE
005020         TO VAR-CYCLE-ENTRY (VAR-CYCLE-COUNT).
005030 9815-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------
005070* 9820-CHECK-ONE-PRIOR-STEP
005080* THE STEP RECORDS ARE KEPT IN RUN ORDER, SO EVERY STEP RECORD
005090* AHEAD OF THIS STEP'S OWN MUST BE COMPLETE FOR THE BUSINESS
005100* DATE.  THE FIRST ONE THAT IS NOT IS KEPT FOR THE REFUSAL
005110* MESSAGE.  FINDING THIS STEP'S OWN RECORD ENDS THE SCAN.
005120*----------------------------------------------------------------
005130 9820-CHECK-ONE-PRIOR-STEP.
005140     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
005150     IF NOT CYC-STEP-RECORD
005160         GO TO 9820-NEXT
005170     END-IF.
005180     IF CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
005190         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
005200         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
005210         GO TO 9820-NEXT
005220     END-IF.
005230     IF VAR-CYCLE-WAITING-STEP = SPACES
005240         IF NOT CYC-STEP-COMPLETE
005250                 OR CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
005260             MOVE CYC-STEP-NAME TO VAR-CYCLE-WAITING-STEP
005270         END-IF
005280     END-IF.
005290 9820-NEXT.
005300     ADD 1 TO VAR-CYCLE-SUB.
005310 9820-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------------
005350* 9830-REWRITE-CYCLE-CONTROL
005360* WRITES THE TABLE BACK OUT AS THE NEW CYCLE CONTROL FILE.
005370*----------------------------------------------------------------
005380 9830-REWRITE-CYCLE-CONTROL.
005390     OPEN OUTPUT CYCLE-CONTROL-FILE.
005400     IF NOT VAR-CYCLCTL-OK
005410         DISPLAY 'CUSTVAL - UNABLE TO REWRITE CYCLE CONTROL, '
005420             'STATUS = ' VAR-CYCLCTL-STATUS
005430         MOVE 16 TO RETURN-CODE
005440         STOP RUN
005450     END-IF.
005460     MOVE 1 TO VAR-CYCLE-SUB.
005470     PERFORM 9835-WRITE-ONE-CYCLE-RECORD THRU 9835-EXIT
005480         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
005490     CLOSE CYCLE-CONTROL-FILE.
005500 9830-EXIT.
005510     EXIT.
005520
005530 9835-WRITE-ONE-CYCLE-RECORD.
005540     WRITE CYCLE-CONTROL-IMAGE
005550         FROM VAR-CYCLE-ENTRY (VAR-CYCLE-SUB).
005560     ADD 1 TO VAR-CYCLE-SUB.
005570 9835-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------
005610* 9850-POST-CYCLE-CONTROL
005620* RECORDS HOW THE STEP ENDED.  THE FILE IS READ AGAIN RATHER THAN
005630* TRUSTED FROM THE START OF THE RUN, SO AN OVERRIDE POSTED FOR
005640* ANOTHER STEP MEANWHILE IS NOT LOST.  A RUN THAT GETS HERE WITH A
005650* RETURN CODE BELOW 16 RAN TO ITS END AND ITS OUTPUT STANDS, SO
005660* THE STEP IS COMPLETE - A WARNING CODE STILL REACHES THE
005670* SCHEDULER AS SET.  16 MARKS THE STEP FAILED.
005680*----------------------------------------------------------------
005690 9850-POST-CYCLE-CONTROL.
005700     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
005710     IF VAR-CYCLE-NOT-LOADED
005720         DISPLAY 'CUSTVAL - UNABLE TO RELOAD CYCLE CONTROL, '
005730             'STATUS = ' VAR-CYCLCTL-STATUS
005740         MOVE 16 TO RETURN-CODE
005750         STOP RUN
005760     END-IF.
005770     MOVE 0 TO VAR-CYCLE-OWN-SUB.
005780     MOVE 1 TO VAR-CYCLE-SUB.
005790     PERFORM 9860-FIND-OWN-STEP THRU 9860-EXIT
005800         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
005810     IF VAR-CYCLE-OWN-SUB = 0
005820         DISPLAY 'CUSTVAL - STEP ' VAR-CYCLE-STEP-NAME
005830             ' HAS GONE FROM THE CYCLE CONTROL FILE'
005840         MOVE 16 TO RETURN-CODE
005850         STOP RUN
005860     END-IF.
005870     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
005880         TO CYCLE-CONTROL-RECORD.
005890     IF RETURN-CODE < 16
005900         SET CYC-STEP-COMPLETE TO TRUE
005910     ELSE
005920         SET CYC-STEP-FAILED TO TRUE
005930     END-IF.
005940     MOVE RETURN-CODE TO CYC-STEP-RETURN-CODE.
005950     ACCEPT VAR-CYCLE-TIME FROM TIME.
005960     MOVE VAR-CYCLE-TIME TO CYC-STEP-END-TIME.
005970     MOVE CYCLE-CONTROL-RECORD
005980         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
005990     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
006000 9850-EXIT.
006010     EXIT.
006020
006030 9860-FIND-OWN-STEP.
006040     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
006050     IF CYC-STEP-RECORD
006060             AND CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
006070         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
006080         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
006090     END-IF.
006100     ADD 1 TO VAR-CYCLE-SUB.
006110 9860-EXIT.
006120     EXIT.
