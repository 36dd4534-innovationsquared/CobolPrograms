000240*                 TRAY WITH THE DISCOUNT TIER EACH QUALIFIES
000250*                 FOR, PLUS THE RUN TOTALS THE POSTAGE CLERK
000260*                 FILES WITH THE MAILING STATEMENT.
000261* 2026-10-15 CJH  CHECKS THE NIGHTLY CYCLE CONTROL FILE BEFORE
000262*                 ANY WORK IS DONE AND REFUSES, WITH RETURN CODE
000263*                 12, TO RUN FOR ANY DATE BUT THE BUSINESS DATE,
000264*                 AHEAD OF AN EARLIER STEP, OR A SECOND TIME FOR A
000265*                 DATE ALREADY COMPLETED WITHOUT A RERUN OVERRIDE.
000266*                 THE STEP IS POSTED COMPLETE OR FAILED AT THE END
000267*                 OF THE RUN.  THE PARAMETER CARD IS NOW READ
000268*                 FIRST.
000270*----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000510     SELECT MANIFEST-REPORT-FILE ASSIGN TO MANIFEST
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS VAR-MANIFEST-STATUS.
000532
000534     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000536         ORGANIZATION IS SEQUENTIAL
000538         FILE STATUS IS VAR-CYCLCTL-STATUS.
000540
000550     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000560         ORGANIZATION IS SEQUENTIAL
001070     LABEL RECORDS ARE STANDARD.
001080 01  PARAMETER-CARD-IMAGE           PIC X(80).
001090
001091*CYCLE CONTROL - CHECKED BEFORE ANY WORK IS DONE; THIS STEP'S
001092*RECORD IS MARKED RUNNING AT THE START AND COMPLETE OR FAILED AT
001093*THE END.
001094 FD  CYCLE-CONTROL-FILE
001095     RECORD CONTAINS 80 CHARACTERS
001096     LABEL RECORDS ARE STANDARD.
001097 01  CYCLE-CONTROL-IMAGE            PIC X(80).
001098
001100 WORKING-STORAGE SECTION.
001110
001120*----------------------------------------------------------------
001230* PARAMETER CARD WORKING COPY
001240*----------------------------------------------------------------
001250 COPY PARMCARD.
001251
001252*----------------------------------------------------------------
001253* CYCLE CONTROL WORKING COPY - THE WHOLE FILE IS HELD IN THE
001254* TABLE BELOW WHILE THIS STEP'S RECORD IS UPDATED.
001255*----------------------------------------------------------------
001256 COPY CYCLREC.
001257
001258 01  VAR-CYCLCTL-STATUS        PIC X(02) VALUE '00'.
001259     88  VAR-CYCLCTL-OK                   VALUE '00'.
001260     88  VAR-CYCLCTL-EOF                  VALUE '10'.
001261 01  VAR-CYCLE-LOAD-SWITCH      PIC X(01) VALUE 'N'.
001262     88  VAR-CYCLE-LOADED                 VALUE 'Y'.
001263     88  VAR-CYCLE-NOT-LOADED             VALUE 'N'.
001264 01  VAR-CYCLE-STEP-NAME        PIC X(08) VALUE 'MAILSORT'.
001265 01  VAR-CYCLE-MAX              PIC 9(03) COMP VALUE 50.
001266 01  VAR-CYCLE-COUNT            PIC 9(03) COMP VALUE 0.
001267 01  VAR-CYCLE-SUB              PIC 9(03) COMP VALUE 0.
001268 01  VAR-CYCLE-OWN-SUB          PIC 9(03) COMP VALUE 0.
001269 01  VAR-CYCLE-BUSINESS-DATE    PIC 9(08) VALUE 0.
001270 01  VAR-CYCLE-WAITING-STEP     PIC X(08) VALUE SPACES.
001271 01  VAR-CYCLE-TIME             PIC 9(08) VALUE 0.
001272 01  VAR-CYCLE-TABLE.
001273     05  VAR-CYCLE-ENTRY            PIC X(80) OCCURS 50 TIMES.
001275
001277 01  VAR-MAILFILE-STATUS       PIC X(02) VALUE '00'.
001280     88  VAR-MAILFILE-OK                  VALUE '00'.
001290 01  VAR-SRTMAIL-STATUS        PIC X(02) VALUE '00'.
001300     88  VAR-SRTMAIL-OK                   VALUE '00'.
002390         UNTIL VAR-SRTMAIL-EOF.
002400     PERFORM 2700-CLOSE-THE-TRAY THRU 2700-EXIT.
002410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002415     PERFORM 9850-POST-CYCLE-CONTROL THRU 9850-EXIT.
002420     STOP RUN.
002430
002440*----------------------------------------------------------------
002480* THE SORT.
002490*----------------------------------------------------------------
002500 1000-INITIALIZE.
002503     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
002506     PERFORM 9800-CHECK-CYCLE-CONTROL THRU 9800-EXIT.
002510     OPEN OUTPUT PRESORT-OUT-FILE.
002520     IF NOT VAR-PRSTFILE-OK
002530         DISPLAY 'MAILSORT - UNABLE TO OPEN PRESORT FILE, '
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002730     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
002780 1000-EXIT.
002790     EXIT.
005140         AFTER ADVANCING 1 LINE.
005150 9100-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------
005190* 9800-CHECK-CYCLE-CONTROL
005200* THE NIGHTLY STREAM RUNS IN A FIXED ORDER AGAINST THE ONE
005210* BUSINESS DATE ON THE CYCLE CONTROL FILE.  THIS STEP REFUSES TO
005220* START - BEFORE A SINGLE FILE IS OPENED - WHEN THE CONTROL FILE
005230* IS MISSING OR CARRIES NO BUSINESS DATE, WHEN THE PARAMETER CARD
005240* IS FOR ANOTHER DATE, WHEN A STEP AHEAD OF IT HAS NOT COMPLETED
005250* FOR THE DATE, OR WHEN IT HAS ALREADY COMPLETED FOR THE DATE AND
005260* NO RERUN HAS BEEN AUTHORIZED.  A REFUSAL ENDS WITH RETURN CODE
005270* 12 SO THE SCHEDULER CAN TELL IT FROM A FAILURE.  OTHERWISE THE
005280* STEP IS MARKED RUNNING AND ANY RERUN AUTHORITY IS USED UP.
005290*----------------------------------------------------------------
005300 9800-CHECK-CYCLE-CONTROL.
005310     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
005320     IF VAR-CYCLE-NOT-LOADED
005330         DISPLAY 'MAILSORT - NO CYCLE CONTROL FILE, RUN REFUSED, '
005340             'STATUS = ' VAR-CYCLCTL-STATUS
005350         MOVE 12 TO RETURN-CODE
005360         STOP RUN
005370     END-IF.
005380     MOVE 0 TO VAR-CYCLE-BUSINESS-DATE.
005390     IF VAR-CYCLE-COUNT > 0
005400         MOVE VAR-CYCLE-ENTRY (1) TO CYCLE-CONTROL-RECORD
005410         IF CYC-DATE-RECORD AND CYC-BUSINESS-DATE NUMERIC
005420             MOVE CYC-BUSINESS-DATE TO VAR-CYCLE-BUSINESS-DATE
005430         END-IF
005440     END-IF.
005450     IF VAR-CYCLE-BUSINESS-DATE = 0
005460         DISPLAY 'MAILSORT - CYCLE CONTROL FILE HAS NO BUSINESS '
005470             'DATE, RUN REFUSED'
005480         MOVE 12 TO RETURN-CODE
005490         STOP RUN
005500     END-IF.
005510     IF PARM-RUN-DATE-NUM NOT = VAR-CYCLE-BUSINESS-DATE
005520         DISPLAY 'MAILSORT - RUN DATE ' PARM-RUN-DATE-NUM
005530             ' IS NOT THE BUSINESS DATE ' VAR-CYCLE-BUSINESS-DATE
005540             ', RUN REFUSED'
005550         MOVE 12 TO RETURN-CODE
005560         STOP RUN
005570     END-IF.
005580     MOVE 0 TO VAR-CYCLE-OWN-SUB.
005590     MOVE SPACES TO VAR-CYCLE-WAITING-STEP.
005600     MOVE 2 TO VAR-CYCLE-SUB.
005610     PERFORM 9820-CHECK-ONE-PRIOR-STEP THRU 9820-EXIT
005620         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
005630     IF VAR-CYCLE-OWN-SUB = 0
005640         DISPLAY 'MAILSORT - STEP ' VAR-CYCLE-STEP-NAME
005650             ' IS NOT ON THE CYCLE CONTROL FILE, RUN REFUSED'
005660         MOVE 12 TO RETURN-CODE
005670         STOP RUN
005680     END-IF.
005690     IF VAR-CYCLE-WAITING-STEP NOT = SPACES
005700         DISPLAY 'MAILSORT - STEP ' VAR-CYCLE-WAITING-STEP
005710             ' HAS NOT COMPLETED FOR ' VAR-CYCLE-BUSINESS-DATE
005720             ', RUN REFUSED'
005730         MOVE 12 TO RETURN-CODE
005740         STOP RUN
005750     END-IF.
005760     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
005770         TO CYCLE-CONTROL-RECORD.
005780     IF CYC-STEP-COMPLETE
005790             AND CYC-STEP-DATE = VAR-CYCLE-BUSINESS-DATE
005800             AND NOT CYC-RERUN-AUTHORIZED
005810         DISPLAY 'MAILSORT - ALREADY COMPLETED FOR '
005820             VAR-CYCLE-BUSINESS-DATE ', RUN REFUSED WITHOUT A '
005830             'RERUN OVERRIDE'
005840         MOVE 12 TO RETURN-CODE
005850         STOP RUN
005860     END-IF.
005870     IF CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
005880         MOVE VAR-CYCLE-BUSINESS-DATE TO CYC-STEP-DATE
005890         MOVE 0 TO CYC-STEP-RUN-COUNT
005900     END-IF.
005910     IF CYC-RERUN-AUTHORIZED
005920         DISPLAY 'MAILSORT - RERUN AUTHORIZED BY '
005930             CYC-RERUN-OPERATOR ' - ' CYC-RERUN-REASON
005940         SET CYC-RERUN-USED TO TRUE
005950     END-IF.
005960     SET CYC-STEP-RUNNING TO TRUE.
005970     IF CYC-STEP-RUN-COUNT NOT NUMERIC
005980         MOVE 0 TO CYC-STEP-RUN-COUNT
005990     END-IF.
006000     ADD 1 TO CYC-STEP-RUN-COUNT.
006010     MOVE 0 TO CYC-STEP-RETURN-CODE.
006020     ACCEPT VAR-CYCLE-TIME FROM TIME.
006030     MOVE VAR-CYCLE-TIME TO CYC-STEP-START-TIME.
006040     MOVE 0 TO CYC-STEP-END-TIME.
006050     MOVE CYCLE-CONTROL-RECORD
006060         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
006070     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
006080 9800-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------------
006120* 9810-LOAD-CYCLE-CONTROL
006130* READS THE WHOLE CYCLE CONTROL FILE INTO THE TABLE.  THE LOADED
006140* SWITCH IS SET ONLY WHEN THE FILE WAS READ CLEANLY TO
006150* THE END; THE CALLER DECIDES WHAT ANYTHING ELSE MEANS.
006160*----------------------------------------------------------------
006170 9810-LOAD-CYCLE-CONTROL.
006180     MOVE 0 TO VAR-CYCLE-COUNT.
006190     SET VAR-CYCLE-NOT-LOADED TO TRUE.
006200     OPEN INPUT CYCLE-CONTROL-FILE.
006210     IF NOT VAR-CYCLCTL-OK
006220         GO TO 9810-EXIT
006230     END-IF.
006240     PERFORM 9815-LOAD-ONE-CYCLE-RECORD THRU 9815-EXIT
006250         UNTIL NOT VAR-CYCLCTL-OK.
006260     IF VAR-CYCLCTL-EOF
006270         SET VAR-CYCLE-LOADED TO TRUE
006280     END-IF.
006290     CLOSE CYCLE-CONTROL-FILE.
006300 9810-EXIT.
006310     EXIT.
006320
006330*----------------------------------------------------------------
006340* 9815-LOAD-ONE-CYCLE-RECORD
006350* A FILE LONGER THAN THE TABLE CANNOT BE REWRITTEN WITHOUT LOSING
006360* RECORDS, SO IT STOPS THE JOB RATHER THAN BEING TRUNCATED.
006370*----------------------------------------------------------------
006380 9815-LOAD-ONE-CYCLE-RECORD.
006390     READ CYCLE-CONTROL-FILE
006400         AT END
006410             MOVE '10' TO VAR-CYCLCTL-STATUS
006420     END-READ.
006430     IF NOT VAR-CYCLCTL-OK
006440         GO TO 9815-EXIT
006450     END-IF.
006460     IF VAR-CYCLE-COUNT NOT < VAR-CYCLE-MAX
006470         DISPLAY 'MAILSORT - CYCLE CONTROL FILE HAS MORE RECORDS '
006480             'THAN THE PROGRAM HOLDS'
006490         MOVE 16 TO RETURN-CODE
006500         STOP RUN
006510     END-IF.
006520     ADD 1 TO VAR-CYCLE-COUNT.
006530     MOVE CYCLE-CONTROL-IMAGE
006540         TO VAR-CYCLE-ENTRY (VAR-CYCLE-COUNT).
006550 9815-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------------
006590* 9820-CHECK-ONE-PRIOR-STEP
006600* THE STEP RECORDS ARE KEPT IN RUN ORDER, SO EVERY STEP RECORD
006610* AHEAD OF THIS STEP'S OWN MUST BE COMPLETE FOR THE BUSINESS
006620* DATE.  THE FIRST ONE THAT IS NOT IS KEPT FOR THE REFUSAL
006630* MESSAGE.  FINDING THIS STEP'S OWN RECORD ENDS THE SCAN.
006640*----------------------------------------------------------------
006650 9820-CHECK-ONE-PRIOR-STEP.
006660     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
006670     IF NOT CYC-STEP-RECORD
006680         GO TO 9820-NEXT
006690     END-IF.
006700     IF CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
006710         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
006720         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
006730         GO TO 9820-NEXT
006740     END-IF.
006750     IF VAR-CYCLE-WAITING-STEP = SPACES
006760         IF NOT CYC-STEP-COMPLETE
006770                 OR CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
006780             MOVE CYC-STEP-NAME TO VAR-CYCLE-WAITING-STEP
006790         END-IF
006800     END-IF.
006810 9820-NEXT.
006820     ADD 1 TO VAR-CYCLE-SUB.
006830 9820-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------------
006870* 9830-REWRITE-CYCLE-CONTROL
006880* WRITES THE TABLE BACK OUT AS THE NEW CYCLE CONTROL FILE.
006890*----------------------------------------------------------------
006900 9830-REWRITE-CYCLE-CONTROL.
006910     OPEN OUTPUT CYCLE-CONTROL-FILE.
006920     IF NOT VAR-CYCLCTL-OK
006930         DISPLAY 'MAILSORT - UNABLE TO REWRITE CYCLE CONTROL, '
006940             'STATUS = ' VAR-CYCLCTL-STATUS
006950         MOVE 16 TO RETURN-CODE
006960         STOP RUN
006970     END-IF.
006980     MOVE 1 TO VAR-CYCLE-SUB.
006990     PERFORM 9835-WRITE-ONE-CYCLE-RECORD THRU 9835-EXIT
007000         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
007010     CLOSE CYCLE-CONTROL-FILE.
007020 9830-EXIT.
007030     EXIT.
007040
007050 9835-WRITE-ONE-CYCLE-RECORD.
007060     WRITE CYCLE-CONTROL-IMAGE
007070         FROM VAR-CYCLE-ENTRY (VAR-CYCLE-SUB).
007080     ADD 1 TO VAR-CYCLE-SUB.
007090 9835-EXIT.
007100     EXIT.
007110
007120*----------------------------------------------------------------
007130* 9850-POST-CYCLE-CONTROL
007140* RECORDS HOW THE STEP ENDED.  THE FILE IS READ AGAIN RATHER THAN
007150* TRUSTED FROM THE START OF THE RUN, SO AN OVERRIDE POSTED FOR
007160* ANOTHER STEP MEANWHILE IS NOT LOST.  A RUN THAT GETS HERE WITH A
007170* RETURN CODE BELOW 16 RAN TO ITS END AND ITS OUTPUT STANDS, SO
007180* THE STEP IS COMPLETE - A WARNING CODE STILL REACHES THE
007190* SCHEDULER AS SET.  16 MARKS THE STEP FAILED.
007200*----------------------------------------------------------------
007210 9850-POST-CYCLE-CONTROL.
007220     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
007230     IF VAR-CYCLE-NOT-LOADED
007240         DISPLAY 'MAILSORT - UNABLE TO RELOAD CYCLE CONTROL, '
007250             'STATUS = ' VAR-CYCLCTL-STATUS
007260         MOVE 16 TO RETURN-CODE
007270         STOP RUN
007280     END-IF.
007290     MOVE 0 TO VAR-CYCLE-OWN-SUB.
007300     MOVE 1 TO VAR-CYCLE-SUB.
007310     PERFORM 9860-FIND-OWN-STEP THRU 9860-EXIT
007320         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
007330     IF VAR-CYCLE-OWN-SUB = 0
007340         DISPLAY 'MAILSORT - STEP ' VAR-CYCLE-STEP-NAME
007350             ' HAS GONE FROM THE CYCLE CONTROL FILE'
007360         MOVE 16 TO RETURN-CODE
007370         STOP RUN
007380     END-IF.
007390     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
007400         TO CYCLE-CONTROL-RECORD.
007410     IF RETURN-CODE < 16
007420         SET CYC-STEP-COMPLETE TO TRUE
007430     ELSE
007440         SET CYC-STEP-FAILED TO TRUE
007450     END-IF.
007460     MOVE RETURN-CODE TO CYC-STEP-RETURN-CODE.
007470     ACCEPT VAR-CYCLE-TIME FROM TIME.
007480     MOVE VAR-CYCLE-TIME TO CYC-STEP-END-TIME.
007490     MOVE CYCLE-CONTROL-RECORD
007500         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
007510     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
007520 9850-EXIT.
007530     EXIT.
007540
007550 9860-FIND-OWN-STEP.
007560     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
007570     IF CYC-STEP-RECORD
007580             AND CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
007590         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
007600         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
007610     END-IF.
007620     ADD 1 TO VAR-CYCLE-SUB.
007630 9860-EXIT.
007640     EXIT.
