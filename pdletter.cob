000240*                 FILE DRAW NO LETTER; THEY GO TO THE EXCEPTION
000250*                 LISTING WITH THE PHONE NUMBER WHERE ONE IS ON
000260*                 FILE, SO COLLECTIONS CAN PHONE THEM INSTEAD.
000261* 2026-10-15 CJH  A CLOSED OR CHARGED-OFF ACCOUNT NO LONGER DRAWS
000263*                 A LETTER.  THE MASTER IS NOW READ BEFORE THE
000265*                 ADDRESS SO ITS STATUS CAN BE TESTED, AND THE
000266*                 SKIPPED ACCOUNTS ARE COUNTED ON THE CONTROL
000268*                 TOTALS.
000269* 2026-10-15 CJH  THE LETTER IS HELD FOR A CUSTOMER WITH AN OPEN
000270*                 PROMISE TO PAY ON THE COLLECTIONS ACTIVITY
000271*                 FILE WHOSE PROMISE DATE HAS NOT YET PASSED.
000272*                 HELD LETTERS ARE COUNTED ON THE CONTROL
000273*                 TOTALS.  NO ACTIVITY FILE HOLDS NOTHING.
000274* 2026-10-15 CJH  CHECKS THE NIGHTLY CYCLE CONTROL FILE BEFORE
000275*                 ANY WORK IS DONE AND REFUSES, WITH RETURN CODE
000276*                 12, TO RUN FOR ANY DATE BUT THE BUSINESS DATE,
000277*                 AHEAD OF AN EARLIER STEP, OR A SECOND TIME FOR A
000278*                 DATE ALREADY COMPLETED WITHOUT A RERUN OVERRIDE.
000279*                 THE STEP IS POSTED COMPLETE OR FAILED AT THE END
000280*                 OF THE RUN.  THE PARAMETER CARD IS NOW READ
000281*                 FIRST.
000282* 2026-10-15 CJH  ADDRESS RECORD LENGTHENED TO 100 BYTES FOR
000283*                 THE RETURNED-MAIL FIELDS.
000285*----------------------------------------------------------------
000287
000290 ENVIRONMENT DIVISION.
000300
000310 INPUT-OUTPUT SECTION.
000460         RECORD KEY IS CA-CUST-ID
000470         FILE STATUS IS VAR-CUSTADDR-STATUS.
000480
000481     SELECT COLLECTIONS-FILE ASSIGN TO COLLFILE
000482         ORGANIZATION IS INDEXED
000484         ACCESS MODE IS RANDOM
000485         RECORD KEY IS CL-CUST-ID
000487         FILE STATUS IS VAR-COLLFILE-STATUS.
000488
000490     SELECT LETTER-PRINT-FILE ASSIGN TO LTRFILE
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS VAR-LTRFILE-STATUS.
000530     SELECT EXCEPTION-REPORT-FILE ASSIGN TO LTRXCP
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS VAR-LTRXCP-STATUS.
000552
000554     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000556         ORGANIZATION IS SEQUENTIAL
000558         FILE STATUS IS VAR-CYCLCTL-STATUS.
000560
000570     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000580         ORGANIZATION IS SEQUENTIAL
000790
000800*CUSTOMER ADDRESS COMPANION FILE - READ DIRECTLY BY CUST-ID.
000810 FD  CUSTOMER-ADDRESS-FILE
000820     RECORD CONTAINS 100 CHARACTERS
000830     LABEL RECORDS ARE STANDARD.
000840 01  CUSTOMER-ADDRESS-RECORD.
000850     05  CA-CUST-ID                 PIC X(09).
000860     05  FILLER                     PIC X(91).
000870
000871*COLLECTIONS ACTIVITY FILE - READ DIRECTLY BY CUST-ID FOR AN
000872*OPEN PROMISE TO PAY.
000873 FD  COLLECTIONS-FILE
000874     RECORD CONTAINS 80 CHARACTERS
000875     LABEL RECORDS ARE STANDARD.
000876 01  COLLECTIONS-FILE-RECORD.
000877     05  CL-CUST-ID                 PIC X(09).
000878     05  FILLER                     PIC X(71).
000879
000880*NOTICE LETTER PRINT FILE - ONE PAGE PER CUSTOMER.
000890 FD  LETTER-PRINT-FILE
000900     RECORD CONTAINS 132 CHARACTERS
001040     LABEL RECORDS ARE STANDARD.
001050 01  PARAMETER-CARD-IMAGE           PIC X(80).
001060
001061*CYCLE CONTROL - CHECKED BEFORE ANY WORK IS DONE; THIS STEP'S
001062*RECORD IS MARKED RUNNING AT THE START AND COMPLETE OR FAILED AT
001063*THE END.
001064 FD  CYCLE-CONTROL-FILE
001065     RECORD CONTAINS 80 CHARACTERS
001066     LABEL RECORDS ARE STANDARD.
001067 01  CYCLE-CONTROL-IMAGE            PIC X(80).
001068
001070 WORKING-STORAGE SECTION.
001080
001090*----------------------------------------------------------------
001210*----------------------------------------------------------------
001220 COPY ADDRREC.
001230
001231*----------------------------------------------------------------
001233* COLLECTIONS ACTIVITY RECORD WORKING COPY
001235*----------------------------------------------------------------
001236 COPY COLLREC.
001238
001240*----------------------------------------------------------------
001250* PARAMETER CARD WORKING COPY
001260*----------------------------------------------------------------
001270 COPY PARMCARD.
001271
001272*----------------------------------------------------------------
001273* CYCLE CONTROL WORKING COPY - THE WHOLE FILE IS HELD IN THE
001274* TABLE BELOW WHILE THIS STEP'S RECORD IS UPDATED.
001275*----------------------------------------------------------------
001276 COPY CYCLREC.
001277
001278 01  VAR-CYCLCTL-STATUS        PIC X(02) VALUE '00'.
001279     88  VAR-CYCLCTL-OK                   VALUE '00'.
001280     88  VAR-CYCLCTL-EOF                  VALUE '10'.
001281 01  VAR-CYCLE-LOAD-SWITCH      PIC X(01) VALUE 'N'.
001282     88  VAR-CYCLE-LOADED                 VALUE 'Y'.
001283     88  VAR-CYCLE-NOT-LOADED             VALUE 'N'.
001284 01  VAR-CYCLE-STEP-NAME        PIC X(08) VALUE 'PDLETTER'.
001285 01  VAR-CYCLE-MAX              PIC 9(03) COMP VALUE 50.
001286 01  VAR-CYCLE-COUNT            PIC 9(03) COMP VALUE 0.
001287 01  VAR-CYCLE-SUB              PIC 9(03) COMP VALUE 0.
001288 01  VAR-CYCLE-OWN-SUB          PIC 9(03) COMP VALUE 0.
001289 01  VAR-CYCLE-BUSINESS-DATE    PIC 9(08) VALUE 0.
001290 01  VAR-CYCLE-WAITING-STEP     PIC X(08) VALUE SPACES.
001291 01  VAR-CYCLE-TIME             PIC 9(08) VALUE 0.
001292 01  VAR-CYCLE-TABLE.
001293     05  VAR-CYCLE-ENTRY            PIC X(80) OCCURS 50 TIMES.
001295
001297 01  VAR-PDNOTICE-STATUS       PIC X(02) VALUE '00'.
001300     88  VAR-PDNOTICE-OK                  VALUE '00'.
001310     88  VAR-PDNOTICE-EOF                 VALUE '10'.
001320 01  VAR-CUSTMSTR-STATUS       PIC X(02) VALUE '00'.
001350 01  VAR-CUSTADDR-STATUS       PIC X(02) VALUE '00'.
001360     88  VAR-CUSTADDR-OK                  VALUE '00'.
001370     88  VAR-CUSTADDR-MISSING             VALUE '35'.
001372 01  VAR-COLLFILE-STATUS       PIC X(02) VALUE '00'.
001375     88  VAR-COLLFILE-OK                  VALUE '00'.
001377     88  VAR-COLLFILE-MISSING             VALUE '35'.
001380 01  VAR-LTRFILE-STATUS        PIC X(02) VALUE '00'.
001390     88  VAR-LTRFILE-OK                   VALUE '00'.
001400 01  VAR-LTRXCP-STATUS         PIC X(02) VALUE '00'.
001450 01  VAR-ADDRESS-SWITCH         PIC X(01) VALUE 'N'.
001460     88  VAR-ADDRESS-ON-HAND              VALUE 'Y'.
001470     88  VAR-NO-ADDRESS-ON-HAND           VALUE 'N'.
001472 01  VAR-PROMISE-SWITCH         PIC X(01) VALUE 'N'.
001475     88  VAR-PROMISE-PENDING              VALUE 'Y'.
001477     88  VAR-NO-PROMISE-PENDING           VALUE 'N'.
001480
001490*----------------------------------------------------------------
001500* CUSTOMER GROUP IN HAND.  THE NOTICE FILE ARRIVES IN CUST-ID
001740 01  VAR-LETTERS-PRINTED        PIC 9(07) COMP VALUE 0.
001750 01  VAR-HOLD-MAIL-COUNT        PIC 9(07) COMP VALUE 0.
001760 01  VAR-NO-ADDRESS-COUNT       PIC 9(07) COMP VALUE 0.
001765 01  VAR-INACTIVE-SKIP-COUNT    PIC 9(07) COMP VALUE 0.
001767 01  VAR-PROMISE-HOLD-COUNT     PIC 9(07) COMP VALUE 0.
001770
001780 01  VAR-SYSTEM-DATE            PIC 9(08) VALUE 0.
001790
002680     PERFORM 2000-PROCESS-ONE-CUSTOMER THRU 2000-EXIT
002690         UNTIL VAR-PDNOTICE-EOF.
002700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002705     PERFORM 9850-POST-CYCLE-CONTROL THRU 9850-EXIT.
002710     STOP RUN.
002720
002730*----------------------------------------------------------------
002790* MASTER ONLY COSTS THE LETTERS THEIR CUSTOMER NAMES.
002800*----------------------------------------------------------------
002810 1000-INITIALIZE.
002813     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
002816     PERFORM 9800-CHECK-CYCLE-CONTROL THRU 9800-EXIT.
002820     OPEN INPUT NOTICE-FILE.
002830     IF NOT VAR-PDNOTICE-OK
002840         DISPLAY 'PDLETTER - UNABLE TO OPEN NOTICE FILE, '
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003021     OPEN INPUT COLLECTIONS-FILE.
003022     IF NOT VAR-COLLFILE-OK AND NOT VAR-COLLFILE-MISSING
003023         DISPLAY 'PDLETTER - UNABLE TO OPEN COLLECTIONS FILE, '
003025             'STATUS = ' VAR-COLLFILE-STATUS
003026         MOVE 16 TO RETURN-CODE
003027         STOP RUN
003028     END-IF.
003030     OPEN OUTPUT LETTER-PRINT-FILE.
003040     IF NOT VAR-LTRFILE-OK
003050         DISPLAY 'PDLETTER - UNABLE TO OPEN LETTER FILE, '
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003180     MOVE PARM-RUN-DATE-NUM TO XHD-RUN-DATE.
003190     WRITE EXCEPTION-REPORT-LINE FROM VAR-EXCEPTION-HEADING-LINE
003200         AFTER ADVANCING PAGE.
003520* 2000-PROCESS-ONE-CUSTOMER
003530* COLLECTS ONE CUSTOMER'S PAST-DUE INSTALLMENTS OFF THE NOTICE
003540* FILE, THEN EITHER PRINTS THE LETTER OR LISTS THE CUSTOMER ON
003546* THE EXCEPTION REPORT WHEN THERE IS NOWHERE TO MAIL IT.  A
003553* CLOSED OR CHARGED-OFF ACCOUNT IS COUNTED AND DRAWS NOTHING,
003556* AND SO IS ONE WHOSE PROMISE TO PAY HAS NOT YET FALLEN DUE.
003560*----------------------------------------------------------------
003570 2000-PROCESS-ONE-CUSTOMER.
003580     MOVE NTC-CUST-ID TO VAR-GROUP-CUST-ID.
003620     PERFORM 2100-COLLECT-ONE-NOTICE THRU 2100-EXIT
003630         UNTIL VAR-PDNOTICE-EOF
003640            OR NTC-CUST-ID NOT = VAR-GROUP-CUST-ID.
003641     PERFORM 2510-GET-CUSTOMER-NAME THRU 2510-EXIT.
003643     IF CUST-STATUS-INACTIVE
003645         ADD 1 TO VAR-INACTIVE-SKIP-COUNT
003646         GO TO 2000-EXIT
003648     END-IF.
003649     PERFORM 2050-CHECK-PROMISE THRU 2050-EXIT.
003650     IF VAR-PROMISE-PENDING
003651         ADD 1 TO VAR-PROMISE-HOLD-COUNT
003652         GO TO 2000-EXIT
003653     END-IF.
003656     PERFORM 2200-GET-CUSTOMER-ADDRESS THRU 2200-EXIT.
003660     IF VAR-NO-ADDRESS-ON-HAND
003670         ADD 1 TO VAR-NO-ADDRESS-COUNT
003680         MOVE 'NO ADDRESS ON FILE  ' TO XCP-REASON
003810 2000-EXIT.
003820     EXIT.
003830
003831*----------------------------------------------------------------
003832* 2050-CHECK-PROMISE
003833* AN OPEN PROMISE ON THE COLLECTIONS ACTIVITY FILE WHOSE DATE
003834* IS TODAY OR LATER - THE CUSTOMER HAS UNTIL THEN TO PAY, SO
003835* THE LETTER WAITS.  ONCE THE DATE PASSES UNPAID THE NIGHTLY
003836* UPDATE MARKS THE PROMISE BROKEN AND THE LETTER GOES OUT.
003837*----------------------------------------------------------------
003838 2050-CHECK-PROMISE.
003839     SET VAR-NO-PROMISE-PENDING TO TRUE.
003840     IF VAR-COLLFILE-MISSING
003841         GO TO 2050-EXIT
003842     END-IF.
003843     MOVE VAR-GROUP-CUST-ID TO CL-CUST-ID.
003844     READ COLLECTIONS-FILE INTO COLLECTIONS-RECORD
003845         INVALID KEY
003846             GO TO 2050-EXIT
003847     END-READ.
003848     IF COLL-PROMISE-OPEN
003849             AND COLL-PROMISE-DATE NOT < PARM-RUN-DATE-NUM
003850         SET VAR-PROMISE-PENDING TO TRUE
003851     END-IF.
003852 2050-EXIT.
003853     EXIT.
003854
003856*----------------------------------------------------------------
003858* 2100-COLLECT-ONE-NOTICE
003860* ONE NOTICE INTO THE GROUP TABLE.  THE WORST DAYS-PAST-DUE ON
003870* THE ACCOUNT DRIVES THE LETTER WORDING.
003880*----------------------------------------------------------------
004310* BUCKET CALLS FOR, THE INSTALLMENT LIST AND THE CLOSING LINE.
004320*----------------------------------------------------------------
004330 2500-PRINT-ONE-LETTER.
004350     MOVE PARM-RUN-DATE-NUM TO LTR-RUN-DATE.
004360     WRITE LETTER-PRINT-LINE FROM VAR-LETTER-DATE-LINE
004370         AFTER ADVANCING PAGE.
004660*----------------------------------------------------------------
004670* 2510-GET-CUSTOMER-NAME
004680* THE NAME COMES OFF THE MASTER; A CUSTOMER NO LONGER ON THE
004686* MASTER (OR NO MASTER AT ALL) GOES OUT BY CUST-ID ALONE, AND
004693* READS AS AN ACTIVE ACCOUNT.
004700*----------------------------------------------------------------
004710 2510-GET-CUSTOMER-NAME.
004720     MOVE SPACES TO LTR-CUST-NAME.
004725     MOVE SPACES TO CUSTOMER-RECORD.
004730     IF VAR-CUSTMSTR-MISSING
004740         GO TO 2510-EXIT
004750     END-IF.
006020     MOVE 'NO ADDRESS ......  ' TO TOT-CAPTION.
006030     MOVE VAR-NO-ADDRESS-COUNT TO TOT-VALUE.
006040     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
006042     MOVE 'CLOSED/CHGOFF SKIP ' TO TOT-CAPTION.
006045     MOVE VAR-INACTIVE-SKIP-COUNT TO TOT-VALUE.
006047     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
006048     MOVE 'PROMISE HOLD ....  ' TO TOT-CAPTION.
006049     MOVE VAR-PROMISE-HOLD-COUNT TO TOT-VALUE.
006050     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
006055     CLOSE NOTICE-FILE
006060           LETTER-PRINT-FILE
006070           EXCEPTION-REPORT-FILE.
006080     IF NOT VAR-CUSTMSTR-MISSING
006110     IF NOT VAR-CUSTADDR-MISSING
006120         CLOSE CUSTOMER-ADDRESS-FILE
006130     END-IF.
006132     IF NOT VAR-COLLFILE-MISSING
006135         CLOSE COLLECTIONS-FILE
006137     END-IF.
006140 9000-EXIT.
006150     EXIT.
006160
006190         AFTER ADVANCING 1 LINE.
006200 9100-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------
006240* 9800-CHECK-CYCLE-CONTROL
006250* THE NIGHTLY STREAM RUNS IN A FIXED ORDER AGAINST THE ONE
006260* BUSINESS DATE ON THE CYCLE CONTROL FILE.  THIS STEP REFUSES TO
006270* START - BEFORE A SINGLE FILE IS OPENED - WHEN THE CONTROL FILE
006280* IS MISSING OR CARRIES NO BUSINESS DATE, WHEN THE PARAMETER CARD
006290* IS FOR ANOTHER DATE, WHEN A STEP AHEAD OF IT HAS NOT COMPLETED
006300* FOR THE DATE, OR WHEN IT HAS ALREADY COMPLETED FOR THE DATE AND
006310* NO RERUN HAS BEEN AUTHORIZED.  A REFUSAL ENDS WITH RETURN CODE
006320* 12 SO THE SCHEDULER CAN TELL IT FROM A FAILURE.  OTHERWISE THE
006330* STEP IS MARKED RUNNING AND ANY RERUN AUTHORITY IS USED UP.
006340*----------------------------------------------------------------
006350 9800-CHECK-CYCLE-CONTROL.
006360     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
006370     IF VAR-CYCLE-NOT-LOADED
006380         DISPLAY 'PDLETTER - NO CYCLE CONTROL FILE, RUN REFUSED, '
006390             'STATUS = ' VAR-CYCLCTL-STATUS
006400         MOVE 12 TO RETURN-CODE
006410         STOP RUN
006420     END-IF.
006430     MOVE 0 TO VAR-CYCLE-BUSINESS-DATE.
006440     IF VAR-CYCLE-COUNT > 0
006450         MOVE VAR-CYCLE-ENTRY (1) TO CYCLE-CONTROL-RECORD
006460         IF CYC-DATE-RECORD AND CYC-BUSINESS-DATE NUMERIC
006470             MOVE CYC-BUSINESS-DATE TO VAR-CYCLE-BUSINESS-DATE
006480         END-IF
006490     END-IF.
006500     IF VAR-CYCLE-BUSINESS-DATE = 0
006510         DISPLAY 'PDLETTER - CYCLE CONTROL FILE HAS NO BUSINESS '
006520             'DATE, RUN REFUSED'
006530         MOVE 12 TO RETURN-CODE
006540         STOP RUN
006550     END-IF.
006560     IF PARM-RUN-DATE-NUM NOT = VAR-CYCLE-BUSINESS-DATE
006570         DISPLAY 'PDLETTER - RUN DATE ' PARM-RUN-DATE-NUM
006580             ' IS NOT THE BUSINESS DATE ' VAR-CYCLE-BUSINESS-DATE
006590             ', RUN REFUSED'
006600         MOVE 12 TO RETURN-CODE
006610         STOP RUN
006620     END-IF.
006630     MOVE 0 TO VAR-CYCLE-OWN-SUB.
006640     MOVE SPACES TO VAR-CYCLE-WAITING-STEP.
006650     MOVE 2 TO VAR-CYCLE-SUB.
006660     PERFORM 9820-CHECK-ONE-PRIOR-STEP THRU 9820-EXIT
006670         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
006680     IF VAR-CYCLE-OWN-SUB = 0
006690         DISPLAY 'PDLETTER - STEP ' VAR-CYCLE-STEP-NAME
006700             ' IS NOT ON THE CYCLE CONTROL FILE, RUN REFUSED'
006710         MOVE 12 TO RETURN-CODE
006720         STOP RUN
006730     END-IF.
006740     IF VAR-CYCLE-WAITING-STEP NOT = SPACES
006750         DISPLAY 'PDLETTER - STEP ' VAR-CYCLE-WAITING-STEP
006760             ' HAS NOT COMPLETED FOR ' VAR-CYCLE-BUSINESS-DATE
006770             ', RUN REFUSED'
006780         MOVE 12 TO RETURN-CODE
006790         STOP RUN
006800     END-IF.
006810     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
006820         TO CYCLE-CONTROL-RECORD.
006830     IF CYC-STEP-COMPLETE
006840             AND CYC-STEP-DATE = VAR-CYCLE-BUSINESS-DATE
006850             AND NOT CYC-RERUN-AUTHORIZED
006860         DISPLAY 'PDLETTER - ALREADY COMPLETED FOR '
006870             VAR-CYCLE-BUSINESS-DATE ', RUN REFUSED WITHOUT A '
006880             'RERUN OVERRIDE'
006890         MOVE 12 TO RETURN-CODE
006900         STOP RUN
006910     END-IF.
006920     IF CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
006930         MOVE VAR-CYCLE-BUSINESS-DATE TO CYC-STEP-DATE
006940         MOVE 0 TO CYC-STEP-RUN-COUNT
006950     END-IF.
006960     IF CYC-RERUN-AUTHORIZED
006970         DISPLAY 'PDLETTER - RERUN AUTHORIZED BY '
006980             CYC-RERUN-OPERATOR ' - ' CYC-RERUN-REASON
006990         SET CYC-RERUN-USED TO TRUE
007000     END-IF.
007010     SET CYC-STEP-RUNNING TO TRUE.
007020     IF CYC-STEP-RUN-COUNT NOT NUMERIC
007030         MOVE 0 TO CYC-STEP-RUN-COUNT
007040     END-IF.
007050     ADD 1 TO CYC-STEP-RUN-COUNT.
007060     MOVE 0 TO CYC-STEP-RETURN-CODE.
007070     ACCEPT VAR-CYCLE-TIME FROM TIME.
007080     MOVE VAR-CYCLE-TIME TO CYC-STEP-START-TIME.
007090     MOVE 0 TO CYC-STEP-END-TIME.
007100     MOVE CYCLE-CONTROL-RECORD
007110         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
007120     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
007130 9800-EXIT.
007140     EXIT.
007150
007160*----------------------------------------------------------------
007170* 9810-LOAD-CYCLE-CONTROL
007180* READS THE WHOLE CYCLE CONTROL FILE INTO THE TABLE.  THE LOADED
007190* SWITCH IS SET ONLY WHEN THE FILE WAS READ CLEANLY TO
007200* THE END; THE CALLER DECIDES WHAT ANYTHING ELSE MEANS.
007210*----------------------------------------------------------------
007220 9810-LOAD-CYCLE-CONTROL.
007230     MOVE 0 TO VAR-CYCLE-COUNT.
007240     SET VAR-CYCLE-NOT-LOADED TO TRUE.
007250     OPEN INPUT CYCLE-CONTROL-FILE.
007260     IF NOT VAR-CYCLCTL-OK
007270         GO TO 9810-EXIT
007280     END-IF.
007290     PERFORM 9815-LOAD-ONE-CYCLE-RECORD THRU 9815-EXIT
007300         UNTIL NOT VAR-CYCLCTL-OK.
007310     IF VAR-CYCLCTL-EOF
007320         SET VAR-CYCLE-LOADED TO TRUE
007330     END-IF.
007340     CLOSE CYCLE-CONTROL-FILE.
007350 9810-EXIT.
007360     EXIT.
007370
007380*----------------------------------------------------------------
007390* 9815-LOAD-ONE-CYCLE-RECORD
007400* A FILE LONGER THAN THE TABLE CANNOT BE REWRITTEN WITHOUT LOSING
007410* RECORDS, SO IT STOPS THE JOB RATHER THAN BEING TRUNCATED.
007420*----------------------------------------------------------------
007430 9815-LOAD-ONE-CYCLE-RECORD.
007440     READ CYCLE-CONTROL-FILE
007450         AT END
007460             MOVE '10' TO VAR-CYCLCTL-STATUS
007470     END-READ.
007480     IF NOT VAR-CYCLCTL-OK
007490         GO TO 9815-EXIT
007500     END-IF.
007510     IF VAR-CYCLE-COUNT NOT < VAR-CYCLE-MAX
007520         DISPLAY 'PDLETTER - CYCLE CONTROL FILE HAS MORE RECORDS '
007530             'THAN THE PROGRAM HOLDS'
007540         MOVE 16 TO RETURN-CODE
007550         STOP RUN
007560     END-IF.
007570     ADD 1 TO VAR-CYCLE-COUNT.
007580     MOVE CYCLE-CONTROL-IMAGE
007590         TO VAR-CYCLE-ENTRY (VAR-CYCLE-COUNT).
007600 9815-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------------
007640* 9820-CHECK-ONE-PRIOR-STEP
007650* THE STEP RECORDS ARE KEPT IN RUN ORDER, SO EVERY STEP RECORD
007660* AHEAD OF THIS STEP'S OWN MUST BE COMPLETE FOR THE BUSINESS
007670* DATE.  THE FIRST ONE THAT IS NOT IS KEPT FOR THE REFUSAL
007680* MESSAGE.  FINDING THIS STEP'S OWN RECORD ENDS THE SCAN.
007690*----------------------------------------------------------------
007700 9820-CHECK-ONE-PRIOR-STEP.
007710     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
007720     IF NOT CYC-STEP-RECORD
007730         GO TO 9820-NEXT
007740     END-IF.
007750     IF CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
007760         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
007770         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
007780         GO TO 9820-NEXT
007790     END-IF.
007800     IF VAR-CYCLE-WAITING-STEP = SPACES
007810         IF NOT CYC-STEP-COMPLETE
007820                 OR CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
007830             MOVE CYC-STEP-NAME TO VAR-CYCLE-WAITING-STEP
007840         END-IF
007850     END-IF.
007860 9820-NEXT.
007870     ADD 1 TO VAR-CYCLE-SUB.
007880 9820-EXIT.
007890     EXIT.
007900
007910*----------------------------------------------------------------
007920* 9830-REWRITE-CYCLE-CONTROL
007930* WRITES THE TABLE BACK OUT AS THE NEW CYCLE CONTROL FILE.
007940*----------------------------------------------------------------
007950 9830-REWRITE-CYCLE-CONTROL.
007960     OPEN OUTPUT CYCLE-CONTROL-FILE.
007970     IF NOT VAR-CYCLCTL-OK
007980         DISPLAY 'PDLETTER - UNABLE TO REWRITE CYCLE CONTROL, '
007990             'STATUS = ' VAR-CYCLCTL-STATUS
008000         MOVE 16 TO RETURN-CODE
008010         STOP RUN
008020     END-IF.
008030     MOVE 1 TO VAR-CYCLE-SUB.
008040     PERFORM 9835-WRITE-ONE-CYCLE-RECORD THRU 9835-EXIT
008050         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
008060     CLOSE CYCLE-CONTROL-FILE.
008070 9830-EXIT.
008080     EXIT.
008090
008100 9835-WRITE-ONE-CYCLE-RECORD.
008110     WRITE CYCLE-CONTROL-IMAGE
008120         FROM VAR-CYCLE-ENTRY (VAR-CYCLE-SUB).
008130     ADD 1 TO VAR-CYCLE-SUB.
008140 9835-EXIT.
008150     EXIT.
008160
008170*----------------------------------------------------------------
008180* 9850-POST-CYCLE-CONTROL
008190* RECORDS HOW THE STEP ENDED.  THE FILE IS READ AGAIN RATHER THAN
008200* TRUSTED FROM THE START OF THE RUN, SO AN OVERRIDE POSTED FOR
008210* ANOTHER STEP MEANWHILE IS NOT LOST.  A RUN THAT GETS HERE WITH A
008220* RETURN CODE BELOW 16 RAN TO ITS END AND ITS OUTPUT STANDS, SO
008230* THE STEP IS COMPLETE - A WARNING CODE STILL REACHES THE
008240* SCHEDULER AS SET.  16 MARKS THE STEP FAILED.
008250*----------------------------------------------------------------
008260 9850-POST-CYCLE-CONTROL.
008270     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
008280     IF VAR-CYCLE-NOT-LOADED
008290         DISPLAY 'PDLETTER - UNABLE TO RELOAD CYCLE CONTROL, '
008300             'STATUS = ' VAR-CYCLCTL-STATUS
008310         MOVE 16 TO RETURN-CODE
008320         STOP RUN
008330     END-IF.
008340     MOVE 0 TO VAR-CYCLE-OWN-SUB.
008350     MOVE 1 TO VAR-CYCLE-SUB.
008360     PERFORM 9860-FIND-OWN-STEP THRU 9860-EXIT
008370         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
008380     IF VAR-CYCLE-OWN-SUB = 0
008390         DISPLAY 'PDLETTER - STEP ' VAR-CYCLE-STEP-NAME
008400             ' HAS GONE FROM THE CYCLE CONTROL FILE'
008410         MOVE 16 TO RETURN-CODE
008420         STOP RUN
008430     END-IF.
008440     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
008450         TO CYCLE-CONTROL-RECORD.
008460     IF RETURN-CODE < 16
008470         SET CYC-STEP-COMPLETE TO TRUE
008480     ELSE
008490         SET CYC-STEP-FAILED TO TRUE
008500     END-IF.
008510     MOVE RETURN-CODE TO CYC-STEP-RETURN-CODE.
008520     ACCEPT VAR-CYCLE-TIME FROM TIME.
008530     MOVE VAR-CYCLE-TIME TO CYC-STEP-END-TIME.
008540     MOVE CYCLE-CONTROL-RECORD
008550         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
008560     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
008570 9850-EXIT.
008580     EXIT.
008590
008600 9860-FIND-OWN-STEP.
008610     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
008620     IF CYC-STEP-RECORD
008630             AND CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
008640         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
008650         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
008660     END-IF.
008670     ADD 1 TO VAR-CYCLE-SUB.
008680 9860-EXIT.
008690     EXIT.
