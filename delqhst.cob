000290*                 AND LARGEST LEDGER BALANCE FIRST WITHIN A
000300*                 BUCKET, SO THE DESK WORKS THE RIGHT ACCOUNTS
000310*                 FIRST.
000311* 2026-10-15 CJH  THE WORKLIST NOW READS THE COLLECTIONS
000312*                 ACTIVITY FILE: EACH ROW SHOWS THE ACCOUNT'S
000314*                 LAST CONTACT AND ANY OPEN OR BROKEN PROMISE
000315*                 TO PAY, AND ACCOUNTS WITH A BROKEN PROMISE
000317*                 SORT AHEAD OF EVERYTHING ELSE.  NO ACTIVITY
000318*                 FILE LEAVES THE COLUMNS BLANK.
000319* 2026-10-15 CJH  CHECKS THE NIGHTLY CYCLE CONTROL FILE BEFORE
000320*                 ANY WORK IS DONE AND REFUSES, WITH RETURN CODE
000321*                 12, TO RUN FOR ANY DATE BUT THE BUSINESS DATE,
000322*                 AHEAD OF AN EARLIER STEP, OR A SECOND TIME FOR A
000323*                 DATE ALREADY COMPLETED WITHOUT A RERUN OVERRIDE.
000324*                 THE STEP IS POSTED COMPLETE OR FAILED AT THE END
000325*                 OF THE RUN.  THE PARAMETER CARD IS NOW READ
000326*                 FIRST.
000328*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350
000570         RECORD KEY IS CB-CUST-ID
000580         FILE STATUS IS VAR-CUSTBAL-STATUS.
000590
000591     SELECT COLLECTIONS-FILE ASSIGN TO COLLFILE
000592         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS RANDOM
000595         RECORD KEY IS CL-CUST-ID
000597         FILE STATUS IS VAR-COLLFILE-STATUS.
000598
000600     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
000610
000620     SELECT MIGRATION-REPORT-FILE ASSIGN TO DLQMIG
000660     SELECT WORKLIST-REPORT-FILE ASSIGN TO DLQWORK
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS VAR-DLQWORK-STATUS.
000682
000684     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000686         ORGANIZATION IS SEQUENTIAL
000688         FILE STATUS IS VAR-CYCLCTL-STATUS.
000690
000700     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000710         ORGANIZATION IS SEQUENTIAL
001110     05  CB-CUST-ID                 PIC X(09).
001120     05  FILLER                     PIC X(71).
001130
001132*COLLECTIONS ACTIVITY FILE - READ DIRECTLY BY CUST-ID FOR THE
001135*LAST CONTACT AND PROMISE TO PAY.
001137 FD  COLLECTIONS-FILE
001140     RECORD CONTAINS 80 CHARACTERS
001142     LABEL RECORDS ARE STANDARD.
001145 01  COLLECTIONS-FILE-RECORD.
001147     05  CL-CUST-ID                 PIC X(09).
001150     05  FILLER                     PIC X(71).
001152
001155*SORT WORK - BROKEN PROMISES FIRST, THEN WORST BUCKET FIRST,
001157*LARGEST BALANCE FIRST WITHIN A BUCKET.
001160 SD  SORT-WORK-FILE
001170     RECORD CONTAINS 91 CHARACTERS.
001180 01  SORT-WORK-RECORD.
001185     05  SORT-PROMISE-RANK          PIC X(01).
001190     05  SORT-BUCKET-CODE           PIC X(01).
001200     05  SORT-BALANCE               PIC 9(07)V99.
001210     05  SORT-SNAP-IMAGE            PIC X(80).
001390     LABEL RECORDS ARE STANDARD.
001400 01  PARAMETER-CARD-IMAGE           PIC X(80).
001410
001411*CYCLE CONTROL - CHECKED BEFORE ANY WORK IS DONE; THIS STEP'S
001412*RECORD IS MARKED RUNNING AT THE START AND COMPLETE OR FAILED AT
001413*THE END.
001414 FD  CYCLE-CONTROL-FILE
001415     RECORD CONTAINS 80 CHARACTERS
001416     LABEL RECORDS ARE STANDARD.
001417 01  CYCLE-CONTROL-IMAGE            PIC X(80).
001418
001420 WORKING-STORAGE SECTION.
001430
001440*----------------------------------------------------------------
001520 COPY BALREC.
001530
001540*----------------------------------------------------------------
001541* COLLECTIONS ACTIVITY RECORD WORKING COPY
001543*----------------------------------------------------------------
001545 COPY COLLREC.
001546
001548*----------------------------------------------------------------
001550* PARAMETER CARD WORKING COPY
001560*----------------------------------------------------------------
001570 COPY PARMCARD.
001571
001572*----------------------------------------------------------------
001573* CYCLE CONTROL WORKING COPY - THE WHOLE FILE IS HELD IN THE
001574* TABLE BELOW WHILE THIS STEP'S RECORD IS UPDATED.
001575*----------------------------------------------------------------
001576 COPY CYCLREC.
001577
001578 01  VAR-CYCLCTL-STATUS        PIC X(02) VALUE '00'.
001579     88  VAR-CYCLCTL-OK                   VALUE '00'.
001580     88  VAR-CYCLCTL-EOF                  VALUE '10'.
001581 01  VAR-CYCLE-LOAD-SWITCH      PIC X(01) VALUE 'N'.
001582     88  VAR-CYCLE-LOADED                 VALUE 'Y'.
001583     88  VAR-CYCLE-NOT-LOADED             VALUE 'N'.
001584 01  VAR-CYCLE-STEP-NAME        PIC X(08) VALUE 'DELQHST '.
001585 01  VAR-CYCLE-MAX              PIC 9(03) COMP VALUE 50.
001586 01  VAR-CYCLE-COUNT            PIC 9(03) COMP VALUE 0.
001587 01  VAR-CYCLE-SUB              PIC 9(03) COMP VALUE 0.
001588 01  VAR-CYCLE-OWN-SUB          PIC 9(03) COMP VALUE 0.
001589 01  VAR-CYCLE-BUSINESS-DATE    PIC 9(08) VALUE 0.
001590 01  VAR-CYCLE-WAITING-STEP     PIC X(08) VALUE SPACES.
001591 01  VAR-CYCLE-TIME             PIC 9(08) VALUE 0.
001592 01  VAR-CYCLE-TABLE.
001593     05  VAR-CYCLE-ENTRY            PIC X(80) OCCURS 50 TIMES.
001595
001597*----------------------------------------------------------------
001600* THE PRIOR RUN'S ROW IN HAND.  SAME SHAPE AS THE SNAPSHOT
001610* COPYBOOK - BOTH SIDES OF THE MATCH ARE NEEDED AT ONCE, SO
001620* THE PRIOR SIDE GETS ITS OWN AREA.
001860 01  VAR-CUSTBAL-STATUS        PIC X(02) VALUE '00'.
001870     88  VAR-CUSTBAL-OK                   VALUE '00'.
001880     88  VAR-CUSTBAL-MISSING              VALUE '35'.
001882 01  VAR-COLLFILE-STATUS       PIC X(02) VALUE '00'.
001885     88  VAR-COLLFILE-OK                  VALUE '00'.
001887     88  VAR-COLLFILE-MISSING             VALUE '35'.
001890 01  VAR-DLQMIG-STATUS         PIC X(02) VALUE '00'.
001900     88  VAR-DLQMIG-OK                    VALUE '00'.
001910 01  VAR-DLQWORK-STATUS        PIC X(02) VALUE '00'.
002190 01  VAR-CACHED-BALANCE         PIC S9(07)V99 VALUE 0.
002200
002210*----------------------------------------------------------------
002211* COLLECTIONS LOOKUP CACHE - THE ACTIVITY RECORD LAST READ
002212* STAYS IN THE COPYBOOK AREA FOR THE CUSTOMER'S OTHER ROWS.
002213*----------------------------------------------------------------
002214 01  VAR-CACHED-COLL-ID         PIC X(09) VALUE LOW-VALUES.
002215 01  VAR-COLL-FOUND-SWITCH      PIC X(01) VALUE 'N'.
002216     88  VAR-COLL-FOUND                   VALUE 'Y'.
002217     88  VAR-COLL-NOT-FOUND               VALUE 'N'.
002218
002219*----------------------------------------------------------------
002220* BUCKET CAPTION WORKING FIELDS
002230*----------------------------------------------------------------
002240 01  VAR-BUCKET-CODE-WORK       PIC X(01) VALUE SPACE.
002420 01  VAR-ROWS-TRIMMED           PIC 9(07) COMP VALUE 0.
002430 01  VAR-HIST-ROWS-WRITTEN      PIC 9(07) COMP VALUE 0.
002440 01  VAR-WORKLIST-ROWS          PIC 9(07) COMP VALUE 0.
002445 01  VAR-BROKEN-PROMISE-ROWS    PIC 9(07) COMP VALUE 0.
002450
002460*----------------------------------------------------------------
002470* REPORT PAGINATION FIELDS (MIGRATION REPORT)
003160             'BUCKET    CUST-ID   INST  '.
003170     05  FILLER                     PIC X(26) VALUE
003180             'DUE DATE    DAYS   BALANCE'.
003181     05  FILLER                     PIC X(08) VALUE SPACE.
003182     05  FILLER                     PIC X(12) VALUE
003183             '  LAST CALL '.
003184     05  FILLER                     PIC X(10) VALUE '  BY'.
003185     05  FILLER                     PIC X(04) VALUE '  OC'.
003186     05  FILLER                     PIC X(12) VALUE
003187             '  PROMISED'.
003188     05  FILLER                     PIC X(15) VALUE
003189             '         AMOUNT'.
003190     05  FILLER                     PIC X(08) VALUE
003191             '  STATUS'.
003195 01  VAR-WORK-DETAIL-LINE.
003200     05  FILLER                     PIC X(01) VALUE SPACE.
003210     05  WRK-BUCKET                 PIC X(08).
003220     05  FILLER                     PIC X(02) VALUE SPACE.
003290     05  WRK-DAYS-PAST              PIC ZZ,ZZ9.
003300     05  FILLER                     PIC X(02) VALUE SPACE.
003310     05  WRK-BALANCE                PIC -ZZ,ZZZ,ZZ9.99.
003311     05  FILLER                     PIC X(02) VALUE SPACE.
003312     05  WRK-CONTACT-AREA           PIC X(10).
003313     05  WRK-CONTACT-DATE           REDEFINES WRK-CONTACT-AREA
003314                                    PIC 9999/99/99.
003315     05  FILLER                     PIC X(02) VALUE SPACE.
003316     05  WRK-COLLECTOR              PIC X(08).
003317     05  FILLER                     PIC X(02) VALUE SPACE.
003318     05  WRK-OUTCOME                PIC X(02).
003319     05  FILLER                     PIC X(02) VALUE SPACE.
003320     05  WRK-PROMISE-AREA           PIC X(10).
003321     05  WRK-PROMISE-DATE           REDEFINES WRK-PROMISE-AREA
003322                                    PIC 9999/99/99.
003323     05  FILLER                     PIC X(02) VALUE SPACE.
003324     05  WRK-PROMISE-AMT-AREA       PIC X(13).
003325     05  WRK-PROMISE-AMOUNT         REDEFINES WRK-PROMISE-AMT-AREA
003326                                    PIC ZZ,ZZZ,ZZ9.99.
003327     05  FILLER                     PIC X(02) VALUE SPACE.
003328     05  WRK-PROMISE-FLAG           PIC X(06).
003329
003330 PROCEDURE DIVISION.
003340
003350*----------------------------------------------------------------
003510     PERFORM 3000-ROLL-OLD-HISTORY THRU 3000-EXIT
003520         UNTIL VAR-OLDDLQH-EOF.
003530     SORT SORT-WORK-FILE
003536         ON DESCENDING KEY SORT-PROMISE-RANK
003543                           SORT-BUCKET-CODE
003550                           SORT-BALANCE
003560         INPUT PROCEDURE IS 5000-CARRY-TODAYS-ROWS
003570                       THRU 5000-EXIT
003580         OUTPUT PROCEDURE IS 6000-PRINT-WORKLIST
003590                        THRU 6000-EXIT.
003600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003605     PERFORM 9850-POST-CYCLE-CONTROL THRU 9850-EXIT.
003610     STOP RUN.
003620
003630*----------------------------------------------------------------
003690* WORKLIST ITS BALANCE ORDERING.
003700*----------------------------------------------------------------
003710 1000-INITIALIZE.
003713     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
003716     PERFORM 9800-CHECK-CYCLE-CONTROL THRU 9800-EXIT.
003720     OPEN INPUT TODAY-SNAPSHOT-FILE.
003730     IF NOT VAR-DLQSNAP-OK
003740         DISPLAY 'DELQHST - UNABLE TO OPEN TODAY SNAPSHOT, '
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF.
004151     OPEN INPUT COLLECTIONS-FILE.
004152     IF NOT VAR-COLLFILE-OK AND NOT VAR-COLLFILE-MISSING
004153         DISPLAY 'DELQHST - UNABLE TO OPEN COLLECTIONS FILE, '
004155             'STATUS = ' VAR-COLLFILE-STATUS
004156         MOVE 16 TO RETURN-CODE
004157         STOP RUN
004158     END-IF.
004160     OPEN OUTPUT MIGRATION-REPORT-FILE.
004170     IF NOT VAR-DLQMIG-OK
004180         DISPLAY 'DELQHST - UNABLE TO OPEN MIGRATION REPORT, '
004270         MOVE 16 TO RETURN-CODE
004280         STOP RUN
004290     END-IF.
004310     PERFORM 1500-WRITE-MIGRATION-HEADINGS THRU 1500-EXIT.
004320     PERFORM 8100-READ-TODAY-SNAPSHOT THRU 8100-EXIT.
004330     IF NOT VAR-PRIORSNP-EOF
006700     WRITE PRIOR-SNAPSHOT-FILE-RECORD
006710         FROM DELINQUENCY-SNAP-RECORD.
006720     PERFORM 5200-GET-LEDGER-BALANCE THRU 5200-EXIT.
006721     PERFORM 5300-GET-COLLECTIONS THRU 5300-EXIT.
006722     IF VAR-COLL-FOUND AND COLL-PROMISE-BROKEN
006724         MOVE '1' TO SORT-PROMISE-RANK
006725     ELSE
006727         MOVE '0' TO SORT-PROMISE-RANK
006728     END-IF.
006730     MOVE DLQS-BUCKET-CODE TO SORT-BUCKET-CODE.
006740*    A CREDIT BALANCE SORTS AS ZERO - THE KEY ONLY ORDERS THE
006750*    WORKLIST, THE PRINTED BALANCE KEEPS ITS SIGN.
007100     EXIT.
007110
007120*----------------------------------------------------------------
007121* 5300-GET-COLLECTIONS
007122* THE CUSTOMER'S COLLECTIONS ACTIVITY - LAST CONTACT AND
007123* PROMISE TO PAY - CACHED THE SAME WAY AS THE BALANCE.  NO
007124* RECORD (OR NO ACTIVITY FILE AT ALL) MEANS THE DESK HAS NOT
007125* WORKED THE ACCOUNT YET.
007126*----------------------------------------------------------------
007127 5300-GET-COLLECTIONS.
007128     IF DLQS-CUST-ID = VAR-CACHED-COLL-ID
007129         GO TO 5300-EXIT
007130     END-IF.
007131     MOVE DLQS-CUST-ID TO VAR-CACHED-COLL-ID.
007132     SET VAR-COLL-NOT-FOUND TO TRUE.
007133     IF VAR-COLLFILE-MISSING
007134         GO TO 5300-EXIT
007135     END-IF.
007136     MOVE DLQS-CUST-ID TO CL-CUST-ID.
007137     READ COLLECTIONS-FILE INTO COLLECTIONS-RECORD
007138         INVALID KEY
007139             CONTINUE
007140         NOT INVALID KEY
007141             SET VAR-COLL-FOUND TO TRUE
007142     END-READ.
007143 5300-EXIT.
007144     EXIT.
007145
007146*----------------------------------------------------------------
007147* 6000-PRINT-WORKLIST
007148* THE SORT OUTPUT PROCEDURE: THE WORKLIST IN BROKEN-PROMISE,
007150* WORST-BUCKET, LARGEST-BALANCE ORDER.
007160*----------------------------------------------------------------
007170 6000-PRINT-WORKLIST.
007180     PERFORM 6500-WRITE-WORKLIST-HEADINGS THRU 6500-EXIT.
007460     MOVE DLQS-DAYS-PAST-DUE TO WRK-DAYS-PAST.
007470     PERFORM 5200-GET-LEDGER-BALANCE THRU 5200-EXIT.
007480     MOVE VAR-CACHED-BALANCE TO WRK-BALANCE.
007485     PERFORM 6300-SET-COLLECTIONS-COLUMNS THRU 6300-EXIT.
007490     WRITE WORKLIST-REPORT-LINE FROM VAR-WORK-DETAIL-LINE
007500         AFTER ADVANCING 1 LINE.
007510     ADD 1 TO VAR-WORK-LINE-COUNT.
007530 6200-EXIT.
007540     EXIT.
007550
007551*----------------------------------------------------------------
007552* 6300-SET-COLLECTIONS-COLUMNS
007553* THE LAST CONTACT ON THE ACCOUNT, AND THE PROMISE TO PAY
007554* WHILE IT IS STILL OPEN OR HAS BEEN BROKEN - A KEPT PROMISE
007555* NEEDS NO ACTION FROM THE DESK.
007556*----------------------------------------------------------------
007557 6300-SET-COLLECTIONS-COLUMNS.
007558     MOVE SPACES TO WRK-CONTACT-AREA.
007559     MOVE SPACES TO WRK-COLLECTOR.
007560     MOVE SPACES TO WRK-OUTCOME.
007561     MOVE SPACES TO WRK-PROMISE-AREA.
007562     MOVE SPACES TO WRK-PROMISE-AMT-AREA.
007563     MOVE SPACES TO WRK-PROMISE-FLAG.
007564     PERFORM 5300-GET-COLLECTIONS THRU 5300-EXIT.
007565     IF VAR-COLL-NOT-FOUND
007566         GO TO 6300-EXIT
007567     END-IF.
007568     IF COLL-LAST-CONTACT-DATE > 0
007569         MOVE COLL-LAST-CONTACT-DATE TO WRK-CONTACT-DATE
007570         MOVE COLL-LAST-COLLECTOR TO WRK-COLLECTOR
007571         MOVE COLL-LAST-OUTCOME TO WRK-OUTCOME
007572     END-IF.
007573     IF COLL-PROMISE-OPEN OR COLL-PROMISE-BROKEN
007574         MOVE COLL-PROMISE-DATE TO WRK-PROMISE-DATE
007575         MOVE COLL-PROMISE-AMOUNT TO WRK-PROMISE-AMOUNT
007576     END-IF.
007577     IF COLL-PROMISE-OPEN
007578         MOVE 'OPEN' TO WRK-PROMISE-FLAG
007579     END-IF.
007580     IF COLL-PROMISE-BROKEN
007581         MOVE 'BROKEN' TO WRK-PROMISE-FLAG
007582         ADD 1 TO VAR-BROKEN-PROMISE-ROWS
007583     END-IF.
007584 6300-EXIT.
007585     EXIT.
007586
007587 6500-WRITE-WORKLIST-HEADINGS.
007588     ADD 1 TO VAR-WORK-PAGE-NUMBER.
007589     MOVE PARM-RUN-DATE-NUM TO WKH-RUN-DATE.
007590     MOVE VAR-WORK-PAGE-NUMBER TO WKH-PAGE-NUMBER.
007600     WRITE WORKLIST-REPORT-LINE FROM VAR-WORK-HEADING-LINE-1
007610         AFTER ADVANCING PAGE.
008450     MOVE 'WORKLIST ROWS ...  ' TO TOT-CAPTION.
008460     MOVE VAR-WORKLIST-ROWS TO TOT-VALUE.
008470     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
008472     MOVE 'BROKEN PROMISE ROWS' TO TOT-CAPTION.
008475     MOVE VAR-BROKEN-PROMISE-ROWS TO TOT-VALUE.
008477     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
008480     MOVE 'OLD HISTORY IN ..  ' TO TOT-CAPTION.
008490     MOVE VAR-OLD-ROWS-READ TO TOT-VALUE.
008500     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
008610     IF NOT VAR-CUSTBAL-MISSING
008620         CLOSE CUSTOMER-BALANCE-FILE
008630     END-IF.
008632     IF NOT VAR-COLLFILE-MISSING
008635         CLOSE COLLECTIONS-FILE
008637     END-IF.
008640 9000-EXIT.
008650     EXIT.
008660
008690         AFTER ADVANCING 1 LINE.
008700 9100-EXIT.
008710     EXIT.
008720
008730*----------------------------------------------------------------
008740* 9800-CHECK-CYCLE-CONTROL
008750* THE NIGHTLY STREAM RUNS IN A FIXED ORDER AGAINST THE ONE
008760* BUSINESS DATE ON THE CYCLE CONTROL FILE.  THIS STEP REFUSES TO
008770* START - BEFORE A SINGLE FILE IS OPENED - WHEN THE CONTROL FILE
008780* IS MISSING OR CARRIES NO BUSINESS DATE, WHEN THE PARAMETER CARD
008790* IS FOR ANOTHER DATE, WHEN A STEP AHEAD OF IT HAS NOT COMPLETED
008800* FOR THE DATE, OR WHEN IT HAS ALREADY COMPLETED FOR THE DATE AND
008810* NO RERUN HAS BEEN AUTHORIZED.  A REFUSAL ENDS WITH RETURN CODE
008820* 12 SO THE SCHEDULER CAN TELL IT FROM A FAILURE.  OTHERWISE THE
008830* STEP IS MARKED RUNNING AND ANY RERUN AUTHORITY IS USED UP.
008840*----------------------------------------------------------------
008850 9800-CHECK-CYCLE-CONTROL.
008860     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
008870     IF VAR-CYCLE-NOT-LOADED
008880         DISPLAY 'DELQHST - NO CYCLE CONTROL FILE, RUN REFUSED, '
008890             'STATUS = ' VAR-CYCLCTL-STATUS
008900         MOVE 12 TO RETURN-CODE
008910         STOP RUN
008920     END-IF.
008930     MOVE 0 TO VAR-CYCLE-BUSINESS-DATE.
008940     IF VAR-CYCLE-COUNT > 0
008950         MOVE VAR-CYCLE-ENTRY (1) TO CYCLE-CONTROL-RECORD
008960         IF CYC-DATE-RECORD AND CYC-BUSINESS-DATE NUMERIC
008970             MOVE CYC-BUSINESS-DATE TO VAR-CYCLE-BUSINESS-DATE
008980         END-IF
008990     END-IF.
009000     IF VAR-CYCLE-BUSINESS-DATE = 0
009010         DISPLAY 'DELQHST - CYCLE CONTROL FILE HAS NO BUSINESS '
009020             'DATE, RUN REFUSED'
009030         MOVE 12 TO RETURN-CODE
009040         STOP RUN
009050     END-IF.
009060     IF PARM-RUN-DATE-NUM NOT = VAR-CYCLE-BUSINESS-DATE
009070         DISPLAY 'DELQHST - RUN DATE ' PARM-RUN-DATE-NUM
009080             ' IS NOT THE BUSINESS DATE ' VAR-CYCLE-BUSINESS-DATE
009090             ', RUN REFUSED'
009100         MOVE 12 TO RETURN-CODE
009110         STOP RUN
009120     END-IF.
009130     MOVE 0 TO VAR-CYCLE-OWN-SUB.
009140     MOVE SPACES TO VAR-CYCLE-WAITING-STEP.
009150     MOVE 2 TO VAR-CYCLE-SUB.
009160     PERFORM 9820-CHECK-ONE-PRIOR-STEP THRU 9820-EXIT
009170         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
009180     IF VAR-CYCLE-OWN-SUB = 0
009190         DISPLAY 'DELQHST - STEP ' VAR-CYCLE-STEP-NAME
009200             ' IS NOT ON THE CYCLE CONTROL FILE, RUN REFUSED'
009210         MOVE 12 TO RETURN-CODE
009220         STOP RUN
009230     END-IF.
009240     IF VAR-CYCLE-WAITING-STEP NOT = SPACES
009250         DISPLAY 'DELQHST - STEP ' VAR-CYCLE-WAITING-STEP
009260             ' HAS NOT COMPLETED FOR ' VAR-CYCLE-BUSINESS-DATE
009270             ', RUN REFUSED'
009280         MOVE 12 TO RETURN-CODE
009290         STOP RUN
009300     END-IF.
009310     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
009320         TO CYCLE-CONTROL-RECORD.
009330     IF CYC-STEP-COMPLETE
009340             AND CYC-STEP-DATE = VAR-CYCLE-BUSINESS-DATE
009350             AND NOT CYC-RERUN-AUTHORIZED
009360         DISPLAY 'DELQHST - ALREADY COMPLETED FOR '
009370             VAR-CYCLE-BUSINESS-DATE ', RUN REFUSED WITHOUT A '
009380             'RERUN OVERRIDE'
009390         MOVE 12 TO RETURN-CODE
009400         STOP RUN
009410     END-IF.
009420     IF CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
009430         MOVE VAR-CYCLE-BUSINESS-DATE TO CYC-STEP-DATE
009440         MOVE 0 TO CYC-STEP-RUN-COUNT
009450     END-IF.
009460     IF CYC-RERUN-AUTHORIZED
009470         DISPLAY 'DELQHST - RERUN AUTHORIZED BY '
009480             CYC-RERUN-OPERATOR ' - ' CYC-RERUN-REASON
009490         SET CYC-RERUN-USED TO TRUE
009500     END-IF.
009510     SET CYC-STEP-RUNNING TO TRUE.
009520     IF CYC-STEP-RUN-COUNT NOT NUMERIC
009530         MOVE 0 TO CYC-STEP-RUN-COUNT
009540     END-IF.
009550     ADD 1 TO CYC-STEP-RUN-COUNT.
009560     MOVE 0 TO CYC-STEP-RETURN-CODE.
009570     ACCEPT VAR-CYCLE-TIME FROM TIME.
009580     MOVE VAR-CYCLE-TIME TO CYC-STEP-START-TIME.
009590     MOVE 0 TO CYC-STEP-END-TIME.
009600     MOVE CYCLE-CONTROL-RECORD
009610         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
009620     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
009630 9800-EXIT.
009640     EXIT.
009650
009660*----------------------------------------------------------------
009670* 9810-LOAD-CYCLE-CONTROL
009680* READS THE WHOLE CYCLE CONTROL FILE INTO THE TABLE.  THE LOADED
009690* SWITCH IS SET ONLY WHEN THE FILE WAS READ CLEANLY TO
009700* THE END; THE CALLER DECIDES WHAT ANYTHING ELSE MEANS.
009710*----------------------------------------------------------------
009720 9810-LOAD-CYCLE-CONTROL.
009730     MOVE 0 TO VAR-CYCLE-COUNT.
009740     SET VAR-CYCLE-NOT-LOADED TO TRUE.
009750     OPEN INPUT CYCLE-CONTROL-FILE.
009760     IF NOT VAR-CYCLCTL-OK
009770         GO TO 9810-EXIT
009780     END-IF.
009790     PERFORM 9815-LOAD-ONE-CYCLE-RECORD THRU 9815-EXIT
009800         UNTIL NOT VAR-CYCLCTL-OK.
009810     IF VAR-CYCLCTL-EOF
009820         SET VAR-CYCLE-LOADED TO TRUE
009830     END-IF.
009840     CLOSE CYCLE-CONTROL-FILE.
009850 9810-EXIT.
009860     EXIT.
009870
009880*----------------------------------------------------------------
009890* 9815-LOAD-ONE-CYCLE-RECORD
009900* A FILE LONGER THAN THE TABLE CANNOT BE REWRITTEN WITHOUT LOSING
009910* RECORDS, SO IT STOPS THE JOB RATHER THAN BEING TRUNCATED.
009920*----------------------------------------------------------------
009930 9815-LOAD-ONE-CYCLE-RECORD.
009940     READ CYCLE-CONTROL-FILE
009950         AT END
009960             MOVE '10' TO VAR-CYCLCTL-STATUS
009970     END-READ.
009980     IF NOT VAR-CYCLCTL-OK
009990         GO TO 9815-EXIT
010000     END-IF.
010010     IF VAR-CYCLE-COUNT NOT < VAR-CYCLE-MAX
010020         DISPLAY 'DELQHST - CYCLE CONTROL FILE HAS MORE RECORDS '
010030             'THAN THE PROGRAM HOLDS'
010040         MOVE 16 TO RETURN-CODE
010050         STOP RUN
010060     END-IF.
010070     ADD 1 TO VAR-CYCLE-COUNT.
010080     MOVE CYCLE-CONTROL-IMAGE
010090         TO VAR-CYCLE-ENTRY (VAR-CYCLE-COUNT).
010100 9815-EXIT.
010110     EXIT.
010120
010130*----------------------------------------------------------------
010140* 9820-CHECK-ONE-PRIOR-STEP
010150* THE STEP RECORDS ARE KEPT IN RUN ORDER, SO EVERY STEP RECORD
010160* AHEAD OF THIS STEP'S OWN MUST BE COMPLETE FOR THE BUSINESS
010170* DATE.  THE FIRST ONE THAT IS NOT IS KEPT FOR THE REFUSAL
010180* MESSAGE.  FINDING THIS STEP'S OWN RECORD ENDS THE SCAN.
010190*----------------------------------------------------------------
010200 9820-CHECK-ONE-PRIOR-STEP.
010210     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
010220     IF NOT CYC-STEP-RECORD
010230         GO TO 9820-NEXT
010240     END-IF.
010250     IF CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
010260         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
010270         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
010280         GO TO 9820-NEXT
010290     END-IF.
010300     IF VAR-CYCLE-WAITING-STEP = SPACES
010310         IF NOT CYC-STEP-COMPLETE
010320                 OR CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
010330             MOVE CYC-STEP-NAME TO VAR-CYCLE-WAITING-STEP
010340         END-IF
010350     END-IF.
010360 9820-NEXT.
010370     ADD 1 TO VAR-CYCLE-SUB.
010380 9820-EXIT.
010390     EXIT.
010400
010410*----------------------------------------------------------------
010420* 9830-REWRITE-CYCLE-CONTROL
010430* WRITES THE TABLE BACK OUT AS THE NEW CYCLE CONTROL FILE.
010440*----------------------------------------------------------------
010450 9830-REWRITE-CYCLE-CONTROL.
010460     OPEN OUTPUT CYCLE-CONTROL-FILE.
010470     IF NOT VAR-CYCLCTL-OK
010480         DISPLAY 'DELQHST - UNABLE TO REWRITE CYCLE CONTROL, '
010490             'STATUS = ' VAR-CYCLCTL-STATUS
010500         MOVE 16 TO RETURN-CODE
010510         STOP RUN
010520     END-IF.
010530     MOVE 1 TO VAR-CYCLE-SUB.
010540     PERFORM 9835-WRITE-ONE-CYCLE-RECORD THRU 9835-EXIT
010550         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
010560     CLOSE CYCLE-CONTROL-FILE.
010570 9830-EXIT.
010580     EXIT.
010590
010600 9835-WRITE-ONE-CYCLE-RECORD.
010610     WRITE CYCLE-CONTROL-IMAGE
010620         FROM VAR-CYCLE-ENTRY (VAR-CYCLE-SUB).
010630     ADD 1 TO VAR-CYCLE-SUB.
010640 9835-EXIT.
010650     EXIT.
010660
010670*----------------------------------------------------------------
010680* 9850-POST-CYCLE-CONTROL
010690* RECORDS HOW THE STEP ENDED.  THE FILE IS READ AGAIN RATHER THAN
010700* TRUSTED FROM THE START OF THE RUN, SO AN OVERRIDE POSTED FOR
010710* ANOTHER STEP MEANWHILE IS NOT LOST.  A RUN THAT GETS HERE WITH A
010720* RETURN CODE BELOW 16 RAN TO ITS END AND ITS OUTPUT STANDS, SO
010730* THE STEP IS COMPLETE - A WARNING CODE STILL REACHES THE
010740* SCHEDULER AS SET.  16 MARKS THE STEP FAILED.
010750*----------------------------------------------------------------
010760 9850-POST-CYCLE-CONTROL.
010770     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
010780     IF VAR-CYCLE-NOT-LOADED
010790         DISPLAY 'DELQHST - UNABLE TO RELOAD CYCLE CONTROL, '
010800             'STATUS = ' VAR-CYCLCTL-STATUS
010810         MOVE 16 TO RETURN-CODE
010820         STOP RUN
010830     END-IF.
010840     MOVE 0 TO VAR-CYCLE-OWN-SUB.
010850     MOVE 1 TO VAR-CYCLE-SUB.
010860     PERFORM 9860-FIND-OWN-STEP THRU 9860-EXIT
010870         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
010880     IF VAR-CYCLE-OWN-SUB = 0
010890         DISPLAY 'DELQHST - STEP ' VAR-CYCLE-STEP-NAME
010900             ' HAS GONE FROM THE CYCLE CONTROL FILE'
010910         MOVE 16 TO RETURN-CODE
010920         STOP RUN
010930     END-IF.
010940     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
010950         TO CYCLE-CONTROL-RECORD.
010960     IF RETURN-CODE < 16
010970         SET CYC-STEP-COMPLETE TO TRUE
010980     ELSE
010990         SET CYC-STEP-FAILED TO TRUE
011000     END-IF.
011010     MOVE RETURN-CODE TO CYC-STEP-RETURN-CODE.
011020     ACCEPT VAR-CYCLE-TIME FROM TIME.
011030     MOVE VAR-CYCLE-TIME TO CYC-STEP-END-TIME.
011040     MOVE CYCLE-CONTROL-RECORD
011050         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
011060     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
011070 9850-EXIT.
011080     EXIT.
011090
011100 9860-FIND-OWN-STEP.
011110     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
011120     IF CYC-STEP-RECORD
011130             AND CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
011140         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
011150         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
011160     END-IF.
011170     ADD 1 TO VAR-CYCLE-SUB.
011180 9860-EXIT.
011190     EXIT.
