000263*                 NO ROW IN EFFECT FOR THE RUN DATE, STOPS THE
000264*                 JOB BEFORE A STATEMENT IS CUT - GUESSING AT A
000265*                 RATE IS NOT AN OPTION WITH MONEY ON THE PAGE.
000267* 2026-10-15 CJH  THE INTEREST PRINTED IS NOW ACTUALLY CHARGED.
000268*                 PASS 2 SORTS THE PROVED EXTRACT INTO CUST-ID
000269*                 ORDER AND MATCH-MERGES IT AGAINST THE OLD
000270*                 BALANCE LEDGER INTO A NEW LEDGER, THE SAME WAY
000271*                 THE PAYMENT POSTING BUILDS ITS NEW LEDGER, WITH
000272*                 EACH CUSTOMER'S INTEREST ADDED TO THE BALANCE
000273*                 AND A DATED INTEREST LINE WRITTEN TO THE DAY'S
000274*                 LEDGER JOURNAL.  THE DAY'S JOURNAL IS SORTED
000275*                 ALONGSIDE, AND EACH STATEMENT NOW SHOWS THE
000276*                 OPENING BALANCE, ONE LINE PER JOURNAL ENTRY FOR
000277*                 THE PERIOD, THE INTEREST AND THE CLOSING
000278*                 BALANCE LEFT ON THE LEDGER.
000279* 2026-10-15 CJH  RETURNED-PAYMENT JOURNAL LINES NOW PRINT AS
000280*                 RETURNED PAYMENT ON THE STATEMENT.
000281* 2026-10-15 CJH  CHECKS THE NIGHTLY CYCLE CONTROL FILE BEFORE
000282*                 ANY WORK IS DONE AND REFUSES, WITH RETURN CODE
000283*                 12, TO RUN FOR ANY DATE BUT THE BUSINESS DATE,
000284*                 AHEAD OF AN EARLIER STEP, OR A SECOND TIME FOR A
000286*                 DATE ALREADY COMPLETED WITHOUT A RERUN OVERRIDE.
000287*                 THE STEP IS POSTED COMPLETE OR FAILED AT THE END
000288*                 OF THE RUN.  THE PARAMETER CARD IS NOW READ
000289*                 FIRST.
000290* 2026-10-15 CJH  EVERY STATEMENT CUT IS ALSO WRITTEN TO THE DAY'S
000291*                 STATEMENT HISTORY FILE - A HEADER WITH THE
000292*                 OPENING BALANCE, ONE RECORD PER ACTIVITY LINE
000294*                 AND A TOTALS RECORD WITH THE RATE APPLIED, THE
000295*                 INTEREST AND THE CLOSING BALANCE, ALL CARRYING
000296*                 THE STATEMENT DATE - FOR THE ROLL-IN TO THE
000297*                 PERMANENT STATEMENT HISTORY.  THE STATEMENT
000298*                 LINES NOW COME FROM A COPYBOOK SHARED WITH THE
000299*                 STATEMENT REPRINT.
000300* 2026-10-15 CJH  CHARGE-OFF JOURNAL LINES NOW PRINT AS CHARGED
000302*                 OFF ON THE STATEMENT.
000303* 2026-10-15 CJH  THE DAY'S JOURNAL IS NO LONGER ADDED TO IN
000304*                 PLACE.  IT IS CARRIED FORWARD FROM THE COPY THE
000305*                 DAY'S EARLIER POSTING STEPS LEFT INTO A NEW ONE,
000306*                 LESS ANY INTEREST LINES THIS STEP ALREADY WROTE
000307*                 FOR THE RUN DATE, SO A RERUN REPLACES ITS
000309*                 INTEREST INSTEAD OF JOURNALLING IT TWICE.
000310* 2026-10-15 CJH  STATEMENTS ARE NOW CUT MONTHLY, NOT NIGHTLY.
000311*                 THE FIRST BUSINESS DATE IN A MONTH ON OR AFTER
000312*                 THE PARAMETER-CARD STATEMENT DAY IS THE
000313*                 STATEMENT NIGHT; ON ANY OTHER NIGHT THE LEDGER
000314*                 PASSES THROUGH UNTOUCHED, NO INTEREST IS
000315*                 CHARGED AND NO STATEMENT IS CUT.  A STATEMENT
000317*                 NOW COVERS EVERYTHING JOURNALLED SINCE THE
000318*                 CUSTOMER'S LAST STATEMENT - THE JOURNAL HISTORY
000319*                 IS SORTED IN WITH THE DAY'S JOURNAL - AND THE
000320*                 STATEMENT DATE IS KEPT ON THE LEDGER.  A LEDGER
000321*                 ALREADY STATEMENTED THIS MONTH IS PASSED BY.
000322* 2026-10-15 CJH  EACH CUSTOMER IS LOOKED UP ON THE CUSTOMER
000323*                 MASTER BEFORE THE STATEMENT IS CUT.  AN ACCOUNT
000325*                 CLOSED OR CHARGED OFF SINCE THE DAILY RUN BUILT
000326*                 THE EXTRACT - A SAME-NIGHT CHARGE-OFF - GETS NO
000327*                 INTEREST, NO STATEMENT AND NO STATEMENT HISTORY.
000328*----------------------------------------------------------------
000329
000330 ENVIRONMENT DIVISION.
000331
000333 INPUT-OUTPUT SECTION.
000334 FILE-CONTROL.
000335     SELECT EXTRACT-FILE ASSIGN TO EXTRFILE
000336         ORGANIZATION IS SEQUENTIAL
000337         FILE STATUS IS VAR-EXTRFILE-STATUS.
000338
000340     SELECT STATEMENT-PRINT-FILE ASSIGN TO STMTFILE
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS VAR-STMTFILE-STATUS.
000362
000364     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000366         ORGANIZATION IS SEQUENTIAL
000368         FILE STATUS IS VAR-CYCLCTL-STATUS.
000370
000380     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000390         ORGANIZATION IS SEQUENTIAL
000404     SELECT RATE-TABLE-FILE ASSIGN TO RATETABL
000406         ORGANIZATION IS SEQUENTIAL
000408         FILE STATUS IS VAR-RATETABL-STATUS.
000409
000410     SELECT SORTED-EXTRACT-FILE ASSIGN TO SRTEXTR
000411         ORGANIZATION IS SEQUENTIAL
000412         FILE STATUS IS VAR-SRTEXTR-STATUS.
000413
000414     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
000415
000416     SELECT OLD-BALANCE-FILE ASSIGN TO OLDBAL
000417         ORGANIZATION IS INDEXED
000418         ACCESS MODE IS SEQUENTIAL
000419         RECORD KEY IS OB-CUST-ID
000420         FILE STATUS IS VAR-OLDBAL-STATUS.
000421
000422     SELECT NEW-BALANCE-FILE ASSIGN TO NEWBAL
000423         ORGANIZATION IS INDEXED
000424         ACCESS MODE IS SEQUENTIAL
000425         RECORD KEY IS NB-CUST-ID
000426         FILE STATUS IS VAR-NEWBAL-STATUS.
000427
000428     SELECT DAILY-JOURNAL-FILE ASSIGN TO DAYJRNL
000429         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS VAR-DAYJRNL-STATUS.
000431
000432     SELECT SORTED-JOURNAL-FILE ASSIGN TO SRTJRNL
000433         ORGANIZATION IS SEQUENTIAL
000434         FILE STATUS IS VAR-SRTJRNL-STATUS.
000435
000436     SELECT JOURNAL-SORT-FILE ASSIGN TO SORTWRK2.
000437
000438     SELECT PRIOR-JOURNAL-FILE ASSIGN TO OLDJRNL
000439         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS VAR-OLDJRNL-STATUS.
000441
000442     SELECT JOURNAL-HISTORY-FILE ASSIGN TO OLDJRNH
000443         ORGANIZATION IS SEQUENTIAL
000444         FILE STATUS IS VAR-OLDJRNH-STATUS.
000445
000446     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMSTR
000447         ORGANIZATION IS INDEXED
000448         ACCESS MODE IS RANDOM
000449         RECORD KEY IS CM-CUST-ID
000450         FILE STATUS IS VAR-CUSTMSTR-STATUS.
000451
000452     SELECT STATEMENT-HISTORY-FILE ASSIGN TO STMTDAY
000453         ORGANIZATION IS SEQUENTIAL
000454         FILE STATUS IS VAR-STMTDAY-STATUS.
000455
000456 DATA DIVISION.
000457 FILE SECTION.
000458
000459*EXTRACT FILE - 'D' DETAIL RECORDS PLUS ONE 'T' TRAILER, AS
000460*WRITTEN BY THE DAILY CUSTOMER-MASTER RUN.
000470 FD  EXTRACT-FILE
000480     RECORD CONTAINS 80 CHARACTERS
000636     RECORD CONTAINS 80 CHARACTERS
000637     LABEL RECORDS ARE STANDARD.
000638 01  RATE-TABLE-INPUT-RECORD        PIC X(80).
000639
000640*SORTED EXTRACT - THE PROVED EXTRACT IN CUST-ID ORDER, DETAILS
000641*FIRST AND THE TRAILER LAST, FOR THE LEDGER MATCH.
000642 FD  SORTED-EXTRACT-FILE
000643     RECORD CONTAINS 80 CHARACTERS
000644     LABEL RECORDS ARE STANDARD.
000645 01  SORTED-EXTRACT-RECORD          PIC X(80).
000646
000647*SORT WORK FILE FOR THE EXTRACT SORT.
000648 SD  SORT-WORK-FILE
000649     RECORD CONTAINS 80 CHARACTERS.
000650 01  SORT-WORK-RECORD.
000651     05  SORT-REC-TYPE              PIC X(01).
000652     05  SORT-CUST-ID               PIC X(09).
000653     05  FILLER                     PIC X(70).
000654
000655*OLD BALANCE LEDGER - THE LEDGER AS THE DAY'S PAYMENTS LEFT IT.
000656 FD  OLD-BALANCE-FILE
000657     RECORD CONTAINS 80 CHARACTERS
000658     LABEL RECORDS ARE STANDARD.
000659 01  OLD-BALANCE-FILE-RECORD.
000660     05  OB-CUST-ID                 PIC X(09).
000661     05  FILLER                     PIC X(71).
000662
000663*NEW BALANCE LEDGER - THE LEDGER WITH THIS RUN'S INTEREST
000664*CHARGED.
000665 FD  NEW-BALANCE-FILE
000666     RECORD CONTAINS 80 CHARACTERS
000667     LABEL RECORDS ARE STANDARD.
000668 01  NEW-BALANCE-FILE-RECORD.
000669     05  NB-CUST-ID                 PIC X(09).
000670     05  FILLER                     PIC X(71).
000671
000672*PRIOR DAY'S JOURNAL - THE JOURNAL AS THE DAY'S EARLIER POSTING
000673*STEPS LEFT IT, CARRIED FORWARD INTO THE NEW ONE.
000674 FD  PRIOR-JOURNAL-FILE
000675     RECORD CONTAINS 80 CHARACTERS
000676     LABEL RECORDS ARE STANDARD.
000677 01  PRIOR-JOURNAL-RECORD           PIC X(80).
000678
000679*PERMANENT LEDGER JOURNAL HISTORY - SORTED IN WITH THE DAY'S
000680*JOURNAL ON A STATEMENT NIGHT FOR THE STATEMENT PERIOD'S LINES.
000681 FD  JOURNAL-HISTORY-FILE
000683     RECORD CONTAINS 80 CHARACTERS
000684     LABEL RECORDS ARE STANDARD.
000685 01  JOURNAL-HISTORY-RECORD         PIC X(80).
000686
000687*CUSTOMER-MASTER - READ DIRECTLY BY CUST-ID FOR THE ACCOUNT
000688*STATUS BEFORE A STATEMENT IS CUT.
000689 FD  CUSTOMER-MASTER-FILE
000690     RECORD CONTAINS 53 CHARACTERS
000691     LABEL RECORDS ARE STANDARD.
000692 01  CUSTOMER-MASTER-RECORD.
000694     05  CM-CUST-ID                 PIC X(09).
000695     05  FILLER                     PIC X(44).
000696
000697*DAY'S LEDGER JOURNAL - THE PRIOR JOURNAL CARRIED FORWARD, READ
000698*FOR THE STATEMENT ACTIVITY LINES, THEN ADDED TO WITH THIS RUN'S
000699*INTEREST LINES.
000700 FD  DAILY-JOURNAL-FILE
000701     RECORD CONTAINS 80 CHARACTERS
000702     LABEL RECORDS ARE STANDARD.
000703 01  DAILY-JOURNAL-RECORD           PIC X(80).
000705
000706*SORTED JOURNAL - THE JOURNAL HISTORY AND THE DAY'S JOURNAL IN
000707*CUST-ID ORDER, EACH CUSTOMER'S LINES LEFT IN THE ORDER THEY
000708*WERE POSTED.
000709 FD  SORTED-JOURNAL-FILE
000710     RECORD CONTAINS 80 CHARACTERS
000711     LABEL RECORDS ARE STANDARD.
000712 01  SORTED-JOURNAL-RECORD          PIC X(80).
000713
000714*SORT WORK FILE FOR THE JOURNAL SORT.
000715 SD  JOURNAL-SORT-FILE
000717     RECORD CONTAINS 80 CHARACTERS.
000718 01  JOURNAL-SORT-RECORD.
000719     05  JSRT-CUST-ID               PIC X(09).
000720     05  FILLER                     PIC X(71).
000721
000722*TODAY'S STATEMENT HISTORY - EVERY STATEMENT CUT IN THIS RUN, FOR
000723*THE ROLL-IN TO THE PERMANENT STATEMENT HISTORY.
000724 FD  STATEMENT-HISTORY-FILE
000725     RECORD CONTAINS 80 CHARACTERS
000726     LABEL RECORDS ARE STANDARD.
000728 01  STATEMENT-HISTORY-OUT-RECORD   PIC X(80).
000729
000730*CYCLE CONTROL - CHECKED BEFORE ANY WORK IS DONE; THIS STEP'S
000731*RECORD IS MARKED RUNNING AT THE START AND COMPLETE OR FAILED AT
000732*THE END.
000733 FD  CYCLE-CONTROL-FILE
000734     RECORD CONTAINS 80 CHARACTERS
000735     LABEL RECORDS ARE STANDARD.
000736 01  CYCLE-CONTROL-IMAGE            PIC X(80).
000737
000739 WORKING-STORAGE SECTION.
000740
000741*----------------------------------------------------------------
000742* EXTRACT RECORD WORKING COPY
000743*----------------------------------------------------------------
000744 COPY EXTRREC.
000745
000746*----------------------------------------------------------------
000747* PARAMETER CARD WORKING COPY
000748*----------------------------------------------------------------
000750 COPY PARMCARD.
000751
000752*----------------------------------------------------------------
000753* CYCLE CONTROL WORKING COPY - THE WHOLE FILE IS HELD IN THE
000754* TABLE BELOW WHILE THIS STEP'S RECORD IS UPDATED.
000755*----------------------------------------------------------------
000756 COPY CYCLREC.
000757
000758 01  VAR-CYCLCTL-STATUS        PIC X(02) VALUE '00'.
000759     88  VAR-CYCLCTL-OK                   VALUE '00'.
000760     88  VAR-CYCLCTL-EOF                  VALUE '10'.
000761 01  VAR-CYCLE-LOAD-SWITCH      PIC X(01) VALUE 'N'.
000762     88  VAR-CYCLE-LOADED                 VALUE 'Y'.
000763     88  VAR-CYCLE-NOT-LOADED             VALUE 'N'.
000764 01  VAR-CYCLE-STEP-NAME        PIC X(08) VALUE 'STMTJOB '.
000765 01  VAR-CYCLE-MAX              PIC 9(03) COMP VALUE 50.
000766 01  VAR-CYCLE-COUNT            PIC 9(03) COMP VALUE 0.
000767 01  VAR-CYCLE-SUB              PIC 9(03) COMP VALUE 0.
000768 01  VAR-CYCLE-OWN-SUB          PIC 9(03) COMP VALUE 0.
000769 01  VAR-CYCLE-BUSINESS-DATE    PIC 9(08) VALUE 0.
000770 01  VAR-CYCLE-WAITING-STEP     PIC X(08) VALUE SPACES.
000771 01  VAR-CYCLE-TIME             PIC 9(08) VALUE 0.
000772 01  VAR-CYCLE-TABLE.
000773     05  VAR-CYCLE-ENTRY            PIC X(80) OCCURS 50 TIMES.
000774
000775*----------------------------------------------------------------
000776* RATE TABLE ROW WORKING COPY
000777*----------------------------------------------------------------
000778 COPY RATEREC.
000780
000781*----------------------------------------------------------------
000782* BALANCE LEDGER RECORD WORKING COPY
000783*----------------------------------------------------------------
000784 COPY BALREC.
000786
000787*----------------------------------------------------------------
000788* LEDGER JOURNAL RECORD WORKING COPY
000789*----------------------------------------------------------------
000790 COPY JRNLREC.
000792
000793*----------------------------------------------------------------
000794* STATEMENT HISTORY RECORD WORKING COPY
000795*----------------------------------------------------------------
000796 COPY STMHREC.
000798
000799*----------------------------------------------------------------
000800* CUSTOMER RECORD WORKING COPY - THE MASTER RECORD LOOKED UP
000801*----------------------------------------------------------------
000802 COPY CUSTREC.
000804
000805 01  VAR-EXTRFILE-STATUS       PIC X(02) VALUE '00'.
000806     88  VAR-EXTRFILE-OK                  VALUE '00'.
000807     88  VAR-EXTRFILE-EOF                 VALUE '10'.
000808 01  VAR-STMTFILE-STATUS       PIC X(02) VALUE '00'.
000810     88  VAR-STMTFILE-OK                  VALUE '00'.
000820 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
000830     88  VAR-PARMCARD-OK                  VALUE '00'.
000832 01  VAR-RATETABL-STATUS       PIC X(02) VALUE '00'.
000834     88  VAR-RATETABL-OK                  VALUE '00'.
000836     88  VAR-RATETABL-EOF                 VALUE '10'.
000837 01  VAR-SRTEXTR-STATUS        PIC X(02) VALUE '00'.
000838     88  VAR-SRTEXTR-OK                   VALUE '00'.
000839     88  VAR-SRTEXTR-EOF                  VALUE '10'.
000840 01  VAR-OLDBAL-STATUS         PIC X(02) VALUE '00'.
000841     88  VAR-OLDBAL-OK                    VALUE '00'.
000842     88  VAR-OLDBAL-EOF                   VALUE '10'.
000843 01  VAR-NEWBAL-STATUS         PIC X(02) VALUE '00'.
000844     88  VAR-NEWBAL-OK                    VALUE '00'.
000845 01  VAR-DAYJRNL-STATUS        PIC X(02) VALUE '00'.
000846     88  VAR-DAYJRNL-OK                   VALUE '00'.
000847     88  VAR-DAYJRNL-MISSING              VALUE '35'.
000848 01  VAR-SRTJRNL-STATUS        PIC X(02) VALUE '00'.
000849     88  VAR-SRTJRNL-OK                   VALUE '00'.
000850     88  VAR-SRTJRNL-EOF                  VALUE '10'.
000851 01  VAR-STMTDAY-STATUS        PIC X(02) VALUE '00'.
000852     88  VAR-STMTDAY-OK                   VALUE '00'.
000853 01  VAR-OLDJRNL-STATUS        PIC X(02) VALUE '00'.
000854     88  VAR-OLDJRNL-OK                   VALUE '00'.
000855     88  VAR-OLDJRNL-EOF                  VALUE '10'.
000857     88  VAR-OLDJRNL-MISSING              VALUE '35'.
000858 01  VAR-OLDJRNH-STATUS        PIC X(02) VALUE '00'.
000859     88  VAR-OLDJRNH-OK                   VALUE '00'.
000861     88  VAR-OLDJRNH-MISSING              VALUE '35'.
000862 01  VAR-CUSTMSTR-STATUS       PIC X(02) VALUE '00'.
000863     88  VAR-CUSTMSTR-OK                  VALUE '00'.
000864     88  VAR-CUSTMSTR-MISSING             VALUE '35'.
000866
000867 01  VAR-TRAILER-SWITCH         PIC X(01) VALUE 'N'.
000868     88  VAR-TRAILER-SEEN                 VALUE 'Y'.
000870     88  VAR-NO-TRAILER-SEEN              VALUE 'N'.
000871 01  VAR-BALANCE-SWITCH         PIC X(01) VALUE 'Y'.
000872     88  VAR-FILE-BALANCES                VALUE 'Y'.
000873     88  VAR-FILE-OUT-OF-BALANCE          VALUE 'N' 'X' 'U'.
000874     88  VAR-RECORDS-PAST-TRAILER         VALUE 'X'.
000875     88  VAR-TOTALS-DISAGREE              VALUE 'N'.
000876     88  VAR-UNKNOWN-RECORD-TYPE          VALUE 'U'.
000877 01  VAR-LEDGER-SWITCH          PIC X(01) VALUE 'N'.
000878     88  VAR-LEDGER-ON-FILE               VALUE 'Y'.
000879     88  VAR-NO-LEDGER-ON-FILE            VALUE 'N'.
000880 01  VAR-JOURNAL-SORT-SWITCH    PIC X(01) VALUE 'N'.
000881     88  VAR-DAY-JOURNAL-SORTED           VALUE 'Y'.
000882 01  VAR-STMT-NIGHT-SWITCH      PIC X(01) VALUE 'N'.
000883     88  VAR-STATEMENT-NIGHT              VALUE 'Y'.
000884     88  VAR-NOT-STATEMENT-NIGHT          VALUE 'N'.
000885 01  VAR-CUSTOMER-SWITCH        PIC X(01) VALUE 'S'.
000886     88  VAR-CUSTOMER-TO-STATEMENT        VALUE 'S'.
000887     88  VAR-CUSTOMER-INACTIVE            VALUE 'I'.
000888     88  VAR-CUSTOMER-ALREADY-DONE        VALUE 'A'.
000889 01  VAR-PERIOD-LINE-SWITCH     PIC X(01) VALUE 'N'.
000890     88  VAR-PERIOD-LINE-FOUND            VALUE 'Y'.
000891     88  VAR-PERIOD-LINE-NOT-FOUND        VALUE 'N'.
000892
000893*----------------------------------------------------------------
000894* STATEMENT PERIOD.  THE FIRST BUSINESS DATE IN A MONTH ON OR
000895* AFTER THE STATEMENT DAY IS THE STATEMENT NIGHT - THE PRIOR
000896* BUSINESS DATE OFF THE CYCLE CONTROL FILE SAYS WHETHER AN
000897* EARLIER NIGHT THIS MONTH ALREADY WAS.  A CUSTOMER'S PERIOD RUNS
000898* FROM THE DAY AFTER THE LAST STATEMENT DATE ON THE LEDGER; A
000899* LEDGER THAT HAS NEVER CARRIED ONE STARTS AFTER LAST MONTH'S
000900* STATEMENT DAY.
000901*----------------------------------------------------------------
000902 01  VAR-STMT-DAY               PIC 9(02) VALUE 1.
000903 01  VAR-RUN-YYYYMM             PIC 9(06) VALUE 0.
000904 01  VAR-PRIOR-BUSINESS-DATE    PIC 9(08) VALUE 0.
000905 01  VAR-PRIOR-DATE-PARTS       REDEFINES VAR-PRIOR-BUSINESS-DATE.
000906     05  VAR-PRIOR-YYYYMM           PIC 9(06).
000907     05  VAR-PRIOR-DD               PIC 9(02).
000908 01  VAR-LAST-STMT-DATE         PIC 9(08) VALUE 0.
000909 01  VAR-LAST-STMT-PARTS        REDEFINES VAR-LAST-STMT-DATE.
000910     05  VAR-LAST-STMT-YYYYMM       PIC 9(06).
000911     05  VAR-LAST-STMT-DD           PIC 9(02).
000912 01  VAR-DFLT-PERIOD-START      PIC 9(08) VALUE 0.
000913 01  VAR-DFLT-PERIOD-PARTS      REDEFINES VAR-DFLT-PERIOD-START.
000914     05  VAR-DFLT-YYYY              PIC 9(04).
000915     05  VAR-DFLT-MM                PIC 9(02).
000916     05  VAR-DFLT-DD                PIC 9(02).
000917 01  VAR-PERIOD-START-DATE      PIC 9(08) VALUE 0.
000918
000919*----------------------------------------------------------------
000920* PASS-2 MERGE KEYS - FLOODED HIGH AT END OF THE OWNING FILE SO
000921* THE OTHER SIDES DRAIN NATURALLY, THE SAME AS THE PAYMENT
000922* POSTING MATCH.  THE EXTRACT KEY GOES HIGH AT THE TRAILER.
000923*----------------------------------------------------------------
000924 01  VAR-EXTRACT-KEY            PIC X(09) VALUE LOW-VALUES.
000925 01  VAR-LEDGER-KEY             PIC X(09) VALUE LOW-VALUES.
000926 01  VAR-JOURNAL-KEY            PIC X(09) VALUE LOW-VALUES.
000927
000928*----------------------------------------------------------------
000930* SHOP INTEREST RATES.  THE TIER SET IN FORCE FOR THE RUN DATE
000940* IS LOADED OFF THE RATE-TABLE FILE AT THE START OF PASS 2 -
000941* THE ROWS CARRYING THE LATEST EFFECTIVE DATE NOT AFTER THE RUN
001060 01  VAR-INTEREST-AMOUNT        PIC S9(07)V99 VALUE 0.
001070 01  VAR-STATEMENT-AMOUNT      PIC S9(07)V99 VALUE 0.
001080 01  VAR-TOTAL-INTEREST         PIC S9(09)V99 VALUE 0.
001081 01  VAR-OPENING-BALANCE        PIC S9(07)V99 VALUE 0.
001082 01  VAR-ACTIVITY-TOTAL         PIC S9(07)V99 VALUE 0.
001083 01  VAR-INTEREST-POSTED        PIC S9(09)V99 VALUE 0.
001084 01  VAR-LEDGER-READ-COUNT      PIC 9(07) COMP VALUE 0.
001085 01  VAR-LEDGER-WRITTEN-COUNT   PIC 9(07) COMP VALUE 0.
001086 01  VAR-NO-LEDGER-COUNT        PIC 9(07) COMP VALUE 0.
001087 01  VAR-ACTIVITY-LINE-COUNT    PIC 9(07) COMP VALUE 0.
001088 01  VAR-JOURNAL-LINES-WRITTEN  PIC 9(07) COMP VALUE 0.
001089 01  VAR-HISTORY-RECORDS-WRITTEN PIC 9(07) COMP VALUE 0.
001090 01  VAR-INACTIVE-SKIPPED-COUNT PIC 9(07) COMP VALUE 0.
001092 01  VAR-ALREADY-STMT-COUNT     PIC 9(07) COMP VALUE 0.
001094 01  VAR-JOURNAL-CARRIED-COUNT  PIC 9(07) COMP VALUE 0.
001096 01  VAR-JOURNAL-REPLACED-COUNT PIC 9(07) COMP VALUE 0.
001098
001100*----------------------------------------------------------------
001110* REPORT PAGINATION FIELDS
001120*----------------------------------------------------------------
001160
001170 01  VAR-SYSTEM-DATE            PIC 9(08) VALUE 0.
001180
001181*----------------------------------------------------------------
001182* STATEMENT PAGE HEADING AND STATEMENT BLOCK LINES - SHARED WITH
001184* THE STATEMENT REPRINT SO A DUPLICATE MATCHES THE ORIGINAL
001185*----------------------------------------------------------------
001187 COPY STMTLINE.
001188
001190*----------------------------------------------------------------
001200* REPORT LINE WORKING AREAS
001210*----------------------------------------------------------------
001520 01  VAR-DISCREPANCY-LINE-1.
001530     05  FILLER                     PIC X(01) VALUE SPACE.
001540     05  FILLER                     PIC X(44) VALUE
001590     05  DSC-CAPTION                PIC X(20).
001600     05  DSC-TRAILER-VALUE          PIC -Z,ZZZ,ZZZ,ZZ9.99.
001610     05  FILLER                     PIC X(10) VALUE '  COUNTED '.
001611     05  DSC-COUNTED-VALUE          PIC -Z,ZZZ,ZZZ,ZZ9.99.
001613 01  VAR-DISCREPANCY-COUNT-LINE.
001615     05  FILLER                     PIC X(01) VALUE SPACE.
001617     05  DSC-COUNT-CAPTION          PIC X(20).
001618     05  DSC-COUNT-TRAILER          PIC ZZ,ZZZ,ZZ9.
001620     05  FILLER                     PIC X(10) VALUE '  COUNTED '.
001622     05  DSC-COUNT-COUNTED          PIC ZZ,ZZZ,ZZ9.
001624 01  VAR-UNKNOWN-TYPE-LINE.
001625     05  FILLER                     PIC X(01) VALUE SPACE.
001626     05  FILLER                     PIC X(44) VALUE
001627             '*** EXTRACT FILE HAS AN UNKNOWN RECORD TYPE '.
001628     05  FILLER                     PIC X(04) VALUE ' ***'.
001629 01  VAR-PAST-TRAILER-LINE.
001630     05  FILLER                     PIC X(01) VALUE SPACE.
001631     05  FILLER                     PIC X(44) VALUE
001632             '*** EXTRACT FILE HAS RECORDS AFTER TRAILER  '.
001633     05  FILLER                     PIC X(04) VALUE ' ***'.
001636 01  VAR-NO-TRAILER-LINE.
001640     05  FILLER                     PIC X(01) VALUE SPACE.
001650     05  FILLER                     PIC X(44) VALUE
001660             '*** EXTRACT FILE HAS NO TRAILER RECORD      '.
001670     05  FILLER                     PIC X(04) VALUE ' ***'.
001671 01  VAR-NO-STATEMENT-LINE.
001673     05  FILLER                     PIC X(01) VALUE SPACE.
001675     05  FILLER                     PIC X(44) VALUE
001676             '*** NOT A STATEMENT NIGHT, NO STATEMENTS CUT'.
001678     05  FILLER                     PIC X(04) VALUE ' ***'.
001680 01  VAR-TOTALS-LINE.
001690     05  FILLER                     PIC X(01) VALUE SPACE.
001700     05  FILLER                     PIC X(22) VALUE
001790*----------------------------------------------------------------
001800* 0000-MAINLINE
001810* CONTROLS THE OVERALL FLOW OF THE RUN.  NO STATEMENT IS
001820* PRINTED UNTIL THE EXTRACT HAS PROVED TO ITS OWN TRAILER.  THE
001825* EXTRACT IS PROVED EVERY NIGHT, STATEMENT NIGHT OR NOT.
001830*----------------------------------------------------------------
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     END-IF.
001940     PERFORM 4000-PRINT-STATEMENTS THRU 4000-EXIT.
001950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001955     PERFORM 9850-POST-CYCLE-CONTROL THRU 9850-EXIT.
001960     STOP RUN.
001970
001980*----------------------------------------------------------------
001990* 1000-INITIALIZE
002000* OPENS THE FILES, READS THE PARAMETER CARD, DECIDES WHETHER
002010* THIS IS A STATEMENT NIGHT AND PRINTS THE FIRST PAGE HEADING.
002020*----------------------------------------------------------------
002030 1000-INITIALIZE.
002033     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
002036     PERFORM 9800-CHECK-CYCLE-CONTROL THRU 9800-EXIT.
002038     PERFORM 1300-SET-STATEMENT-NIGHT THRU 1300-EXIT.
002040     OPEN INPUT  EXTRACT-FILE.
002050     IF NOT VAR-EXTRFILE-OK
002060         DISPLAY 'STMTJOB - UNABLE TO OPEN EXTRACT-FILE, '
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF.
002190     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
002200 1000-EXIT.
002210     EXIT.
002220
002230*----------------------------------------------------------------
002240* 1200-READ-PARAMETER-CARD
002250* THE RUN DATE AND THE STATEMENT DAY COME OFF THE CARD; THE SAME
002260* MISSING-CARD FALLBACK AS THE DAILY RUN APPLIES.
002270*----------------------------------------------------------------
002280 1200-READ-PARAMETER-CARD.
002290     OPEN INPUT PARAMETER-CARD-FILE.
002400     ELSE
002410         ACCEPT VAR-SYSTEM-DATE FROM DATE YYYYMMDD
002420         MOVE VAR-SYSTEM-DATE(1:4) TO PARM-RUN-YYYY
002421         MOVE VAR-SYSTEM-DATE(5:2) TO PARM-RUN-MM
002422         MOVE VAR-SYSTEM-DATE(7:2) TO PARM-RUN-DD
002423     END-IF.
002424 1200-EXIT.
002425     EXIT.
002426
002428*----------------------------------------------------------------
002429* 1300-SET-STATEMENT-NIGHT
002430* THE STATEMENT DAY COMES OFF THE PARAMETER CARD - BLANK, ZERO,
002431* NON-NUMERIC OR PAST THE 28TH (SO EVERY MONTH HAS ONE) FALLS
002432* BACK TO THE FIRST.  THE RUN DATE IS A STATEMENT NIGHT WHEN IT
002433* IS ON OR AFTER THE STATEMENT DAY AND THE PRIOR BUSINESS DATE
002434* WAS NOT - EITHER IT FELL IN AN EARLIER MONTH OR BEFORE THE
002436* STATEMENT DAY OF THIS ONE.  A FIRST-EVER BUSINESS DATE, WITH
002437* NO PRIOR DATE, COUNTS AS A STATEMENT NIGHT IF IT IS ON OR
002438* AFTER THE STATEMENT DAY.  THE TABLE WAS LOADED BY THE CYCLE
002439* CHECK; ITS FIRST RECORD IS THE BUSINESS-DATE RECORD.  THE
002440* DEFAULT PERIOD START - LAST MONTH'S STATEMENT DAY - IS SET
002441* HERE TOO.
002443*----------------------------------------------------------------
002444 1300-SET-STATEMENT-NIGHT.
002445     IF VAR-PARMCARD-OK AND PARM-STMT-DAY NUMERIC
002446             AND PARM-STMT-DAY > 0
002447             AND PARM-STMT-DAY NOT > 28
002448         MOVE PARM-STMT-DAY TO VAR-STMT-DAY
002449     END-IF.
002451     COMPUTE VAR-RUN-YYYYMM = PARM-RUN-YYYY * 100 + PARM-RUN-MM.
002452     MOVE PARM-RUN-YYYY TO VAR-DFLT-YYYY.
002453     IF PARM-RUN-MM > 1
002454         COMPUTE VAR-DFLT-MM = PARM-RUN-MM - 1
002455     ELSE
002456         MOVE 12 TO VAR-DFLT-MM
002458         SUBTRACT 1 FROM VAR-DFLT-YYYY
002459     END-IF.
002460     MOVE VAR-STMT-DAY TO VAR-DFLT-DD.
002461     MOVE 0 TO VAR-PRIOR-BUSINESS-DATE.
002462     MOVE VAR-CYCLE-ENTRY (1) TO CYCLE-CONTROL-RECORD.
002463     IF CYC-DATE-RECORD AND CYC-PRIOR-BUSINESS-DATE NUMERIC
002464         MOVE CYC-PRIOR-BUSINESS-DATE TO VAR-PRIOR-BUSINESS-DATE
002466     END-IF.
002467     SET VAR-NOT-STATEMENT-NIGHT TO TRUE.
002468     IF PARM-RUN-DD < VAR-STMT-DAY
002469         GO TO 1300-EXIT
002470     END-IF.
002471     IF VAR-PRIOR-BUSINESS-DATE = 0
002473             OR VAR-PRIOR-YYYYMM < VAR-RUN-YYYYMM
002474             OR VAR-PRIOR-DD < VAR-STMT-DAY
002475         SET VAR-STATEMENT-NIGHT TO TRUE
002476     END-IF.
002477 1300-EXIT.
002478     EXIT.
002480
002490*----------------------------------------------------------------
002500* 1500-WRITE-REPORT-HEADINGS
002770     IF VAR-TRAILER-COUNT NOT = VAR-DETAIL-COUNT
002780         OR VAR-TRAILER-BALANCE NOT = VAR-BALANCE-TOTAL
002790         SET VAR-TOTALS-DISAGREE TO TRUE
002795     END-IF.
002800 2000-EXIT.
002810     EXIT.
002820
003270     DISPLAY 'STMTJOB - EXTRACT DOES NOT BALANCE TO TRAILER, '
003280         'NO STATEMENTS ISSUED'.
003290 3000-EXIT.
003291     EXIT.
003292
003293*----------------------------------------------------------------
003294* 4000-PRINT-STATEMENTS
003295* PASS 2.  THE DAY'S JOURNAL IS CARRIED FORWARD EVERY NIGHT.  ON
003296* ANY NIGHT BUT A STATEMENT NIGHT THE OLD LEDGER THEN COPIES
003297* STRAIGHT ACROSS TO THE NEW AND NOTHING ELSE IS DONE.  ON A
003298* STATEMENT NIGHT THE PROVED EXTRACT IS SORTED INTO CUST-ID
003299* ORDER - THE DAILY RUN WRITES RECYCLED CUSTOMERS AHEAD OF THE
003300* MASTER - AND THE JOURNAL HISTORY AND DAY'S JOURNAL ALONGSIDE
003301* IT, AND ALL ARE WALKED AGAINST THE OLD LEDGER, PRINTING ONE
003302* STATEMENT BLOCK PER DETAIL RECORD AND CHARGING ITS INTEREST TO
003303* THE NEW LEDGER.
003304*----------------------------------------------------------------
003305 4000-PRINT-STATEMENTS.
003306     CLOSE EXTRACT-FILE.
003307     IF VAR-STATEMENT-NIGHT
003308         PERFORM 4050-LOAD-RATE-TABLE THRU 4050-EXIT
003309     END-IF.
003310     PERFORM 4020-OPEN-LEDGER-FILES THRU 4020-EXIT.
003311     PERFORM 4040-OPEN-STATEMENT-HISTORY THRU 4040-EXIT.
003312     PERFORM 4030-CARRY-DAY-JOURNAL THRU 4030-EXIT.
003313     PERFORM 8300-READ-OLD-LEDGER THRU 8300-EXIT.
003314     IF VAR-NOT-STATEMENT-NIGHT
003315         PERFORM 4010-REPORT-NO-STATEMENTS THRU 4010-EXIT
003316         PERFORM 4500-WRITE-NEW-LEDGER THRU 4500-EXIT
003317             UNTIL VAR-LEDGER-KEY = HIGH-VALUES
003318         GO TO 4000-EXIT
003319     END-IF.
003320     SORT SORT-WORK-FILE
003321         ON ASCENDING KEY SORT-REC-TYPE
003322                          SORT-CUST-ID
003323         USING EXTRACT-FILE
003324         GIVING SORTED-EXTRACT-FILE.
003325     OPEN INPUT SORTED-EXTRACT-FILE.
003326     IF NOT VAR-SRTEXTR-OK
003327         DISPLAY 'STMTJOB - UNABLE TO OPEN SORTED EXTRACT, '
003328             'STATUS = ' VAR-SRTEXTR-STATUS
003329         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003331     END-IF.
003332     PERFORM 4070-OPEN-CUSTOMER-MASTER THRU 4070-EXIT.
003333     PERFORM 4080-SORT-PERIOD-JOURNAL THRU 4080-EXIT.
003334     PERFORM 8150-READ-SORTED-EXTRACT THRU 8150-EXIT.
003335     PERFORM 4100-MATCH-ONE-KEY THRU 4100-EXIT
003336         UNTIL VAR-EXTRACT-KEY = HIGH-VALUES
003337           AND VAR-LEDGER-KEY = HIGH-VALUES.
003338 4000-EXIT.
003339     EXIT.
003340
003341*----------------------------------------------------------------
003342* 4010-REPORT-NO-STATEMENTS
003343* SAYS ON THE STATEMENT FILE AND THE JOB LOG THAT THE NIGHT WAS
003344* NOT A STATEMENT NIGHT, SO AN EMPTY RUN IS NOT MISTAKEN FOR A
003345* FAILED ONE.
003346*----------------------------------------------------------------
003347 4010-REPORT-NO-STATEMENTS.
003348     WRITE STATEMENT-PRINT-LINE FROM VAR-NO-STATEMENT-LINE
003349         AFTER ADVANCING 2 LINES.
003350     DISPLAY 'STMTJOB - ' PARM-RUN-DATE-NUM
003351         ' IS NOT A STATEMENT NIGHT, NO STATEMENTS CUT'.
003352 4010-EXIT.
003353     EXIT.
003354
003355*----------------------------------------------------------------
003356* 4020-OPEN-LEDGER-FILES
003357* THE OLD LEDGER IN, THE NEW LEDGER OUT.
003358*----------------------------------------------------------------
003359 4020-OPEN-LEDGER-FILES.
003361     OPEN INPUT OLD-BALANCE-FILE.
003362     IF NOT VAR-OLDBAL-OK
003363         DISPLAY 'STMTJOB - UNABLE TO OPEN OLD LEDGER, '
003364             'STATUS = ' VAR-OLDBAL-STATUS
003365         MOVE 16 TO RETURN-CODE
003366         STOP RUN
003367     END-IF.
003368     OPEN OUTPUT NEW-BALANCE-FILE.
003369     IF NOT VAR-NEWBAL-OK
003370         DISPLAY 'STMTJOB - UNABLE TO OPEN NEW LEDGER, '
003371             'STATUS = ' VAR-NEWBAL-STATUS
003372         MOVE 16 TO RETURN-CODE
003373         STOP RUN
003374     END-IF.
003375 4020-EXIT.
003376     EXIT.
003377
003378*----------------------------------------------------------------
003379* 4030-CARRY-DAY-JOURNAL
003380* STARTS THE NEW DAY'S JOURNAL WITH EVERYTHING THE DAY'S EARLIER
003381* POSTING STEPS JOURNALLED, EXCEPT INTEREST LINES THIS STEP
003382* ALREADY WROTE FOR THE RUN DATE - A RERUN CHARGES THE INTEREST
003383* AFRESH FROM THE OLD LEDGER, SO ITS LINES REPLACE THE EARLIER
003384* RUN'S RATHER THAN JOIN THEM.  NO PRIOR JOURNAL MEANS NOTHING
003385* HAS BEEN POSTED TODAY.  THE NEW JOURNAL IS LEFT OPEN.
003386*----------------------------------------------------------------
003387 4030-CARRY-DAY-JOURNAL.
003388     OPEN OUTPUT DAILY-JOURNAL-FILE.
003389     IF NOT VAR-DAYJRNL-OK
003390         DISPLAY 'STMTJOB - UNABLE TO OPEN DAY JOURNAL, '
003391             'STATUS = ' VAR-DAYJRNL-STATUS
003392         MOVE 16 TO RETURN-CODE
003393         STOP RUN
003394     END-IF.
003395     OPEN INPUT PRIOR-JOURNAL-FILE.
003396     IF VAR-OLDJRNL-MISSING
003397         GO TO 4030-EXIT
003398     END-IF.
003399     IF NOT VAR-OLDJRNL-OK
003400         DISPLAY 'STMTJOB - UNABLE TO OPEN PRIOR DAY JOURNAL, '
003401             'STATUS = ' VAR-OLDJRNL-STATUS
003402         MOVE 16 TO RETURN-CODE
003403         STOP RUN
003404     END-IF.
003405     PERFORM 8500-READ-PRIOR-JOURNAL THRU 8500-EXIT.
003406     PERFORM 4035-CARRY-ONE-LINE THRU 4035-EXIT
003407         UNTIL VAR-OLDJRNL-EOF.
003408     CLOSE PRIOR-JOURNAL-FILE.
003409 4030-EXIT.
003410     EXIT.
003411
003412 4035-CARRY-ONE-LINE.
003413     IF JRNL-SOURCE = 'STMTJOB '
003414             AND JRNL-POST-DATE = PARM-RUN-DATE-NUM
003415         ADD 1 TO VAR-JOURNAL-REPLACED-COUNT
003416     ELSE
003417         WRITE DAILY-JOURNAL-RECORD FROM JOURNAL-RECORD
003418         ADD 1 TO VAR-JOURNAL-CARRIED-COUNT
003419     END-IF.
003420     PERFORM 8500-READ-PRIOR-JOURNAL THRU 8500-EXIT.
003421 4035-EXIT.
003422     EXIT.
003423
003424*----------------------------------------------------------------
003425* 4040-OPEN-STATEMENT-HISTORY
003426* TODAY'S STATEMENT HISTORY IS STARTED AFRESH EACH RUN - A RERUN
003427* REPLACES WHAT THE RUN IT REPEATS LEFT BEHIND.
003428*----------------------------------------------------------------
003429 4040-OPEN-STATEMENT-HISTORY.
003430     OPEN OUTPUT STATEMENT-HISTORY-FILE.
003432     IF NOT VAR-STMTDAY-OK
003433         DISPLAY 'STMTJOB - UNABLE TO OPEN STATEMENT HISTORY, '
003434             'STATUS = ' VAR-STMTDAY-STATUS
003435         MOVE 16 TO RETURN-CODE
003436         STOP RUN
003437     END-IF.
003438 4040-EXIT.
003439     EXIT.
003440
003441*----------------------------------------------------------------
003442* 4050-LOAD-RATE-TABLE
003443* READS THE WHOLE RATE-TABLE FILE AND KEEPS ONLY THE TIER ROWS
003444* CARRYING THE LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE -
003445* A ROW WITH A NEWER DATE SIMPLY IS NOT IN FORCE YET, AND A ROW
003446* WITH AN OLDER ONE HAS BEEN SUPERSEDED.  A MISSING TABLE, OR
003447* ONE THAT LEAVES NO ROW IN FORCE, STOPS THE JOB BEFORE A
003448* SINGLE STATEMENT IS CUT.
003449*----------------------------------------------------------------
003450 4050-LOAD-RATE-TABLE.
003451     OPEN INPUT RATE-TABLE-FILE.
003452     IF NOT VAR-RATETABL-OK
003453         DISPLAY 'STMTJOB - UNABLE TO OPEN RATE TABLE, '
003454             'STATUS = ' VAR-RATETABL-STATUS
003455         MOVE 16 TO RETURN-CODE
003456         STOP RUN
003457     END-IF.
003458     PERFORM 8200-READ-RATE-TABLE THRU 8200-EXIT.
003459     PERFORM 4060-LOAD-ONE-RATE-ROW THRU 4060-EXIT
003460         UNTIL VAR-RATETABL-EOF.
003461     CLOSE RATE-TABLE-FILE.
003462     IF VAR-RATE-TIER-COUNT = 0
003463         DISPLAY 'STMTJOB - NO RATE ROW IN EFFECT FOR RUN DATE '
003464             PARM-RUN-DATE-NUM ', NO STATEMENTS ISSUED'
003465         MOVE 16 TO RETURN-CODE
003466         STOP RUN
003467     END-IF.
003468 4050-EXIT.
003469     EXIT.
003470
003471*----------------------------------------------------------------
003472* 4060-LOAD-ONE-RATE-ROW
003473* ONE TABLE ROW: A DATE BEYOND THE RUN DATE IS SKIPPED, A DATE
003474* NEWER THAN THE SET IN HAND REPLACES THE WHOLE SET, AND A DATE
003475* EQUAL TO IT ADDS ANOTHER TIER.  ROWS BEYOND THE TABLE LIMIT
003476* ARE REPORTED AND DROPPED RATHER THAN CLOBBERING STORAGE.
003477*----------------------------------------------------------------
003478 4060-LOAD-ONE-RATE-ROW.
003479     IF RATE-EFFECTIVE-DATE > PARM-RUN-DATE-NUM
003480         GO TO 4060-NEXT
003481     END-IF.
003482     IF RATE-EFFECTIVE-DATE > VAR-RATE-DATE-IN-FORCE
003483         MOVE RATE-EFFECTIVE-DATE TO VAR-RATE-DATE-IN-FORCE
003484         MOVE 0 TO VAR-RATE-TIER-COUNT
003485     END-IF.
003486     IF RATE-EFFECTIVE-DATE = VAR-RATE-DATE-IN-FORCE
003487         IF VAR-RATE-TIER-COUNT < VAR-RATE-TIER-MAX
003488             ADD 1 TO VAR-RATE-TIER-COUNT
003489             MOVE RATE-TIER-FLOOR
003490                 TO VAR-TIER-FLOOR (VAR-RATE-TIER-COUNT)
003491             MOVE RATE-ANNUAL-RATE
003492                 TO VAR-TIER-RATE (VAR-RATE-TIER-COUNT)
003493         ELSE
003494             DISPLAY 'STMTJOB - RATE TABLE HAS MORE TIERS THAN '
003495                 'THE PROGRAM HOLDS, EXTRA ROW DROPPED'
003496         END-IF
003497     END-IF.
003498 4060-NEXT.
003499     PERFORM 8200-READ-RATE-TABLE THRU 8200-EXIT.
003500 4060-EXIT.
003501     EXIT.
003503
003504*----------------------------------------------------------------
003505* 4070-OPEN-CUSTOMER-MASTER
003506* THE MASTER IS READ BY KEY FOR EACH CUSTOMER'S ACCOUNT STATUS.
003507* NO MASTER AT ALL MEANS EVERY CUSTOMER IS TAKEN AS ACTIVE, THE
003508* SAME AS THE DUNNING LETTERS TREAT IT.
003509*----------------------------------------------------------------
003510 4070-OPEN-CUSTOMER-MASTER.
003511     OPEN INPUT CUSTOMER-MASTER-FILE.
003512     IF NOT VAR-CUSTMSTR-OK AND NOT VAR-CUSTMSTR-MISSING
003513         DISPLAY 'STMTJOB - UNABLE TO OPEN CUSTOMER-MASTER, '
003514             'STATUS = ' VAR-CUSTMSTR-STATUS
003515         MOVE 16 TO RETURN-CODE
003516         STOP RUN
003517     END-IF.
003518 4070-EXIT.
003519     EXIT.
003520
003521*----------------------------------------------------------------
003522* 4080-SORT-PERIOD-JOURNAL
003523* SORTS THE JOURNAL HISTORY AND THE DAY'S JOURNAL AS CARRIED
003524* FORWARD INTO CUST-ID ORDER FOR THE ACTIVITY LINES, HISTORY
003525* FIRST, KEEPING EACH CUSTOMER'S LINES IN POSTING ORDER, THEN
003526* REOPENS THE DAY'S JOURNAL TO ADD THIS RUN'S INTEREST LINES.
003527* NO HISTORY YET MEANS THE DAY'S JOURNAL ALONE.
003528*----------------------------------------------------------------
003529 4080-SORT-PERIOD-JOURNAL.
003530     CLOSE DAILY-JOURNAL-FILE.
003531     OPEN INPUT JOURNAL-HISTORY-FILE.
003532     IF VAR-OLDJRNH-MISSING
003533         SORT JOURNAL-SORT-FILE
003534             ON ASCENDING KEY JSRT-CUST-ID
003535             WITH DUPLICATES IN ORDER
003536             USING DAILY-JOURNAL-FILE
003537             GIVING SORTED-JOURNAL-FILE
003538         GO TO 4080-OPEN-SORTED
003539     END-IF.
003540     IF NOT VAR-OLDJRNH-OK
003541         DISPLAY 'STMTJOB - UNABLE TO OPEN JOURNAL HISTORY, '
003542             'STATUS = ' VAR-OLDJRNH-STATUS
003543         MOVE 16 TO RETURN-CODE
003544         STOP RUN
003545     END-IF.
003546     CLOSE JOURNAL-HISTORY-FILE.
003547     SORT JOURNAL-SORT-FILE
003548         ON ASCENDING KEY JSRT-CUST-ID
003549         WITH DUPLICATES IN ORDER
003550         USING JOURNAL-HISTORY-FILE
003551               DAILY-JOURNAL-FILE
003552         GIVING SORTED-JOURNAL-FILE.
003553 4080-OPEN-SORTED.
003554     SET VAR-DAY-JOURNAL-SORTED TO TRUE.
003555     OPEN INPUT SORTED-JOURNAL-FILE.
003556     IF NOT VAR-SRTJRNL-OK
003557         DISPLAY 'STMTJOB - UNABLE TO OPEN SORTED JOURNAL, '
003558             'STATUS = ' VAR-SRTJRNL-STATUS
003559         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003561     END-IF.
003562     PERFORM 8400-READ-SORTED-JOURNAL THRU 8400-EXIT.
003563     OPEN EXTEND DAILY-JOURNAL-FILE.
003564     IF NOT VAR-DAYJRNL-OK
003565         DISPLAY 'STMTJOB - UNABLE TO OPEN DAY JOURNAL, '
003566             'STATUS = ' VAR-DAYJRNL-STATUS
003567         MOVE 16 TO RETURN-CODE
003568         STOP RUN
003569     END-IF.
003570 4080-EXIT.
003571     EXIT.
003573
003574*----------------------------------------------------------------
003575* 4200-PICK-TIER-RATE
003606 4210-EXIT.
003607     EXIT.
003608
003609*----------------------------------------------------------------
003610* 4100-MATCH-ONE-KEY
003611* ONE STEP OF THE LEDGER MATCH.  A LEDGER RECORD BELOW THE
003612* EXTRACT KEY HAS NO STATEMENT TODAY AND GOES ACROSS TO THE NEW
003613* LEDGER UNTOUCHED; OTHERWISE THE EXTRACT DETAIL IN HAND GETS
003614* ITS STATEMENT, AND ITS INTEREST IS CHARGED WHEN THE LEDGER
003615* RECORD IN HAND IS ITS OWN.  A CUSTOMER WHOSE ACCOUNT IS NO
003616* LONGER ACTIVE, OR WHOSE LEDGER WAS ALREADY STATEMENTED THIS
003617* MONTH, GETS NO STATEMENT AND ITS LEDGER GOES ACROSS UNTOUCHED;
003618* ITS JOURNAL LINES ARE PASSED BY WITH THE NEXT CUSTOMER'S SKIP.
003619*----------------------------------------------------------------
003620 4100-MATCH-ONE-KEY.
003621     IF VAR-LEDGER-KEY < VAR-EXTRACT-KEY
003622         PERFORM 4500-WRITE-NEW-LEDGER THRU 4500-EXIT
003623         GO TO 4100-EXIT
003624     END-IF.
003625     IF VAR-LEDGER-KEY = VAR-EXTRACT-KEY
003626         SET VAR-LEDGER-ON-FILE TO TRUE
003627     ELSE
003628         SET VAR-NO-LEDGER-ON-FILE TO TRUE
003629     END-IF.
003630     PERFORM 4250-CHECK-CUSTOMER THRU 4250-EXIT.
003631     EVALUATE TRUE
003632         WHEN VAR-CUSTOMER-TO-STATEMENT
003633             PERFORM 4300-PRINT-ONE-STATEMENT THRU 4300-EXIT
003634         WHEN VAR-CUSTOMER-INACTIVE
003635             ADD 1 TO VAR-INACTIVE-SKIPPED-COUNT
003636         WHEN OTHER
003637             ADD 1 TO VAR-ALREADY-STMT-COUNT
003638     END-EVALUATE.
003639     IF VAR-LEDGER-ON-FILE
003640         PERFORM 4500-WRITE-NEW-LEDGER THRU 4500-EXIT
003641     END-IF.
003642     PERFORM 8150-READ-SORTED-EXTRACT THRU 8150-EXIT.
003643 4100-EXIT.
003644     EXIT.
003645
003646*----------------------------------------------------------------
003647* 4250-CHECK-CUSTOMER
003648* A LEDGER WHOSE LAST STATEMENT DATE FALLS IN THE RUN MONTH HAS
003649* HAD THIS MONTH'S STATEMENT AND INTEREST ALREADY.  OTHERWISE
003650* THE MASTER IS READ FOR THE ACCOUNT STATUS - AN ACCOUNT CLOSED
003651* OR CHARGED OFF SINCE THE EXTRACT WAS BUILT IS NOT BILLED.  A
003652* CUSTOMER MISSING FROM THE MASTER IS TAKEN AS ACTIVE.
003653*----------------------------------------------------------------
003654 4250-CHECK-CUSTOMER.
003655     SET VAR-CUSTOMER-TO-STATEMENT TO TRUE.
003656     IF VAR-LEDGER-ON-FILE AND BAL-LAST-STMT-DATE NUMERIC
003657         MOVE BAL-LAST-STMT-DATE TO VAR-LAST-STMT-DATE
003658         IF VAR-LAST-STMT-YYYYMM = VAR-RUN-YYYYMM
003659             SET VAR-CUSTOMER-ALREADY-DONE TO TRUE
003660             GO TO 4250-EXIT
003661         END-IF
003662     END-IF.
003663     IF VAR-CUSTMSTR-MISSING
003664         GO TO 4250-EXIT
003665     END-IF.
003666     MOVE EXTR-CUST-ID TO CM-CUST-ID.
003667     READ CUSTOMER-MASTER-FILE INTO CUSTOMER-RECORD
003668         INVALID KEY
003669             CONTINUE
003670         NOT INVALID KEY
003671             IF CUST-STATUS-INACTIVE
003672                 SET VAR-CUSTOMER-INACTIVE TO TRUE
003673             END-IF
003674     END-READ.
003675 4250-EXIT.
003676     EXIT.
003677
003678*----------------------------------------------------------------
003679* 4280-SET-PERIOD-START
003680* THE PERIOD STARTS AFTER THE LAST STATEMENT DATE ON THE LEDGER,
003681* OR AFTER LAST MONTH'S STATEMENT DAY WHEN THERE IS NONE.
003682*----------------------------------------------------------------
003683 4280-SET-PERIOD-START.
003684     IF VAR-LEDGER-ON-FILE AND BAL-LAST-STMT-DATE NUMERIC
003685             AND BAL-LAST-STMT-DATE > 0
003686         MOVE BAL-LAST-STMT-DATE TO VAR-PERIOD-START-DATE
003687     ELSE
003688         MOVE VAR-DFLT-PERIOD-START TO VAR-PERIOD-START-DATE
003689     END-IF.
003690 4280-EXIT.
003691     EXIT.
003692
003693*----------------------------------------------------------------
003694* 4300-PRINT-ONE-STATEMENT
003695* ONE STATEMENT BLOCK: CUSTOMER, OPENING BALANCE, ONE LINE PER
003696* JOURNAL ENTRY SINCE THE LAST STATEMENT, THE ANNUAL RATE THE
003697* BALANCE TIER DRAWS, ONE PERIOD'S INTEREST AT THAT RATE, AND
003698* THE CLOSING BALANCE.  THE OPENING BALANCE IS WHAT THE FIRST
003699* JOURNAL ENTRY OF THE PERIOD FOUND ON THE LEDGER; WITH NO
003700* ACTIVITY IT IS THE LEDGER BALANCE ITSELF.  JOURNAL LINES FROM
003701* BEFORE THE PERIOD WERE ON AN EARLIER STATEMENT AND ARE PASSED
003702* BY.  THE INTEREST IS CHARGED TO THE LEDGER RECORD IN HAND AND
003703* JOURNALLED, AND THE RUN DATE GOES ON THE LEDGER AS THE LAST
003704* STATEMENT DATE; A CUSTOMER WITH NO LEDGER RECORD HAS NOTHING
003705* TO CHARGE IT TO AND IS COUNTED INSTEAD.
003706* THE STATEMENT GOES TO THE DAY'S STATEMENT HISTORY LINE FOR LINE
003707* AS IT PRINTS.
003708*----------------------------------------------------------------
003709 4300-PRINT-ONE-STATEMENT.
003710     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE
003711         PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT
003712     END-IF.
003713     PERFORM 4200-PICK-TIER-RATE THRU 4200-EXIT.
003714     COMPUTE VAR-INTEREST-AMOUNT ROUNDED =
003715         EXTR-CUST-BALANCE * VAR-RATE-TO-USE / 12.
003716     ADD VAR-INTEREST-AMOUNT TO VAR-TOTAL-INTEREST.
003717     PERFORM 4350-SKIP-UNMATCHED-JOURNAL THRU 4350-EXIT
003718         UNTIL VAR-JOURNAL-KEY >= VAR-EXTRACT-KEY.
003719     PERFORM 4280-SET-PERIOD-START THRU 4280-EXIT.
003720     SET VAR-PERIOD-LINE-NOT-FOUND TO TRUE.
003721     PERFORM 4360-FIND-PERIOD-LINE THRU 4360-EXIT
003722         UNTIL VAR-JOURNAL-KEY NOT = VAR-EXTRACT-KEY
003723            OR VAR-PERIOD-LINE-FOUND.
003724     EVALUATE TRUE
003725         WHEN VAR-PERIOD-LINE-FOUND
003726             COMPUTE VAR-OPENING-BALANCE =
003727                 JRNL-BALANCE-AFTER - JRNL-AMOUNT
003728         WHEN VAR-LEDGER-ON-FILE
003729             MOVE BAL-BALANCE TO VAR-OPENING-BALANCE
003730         WHEN OTHER
003731             MOVE EXTR-CUST-BALANCE TO VAR-OPENING-BALANCE
003732     END-EVALUATE.
003733     MOVE EXTR-CUST-ID TO STM-CUST-ID.
003734     MOVE EXTR-CUST-NAME TO STM-CUST-NAME.
003735     WRITE STATEMENT-PRINT-LINE FROM VAR-STATEMENT-LINE-1
003736         AFTER ADVANCING 2 LINES.
003737     MOVE VAR-OPENING-BALANCE TO STM-BALANCE.
003738     WRITE STATEMENT-PRINT-LINE FROM VAR-STATEMENT-LINE-2
003739         AFTER ADVANCING 1 LINE.
003740     MOVE SPACES TO STATEMENT-HISTORY-RECORD.
003741     SET STMH-HEADER TO TRUE.
003742     MOVE EXTR-CUST-NAME TO STMH-CUST-NAME.
003743     MOVE VAR-OPENING-BALANCE TO STMH-OPENING-BALANCE.
003744     PERFORM 4600-WRITE-STATEMENT-HISTORY THRU 4600-EXIT.
003745     ADD 3 TO VAR-LINE-COUNT.
003746     MOVE 0 TO VAR-ACTIVITY-TOTAL.
003747     PERFORM 4400-WRITE-ACTIVITY-LINE THRU 4400-EXIT
003748         UNTIL VAR-JOURNAL-KEY NOT = VAR-EXTRACT-KEY.
003749     COMPUTE VAR-RATE-PCT = VAR-RATE-TO-USE * 100.
003750     MOVE VAR-RATE-PCT TO STM-ANNUAL-RATE.
003751     WRITE STATEMENT-PRINT-LINE FROM VAR-STATEMENT-RATE-LINE
003752         AFTER ADVANCING 1 LINE.
003753     MOVE VAR-INTEREST-AMOUNT TO STM-INTEREST.
003754     WRITE STATEMENT-PRINT-LINE FROM VAR-STATEMENT-LINE-3
003755         AFTER ADVANCING 1 LINE.
003756     IF VAR-LEDGER-ON-FILE
003757         PERFORM 4450-CHARGE-INTEREST THRU 4450-EXIT
003758         MOVE PARM-RUN-DATE-NUM TO BAL-LAST-STMT-DATE
003759         MOVE BAL-BALANCE TO VAR-STATEMENT-AMOUNT
003760     ELSE
003761         ADD 1 TO VAR-NO-LEDGER-COUNT
003762         COMPUTE VAR-STATEMENT-AMOUNT = VAR-OPENING-BALANCE
003763             + VAR-ACTIVITY-TOTAL + VAR-INTEREST-AMOUNT
003764     END-IF.
003765     MOVE VAR-STATEMENT-AMOUNT TO STM-STATEMENT-AMT.
003766     WRITE STATEMENT-PRINT-LINE FROM VAR-STATEMENT-LINE-4
003767         AFTER ADVANCING 1 LINE.
003768     MOVE SPACES TO STATEMENT-HISTORY-RECORD.
003769     SET STMH-TOTALS TO TRUE.
003770     MOVE VAR-RATE-TO-USE TO STMH-ANNUAL-RATE.
003771     MOVE VAR-INTEREST-AMOUNT TO STMH-INTEREST.
003772     MOVE VAR-STATEMENT-AMOUNT TO STMH-CLOSING-BALANCE.
003773     PERFORM 4600-WRITE-STATEMENT-HISTORY THRU 4600-EXIT.
003774     ADD 3 TO VAR-LINE-COUNT.
003775     ADD 1 TO VAR-STATEMENTS-PRINTED.
003776 4300-EXIT.
003777     EXIT.
003778
003779*----------------------------------------------------------------
003780* 4350-SKIP-UNMATCHED-JOURNAL
003781* A JOURNAL LINE BELOW THE CURRENT EXTRACT KEY BELONGS TO A
003782* CUSTOMER WITH NO STATEMENT TODAY - IT STAYS ON THE JOURNAL
003783* AND SIMPLY DOES NOT PRINT.
003784*----------------------------------------------------------------
003785 4350-SKIP-UNMATCHED-JOURNAL.
003786     PERFORM 8400-READ-SORTED-JOURNAL THRU 8400-EXIT.
003787 4350-EXIT.
003788     EXIT.
003789
003790*----------------------------------------------------------------
003791* 4360-FIND-PERIOD-LINE
003792* PASSES BY THE CUSTOMER'S JOURNAL LINES UP TO THE FIRST ONE IN
003793* THE STATEMENT PERIOD - POSTED AFTER THE PERIOD START, AND NOT
003794* AN INTEREST LINE OF THIS STEP'S OWN FOR THE RUN DATE.
003795*----------------------------------------------------------------
003796 4360-FIND-PERIOD-LINE.
003797     IF JRNL-POST-DATE > VAR-PERIOD-START-DATE
003798             AND (JRNL-SOURCE NOT = 'STMTJOB '
003799               OR JRNL-POST-DATE NOT = PARM-RUN-DATE-NUM)
003800         SET VAR-PERIOD-LINE-FOUND TO TRUE
003801         GO TO 4360-EXIT
003802     END-IF.
003803     PERFORM 8400-READ-SORTED-JOURNAL THRU 8400-EXIT.
003804 4360-EXIT.
003805     EXIT.
003806
003807*----------------------------------------------------------------
003808* 4400-WRITE-ACTIVITY-LINE
003809* ONE JOURNAL ENTRY ON THE STATEMENT - POSTING DATE, WHAT IT WAS
003810* AND THE SIGNED AMOUNT.  A LINE OUTSIDE THE PERIOD IS PASSED BY.
003811*----------------------------------------------------------------
003812 4400-WRITE-ACTIVITY-LINE.
003813     IF JRNL-POST-DATE NOT > VAR-PERIOD-START-DATE
003814             OR (JRNL-SOURCE = 'STMTJOB '
003815             AND JRNL-POST-DATE = PARM-RUN-DATE-NUM)
003816         PERFORM 8400-READ-SORTED-JOURNAL THRU 8400-EXIT
003817         GO TO 4400-EXIT
003818     END-IF.
003819     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE
003820         PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT
003821     END-IF.
003822     MOVE JRNL-POST-DATE TO STM-ACT-DATE.
003823     EVALUATE TRUE
003824         WHEN JRNL-PAYMENT
003825             MOVE 'PAYMENT RECEIVED    ' TO STM-ACT-DESC
003826         WHEN JRNL-INTEREST
003827             MOVE 'INTEREST CHARGED    ' TO STM-ACT-DESC
003828         WHEN JRNL-ADJUSTMENT
003829             MOVE 'ADJUSTMENT          ' TO STM-ACT-DESC
003830         WHEN JRNL-RETURNED-PAYMENT
003831             MOVE 'RETURNED PAYMENT    ' TO STM-ACT-DESC
003832         WHEN JRNL-CHARGE-OFF
003833             MOVE 'CHARGED OFF         ' TO STM-ACT-DESC
003834         WHEN OTHER
003835             MOVE 'OTHER POSTING       ' TO STM-ACT-DESC
003836     END-EVALUATE.
003837     MOVE JRNL-AMOUNT TO STM-ACT-AMOUNT.
003838     WRITE STATEMENT-PRINT-LINE FROM VAR-STATEMENT-ACTIVITY-LINE
003839         AFTER ADVANCING 1 LINE.
003840     MOVE SPACES TO STATEMENT-HISTORY-RECORD.
003841     SET STMH-ACTIVITY TO TRUE.
003842     MOVE JRNL-POST-DATE TO STMH-ACT-DATE.
003843     MOVE STM-ACT-DESC TO STMH-ACT-DESC.
003844     MOVE JRNL-AMOUNT TO STMH-ACT-AMOUNT.
003845     PERFORM 4600-WRITE-STATEMENT-HISTORY THRU 4600-EXIT.
003846     ADD 1 TO VAR-LINE-COUNT.
003847     ADD 1 TO VAR-ACTIVITY-LINE-COUNT.
003848     ADD JRNL-AMOUNT TO VAR-ACTIVITY-TOTAL.
003849     PERFORM 8400-READ-SORTED-JOURNAL THRU 8400-EXIT.
003850 4400-EXIT.
003851     EXIT.
003852
003853*----------------------------------------------------------------
003854* 4450-CHARGE-INTEREST
003855* ADDS THE PERIOD'S INTEREST TO THE LEDGER RECORD IN HAND AND
003856* JOURNALS IT AS A DEBIT, CARRYING THE BALANCE IT LEFT.  NO
003857* INTEREST, NO JOURNAL LINE.
003858*----------------------------------------------------------------
003859 4450-CHARGE-INTEREST.
003860     IF VAR-INTEREST-AMOUNT = 0
003861         GO TO 4450-EXIT
003862     END-IF.
003863     ADD VAR-INTEREST-AMOUNT TO BAL-BALANCE.
003864     ADD VAR-INTEREST-AMOUNT TO VAR-INTEREST-POSTED.
003865     MOVE SPACES TO JOURNAL-RECORD.
003866     MOVE BAL-CUST-ID TO JRNL-CUST-ID.
003867     MOVE PARM-RUN-DATE-NUM TO JRNL-POST-DATE.
003868     SET JRNL-INTEREST TO TRUE.
003869     MOVE VAR-INTEREST-AMOUNT TO JRNL-AMOUNT.
003870     MOVE BAL-BALANCE TO JRNL-BALANCE-AFTER.
003871     MOVE PARM-RUN-DATE-NUM TO JRNL-EFFECTIVE-DATE.
003872     MOVE 'STMTJOB ' TO JRNL-SOURCE.
003873     MOVE 0 TO JRNL-DUE-DATE.
003874     WRITE DAILY-JOURNAL-RECORD FROM JOURNAL-RECORD.
003875     ADD 1 TO VAR-JOURNAL-LINES-WRITTEN.
003876 4450-EXIT.
003877     EXIT.
003878
003879*----------------------------------------------------------------
003880* 4500-WRITE-NEW-LEDGER
003881* RELEASES THE LEDGER RECORD IN HAND TO THE NEW LEDGER AND
003882* READS THE NEXT.
003883*----------------------------------------------------------------
003884 4500-WRITE-NEW-LEDGER.
003885     MOVE BALANCE-RECORD TO NEW-BALANCE-FILE-RECORD.
003886     WRITE NEW-BALANCE-FILE-RECORD.
003887     ADD 1 TO VAR-LEDGER-WRITTEN-COUNT.
003888     PERFORM 8300-READ-OLD-LEDGER THRU 8300-EXIT.
003889 4500-EXIT.
003890     EXIT.
003891
003892*----------------------------------------------------------------
003893* 4600-WRITE-STATEMENT-HISTORY
003894* STAMPS THE HISTORY RECORD IN HAND WITH THE CUSTOMER AND THE
003895* STATEMENT DATE AND WRITES IT TO THE DAY'S STATEMENT HISTORY.
003896*----------------------------------------------------------------
003897 4600-WRITE-STATEMENT-HISTORY.
003898     MOVE EXTR-CUST-ID TO STMH-CUST-ID.
003899     MOVE PARM-RUN-DATE-NUM TO STMH-STMT-DATE.
003900     WRITE STATEMENT-HISTORY-OUT-RECORD
003901         FROM STATEMENT-HISTORY-RECORD.
003902     ADD 1 TO VAR-HISTORY-RECORDS-WRITTEN.
003903 4600-EXIT.
003904     EXIT.
003905
003906*----------------------------------------------------------------
003907* 8100-READ-EXTRACT
003908*----------------------------------------------------------------
003909 8100-READ-EXTRACT.
003910     READ EXTRACT-FILE INTO EXTRACT-RECORD
003920         AT END
003930             MOVE '10' TO VAR-EXTRFILE-STATUS
003940     END-READ.
003941 8100-EXIT.
003942     EXIT.
003943
003944*----------------------------------------------------------------
003945* 8150-READ-SORTED-EXTRACT
003946* THE TRAILER SORTS LAST; REACHING IT ENDS THE DETAILS THE SAME
003947* AS END OF FILE.
003948*----------------------------------------------------------------
003949 8150-READ-SORTED-EXTRACT.
003950     READ SORTED-EXTRACT-FILE INTO EXTRACT-RECORD
003951         AT END
003952             MOVE '10' TO VAR-SRTEXTR-STATUS
003953     END-READ.
003954     IF VAR-SRTEXTR-EOF OR EXTR-TRAILER-REC
003955         MOVE HIGH-VALUES TO VAR-EXTRACT-KEY
003956     ELSE
003957         MOVE EXTR-CUST-ID TO VAR-EXTRACT-KEY
003958     END-IF.
003959 8150-EXIT.
003960     EXIT.
003961
003963*----------------------------------------------------------------
003964* 8200-READ-RATE-TABLE
003965*----------------------------------------------------------------
003971 8200-EXIT.
003972     EXIT.
003973
003992*----------------------------------------------------------------
003993* 8300-READ-OLD-LEDGER
003994*----------------------------------------------------------------
003995 8300-READ-OLD-LEDGER.
003996     READ OLD-BALANCE-FILE INTO BALANCE-RECORD
003997         AT END
003998             MOVE '10' TO VAR-OLDBAL-STATUS
003999             MOVE HIGH-VALUES TO VAR-LEDGER-KEY
004000     END-READ.
004001     IF NOT VAR-OLDBAL-EOF
004002         ADD 1 TO VAR-LEDGER-READ-COUNT
004003         MOVE BAL-CUST-ID TO VAR-LEDGER-KEY
004004     END-IF.
004005 8300-EXIT.
004006     EXIT.
004007
004008*----------------------------------------------------------------
004009* 8400-READ-SORTED-JOURNAL
004010*----------------------------------------------------------------
004011 8400-READ-SORTED-JOURNAL.
004012     READ SORTED-JOURNAL-FILE INTO JOURNAL-RECORD
004013         AT END
004014             MOVE '10' TO VAR-SRTJRNL-STATUS
004015             MOVE HIGH-VALUES TO VAR-JOURNAL-KEY
004016     END-READ.
004017     IF NOT VAR-SRTJRNL-EOF
004018         MOVE JRNL-CUST-ID TO VAR-JOURNAL-KEY
004019     END-IF.
004020 8400-EXIT.
004021     EXIT.
004022
004023*----------------------------------------------------------------
004024* 8500-READ-PRIOR-JOURNAL
004025*----------------------------------------------------------------
004026 8500-READ-PRIOR-JOURNAL.
004027     READ PRIOR-JOURNAL-FILE INTO JOURNAL-RECORD
004028         AT END
004029             MOVE '10' TO VAR-OLDJRNL-STATUS
004030     END-READ.
004031 8500-EXIT.
004032     EXIT.
004033
004034*----------------------------------------------------------------
004035* 9000-TERMINATE
004036* PRINTS THE CONTROL-TOTAL SUMMARY AND CLOSES EVERYTHING DOWN.
004037*----------------------------------------------------------------
004038 9000-TERMINATE.
004039     WRITE STATEMENT-PRINT-LINE FROM VAR-TOTALS-LINE
004040         AFTER ADVANCING 2 LINES.
004050     MOVE 'STATEMENTS PRINTED ' TO TOT-COUNT-CAPTION.
004060     MOVE VAR-STATEMENTS-PRINTED TO TOT-COUNT-VALUE.
004140     MOVE VAR-TOTAL-INTEREST TO TOT-VALUE.
004150     WRITE STATEMENT-PRINT-LINE FROM VAR-TOTALS-DETAIL
004160         AFTER ADVANCING 1 LINE.
004161     MOVE 'INTEREST POSTED .. ' TO TOT-CAPTION.
004162     MOVE VAR-INTEREST-POSTED TO TOT-VALUE.
004163     WRITE STATEMENT-PRINT-LINE FROM VAR-TOTALS-DETAIL
004164         AFTER ADVANCING 1 LINE.
004165     MOVE 'NO LEDGER RECORD . ' TO TOT-COUNT-CAPTION.
004166     MOVE VAR-NO-LEDGER-COUNT TO TOT-COUNT-VALUE.
004167     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
004168     MOVE 'ACTIVITY LINES ... ' TO TOT-COUNT-CAPTION.
004169     MOVE VAR-ACTIVITY-LINE-COUNT TO TOT-COUNT-VALUE.
004170     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
004171     MOVE 'JOURNAL LINES .... ' TO TOT-COUNT-CAPTION.
004172     MOVE VAR-JOURNAL-LINES-WRITTEN TO TOT-COUNT-VALUE.
004173     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
004174     MOVE 'LEDGER IN ........ ' TO TOT-COUNT-CAPTION.
004175     MOVE VAR-LEDGER-READ-COUNT TO TOT-COUNT-VALUE.
004176     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
004177     MOVE 'LEDGER OUT ....... ' TO TOT-COUNT-CAPTION.
004178     MOVE VAR-LEDGER-WRITTEN-COUNT TO TOT-COUNT-VALUE.
004179     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
004180     MOVE 'HISTORY RECORDS .. ' TO TOT-COUNT-CAPTION.
004181     MOVE VAR-HISTORY-RECORDS-WRITTEN TO TOT-COUNT-VALUE.
004182     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
004183     MOVE 'INACTIVE SKIPPED . ' TO TOT-COUNT-CAPTION.
004184     MOVE VAR-INACTIVE-SKIPPED-COUNT TO TOT-COUNT-VALUE.
004185     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
004187     MOVE 'ALREADY STATEMENTED' TO TOT-COUNT-CAPTION.
004188     MOVE VAR-ALREADY-STMT-COUNT TO TOT-COUNT-VALUE.
004189     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
004190     MOVE 'JOURNAL CARRIED .. ' TO TOT-COUNT-CAPTION.
004192     MOVE VAR-JOURNAL-CARRIED-COUNT TO TOT-COUNT-VALUE.
004193     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
004194     MOVE 'JOURNAL REPLACED . ' TO TOT-COUNT-CAPTION.
004195     MOVE VAR-JOURNAL-REPLACED-COUNT TO TOT-COUNT-VALUE.
004197     PERFORM 9100-WRITE-COUNT-LINE THRU 9100-EXIT.
004198     CLOSE STATEMENT-PRINT-FILE
004199           OLD-BALANCE-FILE
004201           NEW-BALANCE-FILE
004202           DAILY-JOURNAL-FILE
004203           STATEMENT-HISTORY-FILE.
004204     IF VAR-STATEMENT-NIGHT
004206         CLOSE SORTED-EXTRACT-FILE
004207         IF NOT VAR-CUSTMSTR-MISSING
004208             CLOSE CUSTOMER-MASTER-FILE
004209         END-IF
004211     END-IF.
004212     IF VAR-DAY-JOURNAL-SORTED
004213         CLOSE SORTED-JOURNAL-FILE
004214     END-IF.
004216 9000-EXIT.
004217     EXIT.
004218
004220 9100-WRITE-COUNT-LINE.
004230     WRITE STATEMENT-PRINT-LINE FROM VAR-TOTALS-COUNT-DETAIL
004240         AFTER ADVANCING 1 LINE.
004250 9100-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------
004290* 9800-CHECK-CYCLE-CONTROL
004300* THE NIGHTLY STREAM RUNS IN A FIXED ORDER AGAINST THE ONE
004310* BUSINESS DATE ON THE CYCLE CONTROL FILE.  THIS STEP REFUSES TO
004320* START - BEFORE A SINGLE FILE IS OPENED - WHEN THE CONTROL FILE
004330* IS MISSING OR CARRIES NO BUSINESS DATE, WHEN THE PARAMETER CARD
004340* IS FOR ANOTHER DATE, WHEN A STEP AHEAD OF IT HAS NOT COMPLETED
004350* FOR THE DATE, OR WHEN IT HAS ALREADY COMPLETED FOR THE DATE AND
004360* NO RERUN HAS BEEN AUTHORIZED.  A REFUSAL ENDS WITH RETURN CODE
004370* 12 SO THE SCHEDULER CAN TELL IT FROM A FAILURE.  OTHERWISE THE
004380* STEP IS MARKED RUNNING AND ANY RERUN AUTHORITY IS USED UP.
004390*----------------------------------------------------------------
004400 9800-CHECK-CYCLE-CONTROL.
004410     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
004420     IF VAR-CYCLE-NOT-LOADED
004430         DISPLAY 'STMTJOB - NO CYCLE CONTROL FILE, RUN REFUSED, '
004440             'STATUS = ' VAR-CYCLCTL-STATUS
004450         MOVE 12 TO RETURN-CODE
004460         STOP RUN
004470     END-IF.
004480     MOVE 0 TO VAR-CYCLE-BUSINESS-DATE.
004490     IF VAR-CYCLE-COUNT > 0
004500         MOVE VAR-CYCLE-ENTRY (1) TO CYCLE-CONTROL-RECORD
004510         IF CYC-DATE-RECORD AND CYC-BUSINESS-DATE NUMERIC
004520             MOVE CYC-BUSINESS-DATE TO VAR-CYCLE-BUSINESS-DATE
004530         END-IF
004540     END-IF.
004550     IF VAR-CYCLE-BUSINESS-DATE = 0
004560         DISPLAY 'STMTJOB - CYCLE CONTROL FILE HAS NO BUSINESS '
004570             'DATE, RUN REFUSED'
004580         MOVE 12 TO RETURN-CODE
004590         STOP RUN
004600     END-IF.
004610     IF PARM-RUN-DATE-NUM NOT = VAR-CYCLE-BUSINESS-DATE
004620         DISPLAY 'STMTJOB - RUN DATE ' PARM-RUN-DATE-NUM
004630             ' IS NOT THE BUSINESS DATE ' VAR-CYCLE-BUSINESS-DATE
004640             ', RUN REFUSED'
004650         MOVE 12 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680     MOVE 0 TO VAR-CYCLE-OWN-SUB.
004690     MOVE SPACES TO VAR-CYCLE-WAITING-STEP.
004700     MOVE 2 TO VAR-CYCLE-SUB.
004710     PERFORM 9820-CHECK-ONE-PRIOR-STEP THRU 9820-EXIT
004720         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
004730     IF VAR-CYCLE-OWN-SUB = 0
004740         DISPLAY 'STMTJOB - STEP ' VAR-CYCLE-STEP-NAME
004750             ' IS NOT ON THE CYCLE CONTROL FILE, RUN REFUSED'
004760         MOVE 12 TO RETURN-CODE
004770         STOP RUN
004780     END-IF.
004790     IF VAR-CYCLE-WAITING-STEP NOT = SPACES
004800         DISPLAY 'STMTJOB - STEP ' VAR-CYCLE-WAITING-STEP
004810             ' HAS NOT COMPLETED FOR ' VAR-CYCLE-BUSINESS-DATE
004820             ', RUN REFUSED'
004830         MOVE 12 TO RETURN-CODE
004840         STOP RUN
004850     END-IF.
004860     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
004870         TO CYCLE-CONTROL-RECORD.
004880     IF CYC-STEP-COMPLETE
004890             AND CYC-STEP-DATE = VAR-CYCLE-BUSINESS-DATE
004900             AND NOT CYC-RERUN-AUTHORIZED
004910         DISPLAY 'STMTJOB - ALREADY COMPLETED FOR '
004920             VAR-CYCLE-BUSINESS-DATE ', RUN REFUSED WITHOUT A '
004930             'RERUN OVERRIDE'
004940         MOVE 12 TO RETURN-CODE
004950         STOP RUN
004960     END-IF.
004970     IF CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
004980         MOVE VAR-CYCLE-BUSINESS-DATE TO CYC-STEP-DATE
004990         MOVE 0 TO CYC-STEP-RUN-COUNT
005000     END-IF.
005010     IF CYC-RERUN-AUTHORIZED
005020         DISPLAY 'STMTJOB - RERUN AUTHORIZED BY '
005030             CYC-RERUN-OPERATOR ' - ' CYC-RERUN-REASON
005040         SET CYC-RERUN-USED TO TRUE
005050     END-IF.
005060     SET CYC-STEP-RUNNING TO TRUE.
005070     IF CYC-STEP-RUN-COUNT NOT NUMERIC
005080         MOVE 0 TO CYC-STEP-RUN-COUNT
005090     END-IF.
005100     ADD 1 TO CYC-STEP-RUN-COUNT.
005110     MOVE 0 TO CYC-STEP-RETURN-CODE.
005120     ACCEPT VAR-CYCLE-TIME FROM TIME.
005130     MOVE VAR-CYCLE-TIME TO CYC-STEP-START-TIME.
005140     MOVE 0 TO CYC-STEP-END-TIME.
005150     MOVE CYCLE-CONTROL-RECORD
005160         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
005170     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
005180 9800-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------
005220* 9810-LOAD-CYCLE-CONTROL
005230* READS THE WHOLE CYCLE CONTROL FILE INTO THE TABLE.  THE LOADED
005240* SWITCH IS SET ONLY WHEN THE FILE WAS READ CLEANLY TO
005250* THE END; THE CALLER DECIDES WHAT ANYTHING ELSE MEANS.
005260*----------------------------------------------------------------
005270 9810-LOAD-CYCLE-CONTROL.
005280     MOVE 0 TO VAR-CYCLE-COUNT.
005290     SET VAR-CYCLE-NOT-LOADED TO TRUE.
005300     OPEN INPUT CYCLE-CONTROL-FILE.
005310     IF NOT VAR-CYCLCTL-OK
005320         GO TO 9810-EXIT
005330     END-IF.
005340     PERFORM 9815-LOAD-ONE-CYCLE-RECORD THRU 9815-EXIT
005350         UNTIL NOT VAR-CYCLCTL-OK.
005360     IF VAR-CYCLCTL-EOF
005370         SET VAR-CYCLE-LOADED TO TRUE
005380     END-IF.
005390     CLOSE CYCLE-CONTROL-FILE.
005400 9810-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------
005440* 9815-LOAD-ONE-CYCLE-RECORD
005450* A FILE LONGER THAN THE TABLE CANNOT BE REWRITTEN WITHOUT LOSING
005460* RECORDS, SO IT STOPS THE JOB RATHER THAN BEING TRUNCATED.
005470*----------------------------------------------------------------
005480 9815-LOAD-ONE-CYCLE-RECORD.
005490     READ CYCLE-CONTROL-FILE
005500         AT END
005510             MOVE '10' TO VAR-CYCLCTL-STATUS
005520     END-READ.
005530     IF NOT VAR-CYCLCTL-OK
005540         GO TO 9815-EXIT
005550     END-IF.
005560     IF VAR-CYCLE-COUNT NOT < VAR-CYCLE-MAX
005570         DISPLAY 'STMTJOB - CYCLE CONTROL FILE HAS MORE RECORDS '
005580             'THAN THE PROGRAM HOLDS'
005590         MOVE 16 TO RETURN-CODE
005600         STOP RUN
005610     END-IF.
005620     ADD 1 TO VAR-CYCLE-COUNT.
005630     MOVE CYCLE-CONTROL-IMAGE
005640         TO VAR-CYCLE-ENTRY (VAR-CYCLE-COUNT).
005650 9815-EXIT.
005660     EXIT.
005670
005680*----------------------------------------------------------------
005690* 9820-CHECK-ONE-PRIOR-STEP
005700* THE STEP RECORDS ARE KEPT IN RUN ORDER, SO EVERY STEP RECORD
005710* AHEAD OF THIS STEP'S OWN MUST BE COMPLETE FOR THE BUSINESS
005720* DATE.  THE FIRST ONE THAT IS NOT IS KEPT FOR THE REFUSAL
005730* MESSAGE.  FINDING THIS STEP'S OWN RECORD ENDS THE SCAN.
005740*----------------------------------------------------------------
005750 9820-CHECK-ONE-PRIOR-STEP.
005760     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
005770     IF NOT CYC-STEP-RECORD
005780         GO TO 9820-NEXT
005790     END-IF.
005800     IF CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
005810         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
005820         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
005830         GO TO 9820-NEXT
005840     END-IF.
005850     IF VAR-CYCLE-WAITING-STEP = SPACES
005860         IF NOT CYC-STEP-COMPLETE
005870                 OR CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
005880             MOVE CYC-STEP-NAME TO VAR-CYCLE-WAITING-STEP
005890         END-IF
005900     END-IF.
005910 9820-NEXT.
005920     ADD 1 TO VAR-CYCLE-SUB.
005930 9820-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------------
005970* 9830-REWRITE-CYCLE-CONTROL
005980* WRITES THE TABLE BACK OUT AS THE NEW CYCLE CONTROL FILE.
005990*----------------------------------------------------------------
006000 9830-REWRITE-CYCLE-CONTROL.
006010     OPEN OUTPUT CYCLE-CONTROL-FILE.
006020     IF NOT VAR-CYCLCTL-OK
006030         DISPLAY 'STMTJOB - UNABLE TO REWRITE CYCLE CONTROL, '
006040             'STATUS = ' VAR-CYCLCTL-STATUS
006050         MOVE 16 TO RETURN-CODE
006060         STOP RUN
006070     END-IF.
006080     MOVE 1 TO VAR-CYCLE-SUB.
006090     PERFORM 9835-WRITE-ONE-CYCLE-RECORD THRU 9835-EXIT
006100         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
006110     CLOSE CYCLE-CONTROL-FILE.
006120 9830-EXIT.
006130     EXIT.
006140
006150 9835-WRITE-ONE-CYCLE-RECORD.
006160     WRITE CYCLE-CONTROL-IMAGE
006170         FROM VAR-CYCLE-ENTRY (VAR-CYCLE-SUB).
006180     ADD 1 TO VAR-CYCLE-SUB.
006190 9835-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------------
006230* 9850-POST-CYCLE-CONTROL
006240* RECORDS HOW THE STEP ENDED.  THE FILE IS READ AGAIN RATHER THAN
006250* TRUSTED FROM THE START OF THE RUN, SO AN OVERRIDE POSTED FOR
006260* ANOTHER STEP MEANWHILE IS NOT LOST.  A RUN THAT GETS HERE WITH A
006270* RETURN CODE BELOW 16 RAN TO ITS END AND ITS OUTPUT STANDS, SO
006280* THE STEP IS COMPLETE - A WARNING CODE STILL REACHES THE
006290* SCHEDULER AS SET.  16 MARKS THE STEP FAILED.
006300*----------------------------------------------------------------
006310 9850-POST-CYCLE-CONTROL.
006320     PERFORM 9810-LOAD-CYCLE-CONTROL THRU 9810-EXIT.
006330     IF VAR-CYCLE-NOT-LOADED
006340         DISPLAY 'STMTJOB - UNABLE TO RELOAD CYCLE CONTROL, '
006350             'STATUS = ' VAR-CYCLCTL-STATUS
006360         MOVE 16 TO RETURN-CODE
006370         STOP RUN
006380     END-IF.
006390     MOVE 0 TO VAR-CYCLE-OWN-SUB.
006400     MOVE 1 TO VAR-CYCLE-SUB.
006410     PERFORM 9860-FIND-OWN-STEP THRU 9860-EXIT
006420         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
006430     IF VAR-CYCLE-OWN-SUB = 0
006440         DISPLAY 'STMTJOB - STEP ' VAR-CYCLE-STEP-NAME
006450             ' HAS GONE FROM THE CYCLE CONTROL FILE'
006460         MOVE 16 TO RETURN-CODE
006470         STOP RUN
006480     END-IF.
006490     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB)
006500         TO CYCLE-CONTROL-RECORD.
006510     IF RETURN-CODE < 16
006520         SET CYC-STEP-COMPLETE TO TRUE
006530     ELSE
006540         SET CYC-STEP-FAILED TO TRUE
006550     END-IF.
006560     MOVE RETURN-CODE TO CYC-STEP-RETURN-CODE.
006570     ACCEPT VAR-CYCLE-TIME FROM TIME.
006580     MOVE VAR-CYCLE-TIME TO CYC-STEP-END-TIME.
006590     MOVE CYCLE-CONTROL-RECORD
006600         TO VAR-CYCLE-ENTRY (VAR-CYCLE-OWN-SUB).
006610     PERFORM 9830-REWRITE-CYCLE-CONTROL THRU 9830-EXIT.
006620 9850-EXIT.
006630     EXIT.
006640
006650 9860-FIND-OWN-STEP.
006660     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
006670     IF CYC-STEP-RECORD
006680             AND CYC-STEP-NAME = VAR-CYCLE-STEP-NAME
006690         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-OWN-SUB
006700         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
006710     END-IF.
006720     ADD 1 TO VAR-CYCLE-SUB.
006730 9860-EXIT.
006740     EXIT.
