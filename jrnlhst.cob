000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. JRNLHST.
000030 AUTHOR. CALVIN HOBBES.
000040 INSTALLATION. RETAIL BANKING - CUSTOMER SERVICES BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-15 CJH  ORIGINAL VERSION.  LEDGER JOURNAL ROLL-IN.
000130*                 SORTS THE DAY'S LEDGER JOURNAL INTO CUST-ID
000140*                 ORDER (EACH CUSTOMER'S LINES KEPT IN POSTING
000150*                 ORDER) AND MERGES IT INTO THE PERMANENT
000160*                 JOURNAL HISTORY, OLD HISTORY PLUS TODAY INTO
000170*                 NEW, THE SAME WAY THE PAYMENT POSTING BUILDS
000180*                 ITS NEW LEDGER.  NOTHING IS EVER TRIMMED - THE
000190*                 JOURNAL IS THE PERMANENT RECORD EVERY BALANCE
000200*                 IS REBUILT FROM.  ON THE WAY THROUGH, EACH
000210*                 CUSTOMER'S LINES ARE RE-ADDED FROM THE FIRST
000220*                 ONE AND MUST ARRIVE AT EVERY BALANCE-AFTER
000230*                 THEY CARRY AND, AT THE END, AT THE BALANCE ON
000240*                 THE LEDGER; ANY CUSTOMER WHOSE JOURNAL DOES NOT
000250*                 REBUILD IS LISTED AND THE JOB ENDS WITH
000260*                 CONDITION CODE 08.  ONCE ROLLED IN, THE DAY'S
000270*                 JOURNAL IS EMPTIED FOR THE NEXT DAY'S POSTINGS.
000280*                 A MISSING OLD HISTORY IS THE FIRST-EVER ROLL-
000290*                 IN; A MISSING DAY'S JOURNAL MEANS NOTHING WAS
000300*                 POSTED TODAY.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OLD-JOURNAL-FILE ASSIGN TO OLDJRNH
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS VAR-OLDJRNH-STATUS.
000400
000410     SELECT DAILY-JOURNAL-FILE ASSIGN TO DAYJRNL
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS VAR-DAYJRNL-STATUS.
000440
000450     SELECT SORTED-JOURNAL-FILE ASSIGN TO SRTJRNL
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS VAR-SRTJRNL-STATUS.
000480
000490     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
000500
000510     SELECT NEW-JOURNAL-FILE ASSIGN TO NEWJRNH
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS VAR-NEWJRNH-STATUS.
000540
000550     SELECT CUSTOMER-BALANCE-FILE ASSIGN TO CUSTBAL
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS CB-CUST-ID
000590         FILE STATUS IS VAR-CUSTBAL-STATUS.
000600
000610     SELECT JOURNAL-REPORT-FILE ASSIGN TO JRNLRPT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS VAR-JRNLRPT-STATUS.
000640
000650     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS VAR-PARMCARD-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710
000720*OLD JOURNAL HISTORY - EVERY LINE FROM PRIOR ROLL-INS, IN
000730*CUST-ID ORDER.
000740 FD  OLD-JOURNAL-FILE
000750     RECORD CONTAINS 80 CHARACTERS
000760     LABEL RECORDS ARE STANDARD.
000770 01  OLD-JOURNAL-RECORD.
000780     05  OJ-CUST-ID                 PIC X(09).
000790     05  FILLER                     PIC X(71).
000800
000810*DAY'S LEDGER JOURNAL - EVERY LINE THE DAY'S POSTING STEPS
000820*WROTE, IN THE ORDER THEY WROTE THEM.
000830 FD  DAILY-JOURNAL-FILE
000840     RECORD CONTAINS 80 CHARACTERS
000850     LABEL RECORDS ARE STANDARD.
000860 01  DAILY-JOURNAL-RECORD           PIC X(80).
000870
000880*SORTED JOURNAL - THE SORT OUTPUT THE MERGE ACTUALLY READS.
000890 FD  SORTED-JOURNAL-FILE
000900     RECORD CONTAINS 80 CHARACTERS
000910     LABEL RECORDS ARE STANDARD.
000920 01  SORTED-JOURNAL-RECORD.
000930     05  SJ-CUST-ID                 PIC X(09).
000940     05  FILLER                     PIC X(71).
000950
000960*SORT WORK FILE FOR THE DAY'S JOURNAL SORT.
000970 SD  SORT-WORK-FILE
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  SORT-WORK-RECORD.
001000     05  SORT-CUST-ID               PIC X(09).
001010     05  FILLER                     PIC X(71).
001020
001030*NEW JOURNAL HISTORY - OLD HISTORY PLUS TODAY.
001040 FD  NEW-JOURNAL-FILE
001050     RECORD CONTAINS 80 CHARACTERS
001060     LABEL RECORDS ARE STANDARD.
001070 01  NEW-JOURNAL-RECORD             PIC X(80).
001080
001090*CUSTOMER ACCOUNT-BALANCE LEDGER - READ DIRECTLY BY CUST-ID TO
001100*PROVE EACH CUSTOMER'S JOURNAL REBUILDS TO THE LEDGER BALANCE.
001110 FD  CUSTOMER-BALANCE-FILE
001120     RECORD CONTAINS 80 CHARACTERS
001130     LABEL RECORDS ARE STANDARD.
001140 01  CUSTOMER-BALANCE-RECORD.
001150     05  CB-CUST-ID                 PIC X(09).
001160     05  FILLER                     PIC X(71).
001170
001180*ROLL-IN AND REBUILD-PROOF REPORT.
001190 FD  JOURNAL-REPORT-FILE
001200     RECORD CONTAINS 132 CHARACTERS
001210     LABEL RECORDS ARE STANDARD.
001220 01  JOURNAL-REPORT-LINE            PIC X(132).
001230
001240*PARAMETER CARD - SUPPLIES THE RUN DATE.
001250 FD  PARAMETER-CARD-FILE
001260     RECORD CONTAINS 80 CHARACTERS
001270     LABEL RECORDS ARE STANDARD.
001280 01  PARAMETER-CARD-IMAGE           PIC X(80).
001290
001300 WORKING-STORAGE SECTION.
001310
001320*----------------------------------------------------------------
001330* LEDGER JOURNAL RECORD WORKING COPY
001340*----------------------------------------------------------------
001350 COPY JRNLREC.
001360
001370*----------------------------------------------------------------
001380* BALANCE LEDGER RECORD WORKING COPY
001390*----------------------------------------------------------------
001400 COPY BALREC.
001410
001420*----------------------------------------------------------------
001430* PARAMETER CARD WORKING COPY
001440*----------------------------------------------------------------
001450 COPY PARMCARD.
001460
001470 01  VAR-OLDJRNH-STATUS        PIC X(02) VALUE '00'.
001480     88  VAR-OLDJRNH-OK                   VALUE '00'.
001490     88  VAR-OLDJRNH-EOF                  VALUE '10'.
001500     88  VAR-OLDJRNH-MISSING              VALUE '35'.
001510 01  VAR-DAYJRNL-STATUS        PIC X(02) VALUE '00'.
001520     88  VAR-DAYJRNL-OK                   VALUE '00'.
001530     88  VAR-DAYJRNL-MISSING              VALUE '35'.
001540 01  VAR-SRTJRNL-STATUS        PIC X(02) VALUE '00'.
001550     88  VAR-SRTJRNL-OK                   VALUE '00'.
001560     88  VAR-SRTJRNL-EOF                  VALUE '10'.
001570 01  VAR-NEWJRNH-STATUS        PIC X(02) VALUE '00'.
001580     88  VAR-NEWJRNH-OK                   VALUE '00'.
001590 01  VAR-CUSTBAL-STATUS        PIC X(02) VALUE '00'.
001600     88  VAR-CUSTBAL-OK                   VALUE '00'.
001610     88  VAR-CUSTBAL-MISSING              VALUE '35'.
001620 01  VAR-JRNLRPT-STATUS        PIC X(02) VALUE '00'.
001630     88  VAR-JRNLRPT-OK                   VALUE '00'.
001640 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
001650     88  VAR-PARMCARD-OK                  VALUE '00'.
001660
001670 01  VAR-OLD-HISTORY-SWITCH     PIC X(01) VALUE 'Y'.
001680     88  VAR-OLD-HISTORY-ON-FILE          VALUE 'Y'.
001690     88  VAR-NO-OLD-HISTORY               VALUE 'N'.
001700 01  VAR-DAY-JOURNAL-SWITCH     PIC X(01) VALUE 'Y'.
001710     88  VAR-DAY-JOURNAL-ON-FILE          VALUE 'Y'.
001720     88  VAR-NO-DAY-JOURNAL               VALUE 'N'.
001730
001740*----------------------------------------------------------------
001750* MERGE KEYS - FLOODED HIGH AT END OF THE OWNING FILE SO THE
001760* OTHER SIDE DRAINS NATURALLY, THE SAME AS THE PAYMENT POSTING.
001770* ON EQUAL KEYS THE OLD HISTORY GOES FIRST, SO TODAY'S LINES
001780* FOLLOW THE CUSTOMER'S EARLIER ONES.
001790*----------------------------------------------------------------
001800 01  VAR-OLD-KEY                PIC X(09) VALUE LOW-VALUES.
001810 01  VAR-DAY-KEY                PIC X(09) VALUE LOW-VALUES.
001820
001830*----------------------------------------------------------------
001840* CUSTOMER GROUP IN HAND FOR THE REBUILD PROOF.  THE REBUILT
001850* BALANCE STARTS FROM WHAT THE CUSTOMER'S FIRST LINE FOUND ON
001860* THE LEDGER AND HAS EVERY LATER AMOUNT ADDED TO IT.
001870*----------------------------------------------------------------
001880 01  VAR-GROUP-CUST-ID          PIC X(09) VALUE SPACE.
001890 01  VAR-REBUILT-BALANCE        PIC S9(07)V99 VALUE 0.
001900 01  VAR-GROUP-BREAK-SWITCH     PIC X(01) VALUE 'N'.
001910     88  VAR-GROUP-CHAIN-BROKEN           VALUE 'Y'.
001920     88  VAR-GROUP-CHAIN-WHOLE            VALUE 'N'.
001930
001940*----------------------------------------------------------------
001950* CONTROL TOTALS AND RUN COUNTERS
001960*----------------------------------------------------------------
001970 01  VAR-OLD-LINES-READ         PIC 9(07) COMP VALUE 0.
001980 01  VAR-DAY-LINES-READ         PIC 9(07) COMP VALUE 0.
001990 01  VAR-LINES-WRITTEN          PIC 9(07) COMP VALUE 0.
002000 01  VAR-CUSTOMERS-PROVED       PIC 9(07) COMP VALUE 0.
002010 01  VAR-CHAIN-BREAK-COUNT      PIC 9(07) COMP VALUE 0.
002020 01  VAR-LEDGER-DISAGREE-COUNT  PIC 9(07) COMP VALUE 0.
002030 01  VAR-NO-LEDGER-COUNT        PIC 9(07) COMP VALUE 0.
002040 01  VAR-DAY-DEBIT-TOTAL        PIC S9(09)V99 VALUE 0.
002050 01  VAR-DAY-CREDIT-TOTAL       PIC S9(09)V99 VALUE 0.
002060
002070*----------------------------------------------------------------
002080* REPORT PAGINATION FIELDS
002090*----------------------------------------------------------------
002100 01  VAR-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
002110 01  VAR-LINE-COUNT             PIC 9(03) COMP VALUE 99.
002120 01  VAR-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
002130
002140 01  VAR-SYSTEM-DATE            PIC 9(08) VALUE 0.
002150
002160*----------------------------------------------------------------
002170* REPORT LINE WORKING AREAS
002180*----------------------------------------------------------------
002190 01  VAR-HEADING-LINE-1.
002200     05  FILLER                     PIC X(01) VALUE SPACE.
002210     05  FILLER                     PIC X(30) VALUE
002220             'LEDGER JOURNAL ROLL-IN        '.
002230     05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
002240     05  HDR-RUN-DATE               PIC 9999/99/99.
002250     05  FILLER                     PIC X(10) VALUE SPACE.
002260     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
002270     05  HDR-PAGE-NUMBER            PIC ZZZ9.
002280 01  VAR-HEADING-LINE-2.
002290     05  FILLER                     PIC X(01) VALUE SPACE.
002300     05  FILLER                     PIC X(41) VALUE
002310             'CUST-ID    EXCEPTION                     '.
002320     05  FILLER                     PIC X(38) VALUE
002330             '      JOURNAL BALANCE    LEDGER/LINE  '.
002340 01  VAR-EXCEPTION-LINE.
002350     05  FILLER                     PIC X(01) VALUE SPACE.
002360     05  XCP-CUST-ID                PIC X(09).
002370     05  FILLER                     PIC X(02) VALUE SPACE.
002380     05  XCP-REASON                 PIC X(30).
002390     05  FILLER                     PIC X(02) VALUE SPACE.
002400     05  XCP-JOURNAL-BALANCE        PIC -ZZ,ZZZ,ZZ9.99.
002410     05  FILLER                     PIC X(04) VALUE SPACE.
002420     05  XCP-OTHER-BALANCE          PIC -ZZ,ZZZ,ZZ9.99.
002430 01  VAR-TOTALS-LINE.
002440     05  FILLER                     PIC X(01) VALUE SPACE.
002450     05  FILLER                     PIC X(22) VALUE
002460             '*** CONTROL TOTALS ***'.
002470 01  VAR-TOTALS-DETAIL.
002480     05  FILLER                     PIC X(01) VALUE SPACE.
002490     05  TOT-CAPTION                PIC X(20).
002500     05  TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.
002510 01  VAR-TOTALS-AMT-DETAIL.
002520     05  FILLER                     PIC X(01) VALUE SPACE.
002530     05  TOT-AMT-CAPTION            PIC X(20).
002540     05  TOT-AMT-VALUE              PIC -Z,ZZZ,ZZZ,ZZ9.99.
002550
002560 PROCEDURE DIVISION.
002570
002580*----------------------------------------------------------------
002590* 0000-MAINLINE
002600* CONTROLS THE OVERALL FLOW OF THE RUN.
002610*----------------------------------------------------------------
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640     PERFORM 2000-ROLL-ONE-LINE THRU 2000-EXIT
002650         UNTIL VAR-OLD-KEY = HIGH-VALUES
002660           AND VAR-DAY-KEY = HIGH-VALUES.
002670     IF VAR-GROUP-CUST-ID NOT = SPACE
002680         PERFORM 2500-PROVE-CUSTOMER THRU 2500-EXIT
002690     END-IF.
002700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002710     STOP RUN.
002720
002730*----------------------------------------------------------------
002740* 1000-INITIALIZE
002750* OPENS THE FILES, READS THE PARAMETER CARD, SORTS THE DAY'S
002760* JOURNAL AND PRIMES BOTH SIDES OF THE MERGE.  A MISSING LEDGER
002770* ONLY COSTS THE RUN ITS LEDGER PROOF.
002780*----------------------------------------------------------------
002790 1000-INITIALIZE.
002800     OPEN INPUT OLD-JOURNAL-FILE.
002810     IF VAR-OLDJRNH-MISSING
002820         SET VAR-NO-OLD-HISTORY TO TRUE
002830         MOVE '10' TO VAR-OLDJRNH-STATUS
002840         MOVE HIGH-VALUES TO VAR-OLD-KEY
002850     ELSE
002860         IF NOT VAR-OLDJRNH-OK
002870             DISPLAY 'JRNLHST - UNABLE TO OPEN OLD HISTORY, '
002880                 'STATUS = ' VAR-OLDJRNH-STATUS
002890             MOVE 16 TO RETURN-CODE
002900             STOP RUN
002910         END-IF
002920     END-IF.
002930     OPEN OUTPUT NEW-JOURNAL-FILE.
002940     IF NOT VAR-NEWJRNH-OK
002950         DISPLAY 'JRNLHST - UNABLE TO OPEN NEW HISTORY, '
002960             'STATUS = ' VAR-NEWJRNH-STATUS
002970         MOVE 16 TO RETURN-CODE
002980         STOP RUN
002990     END-IF.
003000     OPEN INPUT CUSTOMER-BALANCE-FILE.
003010     IF NOT VAR-CUSTBAL-OK AND NOT VAR-CUSTBAL-MISSING
003020         DISPLAY 'JRNLHST - UNABLE TO OPEN LEDGER, '
003030             'STATUS = ' VAR-CUSTBAL-STATUS
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     OPEN OUTPUT JOURNAL-REPORT-FILE.
003080     IF NOT VAR-JRNLRPT-OK
003090         DISPLAY 'JRNLHST - UNABLE TO OPEN JOURNAL REPORT, '
003100             'STATUS = ' VAR-JRNLRPT-STATUS
003110         MOVE 16 TO RETURN-CODE
003120         STOP RUN
003130     END-IF.
003140     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
003150     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
003160     PERFORM 1300-SORT-DAY-JOURNAL THRU 1300-EXIT.
003170     IF VAR-OLD-HISTORY-ON-FILE
003180         PERFORM 8100-READ-OLD-HISTORY THRU 8100-EXIT
003190     END-IF.
003200 1000-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------
003240* 1200-READ-PARAMETER-CARD
003250* ONLY THE RUN DATE IS USED HERE; THE SAME MISSING-CARD
003260* FALLBACK AS THE DAILY RUN APPLIES.
003270*----------------------------------------------------------------
003280 1200-READ-PARAMETER-CARD.
003290     OPEN INPUT PARAMETER-CARD-FILE.
003300     READ PARAMETER-CARD-FILE INTO PARAMETER-CARD
003310         AT END
003320             MOVE '10' TO VAR-PARMCARD-STATUS
003330     END-READ.
003340     CLOSE PARAMETER-CARD-FILE.
003350     IF VAR-PARMCARD-OK
003360             AND PARM-RUN-YYYY NUMERIC
003370             AND PARM-RUN-MM NUMERIC
003380             AND PARM-RUN-DD NUMERIC
003390         NEXT SENTENCE
003400     ELSE
003410         ACCEPT VAR-SYSTEM-DATE FROM DATE YYYYMMDD
003420         MOVE VAR-SYSTEM-DATE(1:4) TO PARM-RUN-YYYY
003430         MOVE VAR-SYSTEM-DATE(5:2) TO PARM-RUN-MM
003440         MOVE VAR-SYSTEM-DATE(7:2) TO PARM-RUN-DD
003450     END-IF.
003460 1200-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------
003500* 1300-SORT-DAY-JOURNAL
003510* THE DAY'S JOURNAL IS OPENED ONCE PURELY TO PROVE IT IS THERE,
003520* THEN SORTED INTO CUST-ID ORDER.  EACH POSTING STEP WRITES ITS
003530* OWN LINES IN ITS OWN ORDER, SO THE SORT KEEPS DUPLICATE KEYS
003540* IN ARRIVAL ORDER - A CUSTOMER'S LINES MUST STAY IN THE ORDER
003550* THEY WERE POSTED FOR THE BALANCE-AFTER CHAIN TO HOLD.
003560*----------------------------------------------------------------
003570 1300-SORT-DAY-JOURNAL.
003580     OPEN INPUT DAILY-JOURNAL-FILE.
003590     IF VAR-DAYJRNL-MISSING
003600         SET VAR-NO-DAY-JOURNAL TO TRUE
003610         MOVE '10' TO VAR-SRTJRNL-STATUS
003620         MOVE HIGH-VALUES TO VAR-DAY-KEY
003630         GO TO 1300-EXIT
003640     END-IF.
003650     IF NOT VAR-DAYJRNL-OK
003660         DISPLAY 'JRNLHST - UNABLE TO OPEN DAY JOURNAL, '
003670             'STATUS = ' VAR-DAYJRNL-STATUS
003680         MOVE 16 TO RETURN-CODE
003690         STOP RUN
003700     END-IF.
003710     CLOSE DAILY-JOURNAL-FILE.
003720     SORT SORT-WORK-FILE
003730         ON ASCENDING KEY SORT-CUST-ID
003740         WITH DUPLICATES IN ORDER
003750         USING DAILY-JOURNAL-FILE
003760         GIVING SORTED-JOURNAL-FILE.
003770     OPEN INPUT SORTED-JOURNAL-FILE.
003780     IF NOT VAR-SRTJRNL-OK
003790         DISPLAY 'JRNLHST - UNABLE TO OPEN SORTED JOURNAL, '
003800             'STATUS = ' VAR-SRTJRNL-STATUS
003810         MOVE 16 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840     PERFORM 8200-READ-DAY-JOURNAL THRU 8200-EXIT.
003850 1300-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------
003890* 1500-WRITE-REPORT-HEADINGS
003900* PRINTS THE PAGE HEADING AND RESETS THE LINE COUNTER.
003910*----------------------------------------------------------------
003920 1500-WRITE-REPORT-HEADINGS.
003930     ADD 1 TO VAR-PAGE-NUMBER.
003940     MOVE PARM-RUN-DATE-NUM TO HDR-RUN-DATE.
003950     MOVE VAR-PAGE-NUMBER TO HDR-PAGE-NUMBER.
003960     WRITE JOURNAL-REPORT-LINE FROM VAR-HEADING-LINE-1
003970         AFTER ADVANCING PAGE.
003980     WRITE JOURNAL-REPORT-LINE FROM VAR-HEADING-LINE-2
003990         AFTER ADVANCING 2 LINES.
004000     MOVE 3 TO VAR-LINE-COUNT.
004010 1500-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------------
004050* 2000-ROLL-ONE-LINE
004060* TAKES THE LOWER OF THE TWO KEYS (THE OLD HISTORY ON A TIE),
004070* PROVES IT AGAINST THE CUSTOMER'S REBUILT BALANCE, WRITES IT
004080* TO THE NEW HISTORY AND READS THE NEXT FROM THE SAME SIDE.
004090*----------------------------------------------------------------
004100 2000-ROLL-ONE-LINE.
004110     IF VAR-OLD-KEY <= VAR-DAY-KEY
004120         MOVE OLD-JOURNAL-RECORD TO JOURNAL-RECORD
004130         PERFORM 2100-TAKE-ONE-LINE THRU 2100-EXIT
004140         PERFORM 8100-READ-OLD-HISTORY THRU 8100-EXIT
004150     ELSE
004160         MOVE SORTED-JOURNAL-RECORD TO JOURNAL-RECORD
004170         PERFORM 2150-TALLY-DAY-LINE THRU 2150-EXIT
004180         PERFORM 2100-TAKE-ONE-LINE THRU 2100-EXIT
004190         PERFORM 8200-READ-DAY-JOURNAL THRU 8200-EXIT
004200     END-IF.
004210 2000-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------
004250* 2100-TAKE-ONE-LINE
004260* A NEW CUST-ID CLOSES OUT THE PREVIOUS CUSTOMER'S PROOF AND
004270* SEEDS THE REBUILT BALANCE FROM WHAT THIS LINE FOUND ON THE
004280* LEDGER.  EVERY LINE THEN ADDS ITS AMOUNT AND MUST LAND ON ITS
004290* OWN BALANCE-AFTER; ONE THAT DOES NOT IS LISTED AND THE CHAIN
004300* PICKS UP AGAIN FROM THE BALANCE THE LINE CARRIES.
004310*----------------------------------------------------------------
004320 2100-TAKE-ONE-LINE.
004330     IF JRNL-CUST-ID NOT = VAR-GROUP-CUST-ID
004340         IF VAR-GROUP-CUST-ID NOT = SPACE
004350             PERFORM 2500-PROVE-CUSTOMER THRU 2500-EXIT
004360         END-IF
004370         MOVE JRNL-CUST-ID TO VAR-GROUP-CUST-ID
004380         SET VAR-GROUP-CHAIN-WHOLE TO TRUE
004390         COMPUTE VAR-REBUILT-BALANCE =
004400             JRNL-BALANCE-AFTER - JRNL-AMOUNT
004410     END-IF.
004420     ADD JRNL-AMOUNT TO VAR-REBUILT-BALANCE.
004430     IF VAR-REBUILT-BALANCE NOT = JRNL-BALANCE-AFTER
004440         MOVE 'CHAIN BREAK - LINE DISAGREES  ' TO XCP-REASON
004450         MOVE VAR-REBUILT-BALANCE TO XCP-JOURNAL-BALANCE
004460         MOVE JRNL-BALANCE-AFTER TO XCP-OTHER-BALANCE
004470         PERFORM 2800-WRITE-EXCEPTION-LINE THRU 2800-EXIT
004480         ADD 1 TO VAR-CHAIN-BREAK-COUNT
004490         SET VAR-GROUP-CHAIN-BROKEN TO TRUE
004500         MOVE JRNL-BALANCE-AFTER TO VAR-REBUILT-BALANCE
004510     END-IF.
004520     WRITE NEW-JOURNAL-RECORD FROM JOURNAL-RECORD.
004530     ADD 1 TO VAR-LINES-WRITTEN.
004540 2100-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------------
004580* 2150-TALLY-DAY-LINE
004590* TODAY'S DEBITS AND CREDITS, FOR THE CONTROL TOTALS.
004600*----------------------------------------------------------------
004610 2150-TALLY-DAY-LINE.
004620     IF JRNL-AMOUNT > 0
004630         ADD JRNL-AMOUNT TO VAR-DAY-DEBIT-TOTAL
004640     ELSE
004650         ADD JRNL-AMOUNT TO VAR-DAY-CREDIT-TOTAL
004660     END-IF.
004670 2150-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------------
004710* 2500-PROVE-CUSTOMER
004720* THE CUSTOMER'S REBUILT BALANCE MUST BE THE BALANCE ON THE
004730* LEDGER.  NO LEDGER FILE AT ALL SKIPS THE PROOF; NO LEDGER
004740* RECORD FOR A CUSTOMER WITH JOURNAL LINES IS ITSELF LISTED.
004750*----------------------------------------------------------------
004760 2500-PROVE-CUSTOMER.
004770     ADD 1 TO VAR-CUSTOMERS-PROVED.
004780     IF VAR-CUSTBAL-MISSING
004790         GO TO 2500-EXIT
004800     END-IF.
004810     MOVE VAR-GROUP-CUST-ID TO CB-CUST-ID.
004820     READ CUSTOMER-BALANCE-FILE INTO BALANCE-RECORD
004830         INVALID KEY
004840             MOVE 'JOURNAL HAS NO LEDGER RECORD  ' TO XCP-REASON
004850             MOVE VAR-REBUILT-BALANCE TO XCP-JOURNAL-BALANCE
004860             MOVE 0 TO XCP-OTHER-BALANCE
004870             PERFORM 2810-WRITE-GROUP-EXCEPTION THRU 2810-EXIT
004880             ADD 1 TO VAR-NO-LEDGER-COUNT
004890             GO TO 2500-EXIT
004900     END-READ.
004910     IF BAL-BALANCE NOT = VAR-REBUILT-BALANCE
004920         MOVE 'JOURNAL DOES NOT REBUILD LEDGER' TO XCP-REASON
004930         MOVE VAR-REBUILT-BALANCE TO XCP-JOURNAL-BALANCE
004940         MOVE BAL-BALANCE TO XCP-OTHER-BALANCE
004950         PERFORM 2810-WRITE-GROUP-EXCEPTION THRU 2810-EXIT
004960         ADD 1 TO VAR-LEDGER-DISAGREE-COUNT
004970     END-IF.
004980 2500-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------
005020* 2800-WRITE-EXCEPTION-LINE
005030* ONE EXCEPTION FOR THE JOURNAL LINE IN HAND.
005040*----------------------------------------------------------------
005050 2800-WRITE-EXCEPTION-LINE.
005060     MOVE JRNL-CUST-ID TO XCP-CUST-ID.
005070     PERFORM 2850-PRINT-EXCEPTION THRU 2850-EXIT.
005080 2800-EXIT.
005090     EXIT.
005100
005110 2810-WRITE-GROUP-EXCEPTION.
005120     MOVE VAR-GROUP-CUST-ID TO XCP-CUST-ID.
005130     PERFORM 2850-PRINT-EXCEPTION THRU 2850-EXIT.
005140 2810-EXIT.
005150     EXIT.
005160
005170 2850-PRINT-EXCEPTION.
005180     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE
005190         PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT
005200     END-IF.
005210     WRITE JOURNAL-REPORT-LINE FROM VAR-EXCEPTION-LINE
005220         AFTER ADVANCING 1 LINE.
005230     ADD 1 TO VAR-LINE-COUNT.
005240 2850-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------------
005280* 8100-READ-OLD-HISTORY
005290*----------------------------------------------------------------
005300 8100-READ-OLD-HISTORY.
005310     READ OLD-JOURNAL-FILE
005320         AT END
005330             MOVE '10' TO VAR-OLDJRNH-STATUS
005340             MOVE HIGH-VALUES TO VAR-OLD-KEY
005350     END-READ.
005360     IF NOT VAR-OLDJRNH-EOF
005370         ADD 1 TO VAR-OLD-LINES-READ
005380         MOVE OJ-CUST-ID TO VAR-OLD-KEY
005390     END-IF.
005400 8100-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------
005440* 8200-READ-DAY-JOURNAL
005450*----------------------------------------------------------------
005460 8200-READ-DAY-JOURNAL.
005470     READ SORTED-JOURNAL-FILE
005480         AT END
005490             MOVE '10' TO VAR-SRTJRNL-STATUS
005500             MOVE HIGH-VALUES TO VAR-DAY-KEY
005510     END-READ.
005520     IF NOT VAR-SRTJRNL-EOF
005530         ADD 1 TO VAR-DAY-LINES-READ
005540         MOVE SJ-CUST-ID TO VAR-DAY-KEY
005550     END-IF.
005560 8200-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------------
005600* 9000-TERMINATE
005610* PRINTS THE CONTROL-TOTAL SUMMARY, EMPTIES THE DAY'S JOURNAL
005620* NOW THAT IT IS SAFELY IN THE HISTORY, SETS THE CONDITION CODE
005630* AND CLOSES EVERYTHING DOWN.  OLD IN + DAY IN SHOULD ALWAYS
005640* EQUAL HISTORY OUT.
005650*----------------------------------------------------------------
005660 9000-TERMINATE.
005670     WRITE JOURNAL-REPORT-LINE FROM VAR-TOTALS-LINE
005680         AFTER ADVANCING 2 LINES.
005690     MOVE 'OLD HISTORY IN ..  ' TO TOT-CAPTION.
005700     MOVE VAR-OLD-LINES-READ TO TOT-VALUE.
005710     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
005720     MOVE 'DAY JOURNAL IN ..  ' TO TOT-CAPTION.
005730     MOVE VAR-DAY-LINES-READ TO TOT-VALUE.
005740     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
005750     MOVE 'NEW HISTORY OUT .  ' TO TOT-CAPTION.
005760     MOVE VAR-LINES-WRITTEN TO TOT-VALUE.
005770     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
005780     MOVE 'CUSTOMERS PROVED   ' TO TOT-CAPTION.
005790     MOVE VAR-CUSTOMERS-PROVED TO TOT-VALUE.
005800     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
005810     MOVE 'CHAIN BREAKS ....  ' TO TOT-CAPTION.
005820     MOVE VAR-CHAIN-BREAK-COUNT TO TOT-VALUE.
005830     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
005840     MOVE 'LEDGER DISAGREES   ' TO TOT-CAPTION.
005850     MOVE VAR-LEDGER-DISAGREE-COUNT TO TOT-VALUE.
005860     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
005870     MOVE 'NO LEDGER RECORD   ' TO TOT-CAPTION.
005880     MOVE VAR-NO-LEDGER-COUNT TO TOT-VALUE.
005890     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
005900     MOVE 'DAY DEBITS ......  ' TO TOT-AMT-CAPTION.
005910     MOVE VAR-DAY-DEBIT-TOTAL TO TOT-AMT-VALUE.
005920     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
005930     MOVE 'DAY CREDITS .....  ' TO TOT-AMT-CAPTION.
005940     MOVE VAR-DAY-CREDIT-TOTAL TO TOT-AMT-VALUE.
005950     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
005960     CLOSE NEW-JOURNAL-FILE
005970           JOURNAL-REPORT-FILE.
005980     IF VAR-OLD-HISTORY-ON-FILE
005990         CLOSE OLD-JOURNAL-FILE
006000     END-IF.
006010     IF NOT VAR-CUSTBAL-MISSING
006020         CLOSE CUSTOMER-BALANCE-FILE
006030     END-IF.
006040     IF VAR-DAY-JOURNAL-ON-FILE
006050         CLOSE SORTED-JOURNAL-FILE
006060         OPEN OUTPUT DAILY-JOURNAL-FILE
006070         CLOSE DAILY-JOURNAL-FILE
006080     END-IF.
006090     IF VAR-CHAIN-BREAK-COUNT > 0
006100             OR VAR-LEDGER-DISAGREE-COUNT > 0
006110             OR VAR-NO-LEDGER-COUNT > 0
006120         DISPLAY 'JRNLHST - JOURNAL DOES NOT REBUILD FOR EVERY '
006130             'CUSTOMER, SEE THE JOURNAL REPORT'
006140         MOVE 8 TO RETURN-CODE
006150     END-IF.
006160 9000-EXIT.
006170     EXIT.
006180
006190 9100-WRITE-TOTALS-LINE.
006200     WRITE JOURNAL-REPORT-LINE FROM VAR-TOTALS-DETAIL
006210         AFTER ADVANCING 1 LINE.
006220 9100-EXIT.
006230     EXIT.
006240
006250 9150-WRITE-AMOUNT-LINE.
006260     WRITE JOURNAL-REPORT-LINE FROM VAR-TOTALS-AMT-DETAIL
006270         AFTER ADVANCING 1 LINE.
006280 9150-EXIT.
006290     EXIT.
