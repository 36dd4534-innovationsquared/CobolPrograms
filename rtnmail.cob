000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RTNMAIL.
000030 AUTHOR. CALVIN HOBBES.
000040 INSTALLATION. RETAIL BANKING - CUSTOMER SERVICES BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-15 CJH  ORIGINAL VERSION.  RETURNED-MAIL UPDATE AND
000130*                 SKIP-TRACE WORKLIST, RUN AFTER THE ADDRESS
000140*                 MAINTENANCE AND BEFORE THE DAILY RUN BUILDS THE
000150*                 MAILING EXTRACT.  THE RETURNED-MAIL CARDS (ONE
000160*                 PER PIECE THE POST OFFICE SENT BACK) ARE SORTED
000170*                 INTO CUST-ID/DATE-RETURNED ORDER AND APPLIED TO
000180*                 THE ADDRESS FILE (OLD FILE IN, NEW FILE OUT):
000190*                 EACH ACCEPTED CARD COUNTS A RETURNED PIECE,
000200*                 MARKS THE ADDRESS RETURNED AND SWITCHES IT TO
000210*                 HOLD MAIL, SO THE BAD ADDRESS DROPS OUT OF THE
000220*                 MAILING EXTRACT AND STOPS DRAWING POSTAGE.  THE
000230*                 NEW FILE IS THEN READ BACK AND EVERY RETURNED
000240*                 ADDRESS WHOSE CUSTOMER OWES A BALANCE OR IS
000250*                 DELINQUENT GOES TO THE SKIP-TRACE WORKLIST,
000260*                 LARGEST BALANCE FIRST, WITH THE PHONE NUMBER
000270*                 AND LAST PAYMENT DATE.  THE CONDITION STANDS
000280*                 UNTIL THE ADDRESS MAINTENANCE PUTS IN A NEW
000290*                 ADDRESS.  A CARD THAT FAILS ITS EDITS IS LISTED
000300*                 ON THE REGISTER AND ENDS THE RUN WITH CONDITION
000310*                 CODE 08.
000320*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OLD-ADDRESS-FILE ASSIGN TO OLDADDR
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS OA-CUST-ID
000420         FILE STATUS IS VAR-OLDADDR-STATUS.
000430
000440     SELECT NEW-ADDRESS-FILE ASSIGN TO NEWADDR
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS NA-CUST-ID
000480         FILE STATUS IS VAR-NEWADDR-STATUS.
000490
000500     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMSTR
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CM-CUST-ID
000540         FILE STATUS IS VAR-CUSTMSTR-STATUS.
000550
000560     SELECT CUSTOMER-BALANCE-FILE ASSIGN TO CUSTBAL
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS CB-CUST-ID
000600         FILE STATUS IS VAR-CUSTBAL-STATUS.
000610
000620     SELECT SNAPSHOT-FILE ASSIGN TO DLQSNAP
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS VAR-DLQSNAP-STATUS.
000650
000660     SELECT RETURN-CARD-FILE ASSIGN TO RTNCARD
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS VAR-RTNCARD-STATUS.
000690
000700     SELECT SORTED-RETURN-FILE ASSIGN TO SRTRTN
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS VAR-SRTRTN-STATUS.
000730
000740     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
000750
000760     SELECT TRACE-SORT-FILE ASSIGN TO SORTWRK2.
000770
000780     SELECT RETURN-REGISTER-FILE ASSIGN TO RTNRPT
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS VAR-RTNRPT-STATUS.
000810
000820     SELECT WORKLIST-REPORT-FILE ASSIGN TO SKIPRPT
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS VAR-SKIPRPT-STATUS.
000850
000860     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS VAR-PARMCARD-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920
000930*OLD ADDRESS FILE - AS IT STOOD BEFORE THIS RUN.
000940 FD  OLD-ADDRESS-FILE
000950     RECORD CONTAINS 100 CHARACTERS
000960     LABEL RECORDS ARE STANDARD.
000970 01  OLD-ADDRESS-FILE-RECORD.
000980     05  OA-CUST-ID                 PIC X(09).
000990     05  FILLER                     PIC X(91).
001000
001010*NEW ADDRESS FILE - WITH THIS RUN'S RETURNED MAIL APPLIED.  READ
001020*BACK AFTER THE UPDATE FOR THE SKIP-TRACE WORKLIST.
001030 FD  NEW-ADDRESS-FILE
001040     RECORD CONTAINS 100 CHARACTERS
001050     LABEL RECORDS ARE STANDARD.
001060 01  NEW-ADDRESS-FILE-RECORD.
001070     05  NA-CUST-ID                 PIC X(09).
001080     05  FILLER                     PIC X(91).
001090
001100*CUSTOMER MASTER - READ DIRECTLY BY CUST-ID FOR THE NAME ON THE
001110*WORKLIST.
001120 FD  CUSTOMER-MASTER-FILE
001130     RECORD CONTAINS 53 CHARACTERS
001140     LABEL RECORDS ARE STANDARD.
001150 01  CUSTOMER-MASTER-RECORD.
001160     05  CM-CUST-ID                 PIC X(09).
001170     05  FILLER                     PIC X(44).
001180
001190*CUSTOMER ACCOUNT-BALANCE LEDGER - READ DIRECTLY BY CUST-ID FOR
001200*THE BALANCE AND LAST PAYMENT.
001210 FD  CUSTOMER-BALANCE-FILE
001220     RECORD CONTAINS 80 CHARACTERS
001230     LABEL RECORDS ARE STANDARD.
001240 01  CUSTOMER-BALANCE-RECORD.
001250     05  CB-CUST-ID                 PIC X(09).
001260     05  FILLER                     PIC X(71).
001270
001280*TODAY'S DELINQUENCY SNAPSHOT - AS WRITTEN BY THE AGING RUN, IN
001290*CUST-ID/DUE-DATE ORDER, WALKED BESIDE THE ADDRESS FILE.
001300 FD  SNAPSHOT-FILE
001310     RECORD CONTAINS 80 CHARACTERS
001320     LABEL RECORDS ARE STANDARD.
001330 01  SNAPSHOT-FILE-RECORD           PIC X(80).
001340
001350*RETURNED-MAIL CARDS - AS KEYED FROM THE RETURNED PIECES.
001360 FD  RETURN-CARD-FILE
001370     RECORD CONTAINS 80 CHARACTERS
001380     LABEL RECORDS ARE STANDARD.
001390 01  RETURN-CARD-INPUT-RECORD       PIC X(80).
001400
001410*SORTED RETURNED-MAIL CARDS - THE SORT OUTPUT THE UPDATE READS.
001420 FD  SORTED-RETURN-FILE
001430     RECORD CONTAINS 80 CHARACTERS
001440     LABEL RECORDS ARE STANDARD.
001450 01  SORTED-RETURN-RECORD           PIC X(80).
001460
001470*SORT WORK FILE FOR THE RETURNED-MAIL CARD SORT.
001480 SD  SORT-WORK-FILE
001490     RECORD CONTAINS 80 CHARACTERS.
001500 01  SORT-WORK-RECORD.
001510     05  SORT-CUST-ID               PIC X(09).
001520     05  SORT-RETURN-DATE           PIC X(08).
001530     05  FILLER                     PIC X(63).
001540
001550*SORT WORK FILE FOR THE WORKLIST - LARGEST BALANCE FIRST, BY
001560*CUST-ID WITHIN A BALANCE.
001570 SD  TRACE-SORT-FILE
001580     RECORD CONTAINS 151 CHARACTERS.
001590 01  TRACE-SORT-RECORD.
001600     05  TSRT-SORT-BALANCE          PIC 9(07)V99.
001610     05  TSRT-CUST-NAME             PIC X(20).
001620     05  TSRT-BALANCE               PIC S9(07)V99.
001630     05  TSRT-LAST-PAY-DATE         PIC 9(08).
001640     05  TSRT-DAYS-PAST-DUE         PIC 9(05).
001650     05  TSRT-ADDRESS-IMAGE.
001660         10  TSRT-CUST-ID           PIC X(09).
001670         10  FILLER                 PIC X(91).
001680
001690*RETURNED-MAIL REGISTER - EVERY CARD AND WHAT BECAME OF IT.
001700 FD  RETURN-REGISTER-FILE
001710     RECORD CONTAINS 132 CHARACTERS
001720     LABEL RECORDS ARE STANDARD.
001730 01  RETURN-REGISTER-LINE           PIC X(132).
001740
001750*SKIP-TRACE WORKLIST.
001760 FD  WORKLIST-REPORT-FILE
001770     RECORD CONTAINS 132 CHARACTERS
001780     LABEL RECORDS ARE STANDARD.
001790 01  WORKLIST-REPORT-LINE           PIC X(132).
001800
001810*PARAMETER CARD - SUPPLIES THE RUN DATE.
001820 FD  PARAMETER-CARD-FILE
001830     RECORD CONTAINS 80 CHARACTERS
001840     LABEL RECORDS ARE STANDARD.
001850 01  PARAMETER-CARD-IMAGE           PIC X(80).
001860
001870 WORKING-STORAGE SECTION.
001880
001890*----------------------------------------------------------------
001900* ADDRESS RECORD WORKING COPY - THE RECORD IN HAND
001910*----------------------------------------------------------------
001920 COPY ADDRREC.
001930
001940*----------------------------------------------------------------
001950* RETURNED-MAIL CARD WORKING COPY
001960*----------------------------------------------------------------
001970 COPY RMAILTRN.
001980
001990*----------------------------------------------------------------
002000* CUSTOMER RECORD WORKING COPY
002010*----------------------------------------------------------------
002020 COPY CUSTREC.
002030
002040*----------------------------------------------------------------
002050* BALANCE RECORD WORKING COPY
002060*----------------------------------------------------------------
002070 COPY BALREC.
002080
002090*----------------------------------------------------------------
002100* DELINQUENCY SNAPSHOT RECORD WORKING COPY
002110*----------------------------------------------------------------
002120 COPY DLQSREC.
002130
002140*----------------------------------------------------------------
002150* PARAMETER CARD WORKING COPY
002160*----------------------------------------------------------------
002170 COPY PARMCARD.
002180
002190 01  VAR-OLDADDR-STATUS        PIC X(02) VALUE '00'.
002200     88  VAR-OLDADDR-OK                   VALUE '00'.
002210     88  VAR-OLDADDR-EOF                  VALUE '10'.
002220 01  VAR-NEWADDR-STATUS        PIC X(02) VALUE '00'.
002230     88  VAR-NEWADDR-OK                   VALUE '00'.
002240     88  VAR-NEWADDR-EOF                  VALUE '10'.
002250 01  VAR-CUSTMSTR-STATUS       PIC X(02) VALUE '00'.
002260     88  VAR-CUSTMSTR-OK                  VALUE '00'.
002270 01  VAR-CUSTBAL-STATUS        PIC X(02) VALUE '00'.
002280     88  VAR-CUSTBAL-OK                   VALUE '00'.
002290     88  VAR-CUSTBAL-MISSING              VALUE '35'.
002300 01  VAR-DLQSNAP-STATUS        PIC X(02) VALUE '00'.
002310     88  VAR-DLQSNAP-OK                   VALUE '00'.
002320     88  VAR-DLQSNAP-EOF                  VALUE '10'.
002330     88  VAR-DLQSNAP-MISSING              VALUE '35'.
002340 01  VAR-RTNCARD-STATUS        PIC X(02) VALUE '00'.
002350     88  VAR-RTNCARD-OK                   VALUE '00'.
002360     88  VAR-RTNCARD-MISSING              VALUE '35'.
002370 01  VAR-SRTRTN-STATUS         PIC X(02) VALUE '00'.
002380     88  VAR-SRTRTN-OK                    VALUE '00'.
002390     88  VAR-SRTRTN-EOF                   VALUE '10'.
002400 01  VAR-RTNRPT-STATUS         PIC X(02) VALUE '00'.
002410     88  VAR-RTNRPT-OK                    VALUE '00'.
002420 01  VAR-SKIPRPT-STATUS        PIC X(02) VALUE '00'.
002430     88  VAR-SKIPRPT-OK                   VALUE '00'.
002440 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
002450     88  VAR-PARMCARD-OK                  VALUE '00'.
002460
002470 01  VAR-RETURN-CARDS-SWITCH    PIC X(01) VALUE 'Y'.
002480     88  VAR-RETURN-CARDS-ON-FILE         VALUE 'Y'.
002490     88  VAR-NO-RETURN-CARDS              VALUE 'N'.
002500 01  VAR-SNAPSHOT-SWITCH        PIC X(01) VALUE 'Y'.
002510     88  VAR-SNAPSHOT-ON-HAND             VALUE 'Y'.
002520     88  VAR-NO-SNAPSHOT                  VALUE 'N'.
002530 01  VAR-RECORD-SWITCH          PIC X(01) VALUE 'N'.
002540     88  VAR-ADDRESS-ON-FILE              VALUE 'Y'.
002550     88  VAR-ADDRESS-NOT-ON-FILE          VALUE 'N'.
002560 01  VAR-CARD-EDIT-SWITCH       PIC X(01) VALUE 'Y'.
002570     88  VAR-CARD-ACCEPTED                VALUE 'Y'.
002580     88  VAR-CARD-REJECTED                VALUE 'N'.
002590 01  VAR-SORT-RETURN-SWITCH     PIC X(01) VALUE 'N'.
002600     88  VAR-SORT-DRAINED                 VALUE 'Y'.
002610     88  VAR-SORT-NOT-DRAINED             VALUE 'N'.
002620
002630*----------------------------------------------------------------
002640* MERGE KEYS - FLOODED HIGH AT END OF THE OWNING FILE SO THE
002650* OTHER SIDE DRAINS NATURALLY, THE SAME AS THE ADDRESS
002660* MAINTENANCE.
002670*----------------------------------------------------------------
002680 01  VAR-ADDR-KEY               PIC X(09) VALUE LOW-VALUES.
002690 01  VAR-CARD-KEY               PIC X(09) VALUE LOW-VALUES.
002700 01  VAR-SNAP-KEY               PIC X(09) VALUE LOW-VALUES.
002710 01  VAR-CURRENT-KEY            PIC X(09) VALUE LOW-VALUES.
002720
002730 01  VAR-REGISTER-VERDICT       PIC X(30) VALUE SPACE.
002740 01  VAR-REASON-CODE-WORK       PIC X(02) VALUE SPACE.
002750 01  VAR-REASON-CAPTION         PIC X(20) VALUE SPACE.
002760
002770*----------------------------------------------------------------
002780* WHAT THE CUSTOMER OWES - FETCHED FOR EACH RETURNED ADDRESS.
002790*----------------------------------------------------------------
002800 01  VAR-LEDGER-BALANCE         PIC S9(07)V99 VALUE 0.
002810 01  VAR-LAST-PAY-DATE          PIC 9(08) VALUE 0.
002820 01  VAR-WORST-DAYS             PIC 9(05) VALUE 0.
002830 01  VAR-CUSTOMER-NAME          PIC X(20) VALUE SPACE.
002840
002850*----------------------------------------------------------------
002860* CONTROL TOTALS AND RUN COUNTERS
002870*----------------------------------------------------------------
002880 01  VAR-OLD-READ-COUNT         PIC 9(07) COMP VALUE 0.
002890 01  VAR-NEW-WRITTEN-COUNT      PIC 9(07) COMP VALUE 0.
002900 01  VAR-CARDS-READ-COUNT       PIC 9(07) COMP VALUE 0.
002910 01  VAR-CARDS-ACCEPTED-COUNT   PIC 9(07) COMP VALUE 0.
002920 01  VAR-CARDS-REJECTED-COUNT   PIC 9(07) COMP VALUE 0.
002930 01  VAR-HOLDS-SET-COUNT        PIC 9(07) COMP VALUE 0.
002940 01  VAR-RETURNED-ON-FILE-COUNT PIC 9(07) COMP VALUE 0.
002950 01  VAR-NOTHING-OWED-COUNT     PIC 9(07) COMP VALUE 0.
002960 01  VAR-WORKLIST-ROWS          PIC 9(07) COMP VALUE 0.
002970 01  VAR-AMOUNT-TO-TRACE        PIC S9(09)V99 VALUE 0.
002980
002990*----------------------------------------------------------------
003000* REPORT PAGINATION FIELDS - ONE SET PER REPORT
003010*----------------------------------------------------------------
003020 01  VAR-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
003030 01  VAR-LINE-COUNT             PIC 9(03) COMP VALUE 99.
003040 01  VAR-WORK-PAGE-NUMBER       PIC 9(04) COMP VALUE 0.
003050 01  VAR-WORK-LINE-COUNT        PIC 9(03) COMP VALUE 99.
003060 01  VAR-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
003070
003080 01  VAR-SYSTEM-DATE            PIC 9(08) VALUE 0.
003090
003100*----------------------------------------------------------------
003110* REGISTER LINE WORKING AREAS
003120*----------------------------------------------------------------
003130 01  VAR-HEADING-LINE-1.
003140     05  FILLER                     PIC X(01) VALUE SPACE.
003150     05  FILLER                     PIC X(30) VALUE
003160             'RETURNED MAIL REGISTER        '.
003170     05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
003180     05  HDR-RUN-DATE               PIC 9999/99/99.
003190     05  FILLER                     PIC X(10) VALUE SPACE.
003200     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
003210     05  HDR-PAGE-NUMBER            PIC ZZZ9.
003220 01  VAR-HEADING-LINE-2.
003230     05  FILLER                     PIC X(01) VALUE SPACE.
003240     05  FILLER                     PIC X(11) VALUE 'CUST-ID'.
003250     05  FILLER                     PIC X(12) VALUE 'RETURNED'.
003260     05  FILLER                     PIC X(03) VALUE 'RS'.
003270     05  FILLER                     PIC X(22) VALUE 'REASON'.
003280     05  FILLER                     PIC X(05) VALUE 'PCS'.
003290     05  FILLER                     PIC X(11) VALUE 'DISPOSITION'.
003300 01  VAR-REGISTER-LINE.
003310     05  FILLER                     PIC X(01) VALUE SPACE.
003320     05  REG-CUST-ID                PIC X(09).
003330     05  FILLER                     PIC X(02) VALUE SPACE.
003340     05  REG-RETURN-AREA            PIC X(10).
003350     05  REG-RETURN-DATE            REDEFINES REG-RETURN-AREA
003360                                    PIC 9999/99/99.
003370     05  FILLER                     PIC X(02) VALUE SPACE.
003380     05  REG-REASON                 PIC X(02).
003390     05  FILLER                     PIC X(01) VALUE SPACE.
003400     05  REG-REASON-TEXT            PIC X(20).
003410     05  FILLER                     PIC X(02) VALUE SPACE.
003420     05  REG-COUNT-AREA             PIC X(03).
003430     05  REG-COUNT                  REDEFINES REG-COUNT-AREA
003440                                    PIC ZZ9.
003450     05  FILLER                     PIC X(02) VALUE SPACE.
003460     05  REG-VERDICT                PIC X(30).
003470 01  VAR-TOTALS-LINE.
003480     05  FILLER                     PIC X(01) VALUE SPACE.
003490     05  FILLER                     PIC X(22) VALUE
003500             '*** CONTROL TOTALS ***'.
003510 01  VAR-TOTALS-DETAIL.
003520     05  FILLER                     PIC X(01) VALUE SPACE.
003530     05  TOT-CAPTION                PIC X(20).
003540     05  TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.
003550 01  VAR-TOTALS-AMT-DETAIL.
003560     05  FILLER                     PIC X(01) VALUE SPACE.
003570     05  TOT-AMT-CAPTION            PIC X(20).
003580     05  TOT-AMT-VALUE              PIC -Z,ZZZ,ZZZ,ZZ9.99.
003590
003600*----------------------------------------------------------------
003610* WORKLIST LINE WORKING AREAS
003620*----------------------------------------------------------------
003630 01  VAR-WORK-HEADING-LINE-1.
003640     05  FILLER                     PIC X(01) VALUE SPACE.
003650     05  FILLER                     PIC X(30) VALUE
003660             'SKIP-TRACE WORKLIST           '.
003670     05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
003680     05  WKH-RUN-DATE               PIC 9999/99/99.
003690     05  FILLER                     PIC X(10) VALUE SPACE.
003700     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
003710     05  WKH-PAGE-NUMBER            PIC ZZZ9.
003720 01  VAR-WORK-HEADING-LINE-2.
003730     05  FILLER                     PIC X(01) VALUE SPACE.
003740     05  FILLER                     PIC X(11) VALUE 'CUST-ID'.
003750     05  FILLER                     PIC X(22) VALUE
003760             'CUSTOMER NAME'.
003770     05  FILLER                     PIC X(12) VALUE 'PHONE'.
003780     05  FILLER                     PIC X(16) VALUE
003790             '       BALANCE  '.
003800     05  FILLER                     PIC X(12) VALUE 'LAST PAID'.
003810     05  FILLER                     PIC X(08) VALUE '  DAYS'.
003820     05  FILLER                     PIC X(05) VALUE 'PCS'.
003830     05  FILLER                     PIC X(12) VALUE 'RETURNED'.
003840     05  FILLER                     PIC X(03) VALUE 'RS'.
003850     05  FILLER                     PIC X(20) VALUE 'REASON'.
003860 01  VAR-WORK-DETAIL-LINE.
003870     05  FILLER                     PIC X(01) VALUE SPACE.
003880     05  WRK-CUST-ID                PIC X(09).
003890     05  FILLER                     PIC X(02) VALUE SPACE.
003900     05  WRK-CUST-NAME              PIC X(20).
003910     05  FILLER                     PIC X(02) VALUE SPACE.
003920     05  WRK-PHONE                  PIC X(10).
003930     05  FILLER                     PIC X(02) VALUE SPACE.
003940     05  WRK-BALANCE                PIC -ZZ,ZZZ,ZZ9.99.
003950     05  FILLER                     PIC X(02) VALUE SPACE.
003960     05  WRK-LAST-PAY-AREA          PIC X(10).
003970     05  WRK-LAST-PAY-DATE          REDEFINES WRK-LAST-PAY-AREA
003980                                    PIC 9999/99/99.
003990     05  FILLER                     PIC X(02) VALUE SPACE.
004000     05  WRK-DAYS-AREA              PIC X(06).
004010     05  WRK-DAYS-PAST              REDEFINES WRK-DAYS-AREA
004020                                    PIC ZZ,ZZ9.
004030     05  FILLER                     PIC X(02) VALUE SPACE.
004040     05  WRK-RETURN-COUNT           PIC ZZ9.
004050     05  FILLER                     PIC X(02) VALUE SPACE.
004060     05  WRK-RETURN-DATE            PIC 9999/99/99.
004070     05  FILLER                     PIC X(02) VALUE SPACE.
004080     05  WRK-REASON                 PIC X(02).
004090     05  FILLER                     PIC X(01) VALUE SPACE.
004100     05  WRK-REASON-TEXT            PIC X(20).
004110
004120 PROCEDURE DIVISION.
004130
004140*----------------------------------------------------------------
004150* 0000-MAINLINE
004160* CONTROLS THE OVERALL FLOW OF THE RUN: THE RETURNED-MAIL UPDATE,
004170* THEN THE SORT PASS THAT READS THE NEW ADDRESS FILE BACK AND
004180* PRINTS THE SKIP-TRACE WORKLIST.
004190*----------------------------------------------------------------
004200 0000-MAINLINE.
004210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004220     PERFORM 2000-PROCESS-ONE-KEY THRU 2000-EXIT
004230         UNTIL VAR-ADDR-KEY = HIGH-VALUES
004240           AND VAR-CARD-KEY = HIGH-VALUES.
004250     CLOSE OLD-ADDRESS-FILE
004260           NEW-ADDRESS-FILE.
004270     SORT TRACE-SORT-FILE
004280         ON DESCENDING KEY TSRT-SORT-BALANCE
004290         ON ASCENDING KEY TSRT-CUST-ID
004300         INPUT PROCEDURE IS 5000-SELECT-SKIP-TRACE
004310                       THRU 5000-EXIT
004320         OUTPUT PROCEDURE IS 6000-PRINT-WORKLIST
004330                        THRU 6000-EXIT.
004340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004350     STOP RUN.
004360
004370*----------------------------------------------------------------
004380* 1000-INITIALIZE
004390* OPENS THE FILES, READS THE PARAMETER CARD, SORTS THE RETURNED-
004400* MAIL CARDS AND PRIMES THE MERGE.  NO CARDS MEANS ONLY THE
004410* WORKLIST IS PRODUCED TONIGHT.  NO LEDGER READS AS NOTHING OWED
004420* AND NO SNAPSHOT AS NOBODY DELINQUENT, THE SAME AS THE
004430* COLLECTIONS WORKLIST.
004440*----------------------------------------------------------------
004450 1000-INITIALIZE.
004460     OPEN INPUT OLD-ADDRESS-FILE.
004470     IF NOT VAR-OLDADDR-OK
004480         DISPLAY 'RTNMAIL - UNABLE TO OPEN OLD ADDRESSES, '
004490             'STATUS = ' VAR-OLDADDR-STATUS
004500         MOVE 16 TO RETURN-CODE
004510         STOP RUN
004520     END-IF.
004530     OPEN OUTPUT NEW-ADDRESS-FILE.
004540     IF NOT VAR-NEWADDR-OK
004550         DISPLAY 'RTNMAIL - UNABLE TO OPEN NEW ADDRESSES, '
004560             'STATUS = ' VAR-NEWADDR-STATUS
004570         MOVE 16 TO RETURN-CODE
004580         STOP RUN
004590     END-IF.
004600     OPEN INPUT CUSTOMER-MASTER-FILE.
004610     IF NOT VAR-CUSTMSTR-OK
004620         DISPLAY 'RTNMAIL - UNABLE TO OPEN CUSTOMER MASTER, '
004630             'STATUS = ' VAR-CUSTMSTR-STATUS
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670     OPEN INPUT CUSTOMER-BALANCE-FILE.
004680     IF NOT VAR-CUSTBAL-OK AND NOT VAR-CUSTBAL-MISSING
004690         DISPLAY 'RTNMAIL - UNABLE TO OPEN BALANCE LEDGER, '
004700             'STATUS = ' VAR-CUSTBAL-STATUS
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF.
004740     OPEN INPUT SNAPSHOT-FILE.
004750     IF VAR-DLQSNAP-MISSING
004760         SET VAR-NO-SNAPSHOT TO TRUE
004770         MOVE '10' TO VAR-DLQSNAP-STATUS
004780         MOVE HIGH-VALUES TO VAR-SNAP-KEY
004790     ELSE
004800         IF NOT VAR-DLQSNAP-OK
004810             DISPLAY 'RTNMAIL - UNABLE TO OPEN SNAPSHOT, '
004820                 'STATUS = ' VAR-DLQSNAP-STATUS
004830             MOVE 16 TO RETURN-CODE
004840             STOP RUN
004850         END-IF
004860     END-IF.
004870     OPEN OUTPUT RETURN-REGISTER-FILE.
004880     IF NOT VAR-RTNRPT-OK
004890         DISPLAY 'RTNMAIL - UNABLE TO OPEN RETURNED MAIL '
004900             'REGISTER, STATUS = ' VAR-RTNRPT-STATUS
004910         MOVE 16 TO RETURN-CODE
004920         STOP RUN
004930     END-IF.
004940     OPEN OUTPUT WORKLIST-REPORT-FILE.
004950     IF NOT VAR-SKIPRPT-OK
004960         DISPLAY 'RTNMAIL - UNABLE TO OPEN WORKLIST, '
004970             'STATUS = ' VAR-SKIPRPT-STATUS
004980         MOVE 16 TO RETURN-CODE
004990         STOP RUN
005000     END-IF.
005010     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
005020     PERFORM 1300-SORT-RETURN-CARDS THRU 1300-EXIT.
005030     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
005040     PERFORM 8100-READ-OLD-ADDRESS THRU 8100-EXIT.
005050 1000-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------------
005090* 1200-READ-PARAMETER-CARD
005100* ONLY THE RUN DATE IS USED HERE; THE SAME MISSING-CARD
005110* FALLBACK AS THE DAILY RUN APPLIES.
005120*----------------------------------------------------------------
005130 1200-READ-PARAMETER-CARD.
005140     OPEN INPUT PARAMETER-CARD-FILE.
005150     READ PARAMETER-CARD-FILE INTO PARAMETER-CARD
005160         AT END
005170             MOVE '10' TO VAR-PARMCARD-STATUS
005180     END-READ.
005190     CLOSE PARAMETER-CARD-FILE.
005200     IF VAR-PARMCARD-OK
005210             AND PARM-RUN-YYYY NUMERIC
005220             AND PARM-RUN-MM NUMERIC
005230             AND PARM-RUN-DD NUMERIC
005240         NEXT SENTENCE
005250     ELSE
005260         ACCEPT VAR-SYSTEM-DATE FROM DATE YYYYMMDD
005270         MOVE VAR-SYSTEM-DATE(1:4) TO PARM-RUN-YYYY
005280         MOVE VAR-SYSTEM-DATE(5:2) TO PARM-RUN-MM
005290         MOVE VAR-SYSTEM-DATE(7:2) TO PARM-RUN-DD
005300     END-IF.
005310 1200-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------------
005350* 1300-SORT-RETURN-CARDS
005360* THE CARDS ARE OPENED ONCE PURELY TO PROVE THEY ARE THERE, THEN
005370* SORTED INTO CUST-ID ORDER, AND BY DATE RETURNED WITHIN CUST-ID
005380* SO THE LATEST RETURN IS THE ONE LEFT ON FILE.
005390*----------------------------------------------------------------
005400 1300-SORT-RETURN-CARDS.
005410     OPEN INPUT RETURN-CARD-FILE.
005420     IF VAR-RTNCARD-MISSING
005430         SET VAR-NO-RETURN-CARDS TO TRUE
005440         MOVE '10' TO VAR-SRTRTN-STATUS
005450         MOVE HIGH-VALUES TO VAR-CARD-KEY
005460         GO TO 1300-EXIT
005470     END-IF.
005480     IF NOT VAR-RTNCARD-OK
005490         DISPLAY 'RTNMAIL - UNABLE TO OPEN RETURNED MAIL CARDS, '
005500             'STATUS = ' VAR-RTNCARD-STATUS
005510         MOVE 16 TO RETURN-CODE
005520         STOP RUN
005530     END-IF.
005540     CLOSE RETURN-CARD-FILE.
005550     SORT SORT-WORK-FILE
005560         ON ASCENDING KEY SORT-CUST-ID
005570                          SORT-RETURN-DATE
005580         WITH DUPLICATES IN ORDER
005590         USING RETURN-CARD-FILE
005600         GIVING SORTED-RETURN-FILE.
005610     OPEN INPUT SORTED-RETURN-FILE.
005620     IF NOT VAR-SRTRTN-OK
005630         DISPLAY 'RTNMAIL - UNABLE TO OPEN SORTED CARDS, '
005640             'STATUS = ' VAR-SRTRTN-STATUS
005650         MOVE 16 TO RETURN-CODE
005660         STOP RUN
005670     END-IF.
005680     PERFORM 8200-READ-RETURN-CARD THRU 8200-EXIT.
005690 1300-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------------
005730* 1500-WRITE-REPORT-HEADINGS
005740* PRINTS THE TWO-LINE REGISTER HEADING AND RESETS THE LINE
005750* COUNTER.
005760*----------------------------------------------------------------
005770 1500-WRITE-REPORT-HEADINGS.
005780     ADD 1 TO VAR-PAGE-NUMBER.
005790     MOVE PARM-RUN-DATE-NUM TO HDR-RUN-DATE.
005800     MOVE VAR-PAGE-NUMBER TO HDR-PAGE-NUMBER.
005810     WRITE RETURN-REGISTER-LINE FROM VAR-HEADING-LINE-1
005820         AFTER ADVANCING PAGE.
005830     WRITE RETURN-REGISTER-LINE FROM VAR-HEADING-LINE-2
005840         AFTER ADVANCING 2 LINES.
005850     MOVE 3 TO VAR-LINE-COUNT.
005860 1500-EXIT.
005870     EXIT.
005880
005890*----------------------------------------------------------------
005900* 2000-PROCESS-ONE-KEY
005910* ONE PASS PER CUST-ID ON EITHER THE OLD ADDRESS FILE OR THE
005920* CARDS, TAKING THE LOWER KEY.  EVERY CARD FOR THE KEY IS APPLIED
005930* TO THE ADDRESS IN HAND; A CARD FOR A CUSTOMER WITH NO ADDRESS
005940* ON FILE IS REJECTED.  EVERY ADDRESS IS CARRIED TO THE NEW FILE.
005950*----------------------------------------------------------------
005960 2000-PROCESS-ONE-KEY.
005970     IF VAR-ADDR-KEY < VAR-CARD-KEY
005980         MOVE VAR-ADDR-KEY TO VAR-CURRENT-KEY
005990     ELSE
006000         MOVE VAR-CARD-KEY TO VAR-CURRENT-KEY
006010     END-IF.
006020     IF VAR-ADDR-KEY = VAR-CURRENT-KEY
006030         SET VAR-ADDRESS-ON-FILE TO TRUE
006040         MOVE OLD-ADDRESS-FILE-RECORD TO ADDRESS-RECORD
006050         PERFORM 2050-TIDY-RETURN-FIELDS THRU 2050-EXIT
006060     ELSE
006070         SET VAR-ADDRESS-NOT-ON-FILE TO TRUE
006080     END-IF.
006090     PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT
006100         UNTIL VAR-CARD-KEY NOT = VAR-CURRENT-KEY.
006110     IF VAR-ADDRESS-ON-FILE
006120         MOVE ADDRESS-RECORD TO NEW-ADDRESS-FILE-RECORD
006130         WRITE NEW-ADDRESS-FILE-RECORD
006140         ADD 1 TO VAR-NEW-WRITTEN-COUNT
006150         PERFORM 8100-READ-OLD-ADDRESS THRU 8100-EXIT
006160     END-IF.
006170 2000-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------------
006210* 2050-TIDY-RETURN-FIELDS
006220* AN ADDRESS WRITTEN BEFORE THE RETURNED-MAIL FIELDS WERE ADDED
006230* CARRIES SPACES THERE; THEY GO TO THE FILE AS ZERO.
006240*----------------------------------------------------------------
006250 2050-TIDY-RETURN-FIELDS.
006260     IF ADDR-RETURN-COUNT NOT NUMERIC
006270         MOVE 0 TO ADDR-RETURN-COUNT
006280     END-IF.
006290     IF ADDR-LAST-RETURN-DATE NOT NUMERIC
006300         MOVE 0 TO ADDR-LAST-RETURN-DATE
006310     END-IF.
006320     IF ADDR-ADDRESS-DATE NOT NUMERIC
006330         MOVE 0 TO ADDR-ADDRESS-DATE
006340     END-IF.
006350 2050-EXIT.
006360     EXIT.
006370
006380*----------------------------------------------------------------
006390* 2200-APPLY-ONE-CARD
006400* AN ACCEPTED CARD COUNTS ONE MORE RETURNED PIECE, BECOMES THE
006410* LAST RETURN UNLESS A LATER ONE IS ALREADY ON FILE, AND LEAVES
006420* THE ADDRESS MARKED RETURNED AND ON HOLD MAIL.  THE FIRST RETURN
006430* ON A MAILABLE ADDRESS IS THE ONE THAT SETS THE HOLD.
006440*----------------------------------------------------------------
006450 2200-APPLY-ONE-CARD.
006460     PERFORM 2250-EDIT-ONE-CARD THRU 2250-EXIT.
006470     IF VAR-CARD-REJECTED
006480         ADD 1 TO VAR-CARDS-REJECTED-COUNT
006490         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
006500         PERFORM 8200-READ-RETURN-CARD THRU 8200-EXIT
006510         GO TO 2200-EXIT
006520     END-IF.
006530     ADD 1 TO VAR-CARDS-ACCEPTED-COUNT.
006540     IF ADDR-RETURN-COUNT < 999
006550         ADD 1 TO ADDR-RETURN-COUNT
006560     END-IF.
006570     IF RMT-RETURN-DATE >= ADDR-LAST-RETURN-DATE
006580         MOVE RMT-RETURN-DATE TO ADDR-LAST-RETURN-DATE
006590         MOVE RMT-REASON-CODE TO ADDR-LAST-RETURN-REASON
006600     END-IF.
006610     EVALUATE TRUE
006620         WHEN ADDR-MAIL-RETURNED
006630             MOVE 'RETURN COUNTED' TO VAR-REGISTER-VERDICT
006640         WHEN ADDR-HOLD-MAIL
006650             MOVE 'RETURN COUNTED - ALREADY HELD'
006660                 TO VAR-REGISTER-VERDICT
006670         WHEN OTHER
006680             ADD 1 TO VAR-HOLDS-SET-COUNT
006690             MOVE 'MAIL HELD' TO VAR-REGISTER-VERDICT
006700     END-EVALUATE.
006710     SET ADDR-MAIL-RETURNED TO TRUE.
006720     SET ADDR-HOLD-MAIL TO TRUE.
006730     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT.
006740     PERFORM 8200-READ-RETURN-CARD THRU 8200-EXIT.
006750 2200-EXIT.
006760     EXIT.
006770
006780*----------------------------------------------------------------
006790* 2250-EDIT-ONE-CARD
006800* THE CUSTOMER MUST HAVE AN ADDRESS ON FILE.  THE DATE RETURNED
006810* MUST BE A DATE NO LATER THAN THE RUN DATE AND LATER THAN THE
006820* DAY THE ADDRESS WAS PUT IN - A PIECE BACK BY THEN WAS MAILED TO
006830* THE ADDRESS IT REPLACED.  THE REASON MUST BE A KNOWN USPS
006840* ENDORSEMENT.  THE FIRST FAILURE FOUND IS THE ONE REPORTED.
006850*----------------------------------------------------------------
006860 2250-EDIT-ONE-CARD.
006870     SET VAR-CARD-REJECTED TO TRUE.
006880     IF VAR-ADDRESS-NOT-ON-FILE
006890         MOVE 'NO ADDRESS ON FILE' TO VAR-REGISTER-VERDICT
006900         GO TO 2250-EXIT
006910     END-IF.
006920     IF RMT-RETURN-DATE-X NOT NUMERIC
006930             OR RMT-RETURN-DATE = 0
006940         MOVE 'RETURN DATE NOT VALID' TO VAR-REGISTER-VERDICT
006950         GO TO 2250-EXIT
006960     END-IF.
006970     IF RMT-RETURN-DATE > PARM-RUN-DATE-NUM
006980         MOVE 'RETURN DATE AFTER RUN' TO VAR-REGISTER-VERDICT
006990         GO TO 2250-EXIT
007000     END-IF.
007010     IF RMT-RETURN-DATE NOT > ADDR-ADDRESS-DATE
007020         MOVE 'PREDATES ADDRESS CHANGE' TO VAR-REGISTER-VERDICT
007030         GO TO 2250-EXIT
007040     END-IF.
007050     IF NOT RMT-VALID-REASON
007060         MOVE 'REASON CODE NOT VALID' TO VAR-REGISTER-VERDICT
007070         GO TO 2250-EXIT
007080     END-IF.
007090     SET VAR-CARD-ACCEPTED TO TRUE.
007100 2250-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------------
007140* 2800-WRITE-CARD-LINE
007150* ONE REGISTER LINE PER CARD, ACCEPTED OR NOT, SHOWING THE CARD
007160* AS KEYED AND, WHEN ACCEPTED, THE PIECES NOW COUNTED AGAINST THE
007170* ADDRESS.
007180*----------------------------------------------------------------
007190 2800-WRITE-CARD-LINE.
007200     MOVE RMT-CUST-ID TO REG-CUST-ID.
007210     IF RMT-RETURN-DATE-X NUMERIC
007220         MOVE RMT-RETURN-DATE TO REG-RETURN-DATE
007230     ELSE
007240         MOVE RMT-RETURN-DATE-X TO REG-RETURN-AREA
007250     END-IF.
007260     MOVE RMT-REASON-CODE TO REG-REASON.
007270     MOVE RMT-REASON-CODE TO VAR-REASON-CODE-WORK.
007280     PERFORM 7100-SET-REASON-CAPTION THRU 7100-EXIT.
007290     MOVE VAR-REASON-CAPTION TO REG-REASON-TEXT.
007300     IF VAR-CARD-ACCEPTED
007310         MOVE ADDR-RETURN-COUNT TO REG-COUNT
007320     ELSE
007330         MOVE SPACES TO REG-COUNT-AREA
007340     END-IF.
007350     MOVE VAR-REGISTER-VERDICT TO REG-VERDICT.
007360     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE
007370         PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT
007380     END-IF.
007390     WRITE RETURN-REGISTER-LINE FROM VAR-REGISTER-LINE
007400         AFTER ADVANCING 1 LINE.
007410     ADD 1 TO VAR-LINE-COUNT.
007420 2800-EXIT.
007430     EXIT.
007440
007450*----------------------------------------------------------------
007460* 5000-SELECT-SKIP-TRACE
007470* THE SORT INPUT PROCEDURE: READS THE NEW ADDRESS FILE BACK AND
007480* WEIGHS EVERY ADDRESS STILL MARKED RETURNED FOR THE WORKLIST,
007490* WALKING TODAY'S DELINQUENCY SNAPSHOT ALONGSIDE.
007500*----------------------------------------------------------------
007510 5000-SELECT-SKIP-TRACE.
007520     MOVE '00' TO VAR-NEWADDR-STATUS.
007530     OPEN INPUT NEW-ADDRESS-FILE.
007540     IF NOT VAR-NEWADDR-OK
007550         DISPLAY 'RTNMAIL - UNABLE TO REOPEN NEW ADDRESSES, '
007560             'STATUS = ' VAR-NEWADDR-STATUS
007570         MOVE 16 TO RETURN-CODE
007580         STOP RUN
007590     END-IF.
007600     PERFORM 8400-READ-NEW-ADDRESS THRU 8400-EXIT.
007610     PERFORM 5100-CHECK-ONE-ADDRESS THRU 5100-EXIT
007620         UNTIL VAR-NEWADDR-EOF.
007630     CLOSE NEW-ADDRESS-FILE.
007640 5000-EXIT.
007650     EXIT.
007660
007670 5100-CHECK-ONE-ADDRESS.
007680     IF ADDR-MAIL-RETURNED
007690         PERFORM 5200-WEIGH-ONE-RETURN THRU 5200-EXIT
007700     END-IF.
007710     PERFORM 8400-READ-NEW-ADDRESS THRU 8400-EXIT.
007720 5100-EXIT.
007730     EXIT.
007740
007750*----------------------------------------------------------------
007760* 5200-WEIGH-ONE-RETURN
007770* A RETURNED ADDRESS GOES TO THE WORKLIST WHEN THE CUSTOMER OWES
007780* A BALANCE OR HAS AN INSTALLMENT PAST DUE; ONE WHO OWES NOTHING
007790* IS ONLY COUNTED.  A CREDIT BALANCE SORTS AS ZERO - THE KEY
007800* ONLY ORDERS THE WORKLIST, THE PRINTED BALANCE KEEPS ITS SIGN.
007810*----------------------------------------------------------------
007820 5200-WEIGH-ONE-RETURN.
007830     ADD 1 TO VAR-RETURNED-ON-FILE-COUNT.
007840     PERFORM 5300-GET-LEDGER THRU 5300-EXIT.
007850     PERFORM 5400-GET-DELINQUENCY THRU 5400-EXIT.
007860     IF VAR-LEDGER-BALANCE NOT > 0 AND VAR-WORST-DAYS = 0
007870         ADD 1 TO VAR-NOTHING-OWED-COUNT
007880         GO TO 5200-EXIT
007890     END-IF.
007900     PERFORM 5500-GET-CUSTOMER-NAME THRU 5500-EXIT.
007910     IF VAR-LEDGER-BALANCE > 0
007920         MOVE VAR-LEDGER-BALANCE TO TSRT-SORT-BALANCE
007930     ELSE
007940         MOVE 0 TO TSRT-SORT-BALANCE
007950     END-IF.
007960     MOVE VAR-CUSTOMER-NAME TO TSRT-CUST-NAME.
007970     MOVE VAR-LEDGER-BALANCE TO TSRT-BALANCE.
007980     MOVE VAR-LAST-PAY-DATE TO TSRT-LAST-PAY-DATE.
007990     MOVE VAR-WORST-DAYS TO TSRT-DAYS-PAST-DUE.
008000     MOVE ADDRESS-RECORD TO TSRT-ADDRESS-IMAGE.
008010     RELEASE TRACE-SORT-RECORD.
008020 5200-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------------
008060* 5300-GET-LEDGER
008070* THE BALANCE AND LAST PAYMENT DATE OFF THE LEDGER.  NO LEDGER
008080* RECORD (OR NO LEDGER AT ALL) READS AS NOTHING OWED AND NEVER
008090* PAID.
008100*----------------------------------------------------------------
008110 5300-GET-LEDGER.
008120     MOVE 0 TO VAR-LEDGER-BALANCE.
008130     MOVE 0 TO VAR-LAST-PAY-DATE.
008140     IF VAR-CUSTBAL-MISSING
008150         GO TO 5300-EXIT
008160     END-IF.
008170     MOVE ADDR-CUST-ID TO CB-CUST-ID.
008180     READ CUSTOMER-BALANCE-FILE INTO BALANCE-RECORD
008190         INVALID KEY
008200             CONTINUE
008210         NOT INVALID KEY
008220             MOVE BAL-BALANCE TO VAR-LEDGER-BALANCE
008230             MOVE BAL-LAST-PAY-DATE TO VAR-LAST-PAY-DATE
008240     END-READ.
008250 5300-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------------
008290* 5400-GET-DELINQUENCY
008300* THE SNAPSHOT IS IN CUST-ID ORDER LIKE THE ADDRESS FILE, SO IT
008310* IS WALKED FORWARD TO THIS CUSTOMER AND THE WORST DAYS PAST DUE
008320* AMONG ITS ROWS IS KEPT.  NO ROWS IS NOT DELINQUENT.
008330*----------------------------------------------------------------
008340 5400-GET-DELINQUENCY.
008350     MOVE 0 TO VAR-WORST-DAYS.
008360     PERFORM 8300-READ-SNAPSHOT THRU 8300-EXIT
008370         UNTIL VAR-SNAP-KEY NOT < ADDR-CUST-ID.
008380     PERFORM 5450-TALLY-ONE-ROW THRU 5450-EXIT
008390         UNTIL VAR-SNAP-KEY NOT = ADDR-CUST-ID.
008400 5400-EXIT.
008410     EXIT.
008420
008430 5450-TALLY-ONE-ROW.
008440     IF DLQS-DAYS-PAST-DUE > VAR-WORST-DAYS
008450         MOVE DLQS-DAYS-PAST-DUE TO VAR-WORST-DAYS
008460     END-IF.
008470     PERFORM 8300-READ-SNAPSHOT THRU 8300-EXIT.
008480 5450-EXIT.
008490     EXIT.
008500
008510*----------------------------------------------------------------
008520* 5500-GET-CUSTOMER-NAME
008530*----------------------------------------------------------------
008540 5500-GET-CUSTOMER-NAME.
008550     MOVE ADDR-CUST-ID TO CM-CUST-ID.
008560     READ CUSTOMER-MASTER-FILE INTO CUSTOMER-RECORD
008570         INVALID KEY
008580             MOVE '** NOT ON MASTER **' TO VAR-CUSTOMER-NAME
008590         NOT INVALID KEY
008600             MOVE CUST-NAME TO VAR-CUSTOMER-NAME
008610     END-READ.
008620 5500-EXIT.
008630     EXIT.
008640
008650*----------------------------------------------------------------
008660* 6000-PRINT-WORKLIST
008670* THE SORT OUTPUT PROCEDURE: THE WORKLIST IN LARGEST-BALANCE
008680* ORDER.
008690*----------------------------------------------------------------
008700 6000-PRINT-WORKLIST.
008710     PERFORM 6500-WRITE-WORKLIST-HEADINGS THRU 6500-EXIT.
008720     SET VAR-SORT-NOT-DRAINED TO TRUE.
008730     PERFORM 6100-RETURN-ONE-ROW THRU 6100-EXIT
008740         UNTIL VAR-SORT-DRAINED.
008750 6000-EXIT.
008760     EXIT.
008770
008780 6100-RETURN-ONE-ROW.
008790     RETURN TRACE-SORT-FILE
008800         AT END
008810             SET VAR-SORT-DRAINED TO TRUE
008820         NOT AT END
008830             PERFORM 6200-WRITE-WORKLIST-LINE THRU 6200-EXIT
008840     END-RETURN.
008850 6100-EXIT.
008860     EXIT.
008870
008880*----------------------------------------------------------------
008890* 6200-WRITE-WORKLIST-LINE
008900* A CUSTOMER NEVER PAID SHOWS NO LAST-PAID DATE, AND ONE WITH
008910* NOTHING PAST DUE NO DAYS.
008920*----------------------------------------------------------------
008930 6200-WRITE-WORKLIST-LINE.
008940     IF VAR-WORK-LINE-COUNT >= VAR-LINES-PER-PAGE
008950         PERFORM 6500-WRITE-WORKLIST-HEADINGS THRU 6500-EXIT
008960     END-IF.
008970     MOVE TSRT-ADDRESS-IMAGE TO ADDRESS-RECORD.
008980     MOVE ADDR-CUST-ID TO WRK-CUST-ID.
008990     MOVE TSRT-CUST-NAME TO WRK-CUST-NAME.
009000     MOVE ADDR-PHONE TO WRK-PHONE.
009010     MOVE TSRT-BALANCE TO WRK-BALANCE.
009020     IF TSRT-LAST-PAY-DATE > 0
009030         MOVE TSRT-LAST-PAY-DATE TO WRK-LAST-PAY-DATE
009040     ELSE
009050         MOVE SPACES TO WRK-LAST-PAY-AREA
009060     END-IF.
009070     IF TSRT-DAYS-PAST-DUE > 0
009080         MOVE TSRT-DAYS-PAST-DUE TO WRK-DAYS-PAST
009090     ELSE
009100         MOVE SPACES TO WRK-DAYS-AREA
009110     END-IF.
009120     MOVE ADDR-RETURN-COUNT TO WRK-RETURN-COUNT.
009130     MOVE ADDR-LAST-RETURN-DATE TO WRK-RETURN-DATE.
009140     MOVE ADDR-LAST-RETURN-REASON TO WRK-REASON.
009150     MOVE ADDR-LAST-RETURN-REASON TO VAR-REASON-CODE-WORK.
009160     PERFORM 7100-SET-REASON-CAPTION THRU 7100-EXIT.
009170     MOVE VAR-REASON-CAPTION TO WRK-REASON-TEXT.
009180     WRITE WORKLIST-REPORT-LINE FROM VAR-WORK-DETAIL-LINE
009190         AFTER ADVANCING 1 LINE.
009200     ADD 1 TO VAR-WORK-LINE-COUNT.
009210     ADD 1 TO VAR-WORKLIST-ROWS.
009220     ADD TSRT-BALANCE TO VAR-AMOUNT-TO-TRACE.
009230 6200-EXIT.
009240     EXIT.
009250
009260 6500-WRITE-WORKLIST-HEADINGS.
009270     ADD 1 TO VAR-WORK-PAGE-NUMBER.
009280     MOVE PARM-RUN-DATE-NUM TO WKH-RUN-DATE.
009290     MOVE VAR-WORK-PAGE-NUMBER TO WKH-PAGE-NUMBER.
009300     WRITE WORKLIST-REPORT-LINE FROM VAR-WORK-HEADING-LINE-1
009310         AFTER ADVANCING PAGE.
009320     WRITE WORKLIST-REPORT-LINE FROM VAR-WORK-HEADING-LINE-2
009330         AFTER ADVANCING 1 LINE.
009340     MOVE 2 TO VAR-WORK-LINE-COUNT.
009350 6500-EXIT.
009360     EXIT.
009370
009380*----------------------------------------------------------------
009390* 7100-SET-REASON-CAPTION
009400* THE PRINTED MEANING OF A USPS ENDORSEMENT CODE.
009410*----------------------------------------------------------------
009420 7100-SET-REASON-CAPTION.
009430     EVALUATE VAR-REASON-CODE-WORK
009440         WHEN 'AN'
009450             MOVE 'ATTEMPTED NOT KNOWN' TO VAR-REASON-CAPTION
009460         WHEN 'NS'
009470             MOVE 'NO SUCH STREET' TO VAR-REASON-CAPTION
009480         WHEN 'NN'
009490             MOVE 'NO SUCH NUMBER' TO VAR-REASON-CAPTION
009500         WHEN 'IA'
009510             MOVE 'INSUFFICIENT ADDRESS' TO VAR-REASON-CAPTION
009520         WHEN 'VC'
009530             MOVE 'VACANT' TO VAR-REASON-CAPTION
009540         WHEN 'MV'
009550             MOVE 'MOVED, LEFT NO ADDR' TO VAR-REASON-CAPTION
009560         WHEN 'FE'
009570             MOVE 'FORWARD TIME EXPIRED' TO VAR-REASON-CAPTION
009580         WHEN 'UF'
009590             MOVE 'UNABLE TO FORWARD' TO VAR-REASON-CAPTION
009600         WHEN 'RF'
009610             MOVE 'REFUSED' TO VAR-REASON-CAPTION
009620         WHEN 'DC'
009630             MOVE 'DECEASED' TO VAR-REASON-CAPTION
009640         WHEN 'BX'
009650             MOVE 'BOX CLOSED' TO VAR-REASON-CAPTION
009660         WHEN 'UA'
009670             MOVE 'UNDELIVERABLE' TO VAR-REASON-CAPTION
009680         WHEN OTHER
009690             MOVE 'UNKNOWN' TO VAR-REASON-CAPTION
009700     END-EVALUATE.
009710 7100-EXIT.
009720     EXIT.
009730
009740*----------------------------------------------------------------
009750* 8100-READ-OLD-ADDRESS
009760* THE RECORD IS LEFT IN THE FILE AREA UNTIL ITS TURN COMES.
009770*----------------------------------------------------------------
009780 8100-READ-OLD-ADDRESS.
009790     READ OLD-ADDRESS-FILE
009800         AT END
009810             MOVE '10' TO VAR-OLDADDR-STATUS
009820             MOVE HIGH-VALUES TO VAR-ADDR-KEY
009830     END-READ.
009840     IF NOT VAR-OLDADDR-EOF
009850         ADD 1 TO VAR-OLD-READ-COUNT
009860         MOVE OA-CUST-ID TO VAR-ADDR-KEY
009870     END-IF.
009880 8100-EXIT.
009890     EXIT.
009900
009910*----------------------------------------------------------------
009920* 8200-READ-RETURN-CARD
009930*----------------------------------------------------------------
009940 8200-READ-RETURN-CARD.
009950     READ SORTED-RETURN-FILE INTO RETURNED-MAIL-CARD
009960         AT END
009970             MOVE '10' TO VAR-SRTRTN-STATUS
009980             MOVE HIGH-VALUES TO VAR-CARD-KEY
009990     END-READ.
010000     IF NOT VAR-SRTRTN-EOF
010010         ADD 1 TO VAR-CARDS-READ-COUNT
010020         MOVE RMT-CUST-ID TO VAR-CARD-KEY
010030     END-IF.
010040 8200-EXIT.
010050     EXIT.
010060
010070*----------------------------------------------------------------
010080* 8300-READ-SNAPSHOT
010090*----------------------------------------------------------------
010100 8300-READ-SNAPSHOT.
010110     READ SNAPSHOT-FILE INTO DELINQUENCY-SNAP-RECORD
010120         AT END
010130             MOVE '10' TO VAR-DLQSNAP-STATUS
010140             MOVE HIGH-VALUES TO VAR-SNAP-KEY
010150     END-READ.
010160     IF NOT VAR-DLQSNAP-EOF
010170         MOVE DLQS-CUST-ID TO VAR-SNAP-KEY
010180     END-IF.
010190 8300-EXIT.
010200     EXIT.
010210
010220*----------------------------------------------------------------
010230* 8400-READ-NEW-ADDRESS
010240*----------------------------------------------------------------
010250 8400-READ-NEW-ADDRESS.
010260     READ NEW-ADDRESS-FILE INTO ADDRESS-RECORD
010270         AT END
010280             MOVE '10' TO VAR-NEWADDR-STATUS
010290     END-READ.
010300 8400-EXIT.
010310     EXIT.
010320
010330*----------------------------------------------------------------
010340* 9000-TERMINATE
010350* PRINTS THE CONTROL-TOTAL SUMMARY, SETS THE CONDITION CODE AND
010360* CLOSES EVERYTHING DOWN.
010370*----------------------------------------------------------------
010380 9000-TERMINATE.
010390     WRITE RETURN-REGISTER-LINE FROM VAR-TOTALS-LINE
010400         AFTER ADVANCING 2 LINES.
010410     MOVE 'ADDRESSES IN ....  ' TO TOT-CAPTION.
010420     MOVE VAR-OLD-READ-COUNT TO TOT-VALUE.
010430     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
010440     MOVE 'ADDRESSES OUT ...  ' TO TOT-CAPTION.
010450     MOVE VAR-NEW-WRITTEN-COUNT TO TOT-VALUE.
010460     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
010470     MOVE 'CARDS READ ......  ' TO TOT-CAPTION.
010480     MOVE VAR-CARDS-READ-COUNT TO TOT-VALUE.
010490     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
010500     MOVE 'CARDS ACCEPTED ..  ' TO TOT-CAPTION.
010510     MOVE VAR-CARDS-ACCEPTED-COUNT TO TOT-VALUE.
010520     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
010530     MOVE 'CARDS REJECTED ..  ' TO TOT-CAPTION.
010540     MOVE VAR-CARDS-REJECTED-COUNT TO TOT-VALUE.
010550     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
010560     MOVE 'MAIL HOLDS SET ..  ' TO TOT-CAPTION.
010570     MOVE VAR-HOLDS-SET-COUNT TO TOT-VALUE.
010580     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
010590     MOVE 'RETURNED ON FILE   ' TO TOT-CAPTION.
010600     MOVE VAR-RETURNED-ON-FILE-COUNT TO TOT-VALUE.
010610     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
010620     MOVE 'NOTHING OWED ....  ' TO TOT-CAPTION.
010630     MOVE VAR-NOTHING-OWED-COUNT TO TOT-VALUE.
010640     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
010650     MOVE 'WORKLIST ROWS ...  ' TO TOT-CAPTION.
010660     MOVE VAR-WORKLIST-ROWS TO TOT-VALUE.
010670     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
010680     MOVE 'BALANCE TO TRACE   ' TO TOT-AMT-CAPTION.
010690     MOVE VAR-AMOUNT-TO-TRACE TO TOT-AMT-VALUE.
010700     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
010710     CLOSE CUSTOMER-MASTER-FILE
010720           RETURN-REGISTER-FILE
010730           WORKLIST-REPORT-FILE.
010740     IF NOT VAR-CUSTBAL-MISSING
010750         CLOSE CUSTOMER-BALANCE-FILE
010760     END-IF.
010770     IF VAR-SNAPSHOT-ON-HAND
010780         CLOSE SNAPSHOT-FILE
010790     END-IF.
010800     IF VAR-RETURN-CARDS-ON-FILE
010810         CLOSE SORTED-RETURN-FILE
010820     END-IF.
010830     IF VAR-CARDS-REJECTED-COUNT > 0
010840         DISPLAY 'RTNMAIL - RETURNED MAIL CARDS REJECTED, '
010850             'SEE THE RETURNED MAIL REGISTER'
010860         MOVE 8 TO RETURN-CODE
010870     END-IF.
010880 9000-EXIT.
010890     EXIT.
010900
010910 9100-WRITE-TOTALS-LINE.
010920     WRITE RETURN-REGISTER-LINE FROM VAR-TOTALS-DETAIL
010930         AFTER ADVANCING 1 LINE.
010940 9100-EXIT.
010950     EXIT.
010960
010970 9150-WRITE-AMOUNT-LINE.
010980     WRITE RETURN-REGISTER-LINE FROM VAR-TOTALS-AMT-DETAIL
010990         AFTER ADVANCING 1 LINE.
011000 9150-EXIT.
011010     EXIT.
