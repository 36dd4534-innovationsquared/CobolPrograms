000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHGOFF.
000030 AUTHOR. CALVIN HOBBES.
000040 INSTALLATION. RETAIL BANKING - CUSTOMER SERVICES BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-15 CJH  ORIGINAL VERSION.  MONTHLY CHARGE-OFF, RUN
000130*                 AFTER THE DELINQUENCY AGING.  WALKS THE
000140*                 CUSTOMER-MASTER AND THE ACCOUNT-BALANCE LEDGER
000150*                 TOGETHER IN CUST-ID ORDER AGAINST THE AGING'S
000160*                 DELINQUENCY SNAPSHOT.  AN ACTIVE OR DECEASED/
000170*                 BANKRUPT ACCOUNT WITH AN INSTALLMENT IN THE
000180*                 OVER-90 BUCKET AND AT LEAST THE PARAMETER-CARD
000190*                 DAY LIMIT PAST DUE IS RECOMMENDED FOR CHARGE-OFF
000200*                 ON THE REGISTER.  THE CREDIT OFFICE'S APPROVAL
000210*                 CARDS ARE SORTED INTO CUST-ID ORDER AND MATCHED
000220*                 IN; AN APPROVED RECOMMENDATION IS WRITTEN OFF -
000230*                 THE BALANCE AT WRITE-OFF GOES TO THE CHARGE-OFF
000240*                 FILE, THE LEDGER BALANCE GOES TO ZERO WITH A
000250*                 CHARGE-OFF LINE ON THE DAY'S JOURNAL, AND THE
000260*                 MASTER IS MARKED CHARGED OFF SO THE DOWNSTREAM
000270*                 JOBS STOP BILLING AND DUNNING IT.  THE REGISTER
000280*                 PROVES THE RECEIVABLE IN, THE AMOUNT CHARGED OFF
000290*                 AND THE RECEIVABLE OUT.  AN APPROVAL CARD FOR AN
000300*                 ACCOUNT THAT DOES NOT QUALIFY IS REJECTED AND
000310*                 ENDS THE RUN WITH CONDITION CODE 08.
000311* 2026-10-15 CJH  THE CHARGE-OFF FILE AND THE DAY'S JOURNAL ARE
000312*                 NO LONGER ADDED TO IN PLACE.  EACH IS CARRIED
000314*                 FORWARD FROM THE PRIOR COPY INTO A NEW ONE, LESS
000315*                 ANYTHING THIS STEP ALREADY WROTE FOR THE RUN
000317*                 DATE, SO A RERUN REPLACES ITS CHARGE-OFFS
000318*                 INSTEAD OF WRITING THEM OFF TWICE.
000320*----------------------------------------------------------------
000330
000340 ENVIRONMENT DIVISION.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OLD-CUSTOMER-MASTER-FILE ASSIGN TO OLDMSTR
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS OM-CUST-ID
000420         FILE STATUS IS VAR-OLDMSTR-STATUS.
000430
000440     SELECT NEW-CUSTOMER-MASTER-FILE ASSIGN TO NEWMSTR
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS NM-CUST-ID
000480         FILE STATUS IS VAR-NEWMSTR-STATUS.
000490
000500     SELECT OLD-BALANCE-FILE ASSIGN TO OLDBAL
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS OB-CUST-ID
000540         FILE STATUS IS VAR-OLDBAL-STATUS.
000550
000560     SELECT NEW-BALANCE-FILE ASSIGN TO NEWBAL
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS NB-CUST-ID
000600         FILE STATUS IS VAR-NEWBAL-STATUS.
000610
000620     SELECT SNAPSHOT-FILE ASSIGN TO DLQSNAP
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS VAR-DLQSNAP-STATUS.
000650
000660     SELECT APPROVAL-CARD-FILE ASSIGN TO CHGAPPR
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS VAR-CHGAPPR-STATUS.
000690
000700     SELECT SORTED-APPROVAL-FILE ASSIGN TO SRTAPPR
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS VAR-SRTAPPR-STATUS.
000730
000740     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
000750
000760     SELECT CHARGE-OFF-FILE ASSIGN TO CHGOFILE
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS VAR-CHGOFILE-STATUS.
000790
000791     SELECT PRIOR-CHARGE-OFF-FILE ASSIGN TO OLDCHGO
000792         ORGANIZATION IS SEQUENTIAL
000793         FILE STATUS IS VAR-OLDCHGO-STATUS.
000794
000795     SELECT PRIOR-JOURNAL-FILE ASSIGN TO OLDJRNL
000796         ORGANIZATION IS SEQUENTIAL
000797         FILE STATUS IS VAR-OLDJRNL-STATUS.
000798
000800     SELECT DAILY-JOURNAL-FILE ASSIGN TO DAYJRNL
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS VAR-DAYJRNL-STATUS.
000830
000840     SELECT CHARGE-OFF-REGISTER-FILE ASSIGN TO CHGORPT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS VAR-CHGORPT-STATUS.
000870
000880     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS VAR-PARMCARD-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940
000950*OLD CUSTOMER-MASTER - THE MASTER AS IT STOOD BEFORE THIS RUN.
000960 FD  OLD-CUSTOMER-MASTER-FILE
000970     RECORD CONTAINS 53 CHARACTERS
000980     LABEL RECORDS ARE STANDARD.
000990 01  OLD-CUSTOMER-MASTER-RECORD.
001000     05  OM-CUST-ID                 PIC X(09).
001010     05  FILLER                     PIC X(44).
001020
001030*NEW CUSTOMER-MASTER - THE MASTER WITH THIS RUN'S CHARGE-OFFS
001040*MARKED.
001050 FD  NEW-CUSTOMER-MASTER-FILE
001060     RECORD CONTAINS 53 CHARACTERS
001070     LABEL RECORDS ARE STANDARD.
001080 01  NEW-CUSTOMER-MASTER-RECORD.
001090     05  NM-CUST-ID                 PIC X(09).
001100     05  FILLER                     PIC X(44).
001110
001120*OLD BALANCE LEDGER - THE LEDGER AS IT STOOD BEFORE THIS RUN.
001130 FD  OLD-BALANCE-FILE
001140     RECORD CONTAINS 80 CHARACTERS
001150     LABEL RECORDS ARE STANDARD.
001160 01  OLD-BALANCE-FILE-RECORD.
001170     05  OB-CUST-ID                 PIC X(09).
001180     05  FILLER                     PIC X(71).
001190
001200*NEW BALANCE LEDGER - THE LEDGER WITH THIS RUN'S CHARGE-OFFS
001210*WRITTEN OFF.
001220 FD  NEW-BALANCE-FILE
001230     RECORD CONTAINS 80 CHARACTERS
001240     LABEL RECORDS ARE STANDARD.
001250 01  NEW-BALANCE-FILE-RECORD.
001260     05  NB-CUST-ID                 PIC X(09).
001270     05  FILLER                     PIC X(71).
001280
001290*DELINQUENCY SNAPSHOT - AS WRITTEN BY THE AGING RUN, IN
001300*CUST-ID/DUE-DATE ORDER.
001310 FD  SNAPSHOT-FILE
001320     RECORD CONTAINS 80 CHARACTERS
001330     LABEL RECORDS ARE STANDARD.
001340 01  SNAPSHOT-FILE-RECORD           PIC X(80).
001350
001360*CHARGE-OFF APPROVAL CARDS - AS KEYED BY THE CREDIT OFFICE.
001370 FD  APPROVAL-CARD-FILE
001380     RECORD CONTAINS 80 CHARACTERS
001390     LABEL RECORDS ARE STANDARD.
001400 01  APPROVAL-CARD-INPUT-RECORD     PIC X(80).
001410
001420*SORTED APPROVAL CARDS - THE SORT OUTPUT THE MATCH READS.
001430 FD  SORTED-APPROVAL-FILE
001440     RECORD CONTAINS 80 CHARACTERS
001450     LABEL RECORDS ARE STANDARD.
001460 01  SORTED-APPROVAL-RECORD         PIC X(80).
001470
001480*SORT WORK FILE FOR THE APPROVAL-CARD SORT.
001490 SD  SORT-WORK-FILE
001500     RECORD CONTAINS 80 CHARACTERS.
001510 01  SORT-WORK-RECORD.
001520     05  SORT-CUST-ID               PIC X(09).
001530     05  FILLER                     PIC X(71).
001540
001541*PRIOR CHARGE-OFF FILE - THE ACCOUNTS WRITTEN OFF BEFORE THIS
001542*RUN, CARRIED FORWARD INTO THE NEW FILE.
001543 FD  PRIOR-CHARGE-OFF-FILE
001545     RECORD CONTAINS 80 CHARACTERS
001546     LABEL RECORDS ARE STANDARD.
001547 01  PRIOR-CHARGE-OFF-RECORD        PIC X(80).
001548
001550*CHARGE-OFF FILE - THOSE WRITTEN OFF IN EARLIER RUNS, THEN ONE
001560*RECORD PER ACCOUNT THIS RUN WRITES OFF.
001570 FD  CHARGE-OFF-FILE
001580     RECORD CONTAINS 80 CHARACTERS
001590     LABEL RECORDS ARE STANDARD.
001600 01  CHARGE-OFF-OUTPUT-RECORD       PIC X(80).
001610
001611*PRIOR DAY'S JOURNAL - THE JOURNAL AS THE DAY'S EARLIER POSTING
001612*STEPS LEFT IT, CARRIED FORWARD INTO THE NEW ONE.
001613 FD  PRIOR-JOURNAL-FILE
001615     RECORD CONTAINS 80 CHARACTERS
001616     LABEL RECORDS ARE STANDARD.
001617 01  PRIOR-JOURNAL-RECORD           PIC X(80).
001618
001620*DAY'S LEDGER JOURNAL - THE PRIOR JOURNAL CARRIED FORWARD, THEN
001630*ONE CHARGE-OFF LINE PER ACCOUNT WRITTEN OFF.
001650 FD  DAILY-JOURNAL-FILE
001660     RECORD CONTAINS 80 CHARACTERS
001670     LABEL RECORDS ARE STANDARD.
001680 01  DAILY-JOURNAL-RECORD           PIC X(80).
001690
001700*CHARGE-OFF REGISTER FOR THE CREDIT OFFICE.
001710 FD  CHARGE-OFF-REGISTER-FILE
001720     RECORD CONTAINS 132 CHARACTERS
001730     LABEL RECORDS ARE STANDARD.
001740 01  CHARGE-OFF-REGISTER-LINE       PIC X(132).
001750
001760*PARAMETER CARD - SUPPLIES THE RUN DATE AND THE CHARGE-OFF DAY
001770*LIMIT.
001780 FD  PARAMETER-CARD-FILE
001790     RECORD CONTAINS 80 CHARACTERS
001800     LABEL RECORDS ARE STANDARD.
001810 01  PARAMETER-CARD-IMAGE           PIC X(80).
001820
001830 WORKING-STORAGE SECTION.
001840
001850*----------------------------------------------------------------
001860* CUSTOMER RECORD WORKING COPY - THE MASTER RECORD IN HAND
001870*----------------------------------------------------------------
001880 COPY CUSTREC.
001890
001900*----------------------------------------------------------------
001910* BALANCE LEDGER RECORD WORKING COPY
001920*----------------------------------------------------------------
001930 COPY BALREC.
001940
001950*----------------------------------------------------------------
001960* DELINQUENCY SNAPSHOT WORKING COPY
001970*----------------------------------------------------------------
001980 COPY DLQSREC.
001990
002000*----------------------------------------------------------------
002010* CHARGE-OFF APPROVAL CARD WORKING COPY
002020*----------------------------------------------------------------
002030 COPY CHGAREC.
002040
002050*----------------------------------------------------------------
002060* CHARGE-OFF RECORD WORKING COPY
002070*----------------------------------------------------------------
002080 COPY CHGOREC.
002090
002100*----------------------------------------------------------------
002110* LEDGER JOURNAL RECORD WORKING COPY
002120*----------------------------------------------------------------
002130 COPY JRNLREC.
002140
002150*----------------------------------------------------------------
002160* PARAMETER CARD WORKING COPY
002170*----------------------------------------------------------------
002180 COPY PARMCARD.
002190
002200 01  VAR-OLDMSTR-STATUS        PIC X(02) VALUE '00'.
002210     88  VAR-OLDMSTR-OK                   VALUE '00'.
002220     88  VAR-OLDMSTR-EOF                  VALUE '10'.
002230 01  VAR-NEWMSTR-STATUS        PIC X(02) VALUE '00'.
002240     88  VAR-NEWMSTR-OK                   VALUE '00'.
002250 01  VAR-OLDBAL-STATUS         PIC X(02) VALUE '00'.
002260     88  VAR-OLDBAL-OK                    VALUE '00'.
002270     88  VAR-OLDBAL-EOF                   VALUE '10'.
002280 01  VAR-NEWBAL-STATUS         PIC X(02) VALUE '00'.
002290     88  VAR-NEWBAL-OK                    VALUE '00'.
002300 01  VAR-DLQSNAP-STATUS        PIC X(02) VALUE '00'.
002310     88  VAR-DLQSNAP-OK                   VALUE '00'.
002320     88  VAR-DLQSNAP-EOF                  VALUE '10'.
002330 01  VAR-CHGAPPR-STATUS        PIC X(02) VALUE '00'.
002340     88  VAR-CHGAPPR-OK                   VALUE '00'.
002350     88  VAR-CHGAPPR-MISSING              VALUE '35'.
002360 01  VAR-SRTAPPR-STATUS        PIC X(02) VALUE '00'.
002370     88  VAR-SRTAPPR-OK                   VALUE '00'.
002380     88  VAR-SRTAPPR-EOF                  VALUE '10'.
002390 01  VAR-CHGOFILE-STATUS       PIC X(02) VALUE '00'.
002400     88  VAR-CHGOFILE-OK                  VALUE '00'.
002410     88  VAR-CHGOFILE-MISSING             VALUE '35'.
002412 01  VAR-OLDCHGO-STATUS        PIC X(02) VALUE '00'.
002414     88  VAR-OLDCHGO-OK                   VALUE '00'.
002416     88  VAR-OLDCHGO-EOF                  VALUE '10'.
002418     88  VAR-OLDCHGO-MISSING              VALUE '35'.
002420 01  VAR-DAYJRNL-STATUS        PIC X(02) VALUE '00'.
002430     88  VAR-DAYJRNL-OK                   VALUE '00'.
002440     88  VAR-DAYJRNL-MISSING              VALUE '35'.
002442 01  VAR-OLDJRNL-STATUS        PIC X(02) VALUE '00'.
002444     88  VAR-OLDJRNL-OK                   VALUE '00'.
002446     88  VAR-OLDJRNL-EOF                  VALUE '10'.
002448     88  VAR-OLDJRNL-MISSING              VALUE '35'.
002450 01  VAR-CHGORPT-STATUS        PIC X(02) VALUE '00'.
002460     88  VAR-CHGORPT-OK                   VALUE '00'.
002470 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
002480     88  VAR-PARMCARD-OK                  VALUE '00'.
002490
002500 01  VAR-APPROVAL-CARDS-SWITCH  PIC X(01) VALUE 'Y'.
002510     88  VAR-APPROVAL-CARDS-ON-FILE       VALUE 'Y'.
002520     88  VAR-NO-APPROVAL-CARDS            VALUE 'N'.
002530 01  VAR-LEDGER-SWITCH          PIC X(01) VALUE 'N'.
002540     88  VAR-LEDGER-IN-HAND               VALUE 'Y'.
002550     88  VAR-NO-LEDGER-IN-HAND            VALUE 'N'.
002560 01  VAR-APPROVAL-SWITCH        PIC X(01) VALUE 'N'.
002570     88  VAR-ACCOUNT-APPROVED             VALUE 'Y'.
002580     88  VAR-ACCOUNT-NOT-APPROVED         VALUE 'N'.
002590 01  VAR-OVER-90-SWITCH         PIC X(01) VALUE 'N'.
002600     88  VAR-ACCOUNT-OVER-90              VALUE 'Y'.
002610     88  VAR-ACCOUNT-NOT-OVER-90          VALUE 'N'.
002620
002630*----------------------------------------------------------------
002640* MERGE KEYS - FLOODED HIGH AT END OF THE OWNING FILE SO THE
002650* OTHER SIDES DRAIN NATURALLY, THE SAME AS THE PAYMENT POSTING.
002660*----------------------------------------------------------------
002670 01  VAR-MASTER-KEY             PIC X(09) VALUE LOW-VALUES.
002680 01  VAR-LEDGER-KEY             PIC X(09) VALUE LOW-VALUES.
002690 01  VAR-SNAPSHOT-KEY           PIC X(09) VALUE LOW-VALUES.
002700 01  VAR-APPROVAL-KEY           PIC X(09) VALUE LOW-VALUES.
002710
002720*----------------------------------------------------------------
002730* CHARGE-OFF DAY LIMIT - AN OVER-90 ACCOUNT THIS MANY DAYS PAST
002740* DUE OR MORE IS RECOMMENDED.  THE PARAMETER CARD OVERRIDES.
002750*----------------------------------------------------------------
002760 01  VAR-CHGOFF-DAYS            PIC 9(03) COMP VALUE 180.
002770 01  VAR-WORST-DAYS             PIC 9(05) COMP VALUE 0.
002780 01  VAR-APPROVED-BY            PIC X(08) VALUE SPACE.
002790 01  VAR-WRITE-OFF-AMOUNT       PIC S9(07)V99 VALUE 0.
002800 01  VAR-REGISTER-VERDICT       PIC X(26) VALUE SPACE.
002810
002820*----------------------------------------------------------------
002830* CONTROL TOTALS AND RUN COUNTERS
002840*----------------------------------------------------------------
002850 01  VAR-MASTER-READ-COUNT      PIC 9(07) COMP VALUE 0.
002860 01  VAR-MASTER-WRITTEN-COUNT   PIC 9(07) COMP VALUE 0.
002870 01  VAR-LEDGER-READ-COUNT      PIC 9(07) COMP VALUE 0.
002880 01  VAR-LEDGER-WRITTEN-COUNT   PIC 9(07) COMP VALUE 0.
002890 01  VAR-CARDS-READ-COUNT       PIC 9(07) COMP VALUE 0.
002900 01  VAR-RECOMMENDED-COUNT      PIC 9(07) COMP VALUE 0.
002910 01  VAR-CHARGED-OFF-COUNT      PIC 9(07) COMP VALUE 0.
002920 01  VAR-CARDS-REJECTED-COUNT   PIC 9(07) COMP VALUE 0.
002922 01  VAR-CHGO-CARRIED-COUNT     PIC 9(07) COMP VALUE 0.
002924 01  VAR-CHGO-REPLACED-COUNT    PIC 9(07) COMP VALUE 0.
002926 01  VAR-JOURNAL-CARRIED-COUNT  PIC 9(07) COMP VALUE 0.
002928 01  VAR-JOURNAL-REPLACED-COUNT PIC 9(07) COMP VALUE 0.
002930 01  VAR-AMOUNT-RECOMMENDED     PIC S9(09)V99 VALUE 0.
002940 01  VAR-RECEIVABLE-IN          PIC S9(09)V99 VALUE 0.
002950 01  VAR-AMOUNT-CHARGED-OFF     PIC S9(09)V99 VALUE 0.
002960 01  VAR-RECEIVABLE-OUT         PIC S9(09)V99 VALUE 0.
002970
002980*----------------------------------------------------------------
002990* REPORT PAGINATION FIELDS
003000*----------------------------------------------------------------
003010 01  VAR-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
003020 01  VAR-LINE-COUNT             PIC 9(03) COMP VALUE 99.
003030 01  VAR-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
003040
003050 01  VAR-SYSTEM-DATE            PIC 9(08) VALUE 0.
003060
003070*----------------------------------------------------------------
003080* REPORT LINE WORKING AREAS
003090*----------------------------------------------------------------
003100 01  VAR-HEADING-LINE-1.
003110     05  FILLER                     PIC X(01) VALUE SPACE.
003120     05  FILLER                     PIC X(30) VALUE
003130             'CHARGE-OFF REGISTER           '.
003140     05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
003150     05  HDR-RUN-DATE               PIC 9999/99/99.
003160     05  FILLER                     PIC X(10) VALUE SPACE.
003170     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
003180     05  HDR-PAGE-NUMBER            PIC ZZZ9.
003190 01  VAR-HEADING-LINE-2.
003200     05  FILLER                     PIC X(01) VALUE SPACE.
003210     05  FILLER                     PIC X(44) VALUE
003220             'CUST-ID    NAME                  ST  DAYS   '.
003230     05  FILLER                     PIC X(44) VALUE
003240             '       BALANCE  DISPOSITION                 '.
003250     05  FILLER                     PIC X(08) VALUE
003260             'APPROVED'.
003270 01  VAR-REGISTER-LINE.
003280     05  FILLER                     PIC X(01) VALUE SPACE.
003290     05  REG-CUST-ID                PIC X(09).
003300     05  FILLER                     PIC X(02) VALUE SPACE.
003310     05  REG-CUST-NAME              PIC X(20).
003320     05  FILLER                     PIC X(02) VALUE SPACE.
003330     05  REG-STATUS                 PIC X(01).
003340     05  FILLER                     PIC X(02) VALUE SPACE.
003350     05  REG-DAYS-AREA              PIC X(05).
003360     05  REG-DAYS-PAST-DUE          REDEFINES REG-DAYS-AREA
003370                                    PIC ZZZZ9.
003380     05  FILLER                     PIC X(02) VALUE SPACE.
003390     05  REG-BALANCE-AREA           PIC X(14).
003400     05  REG-BALANCE                REDEFINES REG-BALANCE-AREA
003410                                    PIC -ZZ,ZZZ,ZZ9.99.
003420     05  FILLER                     PIC X(02) VALUE SPACE.
003430     05  REG-VERDICT                PIC X(26).
003440     05  FILLER                     PIC X(02) VALUE SPACE.
003450     05  REG-APPROVED-BY            PIC X(08).
003460 01  VAR-TOTALS-LINE.
003470     05  FILLER                     PIC X(01) VALUE SPACE.
003480     05  FILLER                     PIC X(22) VALUE
003490             '*** CONTROL TOTALS ***'.
003500 01  VAR-TOTALS-DETAIL.
003510     05  FILLER                     PIC X(01) VALUE SPACE.
003520     05  TOT-CAPTION                PIC X(20).
003530     05  TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.
003540 01  VAR-TOTALS-AMT-DETAIL.
003550     05  FILLER                     PIC X(01) VALUE SPACE.
003560     05  TOT-AMT-CAPTION            PIC X(20).
003570     05  TOT-AMT-VALUE              PIC -Z,ZZZ,ZZZ,ZZ9.99.
003580
003590 PROCEDURE DIVISION.
003600
003610*----------------------------------------------------------------
003620* 0000-MAINLINE
003630* CONTROLS THE OVERALL FLOW OF THE RUN.
003640*----------------------------------------------------------------
003650 0000-MAINLINE.
003660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003670     PERFORM 2000-PROCESS-ONE-CUSTOMER THRU 2000-EXIT
003680         UNTIL VAR-OLDMSTR-EOF.
003690     PERFORM 3000-COPY-LEDGER-ONLY THRU 3000-EXIT
003700         UNTIL VAR-OLDBAL-EOF.
003710     PERFORM 3100-REJECT-NO-MASTER THRU 3100-EXIT
003720         UNTIL VAR-APPROVAL-KEY = HIGH-VALUES.
003730     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003740     STOP RUN.
003750
003760*----------------------------------------------------------------
003770* 1000-INITIALIZE
003780* OPENS THE FILES, READS THE PARAMETER CARD, SORTS THE APPROVAL
003790* CARDS AND PRIMES EVERY INPUT.  NO APPROVAL CARDS MEANS A
003800* RECOMMENDATION-ONLY RUN - THE MASTER AND LEDGER COPY THROUGH
003810* UNCHANGED AND THE REGISTER LISTS WHAT QUALIFIES.
003820*----------------------------------------------------------------
003830 1000-INITIALIZE.
003835     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
003840     OPEN INPUT OLD-CUSTOMER-MASTER-FILE.
003850     IF NOT VAR-OLDMSTR-OK
003860         DISPLAY 'CHGOFF - UNABLE TO OPEN OLD MASTER, '
003870             'STATUS = ' VAR-OLDMSTR-STATUS
003880         MOVE 16 TO RETURN-CODE
003890         STOP RUN
003900     END-IF.
003910     OPEN OUTPUT NEW-CUSTOMER-MASTER-FILE.
003920     IF NOT VAR-NEWMSTR-OK
003930         DISPLAY 'CHGOFF - UNABLE TO OPEN NEW MASTER, '
003940             'STATUS = ' VAR-NEWMSTR-STATUS
003950         MOVE 16 TO RETURN-CODE
003960         STOP RUN
003970     END-IF.
003980     OPEN INPUT OLD-BALANCE-FILE.
003990     IF NOT VAR-OLDBAL-OK
004000         DISPLAY 'CHGOFF - UNABLE TO OPEN OLD LEDGER, '
004010             'STATUS = ' VAR-OLDBAL-STATUS
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF.
004050     OPEN OUTPUT NEW-BALANCE-FILE.
004060     IF NOT VAR-NEWBAL-OK
004070         DISPLAY 'CHGOFF - UNABLE TO OPEN NEW LEDGER, '
004080             'STATUS = ' VAR-NEWBAL-STATUS
004090         MOVE 16 TO RETURN-CODE
004100         STOP RUN
004110     END-IF.
004120     OPEN INPUT SNAPSHOT-FILE.
004130     IF NOT VAR-DLQSNAP-OK
004140         DISPLAY 'CHGOFF - UNABLE TO OPEN DELINQUENCY SNAPSHOT, '
004150             'STATUS = ' VAR-DLQSNAP-STATUS
004160         MOVE 16 TO RETURN-CODE
004170         STOP RUN
004180     END-IF.
004190     OPEN OUTPUT CHARGE-OFF-REGISTER-FILE.
004200     IF NOT VAR-CHGORPT-OK
004210         DISPLAY 'CHGOFF - UNABLE TO OPEN CHARGE-OFF REGISTER, '
004220             'STATUS = ' VAR-CHGORPT-STATUS
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004333     PERFORM 1400-CARRY-CHARGE-OFFS THRU 1400-EXIT.
004416     PERFORM 1450-CARRY-DAY-JOURNAL THRU 1450-EXIT.
004500     PERFORM 1300-SORT-APPROVAL-CARDS THRU 1300-EXIT.
004510     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
004520     PERFORM 8100-READ-OLD-MASTER THRU 8100-EXIT.
004530     PERFORM 8200-READ-OLD-LEDGER THRU 8200-EXIT.
004540     PERFORM 8300-READ-SNAPSHOT THRU 8300-EXIT.
004550 1000-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------
004590* 1200-READ-PARAMETER-CARD
004600* THE RUN DATE, WITH THE SAME MISSING-CARD FALLBACK AS THE DAILY
004610* RUN, AND THE CHARGE-OFF DAY LIMIT, WHICH FALLS BACK TO THE
004620* SHOP DEFAULT WHEN BLANK, ZERO OR NON-NUMERIC.
004630*----------------------------------------------------------------
004640 1200-READ-PARAMETER-CARD.
004650     OPEN INPUT PARAMETER-CARD-FILE.
004660     READ PARAMETER-CARD-FILE INTO PARAMETER-CARD
004670         AT END
004680             MOVE '10' TO VAR-PARMCARD-STATUS
004690     END-READ.
004700     CLOSE PARAMETER-CARD-FILE.
004710     IF VAR-PARMCARD-OK
004720             AND PARM-RUN-YYYY NUMERIC
004730             AND PARM-RUN-MM NUMERIC
004740             AND PARM-RUN-DD NUMERIC
004750         NEXT SENTENCE
004760     ELSE
004770         ACCEPT VAR-SYSTEM-DATE FROM DATE YYYYMMDD
004780         MOVE VAR-SYSTEM-DATE(1:4) TO PARM-RUN-YYYY
004790         MOVE VAR-SYSTEM-DATE(5:2) TO PARM-RUN-MM
004800         MOVE VAR-SYSTEM-DATE(7:2) TO PARM-RUN-DD
004810     END-IF.
004820     IF VAR-PARMCARD-OK AND PARM-CHGOFF-DAYS NUMERIC
004830             AND PARM-CHGOFF-DAYS > 0
004840         MOVE PARM-CHGOFF-DAYS TO VAR-CHGOFF-DAYS
004850     END-IF.
004860 1200-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------
004900* 1300-SORT-APPROVAL-CARDS
004910* THE CARDS ARE OPENED ONCE PURELY TO PROVE THEY ARE THERE, THEN
004920* SORTED INTO CUST-ID ORDER FOR THE MASTER MATCH.  NO CARD FILE
004930* AT ALL MEANS NOTHING IS APPROVED THIS RUN.
004940*----------------------------------------------------------------
004950 1300-SORT-APPROVAL-CARDS.
004960     OPEN INPUT APPROVAL-CARD-FILE.
004970     IF VAR-CHGAPPR-MISSING
004980         SET VAR-NO-APPROVAL-CARDS TO TRUE
004990         MOVE '10' TO VAR-SRTAPPR-STATUS
005000         MOVE HIGH-VALUES TO VAR-APPROVAL-KEY
005010         GO TO 1300-EXIT
005020     END-IF.
005030     IF NOT VAR-CHGAPPR-OK
005040         DISPLAY 'CHGOFF - UNABLE TO OPEN APPROVAL CARDS, '
005050             'STATUS = ' VAR-CHGAPPR-STATUS
005060         MOVE 16 TO RETURN-CODE
005070         STOP RUN
005080     END-IF.
005090     CLOSE APPROVAL-CARD-FILE.
005100     SORT SORT-WORK-FILE
005110         ON ASCENDING KEY SORT-CUST-ID
005120         USING APPROVAL-CARD-FILE
005130         GIVING SORTED-APPROVAL-FILE.
005140     OPEN INPUT SORTED-APPROVAL-FILE.
005150     IF NOT VAR-SRTAPPR-OK
005151         DISPLAY 'CHGOFF - UNABLE TO OPEN SORTED APPROVALS, '
005152             'STATUS = ' VAR-SRTAPPR-STATUS
005153         MOVE 16 TO RETURN-CODE
005154         STOP RUN
005155     END-IF.
005156     PERFORM 8400-READ-APPROVAL THRU 8400-EXIT.
005157 1300-EXIT.
005158     EXIT.
005159
005160*----------------------------------------------------------------
005161* 1400-CARRY-CHARGE-OFFS
005162* STARTS THE NEW CHARGE-OFF FILE WITH EVERY ACCOUNT WRITTEN OFF
005163* BEFORE, EXCEPT THOSE WRITTEN OFF ON THE RUN DATE - A RERUN
005164* WORKS FROM THE OLD MASTER AND LEDGER AGAIN, SO ITS CHARGE-OFFS
005165* REPLACE THE EARLIER RUN'S RATHER THAN JOIN THEM.  NO PRIOR FILE
005166* MEANS NOTHING HAS BEEN WRITTEN OFF YET.
005167*----------------------------------------------------------------
005168 1400-CARRY-CHARGE-OFFS.
005169     OPEN OUTPUT CHARGE-OFF-FILE.
005170     IF NOT VAR-CHGOFILE-OK
005171         DISPLAY 'CHGOFF - UNABLE TO OPEN CHARGE-OFF FILE, '
005172             'STATUS = ' VAR-CHGOFILE-STATUS
005173         MOVE 16 TO RETURN-CODE
005174         STOP RUN
005175     END-IF.
005176     OPEN INPUT PRIOR-CHARGE-OFF-FILE.
005177     IF VAR-OLDCHGO-MISSING
005178         GO TO 1400-EXIT
005179     END-IF.
005180     IF NOT VAR-OLDCHGO-OK
005181         DISPLAY 'CHGOFF - UNABLE TO OPEN PRIOR CHARGE-OFF FILE, '
005182             'STATUS = ' VAR-OLDCHGO-STATUS
005183         MOVE 16 TO RETURN-CODE
005184         STOP RUN
005185     END-IF.
005186     PERFORM 8500-READ-PRIOR-CHARGE-OFF THRU 8500-EXIT.
005187     PERFORM 1410-CARRY-ONE-CHARGE-OFF THRU 1410-EXIT
005188         UNTIL VAR-OLDCHGO-EOF.
005189     CLOSE PRIOR-CHARGE-OFF-FILE.
005190 1400-EXIT.
005191     EXIT.
005192
005193 1410-CARRY-ONE-CHARGE-OFF.
005194     IF CHGO-DATE = PARM-RUN-DATE-NUM
005195         ADD 1 TO VAR-CHGO-REPLACED-COUNT
005196     ELSE
005197         WRITE CHARGE-OFF-OUTPUT-RECORD FROM CHARGE-OFF-RECORD
005198         ADD 1 TO VAR-CHGO-CARRIED-COUNT
005200     END-IF.
005201     PERFORM 8500-READ-PRIOR-CHARGE-OFF THRU 8500-EXIT.
005202 1410-EXIT.
005203     EXIT.
005204
005205*----------------------------------------------------------------
005206* 1450-CARRY-DAY-JOURNAL
005207* THE SAME FOR THE DAY'S JOURNAL: EVERYTHING THE DAY'S EARLIER
005208* POSTING STEPS JOURNALLED GOES ACROSS EXCEPT CHARGE-OFF LINES
005209* THIS STEP ALREADY WROTE FOR THE RUN DATE.  NO PRIOR JOURNAL
005210* MEANS NOTHING HAS BEEN POSTED TODAY.
005211*----------------------------------------------------------------
005212 1450-CARRY-DAY-JOURNAL.
005213     OPEN OUTPUT DAILY-JOURNAL-FILE.
005214     IF NOT VAR-DAYJRNL-OK
005215         DISPLAY 'CHGOFF - UNABLE TO OPEN DAY JOURNAL, '
005216             'STATUS = ' VAR-DAYJRNL-STATUS
005217         MOVE 16 TO RETURN-CODE
005218         STOP RUN
005219     END-IF.
005220     OPEN INPUT PRIOR-JOURNAL-FILE.
005221     IF VAR-OLDJRNL-MISSING
005222         GO TO 1450-EXIT
005223     END-IF.
005224     IF NOT VAR-OLDJRNL-OK
005225         DISPLAY 'CHGOFF - UNABLE TO OPEN PRIOR DAY JOURNAL, '
005226             'STATUS = ' VAR-OLDJRNL-STATUS
005227         MOVE 16 TO RETURN-CODE
005228         STOP RUN
005229     END-IF.
005230     PERFORM 8600-READ-PRIOR-JOURNAL THRU 8600-EXIT.
005231     PERFORM 1460-CARRY-ONE-LINE THRU 1460-EXIT
005232         UNTIL VAR-OLDJRNL-EOF.
005233     CLOSE PRIOR-JOURNAL-FILE.
005234 1450-EXIT.
005235     EXIT.
005236
005237 1460-CARRY-ONE-LINE.
005238     IF JRNL-SOURCE = 'CHGOFF  '
005239             AND JRNL-POST-DATE = PARM-RUN-DATE-NUM
005240         ADD 1 TO VAR-JOURNAL-REPLACED-COUNT
005241     ELSE
005242         WRITE DAILY-JOURNAL-RECORD FROM JOURNAL-RECORD
005243         ADD 1 TO VAR-JOURNAL-CARRIED-COUNT
005244     END-IF.
005245     PERFORM 8600-READ-PRIOR-JOURNAL THRU 8600-EXIT.
005246 1460-EXIT.
005247     EXIT.
005248
005250*----------------------------------------------------------------
005260* 1500-WRITE-REPORT-HEADINGS
005270* PRINTS THE TWO-LINE PAGE HEADING AND RESETS THE LINE COUNTER.
005280*----------------------------------------------------------------
005290 1500-WRITE-REPORT-HEADINGS.
005300     ADD 1 TO VAR-PAGE-NUMBER.
005310     MOVE PARM-RUN-DATE-NUM TO HDR-RUN-DATE.
005320     MOVE VAR-PAGE-NUMBER TO HDR-PAGE-NUMBER.
005330     WRITE CHARGE-OFF-REGISTER-LINE FROM VAR-HEADING-LINE-1
005340         AFTER ADVANCING PAGE.
005350     WRITE CHARGE-OFF-REGISTER-LINE FROM VAR-HEADING-LINE-2
005360         AFTER ADVANCING 2 LINES.
005370     MOVE 3 TO VAR-LINE-COUNT.
005380 1500-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------------
005420* 2000-PROCESS-ONE-CUSTOMER
005430* ONE PASS PER MASTER RECORD.  LEDGER RECORDS BELOW THE MASTER
005440* KEY COPY STRAIGHT THROUGH AND APPROVAL CARDS BELOW IT ARE
005450* REJECTED.  THE CUSTOMER'S SNAPSHOT ROWS GIVE THE WORST DAYS
005460* PAST DUE; ITS APPROVAL CARD, IF ANY, IS TAKEN; THE ACCOUNT IS
005470* JUDGED, AND THE MASTER AND LEDGER RECORDS ARE RELEASED.
005480*----------------------------------------------------------------
005490 2000-PROCESS-ONE-CUSTOMER.
005500     PERFORM 3000-COPY-LEDGER-ONLY THRU 3000-EXIT
005510         UNTIL VAR-LEDGER-KEY >= VAR-MASTER-KEY.
005520     IF VAR-LEDGER-KEY = VAR-MASTER-KEY
005530         SET VAR-LEDGER-IN-HAND TO TRUE
005540     ELSE
005550         SET VAR-NO-LEDGER-IN-HAND TO TRUE
005560     END-IF.
005570     PERFORM 3100-REJECT-NO-MASTER THRU 3100-EXIT
005580         UNTIL VAR-APPROVAL-KEY >= VAR-MASTER-KEY.
005590     PERFORM 2100-GATHER-DELINQUENCY THRU 2100-EXIT.
005600     SET VAR-ACCOUNT-NOT-APPROVED TO TRUE.
005610     MOVE SPACES TO VAR-APPROVED-BY.
005620     IF VAR-APPROVAL-KEY = VAR-MASTER-KEY
005630         SET VAR-ACCOUNT-APPROVED TO TRUE
005640         MOVE APPR-APPROVED-BY TO VAR-APPROVED-BY
005650         PERFORM 8400-READ-APPROVAL THRU 8400-EXIT
005660         PERFORM 2200-REJECT-DUPLICATE THRU 2200-EXIT
005670             UNTIL VAR-APPROVAL-KEY NOT = VAR-MASTER-KEY
005680     END-IF.
005690     PERFORM 2300-JUDGE-ONE-ACCOUNT THRU 2300-EXIT.
005700     WRITE NEW-CUSTOMER-MASTER-RECORD FROM CUSTOMER-RECORD.
005710     ADD 1 TO VAR-MASTER-WRITTEN-COUNT.
005720     IF VAR-LEDGER-IN-HAND
005730         PERFORM 2900-WRITE-NEW-LEDGER THRU 2900-EXIT
005740         PERFORM 8200-READ-OLD-LEDGER THRU 8200-EXIT
005750     END-IF.
005760     PERFORM 8100-READ-OLD-MASTER THRU 8100-EXIT.
005770 2000-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------------
005810* 2100-GATHER-DELINQUENCY
005820* SKIPS SNAPSHOT ROWS FOR CUSTOMERS NO LONGER ON THE MASTER,
005830* THEN TAKES THE WORST DAYS PAST DUE OFF THIS CUSTOMER'S ROWS
005840* AND NOTES WHETHER ANY OF THEM SITS IN THE OVER-90 BUCKET.
005850*----------------------------------------------------------------
005860 2100-GATHER-DELINQUENCY.
005870     MOVE 0 TO VAR-WORST-DAYS.
005880     SET VAR-ACCOUNT-NOT-OVER-90 TO TRUE.
005890     PERFORM 8300-READ-SNAPSHOT THRU 8300-EXIT
005900         UNTIL VAR-SNAPSHOT-KEY >= VAR-MASTER-KEY.
005910     PERFORM 2150-TAKE-ONE-SNAPSHOT-ROW THRU 2150-EXIT
005920         UNTIL VAR-SNAPSHOT-KEY NOT = VAR-MASTER-KEY.
005930 2100-EXIT.
005940     EXIT.
005950
005960 2150-TAKE-ONE-SNAPSHOT-ROW.
005970     IF DLQS-BUCKET-OVER-90
005980         SET VAR-ACCOUNT-OVER-90 TO TRUE
005990     END-IF.
006000     IF DLQS-DAYS-PAST-DUE > VAR-WORST-DAYS
006010         MOVE DLQS-DAYS-PAST-DUE TO VAR-WORST-DAYS
006020     END-IF.
006030     PERFORM 8300-READ-SNAPSHOT THRU 8300-EXIT.
006040 2150-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------------
006080* 2200-REJECT-DUPLICATE
006090* ONE APPROVAL PER ACCOUNT IS ALL IT TAKES - A SECOND CARD FOR
006100* THE SAME CUST-ID IS LISTED AS REJECTED.
006110*----------------------------------------------------------------
006120 2200-REJECT-DUPLICATE.
006130     MOVE 'DUPLICATE APPROVAL CARD' TO VAR-REGISTER-VERDICT.
006140     PERFORM 2800-WRITE-CARD-REJECT-LINE THRU 2800-EXIT.
006150     PERFORM 8400-READ-APPROVAL THRU 8400-EXIT.
006160 2200-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------
006200* 2300-JUDGE-ONE-ACCOUNT
006210* AN ACCOUNT QUALIFIES WHEN IT IS NOT ALREADY CLOSED OR CHARGED
006220* OFF, HAS AN OVER-90 INSTALLMENT AND IS AT LEAST THE DAY LIMIT
006230* PAST DUE.  A QUALIFYING ACCOUNT WITHOUT AN APPROVAL IS LISTED
006240* AS RECOMMENDED; WITH ONE IT IS WRITTEN OFF.  AN APPROVAL FOR
006250* AN ACCOUNT THAT DOES NOT QUALIFY, OR HAS NOTHING TO WRITE OFF,
006260* IS REJECTED WITH THE REASON.
006270*----------------------------------------------------------------
006280 2300-JUDGE-ONE-ACCOUNT.
006290     IF CUST-STATUS-CHARGED-OFF
006300         IF VAR-ACCOUNT-APPROVED
006310             MOVE 'ALREADY CHARGED OFF' TO VAR-REGISTER-VERDICT
006320             PERFORM 2700-WRITE-ACCOUNT-REJECT THRU 2700-EXIT
006330         END-IF
006340         GO TO 2300-EXIT
006350     END-IF.
006360     IF CUST-STATUS-CLOSED
006370         IF VAR-ACCOUNT-APPROVED
006380             MOVE 'ACCOUNT CLOSED' TO VAR-REGISTER-VERDICT
006390             PERFORM 2700-WRITE-ACCOUNT-REJECT THRU 2700-EXIT
006400         END-IF
006410         GO TO 2300-EXIT
006420     END-IF.
006430     IF VAR-ACCOUNT-NOT-OVER-90
006440             OR VAR-WORST-DAYS < VAR-CHGOFF-DAYS
006450         IF VAR-ACCOUNT-APPROVED
006460             MOVE 'NOT PAST CHARGE-OFF LIMIT'
006470                 TO VAR-REGISTER-VERDICT
006480             PERFORM 2700-WRITE-ACCOUNT-REJECT THRU 2700-EXIT
006490         END-IF
006500         GO TO 2300-EXIT
006510     END-IF.
006520     MOVE 0 TO VAR-WRITE-OFF-AMOUNT.
006530     IF VAR-LEDGER-IN-HAND
006540         MOVE BAL-BALANCE TO VAR-WRITE-OFF-AMOUNT
006550     END-IF.
006560     IF VAR-ACCOUNT-NOT-APPROVED
006570         ADD 1 TO VAR-RECOMMENDED-COUNT
006580         ADD VAR-WRITE-OFF-AMOUNT TO VAR-AMOUNT-RECOMMENDED
006590         MOVE 'RECOMMENDED' TO VAR-REGISTER-VERDICT
006600         PERFORM 2750-WRITE-ACCOUNT-LINE THRU 2750-EXIT
006610         GO TO 2300-EXIT
006620     END-IF.
006630     IF VAR-WRITE-OFF-AMOUNT NOT > 0
006640         MOVE 'NO BALANCE TO WRITE OFF' TO VAR-REGISTER-VERDICT
006650         PERFORM 2700-WRITE-ACCOUNT-REJECT THRU 2700-EXIT
006660         GO TO 2300-EXIT
006670     END-IF.
006680     PERFORM 2400-CHARGE-OFF-ACCOUNT THRU 2400-EXIT.
006690 2300-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------------
006730* 2400-CHARGE-OFF-ACCOUNT
006740* WRITES THE ACCOUNT OFF: THE CHARGE-OFF RECORD CARRIES THE
006750* BALANCE AT WRITE-OFF, THE LEDGER BALANCE GOES TO ZERO WITH A
006760* MATCHING CREDIT ON THE DAY'S JOURNAL, AND THE MASTER IS MARKED
006770* CHARGED OFF AS OF THE RUN DATE.
006780*----------------------------------------------------------------
006790 2400-CHARGE-OFF-ACCOUNT.
006800     MOVE SPACES TO CHARGE-OFF-RECORD.
006810     MOVE CUST-ID TO CHGO-CUST-ID.
006820     MOVE PARM-RUN-DATE-NUM TO CHGO-DATE.
006830     MOVE VAR-WRITE-OFF-AMOUNT TO CHGO-BALANCE.
006840     MOVE VAR-WORST-DAYS TO CHGO-DAYS-PAST-DUE.
006850     MOVE CUST-NAME TO CHGO-CUST-NAME.
006860     MOVE VAR-APPROVED-BY TO CHGO-APPROVED-BY.
006870     WRITE CHARGE-OFF-OUTPUT-RECORD FROM CHARGE-OFF-RECORD.
006880     MOVE 0 TO BAL-BALANCE.
006890     PERFORM 2500-WRITE-JOURNAL-LINE THRU 2500-EXIT.
006900     SET CUST-STATUS-CHARGED-OFF TO TRUE.
006910     MOVE PARM-RUN-DATE-NUM TO CUST-STATUS-DATE.
006920     ADD 1 TO VAR-CHARGED-OFF-COUNT.
006930     ADD VAR-WRITE-OFF-AMOUNT TO VAR-AMOUNT-CHARGED-OFF.
006940     MOVE 'CHARGED OFF' TO VAR-REGISTER-VERDICT.
006950     PERFORM 2750-WRITE-ACCOUNT-LINE THRU 2750-EXIT.
006960 2400-EXIT.
006970     EXIT.
006980
006990*----------------------------------------------------------------
007000* 2500-WRITE-JOURNAL-LINE
007010* THE WRITE-OFF IS A CREDIT FOR THE WHOLE BALANCE, LEAVING THE
007020* LEDGER AT ZERO.
007030*----------------------------------------------------------------
007040 2500-WRITE-JOURNAL-LINE.
007050     MOVE SPACES TO JOURNAL-RECORD.
007060     MOVE BAL-CUST-ID TO JRNL-CUST-ID.
007070     MOVE PARM-RUN-DATE-NUM TO JRNL-POST-DATE.
007080     SET JRNL-CHARGE-OFF TO TRUE.
007090     COMPUTE JRNL-AMOUNT = 0 - VAR-WRITE-OFF-AMOUNT.
007100     MOVE BAL-BALANCE TO JRNL-BALANCE-AFTER.
007110     MOVE PARM-RUN-DATE-NUM TO JRNL-EFFECTIVE-DATE.
007120     MOVE 'CHGOFF  ' TO JRNL-SOURCE.
007130     MOVE 0 TO JRNL-DUE-DATE.
007140     WRITE DAILY-JOURNAL-RECORD FROM JOURNAL-RECORD.
007150 2500-EXIT.
007160     EXIT.
007170
007180*----------------------------------------------------------------
007190* 2700-WRITE-ACCOUNT-REJECT
007200* AN APPROVAL CARD FOR AN ACCOUNT ON THE MASTER THAT CANNOT BE
007210* WRITTEN OFF.  THE ACCOUNT IS LEFT AS IT WAS.
007220*----------------------------------------------------------------
007230 2700-WRITE-ACCOUNT-REJECT.
007240     ADD 1 TO VAR-CARDS-REJECTED-COUNT.
007250     MOVE 0 TO VAR-WRITE-OFF-AMOUNT.
007260     IF VAR-LEDGER-IN-HAND
007270         MOVE BAL-BALANCE TO VAR-WRITE-OFF-AMOUNT
007280     END-IF.
007290     PERFORM 2750-WRITE-ACCOUNT-LINE THRU 2750-EXIT.
007300 2700-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------------
007340* 2750-WRITE-ACCOUNT-LINE
007350* ONE REGISTER LINE FOR A CUSTOMER ON THE MASTER, SHOWING THE
007360* STATUS AND THE BALANCE AS THEY STOOD COMING INTO THE RUN.
007370*----------------------------------------------------------------
007380 2750-WRITE-ACCOUNT-LINE.
007390     MOVE CUST-ID TO REG-CUST-ID.
007400     MOVE CUST-NAME TO REG-CUST-NAME.
007410     MOVE CUST-STATUS TO REG-STATUS.
007420     MOVE VAR-WORST-DAYS TO REG-DAYS-PAST-DUE.
007430     MOVE VAR-WRITE-OFF-AMOUNT TO REG-BALANCE.
007440     MOVE VAR-REGISTER-VERDICT TO REG-VERDICT.
007450     MOVE VAR-APPROVED-BY TO REG-APPROVED-BY.
007460     PERFORM 2950-PRINT-REGISTER-LINE THRU 2950-EXIT.
007470 2750-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------
007510* 2800-WRITE-CARD-REJECT-LINE
007520* ONE REGISTER LINE FOR AN APPROVAL CARD REJECTED ON ITS OWN -
007530* NO MASTER RECORD, OR A DUPLICATE - SO THERE IS NO ACCOUNT
007540* DETAIL TO SHOW.
007550*----------------------------------------------------------------
007560 2800-WRITE-CARD-REJECT-LINE.
007570     ADD 1 TO VAR-CARDS-REJECTED-COUNT.
007580     MOVE APPR-CUST-ID TO REG-CUST-ID.
007590     MOVE SPACES TO REG-CUST-NAME.
007600     MOVE SPACES TO REG-STATUS.
007610     MOVE SPACES TO REG-DAYS-AREA.
007620     MOVE SPACES TO REG-BALANCE-AREA.
007630     MOVE VAR-REGISTER-VERDICT TO REG-VERDICT.
007640     MOVE APPR-APPROVED-BY TO REG-APPROVED-BY.
007650     PERFORM 2950-PRINT-REGISTER-LINE THRU 2950-EXIT.
007660 2800-EXIT.
007670     EXIT.
007680
007690*----------------------------------------------------------------
007700* 2900-WRITE-NEW-LEDGER
007710*----------------------------------------------------------------
007720 2900-WRITE-NEW-LEDGER.
007730     ADD BAL-BALANCE TO VAR-RECEIVABLE-OUT.
007740     MOVE BALANCE-RECORD TO NEW-BALANCE-FILE-RECORD.
007750     WRITE NEW-BALANCE-FILE-RECORD.
007760     ADD 1 TO VAR-LEDGER-WRITTEN-COUNT.
007770 2900-EXIT.
007780     EXIT.
007790
007800 2950-PRINT-REGISTER-LINE.
007810     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE
007820         PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT
007830     END-IF.
007840     WRITE CHARGE-OFF-REGISTER-LINE FROM VAR-REGISTER-LINE
007850         AFTER ADVANCING 1 LINE.
007860     ADD 1 TO VAR-LINE-COUNT.
007870 2950-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------------
007910* 3000-COPY-LEDGER-ONLY
007920* A LEDGER RECORD WITH NO MASTER RECORD ABOVE IT IS NOT THIS
007930* RUN'S BUSINESS - IT COPIES STRAIGHT THROUGH.
007940*----------------------------------------------------------------
007950 3000-COPY-LEDGER-ONLY.
007960     PERFORM 2900-WRITE-NEW-LEDGER THRU 2900-EXIT.
007970     PERFORM 8200-READ-OLD-LEDGER THRU 8200-EXIT.
007980 3000-EXIT.
007990     EXIT.
008000
008010*----------------------------------------------------------------
008020* 3100-REJECT-NO-MASTER
008030* AN APPROVAL CARD BELOW THE CURRENT MASTER KEY, OR STILL ON
008040* FILE ONCE THE MASTER HAS DRAINED, NAMES NO CUSTOMER.
008050*----------------------------------------------------------------
008060 3100-REJECT-NO-MASTER.
008070     MOVE 'CUST-ID NOT ON MASTER' TO VAR-REGISTER-VERDICT.
008080     PERFORM 2800-WRITE-CARD-REJECT-LINE THRU 2800-EXIT.
008090     PERFORM 8400-READ-APPROVAL THRU 8400-EXIT.
008100 3100-EXIT.
008110     EXIT.
008120
008130*----------------------------------------------------------------
008140* 8100-READ-OLD-MASTER
008150*----------------------------------------------------------------
008160 8100-READ-OLD-MASTER.
008170     READ OLD-CUSTOMER-MASTER-FILE INTO CUSTOMER-RECORD
008180         AT END
008190             MOVE '10' TO VAR-OLDMSTR-STATUS
008200             MOVE HIGH-VALUES TO VAR-MASTER-KEY
008210     END-READ.
008220     IF NOT VAR-OLDMSTR-EOF
008230         ADD 1 TO VAR-MASTER-READ-COUNT
008240         MOVE CUST-ID TO VAR-MASTER-KEY
008250     END-IF.
008260 8100-EXIT.
008270     EXIT.
008280
008290*----------------------------------------------------------------
008300* 8200-READ-OLD-LEDGER
008310* EVERY BALANCE READ COUNTS TOWARD THE RECEIVABLE COMING IN.
008320*----------------------------------------------------------------
008330 8200-READ-OLD-LEDGER.
008340     READ OLD-BALANCE-FILE INTO BALANCE-RECORD
008350         AT END
008360             MOVE '10' TO VAR-OLDBAL-STATUS
008370             MOVE HIGH-VALUES TO VAR-LEDGER-KEY
008380     END-READ.
008390     IF NOT VAR-OLDBAL-EOF
008400         ADD 1 TO VAR-LEDGER-READ-COUNT
008410         ADD BAL-BALANCE TO VAR-RECEIVABLE-IN
008420         MOVE BAL-CUST-ID TO VAR-LEDGER-KEY
008430     END-IF.
008440 8200-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------------
008480* 8300-READ-SNAPSHOT
008490*----------------------------------------------------------------
008500 8300-READ-SNAPSHOT.
008510     READ SNAPSHOT-FILE INTO DELINQUENCY-SNAP-RECORD
008520         AT END
008530             MOVE '10' TO VAR-DLQSNAP-STATUS
008540             MOVE HIGH-VALUES TO VAR-SNAPSHOT-KEY
008550     END-READ.
008560     IF NOT VAR-DLQSNAP-EOF
008570         MOVE DLQS-CUST-ID TO VAR-SNAPSHOT-KEY
008580     END-IF.
008590 8300-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------------
008630* 8400-READ-APPROVAL
008640*----------------------------------------------------------------
008650 8400-READ-APPROVAL.
008660     READ SORTED-APPROVAL-FILE INTO CHARGE-OFF-APPROVAL-CARD
008670         AT END
008680             MOVE '10' TO VAR-SRTAPPR-STATUS
008690             MOVE HIGH-VALUES TO VAR-APPROVAL-KEY
008700     END-READ.
008710     IF NOT VAR-SRTAPPR-EOF
008720         ADD 1 TO VAR-CARDS-READ-COUNT
008730         MOVE APPR-CUST-ID TO VAR-APPROVAL-KEY
008740     END-IF.
008741 8400-EXIT.
008742     EXIT.
008743
008744*----------------------------------------------------------------
008746* 8500-READ-PRIOR-CHARGE-OFF
008747*----------------------------------------------------------------
008748 8500-READ-PRIOR-CHARGE-OFF.
008749     READ PRIOR-CHARGE-OFF-FILE INTO CHARGE-OFF-RECORD
008750         AT END
008752             MOVE '10' TO VAR-OLDCHGO-STATUS
008753     END-READ.
008754 8500-EXIT.
008755     EXIT.
008756
008758*----------------------------------------------------------------
008759* 8600-READ-PRIOR-JOURNAL
008760*----------------------------------------------------------------
008761 8600-READ-PRIOR-JOURNAL.
008762     READ PRIOR-JOURNAL-FILE INTO JOURNAL-RECORD
008764         AT END
008765             MOVE '10' TO VAR-OLDJRNL-STATUS
008766     END-READ.
008767 8600-EXIT.
008768     EXIT.
008770
008780*----------------------------------------------------------------
008790* 9000-TERMINATE
008800* PRINTS THE CONTROL-TOTAL SUMMARY, SETS THE CONDITION CODE AND
008810* CLOSES EVERYTHING DOWN.  RECEIVABLE IN LESS THE AMOUNT CHARGED
008820* OFF SHOULD ALWAYS EQUAL RECEIVABLE OUT.
008830*----------------------------------------------------------------
008840 9000-TERMINATE.
008850     WRITE CHARGE-OFF-REGISTER-LINE FROM VAR-TOTALS-LINE
008860         AFTER ADVANCING 2 LINES.
008870     MOVE 'MASTER IN .......  ' TO TOT-CAPTION.
008880     MOVE VAR-MASTER-READ-COUNT TO TOT-VALUE.
008890     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
008900     MOVE 'MASTER OUT ......  ' TO TOT-CAPTION.
008910     MOVE VAR-MASTER-WRITTEN-COUNT TO TOT-VALUE.
008920     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
008930     MOVE 'LEDGER IN .......  ' TO TOT-CAPTION.
008940     MOVE VAR-LEDGER-READ-COUNT TO TOT-VALUE.
008950     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
008960     MOVE 'LEDGER OUT ......  ' TO TOT-CAPTION.
008970     MOVE VAR-LEDGER-WRITTEN-COUNT TO TOT-VALUE.
008980     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
008990     MOVE 'APPROVALS READ ..  ' TO TOT-CAPTION.
009000     MOVE VAR-CARDS-READ-COUNT TO TOT-VALUE.
009010     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009020     MOVE 'APPROVALS REJECTED ' TO TOT-CAPTION.
009030     MOVE VAR-CARDS-REJECTED-COUNT TO TOT-VALUE.
009040     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009050     MOVE 'RECOMMENDED .....  ' TO TOT-CAPTION.
009060     MOVE VAR-RECOMMENDED-COUNT TO TOT-VALUE.
009070     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009080     MOVE 'CHARGED OFF .....  ' TO TOT-CAPTION.
009090     MOVE VAR-CHARGED-OFF-COUNT TO TOT-VALUE.
009091     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009092     MOVE 'CHGOFFS CARRIED .  ' TO TOT-CAPTION.
009094     MOVE VAR-CHGO-CARRIED-COUNT TO TOT-VALUE.
009095     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009097     MOVE 'CHGOFFS REPLACED   ' TO TOT-CAPTION.
009098     MOVE VAR-CHGO-REPLACED-COUNT TO TOT-VALUE.
009100     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009101     MOVE 'JOURNAL CARRIED .  ' TO TOT-CAPTION.
009102     MOVE VAR-JOURNAL-CARRIED-COUNT TO TOT-VALUE.
009104     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009105     MOVE 'JOURNAL REPLACED   ' TO TOT-CAPTION.
009107     MOVE VAR-JOURNAL-REPLACED-COUNT TO TOT-VALUE.
009108     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009110     MOVE 'AMOUNT RECOMMENDED ' TO TOT-AMT-CAPTION.
009120     MOVE VAR-AMOUNT-RECOMMENDED TO TOT-AMT-VALUE.
009130     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
009140     MOVE 'RECEIVABLE IN ...  ' TO TOT-AMT-CAPTION.
009150     MOVE VAR-RECEIVABLE-IN TO TOT-AMT-VALUE.
009160     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
009170     MOVE 'AMOUNT CHARGED OFF ' TO TOT-AMT-CAPTION.
009180     MOVE VAR-AMOUNT-CHARGED-OFF TO TOT-AMT-VALUE.
009190     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
009200     MOVE 'RECEIVABLE OUT ..  ' TO TOT-AMT-CAPTION.
009210     MOVE VAR-RECEIVABLE-OUT TO TOT-AMT-VALUE.
009220     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
009230     CLOSE OLD-CUSTOMER-MASTER-FILE
009240           NEW-CUSTOMER-MASTER-FILE
009250           OLD-BALANCE-FILE
009260           NEW-BALANCE-FILE
009270           SNAPSHOT-FILE
009280           CHARGE-OFF-FILE
009290           DAILY-JOURNAL-FILE
009300           CHARGE-OFF-REGISTER-FILE.
009310     IF VAR-APPROVAL-CARDS-ON-FILE
009320         CLOSE SORTED-APPROVAL-FILE
009330     END-IF.
009340     IF VAR-CARDS-REJECTED-COUNT > 0
009350         DISPLAY 'CHGOFF - APPROVAL CARDS REJECTED, '
009360             'SEE THE CHARGE-OFF REGISTER'
009370         MOVE 8 TO RETURN-CODE
009380     END-IF.
009390 9000-EXIT.
009400     EXIT.
009410
009420 9100-WRITE-TOTALS-LINE.
009430     WRITE CHARGE-OFF-REGISTER-LINE FROM VAR-TOTALS-DETAIL
009440         AFTER ADVANCING 1 LINE.
009450 9100-EXIT.
009460     EXIT.
009470
009480 9150-WRITE-AMOUNT-LINE.
009490     WRITE CHARGE-OFF-REGISTER-LINE FROM VAR-TOTALS-AMT-DETAIL
009500         AFTER ADVANCING 1 LINE.
009510 9150-EXIT.
009520     EXIT.
