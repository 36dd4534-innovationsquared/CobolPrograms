000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RETPAY.
000030 AUTHOR. CALVIN HOBBES.
000040 INSTALLATION. RETAIL BANKING - CUSTOMER SERVICES BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-15 CJH  ORIGINAL VERSION.  RETURNED-PAYMENT REVERSAL,
000130*                 RUN AFTER THE PAYMENT POSTING.  READS THE CASH
000140*                 OFFICE'S RETURNED-ITEM CARDS, SORTS THEM INTO
000150*                 CUST-ID ORDER AND MATCH-MERGES THEM AGAINST THE
000160*                 OLD LEDGER INTO A NEW ONE, THE SAME WAY THE
000170*                 PAYMENT POSTING DOES.  EACH CARD MUST NAME A
000180*                 PAYMENT ACTUALLY POSTED - THE SAME CUSTOMER, PAY
000190*                 DATE AND AMOUNT ON THE PERMANENT LEDGER JOURNAL
000200*                 - AND ONE NOT ALREADY RETURNED.  AN ACCEPTED
000210*                 RETURN PUTS THE MONEY BACK ON THE BALANCE,
000220*                 BACKS OUT THE LAST-PAYMENT FIELDS WHEN THEY
000230*                 WERE STAMPED FROM IT, WRITES A RETURNED-PAYMENT
000240*                 LINE TO THE DAY'S JOURNAL AND REOPENS THE
000250*                 INSTALLMENT THE PAYMENT SETTLED, SO THE
000260*                 DELINQUENCY AGING PICKS IT UP AGAIN FROM ITS
000270*                 ORIGINAL DUE DATE.  A CUSTOMER WHOSE RETURNS
000280*                 REACH THE PARAMETER-CARD LIMIT IS FLAGGED ON THE
000290*                 LEDGER AND THE REGISTER SO THE CASH OFFICE STOPS
000300*                 TAKING THEIR CHECKS.  EVERY CARD, ACCEPTED OR
000310*                 NOT, PRINTS ON THE RETURNED-ITEMS REGISTER WITH
000320*                 CONTROL TOTALS; ANY REJECTED CARD ENDS THE RUN
000330*                 WITH CONDITION CODE 08.
000332* 2026-10-15 CJH  THE RETURNED-PAYMENT JOURNAL LINE NOW CARRIES
000334*                 THE BRANCH OF THE PAYMENT IT REVERSES, SO THE
000336*                 GENERAL LEDGER BOOKS THE RETURN WHERE THE CASH
000338*                 WAS TAKEN.
000339* 2026-10-15 CJH  THE DAY'S JOURNAL AND THE REOPENED-INSTALLMENT
000340*                 FILE ARE NO LONGER ADDED TO IN PLACE.  EACH IS
000341*                 CARRIED FORWARD FROM THE COPY THE DAY'S EARLIER
000342*                 STEPS LEFT INTO A NEW ONE, LESS ANYTHING THIS
000343*                 STEP ALREADY WROTE FOR THE RUN DATE, AND THE
000344*                 RUN'S OWN RECORDS FOLLOW - SO A RERUN REPLACES
000345*                 ITS RETURNS INSTEAD OF POSTING THEM TWICE.  A
000346*                 REOPENED INSTALLMENT NOW CARRIES THE DATE IT
000347*                 WAS REOPENED.
000348* 2026-10-15 CJH  A CUSTOMER WITH MORE PAYMENTS ON THE HISTORY
000350*                 THAN THE PAYMENT TABLE HOLDS NOW LOSES THE
000352*                 OLDEST FROM THE TABLE, NOT THE NEWEST - A
000353*                 RETURN ALMOST ALWAYS CONCERNS A RECENT PAYMENT.
000354*                 A RETURN FOR A DROPPED PAYMENT IS REJECTED AS
000355*                 PAYMENT HISTORY TOO LONG.
000356*----------------------------------------------------------------
000358
000360 ENVIRONMENT DIVISION.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RETURN-CARD-FILE ASSIGN TO RETCARDS
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS VAR-RETCARDS-STATUS.
000430
000440     SELECT SORTED-RETURN-FILE ASSIGN TO SRTRETN
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS VAR-SRTRETN-STATUS.
000470
000480     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
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
000620     SELECT JOURNAL-HISTORY-FILE ASSIGN TO OLDJRNH
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS VAR-OLDJRNH-STATUS.
000650
000652     SELECT PRIOR-JOURNAL-FILE ASSIGN TO OLDJRNL
000654         ORGANIZATION IS SEQUENTIAL
000656         FILE STATUS IS VAR-OLDJRNL-STATUS.
000658
000660     SELECT DAILY-JOURNAL-FILE ASSIGN TO DAYJRNL
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS VAR-DAYJRNL-STATUS.
000690
000692     SELECT PRIOR-REOPENED-FILE ASSIGN TO OLDREOP
000694         ORGANIZATION IS SEQUENTIAL
000696         FILE STATUS IS VAR-OLDREOP-STATUS.
000698
000700     SELECT REOPENED-FILE ASSIGN TO REOPNIN
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS VAR-REOPNIN-STATUS.
000730
000740     SELECT RETURN-REGISTER-FILE ASSIGN TO RETRPT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS VAR-RETRPT-STATUS.
000770
000780     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS VAR-PARMCARD-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840
000850*RETURNED-ITEM CARDS - AS KEYED FROM THE BANK'S RETURN ADVICES.
000860 FD  RETURN-CARD-FILE
000870     RECORD CONTAINS 80 CHARACTERS
000880     LABEL RECORDS ARE STANDARD.
000890 01  RETURN-CARD-INPUT-RECORD       PIC X(80).
000900
000910*SORTED RETURNED-ITEM CARDS - THE SORT OUTPUT THE MERGE READS.
000920 FD  SORTED-RETURN-FILE
000930     RECORD CONTAINS 80 CHARACTERS
000940     LABEL RECORDS ARE STANDARD.
000950 01  SORTED-RETURN-RECORD           PIC X(80).
000960
000970*SORT WORK FILE FOR THE RETURNED-ITEM SORT.
000980 SD  SORT-WORK-FILE
000990     RECORD CONTAINS 80 CHARACTERS.
001000 01  SORT-WORK-RECORD.
001010     05  SORT-CUST-ID               PIC X(09).
001020     05  SORT-PAY-DATE              PIC X(08).
001030     05  FILLER                     PIC X(63).
001040
001050*OLD BALANCE LEDGER - THE LEDGER AS IT STOOD BEFORE THIS RUN.
001060 FD  OLD-BALANCE-FILE
001070     RECORD CONTAINS 80 CHARACTERS
001080     LABEL RECORDS ARE STANDARD.
001090 01  OLD-BALANCE-FILE-RECORD.
001100     05  OB-CUST-ID                 PIC X(09).
001110     05  FILLER                     PIC X(71).
001120
001130*NEW BALANCE LEDGER - THE LEDGER WITH THIS RUN'S RETURNS
001140*REVERSED.
001150 FD  NEW-BALANCE-FILE
001160     RECORD CONTAINS 80 CHARACTERS
001170     LABEL RECORDS ARE STANDARD.
001180 01  NEW-BALANCE-FILE-RECORD.
001190     05  NB-CUST-ID                 PIC X(09).
001200     05  FILLER                     PIC X(71).
001210
001220*PERMANENT LEDGER JOURNAL HISTORY, IN CUST-ID ORDER - THE RECORD
001230*OF EVERY PAYMENT POSTED AND EVERY RETURN ALREADY REVERSED.
001240 FD  JOURNAL-HISTORY-FILE
001250     RECORD CONTAINS 80 CHARACTERS
001260     LABEL RECORDS ARE STANDARD.
001270 01  JOURNAL-HISTORY-RECORD.
001280     05  JH-CUST-ID                 PIC X(09).
001290     05  FILLER                     PIC X(71).
001300
001301*PRIOR DAY'S JOURNAL - THE JOURNAL AS THE DAY'S EARLIER POSTING
001302*STEPS LEFT IT, CARRIED FORWARD INTO THE NEW ONE.
001303 FD  PRIOR-JOURNAL-FILE
001305     RECORD CONTAINS 80 CHARACTERS
001306     LABEL RECORDS ARE STANDARD.
001307 01  PRIOR-JOURNAL-RECORD           PIC X(80).
001308
001310*DAY'S LEDGER JOURNAL - THE PRIOR JOURNAL CARRIED FORWARD, THEN
001320*ONE RETURNED-PAYMENT LINE PER RETURN ACCEPTED.
001340 FD  DAILY-JOURNAL-FILE
001350     RECORD CONTAINS 80 CHARACTERS
001360     LABEL RECORDS ARE STANDARD.
001370 01  DAILY-JOURNAL-RECORD           PIC X(80).
001380
001381*PRIOR REOPENED INSTALLMENTS - THOSE STILL CARRIED OPEN FOR THE
001382*DELINQUENCY AGING, CARRIED FORWARD INTO THE NEW FILE.
001383 FD  PRIOR-REOPENED-FILE
001385     RECORD CONTAINS 80 CHARACTERS
001386     LABEL RECORDS ARE STANDARD.
001387 01  PRIOR-REOPENED-RECORD          PIC X(80).
001388
001390*REOPENED INSTALLMENTS - THE PRIOR FILE CARRIED FORWARD, THEN
001400*ONE PER RETURN ACCEPTED.
001410 FD  REOPENED-FILE
001420     RECORD CONTAINS 80 CHARACTERS
001430     LABEL RECORDS ARE STANDARD.
001440 01  REOPENED-OUTPUT-RECORD         PIC X(80).
001450
001460*RETURNED-ITEMS REGISTER FOR THE CASH OFFICE.
001470 FD  RETURN-REGISTER-FILE
001480     RECORD CONTAINS 132 CHARACTERS
001490     LABEL RECORDS ARE STANDARD.
001500 01  RETURN-REGISTER-LINE           PIC X(132).
001510
001520*PARAMETER CARD - SUPPLIES THE RUN DATE AND THE RETURN LIMIT.
001530 FD  PARAMETER-CARD-FILE
001540     RECORD CONTAINS 80 CHARACTERS
001550     LABEL RECORDS ARE STANDARD.
001560 01  PARAMETER-CARD-IMAGE           PIC X(80).
001570
001580 WORKING-STORAGE SECTION.
001590
001600*----------------------------------------------------------------
001610* RETURNED-ITEM CARD WORKING COPY
001620*----------------------------------------------------------------
001630 COPY RETNREC.
001640
001650*----------------------------------------------------------------
001660* BALANCE LEDGER RECORD WORKING COPY
001670*----------------------------------------------------------------
001680 COPY BALREC.
001690
001700*----------------------------------------------------------------
001710* LEDGER JOURNAL RECORD WORKING COPY
001720*----------------------------------------------------------------
001730 COPY JRNLREC.
001740
001750*----------------------------------------------------------------
001760* SCHEDULE RECORD WORKING COPY - THE REOPENED INSTALLMENT
001770*----------------------------------------------------------------
001780 COPY SCHDREC.
001790
001800*----------------------------------------------------------------
001810* PARAMETER CARD WORKING COPY
001820*----------------------------------------------------------------
001830 COPY PARMCARD.
001840
001850 01  VAR-RETCARDS-STATUS       PIC X(02) VALUE '00'.
001860     88  VAR-RETCARDS-OK                  VALUE '00'.
001870     88  VAR-RETCARDS-MISSING             VALUE '35'.
001880 01  VAR-SRTRETN-STATUS        PIC X(02) VALUE '00'.
001890     88  VAR-SRTRETN-OK                   VALUE '00'.
001900     88  VAR-SRTRETN-EOF                  VALUE '10'.
001910 01  VAR-OLDBAL-STATUS         PIC X(02) VALUE '00'.
001920     88  VAR-OLDBAL-OK                    VALUE '00'.
001930     88  VAR-OLDBAL-EOF                   VALUE '10'.
001940 01  VAR-NEWBAL-STATUS         PIC X(02) VALUE '00'.
001950     88  VAR-NEWBAL-OK                    VALUE '00'.
001960 01  VAR-OLDJRNH-STATUS        PIC X(02) VALUE '00'.
001970     88  VAR-OLDJRNH-OK                   VALUE '00'.
001980     88  VAR-OLDJRNH-EOF                  VALUE '10'.
001990     88  VAR-OLDJRNH-MISSING              VALUE '35'.
002000 01  VAR-DAYJRNL-STATUS        PIC X(02) VALUE '00'.
002010     88  VAR-DAYJRNL-OK                   VALUE '00'.
002020     88  VAR-DAYJRNL-MISSING              VALUE '35'.
002022 01  VAR-OLDJRNL-STATUS        PIC X(02) VALUE '00'.
002024     88  VAR-OLDJRNL-OK                   VALUE '00'.
002026     88  VAR-OLDJRNL-EOF                  VALUE '10'.
002028     88  VAR-OLDJRNL-MISSING              VALUE '35'.
002030 01  VAR-REOPNIN-STATUS        PIC X(02) VALUE '00'.
002040     88  VAR-REOPNIN-OK                   VALUE '00'.
002050     88  VAR-REOPNIN-MISSING              VALUE '35'.
002052 01  VAR-OLDREOP-STATUS        PIC X(02) VALUE '00'.
002054     88  VAR-OLDREOP-OK                   VALUE '00'.
002056     88  VAR-OLDREOP-EOF                  VALUE '10'.
002058     88  VAR-OLDREOP-MISSING              VALUE '35'.
002060 01  VAR-RETRPT-STATUS         PIC X(02) VALUE '00'.
002070     88  VAR-RETRPT-OK                    VALUE '00'.
002080 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
002090     88  VAR-PARMCARD-OK                  VALUE '00'.
002100
002110 01  VAR-RETURN-CARDS-SWITCH    PIC X(01) VALUE 'Y'.
002120     88  VAR-RETURN-CARDS-ON-FILE         VALUE 'Y'.
002130     88  VAR-NO-RETURN-CARDS              VALUE 'N'.
002140 01  VAR-HISTORY-SWITCH         PIC X(01) VALUE 'Y'.
002150     88  VAR-HISTORY-ON-FILE              VALUE 'Y'.
002160     88  VAR-NO-HISTORY                   VALUE 'N'.
002170
002180*----------------------------------------------------------------
002190* MERGE KEYS - FLOODED HIGH AT END OF THE OWNING FILE SO THE
002200* OTHER SIDE DRAINS NATURALLY, THE SAME AS THE PAYMENT POSTING.
002210*----------------------------------------------------------------
002220 01  VAR-LEDGER-KEY             PIC X(09) VALUE LOW-VALUES.
002230 01  VAR-RETURN-KEY             PIC X(09) VALUE LOW-VALUES.
002240 01  VAR-HISTORY-KEY            PIC X(09) VALUE LOW-VALUES.
002250
002260*----------------------------------------------------------------
002270* THE CUSTOMER'S POSTED PAYMENTS, LOADED OFF THE JOURNAL HISTORY
002280* WHEN A RETURN ARRIVES FOR THEM.  A PAYMENT ALREADY REVERSED BY
002290* AN EARLIER RETURN IS MARKED RETURNED SO IT CANNOT BE REVERSED
002300* TWICE; A RETURN ACCEPTED THIS RUN MARKS ITS PAYMENT THE SAME.
002310*----------------------------------------------------------------
002320 01  VAR-PAY-MAX-ENTRIES        PIC 9(04) COMP VALUE 300.
002330 01  VAR-PAY-ENTRY-COUNT        PIC 9(04) COMP VALUE 0.
002340 01  VAR-PAY-SUB                PIC 9(04) COMP VALUE 0.
002350 01  VAR-PAY-FOUND-SUB          PIC 9(04) COMP VALUE 0.
002360 01  VAR-PAY-LATEST-SUB         PIC 9(04) COMP VALUE 0.
002362 01  VAR-PAY-OVERFLOW-SWITCH    PIC X(01) VALUE 'N'.
002365     88  VAR-PAY-TABLE-OVERFLOWED         VALUE 'Y'.
002367     88  VAR-PAY-TABLE-NOT-OVERFLOWED     VALUE 'N'.
002370 01  VAR-PAYMENT-TABLE.
002380     05  VAR-PAY-ENTRY              OCCURS 300 TIMES.
002390         10  VAR-PAY-TBL-DATE       PIC 9(08).
002400         10  VAR-PAY-TBL-AMOUNT     PIC 9(07)V99.
002410         10  VAR-PAY-TBL-DUE-DATE   PIC 9(08).
002415         10  VAR-PAY-TBL-BRANCH-ID  PIC X(04).
002420         10  VAR-PAY-TBL-STATUS     PIC X(01).
002430             88  VAR-PAY-TBL-OPEN           VALUE 'O'.
002440             88  VAR-PAY-TBL-RETURNED       VALUE 'R'.
002450 01  VAR-MATCH-SWITCH           PIC X(01) VALUE 'N'.
002460     88  VAR-PAYMENT-FOUND                VALUE 'F'.
002470     88  VAR-PAYMENT-NOT-FOUND            VALUE 'N'.
002480     88  VAR-PAYMENT-WAS-RETURNED         VALUE 'R'.
002490
002500*----------------------------------------------------------------
002510* RETURN LIMIT - THE NUMBER OF RETURNED PAYMENTS THAT STOPS THE
002520* SHOP TAKING A CUSTOMER'S CHECKS.  THE PARAMETER CARD OVERRIDES.
002530*----------------------------------------------------------------
002540 01  VAR-RETURN-LIMIT           PIC 9(02) COMP VALUE 2.
002550 01  VAR-RETURN-VERDICT         PIC X(26) VALUE SPACE.
002560
002570*----------------------------------------------------------------
002580* CONTROL TOTALS AND RUN COUNTERS
002590*----------------------------------------------------------------
002600 01  VAR-CARDS-READ-COUNT       PIC 9(07) COMP VALUE 0.
002610 01  VAR-RETURNS-ACCEPTED       PIC 9(07) COMP VALUE 0.
002620 01  VAR-RETURNS-REJECTED       PIC 9(07) COMP VALUE 0.
002630 01  VAR-REOPENED-COUNT         PIC 9(07) COMP VALUE 0.
002640 01  VAR-REPEAT-FLAG-COUNT      PIC 9(07) COMP VALUE 0.
002650 01  VAR-LEDGER-READ-COUNT      PIC 9(07) COMP VALUE 0.
002660 01  VAR-LEDGER-WRITTEN-COUNT   PIC 9(07) COMP VALUE 0.
002670 01  VAR-JOURNAL-LINES-WRITTEN  PIC 9(07) COMP VALUE 0.
002672 01  VAR-JOURNAL-CARRIED-COUNT  PIC 9(07) COMP VALUE 0.
002674 01  VAR-JOURNAL-REPLACED-COUNT PIC 9(07) COMP VALUE 0.
002676 01  VAR-REOPEN-CARRIED-COUNT   PIC 9(07) COMP VALUE 0.
002678 01  VAR-REOPEN-REPLACED-COUNT  PIC 9(07) COMP VALUE 0.
002680 01  VAR-AMOUNT-RETURNED        PIC S9(09)V99 VALUE 0.
002690 01  VAR-AMOUNT-REJECTED        PIC S9(09)V99 VALUE 0.
002700
002710*----------------------------------------------------------------
002720* REPORT PAGINATION FIELDS
002730*----------------------------------------------------------------
002740 01  VAR-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
002750 01  VAR-LINE-COUNT             PIC 9(03) COMP VALUE 99.
002760 01  VAR-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
002770
002780 01  VAR-SYSTEM-DATE            PIC 9(08) VALUE 0.
002790
002800*----------------------------------------------------------------
002810* REPORT LINE WORKING AREAS
002820*----------------------------------------------------------------
002830 01  VAR-HEADING-LINE-1.
002840     05  FILLER                     PIC X(01) VALUE SPACE.
002850     05  FILLER                     PIC X(30) VALUE
002860             'RETURNED-ITEMS REGISTER       '.
002870     05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
002880     05  HDR-RUN-DATE               PIC 9999/99/99.
002890     05  FILLER                     PIC X(10) VALUE SPACE.
002900     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
002910     05  HDR-PAGE-NUMBER            PIC ZZZ9.
002920 01  VAR-HEADING-LINE-2.
002930     05  FILLER                     PIC X(01) VALUE SPACE.
002940     05  FILLER                     PIC X(44) VALUE
002950             'CUST-ID    PAY DATE           AMOUNT  RSN  '.
002960     05  FILLER                     PIC X(44) VALUE
002970             'VERDICT                     DUE DATE     NEW'.
002980     05  FILLER                     PIC X(08) VALUE
002990             ' BALANCE'.
003000 01  VAR-REGISTER-LINE.
003010     05  FILLER                     PIC X(01) VALUE SPACE.
003020     05  REG-CUST-ID                PIC X(09).
003030     05  FILLER                     PIC X(02) VALUE SPACE.
003040     05  REG-PAY-DATE               PIC 9999/99/99.
003050     05  FILLER                     PIC X(02) VALUE SPACE.
003060     05  REG-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99.
003070     05  FILLER                     PIC X(02) VALUE SPACE.
003080     05  REG-REASON-CODE            PIC X(02).
003090     05  FILLER                     PIC X(03) VALUE SPACE.
003100     05  REG-VERDICT                PIC X(26).
003110     05  FILLER                     PIC X(02) VALUE SPACE.
003120     05  REG-DUE-DATE-AREA          PIC X(10).
003130     05  REG-DUE-DATE               REDEFINES REG-DUE-DATE-AREA
003140                                    PIC 9999/99/99.
003150     05  FILLER                     PIC X(02) VALUE SPACE.
003160     05  REG-BALANCE-AREA           PIC X(14).
003170     05  REG-NEW-BALANCE            REDEFINES REG-BALANCE-AREA
003180                                    PIC -ZZ,ZZZ,ZZ9.99.
003190     05  FILLER                     PIC X(02) VALUE SPACE.
003200     05  REG-FLAG                   PIC X(22).
003210 01  VAR-TOTALS-LINE.
003220     05  FILLER                     PIC X(01) VALUE SPACE.
003230     05  FILLER                     PIC X(22) VALUE
003240             '*** CONTROL TOTALS ***'.
003250 01  VAR-TOTALS-DETAIL.
003260     05  FILLER                     PIC X(01) VALUE SPACE.
003270     05  TOT-CAPTION                PIC X(20).
003280     05  TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.
003290 01  VAR-TOTALS-AMT-DETAIL.
003300     05  FILLER                     PIC X(01) VALUE SPACE.
003310     05  TOT-AMT-CAPTION            PIC X(20).
003320     05  TOT-AMT-VALUE              PIC -Z,ZZZ,ZZZ,ZZ9.99.
003330
003340 PROCEDURE DIVISION.
003350
003360*----------------------------------------------------------------
003370* 0000-MAINLINE
003380* CONTROLS THE OVERALL FLOW OF THE RUN.
003390*----------------------------------------------------------------
003400 0000-MAINLINE.
003410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003420     PERFORM 2000-PROCESS-ONE-LEDGER-RECORD THRU 2000-EXIT
003430         UNTIL VAR-OLDBAL-EOF.
003440     PERFORM 3000-DRAIN-LEFTOVER-RETURNS THRU 3000-EXIT
003450         UNTIL VAR-RETURN-KEY = HIGH-VALUES.
003460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003470     STOP RUN.
003480
003490*----------------------------------------------------------------
003500* 1000-INITIALIZE
003510* OPENS THE FILES, READS THE PARAMETER CARD, SORTS THE RETURNED-
003520* ITEM CARDS AND PRIMES ALL THREE INPUTS.  NO CARDS TODAY STILL
003530* COPIES THE LEDGER THROUGH, SO THE NEW LEDGER IS ALWAYS THERE
003540* FOR THE NEXT STEP; NO JOURNAL HISTORY YET MEANS NO PAYMENT CAN
003550* BE PROVED, AND EVERY CARD IS REJECTED.
003560*----------------------------------------------------------------
003570 1000-INITIALIZE.
003575     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
003580     OPEN INPUT OLD-BALANCE-FILE.
003590     IF NOT VAR-OLDBAL-OK
003600         DISPLAY 'RETPAY - UNABLE TO OPEN OLD LEDGER, '
003610             'STATUS = ' VAR-OLDBAL-STATUS
003620         MOVE 16 TO RETURN-CODE
003630         STOP RUN
003640     END-IF.
003650     OPEN OUTPUT NEW-BALANCE-FILE.
003660     IF NOT VAR-NEWBAL-OK
003670         DISPLAY 'RETPAY - UNABLE TO OPEN NEW LEDGER, '
003680             'STATUS = ' VAR-NEWBAL-STATUS
003690         MOVE 16 TO RETURN-CODE
003700         STOP RUN
003710     END-IF.
003720     OPEN INPUT JOURNAL-HISTORY-FILE.
003730     IF VAR-OLDJRNH-MISSING
003740         SET VAR-NO-HISTORY TO TRUE
003750         MOVE '10' TO VAR-OLDJRNH-STATUS
003760         MOVE HIGH-VALUES TO VAR-HISTORY-KEY
003770     ELSE
003780         IF NOT VAR-OLDJRNH-OK
003790             DISPLAY 'RETPAY - UNABLE TO OPEN JOURNAL HISTORY, '
003800                 'STATUS = ' VAR-OLDJRNH-STATUS
003810             MOVE 16 TO RETURN-CODE
003820             STOP RUN
003830         END-IF
003840     END-IF.
003850     OPEN OUTPUT RETURN-REGISTER-FILE.
003860     IF NOT VAR-RETRPT-OK
003870         DISPLAY 'RETPAY - UNABLE TO OPEN RETURNS REGISTER, '
003880             'STATUS = ' VAR-RETRPT-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003993     PERFORM 1400-CARRY-DAY-JOURNAL THRU 1400-EXIT.
004076     PERFORM 1450-CARRY-REOPENED THRU 1450-EXIT.
004160     PERFORM 1300-SORT-RETURN-CARDS THRU 1300-EXIT.
004170     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
004180     PERFORM 8100-READ-OLD-LEDGER THRU 8100-EXIT.
004190     IF VAR-HISTORY-ON-FILE
004200         PERFORM 8300-READ-HISTORY THRU 8300-EXIT
004210     END-IF.
004220 1000-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------------
004260* 1200-READ-PARAMETER-CARD
004270* THE RUN DATE, WITH THE SAME MISSING-CARD FALLBACK AS THE DAILY
004280* RUN, AND THE RETURN LIMIT, WHICH FALLS BACK TO THE SHOP DEFAULT
004290* WHEN BLANK OR NON-NUMERIC.
004300*----------------------------------------------------------------
004310 1200-READ-PARAMETER-CARD.
004320     OPEN INPUT PARAMETER-CARD-FILE.
004330     READ PARAMETER-CARD-FILE INTO PARAMETER-CARD
004340         AT END
004350             MOVE '10' TO VAR-PARMCARD-STATUS
004360     END-READ.
004370     CLOSE PARAMETER-CARD-FILE.
004380     IF VAR-PARMCARD-OK
004390             AND PARM-RUN-YYYY NUMERIC
004400             AND PARM-RUN-MM NUMERIC
004410             AND PARM-RUN-DD NUMERIC
004420         NEXT SENTENCE
004430     ELSE
004440         ACCEPT VAR-SYSTEM-DATE FROM DATE YYYYMMDD
004450         MOVE VAR-SYSTEM-DATE(1:4) TO PARM-RUN-YYYY
004460         MOVE VAR-SYSTEM-DATE(5:2) TO PARM-RUN-MM
004470         MOVE VAR-SYSTEM-DATE(7:2) TO PARM-RUN-DD
004480     END-IF.
004490     IF VAR-PARMCARD-OK AND PARM-RETURN-LIMIT NUMERIC
004500             AND PARM-RETURN-LIMIT > 0
004510         MOVE PARM-RETURN-LIMIT TO VAR-RETURN-LIMIT
004520     END-IF.
004530 1200-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------------
004570* 1300-SORT-RETURN-CARDS
004580* THE CARDS ARE OPENED ONCE PURELY TO PROVE THEY ARE THERE, THEN
004590* SORTED INTO CUST-ID/PAY-DATE ORDER FOR THE LEDGER MATCH.  NO
004600* CARD FILE AT ALL MEANS NO RETURNS TODAY.
004610*----------------------------------------------------------------
004620 1300-SORT-RETURN-CARDS.
004630     OPEN INPUT RETURN-CARD-FILE.
004640     IF VAR-RETCARDS-MISSING
004650         SET VAR-NO-RETURN-CARDS TO TRUE
004660         MOVE '10' TO VAR-SRTRETN-STATUS
004670         MOVE HIGH-VALUES TO VAR-RETURN-KEY
004680         GO TO 1300-EXIT
004690     END-IF.
004700     IF NOT VAR-RETCARDS-OK
004710         DISPLAY 'RETPAY - UNABLE TO OPEN RETURNED-ITEM CARDS, '
004720             'STATUS = ' VAR-RETCARDS-STATUS
004730         MOVE 16 TO RETURN-CODE
004740         STOP RUN
004750     END-IF.
004760     CLOSE RETURN-CARD-FILE.
004770     SORT SORT-WORK-FILE
004780         ON ASCENDING KEY SORT-CUST-ID
004790                          SORT-PAY-DATE
004800         USING RETURN-CARD-FILE
004810         GIVING SORTED-RETURN-FILE.
004820     OPEN INPUT SORTED-RETURN-FILE.
004821     IF NOT VAR-SRTRETN-OK
004822         DISPLAY 'RETPAY - UNABLE TO OPEN SORTED RETURNS, '
004823             'STATUS = ' VAR-SRTRETN-STATUS
004824         MOVE 16 TO RETURN-CODE
004825         STOP RUN
004826     END-IF.
004827     PERFORM 8200-READ-RETURN THRU 8200-EXIT.
004828 1300-EXIT.
004829     EXIT.
004830
004831*----------------------------------------------------------------
004832* 1400-CARRY-DAY-JOURNAL
004833* STARTS THE NEW DAY'S JOURNAL WITH EVERYTHING THE DAY'S EARLIER
004834* POSTING STEPS JOURNALLED, EXCEPT RETURNED-PAYMENT LINES THIS
004835* STEP ALREADY WROTE FOR THE RUN DATE - A RERUN POSTS THE LEDGER
004836* AFRESH FROM THE OLD LEDGER, SO ITS LINES REPLACE THE EARLIER
004837* RUN'S RATHER THAN JOIN THEM.  NO PRIOR JOURNAL MEANS NOTHING
004838* HAS BEEN POSTED TODAY.
004839*----------------------------------------------------------------
004840 1400-CARRY-DAY-JOURNAL.
004841     OPEN OUTPUT DAILY-JOURNAL-FILE.
004842     IF NOT VAR-DAYJRNL-OK
004843         DISPLAY 'RETPAY - UNABLE TO OPEN DAY JOURNAL, '
004844             'STATUS = ' VAR-DAYJRNL-STATUS
004845         MOVE 16 TO RETURN-CODE
004846         STOP RUN
004847     END-IF.
004848     OPEN INPUT PRIOR-JOURNAL-FILE.
004849     IF VAR-OLDJRNL-MISSING
004850         GO TO 1400-EXIT
004851     END-IF.
004852     IF NOT VAR-OLDJRNL-OK
004853         DISPLAY 'RETPAY - UNABLE TO OPEN PRIOR DAY JOURNAL, '
004854             'STATUS = ' VAR-OLDJRNL-STATUS
004855         MOVE 16 TO RETURN-CODE
004856         STOP RUN
004857     END-IF.
004858     PERFORM 8400-READ-PRIOR-JOURNAL THRU 8400-EXIT.
004859     PERFORM 1410-CARRY-ONE-LINE THRU 1410-EXIT
004860         UNTIL VAR-OLDJRNL-EOF.
004861     CLOSE PRIOR-JOURNAL-FILE.
004862 1400-EXIT.
004863     EXIT.
004864
004865 1410-CARRY-ONE-LINE.
004866     IF JRNL-SOURCE = 'RETPAY  '
004867             AND JRNL-POST-DATE = PARM-RUN-DATE-NUM
004868         ADD 1 TO VAR-JOURNAL-REPLACED-COUNT
004869     ELSE
004870         WRITE DAILY-JOURNAL-RECORD FROM JOURNAL-RECORD
004871         ADD 1 TO VAR-JOURNAL-CARRIED-COUNT
004872     END-IF.
004873     PERFORM 8400-READ-PRIOR-JOURNAL THRU 8400-EXIT.
004874 1410-EXIT.
004875     EXIT.
004876
004877*----------------------------------------------------------------
004878* 1450-CARRY-REOPENED
004879* THE SAME FOR THE REOPENED INSTALLMENTS: EVERYTHING STILL
004880* CARRIED OPEN GOES ACROSS EXCEPT WHAT THIS STEP REOPENED ON THE
004881* RUN DATE, WHICH THE RUN WRITES AGAIN.  NO PRIOR FILE MEANS
004882* NOTHING IS BEING CARRIED.
004883*----------------------------------------------------------------
004884 1450-CARRY-REOPENED.
004885     OPEN OUTPUT REOPENED-FILE.
004886     IF NOT VAR-REOPNIN-OK
004887         DISPLAY 'RETPAY - UNABLE TO OPEN REOPENED INSTALLMENTS, '
004888             'STATUS = ' VAR-REOPNIN-STATUS
004889         MOVE 16 TO RETURN-CODE
004890         STOP RUN
004891     END-IF.
004892     OPEN INPUT PRIOR-REOPENED-FILE.
004893     IF VAR-OLDREOP-MISSING
004894         GO TO 1450-EXIT
004895     END-IF.
004896     IF NOT VAR-OLDREOP-OK
004897         DISPLAY 'RETPAY - UNABLE TO OPEN PRIOR REOPENED FILE, '
004898             'STATUS = ' VAR-OLDREOP-STATUS
004899         MOVE 16 TO RETURN-CODE
004900         STOP RUN
004901     END-IF.
004902     PERFORM 8500-READ-PRIOR-REOPENED THRU 8500-EXIT.
004903     PERFORM 1460-CARRY-ONE-REOPENED THRU 1460-EXIT
004904         UNTIL VAR-OLDREOP-EOF.
004905     CLOSE PRIOR-REOPENED-FILE.
004906 1450-EXIT.
004907     EXIT.
004908
004909 1460-CARRY-ONE-REOPENED.
004910     IF SCHD-REOPENED
004911             AND SCHD-REOPEN-DATE = PARM-RUN-DATE-NUM
004912         ADD 1 TO VAR-REOPEN-REPLACED-COUNT
004913     ELSE
004914         WRITE REOPENED-OUTPUT-RECORD FROM SCHEDULE-RECORD
004915         ADD 1 TO VAR-REOPEN-CARRIED-COUNT
004916     END-IF.
004917     PERFORM 8500-READ-PRIOR-REOPENED THRU 8500-EXIT.
004918 1460-EXIT.
004919     EXIT.
004920
004930*----------------------------------------------------------------
004940* 1500-WRITE-REPORT-HEADINGS
004950* PRINTS THE TWO-LINE PAGE HEADING AND RESETS THE LINE COUNTER.
004960*----------------------------------------------------------------
004970 1500-WRITE-REPORT-HEADINGS.
004980     ADD 1 TO VAR-PAGE-NUMBER.
004990     MOVE PARM-RUN-DATE-NUM TO HDR-RUN-DATE.
005000     MOVE VAR-PAGE-NUMBER TO HDR-PAGE-NUMBER.
005010     WRITE RETURN-REGISTER-LINE FROM VAR-HEADING-LINE-1
005020         AFTER ADVANCING PAGE.
005030     WRITE RETURN-REGISTER-LINE FROM VAR-HEADING-LINE-2
005040         AFTER ADVANCING 2 LINES.
005050     MOVE 3 TO VAR-LINE-COUNT.
005060 1500-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------------
005100* 2000-PROCESS-ONE-LEDGER-RECORD
005110* REJECTS ANY RETURN SITTING BELOW THE CURRENT LEDGER KEY, WORKS
005120* EVERY RETURN CARRYING THIS KEY AGAINST THE CUSTOMER'S POSTED
005130* PAYMENTS, RELEASES THE RECORD TO THE NEW LEDGER AND READS THE
005140* NEXT.
005150*----------------------------------------------------------------
005160 2000-PROCESS-ONE-LEDGER-RECORD.
005170     PERFORM 2100-REJECT-NO-LEDGER THRU 2100-EXIT
005180         UNTIL VAR-RETURN-KEY >= VAR-LEDGER-KEY.
005190     IF VAR-RETURN-KEY = VAR-LEDGER-KEY
005200         PERFORM 2200-LOAD-CUSTOMER-PAYMENTS THRU 2200-EXIT
005210         PERFORM 2300-PROCESS-ONE-RETURN THRU 2300-EXIT
005220             UNTIL VAR-RETURN-KEY NOT = VAR-LEDGER-KEY
005230     END-IF.
005240     MOVE BALANCE-RECORD TO NEW-BALANCE-FILE-RECORD.
005250     WRITE NEW-BALANCE-FILE-RECORD.
005260     ADD 1 TO VAR-LEDGER-WRITTEN-COUNT.
005270     PERFORM 8100-READ-OLD-LEDGER THRU 8100-EXIT.
005280 2000-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------
005320* 2100-REJECT-NO-LEDGER
005330* A RETURN BELOW THE CURRENT LEDGER KEY HAS NO LEDGER RECORD TO
005340* PUT THE MONEY BACK ON - LIST IT AND MOVE ON.
005350*----------------------------------------------------------------
005360 2100-REJECT-NO-LEDGER.
005370     MOVE 'NO LEDGER RECORD' TO VAR-RETURN-VERDICT.
005380     PERFORM 2800-WRITE-REJECTED-LINE THRU 2800-EXIT.
005390     PERFORM 8200-READ-RETURN THRU 8200-EXIT.
005400 2100-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------
005440* 2200-LOAD-CUSTOMER-PAYMENTS
005450* SKIPS THE JOURNAL HISTORY UP TO THE CUSTOMER AND LOADS EVERY
005460* PAYMENT POSTED TO THEM, MARKING OFF THOSE AN EARLIER RETURN HAS
005470* ALREADY REVERSED.  THE HISTORY IS IN POSTING ORDER, SO WHEN THE
005475* TABLE IS FULL THE OLDEST PAYMENT MAKES ROOM FOR THE NEWEST.
005480*----------------------------------------------------------------
005490 2200-LOAD-CUSTOMER-PAYMENTS.
005500     MOVE 0 TO VAR-PAY-ENTRY-COUNT.
005505     SET VAR-PAY-TABLE-NOT-OVERFLOWED TO TRUE.
005510     PERFORM 8300-READ-HISTORY THRU 8300-EXIT
005520         UNTIL VAR-HISTORY-KEY >= VAR-LEDGER-KEY.
005530     PERFORM 2250-LOAD-ONE-HISTORY-LINE THRU 2250-EXIT
005540         UNTIL VAR-HISTORY-KEY NOT = VAR-LEDGER-KEY.
005550 2200-EXIT.
005560     EXIT.
005570
005580 2250-LOAD-ONE-HISTORY-LINE.
005590     MOVE JOURNAL-HISTORY-RECORD TO JOURNAL-RECORD.
005600     IF JRNL-PAYMENT
005610         IF VAR-PAY-ENTRY-COUNT NOT < VAR-PAY-MAX-ENTRIES
005613             PERFORM 2255-DROP-OLDEST-PAYMENT THRU 2255-EXIT
005616         END-IF
005620         ADD 1 TO VAR-PAY-ENTRY-COUNT
005630         MOVE JRNL-EFFECTIVE-DATE
005640             TO VAR-PAY-TBL-DATE (VAR-PAY-ENTRY-COUNT)
005650         COMPUTE VAR-PAY-TBL-AMOUNT (VAR-PAY-ENTRY-COUNT) =
005660             0 - JRNL-AMOUNT
005670         MOVE JRNL-DUE-DATE
005680             TO VAR-PAY-TBL-DUE-DATE (VAR-PAY-ENTRY-COUNT)
005683         MOVE JRNL-BRANCH-ID
005686             TO VAR-PAY-TBL-BRANCH-ID (VAR-PAY-ENTRY-COUNT)
005690         SET VAR-PAY-TBL-OPEN (VAR-PAY-ENTRY-COUNT) TO TRUE
005740     END-IF.
005750     IF JRNL-RETURNED-PAYMENT
005760         PERFORM 2260-MARK-PAYMENT-RETURNED THRU 2260-EXIT
005770     END-IF.
005771     PERFORM 8300-READ-HISTORY THRU 8300-EXIT.
005772 2250-EXIT.
005773     EXIT.
005775
005776*----------------------------------------------------------------
005777* 2255-DROP-OLDEST-PAYMENT
005778* THE TABLE IS FULL: EVERY ENTRY MOVES DOWN ONE, THE OLDEST FALLS
005780* OFF THE BOTTOM AND THE TOP SLOT IS FREED FOR THE PAYMENT IN
005781* HAND.  A RETURN FOR A PAYMENT DROPPED THIS WAY FINDS NOTHING TO
005782* MATCH AND IS REJECTED AS PAYMENT HISTORY TOO LONG, AND THE LOG
005783* SAYS ONCE PER CUSTOMER THAT IT HAPPENED.
005785*----------------------------------------------------------------
005786 2255-DROP-OLDEST-PAYMENT.
005787     IF VAR-PAY-TABLE-NOT-OVERFLOWED
005788         DISPLAY 'RETPAY - MORE PAYMENTS FOR ' JRNL-CUST-ID
005790             ' THAN THE PROGRAM HOLDS, OLDEST DROPPED'
005791         SET VAR-PAY-TABLE-OVERFLOWED TO TRUE
005792     END-IF.
005793     MOVE 1 TO VAR-PAY-SUB.
005795     PERFORM 2256-SHIFT-ONE-PAYMENT THRU 2256-EXIT
005796         UNTIL VAR-PAY-SUB NOT < VAR-PAY-ENTRY-COUNT.
005797     SUBTRACT 1 FROM VAR-PAY-ENTRY-COUNT.
005798 2255-EXIT.
005800     EXIT.
005801
005802 2256-SHIFT-ONE-PAYMENT.
005803     MOVE VAR-PAY-ENTRY (VAR-PAY-SUB + 1)
005805         TO VAR-PAY-ENTRY (VAR-PAY-SUB).
005806     ADD 1 TO VAR-PAY-SUB.
005807 2256-EXIT.
005808     EXIT.
005810
005820*----------------------------------------------------------------
005830* 2260-MARK-PAYMENT-RETURNED
005840* A RETURNED-PAYMENT LINE ALREADY IN THE HISTORY CLOSES THE
005850* FIRST STILL-OPEN PAYMENT OF THE SAME DATE AND AMOUNT.  IT NEEDS
005853* NO TABLE SLOT OF ITS OWN - IT ONLY MARKS AN ENTRY ALREADY HELD,
005856* AND ONE FOR A PAYMENT DROPPED FROM A FULL TABLE MARKS NOTHING.
005860*----------------------------------------------------------------
005870 2260-MARK-PAYMENT-RETURNED.
005880     MOVE 1 TO VAR-PAY-SUB.
005890     PERFORM 2270-CHECK-ONE-RETURNED THRU 2270-EXIT
005900         UNTIL VAR-PAY-SUB > VAR-PAY-ENTRY-COUNT.
005910 2260-EXIT.
005920     EXIT.
005930
005940 2270-CHECK-ONE-RETURNED.
005950     IF VAR-PAY-TBL-OPEN (VAR-PAY-SUB)
005960             AND VAR-PAY-TBL-DATE (VAR-PAY-SUB) =
005970                 JRNL-EFFECTIVE-DATE
005980             AND VAR-PAY-TBL-AMOUNT (VAR-PAY-SUB) = JRNL-AMOUNT
005990         SET VAR-PAY-TBL-RETURNED (VAR-PAY-SUB) TO TRUE
006000         MOVE VAR-PAY-ENTRY-COUNT TO VAR-PAY-SUB
006010     END-IF.
006020     ADD 1 TO VAR-PAY-SUB.
006030 2270-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------------
006070* 2300-PROCESS-ONE-RETURN
006080* WORKS ONE RETURNED-ITEM CARD AGAINST THE LEDGER RECORD IN HAND
006090* AND READS THE NEXT.
006100*----------------------------------------------------------------
006110 2300-PROCESS-ONE-RETURN.
006120     PERFORM 2350-APPLY-ONE-RETURN THRU 2350-EXIT.
006130     PERFORM 8200-READ-RETURN THRU 8200-EXIT.
006140 2300-EXIT.
006150     EXIT.
006160
006170*----------------------------------------------------------------
006180* 2350-APPLY-ONE-RETURN
006190* EDITS THE CARD AND PROVES IT AGAINST A POSTED PAYMENT NOT YET
006200* RETURNED.  THE FIRST FAILURE NAMES THE REJECT REASON.  AN
006210* ACCEPTED RETURN PUTS THE AMOUNT BACK ON THE BALANCE, JOURNALS
006220* IT, REOPENS THE INSTALLMENT AND COUNTS TOWARD THE RETURN LIMIT.
006230*----------------------------------------------------------------
006240 2350-APPLY-ONE-RETURN.
006250     IF NOT RETN-VALID-REASON
006260         MOVE 'UNKNOWN RETURN REASON' TO VAR-RETURN-VERDICT
006270         PERFORM 2800-WRITE-REJECTED-LINE THRU 2800-EXIT
006280         GO TO 2350-EXIT
006290     END-IF.
006300     IF RETN-PAY-DATE-X NOT NUMERIC
006310         MOVE 'PAY DATE NOT NUMERIC' TO VAR-RETURN-VERDICT
006320         PERFORM 2800-WRITE-REJECTED-LINE THRU 2800-EXIT
006330         GO TO 2350-EXIT
006340     END-IF.
006350     IF RETN-AMOUNT-X NOT NUMERIC
006360         MOVE 'AMOUNT NOT NUMERIC' TO VAR-RETURN-VERDICT
006370         PERFORM 2800-WRITE-REJECTED-LINE THRU 2800-EXIT
006380         GO TO 2350-EXIT
006390     END-IF.
006400     IF RETN-AMOUNT = 0
006410         MOVE 'AMOUNT IS ZERO' TO VAR-RETURN-VERDICT
006420         PERFORM 2800-WRITE-REJECTED-LINE THRU 2800-EXIT
006430         GO TO 2350-EXIT
006440     END-IF.
006450     PERFORM 2400-FIND-POSTED-PAYMENT THRU 2400-EXIT.
006460     IF VAR-PAYMENT-WAS-RETURNED
006470         MOVE 'PAYMENT ALREADY RETURNED' TO VAR-RETURN-VERDICT
006480         PERFORM 2800-WRITE-REJECTED-LINE THRU 2800-EXIT
006490         GO TO 2350-EXIT
006500     END-IF.
006510     IF VAR-PAYMENT-NOT-FOUND
006511         AND VAR-PAY-TABLE-OVERFLOWED
006512         MOVE 'PAYMENT HISTORY TOO LONG' TO VAR-RETURN-VERDICT
006514         PERFORM 2800-WRITE-REJECTED-LINE THRU 2800-EXIT
006515         GO TO 2350-EXIT
006517     END-IF.
006518     IF VAR-PAYMENT-NOT-FOUND
006520         MOVE 'NO SUCH PAYMENT POSTED' TO VAR-RETURN-VERDICT
006530         PERFORM 2800-WRITE-REJECTED-LINE THRU 2800-EXIT
006540         GO TO 2350-EXIT
006550     END-IF.
006560     SET VAR-PAY-TBL-RETURNED (VAR-PAY-FOUND-SUB) TO TRUE.
006570*    A LEDGER RECORD WRITTEN BEFORE THE SHOP KEPT RETURN COUNTS
006580*    CARRIES SPACES THERE - IT HAS NEVER HAD A RETURN.
006590     IF BAL-RETURN-COUNT NOT NUMERIC
006600         MOVE 0 TO BAL-RETURN-COUNT
006610         MOVE 0 TO BAL-LAST-RETURN-DATE
006620         MOVE SPACE TO BAL-CHECK-FLAG
006630     END-IF.
006640     ADD RETN-AMOUNT TO BAL-BALANCE.
006650     ADD 1 TO BAL-RETURN-COUNT.
006660     MOVE PARM-RUN-DATE-NUM TO BAL-LAST-RETURN-DATE.
006670     IF BAL-LAST-PAY-DATE = RETN-PAY-DATE
006680             AND BAL-LAST-PAY-AMOUNT = RETN-AMOUNT
006690         PERFORM 2450-RESTAMP-LAST-PAYMENT THRU 2450-EXIT
006700     END-IF.
006710     ADD 1 TO VAR-RETURNS-ACCEPTED.
006720     ADD RETN-AMOUNT TO VAR-AMOUNT-RETURNED.
006730     PERFORM 2500-WRITE-JOURNAL-LINE THRU 2500-EXIT.
006740     PERFORM 2550-WRITE-REOPENED-RECORD THRU 2550-EXIT.
006750     MOVE SPACES TO REG-FLAG.
006760     IF BAL-RETURN-COUNT >= VAR-RETURN-LIMIT
006770         SET BAL-CHECKS-REFUSED TO TRUE
006780         MOVE 'REPEAT - REFUSE CHECKS' TO REG-FLAG
006790         ADD 1 TO VAR-REPEAT-FLAG-COUNT
006800     END-IF.
006810     MOVE 'RETURN ACCEPTED' TO VAR-RETURN-VERDICT.
006820     PERFORM 2700-WRITE-ACCEPTED-LINE THRU 2700-EXIT.
006830 2350-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------------
006870* 2400-FIND-POSTED-PAYMENT
006880* LOOKS FOR A STILL-OPEN PAYMENT OF THE CARD'S DATE AND AMOUNT.
006890* FINDING ONLY A RETURNED ONE MEANS THE CARD IS A DUPLICATE.
006900*----------------------------------------------------------------
006910 2400-FIND-POSTED-PAYMENT.
006920     SET VAR-PAYMENT-NOT-FOUND TO TRUE.
006930     MOVE 0 TO VAR-PAY-FOUND-SUB.
006940     MOVE 1 TO VAR-PAY-SUB.
006950     PERFORM 2410-CHECK-ONE-PAYMENT THRU 2410-EXIT
006960         UNTIL VAR-PAY-SUB > VAR-PAY-ENTRY-COUNT
006970            OR VAR-PAYMENT-FOUND.
006980 2400-EXIT.
006990     EXIT.
007000
007010 2410-CHECK-ONE-PAYMENT.
007020     IF VAR-PAY-TBL-DATE (VAR-PAY-SUB) = RETN-PAY-DATE
007030             AND VAR-PAY-TBL-AMOUNT (VAR-PAY-SUB) = RETN-AMOUNT
007040         IF VAR-PAY-TBL-OPEN (VAR-PAY-SUB)
007050             SET VAR-PAYMENT-FOUND TO TRUE
007060             MOVE VAR-PAY-SUB TO VAR-PAY-FOUND-SUB
007070         ELSE
007080             SET VAR-PAYMENT-WAS-RETURNED TO TRUE
007090         END-IF
007100     END-IF.
007110     ADD 1 TO VAR-PAY-SUB.
007120 2410-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------------
007160* 2450-RESTAMP-LAST-PAYMENT
007170* THE LAST-PAYMENT FIELDS WERE STAMPED FROM THE PAYMENT JUST
007180* RETURNED.  THEY FALL BACK TO THE LATEST PAYMENT STILL GOOD, OR
007190* TO ZERO WHEN THERE IS NONE.
007200*----------------------------------------------------------------
007210 2450-RESTAMP-LAST-PAYMENT.
007220     MOVE 0 TO VAR-PAY-LATEST-SUB.
007230     MOVE 1 TO VAR-PAY-SUB.
007240     PERFORM 2460-CHECK-ONE-LATEST THRU 2460-EXIT
007250         UNTIL VAR-PAY-SUB > VAR-PAY-ENTRY-COUNT.
007260     IF VAR-PAY-LATEST-SUB = 0
007270         MOVE 0 TO BAL-LAST-PAY-DATE
007280         MOVE 0 TO BAL-LAST-PAY-AMOUNT
007290     ELSE
007300         MOVE VAR-PAY-TBL-DATE (VAR-PAY-LATEST-SUB)
007310             TO BAL-LAST-PAY-DATE
007320         MOVE VAR-PAY-TBL-AMOUNT (VAR-PAY-LATEST-SUB)
007330             TO BAL-LAST-PAY-AMOUNT
007340     END-IF.
007350 2450-EXIT.
007360     EXIT.
007370
007380 2460-CHECK-ONE-LATEST.
007390     IF VAR-PAY-TBL-OPEN (VAR-PAY-SUB)
007400         IF VAR-PAY-LATEST-SUB = 0
007410             MOVE VAR-PAY-SUB TO VAR-PAY-LATEST-SUB
007420         ELSE
007430             IF VAR-PAY-TBL-DATE (VAR-PAY-SUB) >=
007440                     VAR-PAY-TBL-DATE (VAR-PAY-LATEST-SUB)
007450                 MOVE VAR-PAY-SUB TO VAR-PAY-LATEST-SUB
007460             END-IF
007470         END-IF
007480     END-IF.
007490     ADD 1 TO VAR-PAY-SUB.
007500 2460-EXIT.
007510     EXIT.
007520
007530*----------------------------------------------------------------
007540* 2500-WRITE-JOURNAL-LINE
007550* THE RETURN IS A DEBIT - IT PUTS THE MONEY BACK ON THE BALANCE.
007560* THE LINE CARRIES THE ORIGINAL PAY DATE AS ITS EFFECTIVE DATE
007570* AND THE INSTALLMENT'S DUE DATE, SO IT PAIRS WITH THE PAYMENT
007580* LINE IT REVERSES.
007590*----------------------------------------------------------------
007600 2500-WRITE-JOURNAL-LINE.
007610     MOVE SPACES TO JOURNAL-RECORD.
007620     MOVE BAL-CUST-ID TO JRNL-CUST-ID.
007630     MOVE PARM-RUN-DATE-NUM TO JRNL-POST-DATE.
007640     SET JRNL-RETURNED-PAYMENT TO TRUE.
007650     MOVE RETN-AMOUNT TO JRNL-AMOUNT.
007660     MOVE BAL-BALANCE TO JRNL-BALANCE-AFTER.
007670     MOVE RETN-PAY-DATE TO JRNL-EFFECTIVE-DATE.
007680     MOVE 'RETPAY  ' TO JRNL-SOURCE.
007690     MOVE VAR-PAY-TBL-DUE-DATE (VAR-PAY-FOUND-SUB)
007700         TO JRNL-DUE-DATE.
007703     MOVE VAR-PAY-TBL-BRANCH-ID (VAR-PAY-FOUND-SUB)
007706         TO JRNL-BRANCH-ID.
007710     MOVE RETN-REASON-CODE TO JRNL-REASON-CODE.
007720     WRITE DAILY-JOURNAL-RECORD FROM JOURNAL-RECORD.
007730     ADD 1 TO VAR-JOURNAL-LINES-WRITTEN.
007740 2500-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------
007780* 2550-WRITE-REOPENED-RECORD
007790* THE INSTALLMENT THE PAYMENT SETTLED GOES BACK ON THE BOOKS AT
007800* ITS ORIGINAL DUE DATE.  THE DELINQUENCY AGING CARRIES IT FROM
007810* RUN TO RUN UNTIL A NEW PAYMENT SETTLES IT.  A PAYMENT POSTED
007820* WITHOUT A DUE DATE HAS NO INSTALLMENT TO REOPEN.
007830*----------------------------------------------------------------
007840 2550-WRITE-REOPENED-RECORD.
007850     IF VAR-PAY-TBL-DUE-DATE (VAR-PAY-FOUND-SUB) = 0
007860         GO TO 2550-EXIT
007870     END-IF.
007880     MOVE SPACES TO SCHEDULE-RECORD.
007890     MOVE BAL-CUST-ID TO SCHD-CUST-ID.
007900     MOVE 0 TO SCHD-INSTALLMENT-NUM.
007910     MOVE VAR-PAY-TBL-DUE-DATE (VAR-PAY-FOUND-SUB)
007920         TO SCHD-DUE-DATE.
007930     SET SCHD-REOPENED TO TRUE.
007935     MOVE PARM-RUN-DATE-NUM TO SCHD-REOPEN-DATE.
007940     WRITE REOPENED-OUTPUT-RECORD FROM SCHEDULE-RECORD.
007950     ADD 1 TO VAR-REOPENED-COUNT.
007960 2550-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------------
008000* 2700-WRITE-ACCEPTED-LINE
008010* ONE REGISTER LINE FOR A RETURN ACCEPTED, SHOWING THE REOPENED
008020* DUE DATE AND THE BALANCE THE RETURN LEFT.
008030*----------------------------------------------------------------
008040 2700-WRITE-ACCEPTED-LINE.
008050     PERFORM 2900-FORMAT-CARD-FIELDS THRU 2900-EXIT.
008060     MOVE VAR-PAY-TBL-DUE-DATE (VAR-PAY-FOUND-SUB)
008070         TO REG-DUE-DATE.
008080     MOVE BAL-BALANCE TO REG-NEW-BALANCE.
008090     PERFORM 2950-PRINT-REGISTER-LINE THRU 2950-EXIT.
008100 2700-EXIT.
008110     EXIT.
008120
008130*----------------------------------------------------------------
008140* 2800-WRITE-REJECTED-LINE
008150* ONE REGISTER LINE FOR A CARD REJECTED.  NOTHING WAS REVERSED,
008160* SO THE DUE-DATE AND BALANCE COLUMNS ARE LEFT BLANK.
008170*----------------------------------------------------------------
008180 2800-WRITE-REJECTED-LINE.
008190     PERFORM 2900-FORMAT-CARD-FIELDS THRU 2900-EXIT.
008200     MOVE SPACES TO REG-DUE-DATE-AREA.
008210     MOVE SPACES TO REG-BALANCE-AREA.
008220     MOVE SPACES TO REG-FLAG.
008230     ADD 1 TO VAR-RETURNS-REJECTED.
008240     IF RETN-AMOUNT-X NUMERIC
008250         ADD RETN-AMOUNT TO VAR-AMOUNT-REJECTED
008260     END-IF.
008270     PERFORM 2950-PRINT-REGISTER-LINE THRU 2950-EXIT.
008280 2800-EXIT.
008290     EXIT.
008300
008310 2900-FORMAT-CARD-FIELDS.
008320     MOVE RETN-CUST-ID TO REG-CUST-ID.
008330     IF RETN-PAY-DATE-X NUMERIC
008340         MOVE RETN-PAY-DATE TO REG-PAY-DATE
008350     ELSE
008360         MOVE 0 TO REG-PAY-DATE
008370     END-IF.
008380     IF RETN-AMOUNT-X NUMERIC
008390         MOVE RETN-AMOUNT TO REG-AMOUNT
008400     ELSE
008410         MOVE 0 TO REG-AMOUNT
008420     END-IF.
008430     MOVE RETN-REASON-CODE TO REG-REASON-CODE.
008440     MOVE VAR-RETURN-VERDICT TO REG-VERDICT.
008450 2900-EXIT.
008460     EXIT.
008470
008480 2950-PRINT-REGISTER-LINE.
008490     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE
008500         PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT
008510     END-IF.
008520     WRITE RETURN-REGISTER-LINE FROM VAR-REGISTER-LINE
008530         AFTER ADVANCING 1 LINE.
008540     ADD 1 TO VAR-LINE-COUNT.
008550 2950-EXIT.
008560     EXIT.
008570
008580*----------------------------------------------------------------
008590* 3000-DRAIN-LEFTOVER-RETURNS
008600* RETURNS STILL ON FILE ONCE THE LEDGER HAS DRAINED HAVE NO
008610* LEDGER RECORD AT ALL.
008620*----------------------------------------------------------------
008630 3000-DRAIN-LEFTOVER-RETURNS.
008640     MOVE 'NO LEDGER RECORD' TO VAR-RETURN-VERDICT.
008650     PERFORM 2800-WRITE-REJECTED-LINE THRU 2800-EXIT.
008660     PERFORM 8200-READ-RETURN THRU 8200-EXIT.
008670 3000-EXIT.
008680     EXIT.
008690
008700*----------------------------------------------------------------
008710* 8100-READ-OLD-LEDGER
008720*----------------------------------------------------------------
008730 8100-READ-OLD-LEDGER.
008740     READ OLD-BALANCE-FILE INTO BALANCE-RECORD
008750         AT END
008760             MOVE '10' TO VAR-OLDBAL-STATUS
008770             MOVE HIGH-VALUES TO VAR-LEDGER-KEY
008780     END-READ.
008790     IF NOT VAR-OLDBAL-EOF
008800         ADD 1 TO VAR-LEDGER-READ-COUNT
008810         MOVE BAL-CUST-ID TO VAR-LEDGER-KEY
008820     END-IF.
008830 8100-EXIT.
008840     EXIT.
008850
008860*----------------------------------------------------------------
008870* 8200-READ-RETURN
008880*----------------------------------------------------------------
008890 8200-READ-RETURN.
008900     READ SORTED-RETURN-FILE INTO RETURNED-ITEM-CARD
008910         AT END
008920             MOVE '10' TO VAR-SRTRETN-STATUS
008930             MOVE HIGH-VALUES TO VAR-RETURN-KEY
008940     END-READ.
008950     IF NOT VAR-SRTRETN-EOF
008960         ADD 1 TO VAR-CARDS-READ-COUNT
008970         MOVE RETN-CUST-ID TO VAR-RETURN-KEY
008980     END-IF.
008990 8200-EXIT.
009000     EXIT.
009010
009020*----------------------------------------------------------------
009030* 8300-READ-HISTORY
009040* READ INTO THE FILE'S OWN RECORD AREA, NOT THE JOURNAL WORKING
009050* COPY - THE LOOK-AHEAD LINE MUST SURVIVE THE JOURNAL LINES
009060* WRITTEN FOR THE CUSTOMER IN HAND.
009070*----------------------------------------------------------------
009080 8300-READ-HISTORY.
009090     READ JOURNAL-HISTORY-FILE
009100         AT END
009110             MOVE '10' TO VAR-OLDJRNH-STATUS
009120             MOVE HIGH-VALUES TO VAR-HISTORY-KEY
009130     END-READ.
009140     IF NOT VAR-OLDJRNH-EOF
009150         MOVE JH-CUST-ID TO VAR-HISTORY-KEY
009160     END-IF.
009161 8300-EXIT.
009162     EXIT.
009163
009164*----------------------------------------------------------------
009166* 8400-READ-PRIOR-JOURNAL
009167*----------------------------------------------------------------
009168 8400-READ-PRIOR-JOURNAL.
009169     READ PRIOR-JOURNAL-FILE INTO JOURNAL-RECORD
009170         AT END
009172             MOVE '10' TO VAR-OLDJRNL-STATUS
009173     END-READ.
009174 8400-EXIT.
009175     EXIT.
009176
009178*----------------------------------------------------------------
009179* 8500-READ-PRIOR-REOPENED
009180*----------------------------------------------------------------
009181 8500-READ-PRIOR-REOPENED.
009182     READ PRIOR-REOPENED-FILE INTO SCHEDULE-RECORD
009184         AT END
009185             MOVE '10' TO VAR-OLDREOP-STATUS
009186     END-READ.
009187 8500-EXIT.
009188     EXIT.
009190
009200*----------------------------------------------------------------
009210* 9000-TERMINATE
009220* PRINTS THE CONTROL-TOTAL SUMMARY, SETS THE CONDITION CODE AND
009230* CLOSES EVERYTHING DOWN.  LEDGER IN SHOULD ALWAYS EQUAL LEDGER
009240* OUT, AND CARDS READ SHOULD EQUAL ACCEPTED PLUS REJECTED.
009250*----------------------------------------------------------------
009260 9000-TERMINATE.
009270     WRITE RETURN-REGISTER-LINE FROM VAR-TOTALS-LINE
009280         AFTER ADVANCING 2 LINES.
009290     MOVE 'CARDS READ ......  ' TO TOT-CAPTION.
009300     MOVE VAR-CARDS-READ-COUNT TO TOT-VALUE.
009310     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009320     MOVE 'RETURNS ACCEPTED   ' TO TOT-CAPTION.
009330     MOVE VAR-RETURNS-ACCEPTED TO TOT-VALUE.
009340     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009350     MOVE 'RETURNS REJECTED   ' TO TOT-CAPTION.
009360     MOVE VAR-RETURNS-REJECTED TO TOT-VALUE.
009370     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009380     MOVE 'INSTALLMENTS REOPND' TO TOT-CAPTION.
009390     MOVE VAR-REOPENED-COUNT TO TOT-VALUE.
009400     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009410     MOVE 'REPEAT RETURNERS   ' TO TOT-CAPTION.
009420     MOVE VAR-REPEAT-FLAG-COUNT TO TOT-VALUE.
009430     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009440     MOVE 'LEDGER IN .......  ' TO TOT-CAPTION.
009450     MOVE VAR-LEDGER-READ-COUNT TO TOT-VALUE.
009460     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009470     MOVE 'LEDGER OUT ......  ' TO TOT-CAPTION.
009480     MOVE VAR-LEDGER-WRITTEN-COUNT TO TOT-VALUE.
009490     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009500     MOVE 'JOURNAL LINES ...  ' TO TOT-CAPTION.
009510     MOVE VAR-JOURNAL-LINES-WRITTEN TO TOT-VALUE.
009511     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009512     MOVE 'JOURNAL CARRIED .  ' TO TOT-CAPTION.
009514     MOVE VAR-JOURNAL-CARRIED-COUNT TO TOT-VALUE.
009515     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009517     MOVE 'JOURNAL REPLACED   ' TO TOT-CAPTION.
009518     MOVE VAR-JOURNAL-REPLACED-COUNT TO TOT-VALUE.
009520     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009521     MOVE 'REOPENED CARRIED   ' TO TOT-CAPTION.
009522     MOVE VAR-REOPEN-CARRIED-COUNT TO TOT-VALUE.
009524     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009525     MOVE 'REOPENED REPLACED  ' TO TOT-CAPTION.
009527     MOVE VAR-REOPEN-REPLACED-COUNT TO TOT-VALUE.
009528     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009530     MOVE 'AMOUNT RETURNED .  ' TO TOT-AMT-CAPTION.
009540     MOVE VAR-AMOUNT-RETURNED TO TOT-AMT-VALUE.
009550     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
009560     MOVE 'AMOUNT REJECTED .  ' TO TOT-AMT-CAPTION.
009570     MOVE VAR-AMOUNT-REJECTED TO TOT-AMT-VALUE.
009580     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
009590     CLOSE OLD-BALANCE-FILE
009600           NEW-BALANCE-FILE
009610           DAILY-JOURNAL-FILE
009620           REOPENED-FILE
009630           RETURN-REGISTER-FILE.
009640     IF VAR-RETURN-CARDS-ON-FILE
009650         CLOSE SORTED-RETURN-FILE
009660     END-IF.
009670     IF VAR-HISTORY-ON-FILE
009680         CLOSE JOURNAL-HISTORY-FILE
009690     END-IF.
009700     IF VAR-RETURNS-REJECTED > 0
009710         DISPLAY 'RETPAY - RETURNED ITEMS REJECTED, '
009720             'SEE THE RETURNED-ITEMS REGISTER'
009730         MOVE 8 TO RETURN-CODE
009740     END-IF.
009750 9000-EXIT.
009760     EXIT.
009770
009780 9100-WRITE-TOTALS-LINE.
009790     WRITE RETURN-REGISTER-LINE FROM VAR-TOTALS-DETAIL
009800         AFTER ADVANCING 1 LINE.
009810 9100-EXIT.
009820     EXIT.
009830
009840 9150-WRITE-AMOUNT-LINE.
009850     WRITE RETURN-REGISTER-LINE FROM VAR-TOTALS-AMT-DETAIL
009860         AFTER ADVANCING 1 LINE.
009870 9150-EXIT.
009880     EXIT.
