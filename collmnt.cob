000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COLLMNT.
000030 AUTHOR. CALVIN HOBBES.
000040 INSTALLATION. RETAIL BANKING - CUSTOMER SERVICES BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-15 CJH  ORIGINAL VERSION.  NIGHTLY COLLECTIONS ACTIVITY
000130*                 UPDATE, RUN AFTER THE DAY'S PAYMENT POSTING AND
000140*                 RETURNED-PAYMENT STEPS AND BEFORE THE JOURNAL
000150*                 ROLL-IN.  THE COLLECTORS' CONTACT CARDS ARE
000160*                 SORTED INTO CUST-ID/CONTACT-DATE ORDER AND
000170*                 APPLIED TO THE COLLECTIONS ACTIVITY FILE (OLD
000180*                 FILE IN, NEW FILE OUT) - EACH ACCEPTED CARD
000190*                 BECOMES THE ACCOUNT'S LAST CONTACT, AND A
000200*                 PROMISE-TO-PAY CARD REPLACES ANY PROMISE ON
000210*                 FILE.  THE DAY'S JOURNAL IS THEN SORTED INTO
000220*                 CUST-ID ORDER AND ITS PAYMENT AND RETURNED-
000230*                 PAYMENT LINES ARE APPLIED TO EACH OPEN PROMISE.
000240*                 A PROMISE PAID IN FULL IS MARKED KEPT; ONE STILL
000250*                 SHORT ONCE ITS DATE HAS PASSED IS MARKED BROKEN
000260*                 FOR THE WORKLIST TO PUSH TO THE TOP.  A CARD
000270*                 THAT FAILS ITS EDITS IS LISTED ON THE REGISTER
000280*                 AND ENDS THE RUN WITH CONDITION CODE 08.
000281* 2026-10-15 CJH  ONLY JOURNAL LINES POSTED ON THE RUN DATE ARE
000282*                 APPLIED.  AN EARLIER DAY'S LINE STILL WAITING
000283*                 FOR THE ROLL-IN WAS APPLIED WITH THAT DAY'S RUN
000284*                 AND IS SKIPPED AND COUNTED, NOT PAID TWICE.
000290*----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OLD-COLLECTIONS-FILE ASSIGN TO OLDCOLL
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS OC-CUST-ID
000390         FILE STATUS IS VAR-OLDCOLL-STATUS.
000400
000410     SELECT NEW-COLLECTIONS-FILE ASSIGN TO NEWCOLL
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS NC-CUST-ID
000450         FILE STATUS IS VAR-NEWCOLL-STATUS.
000460
000470     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMSTR
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS CM-CUST-ID
000510         FILE STATUS IS VAR-CUSTMSTR-STATUS.
000520
000530     SELECT CONTACT-CARD-FILE ASSIGN TO COLLCARD
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS VAR-COLLCARD-STATUS.
000560
000570     SELECT SORTED-CONTACT-FILE ASSIGN TO SRTCOLL
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS VAR-SRTCOLL-STATUS.
000600
000610     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
000620
000630     SELECT DAILY-JOURNAL-FILE ASSIGN TO DAYJRNL
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS VAR-DAYJRNL-STATUS.
000660
000670     SELECT SORTED-JOURNAL-FILE ASSIGN TO SRTJRNL
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS VAR-SRTJRNL-STATUS.
000700
000710     SELECT JOURNAL-SORT-FILE ASSIGN TO SORTWRK2.
000720
000730     SELECT COLLECTIONS-REGISTER-FILE ASSIGN TO COLLRPT
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS VAR-COLLRPT-STATUS.
000760
000770     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS VAR-PARMCARD-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830
000840*OLD COLLECTIONS ACTIVITY FILE - AS IT STOOD BEFORE THIS RUN.
000850 FD  OLD-COLLECTIONS-FILE
000860     RECORD CONTAINS 80 CHARACTERS
000870     LABEL RECORDS ARE STANDARD.
000880 01  OLD-COLLECTIONS-RECORD.
000890     05  OC-CUST-ID                 PIC X(09).
000900     05  FILLER                     PIC X(71).
000910
000920*NEW COLLECTIONS ACTIVITY FILE - WITH THIS RUN'S CONTACTS AND
000930*PROMISE CHECKS APPLIED.
000940 FD  NEW-COLLECTIONS-FILE
000950     RECORD CONTAINS 80 CHARACTERS
000960     LABEL RECORDS ARE STANDARD.
000970 01  NEW-COLLECTIONS-RECORD.
000980     05  NC-CUST-ID                 PIC X(09).
000990     05  FILLER                     PIC X(71).
001000
001010*CUSTOMER MASTER - READ DIRECTLY BY CUST-ID TO PROVE A CONTACT
001020*CARD NAMES A CUSTOMER.
001030 FD  CUSTOMER-MASTER-FILE
001040     RECORD CONTAINS 53 CHARACTERS
001050     LABEL RECORDS ARE STANDARD.
001060 01  CUSTOMER-MASTER-RECORD.
001070     05  CM-CUST-ID                 PIC X(09).
001080     05  FILLER                     PIC X(44).
001090
001100*COLLECTIONS CONTACT CARDS - AS KEYED BY THE COLLECTORS.
001110 FD  CONTACT-CARD-FILE
001120     RECORD CONTAINS 80 CHARACTERS
001130     LABEL RECORDS ARE STANDARD.
001140 01  CONTACT-CARD-INPUT-RECORD      PIC X(80).
001150
001160*SORTED CONTACT CARDS - THE SORT OUTPUT THE UPDATE READS.
001170 FD  SORTED-CONTACT-FILE
001180     RECORD CONTAINS 80 CHARACTERS
001190     LABEL RECORDS ARE STANDARD.
001200 01  SORTED-CONTACT-RECORD          PIC X(80).
001210
001220*SORT WORK FILE FOR THE CONTACT-CARD SORT.
001230 SD  SORT-WORK-FILE
001240     RECORD CONTAINS 80 CHARACTERS.
001250 01  SORT-WORK-RECORD.
001260     05  SORT-CUST-ID               PIC X(09).
001270     05  SORT-CONTACT-DATE          PIC X(08).
001280     05  FILLER                     PIC X(63).
001290
001300*DAY'S LEDGER JOURNAL - WHAT THE DAY'S POSTING STEPS HAVE
001310*JOURNALLED SO FAR.  READ ONLY; THE ROLL-IN JOB EMPTIES IT.
001320 FD  DAILY-JOURNAL-FILE
001330     RECORD CONTAINS 80 CHARACTERS
001340     LABEL RECORDS ARE STANDARD.
001350 01  DAILY-JOURNAL-RECORD           PIC X(80).
001360
001370*SORTED JOURNAL - THE DAY'S JOURNAL IN CUST-ID ORDER, EACH
001380*CUSTOMER'S LINES LEFT IN THE ORDER THEY WERE POSTED.
001390 FD  SORTED-JOURNAL-FILE
001400     RECORD CONTAINS 80 CHARACTERS
001410     LABEL RECORDS ARE STANDARD.
001420 01  SORTED-JOURNAL-RECORD          PIC X(80).
001430
001440*SORT WORK FILE FOR THE JOURNAL SORT.
001450 SD  JOURNAL-SORT-FILE
001460     RECORD CONTAINS 80 CHARACTERS.
001470 01  JOURNAL-SORT-RECORD.
001480     05  JSRT-CUST-ID               PIC X(09).
001490     05  FILLER                     PIC X(71).
001500
001510*COLLECTIONS ACTIVITY REGISTER FOR THE COLLECTIONS DESK.
001520 FD  COLLECTIONS-REGISTER-FILE
001530     RECORD CONTAINS 132 CHARACTERS
001540     LABEL RECORDS ARE STANDARD.
001550 01  COLLECTIONS-REGISTER-LINE      PIC X(132).
001560
001570*PARAMETER CARD - SUPPLIES THE RUN DATE.
001580 FD  PARAMETER-CARD-FILE
001590     RECORD CONTAINS 80 CHARACTERS
001600     LABEL RECORDS ARE STANDARD.
001610 01  PARAMETER-CARD-IMAGE           PIC X(80).
001620
001630 WORKING-STORAGE SECTION.
001640
001650*----------------------------------------------------------------
001660* COLLECTIONS ACTIVITY RECORD WORKING COPY - THE RECORD IN HAND
001670*----------------------------------------------------------------
001680 COPY COLLREC.
001690
001700*----------------------------------------------------------------
001710* COLLECTIONS CONTACT CARD WORKING COPY
001720*----------------------------------------------------------------
001730 COPY COLLTRN.
001740
001750*----------------------------------------------------------------
001760* CUSTOMER RECORD WORKING COPY
001770*----------------------------------------------------------------
001780 COPY CUSTREC.
001790
001800*----------------------------------------------------------------
001810* LEDGER JOURNAL RECORD WORKING COPY
001820*----------------------------------------------------------------
001830 COPY JRNLREC.
001840
001850*----------------------------------------------------------------
001860* PARAMETER CARD WORKING COPY
001870*----------------------------------------------------------------
001880 COPY PARMCARD.
001890
001900 01  VAR-OLDCOLL-STATUS        PIC X(02) VALUE '00'.
001910     88  VAR-OLDCOLL-OK                   VALUE '00'.
001920     88  VAR-OLDCOLL-EOF                  VALUE '10'.
001930     88  VAR-OLDCOLL-MISSING              VALUE '35'.
001940 01  VAR-NEWCOLL-STATUS        PIC X(02) VALUE '00'.
001950     88  VAR-NEWCOLL-OK                   VALUE '00'.
001960 01  VAR-CUSTMSTR-STATUS       PIC X(02) VALUE '00'.
001970     88  VAR-CUSTMSTR-OK                  VALUE '00'.
001980 01  VAR-COLLCARD-STATUS       PIC X(02) VALUE '00'.
001990     88  VAR-COLLCARD-OK                  VALUE '00'.
002000     88  VAR-COLLCARD-MISSING             VALUE '35'.
002010 01  VAR-SRTCOLL-STATUS        PIC X(02) VALUE '00'.
002020     88  VAR-SRTCOLL-OK                   VALUE '00'.
002030     88  VAR-SRTCOLL-EOF                  VALUE '10'.
002040 01  VAR-DAYJRNL-STATUS        PIC X(02) VALUE '00'.
002050     88  VAR-DAYJRNL-OK                   VALUE '00'.
002060     88  VAR-DAYJRNL-MISSING              VALUE '35'.
002070 01  VAR-SRTJRNL-STATUS        PIC X(02) VALUE '00'.
002080     88  VAR-SRTJRNL-OK                   VALUE '00'.
002090     88  VAR-SRTJRNL-EOF                  VALUE '10'.
002100 01  VAR-COLLRPT-STATUS        PIC X(02) VALUE '00'.
002110     88  VAR-COLLRPT-OK                   VALUE '00'.
002120 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
002130     88  VAR-PARMCARD-OK                  VALUE '00'.
002140
002150 01  VAR-OLD-FILE-SWITCH        PIC X(01) VALUE 'Y'.
002160     88  VAR-OLD-FILE-ON-HAND             VALUE 'Y'.
002170     88  VAR-FIRST-RUN                    VALUE 'N'.
002180 01  VAR-CONTACT-CARDS-SWITCH   PIC X(01) VALUE 'Y'.
002190     88  VAR-CONTACT-CARDS-ON-FILE        VALUE 'Y'.
002200     88  VAR-NO-CONTACT-CARDS             VALUE 'N'.
002210 01  VAR-DAY-JOURNAL-SWITCH     PIC X(01) VALUE 'Y'.
002220     88  VAR-DAY-JOURNAL-SORTED           VALUE 'Y'.
002230     88  VAR-NO-DAY-JOURNAL               VALUE 'N'.
002240 01  VAR-RECORD-SWITCH          PIC X(01) VALUE 'N'.
002250     88  VAR-RECORD-ON-FILE               VALUE 'Y'.
002260     88  VAR-RECORD-IS-NEW                VALUE 'N'.
002270 01  VAR-MASTER-SWITCH          PIC X(01) VALUE 'N'.
002280     88  VAR-CUSTOMER-ON-MASTER           VALUE 'Y'.
002290     88  VAR-CUSTOMER-NOT-ON-MASTER       VALUE 'N'.
002300 01  VAR-CARD-EDIT-SWITCH       PIC X(01) VALUE 'Y'.
002310     88  VAR-CARD-ACCEPTED                VALUE 'Y'.
002320     88  VAR-CARD-REJECTED                VALUE 'N'.
002330
002340*----------------------------------------------------------------
002350* MERGE KEYS - FLOODED HIGH AT END OF THE OWNING FILE SO THE
002360* OTHER SIDES DRAIN NATURALLY, THE SAME AS THE PAYMENT POSTING.
002370*----------------------------------------------------------------
002380 01  VAR-COLL-KEY               PIC X(09) VALUE LOW-VALUES.
002390 01  VAR-CARD-KEY               PIC X(09) VALUE LOW-VALUES.
002400 01  VAR-JOURNAL-KEY            PIC X(09) VALUE LOW-VALUES.
002410 01  VAR-CURRENT-KEY            PIC X(09) VALUE LOW-VALUES.
002420
002430 01  VAR-PAID-WORK              PIC S9(07)V99 VALUE 0.
002440 01  VAR-REGISTER-VERDICT       PIC X(26) VALUE SPACE.
002450
002460*----------------------------------------------------------------
002470* CONTROL TOTALS AND RUN COUNTERS
002480*----------------------------------------------------------------
002490 01  VAR-OLD-READ-COUNT         PIC 9(07) COMP VALUE 0.
002500 01  VAR-NEW-WRITTEN-COUNT      PIC 9(07) COMP VALUE 0.
002510 01  VAR-CARDS-READ-COUNT       PIC 9(07) COMP VALUE 0.
002520 01  VAR-CARDS-ACCEPTED-COUNT   PIC 9(07) COMP VALUE 0.
002530 01  VAR-CARDS-REJECTED-COUNT   PIC 9(07) COMP VALUE 0.
002540 01  VAR-PROMISES-MADE-COUNT    PIC 9(07) COMP VALUE 0.
002550 01  VAR-PROMISES-KEPT-COUNT    PIC 9(07) COMP VALUE 0.
002560 01  VAR-PROMISES-BROKEN-COUNT  PIC 9(07) COMP VALUE 0.
002570 01  VAR-PROMISES-REOPEN-COUNT  PIC 9(07) COMP VALUE 0.
002580 01  VAR-OPEN-ON-FILE-COUNT     PIC 9(07) COMP VALUE 0.
002590 01  VAR-BROKEN-ON-FILE-COUNT   PIC 9(07) COMP VALUE 0.
002600 01  VAR-JOURNAL-READ-COUNT     PIC 9(07) COMP VALUE 0.
002610 01  VAR-PAYMENTS-APPLIED-COUNT PIC 9(07) COMP VALUE 0.
002611 01  VAR-PRIOR-DAY-SKIPPED      PIC 9(07) COMP VALUE 0.
002620 01  VAR-AMOUNT-PROMISED        PIC S9(09)V99 VALUE 0.
002630 01  VAR-AMOUNT-APPLIED         PIC S9(09)V99 VALUE 0.
002640
002650*----------------------------------------------------------------
002660* REPORT PAGINATION FIELDS
002670*----------------------------------------------------------------
002680 01  VAR-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
002690 01  VAR-LINE-COUNT             PIC 9(03) COMP VALUE 99.
002700 01  VAR-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
002710
002720 01  VAR-SYSTEM-DATE            PIC 9(08) VALUE 0.
002730
002740*----------------------------------------------------------------
002750* REPORT LINE WORKING AREAS
002760*----------------------------------------------------------------
002770 01  VAR-HEADING-LINE-1.
002780     05  FILLER                     PIC X(01) VALUE SPACE.
002790     05  FILLER                     PIC X(30) VALUE
002800             'COLLECTIONS ACTIVITY REGISTER '.
002810     05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
002820     05  HDR-RUN-DATE               PIC 9999/99/99.
002830     05  FILLER                     PIC X(10) VALUE SPACE.
002840     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
002850     05  HDR-PAGE-NUMBER            PIC ZZZ9.
002860 01  VAR-HEADING-LINE-2.
002870     05  FILLER                     PIC X(01) VALUE SPACE.
002880     05  FILLER                     PIC X(11) VALUE 'CUST-ID'.
002890     05  FILLER                     PIC X(12) VALUE 'CONTACT'.
002900     05  FILLER                     PIC X(10) VALUE 'COLLECTOR'.
002910     05  FILLER                     PIC X(04) VALUE 'OC'.
002920     05  FILLER                     PIC X(12) VALUE 'PROMISED BY'.
002930     05  FILLER                     PIC X(15) VALUE
002940             '     PROMISED  '.
002950     05  FILLER                     PIC X(15) VALUE
002960             '         PAID  '.
002970     05  FILLER                     PIC X(11) VALUE 'DISPOSITION'.
002980 01  VAR-REGISTER-LINE.
002990     05  FILLER                     PIC X(01) VALUE SPACE.
003000     05  REG-CUST-ID                PIC X(09).
003010     05  FILLER                     PIC X(02) VALUE SPACE.
003020     05  REG-CONTACT-AREA           PIC X(10).
003030     05  REG-CONTACT-DATE           REDEFINES REG-CONTACT-AREA
003040                                    PIC 9999/99/99.
003050     05  FILLER                     PIC X(02) VALUE SPACE.
003060     05  REG-COLLECTOR              PIC X(08).
003070     05  FILLER                     PIC X(02) VALUE SPACE.
003080     05  REG-OUTCOME                PIC X(02).
003090     05  FILLER                     PIC X(02) VALUE SPACE.
003100     05  REG-PROMISE-AREA           PIC X(10).
003110     05  REG-PROMISE-DATE           REDEFINES REG-PROMISE-AREA
003120                                    PIC 9999/99/99.
003130     05  FILLER                     PIC X(02) VALUE SPACE.
003140     05  REG-PROMISED-AREA          PIC X(13).
003150     05  REG-PROMISED               REDEFINES REG-PROMISED-AREA
003160                                    PIC ZZ,ZZZ,ZZ9.99.
003170     05  FILLER                     PIC X(02) VALUE SPACE.
003180     05  REG-PAID-AREA              PIC X(13).
003190     05  REG-PAID                   REDEFINES REG-PAID-AREA
003200                                    PIC ZZ,ZZZ,ZZ9.99.
003210     05  FILLER                     PIC X(02) VALUE SPACE.
003220     05  REG-VERDICT                PIC X(26).
003230 01  VAR-TOTALS-LINE.
003240     05  FILLER                     PIC X(01) VALUE SPACE.
003250     05  FILLER                     PIC X(22) VALUE
003260             '*** CONTROL TOTALS ***'.
003270 01  VAR-TOTALS-DETAIL.
003280     05  FILLER                     PIC X(01) VALUE SPACE.
003290     05  TOT-CAPTION                PIC X(20).
003300     05  TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.
003310 01  VAR-TOTALS-AMT-DETAIL.
003320     05  FILLER                     PIC X(01) VALUE SPACE.
003330     05  TOT-AMT-CAPTION            PIC X(20).
003340     05  TOT-AMT-VALUE              PIC -Z,ZZZ,ZZZ,ZZ9.99.
003350
003360 PROCEDURE DIVISION.
003370
003380*----------------------------------------------------------------
003390* 0000-MAINLINE
003400* CONTROLS THE OVERALL FLOW OF THE RUN.
003410*----------------------------------------------------------------
003420 0000-MAINLINE.
003430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003440     PERFORM 2000-PROCESS-ONE-CUSTOMER THRU 2000-EXIT
003450         UNTIL VAR-COLL-KEY = HIGH-VALUES
003460           AND VAR-CARD-KEY = HIGH-VALUES.
003470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003480     STOP RUN.
003490
003500*----------------------------------------------------------------
003510* 1000-INITIALIZE
003520* OPENS THE FILES, READS THE PARAMETER CARD, SORTS THE CONTACT
003530* CARDS AND THE DAY'S JOURNAL AND PRIMES EVERY INPUT.  NO OLD
003540* ACTIVITY FILE IS THE FIRST RUN; NO CARDS MEANS ONLY THE
003550* PROMISE CHECK IS DONE TONIGHT.
003560*----------------------------------------------------------------
003570 1000-INITIALIZE.
003580     OPEN INPUT OLD-COLLECTIONS-FILE.
003590     IF VAR-OLDCOLL-MISSING
003600         SET VAR-FIRST-RUN TO TRUE
003610         MOVE '10' TO VAR-OLDCOLL-STATUS
003620         MOVE HIGH-VALUES TO VAR-COLL-KEY
003630     ELSE
003640         IF NOT VAR-OLDCOLL-OK
003650             DISPLAY 'COLLMNT - UNABLE TO OPEN OLD ACTIVITY, '
003660                 'STATUS = ' VAR-OLDCOLL-STATUS
003670             MOVE 16 TO RETURN-CODE
003680             STOP RUN
003690         END-IF
003700     END-IF.
003710     OPEN OUTPUT NEW-COLLECTIONS-FILE.
003720     IF NOT VAR-NEWCOLL-OK
003730         DISPLAY 'COLLMNT - UNABLE TO OPEN NEW ACTIVITY, '
003740             'STATUS = ' VAR-NEWCOLL-STATUS
003750         MOVE 16 TO RETURN-CODE
003760         STOP RUN
003770     END-IF.
003780     OPEN INPUT CUSTOMER-MASTER-FILE.
003790     IF NOT VAR-CUSTMSTR-OK
003800         DISPLAY 'COLLMNT - UNABLE TO OPEN CUSTOMER MASTER, '
003810             'STATUS = ' VAR-CUSTMSTR-STATUS
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850     OPEN OUTPUT COLLECTIONS-REGISTER-FILE.
003860     IF NOT VAR-COLLRPT-OK
003870         DISPLAY 'COLLMNT - UNABLE TO OPEN ACTIVITY REGISTER, '
003880             'STATUS = ' VAR-COLLRPT-STATUS
003890         MOVE 16 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
003930     PERFORM 1300-SORT-CONTACT-CARDS THRU 1300-EXIT.
003940     PERFORM 1400-SORT-DAY-JOURNAL THRU 1400-EXIT.
003950     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
003960     IF VAR-OLD-FILE-ON-HAND
003970         PERFORM 8100-READ-OLD-COLLECTIONS THRU 8100-EXIT
003980     END-IF.
003990 1000-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------
004030* 1200-READ-PARAMETER-CARD
004040* ONLY THE RUN DATE IS USED HERE; THE SAME MISSING-CARD
004050* FALLBACK AS THE DAILY RUN APPLIES.
004060*----------------------------------------------------------------
004070 1200-READ-PARAMETER-CARD.
004080     OPEN INPUT PARAMETER-CARD-FILE.
004090     READ PARAMETER-CARD-FILE INTO PARAMETER-CARD
004100         AT END
004110             MOVE '10' TO VAR-PARMCARD-STATUS
004120     END-READ.
004130     CLOSE PARAMETER-CARD-FILE.
004140     IF VAR-PARMCARD-OK
004150             AND PARM-RUN-YYYY NUMERIC
004160             AND PARM-RUN-MM NUMERIC
004170             AND PARM-RUN-DD NUMERIC
004180         NEXT SENTENCE
004190     ELSE
004200         ACCEPT VAR-SYSTEM-DATE FROM DATE YYYYMMDD
004210         MOVE VAR-SYSTEM-DATE(1:4) TO PARM-RUN-YYYY
004220         MOVE VAR-SYSTEM-DATE(5:2) TO PARM-RUN-MM
004230         MOVE VAR-SYSTEM-DATE(7:2) TO PARM-RUN-DD
004240     END-IF.
004250 1200-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------
004290* 1300-SORT-CONTACT-CARDS
004300* THE CARDS ARE OPENED ONCE PURELY TO PROVE THEY ARE THERE, THEN
004310* SORTED INTO CUST-ID ORDER, AND BY CONTACT DATE WITHIN CUST-ID
004320* SO THE LATEST CONTACT IS THE ONE LEFT ON FILE.
004330*----------------------------------------------------------------
004340 1300-SORT-CONTACT-CARDS.
004350     OPEN INPUT CONTACT-CARD-FILE.
004360     IF VAR-COLLCARD-MISSING
004370         SET VAR-NO-CONTACT-CARDS TO TRUE
004380         MOVE '10' TO VAR-SRTCOLL-STATUS
004390         MOVE HIGH-VALUES TO VAR-CARD-KEY
004400         GO TO 1300-EXIT
004410     END-IF.
004420     IF NOT VAR-COLLCARD-OK
004430         DISPLAY 'COLLMNT - UNABLE TO OPEN CONTACT CARDS, '
004440             'STATUS = ' VAR-COLLCARD-STATUS
004450         MOVE 16 TO RETURN-CODE
004460         STOP RUN
004470     END-IF.
004480     CLOSE CONTACT-CARD-FILE.
004490     SORT SORT-WORK-FILE
004500         ON ASCENDING KEY SORT-CUST-ID
004510                          SORT-CONTACT-DATE
004520         WITH DUPLICATES IN ORDER
004530         USING CONTACT-CARD-FILE
004540         GIVING SORTED-CONTACT-FILE.
004550     OPEN INPUT SORTED-CONTACT-FILE.
004560     IF NOT VAR-SRTCOLL-OK
004570         DISPLAY 'COLLMNT - UNABLE TO OPEN SORTED CARDS, '
004580             'STATUS = ' VAR-SRTCOLL-STATUS
004590         MOVE 16 TO RETURN-CODE
004600         STOP RUN
004610     END-IF.
004620     PERFORM 8200-READ-CONTACT-CARD THRU 8200-EXIT.
004630 1300-EXIT.
004640     EXIT.
004650
004660*----------------------------------------------------------------
004670* 1400-SORT-DAY-JOURNAL
004680* SORTS WHAT THE DAY'S POSTING STEPS HAVE JOURNALLED INTO CUST-ID
004690* ORDER, KEEPING EACH CUSTOMER'S LINES IN POSTING ORDER.  NO
004700* JOURNAL YET SIMPLY MEANS NO PAYMENTS TODAY.
004710*----------------------------------------------------------------
004720 1400-SORT-DAY-JOURNAL.
004730     OPEN INPUT DAILY-JOURNAL-FILE.
004740     IF VAR-DAYJRNL-MISSING
004750         SET VAR-NO-DAY-JOURNAL TO TRUE
004760         MOVE '10' TO VAR-SRTJRNL-STATUS
004770         MOVE HIGH-VALUES TO VAR-JOURNAL-KEY
004780         GO TO 1400-EXIT
004790     END-IF.
004800     IF NOT VAR-DAYJRNL-OK
004810         DISPLAY 'COLLMNT - UNABLE TO OPEN DAY JOURNAL, '
004820             'STATUS = ' VAR-DAYJRNL-STATUS
004830         MOVE 16 TO RETURN-CODE
004840         STOP RUN
004850     END-IF.
004860     CLOSE DAILY-JOURNAL-FILE.
004870     SORT JOURNAL-SORT-FILE
004880         ON ASCENDING KEY JSRT-CUST-ID
004890         WITH DUPLICATES IN ORDER
004900         USING DAILY-JOURNAL-FILE
004910         GIVING SORTED-JOURNAL-FILE.
004920     OPEN INPUT SORTED-JOURNAL-FILE.
004930     IF NOT VAR-SRTJRNL-OK
004940         DISPLAY 'COLLMNT - UNABLE TO OPEN SORTED JOURNAL, '
004950             'STATUS = ' VAR-SRTJRNL-STATUS
004960         MOVE 16 TO RETURN-CODE
004970         STOP RUN
004980     END-IF.
004990     PERFORM 8300-READ-JOURNAL THRU 8300-EXIT.
005000 1400-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------------
005040* 1500-WRITE-REPORT-HEADINGS
005050* PRINTS THE TWO-LINE PAGE HEADING AND RESETS THE LINE COUNTER.
005060*----------------------------------------------------------------
005070 1500-WRITE-REPORT-HEADINGS.
005080     ADD 1 TO VAR-PAGE-NUMBER.
005090     MOVE PARM-RUN-DATE-NUM TO HDR-RUN-DATE.
005100     MOVE VAR-PAGE-NUMBER TO HDR-PAGE-NUMBER.
005110     WRITE COLLECTIONS-REGISTER-LINE FROM VAR-HEADING-LINE-1
005120         AFTER ADVANCING PAGE.
005130     WRITE COLLECTIONS-REGISTER-LINE FROM VAR-HEADING-LINE-2
005140         AFTER ADVANCING 2 LINES.
005150     MOVE 3 TO VAR-LINE-COUNT.
005160 1500-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------
005200* 2000-PROCESS-ONE-CUSTOMER
005210* ONE PASS PER CUST-ID ON EITHER THE OLD ACTIVITY FILE OR THE
005220* CONTACT CARDS, TAKING THE LOWER KEY.  A CUSTOMER NOT ON FILE
005230* STARTS A NEW RECORD, WHICH IS ONLY KEPT IF ONE OF ITS CARDS IS
005240* ACCEPTED.  THE CUSTOMER'S CARDS ARE APPLIED FIRST, THEN THE
005250* DAY'S JOURNAL LINES, THEN THE PROMISE IS JUDGED.  JOURNAL LINES
005260* FOR CUSTOMERS THE DESK HAS NEVER WORKED ARE PASSED OVER.
005270*----------------------------------------------------------------
005280 2000-PROCESS-ONE-CUSTOMER.
005290     IF VAR-COLL-KEY < VAR-CARD-KEY
005300         MOVE VAR-COLL-KEY TO VAR-CURRENT-KEY
005310     ELSE
005320         MOVE VAR-CARD-KEY TO VAR-CURRENT-KEY
005330     END-IF.
005340     IF VAR-COLL-KEY = VAR-CURRENT-KEY
005350         SET VAR-RECORD-ON-FILE TO TRUE
005360         MOVE OLD-COLLECTIONS-RECORD TO COLLECTIONS-RECORD
005370     ELSE
005380         SET VAR-RECORD-IS-NEW TO TRUE
005390         PERFORM 2050-START-NEW-RECORD THRU 2050-EXIT
005400     END-IF.
005410     IF VAR-CARD-KEY = VAR-CURRENT-KEY
005420         PERFORM 2100-CHECK-MASTER THRU 2100-EXIT
005430         PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT
005440             UNTIL VAR-CARD-KEY NOT = VAR-CURRENT-KEY
005450     END-IF.
005460     PERFORM 8300-READ-JOURNAL THRU 8300-EXIT
005470         UNTIL VAR-JOURNAL-KEY >= VAR-CURRENT-KEY.
005480     PERFORM 2300-APPLY-ONE-JOURNAL-LINE THRU 2300-EXIT
005490         UNTIL VAR-JOURNAL-KEY NOT = VAR-CURRENT-KEY.
005500     PERFORM 2400-JUDGE-PROMISE THRU 2400-EXIT.
005510     IF VAR-RECORD-ON-FILE
005520         PERFORM 2900-WRITE-NEW-COLLECTIONS THRU 2900-EXIT
005530         PERFORM 8100-READ-OLD-COLLECTIONS THRU 8100-EXIT
005540     ELSE
005550         IF COLL-CONTACT-COUNT > 0
005560             PERFORM 2900-WRITE-NEW-COLLECTIONS THRU 2900-EXIT
005570         END-IF
005580     END-IF.
005590 2000-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------------
005630* 2050-START-NEW-RECORD
005640* A CUSTOMER CONTACTED FOR THE FIRST TIME - NO CONTACT AND NO
005650* PROMISE YET.
005660*----------------------------------------------------------------
005670 2050-START-NEW-RECORD.
005680     MOVE SPACES TO COLLECTIONS-RECORD.
005690     MOVE VAR-CURRENT-KEY TO COLL-CUST-ID.
005700     MOVE 0 TO COLL-LAST-CONTACT-DATE.
005710     MOVE 0 TO COLL-CONTACT-COUNT.
005720     MOVE 0 TO COLL-PROMISE-DATE.
005730     MOVE 0 TO COLL-PROMISE-AMOUNT.
005740     MOVE 0 TO COLL-PROMISE-PAID.
005750     MOVE 0 TO COLL-PROMISE-SET-DATE.
005760     MOVE 0 TO COLL-PROMISE-CHECK-DATE.
005770 2050-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------------
005810* 2100-CHECK-MASTER
005820* A CONTACT CARD MUST NAME A CUSTOMER ON THE MASTER.
005830*----------------------------------------------------------------
005840 2100-CHECK-MASTER.
005850     MOVE VAR-CURRENT-KEY TO CM-CUST-ID.
005860     READ CUSTOMER-MASTER-FILE INTO CUSTOMER-RECORD
005870         INVALID KEY
005880             SET VAR-CUSTOMER-NOT-ON-MASTER TO TRUE
005890         NOT INVALID KEY
005900             SET VAR-CUSTOMER-ON-MASTER TO TRUE
005910     END-READ.
005920 2100-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------
005960* 2200-APPLY-ONE-CARD
005970* AN ACCEPTED CARD BECOMES THE ACCOUNT'S LAST CONTACT.  A
005980* PROMISE-TO-PAY CARD ALSO SETS A NEW OPEN PROMISE, NOTHING YET
005990* PAID AGAINST IT, IN PLACE OF WHATEVER PROMISE WAS ON FILE.
006000*----------------------------------------------------------------
006010 2200-APPLY-ONE-CARD.
006020     PERFORM 2250-EDIT-ONE-CARD THRU 2250-EXIT.
006030     IF VAR-CARD-REJECTED
006040         ADD 1 TO VAR-CARDS-REJECTED-COUNT
006050         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
006060         PERFORM 8200-READ-CONTACT-CARD THRU 8200-EXIT
006070         GO TO 2200-EXIT
006080     END-IF.
006090     ADD 1 TO VAR-CARDS-ACCEPTED-COUNT.
006100     MOVE COLT-CONTACT-DATE TO COLL-LAST-CONTACT-DATE.
006110     MOVE COLT-COLLECTOR TO COLL-LAST-COLLECTOR.
006120     MOVE COLT-OUTCOME TO COLL-LAST-OUTCOME.
006130     IF COLL-CONTACT-COUNT < 999
006140         ADD 1 TO COLL-CONTACT-COUNT
006150     END-IF.
006160     IF COLT-PROMISE-TO-PAY
006170         MOVE COLT-PROMISE-DATE TO COLL-PROMISE-DATE
006180         MOVE COLT-PROMISE-AMT TO COLL-PROMISE-AMOUNT
006190         MOVE 0 TO COLL-PROMISE-PAID
006200         SET COLL-PROMISE-OPEN TO TRUE
006210         MOVE COLT-CONTACT-DATE TO COLL-PROMISE-SET-DATE
006220         MOVE 0 TO COLL-PROMISE-CHECK-DATE
006230         ADD 1 TO VAR-PROMISES-MADE-COUNT
006240         ADD COLT-PROMISE-AMT TO VAR-AMOUNT-PROMISED
006250         MOVE 'PROMISE RECORDED' TO VAR-REGISTER-VERDICT
006260     ELSE
006270         MOVE 'CONTACT RECORDED' TO VAR-REGISTER-VERDICT
006280     END-IF.
006290     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT.
006300     PERFORM 8200-READ-CONTACT-CARD THRU 8200-EXIT.
006310 2200-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------
006350* 2250-EDIT-ONE-CARD
006360* THE CONTACT DATE MUST BE A DATE NO LATER THAN THE RUN DATE AND
006370* NO EARLIER THAN THE LAST CONTACT ALREADY ON FILE; THE
006380* COLLECTOR MUST BE GIVEN AND THE OUTCOME CODE KNOWN.  A PROMISE
006390* MUST FALL DUE ON OR AFTER THE DAY IT WAS MADE AND BE FOR SOME
006400* AMOUNT.  THE FIRST FAILURE FOUND IS THE ONE REPORTED.
006410*----------------------------------------------------------------
006420 2250-EDIT-ONE-CARD.
006430     SET VAR-CARD-REJECTED TO TRUE.
006440     IF VAR-CUSTOMER-NOT-ON-MASTER
006450         MOVE 'CUST-ID NOT ON MASTER' TO VAR-REGISTER-VERDICT
006460         GO TO 2250-EXIT
006470     END-IF.
006480     IF COLT-CONTACT-DATE-X NOT NUMERIC
006490             OR COLT-CONTACT-DATE = 0
006500         MOVE 'CONTACT DATE NOT VALID' TO VAR-REGISTER-VERDICT
006510         GO TO 2250-EXIT
006520     END-IF.
006530     IF COLT-CONTACT-DATE > PARM-RUN-DATE-NUM
006540         MOVE 'CONTACT DATE AFTER RUN' TO VAR-REGISTER-VERDICT
006550         GO TO 2250-EXIT
006560     END-IF.
006570     IF COLT-CONTACT-DATE < COLL-LAST-CONTACT-DATE
006580         MOVE 'EARLIER THAN LAST CONTACT' TO VAR-REGISTER-VERDICT
006590         GO TO 2250-EXIT
006600     END-IF.
006610     IF COLT-COLLECTOR = SPACES
006620         MOVE 'COLLECTOR NOT GIVEN' TO VAR-REGISTER-VERDICT
006630         GO TO 2250-EXIT
006640     END-IF.
006650     IF NOT COLT-VALID-OUTCOME
006660         MOVE 'OUTCOME CODE NOT VALID' TO VAR-REGISTER-VERDICT
006670         GO TO 2250-EXIT
006680     END-IF.
006690     IF COLT-PROMISE-TO-PAY
006700         IF COLT-PROMISE-DATE-X NOT NUMERIC
006710                 OR COLT-PROMISE-DATE < COLT-CONTACT-DATE
006720             MOVE 'PROMISE DATE NOT VALID' TO VAR-REGISTER-VERDICT
006730             GO TO 2250-EXIT
006740         END-IF
006750         IF COLT-PROMISE-AMT-X NOT NUMERIC
006760                 OR COLT-PROMISE-AMT = 0
006770             MOVE 'PROMISE AMOUNT NOT VALID'
006780                 TO VAR-REGISTER-VERDICT
006790             GO TO 2250-EXIT
006800         END-IF
006810     END-IF.
006820     SET VAR-CARD-ACCEPTED TO TRUE.
006830 2250-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------------
006870* 2300-APPLY-ONE-JOURNAL-LINE
006880* A PAYMENT MADE ON OR AFTER THE DAY THE PROMISE WAS GIVEN COUNTS
006890* TOWARD IT; A RETURNED PAYMENT OF THAT PERIOD TAKES ITS AMOUNT
006900* BACK OFF AGAIN.  THE JOURNAL AMOUNT IS SIGNED FROM THE LEDGER'S
006910* SIDE, SO SUBTRACTING IT HANDLES BOTH.  A KEPT PROMISE STILL
006920* TAKES RETURNS, SO A PAYMENT THAT BOUNCES REOPENS IT.  A LINE
006921* FROM AN EARLIER DAY NOT YET ROLLED INTO HISTORY WENT WITH THAT
006922* DAY'S RUN AND IS SKIPPED.
006930*----------------------------------------------------------------
006940 2300-APPLY-ONE-JOURNAL-LINE.
006941     IF JRNL-POST-DATE NOT = PARM-RUN-DATE-NUM
006942         ADD 1 TO VAR-PRIOR-DAY-SKIPPED
006943         PERFORM 8300-READ-JOURNAL THRU 8300-EXIT
006944         GO TO 2300-EXIT
006945     END-IF.
006950     IF COLL-PROMISE-OPEN OR COLL-PROMISE-KEPT
006960         IF JRNL-PAYMENT OR JRNL-RETURNED-PAYMENT
006970             IF JRNL-EFFECTIVE-DATE >= COLL-PROMISE-SET-DATE
006980                 COMPUTE VAR-PAID-WORK =
006990                     COLL-PROMISE-PAID - JRNL-AMOUNT
007000                 IF VAR-PAID-WORK < 0
007010                     MOVE 0 TO VAR-PAID-WORK
007020                 END-IF
007030                 MOVE VAR-PAID-WORK TO COLL-PROMISE-PAID
007040                 ADD 1 TO VAR-PAYMENTS-APPLIED-COUNT
007050                 SUBTRACT JRNL-AMOUNT FROM VAR-AMOUNT-APPLIED
007060             END-IF
007070         END-IF
007080     END-IF.
007090     PERFORM 8300-READ-JOURNAL THRU 8300-EXIT.
007100 2300-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------------
007140* 2400-JUDGE-PROMISE
007150* A KEPT PROMISE A RETURN HAS LEFT SHORT IS OPEN AGAIN.  AN OPEN
007160* PROMISE PAID IN FULL IS KEPT; ONE STILL SHORT AFTER ITS DATE IS
007170* BROKEN.  A PAYMENT ON THE PROMISE DATE ITSELF IS IN TONIGHT'S
007180* JOURNAL, SO A PROMISE IS NEVER BROKEN BEFORE ITS DAY IS OUT.
007190*----------------------------------------------------------------
007200 2400-JUDGE-PROMISE.
007210     IF COLL-PROMISE-KEPT
007220             AND COLL-PROMISE-PAID < COLL-PROMISE-AMOUNT
007230         SET COLL-PROMISE-OPEN TO TRUE
007240         MOVE PARM-RUN-DATE-NUM TO COLL-PROMISE-CHECK-DATE
007250         ADD 1 TO VAR-PROMISES-REOPEN-COUNT
007260         MOVE 'PROMISE REOPENED - RETURN' TO VAR-REGISTER-VERDICT
007270         PERFORM 2850-WRITE-PROMISE-LINE THRU 2850-EXIT
007280     END-IF.
007290     IF NOT COLL-PROMISE-OPEN
007300         GO TO 2400-EXIT
007310     END-IF.
007320     IF COLL-PROMISE-PAID >= COLL-PROMISE-AMOUNT
007330         SET COLL-PROMISE-KEPT TO TRUE
007340         MOVE PARM-RUN-DATE-NUM TO COLL-PROMISE-CHECK-DATE
007350         ADD 1 TO VAR-PROMISES-KEPT-COUNT
007360         MOVE 'PROMISE KEPT' TO VAR-REGISTER-VERDICT
007370         PERFORM 2850-WRITE-PROMISE-LINE THRU 2850-EXIT
007380         GO TO 2400-EXIT
007390     END-IF.
007400     IF PARM-RUN-DATE-NUM > COLL-PROMISE-DATE
007410         SET COLL-PROMISE-BROKEN TO TRUE
007420         MOVE PARM-RUN-DATE-NUM TO COLL-PROMISE-CHECK-DATE
007430         ADD 1 TO VAR-PROMISES-BROKEN-COUNT
007440         MOVE 'PROMISE BROKEN' TO VAR-REGISTER-VERDICT
007450         PERFORM 2850-WRITE-PROMISE-LINE THRU 2850-EXIT
007460     END-IF.
007470 2400-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------
007510* 2800-WRITE-CARD-LINE
007520* ONE REGISTER LINE PER CONTACT CARD, ACCEPTED OR NOT, SHOWING
007530* THE CARD AS KEYED.
007540*----------------------------------------------------------------
007550 2800-WRITE-CARD-LINE.
007560     MOVE COLT-CUST-ID TO REG-CUST-ID.
007570     IF COLT-CONTACT-DATE-X NUMERIC
007580         MOVE COLT-CONTACT-DATE TO REG-CONTACT-DATE
007590     ELSE
007600         MOVE COLT-CONTACT-DATE-X TO REG-CONTACT-AREA
007610     END-IF.
007620     MOVE COLT-COLLECTOR TO REG-COLLECTOR.
007630     MOVE COLT-OUTCOME TO REG-OUTCOME.
007640     MOVE SPACES TO REG-PROMISE-AREA.
007650     MOVE SPACES TO REG-PROMISED-AREA.
007660     MOVE SPACES TO REG-PAID-AREA.
007670     IF COLT-PROMISE-TO-PAY
007680         IF COLT-PROMISE-DATE-X NUMERIC
007690             MOVE COLT-PROMISE-DATE TO REG-PROMISE-DATE
007700         ELSE
007710             MOVE COLT-PROMISE-DATE-X TO REG-PROMISE-AREA
007720         END-IF
007730         IF COLT-PROMISE-AMT-X NUMERIC
007740             MOVE COLT-PROMISE-AMT TO REG-PROMISED
007750         ELSE
007760             MOVE COLT-PROMISE-AMT-X TO REG-PROMISED-AREA
007770         END-IF
007780     END-IF.
007790     MOVE VAR-REGISTER-VERDICT TO REG-VERDICT.
007800     PERFORM 2950-PRINT-REGISTER-LINE THRU 2950-EXIT.
007810 2800-EXIT.
007820     EXIT.
007830
007840*----------------------------------------------------------------
007850* 2850-WRITE-PROMISE-LINE
007860* ONE REGISTER LINE PER PROMISE KEPT, BROKEN OR REOPENED
007870* TONIGHT, SHOWING THE CONTACT THAT STANDS ON FILE.
007880*----------------------------------------------------------------
007890 2850-WRITE-PROMISE-LINE.
007900     MOVE COLL-CUST-ID TO REG-CUST-ID.
007910     MOVE COLL-LAST-CONTACT-DATE TO REG-CONTACT-DATE.
007920     MOVE COLL-LAST-COLLECTOR TO REG-COLLECTOR.
007930     MOVE COLL-LAST-OUTCOME TO REG-OUTCOME.
007940     MOVE COLL-PROMISE-DATE TO REG-PROMISE-DATE.
007950     MOVE COLL-PROMISE-AMOUNT TO REG-PROMISED.
007960     MOVE COLL-PROMISE-PAID TO REG-PAID.
007970     MOVE VAR-REGISTER-VERDICT TO REG-VERDICT.
007980     PERFORM 2950-PRINT-REGISTER-LINE THRU 2950-EXIT.
007990 2850-EXIT.
008000     EXIT.
008010
008020*----------------------------------------------------------------
008030* 2900-WRITE-NEW-COLLECTIONS
008040* COUNTS THE PROMISES LEFT STANDING FOR THE DESK.
008050*----------------------------------------------------------------
008060 2900-WRITE-NEW-COLLECTIONS.
008070     IF COLL-PROMISE-OPEN
008080         ADD 1 TO VAR-OPEN-ON-FILE-COUNT
008090     END-IF.
008100     IF COLL-PROMISE-BROKEN
008110         ADD 1 TO VAR-BROKEN-ON-FILE-COUNT
008120     END-IF.
008130     MOVE COLLECTIONS-RECORD TO NEW-COLLECTIONS-RECORD.
008140     WRITE NEW-COLLECTIONS-RECORD.
008150     ADD 1 TO VAR-NEW-WRITTEN-COUNT.
008160 2900-EXIT.
008170     EXIT.
008180
008190 2950-PRINT-REGISTER-LINE.
008200     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE
008210         PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT
008220     END-IF.
008230     WRITE COLLECTIONS-REGISTER-LINE FROM VAR-REGISTER-LINE
008240         AFTER ADVANCING 1 LINE.
008250     ADD 1 TO VAR-LINE-COUNT.
008260 2950-EXIT.
008270     EXIT.
008280
008290*----------------------------------------------------------------
008300* 8100-READ-OLD-COLLECTIONS
008310* THE RECORD IS LEFT IN THE FILE AREA UNTIL ITS TURN COMES.
008320*----------------------------------------------------------------
008330 8100-READ-OLD-COLLECTIONS.
008340     READ OLD-COLLECTIONS-FILE
008350         AT END
008360             MOVE '10' TO VAR-OLDCOLL-STATUS
008370             MOVE HIGH-VALUES TO VAR-COLL-KEY
008380     END-READ.
008390     IF NOT VAR-OLDCOLL-EOF
008400         ADD 1 TO VAR-OLD-READ-COUNT
008410         MOVE OC-CUST-ID TO VAR-COLL-KEY
008420     END-IF.
008430 8100-EXIT.
008440     EXIT.
008450
008460*----------------------------------------------------------------
008470* 8200-READ-CONTACT-CARD
008480*----------------------------------------------------------------
008490 8200-READ-CONTACT-CARD.
008500     READ SORTED-CONTACT-FILE INTO COLLECTIONS-CONTACT-CARD
008510         AT END
008520             MOVE '10' TO VAR-SRTCOLL-STATUS
008530             MOVE HIGH-VALUES TO VAR-CARD-KEY
008540     END-READ.
008550     IF NOT VAR-SRTCOLL-EOF
008560         ADD 1 TO VAR-CARDS-READ-COUNT
008570         MOVE COLT-CUST-ID TO VAR-CARD-KEY
008580     END-IF.
008590 8200-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------------
008630* 8300-READ-JOURNAL
008640*----------------------------------------------------------------
008650 8300-READ-JOURNAL.
008660     READ SORTED-JOURNAL-FILE INTO JOURNAL-RECORD
008670         AT END
008680             MOVE '10' TO VAR-SRTJRNL-STATUS
008690             MOVE HIGH-VALUES TO VAR-JOURNAL-KEY
008700     END-READ.
008710     IF NOT VAR-SRTJRNL-EOF
008720         ADD 1 TO VAR-JOURNAL-READ-COUNT
008730         MOVE JRNL-CUST-ID TO VAR-JOURNAL-KEY
008740     END-IF.
008750 8300-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------------
008790* 9000-TERMINATE
008800* PRINTS THE CONTROL-TOTAL SUMMARY, SETS THE CONDITION CODE AND
008810* CLOSES EVERYTHING DOWN.
008820*----------------------------------------------------------------
008830 9000-TERMINATE.
008840     WRITE COLLECTIONS-REGISTER-LINE FROM VAR-TOTALS-LINE
008850         AFTER ADVANCING 2 LINES.
008860     MOVE 'ACTIVITY IN .....  ' TO TOT-CAPTION.
008870     MOVE VAR-OLD-READ-COUNT TO TOT-VALUE.
008880     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
008890     MOVE 'ACTIVITY OUT ....  ' TO TOT-CAPTION.
008900     MOVE VAR-NEW-WRITTEN-COUNT TO TOT-VALUE.
008910     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
008920     MOVE 'CARDS READ ......  ' TO TOT-CAPTION.
008930     MOVE VAR-CARDS-READ-COUNT TO TOT-VALUE.
008940     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
008950     MOVE 'CARDS ACCEPTED ..  ' TO TOT-CAPTION.
008960     MOVE VAR-CARDS-ACCEPTED-COUNT TO TOT-VALUE.
008970     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
008980     MOVE 'CARDS REJECTED ..  ' TO TOT-CAPTION.
008990     MOVE VAR-CARDS-REJECTED-COUNT TO TOT-VALUE.
009000     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009010     MOVE 'PROMISES MADE ...  ' TO TOT-CAPTION.
009020     MOVE VAR-PROMISES-MADE-COUNT TO TOT-VALUE.
009030     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009040     MOVE 'PROMISES KEPT ...  ' TO TOT-CAPTION.
009050     MOVE VAR-PROMISES-KEPT-COUNT TO TOT-VALUE.
009060     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009070     MOVE 'PROMISES BROKEN .  ' TO TOT-CAPTION.
009080     MOVE VAR-PROMISES-BROKEN-COUNT TO TOT-VALUE.
009090     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009100     MOVE 'PROMISES REOPENED  ' TO TOT-CAPTION.
009110     MOVE VAR-PROMISES-REOPEN-COUNT TO TOT-VALUE.
009120     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009130     MOVE 'OPEN ON FILE ....  ' TO TOT-CAPTION.
009140     MOVE VAR-OPEN-ON-FILE-COUNT TO TOT-VALUE.
009150     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009160     MOVE 'BROKEN ON FILE ..  ' TO TOT-CAPTION.
009170     MOVE VAR-BROKEN-ON-FILE-COUNT TO TOT-VALUE.
009180     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009190     MOVE 'JOURNAL READ ....  ' TO TOT-CAPTION.
009200     MOVE VAR-JOURNAL-READ-COUNT TO TOT-VALUE.
009210     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009220     MOVE 'PAYMENTS APPLIED   ' TO TOT-CAPTION.
009230     MOVE VAR-PAYMENTS-APPLIED-COUNT TO TOT-VALUE.
009240     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009241     MOVE 'PRIOR-DAY SKIPPED  ' TO TOT-CAPTION.
009242     MOVE VAR-PRIOR-DAY-SKIPPED TO TOT-VALUE.
009243     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009250     MOVE 'AMOUNT PROMISED .  ' TO TOT-AMT-CAPTION.
009260     MOVE VAR-AMOUNT-PROMISED TO TOT-AMT-VALUE.
009270     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
009280     MOVE 'APPLIED TO PROMISES' TO TOT-AMT-CAPTION.
009290     MOVE VAR-AMOUNT-APPLIED TO TOT-AMT-VALUE.
009300     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
009310     CLOSE NEW-COLLECTIONS-FILE
009320           CUSTOMER-MASTER-FILE
009330           COLLECTIONS-REGISTER-FILE.
009340     IF VAR-OLD-FILE-ON-HAND
009350         CLOSE OLD-COLLECTIONS-FILE
009360     END-IF.
009370     IF VAR-CONTACT-CARDS-ON-FILE
009380         CLOSE SORTED-CONTACT-FILE
009390     END-IF.
009400     IF VAR-DAY-JOURNAL-SORTED
009410         CLOSE SORTED-JOURNAL-FILE
009420     END-IF.
009430     IF VAR-CARDS-REJECTED-COUNT > 0
009440         DISPLAY 'COLLMNT - CONTACT CARDS REJECTED, '
009450             'SEE THE ACTIVITY REGISTER'
009460         MOVE 8 TO RETURN-CODE
009470     END-IF.
009480 9000-EXIT.
009490     EXIT.
009500
009510 9100-WRITE-TOTALS-LINE.
009520     WRITE COLLECTIONS-REGISTER-LINE FROM VAR-TOTALS-DETAIL
009530         AFTER ADVANCING 1 LINE.
009540 9100-EXIT.
009550     EXIT.
009560
009570 9150-WRITE-AMOUNT-LINE.
009580     WRITE COLLECTIONS-REGISTER-LINE FROM VAR-TOTALS-AMT-DETAIL
009590         AFTER ADVANCING 1 LINE.
009600 9150-EXIT.
009610     EXIT.
