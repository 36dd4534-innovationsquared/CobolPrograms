000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLINTF.
000030 AUTHOR. CALVIN HOBBES.
000040 INSTALLATION. RETAIL BANKING - CUSTOMER SERVICES BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-15 CJH  ORIGINAL VERSION.  DAILY GENERAL-LEDGER
000130*                 INTERFACE, RUN AFTER THE STATEMENT JOB AND AHEAD
000140*                 OF THE JOURNAL ROLL-IN.  EVERY LINE ON THE DAY'S
000150*                 LEDGER JOURNAL (PAYMENTS, RETURNED PAYMENTS,
000160*                 INTEREST, CHARGE-OFFS, ADJUSTMENTS) AND EVERY
000170*                 PAYMENT THE DELINQUENCY JOB SENT TO SUSPENSE IS
000180*                 BOOKED THROUGH THE GL MAPPING TABLE TO A DEBIT
000190*                 AND A CREDIT ACCOUNT AT ITS BRANCH.  THE
000200*                 BOOKINGS ARE SORTED AND SUMMARIZED INTO ONE
000210*                 JOURNAL ENTRY PER POSTING TYPE PER BRANCH, ONE
000220*                 DETAIL PER GL ACCOUNT, AND WRITTEN TO THE FIXED-
000230*                 FORMAT GL JOURNAL FILE BETWEEN A HEADER AND A
000240*                 TRAILER, WITH A PRINTED JOURNAL REGISTER.  A
000250*                 POSTING WITH NO MAPPING, A BAD MAPPING ROW OR AN
000260*                 ENTRY THAT DOES NOT BALANCE MARKS THE FILE HELD
000270*                 IN ITS TRAILER AND ENDS THE RUN WITH CONDITION
000280*                 CODE 16 SO IT IS NOT RELEASED TO THE GL LOAD.
000290*----------------------------------------------------------------
000300
000310 ENVIRONMENT DIVISION.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT GL-MAPPING-FILE ASSIGN TO GLMAP
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS VAR-GLMAP-STATUS.
000380
000390     SELECT DAILY-JOURNAL-FILE ASSIGN TO DAYJRNL
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS VAR-DAYJRNL-STATUS.
000420
000430     SELECT SUSPENSE-FILE ASSIGN TO SUSPOUT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS VAR-SUSPOUT-STATUS.
000460
000470     SELECT GL-WORK-FILE ASSIGN TO GLWORK
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS VAR-GLWORK-STATUS.
000500
000510     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
000520
000530     SELECT SORTED-GL-WORK-FILE ASSIGN TO SRTGLWK
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS VAR-SRTGLWK-STATUS.
000560
000570     SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS VAR-GLJRNL-STATUS.
000600
000610     SELECT GL-REGISTER-FILE ASSIGN TO GLRPT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS VAR-GLRPT-STATUS.
000640
000650     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS VAR-PARMCARD-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710
000720*GL MAPPING TABLE - POSTING TYPE AND BRANCH TO DEBIT AND CREDIT
000730*ACCOUNT, MAINTAINED BY FINANCE.
000740 FD  GL-MAPPING-FILE
000750     RECORD CONTAINS 80 CHARACTERS
000760     LABEL RECORDS ARE STANDARD.
000770 01  GL-MAPPING-INPUT-RECORD        PIC X(80).
000780
000790*DAY'S LEDGER JOURNAL - EVERY LINE POSTED TO THE LEDGER TODAY.
000800 FD  DAILY-JOURNAL-FILE
000810     RECORD CONTAINS 80 CHARACTERS
000820     LABEL RECORDS ARE STANDARD.
000830 01  DAILY-JOURNAL-RECORD           PIC X(80).
000840
000850*PAYMENTS THE DELINQUENCY JOB SENT TO SUSPENSE.
000860 FD  SUSPENSE-FILE
000870     RECORD CONTAINS 80 CHARACTERS
000880     LABEL RECORDS ARE STANDARD.
000890 01  SUSPENSE-INPUT-RECORD          PIC X(80).
000900
000910*ONE DEBIT AND ONE CREDIT BOOKING PER POSTING, BEFORE SORTING.
000920 FD  GL-WORK-FILE
000930     RECORD CONTAINS 80 CHARACTERS
000940     LABEL RECORDS ARE STANDARD.
000950 01  GL-WORK-RECORD                 PIC X(80).
000960
000970 SD  SORT-WORK-FILE
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  SORT-WORK-RECORD.
001000     05  SORT-BRANCH-ID             PIC X(04).
001010     05  SORT-POST-TYPE             PIC X(01).
001020     05  SORT-ACCOUNT               PIC X(10).
001030     05  FILLER                     PIC X(65).
001040
001050*BOOKINGS IN BRANCH / POSTING TYPE / ACCOUNT ORDER.
001060 FD  SORTED-GL-WORK-FILE
001070     RECORD CONTAINS 80 CHARACTERS
001080     LABEL RECORDS ARE STANDARD.
001090 01  SORTED-GL-WORK-RECORD          PIC X(80).
001100
001110*GL JOURNAL FILE FOR THE GENERAL-LEDGER LOAD.
001120 FD  GL-JOURNAL-FILE
001130     RECORD CONTAINS 80 CHARACTERS
001140     LABEL RECORDS ARE STANDARD.
001150 01  GL-JOURNAL-OUTPUT-RECORD       PIC X(80).
001160
001170*PRINTED JOURNAL REGISTER FOR FINANCE.
001180 FD  GL-REGISTER-FILE
001190     RECORD CONTAINS 132 CHARACTERS
001200     LABEL RECORDS ARE STANDARD.
001210 01  GL-REGISTER-LINE               PIC X(132).
001220
001230*PARAMETER CARD - RUN DATE AND HEAD-OFFICE BRANCH.
001240 FD  PARAMETER-CARD-FILE
001250     RECORD CONTAINS 80 CHARACTERS
001260     LABEL RECORDS ARE STANDARD.
001270 01  PARAMETER-CARD-IMAGE           PIC X(80).
001280
001290 WORKING-STORAGE SECTION.
001300
001310*----------------------------------------------------------------
001320* RECORD LAYOUT WORKING COPIES
001330*----------------------------------------------------------------
001340 COPY GLMREC.
001350 COPY JRNLREC.
001360 COPY PAYMREC.
001370 COPY GLJREC.
001380
001390*----------------------------------------------------------------
001400* PARAMETER CARD WORKING COPY
001410*----------------------------------------------------------------
001420 COPY PARMCARD.
001430
001440 01  VAR-GLMAP-STATUS          PIC X(02) VALUE '00'.
001450     88  VAR-GLMAP-OK                     VALUE '00'.
001460     88  VAR-GLMAP-EOF                    VALUE '10'.
001470 01  VAR-DAYJRNL-STATUS        PIC X(02) VALUE '00'.
001480     88  VAR-DAYJRNL-OK                   VALUE '00'.
001490     88  VAR-DAYJRNL-EOF                  VALUE '10'.
001500     88  VAR-DAYJRNL-MISSING              VALUE '35'.
001510 01  VAR-SUSPOUT-STATUS        PIC X(02) VALUE '00'.
001520     88  VAR-SUSPOUT-OK                   VALUE '00'.
001530     88  VAR-SUSPOUT-EOF                  VALUE '10'.
001540     88  VAR-SUSPOUT-MISSING              VALUE '35'.
001550 01  VAR-GLWORK-STATUS         PIC X(02) VALUE '00'.
001560     88  VAR-GLWORK-OK                    VALUE '00'.
001570 01  VAR-SRTGLWK-STATUS        PIC X(02) VALUE '00'.
001580     88  VAR-SRTGLWK-OK                   VALUE '00'.
001590     88  VAR-SRTGLWK-EOF                  VALUE '10'.
001600 01  VAR-GLJRNL-STATUS         PIC X(02) VALUE '00'.
001610     88  VAR-GLJRNL-OK                    VALUE '00'.
001620 01  VAR-GLRPT-STATUS          PIC X(02) VALUE '00'.
001630     88  VAR-GLRPT-OK                     VALUE '00'.
001640 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
001650     88  VAR-PARMCARD-OK                  VALUE '00'.
001660
001670*----------------------------------------------------------------
001680* GL MAPPING TABLE - LOADED WHOLE AT THE START OF THE RUN.  A
001690* POSTING TAKES THE ROW FOR ITS OWN TYPE AND BRANCH, FAILING THAT
001700* THE ROW FOR ITS TYPE WITH A BLANK BRANCH.
001710*----------------------------------------------------------------
001720 01  VAR-MAP-MAX-ROWS           PIC 9(03) COMP VALUE 200.
001730 01  VAR-MAP-ROW-COUNT          PIC 9(03) COMP VALUE 0.
001740 01  VAR-MAP-SUB                PIC 9(03) COMP VALUE 0.
001750 01  VAR-MAP-FOUND-SUB          PIC 9(03) COMP VALUE 0.
001760 01  VAR-MAP-DEFAULT-SUB        PIC 9(03) COMP VALUE 0.
001770 01  VAR-MAPPING-TABLE.
001780     05  VAR-MAP-ENTRY              OCCURS 200 TIMES.
001790         10  VAR-MAP-POST-TYPE      PIC X(01).
001800         10  VAR-MAP-BRANCH-ID      PIC X(04).
001810         10  VAR-MAP-NORMAL-SIGN    PIC X(01).
001820         10  VAR-MAP-DEBIT-ACCOUNT  PIC X(10).
001830         10  VAR-MAP-CREDIT-ACCOUNT PIC X(10).
001840         10  VAR-MAP-DESCRIPTION    PIC X(30).
001850 01  VAR-MAP-REJECT-REASON      PIC X(30) VALUE SPACE.
001860
001870*----------------------------------------------------------------
001880* THE POSTING IN HAND, FROM EITHER INPUT
001890*----------------------------------------------------------------
001900 01  VAR-POST-CUST-ID           PIC X(09) VALUE SPACE.
001910 01  VAR-POST-TYPE              PIC X(01) VALUE SPACE.
001920 01  VAR-POST-BRANCH-ID         PIC X(04) VALUE SPACE.
001930 01  VAR-POST-AMOUNT            PIC S9(09)V99 VALUE 0.
001940 01  VAR-BOOKED-AMOUNT          PIC S9(09)V99 VALUE 0.
001950 01  VAR-HOME-BRANCH            PIC X(04) VALUE '0000'.
001960
001970*----------------------------------------------------------------
001980* ONE BOOKING ON THE GL WORK FILE - THE AMOUNT IS POSITIVE FOR A
001990* DEBIT TO THE ACCOUNT AND NEGATIVE FOR A CREDIT.
002000*----------------------------------------------------------------
002010 01  VAR-GL-WORK-LINE.
002020     05  GLW-BRANCH-ID              PIC X(04).
002030     05  GLW-POST-TYPE              PIC X(01).
002040     05  GLW-ACCOUNT                PIC X(10).
002050     05  GLW-AMOUNT                 PIC S9(09)V99.
002060     05  GLW-DESCRIPTION            PIC X(30).
002070     05  FILLER                     PIC X(24).
002080
002090*----------------------------------------------------------------
002100* SORTED-WORK CONTROL KEYS - FLOODED TO HIGH-VALUES AT END OF FILE
002110* SO EVERY BREAK FIRES.
002120*----------------------------------------------------------------
002130 01  VAR-WORK-KEY.
002140     05  VAR-WORK-ENTRY-KEY.
002150         10  VAR-WORK-BRANCH-ID     PIC X(04).
002160         10  VAR-WORK-POST-TYPE     PIC X(01).
002170     05  VAR-WORK-ACCOUNT           PIC X(10).
002180 01  VAR-ENTRY-KEY-IN-HAND      PIC X(05) VALUE SPACE.
002190 01  VAR-ACCOUNT-KEY-IN-HAND    PIC X(15) VALUE SPACE.
002200 01  VAR-ACCOUNT-DESCRIPTION    PIC X(30) VALUE SPACE.
002210 01  VAR-ACCOUNT-NET            PIC S9(11)V99 VALUE 0.
002220 01  VAR-ENTRY-NUMBER           PIC 9(05) VALUE 0.
002230 01  VAR-ENTRY-DEBITS           PIC S9(11)V99 VALUE 0.
002240 01  VAR-ENTRY-CREDITS          PIC S9(11)V99 VALUE 0.
002250
002260*----------------------------------------------------------------
002270* CONTROL TOTALS AND RUN COUNTERS
002280*----------------------------------------------------------------
002290 01  VAR-MAP-ROWS-READ          PIC 9(07) COMP VALUE 0.
002300 01  VAR-MAP-ROWS-REJECTED      PIC 9(07) COMP VALUE 0.
002310 01  VAR-JOURNAL-LINES-READ     PIC 9(07) COMP VALUE 0.
002320 01  VAR-PRIOR-DAY-SKIPPED      PIC 9(07) COMP VALUE 0.
002330 01  VAR-SUSPENSE-ITEMS-READ    PIC 9(07) COMP VALUE 0.
002340 01  VAR-ZERO-POSTINGS          PIC 9(07) COMP VALUE 0.
002350 01  VAR-POSTINGS-BOOKED        PIC 9(07) COMP VALUE 0.
002360 01  VAR-POSTINGS-UNMAPPED      PIC 9(07) COMP VALUE 0.
002370 01  VAR-ENTRIES-OUT            PIC 9(07) COMP VALUE 0.
002380 01  VAR-DETAILS-WRITTEN        PIC 9(07) COMP VALUE 0.
002390 01  VAR-UNMAPPED-AMOUNT        PIC S9(09)V99 VALUE 0.
002400 01  VAR-DEBIT-TOTAL            PIC S9(11)V99 VALUE 0.
002410 01  VAR-CREDIT-TOTAL           PIC S9(11)V99 VALUE 0.
002420
002430*----------------------------------------------------------------
002440* REPORT PAGINATION FIELDS
002450*----------------------------------------------------------------
002460 01  VAR-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
002470 01  VAR-LINE-COUNT             PIC 9(03) COMP VALUE 99.
002480 01  VAR-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
002490
002500 01  VAR-SYSTEM-DATE            PIC 9(08) VALUE 0.
002510
002520*----------------------------------------------------------------
002530* REPORT LINE WORKING AREAS
002540*----------------------------------------------------------------
002550 01  VAR-HEADING-LINE-1.
002560     05  FILLER                     PIC X(01) VALUE SPACE.
002570     05  FILLER                     PIC X(30) VALUE
002580             'GL JOURNAL REGISTER           '.
002590     05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
002600     05  HDR-RUN-DATE               PIC 9999/99/99.
002610     05  FILLER                     PIC X(10) VALUE SPACE.
002620     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
002630     05  HDR-PAGE-NUMBER            PIC ZZZ9.
002640 01  VAR-HEADING-LINE-2.
002650     05  FILLER                     PIC X(01) VALUE SPACE.
002660     05  FILLER                     PIC X(08) VALUE 'ENTRY'.
002670     05  FILLER                     PIC X(07) VALUE 'BRANCH'.
002680     05  FILLER                     PIC X(05) VALUE 'TYPE'.
002690     05  FILLER                     PIC X(12) VALUE 'ACCOUNT'.
002700     05  FILLER                     PIC X(32) VALUE 'DESCRIPTION'.
002710     05  FILLER                     PIC X(19) VALUE
002720             '            DEBIT  '.
002730     05  FILLER                     PIC X(19) VALUE
002740             '           CREDIT  '.
002750     05  FILLER                     PIC X(14) VALUE 'REMARKS'.
002760 01  VAR-DETAIL-LINE.
002770     05  FILLER                     PIC X(01) VALUE SPACE.
002780     05  DTL-ENTRY-AREA             PIC X(05).
002790     05  DTL-ENTRY-NUMBER           REDEFINES DTL-ENTRY-AREA
002800                                    PIC ZZZZ9.
002810     05  FILLER                     PIC X(03) VALUE SPACE.
002820     05  DTL-BRANCH-ID              PIC X(04).
002830     05  FILLER                     PIC X(03) VALUE SPACE.
002840     05  DTL-POST-TYPE              PIC X(01).
002850     05  FILLER                     PIC X(04) VALUE SPACE.
002860     05  DTL-ACCOUNT                PIC X(10).
002870     05  FILLER                     PIC X(02) VALUE SPACE.
002880     05  DTL-DESCRIPTION            PIC X(30).
002890     05  FILLER                     PIC X(02) VALUE SPACE.
002900     05  DTL-DEBIT-AREA             PIC X(17).
002910     05  DTL-DEBIT                  REDEFINES DTL-DEBIT-AREA
002920                                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002930     05  FILLER                     PIC X(02) VALUE SPACE.
002940     05  DTL-CREDIT-AREA            PIC X(17).
002950     05  DTL-CREDIT                 REDEFINES DTL-CREDIT-AREA
002960                                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002970     05  FILLER                     PIC X(02) VALUE SPACE.
002980     05  DTL-REMARKS                PIC X(20).
002990 01  VAR-UNMAPPED-LINE.
003000     05  FILLER                     PIC X(01) VALUE SPACE.
003010     05  FILLER                     PIC X(21) VALUE
003020             '*** NO GL MAPPING    '.
003030     05  FILLER                     PIC X(06) VALUE 'TYPE: '.
003040     05  UNM-POST-TYPE              PIC X(01).
003050     05  FILLER                     PIC X(11) VALUE '  BRANCH: '.
003060     05  UNM-BRANCH-ID              PIC X(04).
003070     05  FILLER                     PIC X(12) VALUE '  CUST-ID: '.
003080     05  UNM-CUST-ID                PIC X(09).
003090     05  FILLER                     PIC X(11) VALUE '  AMOUNT: '.
003100     05  UNM-AMOUNT                 PIC -Z,ZZZ,ZZZ,ZZ9.99.
003110 01  VAR-MAP-REJECT-LINE.
003120     05  FILLER                     PIC X(01) VALUE SPACE.
003130     05  FILLER                     PIC X(21) VALUE
003140             '*** MAP ROW REJECTED '.
003150     05  MRJ-REASON                 PIC X(30).
003160     05  FILLER                     PIC X(02) VALUE SPACE.
003170     05  MRJ-ROW-IMAGE              PIC X(56).
003180 01  VAR-TOTALS-LINE.
003190     05  FILLER                     PIC X(01) VALUE SPACE.
003200     05  FILLER                     PIC X(22) VALUE
003210             '*** CONTROL TOTALS ***'.
003220 01  VAR-TOTALS-DETAIL.
003230     05  FILLER                     PIC X(01) VALUE SPACE.
003240     05  TOT-CAPTION                PIC X(20).
003250     05  TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.
003260 01  VAR-TOTALS-AMT-DETAIL.
003270     05  FILLER                     PIC X(01) VALUE SPACE.
003280     05  TOT-AMT-CAPTION            PIC X(20).
003290     05  TOT-AMT-VALUE              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003300 01  VAR-VERDICT-LINE.
003310     05  FILLER                     PIC X(01) VALUE SPACE.
003320     05  FILLER                     PIC X(21) VALUE
003330             '*** GL JOURNAL FILE: '.
003340     05  VDT-VERDICT                PIC X(14).
003350     05  FILLER                     PIC X(04) VALUE ' ***'.
003360
003370 PROCEDURE DIVISION.
003380
003390*----------------------------------------------------------------
003400* 0000-MAINLINE
003410* CONTROLS THE OVERALL FLOW OF THE RUN.
003420*----------------------------------------------------------------
003430 0000-MAINLINE.
003440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003450     PERFORM 2000-BOOK-JOURNAL-LINES THRU 2000-EXIT.
003460     PERFORM 2200-BOOK-SUSPENSE-ITEMS THRU 2200-EXIT.
003470     CLOSE GL-WORK-FILE.
003480     PERFORM 3000-SORT-BOOKINGS THRU 3000-EXIT.
003490     PERFORM 4000-WRITE-GL-JOURNAL THRU 4000-EXIT.
003500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003510     STOP RUN.
003520
003530*----------------------------------------------------------------
003540* 1000-INITIALIZE
003550* OPENS THE REGISTER AND THE WORK FILE, READS THE PARAMETER CARD
003560* AND LOADS THE GL MAPPING TABLE.
003570*----------------------------------------------------------------
003580 1000-INITIALIZE.
003590     OPEN OUTPUT GL-REGISTER-FILE.
003600     IF NOT VAR-GLRPT-OK
003610         DISPLAY 'GLINTF - UNABLE TO OPEN GL REGISTER, '
003620             'STATUS = ' VAR-GLRPT-STATUS
003630         MOVE 16 TO RETURN-CODE
003640         STOP RUN
003650     END-IF.
003660     OPEN OUTPUT GL-WORK-FILE.
003670     IF NOT VAR-GLWORK-OK
003680         DISPLAY 'GLINTF - UNABLE TO OPEN GL WORK FILE, '
003690             'STATUS = ' VAR-GLWORK-STATUS
003700         MOVE 16 TO RETURN-CODE
003710         STOP RUN
003720     END-IF.
003730     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
003740     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
003750     PERFORM 1300-LOAD-MAPPING-TABLE THRU 1300-EXIT.
003760 1000-EXIT.
003770     EXIT.
003780
003790*----------------------------------------------------------------
003800* 1200-READ-PARAMETER-CARD
003810* RUN DATE, WITH THE SAME MISSING-CARD FALLBACK AS THE DAILY
003820* RUN, AND THE HEAD-OFFICE BRANCH.
003830*----------------------------------------------------------------
003840 1200-READ-PARAMETER-CARD.
003850     OPEN INPUT PARAMETER-CARD-FILE.
003860     READ PARAMETER-CARD-FILE INTO PARAMETER-CARD
003870         AT END
003880             MOVE '10' TO VAR-PARMCARD-STATUS
003890     END-READ.
003900     CLOSE PARAMETER-CARD-FILE.
003910     IF VAR-PARMCARD-OK
003920             AND PARM-RUN-YYYY NUMERIC
003930             AND PARM-RUN-MM NUMERIC
003940             AND PARM-RUN-DD NUMERIC
003950         NEXT SENTENCE
003960     ELSE
003970         ACCEPT VAR-SYSTEM-DATE FROM DATE YYYYMMDD
003980         MOVE VAR-SYSTEM-DATE(1:4) TO PARM-RUN-YYYY
003990         MOVE VAR-SYSTEM-DATE(5:2) TO PARM-RUN-MM
004000         MOVE VAR-SYSTEM-DATE(7:2) TO PARM-RUN-DD
004010     END-IF.
004020     IF VAR-PARMCARD-OK
004030             AND PARM-GL-HOME-BRANCH NOT = SPACES
004040         MOVE PARM-GL-HOME-BRANCH TO VAR-HOME-BRANCH
004050     END-IF.
004060 1200-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------------
004100* 1300-LOAD-MAPPING-TABLE
004110* A MISSING MAPPING TABLE STOPS THE JOB - NOTHING CAN BE BOOKED.
004120*----------------------------------------------------------------
004130 1300-LOAD-MAPPING-TABLE.
004140     OPEN INPUT GL-MAPPING-FILE.
004150     IF NOT VAR-GLMAP-OK
004160         DISPLAY 'GLINTF - UNABLE TO OPEN GL MAPPING TABLE, '
004170             'STATUS = ' VAR-GLMAP-STATUS
004180         MOVE 16 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210     PERFORM 8100-READ-MAPPING-ROW THRU 8100-EXIT.
004220     PERFORM 1350-LOAD-ONE-MAPPING-ROW THRU 1350-EXIT
004230         UNTIL VAR-GLMAP-EOF.
004240     CLOSE GL-MAPPING-FILE.
004250 1300-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------
004290* 1350-LOAD-ONE-MAPPING-ROW
004300* A ROW WITH NO POSTING TYPE, A BAD SIGN, A BLANK ACCOUNT OR THE
004310* SAME TYPE AND BRANCH AS A ROW ALREADY LOADED IS REJECTED, AND A
004320* REJECTED ROW HOLDS THE FILE - FINANCE MUST NOT GET A JOURNAL
004330* BOOKED AGAINST A TABLE THEY DID NOT MEAN.
004340*----------------------------------------------------------------
004350 1350-LOAD-ONE-MAPPING-ROW.
004360     ADD 1 TO VAR-MAP-ROWS-READ.
004370     MOVE SPACES TO VAR-MAP-REJECT-REASON.
004380     IF GLM-POST-TYPE = SPACE
004390         MOVE 'NO POSTING TYPE' TO VAR-MAP-REJECT-REASON
004400     END-IF.
004410     IF VAR-MAP-REJECT-REASON = SPACES AND NOT GLM-SIGN-VALID
004420         MOVE 'NORMAL SIGN NOT + OR -' TO VAR-MAP-REJECT-REASON
004430     END-IF.
004440     IF VAR-MAP-REJECT-REASON = SPACES
004450             AND (GLM-DEBIT-ACCOUNT = SPACES
004460              OR GLM-CREDIT-ACCOUNT = SPACES)
004470         MOVE 'DEBIT OR CREDIT ACCOUNT BLANK'
004480             TO VAR-MAP-REJECT-REASON
004490     END-IF.
004500     IF VAR-MAP-REJECT-REASON = SPACES
004510         MOVE GLM-POST-TYPE TO VAR-POST-TYPE
004520         MOVE GLM-BRANCH-ID TO VAR-POST-BRANCH-ID
004530         PERFORM 2600-FIND-MAPPING THRU 2600-EXIT
004540         IF VAR-MAP-FOUND-SUB > 0
004550             AND VAR-MAP-BRANCH-ID (VAR-MAP-FOUND-SUB)
004560                 = GLM-BRANCH-ID
004570             MOVE 'DUPLICATE TYPE AND BRANCH'
004580                 TO VAR-MAP-REJECT-REASON
004590         END-IF
004600     END-IF.
004610     IF VAR-MAP-REJECT-REASON = SPACES
004620             AND VAR-MAP-ROW-COUNT NOT < VAR-MAP-MAX-ROWS
004630         MOVE 'TABLE FULL' TO VAR-MAP-REJECT-REASON
004640     END-IF.
004650     IF VAR-MAP-REJECT-REASON NOT = SPACES
004660         ADD 1 TO VAR-MAP-ROWS-REJECTED
004670         MOVE VAR-MAP-REJECT-REASON TO MRJ-REASON
004680         MOVE GL-MAPPING-RECORD TO MRJ-ROW-IMAGE
004690         PERFORM 1400-CHECK-PAGE-BREAK THRU 1400-EXIT
004700         WRITE GL-REGISTER-LINE FROM VAR-MAP-REJECT-LINE
004710             AFTER ADVANCING 1 LINE
004720         ADD 1 TO VAR-LINE-COUNT
004730         GO TO 1350-NEXT
004740     END-IF.
004750     ADD 1 TO VAR-MAP-ROW-COUNT.
004760     MOVE GLM-POST-TYPE TO VAR-MAP-POST-TYPE (VAR-MAP-ROW-COUNT).
004770     MOVE GLM-BRANCH-ID TO VAR-MAP-BRANCH-ID (VAR-MAP-ROW-COUNT).
004780     MOVE GLM-NORMAL-SIGN
004790         TO VAR-MAP-NORMAL-SIGN (VAR-MAP-ROW-COUNT).
004800     MOVE GLM-DEBIT-ACCOUNT
004810         TO VAR-MAP-DEBIT-ACCOUNT (VAR-MAP-ROW-COUNT).
004820     MOVE GLM-CREDIT-ACCOUNT
004830         TO VAR-MAP-CREDIT-ACCOUNT (VAR-MAP-ROW-COUNT).
004840     MOVE GLM-DESCRIPTION
004850         TO VAR-MAP-DESCRIPTION (VAR-MAP-ROW-COUNT).
004860 1350-NEXT.
004870     PERFORM 8100-READ-MAPPING-ROW THRU 8100-EXIT.
004880 1350-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------
004920* 1400-CHECK-PAGE-BREAK
004930*----------------------------------------------------------------
004940 1400-CHECK-PAGE-BREAK.
004950     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE
004960         PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT
004970     END-IF.
004980 1400-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------
005020* 1500-WRITE-REPORT-HEADINGS
005030* PRINTS THE PAGE HEADINGS AND RESETS THE LINE COUNTER.
005040*----------------------------------------------------------------
005050 1500-WRITE-REPORT-HEADINGS.
005060     ADD 1 TO VAR-PAGE-NUMBER.
005070     MOVE PARM-RUN-DATE-NUM TO HDR-RUN-DATE.
005080     MOVE VAR-PAGE-NUMBER TO HDR-PAGE-NUMBER.
005090     WRITE GL-REGISTER-LINE FROM VAR-HEADING-LINE-1
005100         AFTER ADVANCING PAGE.
005110     WRITE GL-REGISTER-LINE FROM VAR-HEADING-LINE-2
005120         AFTER ADVANCING 2 LINES.
005130     MOVE 3 TO VAR-LINE-COUNT.
005140 1500-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------------
005180* 2000-BOOK-JOURNAL-LINES
005190* BOOKS EVERY LINE POSTED TO THE LEDGER TODAY.  A MISSING DAY
005200* JOURNAL MEANS NOTHING WAS POSTED.  A LINE FROM AN EARLIER DAY
005210* STILL WAITING TO BE ROLLED INTO HISTORY WENT TO THE LEDGER
005220* WITH THAT DAY'S FILE AND IS SKIPPED.
005230*----------------------------------------------------------------
005240 2000-BOOK-JOURNAL-LINES.
005250     OPEN INPUT DAILY-JOURNAL-FILE.
005260     IF VAR-DAYJRNL-MISSING
005270         GO TO 2000-EXIT
005280     END-IF.
005290     IF NOT VAR-DAYJRNL-OK
005300         DISPLAY 'GLINTF - UNABLE TO OPEN DAY JOURNAL, '
005310             'STATUS = ' VAR-DAYJRNL-STATUS
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350     PERFORM 8200-READ-JOURNAL THRU 8200-EXIT.
005360     PERFORM 2100-BOOK-ONE-JOURNAL-LINE THRU 2100-EXIT
005370         UNTIL VAR-DAYJRNL-EOF.
005380     CLOSE DAILY-JOURNAL-FILE.
005390 2000-EXIT.
005400     EXIT.
005410
005420 2100-BOOK-ONE-JOURNAL-LINE.
005430     ADD 1 TO VAR-JOURNAL-LINES-READ.
005440     IF JRNL-POST-DATE NOT = PARM-RUN-DATE-NUM
005450         ADD 1 TO VAR-PRIOR-DAY-SKIPPED
005460         GO TO 2100-NEXT
005470     END-IF.
005480     MOVE JRNL-CUST-ID TO VAR-POST-CUST-ID.
005490     MOVE JRNL-TRAN-TYPE TO VAR-POST-TYPE.
005500     MOVE JRNL-BRANCH-ID TO VAR-POST-BRANCH-ID.
005510     MOVE JRNL-AMOUNT TO VAR-POST-AMOUNT.
005520     PERFORM 2500-BOOK-ONE-POSTING THRU 2500-EXIT.
005530 2100-NEXT.
005540     PERFORM 8200-READ-JOURNAL THRU 8200-EXIT.
005550 2100-EXIT.
005560     EXIT.
005570
005580*----------------------------------------------------------------
005590* 2200-BOOK-SUSPENSE-ITEMS
005600* BOOKS EVERY PAYMENT THE DELINQUENCY JOB SENT TO SUSPENSE TODAY
005610* AS POSTING TYPE S.  A MISSING SUSPENSE FILE MEANS NONE.
005620*----------------------------------------------------------------
005630 2200-BOOK-SUSPENSE-ITEMS.
005640     OPEN INPUT SUSPENSE-FILE.
005650     IF VAR-SUSPOUT-MISSING
005660         GO TO 2200-EXIT
005670     END-IF.
005680     IF NOT VAR-SUSPOUT-OK
005690         DISPLAY 'GLINTF - UNABLE TO OPEN SUSPENSE FILE, '
005700             'STATUS = ' VAR-SUSPOUT-STATUS
005710         MOVE 16 TO RETURN-CODE
005720         STOP RUN
005730     END-IF.
005740     PERFORM 8300-READ-SUSPENSE THRU 8300-EXIT.
005750     PERFORM 2300-BOOK-ONE-SUSPENSE-ITEM THRU 2300-EXIT
005760         UNTIL VAR-SUSPOUT-EOF.
005770     CLOSE SUSPENSE-FILE.
005780 2200-EXIT.
005790     EXIT.
005800
005810 2300-BOOK-ONE-SUSPENSE-ITEM.
005820     ADD 1 TO VAR-SUSPENSE-ITEMS-READ.
005830     MOVE PAY-CUST-ID TO VAR-POST-CUST-ID.
005840     MOVE 'S' TO VAR-POST-TYPE.
005850     MOVE PAY-BRANCH-ID TO VAR-POST-BRANCH-ID.
005860     MOVE PAY-AMOUNT TO VAR-POST-AMOUNT.
005870     PERFORM 2500-BOOK-ONE-POSTING THRU 2500-EXIT.
005880     PERFORM 8300-READ-SUSPENSE THRU 8300-EXIT.
005890 2300-EXIT.
005900     EXIT.
005910
005920*----------------------------------------------------------------
005930* 2500-BOOK-ONE-POSTING
005940* A POSTING NOT RAISED AT A BRANCH BOOKS TO HEAD OFFICE.  THE
005950* AMOUNT IS TURNED ROUND FOR A TYPE THAT NORMALLY CREDITS THE
005960* LEDGER, SO A NORMAL POSTING BOOKS POSITIVE AND ONE OF THE OTHER
005970* SIGN BOOKS NEGATIVE - THE SAME DEBIT AND CREDIT ACCOUNTS WITH
005980* THE SIGNS REVERSED.  THE DEBIT ACCOUNT TAKES THE AMOUNT AND THE
005990* CREDIT ACCOUNT ITS NEGATIVE, SO EVERY POSTING BALANCES ON ITS
006000* OWN.
006010*----------------------------------------------------------------
006020 2500-BOOK-ONE-POSTING.
006030     IF VAR-POST-BRANCH-ID = SPACES
006040         MOVE VAR-HOME-BRANCH TO VAR-POST-BRANCH-ID
006050     END-IF.
006060     IF VAR-POST-AMOUNT = 0
006070         ADD 1 TO VAR-ZERO-POSTINGS
006080         GO TO 2500-EXIT
006090     END-IF.
006100     PERFORM 2600-FIND-MAPPING THRU 2600-EXIT.
006110     IF VAR-MAP-FOUND-SUB = 0
006120         PERFORM 2700-REPORT-UNMAPPED THRU 2700-EXIT
006130         GO TO 2500-EXIT
006140     END-IF.
006150     IF VAR-MAP-NORMAL-SIGN (VAR-MAP-FOUND-SUB) = '-'
006160         COMPUTE VAR-BOOKED-AMOUNT = 0 - VAR-POST-AMOUNT
006170     ELSE
006180         MOVE VAR-POST-AMOUNT TO VAR-BOOKED-AMOUNT
006190     END-IF.
006200     MOVE SPACES TO VAR-GL-WORK-LINE.
006210     MOVE VAR-POST-BRANCH-ID TO GLW-BRANCH-ID.
006220     MOVE VAR-POST-TYPE TO GLW-POST-TYPE.
006230     MOVE VAR-MAP-DESCRIPTION (VAR-MAP-FOUND-SUB)
006240         TO GLW-DESCRIPTION.
006250     MOVE VAR-MAP-DEBIT-ACCOUNT (VAR-MAP-FOUND-SUB)
006260         TO GLW-ACCOUNT.
006270     MOVE VAR-BOOKED-AMOUNT TO GLW-AMOUNT.
006280     WRITE GL-WORK-RECORD FROM VAR-GL-WORK-LINE.
006290     MOVE VAR-MAP-CREDIT-ACCOUNT (VAR-MAP-FOUND-SUB)
006300         TO GLW-ACCOUNT.
006310     COMPUTE GLW-AMOUNT = 0 - VAR-BOOKED-AMOUNT.
006320     WRITE GL-WORK-RECORD FROM VAR-GL-WORK-LINE.
006330     ADD 1 TO VAR-POSTINGS-BOOKED.
006340 2500-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------
006380* 2600-FIND-MAPPING
006390* THE ROW FOR THE POSTING'S OWN BRANCH WINS; FAILING THAT THE
006400* BLANK-BRANCH ROW FOR THE TYPE.  NO ROW LEAVES THE SUBSCRIPT 0.
006410*----------------------------------------------------------------
006420 2600-FIND-MAPPING.
006430     MOVE 0 TO VAR-MAP-FOUND-SUB.
006440     MOVE 0 TO VAR-MAP-DEFAULT-SUB.
006450     MOVE 1 TO VAR-MAP-SUB.
006460     PERFORM 2650-CHECK-ONE-MAPPING THRU 2650-EXIT
006470         UNTIL VAR-MAP-SUB > VAR-MAP-ROW-COUNT.
006480     IF VAR-MAP-FOUND-SUB = 0
006490         MOVE VAR-MAP-DEFAULT-SUB TO VAR-MAP-FOUND-SUB
006500     END-IF.
006510 2600-EXIT.
006520     EXIT.
006530
006540 2650-CHECK-ONE-MAPPING.
006550     IF VAR-MAP-POST-TYPE (VAR-MAP-SUB) = VAR-POST-TYPE
006560         IF VAR-MAP-BRANCH-ID (VAR-MAP-SUB) = VAR-POST-BRANCH-ID
006570             MOVE VAR-MAP-SUB TO VAR-MAP-FOUND-SUB
006580             MOVE VAR-MAP-ROW-COUNT TO VAR-MAP-SUB
006590         ELSE
006600             IF VAR-MAP-BRANCH-ID (VAR-MAP-SUB) = SPACES
006610                 MOVE VAR-MAP-SUB TO VAR-MAP-DEFAULT-SUB
006620             END-IF
006630         END-IF
006640     END-IF.
006650     ADD 1 TO VAR-MAP-SUB.
006660 2650-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------------
006700* 2700-REPORT-UNMAPPED
006710* A POSTING TYPE WITH NO MAPPING IS LISTED AND HOLDS THE FILE.
006720*----------------------------------------------------------------
006730 2700-REPORT-UNMAPPED.
006740     ADD 1 TO VAR-POSTINGS-UNMAPPED.
006750     IF VAR-POST-AMOUNT < 0
006760         SUBTRACT VAR-POST-AMOUNT FROM VAR-UNMAPPED-AMOUNT
006770     ELSE
006780         ADD VAR-POST-AMOUNT TO VAR-UNMAPPED-AMOUNT
006790     END-IF.
006800     MOVE VAR-POST-TYPE TO UNM-POST-TYPE.
006810     MOVE VAR-POST-BRANCH-ID TO UNM-BRANCH-ID.
006820     MOVE VAR-POST-CUST-ID TO UNM-CUST-ID.
006830     MOVE VAR-POST-AMOUNT TO UNM-AMOUNT.
006840     PERFORM 1400-CHECK-PAGE-BREAK THRU 1400-EXIT.
006850     WRITE GL-REGISTER-LINE FROM VAR-UNMAPPED-LINE
006860         AFTER ADVANCING 1 LINE.
006870     ADD 1 TO VAR-LINE-COUNT.
006880 2700-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------------
006920* 3000-SORT-BOOKINGS
006930* BRINGS THE BOOKINGS TOGETHER BY BRANCH, POSTING TYPE AND
006940* ACCOUNT FOR THE SUMMARY.
006950*----------------------------------------------------------------
006960 3000-SORT-BOOKINGS.
006970     SORT SORT-WORK-FILE
006980         ON ASCENDING KEY SORT-BRANCH-ID
006990                          SORT-POST-TYPE
007000                          SORT-ACCOUNT
007010         USING GL-WORK-FILE
007020         GIVING SORTED-GL-WORK-FILE.
007030 3000-EXIT.
007040     EXIT.
007050
007060*----------------------------------------------------------------
007070* 4000-WRITE-GL-JOURNAL
007080* HEADER, ONE ENTRY PER BRANCH AND POSTING TYPE, THEN (IN 9000)
007090* THE TRAILER.
007100*----------------------------------------------------------------
007110 4000-WRITE-GL-JOURNAL.
007120     OPEN OUTPUT GL-JOURNAL-FILE.
007130     IF NOT VAR-GLJRNL-OK
007140         DISPLAY 'GLINTF - UNABLE TO OPEN GL JOURNAL FILE, '
007150             'STATUS = ' VAR-GLJRNL-STATUS
007160         MOVE 16 TO RETURN-CODE
007170         STOP RUN
007180     END-IF.
007190     OPEN INPUT SORTED-GL-WORK-FILE.
007200     IF NOT VAR-SRTGLWK-OK
007210         DISPLAY 'GLINTF - UNABLE TO OPEN SORTED GL WORK, '
007220             'STATUS = ' VAR-SRTGLWK-STATUS
007230         MOVE 16 TO RETURN-CODE
007240         STOP RUN
007250     END-IF.
007260     MOVE SPACES TO GL-JOURNAL-RECORD.
007270     SET GLJ-HEADER TO TRUE.
007280     MOVE 'CUSTBTCH' TO GLH-SOURCE-SYSTEM.
007290     MOVE PARM-RUN-DATE-NUM TO GLH-JOURNAL-DATE.
007300     MOVE 'CUSTOMER LEDGER DAILY POSTINGS' TO GLH-DESCRIPTION.
007310     WRITE GL-JOURNAL-OUTPUT-RECORD FROM GL-JOURNAL-RECORD.
007320     PERFORM 8400-READ-SORTED-WORK THRU 8400-EXIT.
007330     PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-EXIT
007340         UNTIL VAR-SRTGLWK-EOF.
007350     CLOSE SORTED-GL-WORK-FILE.
007360 4000-EXIT.
007370     EXIT.
007380
007390*----------------------------------------------------------------
007400* 4100-WRITE-ONE-ENTRY
007410* ONE POSTING TYPE AT ONE BRANCH.  ITS DEBIT DETAILS MUST EQUAL
007420* ITS CREDIT DETAILS OR THE FILE IS HELD.
007430*----------------------------------------------------------------
007440 4100-WRITE-ONE-ENTRY.
007450     MOVE VAR-WORK-ENTRY-KEY TO VAR-ENTRY-KEY-IN-HAND.
007460     ADD 1 TO VAR-ENTRY-NUMBER.
007470     MOVE 0 TO VAR-ENTRY-DEBITS.
007480     MOVE 0 TO VAR-ENTRY-CREDITS.
007490     PERFORM 4200-WRITE-ONE-ACCOUNT THRU 4200-EXIT
007500         UNTIL VAR-WORK-ENTRY-KEY NOT = VAR-ENTRY-KEY-IN-HAND.
007510     MOVE SPACES TO DTL-ENTRY-AREA.
007520     MOVE SPACES TO DTL-BRANCH-ID.
007530     MOVE SPACES TO DTL-POST-TYPE.
007540     MOVE SPACES TO DTL-ACCOUNT.
007550     MOVE 'ENTRY TOTAL' TO DTL-DESCRIPTION.
007560     MOVE VAR-ENTRY-DEBITS TO DTL-DEBIT.
007570     MOVE VAR-ENTRY-CREDITS TO DTL-CREDIT.
007580     IF VAR-ENTRY-DEBITS = VAR-ENTRY-CREDITS
007590         MOVE 'BALANCED' TO DTL-REMARKS
007600     ELSE
007610         ADD 1 TO VAR-ENTRIES-OUT
007620         MOVE 'OUT OF BALANCE' TO DTL-REMARKS
007630     END-IF.
007640     PERFORM 1400-CHECK-PAGE-BREAK THRU 1400-EXIT.
007650     WRITE GL-REGISTER-LINE FROM VAR-DETAIL-LINE
007660         AFTER ADVANCING 1 LINE.
007670     MOVE SPACES TO GL-REGISTER-LINE.
007680     WRITE GL-REGISTER-LINE
007690         AFTER ADVANCING 1 LINE.
007700     ADD 2 TO VAR-LINE-COUNT.
007710 4100-EXIT.
007720     EXIT.
007730
007740*----------------------------------------------------------------
007750* 4200-WRITE-ONE-ACCOUNT
007760* NETS EVERY BOOKING TO ONE ACCOUNT WITHIN THE ENTRY INTO ONE
007770* DETAIL - A DEBIT WHEN THE NET IS POSITIVE, A CREDIT WHEN IT IS
007780* NEGATIVE.  AN ACCOUNT THAT NETS TO NOTHING WRITES NO DETAIL.
007790*----------------------------------------------------------------
007800 4200-WRITE-ONE-ACCOUNT.
007810     MOVE VAR-WORK-KEY TO VAR-ACCOUNT-KEY-IN-HAND.
007820     MOVE GLW-DESCRIPTION TO VAR-ACCOUNT-DESCRIPTION.
007830     MOVE 0 TO VAR-ACCOUNT-NET.
007840     PERFORM 4250-ADD-ONE-BOOKING THRU 4250-EXIT
007850         UNTIL VAR-WORK-KEY NOT = VAR-ACCOUNT-KEY-IN-HAND.
007860     IF VAR-ACCOUNT-NET = 0
007870         GO TO 4200-EXIT
007880     END-IF.
007890     MOVE SPACES TO GL-JOURNAL-RECORD.
007900     SET GLJ-DETAIL TO TRUE.
007910     MOVE PARM-RUN-DATE-NUM TO GLD-JOURNAL-DATE.
007920     MOVE VAR-ENTRY-NUMBER TO GLD-ENTRY-NUMBER.
007930     MOVE VAR-ACCOUNT-KEY-IN-HAND(1:4) TO GLD-BRANCH-ID.
007940     MOVE VAR-ACCOUNT-KEY-IN-HAND(5:1) TO GLD-POST-TYPE.
007950     MOVE VAR-ACCOUNT-KEY-IN-HAND(6:10) TO GLD-ACCOUNT.
007960     MOVE VAR-ACCOUNT-DESCRIPTION TO GLD-DESCRIPTION.
007970     MOVE VAR-ENTRY-NUMBER TO DTL-ENTRY-NUMBER.
007980     MOVE GLD-BRANCH-ID TO DTL-BRANCH-ID.
007990     MOVE GLD-POST-TYPE TO DTL-POST-TYPE.
008000     MOVE GLD-ACCOUNT TO DTL-ACCOUNT.
008010     MOVE GLD-DESCRIPTION TO DTL-DESCRIPTION.
008020     MOVE SPACES TO DTL-REMARKS.
008030     IF VAR-ACCOUNT-NET > 0
008040         SET GLD-DEBIT TO TRUE
008050         MOVE VAR-ACCOUNT-NET TO GLD-AMOUNT
008060         ADD VAR-ACCOUNT-NET TO VAR-ENTRY-DEBITS
008070         ADD VAR-ACCOUNT-NET TO VAR-DEBIT-TOTAL
008080         MOVE VAR-ACCOUNT-NET TO DTL-DEBIT
008090         MOVE SPACES TO DTL-CREDIT-AREA
008100     ELSE
008110         SET GLD-CREDIT TO TRUE
008120         COMPUTE GLD-AMOUNT = 0 - VAR-ACCOUNT-NET
008130         SUBTRACT VAR-ACCOUNT-NET FROM VAR-ENTRY-CREDITS
008140         SUBTRACT VAR-ACCOUNT-NET FROM VAR-CREDIT-TOTAL
008150         MOVE SPACES TO DTL-DEBIT-AREA
008160         MOVE GLD-AMOUNT TO DTL-CREDIT
008170     END-IF.
008180     WRITE GL-JOURNAL-OUTPUT-RECORD FROM GL-JOURNAL-RECORD.
008190     ADD 1 TO VAR-DETAILS-WRITTEN.
008200     PERFORM 1400-CHECK-PAGE-BREAK THRU 1400-EXIT.
008210     WRITE GL-REGISTER-LINE FROM VAR-DETAIL-LINE
008220         AFTER ADVANCING 1 LINE.
008230     ADD 1 TO VAR-LINE-COUNT.
008240 4200-EXIT.
008250     EXIT.
008260
008270 4250-ADD-ONE-BOOKING.
008280     ADD GLW-AMOUNT TO VAR-ACCOUNT-NET.
008290     PERFORM 8400-READ-SORTED-WORK THRU 8400-EXIT.
008300 4250-EXIT.
008310     EXIT.
008320
008330*----------------------------------------------------------------
008340* 8100-READ-MAPPING-ROW
008350*----------------------------------------------------------------
008360 8100-READ-MAPPING-ROW.
008370     READ GL-MAPPING-FILE INTO GL-MAPPING-RECORD
008380         AT END
008390             MOVE '10' TO VAR-GLMAP-STATUS
008400     END-READ.
008410 8100-EXIT.
008420     EXIT.
008430
008440*----------------------------------------------------------------
008450* 8200-READ-JOURNAL
008460*----------------------------------------------------------------
008470 8200-READ-JOURNAL.
008480     READ DAILY-JOURNAL-FILE INTO JOURNAL-RECORD
008490         AT END
008500             MOVE '10' TO VAR-DAYJRNL-STATUS
008510     END-READ.
008520 8200-EXIT.
008530     EXIT.
008540
008550*----------------------------------------------------------------
008560* 8300-READ-SUSPENSE
008570*----------------------------------------------------------------
008580 8300-READ-SUSPENSE.
008590     READ SUSPENSE-FILE INTO PAYMENT-RECORD
008600         AT END
008610             MOVE '10' TO VAR-SUSPOUT-STATUS
008620     END-READ.
008630 8300-EXIT.
008640     EXIT.
008650
008660*----------------------------------------------------------------
008670* 8400-READ-SORTED-WORK
008680* AT END OF FILE THE KEYS GO TO HIGH-VALUES SO EVERY BREAK FIRES.
008690*----------------------------------------------------------------
008700 8400-READ-SORTED-WORK.
008710     READ SORTED-GL-WORK-FILE INTO VAR-GL-WORK-LINE
008720         AT END
008730             MOVE '10' TO VAR-SRTGLWK-STATUS
008740     END-READ.
008750     IF VAR-SRTGLWK-EOF
008760         MOVE HIGH-VALUES TO VAR-WORK-KEY
008770     ELSE
008780         MOVE GLW-BRANCH-ID TO VAR-WORK-BRANCH-ID
008790         MOVE GLW-POST-TYPE TO VAR-WORK-POST-TYPE
008800         MOVE GLW-ACCOUNT TO VAR-WORK-ACCOUNT
008810     END-IF.
008820 8400-EXIT.
008830     EXIT.
008840
008850*----------------------------------------------------------------
008860* 9000-TERMINATE
008870* WRITES THE TRAILER, PRINTS THE CONTROL TOTALS AND DECIDES
008880* WHETHER THE FILE IS RELEASED.  ANY UNMAPPED POSTING, REJECTED
008890* MAPPING ROW OR OUT-OF-BALANCE ENTRY HOLDS IT - THE TRAILER IS
008900* MARKED HELD AND THE RUN ENDS WITH CONDITION CODE 16 SO THE GL
008910* LOAD DOES NOT RUN.
008920*----------------------------------------------------------------
008930 9000-TERMINATE.
008940     MOVE SPACES TO GL-JOURNAL-RECORD.
008950     SET GLJ-TRAILER TO TRUE.
008960     MOVE PARM-RUN-DATE-NUM TO GLT-JOURNAL-DATE.
008970     MOVE VAR-DETAILS-WRITTEN TO GLT-DETAIL-COUNT.
008980     MOVE VAR-ENTRY-NUMBER TO GLT-ENTRY-COUNT.
008990     MOVE VAR-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
009000     MOVE VAR-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
009010     IF VAR-POSTINGS-UNMAPPED = 0
009020             AND VAR-MAP-ROWS-REJECTED = 0
009030             AND VAR-ENTRIES-OUT = 0
009040             AND VAR-DEBIT-TOTAL = VAR-CREDIT-TOTAL
009050         SET GLT-RELEASED TO TRUE
009060         MOVE 'RELEASED' TO VDT-VERDICT
009070     ELSE
009080         SET GLT-HELD TO TRUE
009090         MOVE 'HELD' TO VDT-VERDICT
009100     END-IF.
009110     WRITE GL-JOURNAL-OUTPUT-RECORD FROM GL-JOURNAL-RECORD.
009120     CLOSE GL-JOURNAL-FILE.
009130     WRITE GL-REGISTER-LINE FROM VAR-TOTALS-LINE
009140         AFTER ADVANCING 2 LINES.
009150     MOVE 'MAP ROWS READ ...  ' TO TOT-CAPTION.
009160     MOVE VAR-MAP-ROWS-READ TO TOT-VALUE.
009170     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009180     MOVE 'MAP ROWS REJECTED  ' TO TOT-CAPTION.
009190     MOVE VAR-MAP-ROWS-REJECTED TO TOT-VALUE.
009200     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009210     MOVE 'JOURNAL LINES ...  ' TO TOT-CAPTION.
009220     MOVE VAR-JOURNAL-LINES-READ TO TOT-VALUE.
009230     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009240     MOVE 'PRIOR-DAY SKIPPED  ' TO TOT-CAPTION.
009250     MOVE VAR-PRIOR-DAY-SKIPPED TO TOT-VALUE.
009260     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009270     MOVE 'SUSPENSE ITEMS ..  ' TO TOT-CAPTION.
009280     MOVE VAR-SUSPENSE-ITEMS-READ TO TOT-VALUE.
009290     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009300     MOVE 'ZERO AMOUNTS ....  ' TO TOT-CAPTION.
009310     MOVE VAR-ZERO-POSTINGS TO TOT-VALUE.
009320     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009330     MOVE 'POSTINGS BOOKED .  ' TO TOT-CAPTION.
009340     MOVE VAR-POSTINGS-BOOKED TO TOT-VALUE.
009350     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009360     MOVE 'POSTINGS UNMAPPED  ' TO TOT-CAPTION.
009370     MOVE VAR-POSTINGS-UNMAPPED TO TOT-VALUE.
009380     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009390     MOVE 'ENTRIES WRITTEN .  ' TO TOT-CAPTION.
009400     MOVE VAR-ENTRY-NUMBER TO TOT-VALUE.
009410     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009420     MOVE 'ENTRIES OUT .....  ' TO TOT-CAPTION.
009430     MOVE VAR-ENTRIES-OUT TO TOT-VALUE.
009440     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009450     MOVE 'DETAIL RECORDS ..  ' TO TOT-CAPTION.
009460     MOVE VAR-DETAILS-WRITTEN TO TOT-VALUE.
009470     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009480     MOVE 'TOTAL DEBITS ....  ' TO TOT-AMT-CAPTION.
009490     MOVE VAR-DEBIT-TOTAL TO TOT-AMT-VALUE.
009500     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
009510     MOVE 'TOTAL CREDITS ...  ' TO TOT-AMT-CAPTION.
009520     MOVE VAR-CREDIT-TOTAL TO TOT-AMT-VALUE.
009530     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
009540     MOVE 'UNMAPPED AMOUNT .  ' TO TOT-AMT-CAPTION.
009550     MOVE VAR-UNMAPPED-AMOUNT TO TOT-AMT-VALUE.
009560     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
009570     WRITE GL-REGISTER-LINE FROM VAR-VERDICT-LINE
009580         AFTER ADVANCING 2 LINES.
009590     CLOSE GL-REGISTER-FILE.
009600     IF GLT-HELD
009610         DISPLAY 'GLINTF - GL JOURNAL FILE HELD, '
009620             'SEE THE JOURNAL REGISTER'
009630         MOVE 16 TO RETURN-CODE
009640     ELSE
009650         MOVE 0 TO RETURN-CODE
009660     END-IF.
009670 9000-EXIT.
009680     EXIT.
009690
009700*----------------------------------------------------------------
009710* 9100-WRITE-TOTALS-LINE
009720*----------------------------------------------------------------
009730 9100-WRITE-TOTALS-LINE.
009740     WRITE GL-REGISTER-LINE FROM VAR-TOTALS-DETAIL
009750         AFTER ADVANCING 1 LINE.
009760 9100-EXIT.
009770     EXIT.
009780
009790*----------------------------------------------------------------
009800* 9150-WRITE-AMOUNT-LINE
009810*----------------------------------------------------------------
009820 9150-WRITE-AMOUNT-LINE.
009830     WRITE GL-REGISTER-LINE FROM VAR-TOTALS-AMT-DETAIL
009840         AFTER ADVANCING 1 LINE.
009850 9150-EXIT.
009860     EXIT.
