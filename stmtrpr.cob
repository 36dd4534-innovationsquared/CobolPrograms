000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STMTRPR.
000030 AUTHOR. CALVIN HOBBES.
000040 INSTALLATION. RETAIL BANKING - CUSTOMER SERVICES BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-15 CJH  ORIGINAL VERSION.  STATEMENT REPRINT FOR
000130*                 CUSTOMER SERVICE.  EACH REQUEST CARD NAMES ONE
000140*                 CUST-ID AND A STATEMENT DATE OR DATE RANGE;
000150*                 EVERY STATEMENT ON THE STATEMENT HISTORY THAT
000160*                 MATCHES IS PRINTED AGAIN LINE FOR LINE AS IT
000170*                 FIRST WENT OUT, EACH ON ITS OWN PAGE AND MARKED
000180*                 AS A DUPLICATE.  THE REPRINT REGISTER SHOWS
000190*                 EVERY CARD WITH THE NUMBER OF STATEMENTS IT
000200*                 FOUND, OR WHY IT WAS REJECTED.  A REJECTED CARD
000210*                 ENDS THE JOB WITH RETURN CODE 8; A FAILED FILE
000220*                 OPEN, OR NO REQUEST CARDS AT ALL, WITH 16.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT STATEMENT-HISTORY-FILE ASSIGN TO STMTHIST
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS VAR-STMTHIST-STATUS.
000320
000330     SELECT REPRINT-CARD-FILE ASSIGN TO RPRCARD
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS VAR-RPRCARD-STATUS.
000360
000370     SELECT DUPLICATE-STATEMENT-FILE ASSIGN TO STMTDUP
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS VAR-STMTDUP-STATUS.
000400
000410     SELECT REPRINT-REGISTER-FILE ASSIGN TO RPRRPT
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS VAR-RPRRPT-STATUS.
000440
000450     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS VAR-PARMCARD-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510
000520*STATEMENT HISTORY - EVERY STATEMENT KEPT, OLDEST FIRST, EACH AS
000530*A HEADER, ITS ACTIVITY LINES AND A TOTALS RECORD.
000540 FD  STATEMENT-HISTORY-FILE
000550     RECORD CONTAINS 80 CHARACTERS
000560     LABEL RECORDS ARE STANDARD.
000570 01  STATEMENT-HISTORY-IN-RECORD    PIC X(80).
000580
000590*REPRINT REQUEST CARDS - ONE 80-BYTE CARD PER CUSTOMER AND RANGE.
000600 FD  REPRINT-CARD-FILE
000610     RECORD CONTAINS 80 CHARACTERS
000620     LABEL RECORDS ARE STANDARD.
000630 01  REPRINT-CARD-IMAGE             PIC X(80).
000640
000650*DUPLICATE STATEMENTS - LAID OUT AS THE STATEMENT RUN PRINTS THEM.
000660 FD  DUPLICATE-STATEMENT-FILE
000670     RECORD CONTAINS 132 CHARACTERS
000680     LABEL RECORDS ARE STANDARD.
000690 01  STATEMENT-PRINT-LINE           PIC X(132).
000700
000710*REPRINT REGISTER.
000720 FD  REPRINT-REGISTER-FILE
000730     RECORD CONTAINS 132 CHARACTERS
000740     LABEL RECORDS ARE STANDARD.
000750 01  REPRINT-REGISTER-LINE          PIC X(132).
000760
000770*PARAMETER CARD - SUPPLIES THE RUN DATE PRINTED ON THE DUPLICATES.
000780 FD  PARAMETER-CARD-FILE
000790     RECORD CONTAINS 80 CHARACTERS
000800     LABEL RECORDS ARE STANDARD.
000810 01  PARAMETER-CARD-IMAGE           PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840
000850*----------------------------------------------------------------
000860* STATEMENT HISTORY RECORD WORKING COPY
000870*----------------------------------------------------------------
000880 COPY STMHREC.
000890
000900*----------------------------------------------------------------
000910* PARAMETER CARD WORKING COPY
000920*----------------------------------------------------------------
000930 COPY PARMCARD.
000940
000950*----------------------------------------------------------------
000960* REPRINT REQUEST CARD.  THE FROM DATE IS REQUIRED; A BLANK TO
000970* DATE ASKS FOR THE ONE STATEMENT CUT ON THE FROM DATE.
000980*----------------------------------------------------------------
000990 01  REPRINT-REQUEST-CARD.
001000     05  RRQ-CUST-ID                 PIC X(09).
001010     05  RRQ-FROM-DATE-X             PIC X(08).
001020     05  RRQ-FROM-DATE               REDEFINES RRQ-FROM-DATE-X
001030                                     PIC 9(08).
001040     05  RRQ-TO-DATE-X               PIC X(08).
001050     05  RRQ-TO-DATE                 REDEFINES RRQ-TO-DATE-X
001060                                     PIC 9(08).
001070     05  RRQ-REQUESTED-BY            PIC X(10).
001080     05  FILLER                      PIC X(45).
001090
001100 01  VAR-STMTHIST-STATUS       PIC X(02) VALUE '00'.
001110     88  VAR-STMTHIST-OK                  VALUE '00'.
001120     88  VAR-STMTHIST-EOF                 VALUE '10'.
001130 01  VAR-RPRCARD-STATUS        PIC X(02) VALUE '00'.
001140     88  VAR-RPRCARD-OK                   VALUE '00'.
001150     88  VAR-RPRCARD-EOF                  VALUE '10'.
001160 01  VAR-STMTDUP-STATUS        PIC X(02) VALUE '00'.
001170     88  VAR-STMTDUP-OK                   VALUE '00'.
001180 01  VAR-RPRRPT-STATUS         PIC X(02) VALUE '00'.
001190     88  VAR-RPRRPT-OK                    VALUE '00'.
001200 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
001210     88  VAR-PARMCARD-OK                  VALUE '00'.
001220
001230 01  VAR-REPRINT-SWITCH         PIC X(01) VALUE 'N'.
001240     88  VAR-STATEMENT-WANTED             VALUE 'Y'.
001250     88  VAR-STATEMENT-NOT-WANTED         VALUE 'N'.
001260
001270*----------------------------------------------------------------
001280* ACCEPTED REQUEST CARDS, IN CARD ORDER.  THE HISTORY IS READ
001290* ONCE AND EVERY STATEMENT HEADER IS TRIED AGAINST EVERY CARD.
001300*----------------------------------------------------------------
001310 01  VAR-REQ-MAX-ROWS           PIC 9(03) COMP VALUE 50.
001320 01  VAR-REQ-ROW-COUNT          PIC 9(03) COMP VALUE 0.
001330 01  VAR-REQ-SUB                PIC 9(03) COMP VALUE 0.
001340 01  VAR-REQUEST-TABLE.
001350     05  VAR-REQ-ENTRY              OCCURS 50 TIMES.
001360         10  VAR-REQ-CUST-ID        PIC X(09).
001370         10  VAR-REQ-FROM-DATE      PIC 9(08).
001380         10  VAR-REQ-TO-DATE        PIC 9(08).
001390         10  VAR-REQ-REQUESTED-BY   PIC X(10).
001400         10  VAR-REQ-FOUND-COUNT    PIC 9(05) COMP.
001410 01  VAR-REQ-REJECT-REASON      PIC X(30) VALUE SPACE.
001420 01  VAR-TO-DATE                PIC 9(08) VALUE 0.
001430
001440 01  VAR-RATE-PCT               PIC 99V9999 VALUE 0.
001450 01  VAR-DATE-EDIT              PIC 9999/99/99.
001460 01  VAR-SYSTEM-DATE            PIC 9(08) VALUE 0.
001470
001480*----------------------------------------------------------------
001490* CONTROL TOTALS AND RUN COUNTERS
001500*----------------------------------------------------------------
001510 01  VAR-CARDS-READ-COUNT       PIC 9(07) COMP VALUE 0.
001520 01  VAR-CARDS-REJECTED-COUNT   PIC 9(07) COMP VALUE 0.
001530 01  VAR-NOT-FOUND-COUNT        PIC 9(07) COMP VALUE 0.
001540 01  VAR-HISTORY-READ-COUNT     PIC 9(07) COMP VALUE 0.
001550 01  VAR-STATEMENTS-REPRINTED   PIC 9(07) COMP VALUE 0.
001560
001570*----------------------------------------------------------------
001580* PAGINATION - ONE SET FOR THE DUPLICATES, AS THE STATEMENT RUN
001590* KEEPS IT, AND ONE FOR THE REGISTER
001600*----------------------------------------------------------------
001610 01  VAR-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
001620 01  VAR-LINE-COUNT             PIC 9(03) COMP VALUE 99.
001630 01  VAR-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
001640 01  VAR-REG-PAGE-NUMBER        PIC 9(04) COMP VALUE 0.
001650 01  VAR-REG-LINE-COUNT         PIC 9(03) COMP VALUE 99.
001660
001670*----------------------------------------------------------------
001680* STATEMENT PRINT LINES - SHARED WITH THE STATEMENT RUN
001690*----------------------------------------------------------------
001700 COPY STMTLINE.
001710
001720*----------------------------------------------------------------
001730* REPORT LINE WORKING AREAS
001740*----------------------------------------------------------------
001750 01  VAR-DUPLICATE-LINE.
001760     05  FILLER                     PIC X(01) VALUE SPACE.
001770     05  FILLER                     PIC X(36) VALUE
001780             '*** DUPLICATE STATEMENT - REPRINTED '.
001790     05  DUP-REPRINT-DATE           PIC 9999/99/99.
001800     05  FILLER                     PIC X(04) VALUE ' ***'.
001810 01  VAR-REGISTER-HEADING-1.
001820     05  FILLER                     PIC X(01) VALUE SPACE.
001830     05  FILLER                     PIC X(30) VALUE
001840             'STATEMENT REPRINT REGISTER    '.
001850     05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
001860     05  RGH-RUN-DATE               PIC 9999/99/99.
001870     05  FILLER                     PIC X(10) VALUE SPACE.
001880     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
001890     05  RGH-PAGE-NUMBER            PIC ZZZ9.
001900 01  VAR-REGISTER-HEADING-2.
001910     05  FILLER                     PIC X(01) VALUE SPACE.
001920     05  FILLER                     PIC X(35) VALUE
001930             'CUST-ID    FROM DATE   TO DATE     '.
001940     05  FILLER                     PIC X(30) VALUE
001950             'REQUESTED   STMTS  DISPOSITION'.
001960 01  VAR-REGISTER-LINE.
001970     05  FILLER                     PIC X(01) VALUE SPACE.
001980     05  RGL-CUST-ID                PIC X(09).
001990     05  FILLER                     PIC X(02) VALUE SPACE.
002000     05  RGL-FROM-DATE              PIC X(10).
002010     05  FILLER                     PIC X(02) VALUE SPACE.
002020     05  RGL-TO-DATE                PIC X(10).
002030     05  FILLER                     PIC X(02) VALUE SPACE.
002040     05  RGL-REQUESTED-BY           PIC X(10).
002050     05  FILLER                     PIC X(02) VALUE SPACE.
002060     05  RGL-FOUND-AREA             PIC X(05).
002070     05  RGL-FOUND-COUNT            REDEFINES RGL-FOUND-AREA
002080                                    PIC ZZZZ9.
002090     05  FILLER                     PIC X(02) VALUE SPACE.
002100     05  RGL-DISPOSITION            PIC X(30).
002110 01  VAR-NO-CARD-LINE.
002120     05  FILLER                     PIC X(01) VALUE SPACE.
002130     05  FILLER                     PIC X(44) VALUE
002140             '*** NO REPRINT REQUEST CARDS - NOTHING DONE '.
002150     05  FILLER                     PIC X(04) VALUE ' ***'.
002160 01  VAR-TOTALS-LINE.
002170     05  FILLER                     PIC X(01) VALUE SPACE.
002180     05  FILLER                     PIC X(22) VALUE
002190             '*** CONTROL TOTALS ***'.
002200 01  VAR-TOTALS-DETAIL.
002210     05  FILLER                     PIC X(01) VALUE SPACE.
002220     05  TOT-CAPTION                PIC X(20).
002230     05  TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.
002240
002250 PROCEDURE DIVISION.
002260
002270*----------------------------------------------------------------
002280* 0000-MAINLINE
002290* CONTROLS THE OVERALL FLOW OF THE RUN.
002300*----------------------------------------------------------------
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002330     PERFORM 2000-SCAN-ONE-RECORD THRU 2000-EXIT
002340         UNTIL VAR-STMTHIST-EOF.
002350     PERFORM 3000-WRITE-REQUEST-RESULTS THRU 3000-EXIT.
002360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002370     STOP RUN.
002380
002390*----------------------------------------------------------------
002400* 1000-INITIALIZE
002410* OPENS THE FILES, READS THE PARAMETER CARD, LOADS AND EDITS THE
002420* REQUEST CARDS AND PRIMES THE HISTORY.  WHEN EVERY CARD WAS
002430* REJECTED THERE IS NOTHING TO LOOK FOR AND THE HISTORY IS NOT
002440* READ.
002450*----------------------------------------------------------------
002460 1000-INITIALIZE.
002470     OPEN INPUT STATEMENT-HISTORY-FILE.
002480     IF NOT VAR-STMTHIST-OK
002490         DISPLAY 'STMTRPR - UNABLE TO OPEN STATEMENT HISTORY, '
002500             'STATUS = ' VAR-STMTHIST-STATUS
002510         MOVE 16 TO RETURN-CODE
002520         STOP RUN
002530     END-IF.
002540     OPEN OUTPUT DUPLICATE-STATEMENT-FILE.
002550     IF NOT VAR-STMTDUP-OK
002560         DISPLAY 'STMTRPR - UNABLE TO OPEN DUPLICATE STATEMENTS, '
002570             'STATUS = ' VAR-STMTDUP-STATUS
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610     OPEN OUTPUT REPRINT-REGISTER-FILE.
002620     IF NOT VAR-RPRRPT-OK
002630         DISPLAY 'STMTRPR - UNABLE TO OPEN REPRINT REGISTER, '
002640             'STATUS = ' VAR-RPRRPT-STATUS
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680     PERFORM 1100-READ-PARAMETER-CARD THRU 1100-EXIT.
002690     PERFORM 1500-WRITE-REGISTER-HEADINGS THRU 1500-EXIT.
002700     PERFORM 1200-LOAD-REQUEST-CARDS THRU 1200-EXIT.
002710     IF VAR-REQ-ROW-COUNT > 0
002720         PERFORM 8100-READ-STATEMENT-HISTORY THRU 8100-EXIT
002730     ELSE
002740         MOVE '10' TO VAR-STMTHIST-STATUS
002750     END-IF.
002760 1000-EXIT.
002770     EXIT.
002780
002790*----------------------------------------------------------------
002800* 1100-READ-PARAMETER-CARD
002810* THE RUN DATE IS THE REPRINT DATE SHOWN ON EVERY DUPLICATE.
002820*----------------------------------------------------------------
002830 1100-READ-PARAMETER-CARD.
002840     OPEN INPUT PARAMETER-CARD-FILE.
002850     READ PARAMETER-CARD-FILE INTO PARAMETER-CARD
002860         AT END
002870             MOVE '10' TO VAR-PARMCARD-STATUS
002880     END-READ.
002890     CLOSE PARAMETER-CARD-FILE.
002900     IF VAR-PARMCARD-OK
002910             AND PARM-RUN-YYYY NUMERIC
002920             AND PARM-RUN-MM NUMERIC
002930             AND PARM-RUN-DD NUMERIC
002940         NEXT SENTENCE
002950     ELSE
002960         ACCEPT VAR-SYSTEM-DATE FROM DATE YYYYMMDD
002970         MOVE VAR-SYSTEM-DATE(1:4) TO PARM-RUN-YYYY
002980         MOVE VAR-SYSTEM-DATE(5:2) TO PARM-RUN-MM
002990         MOVE VAR-SYSTEM-DATE(7:2) TO PARM-RUN-DD
003000     END-IF.
003010 1100-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------------
003050* 1200-LOAD-REQUEST-CARDS
003060* NO CARDS AT ALL IS REPORTED AND THE RUN ENDS WITHOUT SCANNING.
003070*----------------------------------------------------------------
003080 1200-LOAD-REQUEST-CARDS.
003090     OPEN INPUT REPRINT-CARD-FILE.
003100     IF VAR-RPRCARD-OK
003110         PERFORM 8200-READ-REQUEST-CARD THRU 8200-EXIT
003120     END-IF.
003130     IF NOT VAR-RPRCARD-OK
003140         WRITE REPRINT-REGISTER-LINE FROM VAR-NO-CARD-LINE
003150             AFTER ADVANCING 2 LINES
003160         DISPLAY 'STMTRPR - NO REPRINT REQUEST CARDS'
003170         CLOSE STATEMENT-HISTORY-FILE
003180               DUPLICATE-STATEMENT-FILE
003190               REPRINT-REGISTER-FILE
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     PERFORM 1300-LOAD-ONE-CARD THRU 1300-EXIT
003240         UNTIL VAR-RPRCARD-EOF.
003250     CLOSE REPRINT-CARD-FILE.
003260 1200-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------------
003300* 1300-LOAD-ONE-CARD
003310* EDITS ONE REQUEST CARD.  A GOOD CARD GOES INTO THE TABLE; A BAD
003320* ONE IS LISTED ON THE REGISTER WITH THE REASON, AS KEYED.
003330*----------------------------------------------------------------
003340 1300-LOAD-ONE-CARD.
003350     MOVE SPACES TO VAR-REQ-REJECT-REASON.
003360     IF RRQ-CUST-ID = SPACES
003370         MOVE 'CUST-ID BLANK' TO VAR-REQ-REJECT-REASON
003380     END-IF.
003390     IF VAR-REQ-REJECT-REASON = SPACES
003400         IF RRQ-FROM-DATE-X NOT NUMERIC
003410             MOVE 'FROM DATE MISSING OR INVALID'
003420                 TO VAR-REQ-REJECT-REASON
003430         ELSE
003440             IF RRQ-FROM-DATE = 0
003450                 MOVE 'FROM DATE MISSING OR INVALID'
003460                     TO VAR-REQ-REJECT-REASON
003470             END-IF
003480         END-IF
003490     END-IF.
003500     IF VAR-REQ-REJECT-REASON = SPACES
003510         IF RRQ-TO-DATE-X = SPACES
003520             MOVE RRQ-FROM-DATE TO VAR-TO-DATE
003530         ELSE
003540             IF RRQ-TO-DATE-X NUMERIC
003550                 MOVE RRQ-TO-DATE TO VAR-TO-DATE
003560             ELSE
003570                 MOVE 'TO DATE INVALID' TO VAR-REQ-REJECT-REASON
003580             END-IF
003590         END-IF
003600     END-IF.
003610     IF VAR-REQ-REJECT-REASON = SPACES
003620             AND VAR-TO-DATE < RRQ-FROM-DATE
003630         MOVE 'TO DATE BEFORE FROM DATE' TO VAR-REQ-REJECT-REASON
003640     END-IF.
003650     IF VAR-REQ-REJECT-REASON = SPACES
003660             AND VAR-REQ-ROW-COUNT NOT < VAR-REQ-MAX-ROWS
003670         MOVE 'TABLE FULL' TO VAR-REQ-REJECT-REASON
003680     END-IF.
003690     IF VAR-REQ-REJECT-REASON NOT = SPACES
003700         ADD 1 TO VAR-CARDS-REJECTED-COUNT
003710         MOVE RRQ-CUST-ID TO RGL-CUST-ID
003720         MOVE RRQ-FROM-DATE-X TO RGL-FROM-DATE
003730         MOVE RRQ-TO-DATE-X TO RGL-TO-DATE
003740         MOVE RRQ-REQUESTED-BY TO RGL-REQUESTED-BY
003750         MOVE SPACES TO RGL-FOUND-AREA
003760         MOVE VAR-REQ-REJECT-REASON TO RGL-DISPOSITION
003770         PERFORM 3900-PRINT-REGISTER-LINE THRU 3900-EXIT
003780         GO TO 1300-NEXT
003790     END-IF.
003800     ADD 1 TO VAR-REQ-ROW-COUNT.
003810     MOVE RRQ-CUST-ID TO VAR-REQ-CUST-ID (VAR-REQ-ROW-COUNT).
003820     MOVE RRQ-FROM-DATE TO VAR-REQ-FROM-DATE (VAR-REQ-ROW-COUNT).
003830     MOVE VAR-TO-DATE TO VAR-REQ-TO-DATE (VAR-REQ-ROW-COUNT).
003840     MOVE RRQ-REQUESTED-BY
003850         TO VAR-REQ-REQUESTED-BY (VAR-REQ-ROW-COUNT).
003860     MOVE 0 TO VAR-REQ-FOUND-COUNT (VAR-REQ-ROW-COUNT).
003870 1300-NEXT.
003880     PERFORM 8200-READ-REQUEST-CARD THRU 8200-EXIT.
003890 1300-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------------
003930* 1500-WRITE-REGISTER-HEADINGS
003940*----------------------------------------------------------------
003950 1500-WRITE-REGISTER-HEADINGS.
003960     ADD 1 TO VAR-REG-PAGE-NUMBER.
003970     MOVE PARM-RUN-DATE-NUM TO RGH-RUN-DATE.
003980     MOVE VAR-REG-PAGE-NUMBER TO RGH-PAGE-NUMBER.
003990     WRITE REPRINT-REGISTER-LINE FROM VAR-REGISTER-HEADING-1
004000         AFTER ADVANCING PAGE.
004010     WRITE REPRINT-REGISTER-LINE FROM VAR-REGISTER-HEADING-2
004020         AFTER ADVANCING 2 LINES.
004030     MOVE 3 TO VAR-REG-LINE-COUNT.
004040 1500-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080* 1600-WRITE-DUPLICATE-HEADINGS
004090* THE STATEMENT RUN'S OWN PAGE HEADING, DATED AS THE ORIGINAL
004100* WAS, FOLLOWED BY THE DUPLICATE BANNER WITH TODAY'S DATE.
004110*----------------------------------------------------------------
004120 1600-WRITE-DUPLICATE-HEADINGS.
004130     ADD 1 TO VAR-PAGE-NUMBER.
004140     MOVE STMH-STMT-DATE TO HDR-RUN-DATE.
004150     MOVE VAR-PAGE-NUMBER TO HDR-PAGE-NUMBER.
004160     WRITE STATEMENT-PRINT-LINE FROM VAR-HEADING-LINE-1
004170         AFTER ADVANCING PAGE.
004180     MOVE PARM-RUN-DATE-NUM TO DUP-REPRINT-DATE.
004190     WRITE STATEMENT-PRINT-LINE FROM VAR-DUPLICATE-LINE
004200         AFTER ADVANCING 1 LINE.
004210     MOVE 2 TO VAR-LINE-COUNT.
004220 1600-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------------
004260* 2000-SCAN-ONE-RECORD
004270* ONE PASS PER HISTORY RECORD.  A STATEMENT HEADER IS TRIED
004280* AGAINST THE REQUEST CARDS; THE ACTIVITY AND TOTALS RECORDS
004290* THAT FOLLOW IT PRINT ONLY WHEN SOME CARD WANTED IT.
004300*----------------------------------------------------------------
004310 2000-SCAN-ONE-RECORD.
004320     EVALUATE TRUE
004330         WHEN STMH-HEADER
004340             PERFORM 2100-CHECK-REQUESTS THRU 2100-EXIT
004350             IF VAR-STATEMENT-WANTED
004360                 PERFORM 2300-PRINT-STATEMENT-TOP THRU 2300-EXIT
004370             END-IF
004380         WHEN STMH-ACTIVITY
004390             IF VAR-STATEMENT-WANTED
004400                 PERFORM 2400-PRINT-ACTIVITY-LINE THRU 2400-EXIT
004410             END-IF
004420         WHEN STMH-TOTALS
004430             IF VAR-STATEMENT-WANTED
004440                 PERFORM 2500-PRINT-STATEMENT-TOTALS
004450                     THRU 2500-EXIT
004460             END-IF
004470     END-EVALUATE.
004480     PERFORM 8100-READ-STATEMENT-HISTORY THRU 8100-EXIT.
004490 2000-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------
004530* 2100-CHECK-REQUESTS
004540* EVERY CARD THAT COVERS THIS STATEMENT IS CREDITED WITH IT, BUT
004550* THE STATEMENT IS PRINTED ONLY ONCE HOWEVER MANY CARDS ASK.
004560*----------------------------------------------------------------
004570 2100-CHECK-REQUESTS.
004580     SET VAR-STATEMENT-NOT-WANTED TO TRUE.
004590     MOVE 1 TO VAR-REQ-SUB.
004600     PERFORM 2150-CHECK-ONE-REQUEST THRU 2150-EXIT
004610         UNTIL VAR-REQ-SUB > VAR-REQ-ROW-COUNT.
004620 2100-EXIT.
004630     EXIT.
004640
004650 2150-CHECK-ONE-REQUEST.
004660     IF VAR-REQ-CUST-ID (VAR-REQ-SUB) = STMH-CUST-ID
004670             AND STMH-STMT-DATE >= VAR-REQ-FROM-DATE (VAR-REQ-SUB)
004680             AND STMH-STMT-DATE <= VAR-REQ-TO-DATE (VAR-REQ-SUB)
004690         ADD 1 TO VAR-REQ-FOUND-COUNT (VAR-REQ-SUB)
004700         SET VAR-STATEMENT-WANTED TO TRUE
004710     END-IF.
004720     ADD 1 TO VAR-REQ-SUB.
004730 2150-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------
004770* 2300-PRINT-STATEMENT-TOP
004780* EVERY DUPLICATE STARTS A FRESH PAGE.  CUSTOMER AND OPENING
004790* BALANCE LINES AS THE STATEMENT RUN WROTE THEM.
004800*----------------------------------------------------------------
004810 2300-PRINT-STATEMENT-TOP.
004820     PERFORM 1600-WRITE-DUPLICATE-HEADINGS THRU 1600-EXIT.
004830     MOVE STMH-CUST-ID TO STM-CUST-ID.
004840     MOVE STMH-CUST-NAME TO STM-CUST-NAME.
004850     WRITE STATEMENT-PRINT-LINE FROM VAR-STATEMENT-LINE-1
004860         AFTER ADVANCING 2 LINES.
004870     MOVE STMH-OPENING-BALANCE TO STM-BALANCE.
004880     WRITE STATEMENT-PRINT-LINE FROM VAR-STATEMENT-LINE-2
004890         AFTER ADVANCING 1 LINE.
004900     ADD 3 TO VAR-LINE-COUNT.
004910     ADD 1 TO VAR-STATEMENTS-REPRINTED.
004920 2300-EXIT.
004930     EXIT.
004940
004950*----------------------------------------------------------------
004960* 2400-PRINT-ACTIVITY-LINE
004970*----------------------------------------------------------------
004980 2400-PRINT-ACTIVITY-LINE.
004990     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE
005000         PERFORM 1600-WRITE-DUPLICATE-HEADINGS THRU 1600-EXIT
005010     END-IF.
005020     MOVE STMH-ACT-DATE TO STM-ACT-DATE.
005030     MOVE STMH-ACT-DESC TO STM-ACT-DESC.
005040     MOVE STMH-ACT-AMOUNT TO STM-ACT-AMOUNT.
005050     WRITE STATEMENT-PRINT-LINE FROM VAR-STATEMENT-ACTIVITY-LINE
005060         AFTER ADVANCING 1 LINE.
005070     ADD 1 TO VAR-LINE-COUNT.
005080 2400-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------
005120* 2500-PRINT-STATEMENT-TOTALS
005130* RATE APPLIED, INTEREST AND CLOSING BALANCE END THE STATEMENT.
005140*----------------------------------------------------------------
005150 2500-PRINT-STATEMENT-TOTALS.
005160     COMPUTE VAR-RATE-PCT = STMH-ANNUAL-RATE * 100.
005170     MOVE VAR-RATE-PCT TO STM-ANNUAL-RATE.
005180     WRITE STATEMENT-PRINT-LINE FROM VAR-STATEMENT-RATE-LINE
005190         AFTER ADVANCING 1 LINE.
005200     MOVE STMH-INTEREST TO STM-INTEREST.
005210     WRITE STATEMENT-PRINT-LINE FROM VAR-STATEMENT-LINE-3
005220         AFTER ADVANCING 1 LINE.
005230     MOVE STMH-CLOSING-BALANCE TO STM-STATEMENT-AMT.
005240     WRITE STATEMENT-PRINT-LINE FROM VAR-STATEMENT-LINE-4
005250         AFTER ADVANCING 1 LINE.
005260     ADD 3 TO VAR-LINE-COUNT.
005270     SET VAR-STATEMENT-NOT-WANTED TO TRUE.
005280 2500-EXIT.
005290     EXIT.
005300
005310*----------------------------------------------------------------
005320* 3000-WRITE-REQUEST-RESULTS
005330* ONE REGISTER LINE PER ACCEPTED CARD, IN CARD ORDER, WITH THE
005340* NUMBER OF STATEMENTS IT FOUND.  A CARD THAT FOUND NOTHING IS
005350* AN ANSWER, NOT AN ERROR.
005360*----------------------------------------------------------------
005370 3000-WRITE-REQUEST-RESULTS.
005380     MOVE 1 TO VAR-REQ-SUB.
005390     PERFORM 3100-WRITE-ONE-RESULT THRU 3100-EXIT
005400         UNTIL VAR-REQ-SUB > VAR-REQ-ROW-COUNT.
005410 3000-EXIT.
005420     EXIT.
005430
005440 3100-WRITE-ONE-RESULT.
005450     MOVE VAR-REQ-CUST-ID (VAR-REQ-SUB) TO RGL-CUST-ID.
005460     MOVE VAR-REQ-FROM-DATE (VAR-REQ-SUB) TO VAR-DATE-EDIT.
005470     MOVE VAR-DATE-EDIT TO RGL-FROM-DATE.
005480     MOVE VAR-REQ-TO-DATE (VAR-REQ-SUB) TO VAR-DATE-EDIT.
005490     MOVE VAR-DATE-EDIT TO RGL-TO-DATE.
005500     MOVE VAR-REQ-REQUESTED-BY (VAR-REQ-SUB) TO RGL-REQUESTED-BY.
005510     MOVE VAR-REQ-FOUND-COUNT (VAR-REQ-SUB) TO RGL-FOUND-COUNT.
005520     IF VAR-REQ-FOUND-COUNT (VAR-REQ-SUB) > 0
005530         MOVE 'REPRINTED' TO RGL-DISPOSITION
005540     ELSE
005550         ADD 1 TO VAR-NOT-FOUND-COUNT
005560         MOVE 'NO STATEMENT IN RANGE' TO RGL-DISPOSITION
005570     END-IF.
005580     PERFORM 3900-PRINT-REGISTER-LINE THRU 3900-EXIT.
005590     ADD 1 TO VAR-REQ-SUB.
005600 3100-EXIT.
005610     EXIT.
005620
005630 3900-PRINT-REGISTER-LINE.
005640     IF VAR-REG-LINE-COUNT >= VAR-LINES-PER-PAGE
005650         PERFORM 1500-WRITE-REGISTER-HEADINGS THRU 1500-EXIT
005660     END-IF.
005670     WRITE REPRINT-REGISTER-LINE FROM VAR-REGISTER-LINE
005680         AFTER ADVANCING 1 LINE.
005690     ADD 1 TO VAR-REG-LINE-COUNT.
005700 3900-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------
005740* 8100-READ-STATEMENT-HISTORY
005750*----------------------------------------------------------------
005760 8100-READ-STATEMENT-HISTORY.
005770     READ STATEMENT-HISTORY-FILE INTO STATEMENT-HISTORY-RECORD
005780         AT END
005790             MOVE '10' TO VAR-STMTHIST-STATUS
005800     END-READ.
005810     IF NOT VAR-STMTHIST-EOF
005820         ADD 1 TO VAR-HISTORY-READ-COUNT
005830     END-IF.
005840 8100-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------
005880* 8200-READ-REQUEST-CARD
005890*----------------------------------------------------------------
005900 8200-READ-REQUEST-CARD.
005910     READ REPRINT-CARD-FILE INTO REPRINT-REQUEST-CARD
005920         AT END
005930             MOVE '10' TO VAR-RPRCARD-STATUS
005940     END-READ.
005950     IF NOT VAR-RPRCARD-EOF
005960         ADD 1 TO VAR-CARDS-READ-COUNT
005970     END-IF.
005980 8200-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020* 9000-TERMINATE
006030* PRINTS THE CONTROL-TOTAL SUMMARY, SETS THE CONDITION CODE AND
006040* CLOSES EVERYTHING DOWN.
006050*----------------------------------------------------------------
006060 9000-TERMINATE.
006070     WRITE REPRINT-REGISTER-LINE FROM VAR-TOTALS-LINE
006080         AFTER ADVANCING 2 LINES.
006090     MOVE 'CARDS READ ......  ' TO TOT-CAPTION.
006100     MOVE VAR-CARDS-READ-COUNT TO TOT-VALUE.
006110     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
006120     MOVE 'CARDS REJECTED ..  ' TO TOT-CAPTION.
006130     MOVE VAR-CARDS-REJECTED-COUNT TO TOT-VALUE.
006140     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
006150     MOVE 'CARDS NOT FOUND .  ' TO TOT-CAPTION.
006160     MOVE VAR-NOT-FOUND-COUNT TO TOT-VALUE.
006170     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
006180     MOVE 'HISTORY READ ....  ' TO TOT-CAPTION.
006190     MOVE VAR-HISTORY-READ-COUNT TO TOT-VALUE.
006200     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
006210     MOVE 'STMTS REPRINTED .  ' TO TOT-CAPTION.
006220     MOVE VAR-STATEMENTS-REPRINTED TO TOT-VALUE.
006230     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
006240     CLOSE STATEMENT-HISTORY-FILE
006250           DUPLICATE-STATEMENT-FILE
006260           REPRINT-REGISTER-FILE.
006270     IF VAR-CARDS-REJECTED-COUNT > 0
006280         DISPLAY 'STMTRPR - REPRINT CARDS REJECTED, '
006290             'SEE THE REPRINT REGISTER'
006300         MOVE 8 TO RETURN-CODE
006310     END-IF.
006320 9000-EXIT.
006330     EXIT.
006340
006350 9100-WRITE-TOTALS-LINE.
006360     WRITE REPRINT-REGISTER-LINE FROM VAR-TOTALS-DETAIL
006370         AFTER ADVANCING 1 LINE.
006380 9100-EXIT.
006390     EXIT.
