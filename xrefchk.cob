000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. XREFCHK.
000030 AUTHOR. CALVIN HOBBES.
000040 INSTALLATION. RETAIL BANKING - CUSTOMER SERVICES BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-15 CJH  ORIGINAL VERSION.  PRE-RUN CROSS-FILE INTEGRITY
000130*                 CHECK, RUN AFTER THE MASTER VALIDATION AND AHEAD
000140*                 OF THE DAILY RUN.  WALKS THE CUSTOMER-MASTER,
000150*                 THE ADDRESS FILE, THE BALANCE LEDGER AND THE
000160*                 INSTALLMENT SCHEDULE TOGETHER IN CUST-ID ORDER.
000170*                 A MASTER WITH NO ADDRESS OR NO LEDGER RECORD IS
000180*                 LISTED AS MISSING ITS COMPANION; AN ADDRESS,
000190*                 LEDGER OR SCHEDULE RECORD WITH NO MASTER (LEFT
000200*                 BEHIND BY A DELETE) IS LISTED AS AN ORPHAN.  THE
000210*                 REPORT SHOWS EACH EXCEPTION BY FILE AND REASON,
000220*                 AND AN INDICATOR RECORD IN THE GO/NO-GO LAYOUT
000230*                 IS WRITTEN FOR THE DAILY RUN TO HONOUR.  MORE
000240*                 EXCEPTIONS THAN THE PARAMETER-CARD LIMIT, OR A
000250*                 COMPANION FILE THAT IS NOT THERE AT ALL, IS
000260*                 NOGO.  ANY EXCEPTION ENDS THE STEP WITH
000270*                 CONDITION CODE 08.
000273* 2026-10-15 CJH  ADDRESS RECORD LENGTHENED TO 100 BYTES FOR
000276*                 THE RETURNED-MAIL FIELDS.
000280*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMSTR
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS CM-CUST-ID
000380         FILE STATUS IS VAR-CUSTMSTR-STATUS.
000390
000400     SELECT CUSTOMER-ADDRESS-FILE ASSIGN TO CUSTADDR
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS CA-CUST-ID
000440         FILE STATUS IS VAR-CUSTADDR-STATUS.
000450
000460     SELECT CUSTOMER-BALANCE-FILE ASSIGN TO CUSTBAL
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS CB-CUST-ID
000500         FILE STATUS IS VAR-CUSTBAL-STATUS.
000510
000520     SELECT SCHEDULE-FILE ASSIGN TO SCHDFILE
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS VAR-SCHDFILE-STATUS.
000550
000560     SELECT SORTED-SCHEDULE-FILE ASSIGN TO SRTSCHD
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS VAR-SRTSCHD-STATUS.
000590
000600     SELECT SORT-WORK-FILE ASSIGN TO SORTWORK.
000610
000620     SELECT INTEGRITY-REPORT-FILE ASSIGN TO XREFRPT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS VAR-XREFRPT-STATUS.
000650
000660     SELECT GO-NO-GO-FILE ASSIGN TO XREFGNG
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS VAR-XREFGNG-STATUS.
000690
000700     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS VAR-PARMCARD-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760
000770*CUSTOMER-MASTER - WALKED FRONT TO BACK IN KEY SEQUENCE.
000780 FD  CUSTOMER-MASTER-FILE
000790     RECORD CONTAINS 53 CHARACTERS
000800     LABEL RECORDS ARE STANDARD.
000810 01  CUSTOMER-MASTER-RECORD.
000820     05  CM-CUST-ID                 PIC X(09).
000830     05  FILLER                     PIC X(44).
000840
000850*CUSTOMER ADDRESS FILE - WALKED IN KEY SEQUENCE BESIDE THE MASTER.
000860 FD  CUSTOMER-ADDRESS-FILE
000870     RECORD CONTAINS 100 CHARACTERS
000880     LABEL RECORDS ARE STANDARD.
000890 01  CUSTOMER-ADDRESS-FILE-RECORD.
000900     05  CA-CUST-ID                 PIC X(09).
000910     05  FILLER                     PIC X(91).
000920
000930*BALANCE LEDGER - WALKED IN KEY SEQUENCE BESIDE THE MASTER.
000940 FD  CUSTOMER-BALANCE-FILE
000950     RECORD CONTAINS 80 CHARACTERS
000960     LABEL RECORDS ARE STANDARD.
000970 01  CUSTOMER-BALANCE-FILE-RECORD.
000980     05  CB-CUST-ID                 PIC X(09).
000990     05  FILLER                     PIC X(71).
001000
001010*INSTALLMENT SCHEDULE - ONLY ROUGHLY ORDERED AS THE DAILY RUN
001020*WRITES IT, SO IT IS SORTED BEFORE THE MATCH.
001030 FD  SCHEDULE-FILE
001040     RECORD CONTAINS 80 CHARACTERS
001050     LABEL RECORDS ARE STANDARD.
001060 01  SCHEDULE-INPUT-RECORD          PIC X(80).
001070
001080*SORTED SCHEDULE - THE SORT OUTPUT THE MATCH ACTUALLY READS.
001090 FD  SORTED-SCHEDULE-FILE
001100     RECORD CONTAINS 80 CHARACTERS
001110     LABEL RECORDS ARE STANDARD.
001120 01  SORTED-SCHEDULE-RECORD         PIC X(80).
001130
001140*SORT WORK FILE FOR THE SCHEDULE SORT.
001150 SD  SORT-WORK-FILE
001160     RECORD CONTAINS 80 CHARACTERS.
001170 01  SORT-WORK-RECORD.
001180     05  SORT-CUST-ID               PIC X(09).
001190     05  SORT-INSTALLMENT-NUM       PIC 9(02).
001200     05  SORT-DUE-DATE              PIC 9(08).
001210     05  FILLER                     PIC X(61).
001220
001230*INTEGRITY REPORT - ONE LINE PER EXCEPTION, PLUS THE TOTALS AND
001240*THE VERDICT.
001250 FD  INTEGRITY-REPORT-FILE
001260     RECORD CONTAINS 132 CHARACTERS
001270     LABEL RECORDS ARE STANDARD.
001280 01  INTEGRITY-REPORT-LINE          PIC X(132).
001290
001300*INTEGRITY GO/NO-GO INDICATOR - ONE RECORD, HONOURED BY THE DAILY
001310*RUN ALONGSIDE THE MASTER VALIDATION'S OWN.
001320 FD  GO-NO-GO-FILE
001330     RECORD CONTAINS 80 CHARACTERS
001340     LABEL RECORDS ARE STANDARD.
001350 01  GO-NO-GO-OUTPUT-RECORD         PIC X(80).
001360
001370*PARAMETER CARD - SUPPLIES THE RUN DATE AND THE EXCEPTION LIMIT.
001380 FD  PARAMETER-CARD-FILE
001390     RECORD CONTAINS 80 CHARACTERS
001400     LABEL RECORDS ARE STANDARD.
001410 01  PARAMETER-CARD-IMAGE           PIC X(80).
001420
001430 WORKING-STORAGE SECTION.
001440
001450*----------------------------------------------------------------
001460* CUSTOMER RECORD WORKING COPY
001470*----------------------------------------------------------------
001480 COPY CUSTREC.
001490
001500*----------------------------------------------------------------
001510* ADDRESS RECORD WORKING COPY
001520*----------------------------------------------------------------
001530 COPY ADDRREC.
001540
001550*----------------------------------------------------------------
001560* BALANCE LEDGER RECORD WORKING COPY
001570*----------------------------------------------------------------
001580 COPY BALREC.
001590
001600*----------------------------------------------------------------
001610* INSTALLMENT SCHEDULE RECORD WORKING COPY
001620*----------------------------------------------------------------
001630 COPY SCHDREC.
001640
001650*----------------------------------------------------------------
001660* GO/NO-GO INDICATOR WORKING COPY
001670*----------------------------------------------------------------
001680 COPY GONOGO.
001690
001700*----------------------------------------------------------------
001710* PARAMETER CARD WORKING COPY
001720*----------------------------------------------------------------
001730 COPY PARMCARD.
001740
001750 01  VAR-CUSTMSTR-STATUS       PIC X(02) VALUE '00'.
001760     88  VAR-CUSTMSTR-OK                  VALUE '00'.
001770     88  VAR-CUSTMSTR-EOF                 VALUE '10'.
001780 01  VAR-CUSTADDR-STATUS       PIC X(02) VALUE '00'.
001790     88  VAR-CUSTADDR-OK                  VALUE '00'.
001800     88  VAR-CUSTADDR-EOF                 VALUE '10'.
001810     88  VAR-CUSTADDR-MISSING             VALUE '35'.
001820 01  VAR-CUSTBAL-STATUS        PIC X(02) VALUE '00'.
001830     88  VAR-CUSTBAL-OK                   VALUE '00'.
001840     88  VAR-CUSTBAL-EOF                  VALUE '10'.
001850     88  VAR-CUSTBAL-MISSING              VALUE '35'.
001860 01  VAR-SCHDFILE-STATUS       PIC X(02) VALUE '00'.
001870     88  VAR-SCHDFILE-OK                  VALUE '00'.
001880     88  VAR-SCHDFILE-MISSING             VALUE '35'.
001890 01  VAR-SRTSCHD-STATUS        PIC X(02) VALUE '00'.
001900     88  VAR-SRTSCHD-OK                   VALUE '00'.
001910     88  VAR-SRTSCHD-EOF                  VALUE '10'.
001920 01  VAR-XREFRPT-STATUS        PIC X(02) VALUE '00'.
001930     88  VAR-XREFRPT-OK                   VALUE '00'.
001940 01  VAR-XREFGNG-STATUS        PIC X(02) VALUE '00'.
001950     88  VAR-XREFGNG-OK                   VALUE '00'.
001960 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
001970     88  VAR-PARMCARD-OK                  VALUE '00'.
001980
001990*----------------------------------------------------------------
002000* MATCH KEYS - EACH GOES TO HIGH-VALUES AT END OF ITS FILE, SO
002010* THE LOWEST OF THE FOUR IS ALWAYS THE CUST-ID TO WORK NEXT.
002020*----------------------------------------------------------------
002030 01  VAR-MASTER-KEY             PIC X(09) VALUE LOW-VALUES.
002040 01  VAR-ADDRESS-KEY            PIC X(09) VALUE LOW-VALUES.
002050 01  VAR-LEDGER-KEY             PIC X(09) VALUE LOW-VALUES.
002060 01  VAR-SCHEDULE-KEY           PIC X(09) VALUE LOW-VALUES.
002070 01  VAR-CURRENT-KEY            PIC X(09) VALUE LOW-VALUES.
002080
002090 01  VAR-MASTER-SWITCH          PIC X(01) VALUE 'N'.
002100     88  VAR-MASTER-ON-HAND               VALUE 'Y'.
002110     88  VAR-NO-MASTER                    VALUE 'N'.
002120 01  VAR-ADDRESS-FILE-SWITCH    PIC X(01) VALUE 'Y'.
002130     88  VAR-ADDRESS-FILE-PRESENT         VALUE 'Y'.
002140     88  VAR-ADDRESS-FILE-ABSENT          VALUE 'N'.
002150 01  VAR-LEDGER-FILE-SWITCH     PIC X(01) VALUE 'Y'.
002160     88  VAR-LEDGER-FILE-PRESENT          VALUE 'Y'.
002170     88  VAR-LEDGER-FILE-ABSENT           VALUE 'N'.
002180
002190*----------------------------------------------------------------
002200* EXCEPTION LIMIT - SHOP DEFAULT, OVERRIDDEN FROM THE PARAMETER
002210* CARD WHEN ONE IS GIVEN.
002220*----------------------------------------------------------------
002230 01  VAR-XREF-LIMIT             PIC 9(05) VALUE 25.
002240
002250*----------------------------------------------------------------
002260* CONTROL TOTALS AND RUN COUNTERS
002270*----------------------------------------------------------------
002280 01  VAR-MASTERS-READ           PIC 9(07) COMP VALUE 0.
002290 01  VAR-ADDRESSES-READ         PIC 9(07) COMP VALUE 0.
002300 01  VAR-LEDGERS-READ           PIC 9(07) COMP VALUE 0.
002310 01  VAR-SCHEDULES-READ         PIC 9(07) COMP VALUE 0.
002320 01  VAR-CUST-SCHEDULE-ROWS     PIC 9(07) COMP VALUE 0.
002330 01  VAR-MISSING-ADDRESS-COUNT  PIC 9(07) COMP VALUE 0.
002340 01  VAR-MISSING-LEDGER-COUNT   PIC 9(07) COMP VALUE 0.
002350 01  VAR-ORPHAN-ADDRESS-COUNT   PIC 9(07) COMP VALUE 0.
002360 01  VAR-ORPHAN-LEDGER-COUNT    PIC 9(07) COMP VALUE 0.
002370 01  VAR-ORPHAN-SCHEDULE-COUNT  PIC 9(07) COMP VALUE 0.
002380 01  VAR-MISSING-FILE-COUNT     PIC 9(07) COMP VALUE 0.
002390 01  VAR-MISSING-TOTAL          PIC 9(07) COMP VALUE 0.
002400 01  VAR-ORPHAN-TOTAL           PIC 9(07) COMP VALUE 0.
002410 01  VAR-EXCEPTION-TOTAL        PIC 9(07) COMP VALUE 0.
002420 01  VAR-ORPHAN-BALANCE-TOTAL   PIC S9(09)V99 VALUE 0.
002430 01  VAR-WEIGHT-HASH-TOTAL      PIC S9(09)V99 VALUE 0.
002440
002450*----------------------------------------------------------------
002460* REPORT PAGINATION FIELDS
002470*----------------------------------------------------------------
002480 01  VAR-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
002490 01  VAR-LINE-COUNT             PIC 9(03) COMP VALUE 99.
002500 01  VAR-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
002510
002520 01  VAR-SYSTEM-DATE            PIC 9(08) VALUE 0.
002530
002540*----------------------------------------------------------------
002550* REPORT LINE WORKING AREAS
002560*----------------------------------------------------------------
002570 01  VAR-HEADING-LINE-1.
002580     05  FILLER                     PIC X(01) VALUE SPACE.
002590     05  FILLER                     PIC X(30) VALUE
002600             'CROSS-FILE INTEGRITY CHECK    '.
002610     05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
002620     05  HDR-RUN-DATE               PIC 9999/99/99.
002630     05  FILLER                     PIC X(10) VALUE SPACE.
002640     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
002650     05  HDR-PAGE-NUMBER            PIC ZZZ9.
002660 01  VAR-HEADING-LINE-2.
002670     05  FILLER                     PIC X(01) VALUE SPACE.
002680     05  FILLER                     PIC X(08) VALUE 'FILE'.
002690     05  FILLER                     PIC X(02) VALUE SPACE.
002700     05  FILLER                     PIC X(09) VALUE 'CUST-ID'.
002710     05  FILLER                     PIC X(02) VALUE SPACE.
002720     05  FILLER                     PIC X(30) VALUE 'REASON'.
002730     05  FILLER                     PIC X(02) VALUE SPACE.
002740     05  FILLER                     PIC X(14) VALUE
002750             ' BALANCE/ROWS'.
002760 01  VAR-ERROR-LINE.
002770     05  FILLER                     PIC X(01) VALUE SPACE.
002780     05  ERR-FILE                   PIC X(08).
002790     05  FILLER                     PIC X(02) VALUE SPACE.
002800     05  ERR-CUST-ID                PIC X(09).
002810     05  FILLER                     PIC X(02) VALUE SPACE.
002820     05  ERR-REASON                 PIC X(30).
002830     05  FILLER                     PIC X(02) VALUE SPACE.
002840     05  ERR-DETAIL                 PIC X(14).
002850     05  ERR-DETAIL-AMOUNT          REDEFINES ERR-DETAIL
002860                                    PIC -ZZ,ZZZ,ZZ9.99.
002870     05  ERR-DETAIL-COUNT           REDEFINES ERR-DETAIL.
002880         10  FILLER                 PIC X(04).
002890         10  ERR-DETAIL-ROWS        PIC ZZ,ZZZ,ZZ9.
002900 01  VAR-TOTALS-LINE.
002910     05  FILLER                     PIC X(01) VALUE SPACE.
002920     05  FILLER                     PIC X(22) VALUE
002930             '*** CONTROL TOTALS ***'.
002940 01  VAR-TOTALS-DETAIL.
002950     05  FILLER                     PIC X(01) VALUE SPACE.
002960     05  TOT-CAPTION                PIC X(20).
002970     05  TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.
002980 01  VAR-TOTALS-AMT-DETAIL.
002990     05  FILLER                     PIC X(01) VALUE SPACE.
003000     05  TOT-AMT-CAPTION            PIC X(20).
003010     05  TOT-AMT-VALUE              PIC -Z,ZZZ,ZZZ,ZZ9.99.
003020 01  VAR-VERDICT-LINE.
003030     05  FILLER                     PIC X(01) VALUE SPACE.
003040     05  FILLER                     PIC X(21) VALUE
003050             '*** XREF VERDICT   : '.
003060     05  VDT-INDICATOR              PIC X(04).
003070     05  FILLER                     PIC X(04) VALUE ' ***'.
003080
003090 PROCEDURE DIVISION.
003100
003110*----------------------------------------------------------------
003120* 0000-MAINLINE
003130* CONTROLS THE OVERALL FLOW OF THE RUN.
003140*----------------------------------------------------------------
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003170     PERFORM 2000-MATCH-ONE-CUSTOMER THRU 2000-EXIT
003180         UNTIL VAR-CURRENT-KEY = HIGH-VALUES.
003190     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003200     STOP RUN.
003210
003220*----------------------------------------------------------------
003230* 1000-INITIALIZE
003240* OPENS THE FILES, READS THE PARAMETER CARD, SORTS THE SCHEDULE,
003250* PRIMES ALL FOUR INPUTS AND PRINTS THE FIRST PAGE HEADING.
003260*----------------------------------------------------------------
003270 1000-INITIALIZE.
003280     OPEN INPUT  CUSTOMER-MASTER-FILE.
003290     IF NOT VAR-CUSTMSTR-OK
003300         DISPLAY 'XREFCHK - UNABLE TO OPEN CUSTOMER-MASTER, '
003310             'STATUS = ' VAR-CUSTMSTR-STATUS
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350*    AN ADDRESS FILE OR LEDGER THAT IS NOT THERE AT ALL IS ITSELF
003360*    AN EXCEPTION - IT IS REPORTED ONCE BELOW RATHER THAN AS A
003370*    MISSING RECORD AGAINST EVERY CUSTOMER.
003380     OPEN INPUT  CUSTOMER-ADDRESS-FILE.
003390     IF NOT VAR-CUSTADDR-OK AND NOT VAR-CUSTADDR-MISSING
003400         DISPLAY 'XREFCHK - UNABLE TO OPEN ADDRESS FILE, '
003410             'STATUS = ' VAR-CUSTADDR-STATUS
003420         MOVE 16 TO RETURN-CODE
003430         STOP RUN
003440     END-IF.
003450     IF VAR-CUSTADDR-MISSING
003460         SET VAR-ADDRESS-FILE-ABSENT TO TRUE
003470     END-IF.
003480     OPEN INPUT  CUSTOMER-BALANCE-FILE.
003490     IF NOT VAR-CUSTBAL-OK AND NOT VAR-CUSTBAL-MISSING
003500         DISPLAY 'XREFCHK - UNABLE TO OPEN BALANCE LEDGER, '
003510             'STATUS = ' VAR-CUSTBAL-STATUS
003520         MOVE 16 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550     IF VAR-CUSTBAL-MISSING
003560         SET VAR-LEDGER-FILE-ABSENT TO TRUE
003570     END-IF.
003580     PERFORM 1100-SORT-SCHEDULE THRU 1100-EXIT.
003590     OPEN OUTPUT INTEGRITY-REPORT-FILE.
003600     IF NOT VAR-XREFRPT-OK
003610         DISPLAY 'XREFCHK - UNABLE TO OPEN INTEGRITY REPORT, '
003620             'STATUS = ' VAR-XREFRPT-STATUS
003630         MOVE 16 TO RETURN-CODE
003640         STOP RUN
003650     END-IF.
003660     OPEN OUTPUT GO-NO-GO-FILE.
003670     IF NOT VAR-XREFGNG-OK
003680         DISPLAY 'XREFCHK - UNABLE TO OPEN GO/NO-GO FILE, '
003690             'STATUS = ' VAR-XREFGNG-STATUS
003700         MOVE 16 TO RETURN-CODE
003710         STOP RUN
003720     END-IF.
003730     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
003740     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
003750     PERFORM 1600-REPORT-ABSENT-FILES THRU 1600-EXIT.
003760     PERFORM 8100-READ-CUSTOMER-MASTER THRU 8100-EXIT.
003770     PERFORM 8200-READ-ADDRESS THRU 8200-EXIT.
003780     PERFORM 8300-READ-LEDGER THRU 8300-EXIT.
003790     PERFORM 8400-READ-SCHEDULE THRU 8400-EXIT.
003800     PERFORM 2950-FIND-LOWEST-KEY THRU 2950-EXIT.
003810 1000-EXIT.
003820     EXIT.
003830
003840*----------------------------------------------------------------
003850* 1100-SORT-SCHEDULE
003860* THE SCHEDULE IS OPENED ONCE PURELY TO PROVE IT IS THERE, THEN
003870* SORTED INTO CUST-ID ORDER.  NO SCHEDULE AT ALL SIMPLY MEANS NO
003880* INSTALLMENTS ARE ON THE BOOKS - THERE IS NOTHING TO ORPHAN.
003890*----------------------------------------------------------------
003900 1100-SORT-SCHEDULE.
003910     OPEN INPUT SCHEDULE-FILE.
003920     IF VAR-SCHDFILE-MISSING
003930         MOVE '10' TO VAR-SRTSCHD-STATUS
003940         GO TO 1100-EXIT
003950     END-IF.
003960     IF NOT VAR-SCHDFILE-OK
003970         DISPLAY 'XREFCHK - UNABLE TO OPEN SCHEDULE-FILE, '
003980             'STATUS = ' VAR-SCHDFILE-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         STOP RUN
004010     END-IF.
004020     CLOSE SCHEDULE-FILE.
004030     SORT SORT-WORK-FILE
004040         ON ASCENDING KEY SORT-CUST-ID
004050                          SORT-DUE-DATE
004060         USING SCHEDULE-FILE
004070         GIVING SORTED-SCHEDULE-FILE.
004080     OPEN INPUT SORTED-SCHEDULE-FILE.
004090     IF NOT VAR-SRTSCHD-OK
004100         DISPLAY 'XREFCHK - UNABLE TO OPEN SORTED SCHEDULE, '
004110             'STATUS = ' VAR-SRTSCHD-STATUS
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF.
004150 1100-EXIT.
004160     EXIT.
004170
004180*----------------------------------------------------------------
004190* 1200-READ-PARAMETER-CARD
004200* THE RUN DATE STAMPS THE INDICATOR RECORD; THE EXCEPTION LIMIT
004210* OVERRIDES THE SHOP DEFAULT WHEN ONE IS GIVEN.  THE SAME
004220* MISSING-CARD FALLBACK AS THE DAILY RUN APPLIES.
004230*----------------------------------------------------------------
004240 1200-READ-PARAMETER-CARD.
004250     OPEN INPUT PARAMETER-CARD-FILE.
004260     READ PARAMETER-CARD-FILE INTO PARAMETER-CARD
004270         AT END
004280             MOVE '10' TO VAR-PARMCARD-STATUS
004290     END-READ.
004300     CLOSE PARAMETER-CARD-FILE.
004310     IF VAR-PARMCARD-OK
004320             AND PARM-RUN-YYYY NUMERIC
004330             AND PARM-RUN-MM NUMERIC
004340             AND PARM-RUN-DD NUMERIC
004350         NEXT SENTENCE
004360     ELSE
004370         ACCEPT VAR-SYSTEM-DATE FROM DATE YYYYMMDD
004380         MOVE VAR-SYSTEM-DATE(1:4) TO PARM-RUN-YYYY
004390         MOVE VAR-SYSTEM-DATE(5:2) TO PARM-RUN-MM
004400         MOVE VAR-SYSTEM-DATE(7:2) TO PARM-RUN-DD
004410     END-IF.
004420     IF VAR-PARMCARD-OK
004430             AND PARM-XREF-LIMIT NUMERIC
004440             AND PARM-XREF-LIMIT > 0
004450         MOVE PARM-XREF-LIMIT TO VAR-XREF-LIMIT
004460     END-IF.
004470 1200-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------------
004510* 1500-WRITE-REPORT-HEADINGS
004520* PRINTS THE PAGE HEADINGS AND RESETS THE LINE COUNTER.
004530*----------------------------------------------------------------
004540 1500-WRITE-REPORT-HEADINGS.
004550     ADD 1 TO VAR-PAGE-NUMBER.
004560     MOVE PARM-RUN-DATE-NUM TO HDR-RUN-DATE.
004570     MOVE VAR-PAGE-NUMBER TO HDR-PAGE-NUMBER.
004580     WRITE INTEGRITY-REPORT-LINE FROM VAR-HEADING-LINE-1
004590         AFTER ADVANCING PAGE.
004600     WRITE INTEGRITY-REPORT-LINE FROM VAR-HEADING-LINE-2
004610         AFTER ADVANCING 2 LINES.
004620     MOVE 3 TO VAR-LINE-COUNT.
004630 1500-EXIT.
004640     EXIT.
004650
004660*----------------------------------------------------------------
004670* 1600-REPORT-ABSENT-FILES
004680* ONE LINE FOR EACH COMPANION FILE THAT COULD NOT BE FOUND.
004690*----------------------------------------------------------------
004700 1600-REPORT-ABSENT-FILES.
004710     IF VAR-ADDRESS-FILE-ABSENT
004720         ADD 1 TO VAR-MISSING-FILE-COUNT
004730         MOVE 'CUSTADDR' TO ERR-FILE
004740         MOVE SPACES TO ERR-CUST-ID
004750         MOVE 'FILE NOT PRESENT' TO ERR-REASON
004760         MOVE SPACES TO ERR-DETAIL
004770         PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
004780     END-IF.
004790     IF VAR-LEDGER-FILE-ABSENT
004800         ADD 1 TO VAR-MISSING-FILE-COUNT
004810         MOVE 'CUSTBAL ' TO ERR-FILE
004820         MOVE SPACES TO ERR-CUST-ID
004830         MOVE 'FILE NOT PRESENT' TO ERR-REASON
004840         MOVE SPACES TO ERR-DETAIL
004850         PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
004860     END-IF.
004870 1600-EXIT.
004880     EXIT.
004890
004900*----------------------------------------------------------------
004910* 2000-MATCH-ONE-CUSTOMER
004920* ONE PASS PER CUST-ID FOUND ON ANY OF THE FOUR FILES.  THE MASTER
004930* DECIDES WHETHER EACH COMPANION RECORD IS EXPECTED OR AN ORPHAN.
004940*----------------------------------------------------------------
004950 2000-MATCH-ONE-CUSTOMER.
004960     IF VAR-MASTER-KEY = VAR-CURRENT-KEY
004970         SET VAR-MASTER-ON-HAND TO TRUE
004980         ADD 1 TO VAR-MASTERS-READ
004990         ADD CUST-WEIGHT TO VAR-WEIGHT-HASH-TOTAL
005000     ELSE
005010         SET VAR-NO-MASTER TO TRUE
005020     END-IF.
005030     PERFORM 2100-CHECK-ADDRESS THRU 2100-EXIT.
005040     PERFORM 2200-CHECK-LEDGER THRU 2200-EXIT.
005050     PERFORM 2300-CHECK-SCHEDULE THRU 2300-EXIT.
005060     IF VAR-MASTER-ON-HAND
005070         PERFORM 8100-READ-CUSTOMER-MASTER THRU 8100-EXIT
005080     END-IF.
005090     PERFORM 2950-FIND-LOWEST-KEY THRU 2950-EXIT.
005100 2000-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------------
005140* 2100-CHECK-ADDRESS
005150* AN ADDRESS FOR THIS CUST-ID WITH NO MASTER IS AN ORPHAN; A
005160* MASTER WITH NO ADDRESS IS MISSING ITS COMPANION.
005170*----------------------------------------------------------------
005180 2100-CHECK-ADDRESS.
005190     IF VAR-ADDRESS-KEY = VAR-CURRENT-KEY
005200         IF VAR-NO-MASTER
005210             ADD 1 TO VAR-ORPHAN-ADDRESS-COUNT
005220             MOVE 'CUSTADDR' TO ERR-FILE
005230             MOVE VAR-CURRENT-KEY TO ERR-CUST-ID
005240             MOVE 'ADDRESS WITH NO MASTER' TO ERR-REASON
005250             MOVE SPACES TO ERR-DETAIL
005260             PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
005270         END-IF
005280         PERFORM 8200-READ-ADDRESS THRU 8200-EXIT
005290         GO TO 2100-EXIT
005300     END-IF.
005310     IF VAR-MASTER-ON-HAND AND VAR-ADDRESS-FILE-PRESENT
005320         ADD 1 TO VAR-MISSING-ADDRESS-COUNT
005330         MOVE 'CUSTADDR' TO ERR-FILE
005340         MOVE VAR-CURRENT-KEY TO ERR-CUST-ID
005350         MOVE 'NO ADDRESS RECORD' TO ERR-REASON
005360         MOVE SPACES TO ERR-DETAIL
005370         PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
005380     END-IF.
005390 2100-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------
005430* 2200-CHECK-LEDGER
005440* A LEDGER RECORD WITH NO MASTER IS AN ORPHAN - ITS BALANCE IS
005450* SHOWN AND TOTALLED, SINCE IT IS MONEY NO STATEMENT WILL EVER
005460* CARRY.  A MASTER WITH NO LEDGER RECORD IS MISSING ITS COMPANION.
005470*----------------------------------------------------------------
005480 2200-CHECK-LEDGER.
005490     IF VAR-LEDGER-KEY = VAR-CURRENT-KEY
005500         IF VAR-NO-MASTER
005510             ADD 1 TO VAR-ORPHAN-LEDGER-COUNT
005520             ADD BAL-BALANCE TO VAR-ORPHAN-BALANCE-TOTAL
005530             MOVE 'CUSTBAL ' TO ERR-FILE
005540             MOVE VAR-CURRENT-KEY TO ERR-CUST-ID
005550             MOVE 'LEDGER WITH NO MASTER' TO ERR-REASON
005560             MOVE BAL-BALANCE TO ERR-DETAIL-AMOUNT
005570             PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
005580         END-IF
005590         PERFORM 8300-READ-LEDGER THRU 8300-EXIT
005600         GO TO 2200-EXIT
005610     END-IF.
005620     IF VAR-MASTER-ON-HAND AND VAR-LEDGER-FILE-PRESENT
005630         ADD 1 TO VAR-MISSING-LEDGER-COUNT
005640         MOVE 'CUSTBAL ' TO ERR-FILE
005650         MOVE VAR-CURRENT-KEY TO ERR-CUST-ID
005660         MOVE 'NO LEDGER RECORD' TO ERR-REASON
005670         MOVE SPACES TO ERR-DETAIL
005680         PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
005690     END-IF.
005700 2200-EXIT.
005710     EXIT.
005720
005730*----------------------------------------------------------------
005740* 2300-CHECK-SCHEDULE
005750* COUNTS THIS CUST-ID'S INSTALLMENT ROWS.  ROWS WITH NO MASTER ARE
005760* ONE ORPHAN, SHOWN WITH THE ROW COUNT.  A MASTER WITH NO SCHEDULE
005770* IS NORMAL - NOT EVERY CUSTOMER HAS INSTALLMENTS OUTSTANDING.
005780*----------------------------------------------------------------
005790 2300-CHECK-SCHEDULE.
005800     MOVE 0 TO VAR-CUST-SCHEDULE-ROWS.
005810     PERFORM 2350-COUNT-SCHEDULE-ROW THRU 2350-EXIT
005820         UNTIL VAR-SCHEDULE-KEY NOT = VAR-CURRENT-KEY.
005830     IF VAR-CUST-SCHEDULE-ROWS > 0 AND VAR-NO-MASTER
005840         ADD 1 TO VAR-ORPHAN-SCHEDULE-COUNT
005850         MOVE 'SCHDFILE' TO ERR-FILE
005860         MOVE VAR-CURRENT-KEY TO ERR-CUST-ID
005870         MOVE 'SCHEDULE WITH NO MASTER' TO ERR-REASON
005880         MOVE SPACES TO ERR-DETAIL
005890         MOVE VAR-CUST-SCHEDULE-ROWS TO ERR-DETAIL-ROWS
005900         PERFORM 2900-WRITE-ERROR-LINE THRU 2900-EXIT
005910     END-IF.
005920 2300-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------
005960* 2350-COUNT-SCHEDULE-ROW
005970*----------------------------------------------------------------
005980 2350-COUNT-SCHEDULE-ROW.
005990     ADD 1 TO VAR-CUST-SCHEDULE-ROWS.
006000     PERFORM 8400-READ-SCHEDULE THRU 8400-EXIT.
006010 2350-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------------
006050* 2900-WRITE-ERROR-LINE
006060*----------------------------------------------------------------
006070 2900-WRITE-ERROR-LINE.
006080     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE
006090         PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT
006100     END-IF.
006110     WRITE INTEGRITY-REPORT-LINE FROM VAR-ERROR-LINE
006120         AFTER ADVANCING 1 LINE.
006130     ADD 1 TO VAR-LINE-COUNT.
006140 2900-EXIT.
006150     EXIT.
006160
006170*----------------------------------------------------------------
006180* 2950-FIND-LOWEST-KEY
006190* THE NEXT CUST-ID TO WORK IS THE LOWEST KEY ON HAND ACROSS THE
006200* FOUR FILES; HIGH-VALUES MEANS ALL FOUR ARE FINISHED.
006210*----------------------------------------------------------------
006220 2950-FIND-LOWEST-KEY.
006230     MOVE VAR-MASTER-KEY TO VAR-CURRENT-KEY.
006240     IF VAR-ADDRESS-KEY < VAR-CURRENT-KEY
006250         MOVE VAR-ADDRESS-KEY TO VAR-CURRENT-KEY
006260     END-IF.
006270     IF VAR-LEDGER-KEY < VAR-CURRENT-KEY
006280         MOVE VAR-LEDGER-KEY TO VAR-CURRENT-KEY
006290     END-IF.
006300     IF VAR-SCHEDULE-KEY < VAR-CURRENT-KEY
006310         MOVE VAR-SCHEDULE-KEY TO VAR-CURRENT-KEY
006320     END-IF.
006330 2950-EXIT.
006340     EXIT.
006350
006360*----------------------------------------------------------------
006370* 8100-READ-CUSTOMER-MASTER
006380*----------------------------------------------------------------
006390 8100-READ-CUSTOMER-MASTER.
006400     READ CUSTOMER-MASTER-FILE INTO CUSTOMER-RECORD
006410         AT END
006420             MOVE '10' TO VAR-CUSTMSTR-STATUS
006430     END-READ.
006440     IF VAR-CUSTMSTR-EOF
006450         MOVE HIGH-VALUES TO VAR-MASTER-KEY
006460     ELSE
006470         MOVE CUST-ID TO VAR-MASTER-KEY
006480     END-IF.
006490 8100-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------------
006530* 8200-READ-ADDRESS
006540*----------------------------------------------------------------
006550 8200-READ-ADDRESS.
006560     IF VAR-ADDRESS-FILE-ABSENT
006570         MOVE HIGH-VALUES TO VAR-ADDRESS-KEY
006580         GO TO 8200-EXIT
006590     END-IF.
006600     READ CUSTOMER-ADDRESS-FILE INTO ADDRESS-RECORD
006610         AT END
006620             MOVE '10' TO VAR-CUSTADDR-STATUS
006630     END-READ.
006640     IF VAR-CUSTADDR-EOF
006650         MOVE HIGH-VALUES TO VAR-ADDRESS-KEY
006660     ELSE
006670         ADD 1 TO VAR-ADDRESSES-READ
006680         MOVE ADDR-CUST-ID TO VAR-ADDRESS-KEY
006690     END-IF.
006700 8200-EXIT.
006710     EXIT.
006720
006730*----------------------------------------------------------------
006740* 8300-READ-LEDGER
006750*----------------------------------------------------------------
006760 8300-READ-LEDGER.
006770     IF VAR-LEDGER-FILE-ABSENT
006780         MOVE HIGH-VALUES TO VAR-LEDGER-KEY
006790         GO TO 8300-EXIT
006800     END-IF.
006810     READ CUSTOMER-BALANCE-FILE INTO BALANCE-RECORD
006820         AT END
006830             MOVE '10' TO VAR-CUSTBAL-STATUS
006840     END-READ.
006850     IF VAR-CUSTBAL-EOF
006860         MOVE HIGH-VALUES TO VAR-LEDGER-KEY
006870     ELSE
006880         ADD 1 TO VAR-LEDGERS-READ
006890         MOVE BAL-CUST-ID TO VAR-LEDGER-KEY
006900     END-IF.
006910 8300-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------------
006950* 8400-READ-SCHEDULE
006960*----------------------------------------------------------------
006970 8400-READ-SCHEDULE.
006980     IF VAR-SRTSCHD-EOF
006990         MOVE HIGH-VALUES TO VAR-SCHEDULE-KEY
007000         GO TO 8400-EXIT
007010     END-IF.
007020     READ SORTED-SCHEDULE-FILE INTO SCHEDULE-RECORD
007030         AT END
007040             MOVE '10' TO VAR-SRTSCHD-STATUS
007050     END-READ.
007060     IF VAR-SRTSCHD-EOF
007070         MOVE HIGH-VALUES TO VAR-SCHEDULE-KEY
007080     ELSE
007090         ADD 1 TO VAR-SCHEDULES-READ
007100         MOVE SCHD-CUST-ID TO VAR-SCHEDULE-KEY
007110     END-IF.
007120 8400-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------------
007160* 9000-TERMINATE
007170* PRINTS THE TOTALS AND THE VERDICT, WRITES THE GO/NO-GO
007180* INDICATOR RECORD, SETS THE CONDITION CODE AND CLOSES DOWN.
007190*----------------------------------------------------------------
007200 9000-TERMINATE.
007210     ADD VAR-MISSING-ADDRESS-COUNT VAR-MISSING-LEDGER-COUNT
007220         VAR-MISSING-FILE-COUNT GIVING VAR-MISSING-TOTAL.
007230     ADD VAR-ORPHAN-ADDRESS-COUNT VAR-ORPHAN-LEDGER-COUNT
007240         VAR-ORPHAN-SCHEDULE-COUNT GIVING VAR-ORPHAN-TOTAL.
007250     ADD VAR-MISSING-TOTAL VAR-ORPHAN-TOTAL
007260         GIVING VAR-EXCEPTION-TOTAL.
007270     WRITE INTEGRITY-REPORT-LINE FROM VAR-TOTALS-LINE
007280         AFTER ADVANCING 2 LINES.
007290     MOVE 'MASTERS READ ....  ' TO TOT-CAPTION.
007300     MOVE VAR-MASTERS-READ TO TOT-VALUE.
007310     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007320     MOVE 'ADDRESSES READ ..  ' TO TOT-CAPTION.
007330     MOVE VAR-ADDRESSES-READ TO TOT-VALUE.
007340     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007350     MOVE 'LEDGERS READ ....  ' TO TOT-CAPTION.
007360     MOVE VAR-LEDGERS-READ TO TOT-VALUE.
007370     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007380     MOVE 'SCHEDULE ROWS ...  ' TO TOT-CAPTION.
007390     MOVE VAR-SCHEDULES-READ TO TOT-VALUE.
007400     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007410     MOVE 'NO ADDRESS ......  ' TO TOT-CAPTION.
007420     MOVE VAR-MISSING-ADDRESS-COUNT TO TOT-VALUE.
007430     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007440     MOVE 'NO LEDGER .......  ' TO TOT-CAPTION.
007450     MOVE VAR-MISSING-LEDGER-COUNT TO TOT-VALUE.
007460     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007470     MOVE 'FILES NOT PRESENT  ' TO TOT-CAPTION.
007480     MOVE VAR-MISSING-FILE-COUNT TO TOT-VALUE.
007490     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007500     MOVE 'ORPHAN ADDRESSES   ' TO TOT-CAPTION.
007510     MOVE VAR-ORPHAN-ADDRESS-COUNT TO TOT-VALUE.
007520     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007530     MOVE 'ORPHAN LEDGERS ..  ' TO TOT-CAPTION.
007540     MOVE VAR-ORPHAN-LEDGER-COUNT TO TOT-VALUE.
007550     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007560     MOVE 'ORPHAN SCHEDULES   ' TO TOT-CAPTION.
007570     MOVE VAR-ORPHAN-SCHEDULE-COUNT TO TOT-VALUE.
007580     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007590     MOVE 'ORPHAN BALANCE ..  ' TO TOT-AMT-CAPTION.
007600     MOVE VAR-ORPHAN-BALANCE-TOTAL TO TOT-AMT-VALUE.
007610     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
007620     MOVE 'TOTAL EXCEPTIONS   ' TO TOT-CAPTION.
007630     MOVE VAR-EXCEPTION-TOTAL TO TOT-VALUE.
007640     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007650     MOVE 'EXCEPTION LIMIT .  ' TO TOT-CAPTION.
007660     MOVE VAR-XREF-LIMIT TO TOT-VALUE.
007670     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007680     PERFORM 9200-WRITE-GO-NO-GO THRU 9200-EXIT.
007690     MOVE VAL-INDICATOR TO VDT-INDICATOR.
007700     WRITE INTEGRITY-REPORT-LINE FROM VAR-VERDICT-LINE
007710         AFTER ADVANCING 2 LINES.
007720     IF VAR-EXCEPTION-TOTAL > 0
007730         MOVE 8 TO RETURN-CODE
007740     END-IF.
007750     CLOSE CUSTOMER-MASTER-FILE
007760           INTEGRITY-REPORT-FILE
007770           GO-NO-GO-FILE.
007780     IF VAR-ADDRESS-FILE-PRESENT
007790         CLOSE CUSTOMER-ADDRESS-FILE
007800     END-IF.
007810     IF VAR-LEDGER-FILE-PRESENT
007820         CLOSE CUSTOMER-BALANCE-FILE
007830     END-IF.
007840     IF NOT VAR-SCHDFILE-MISSING
007850         CLOSE SORTED-SCHEDULE-FILE
007860     END-IF.
007870 9000-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------------
007910* 9100-WRITE-TOTALS-LINE
007920*----------------------------------------------------------------
007930 9100-WRITE-TOTALS-LINE.
007940     WRITE INTEGRITY-REPORT-LINE FROM VAR-TOTALS-DETAIL
007950         AFTER ADVANCING 1 LINE.
007960 9100-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------------
008000* 9150-WRITE-AMOUNT-LINE
008010*----------------------------------------------------------------
008020 9150-WRITE-AMOUNT-LINE.
008030     WRITE INTEGRITY-REPORT-LINE FROM VAR-TOTALS-AMT-DETAIL
008040         AFTER ADVANCING 1 LINE.
008050 9150-EXIT.
008060     EXIT.
008070
008080*----------------------------------------------------------------
008090* 9200-WRITE-GO-NO-GO
008100* A COMPANION FILE MISSING OUTRIGHT WHILE THERE ARE CUSTOMERS ON
008110* THE MASTER, OR MORE EXCEPTIONS THAN THE LIMIT, IS NOGO - THE
008120* DAILY RUN WOULD ONLY PRODUCE PARTIAL STATEMENTS.  A HANDFUL OF
008130* EXCEPTIONS UNDER THE LIMIT IS GO, WITH THE REPORT AS THE CLEAN-
008140* UP LIST.  THE COUNTS RIDE ALONG FOR BALANCING.
008150*----------------------------------------------------------------
008160 9200-WRITE-GO-NO-GO.
008170     MOVE SPACES TO GO-NO-GO-RECORD.
008180     MOVE PARM-RUN-DATE-NUM TO VAL-RUN-DATE.
008190     SET VAL-MASTER-IS-GO TO TRUE.
008200     IF VAR-MISSING-FILE-COUNT > 0 AND VAR-MASTERS-READ > 0
008210         SET VAL-MASTER-IS-NOGO TO TRUE
008220     END-IF.
008230     IF VAR-EXCEPTION-TOTAL > VAR-XREF-LIMIT
008240         SET VAL-MASTER-IS-NOGO TO TRUE
008250     END-IF.
008260     MOVE VAR-MASTERS-READ TO VAL-RECORD-COUNT.
008270     MOVE VAR-WEIGHT-HASH-TOTAL TO VAL-WEIGHT-HASH.
008280     MOVE 0 TO VAL-DUP-COUNT.
008290     MOVE 0 TO VAL-SEQ-ERR-COUNT.
008300     MOVE VAR-ORPHAN-TOTAL TO VAL-ORPHAN-COUNT.
008310     MOVE VAR-MISSING-TOTAL TO VAL-MISSING-COUNT.
008320     WRITE GO-NO-GO-OUTPUT-RECORD FROM GO-NO-GO-RECORD.
008330 9200-EXIT.
008340     EXIT.
