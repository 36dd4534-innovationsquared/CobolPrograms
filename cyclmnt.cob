000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CYCLMNT.
000030 AUTHOR. CALVIN HOBBES.
000040 INSTALLATION. RETAIL BANKING - CUSTOMER SERVICES BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-15 CJH  ORIGINAL VERSION.  NIGHTLY CYCLE CONTROL
000130*                 MAINTENANCE AND STATUS REPORT.  THE CYCLE
000140*                 CONTROL FILE HOLDS THE CURRENT BUSINESS DATE AND
000150*                 THE STATUS OF EACH STEP OF THE NIGHTLY STREAM;
000160*                 EACH STEP CHECKS IT BEFORE DOING ANY WORK.  THIS
000170*                 STEP APPLIES THE OPERATIONS CARDS IN THE ORDER
000180*                 KEYED - A D CARD OPENS A NEW BUSINESS DATE AND
000190*                 RESETS EVERY STEP TO PENDING (CREATING THE FILE
000200*                 WITH THE STANDARD STEPS THE FIRST TIME), AN R
000210*                 CARD AUTHORIZES ONE RERUN OF A STEP ALREADY
000220*                 COMPLETED FOR THE DATE - THEN PRINTS WHERE EVERY
000230*                 STEP STANDS.  RUN WITH NO CARDS IT IS SIMPLY THE
000240*                 CYCLE STATUS REPORT.  A REJECTED CARD IS LISTED
000250*                 WITH ITS REASON AND ENDS THE RUN WITH CONDITION
000260*                 CODE 08.
000270*----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS VAR-CYCLCTL-STATUS.
000360
000370     SELECT CYCLE-CARD-FILE ASSIGN TO CYCLCARD
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS VAR-CYCLCARD-STATUS.
000400
000410     SELECT CYCLE-REPORT-FILE ASSIGN TO CYCLRPT
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS VAR-CYCLRPT-STATUS.
000440
000450     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS VAR-PARMCARD-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510
000520*CYCLE CONTROL - READ WHOLE AT THE START AND, WHEN ANY CARD WAS
000530*ACCEPTED, WRITTEN BACK WHOLE AT THE END.
000540 FD  CYCLE-CONTROL-FILE
000550     RECORD CONTAINS 80 CHARACTERS
000560     LABEL RECORDS ARE STANDARD.
000570 01  CYCLE-CONTROL-IMAGE            PIC X(80).
000580
000590*CYCLE CONTROL CARDS - AS KEYED BY OPERATIONS.
000600 FD  CYCLE-CARD-FILE
000610     RECORD CONTAINS 80 CHARACTERS
000620     LABEL RECORDS ARE STANDARD.
000630 01  CYCLE-CARD-INPUT-RECORD        PIC X(80).
000640
000650*CYCLE CONTROL REPORT - THE CARDS APPLIED AND THE CYCLE STATUS.
000660 FD  CYCLE-REPORT-FILE
000670     RECORD CONTAINS 132 CHARACTERS
000680     LABEL RECORDS ARE STANDARD.
000690 01  CYCLE-REPORT-LINE              PIC X(132).
000700
000710*PARAMETER CARD - SUPPLIES THE RUN DATE FOR THE REPORT HEADING.
000720 FD  PARAMETER-CARD-FILE
000730     RECORD CONTAINS 80 CHARACTERS
000740     LABEL RECORDS ARE STANDARD.
000750 01  PARAMETER-CARD-IMAGE           PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780
000790*----------------------------------------------------------------
000800* CYCLE CONTROL RECORD WORKING COPY - THE RECORD IN HAND
000810*----------------------------------------------------------------
000820 COPY CYCLREC.
000830
000840*----------------------------------------------------------------
000850* CYCLE CONTROL CARD WORKING COPY
000860*----------------------------------------------------------------
000870 COPY CYCLTRN.
000880
000890*----------------------------------------------------------------
000900* PARAMETER CARD WORKING COPY
000910*----------------------------------------------------------------
000920 COPY PARMCARD.
000930
000940 01  VAR-CYCLCTL-STATUS        PIC X(02) VALUE '00'.
000950     88  VAR-CYCLCTL-OK                   VALUE '00'.
000960     88  VAR-CYCLCTL-EOF                  VALUE '10'.
000970     88  VAR-CYCLCTL-MISSING              VALUE '35'.
000980 01  VAR-CYCLCARD-STATUS       PIC X(02) VALUE '00'.
000990     88  VAR-CYCLCARD-OK                  VALUE '00'.
001000     88  VAR-CYCLCARD-EOF                 VALUE '10'.
001010     88  VAR-CYCLCARD-MISSING             VALUE '35'.
001020 01  VAR-CYCLRPT-STATUS        PIC X(02) VALUE '00'.
001030     88  VAR-CYCLRPT-OK                   VALUE '00'.
001040 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
001050     88  VAR-PARMCARD-OK                  VALUE '00'.
001060
001070 01  VAR-CARD-EDIT-SWITCH       PIC X(01) VALUE 'Y'.
001080     88  VAR-CARD-ACCEPTED                VALUE 'Y'.
001090     88  VAR-CARD-REJECTED                VALUE 'N'.
001100 01  VAR-CARDS-SWITCH           PIC X(01) VALUE 'Y'.
001110     88  VAR-CARDS-ON-FILE                VALUE 'Y'.
001120     88  VAR-NO-CARDS                     VALUE 'N'.
001130 01  VAR-SECTION-SWITCH         PIC X(01) VALUE 'C'.
001140     88  VAR-IN-CARD-SECTION              VALUE 'C'.
001150     88  VAR-IN-STATUS-SECTION            VALUE 'S'.
001160
001170*----------------------------------------------------------------
001180* THE STANDARD NIGHTLY STREAM, IN RUN ORDER - THE STEPS PUT ON
001190* A CYCLE CONTROL FILE CREATED BY THE FIRST D CARD.
001200*----------------------------------------------------------------
001210 01  VAR-STEP-LIST-VALUES.
001220     05  FILLER                     PIC X(08) VALUE 'CUSTVAL '.
001230     05  FILLER                     PIC X(08) VALUE 'HELLO   '.
001240     05  FILLER                     PIC X(08) VALUE 'PAYEDIT '.
001250     05  FILLER                     PIC X(08) VALUE 'BALPOST '.
001260     05  FILLER                     PIC X(08) VALUE 'DELQAGE '.
001270     05  FILLER                     PIC X(08) VALUE 'DELQHST '.
001280     05  FILLER                     PIC X(08) VALUE 'STMTJOB '.
001290     05  FILLER                     PIC X(08) VALUE 'PDLETTER'.
001300     05  FILLER                     PIC X(08) VALUE 'MAILSORT'.
001310 01  VAR-STEP-LIST-TABLE       REDEFINES VAR-STEP-LIST-VALUES.
001320     05  VAR-STANDARD-STEP          PIC X(08) OCCURS 9 TIMES.
001330 01  VAR-STANDARD-STEP-COUNT    PIC 9(03) COMP VALUE 9.
001340
001350*----------------------------------------------------------------
001360* THE CYCLE CONTROL FILE, HELD WHOLE.  ENTRY 1 IS THE BUSINESS-
001370* DATE RECORD; THE STEP RECORDS FOLLOW IN RUN ORDER.
001380*----------------------------------------------------------------
001390 01  VAR-CYCLE-MAX              PIC 9(03) COMP VALUE 50.
001400 01  VAR-CYCLE-COUNT            PIC 9(03) COMP VALUE 0.
001410 01  VAR-CYCLE-SUB              PIC 9(03) COMP VALUE 0.
001420 01  VAR-CYCLE-STEP-SUB         PIC 9(03) COMP VALUE 0.
001430 01  VAR-CYCLE-BUSINESS-DATE    PIC 9(08) VALUE 0.
001440 01  VAR-CYCLE-WAITING-STEP     PIC X(08) VALUE SPACES.
001450 01  VAR-CYCLE-TABLE.
001460     05  VAR-CYCLE-ENTRY            PIC X(80) OCCURS 50 TIMES.
001470
001480 01  VAR-REGISTER-VERDICT       PIC X(30) VALUE SPACE.
001490 01  VAR-TIME-WORK              PIC 9(08) VALUE 0.
001500 01  VAR-TIME-PARTS             REDEFINES VAR-TIME-WORK.
001510     05  VAR-TIME-HH                PIC 9(02).
001520     05  VAR-TIME-MM                PIC 9(02).
001530     05  VAR-TIME-SS                PIC 9(02).
001540     05  FILLER                     PIC 9(02).
001550 01  VAR-TIME-EDIT.
001560     05  TED-HH                     PIC 9(02).
001570     05  FILLER                     PIC X(01) VALUE ':'.
001580     05  TED-MM                     PIC 9(02).
001590     05  FILLER                     PIC X(01) VALUE ':'.
001600     05  TED-SS                     PIC 9(02).
001610
001620*----------------------------------------------------------------
001630* CONTROL TOTALS AND RUN COUNTERS
001640*----------------------------------------------------------------
001650 01  VAR-CARDS-READ-COUNT       PIC 9(07) COMP VALUE 0.
001660 01  VAR-CARDS-ACCEPTED-COUNT   PIC 9(07) COMP VALUE 0.
001670 01  VAR-CARDS-REJECTED-COUNT   PIC 9(07) COMP VALUE 0.
001680 01  VAR-DATES-OPENED-COUNT     PIC 9(07) COMP VALUE 0.
001690 01  VAR-RERUNS-AUTH-COUNT      PIC 9(07) COMP VALUE 0.
001700 01  VAR-STEPS-PENDING-COUNT    PIC 9(07) COMP VALUE 0.
001710 01  VAR-STEPS-RUNNING-COUNT    PIC 9(07) COMP VALUE 0.
001720 01  VAR-STEPS-COMPLETE-COUNT   PIC 9(07) COMP VALUE 0.
001730 01  VAR-STEPS-FAILED-COUNT     PIC 9(07) COMP VALUE 0.
001740
001750*----------------------------------------------------------------
001760* REPORT PAGINATION FIELDS
001770*----------------------------------------------------------------
001780 01  VAR-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
001790 01  VAR-LINE-COUNT             PIC 9(03) COMP VALUE 99.
001800 01  VAR-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
001810
001820 01  VAR-SYSTEM-DATE            PIC 9(08) VALUE 0.
001830
001840*----------------------------------------------------------------
001850* REPORT LINE WORKING AREAS
001860*----------------------------------------------------------------
001870 01  VAR-HEADING-LINE-1.
001880     05  FILLER                     PIC X(01) VALUE SPACE.
001890     05  FILLER                     PIC X(30) VALUE
001900             'NIGHTLY CYCLE CONTROL         '.
001910     05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
001920     05  HDR-RUN-DATE               PIC 9999/99/99.
001930     05  FILLER                     PIC X(10) VALUE SPACE.
001940     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
001950     05  HDR-PAGE-NUMBER            PIC ZZZ9.
001960 01  VAR-CARD-HEADING.
001970     05  FILLER                     PIC X(01) VALUE SPACE.
001980     05  FILLER                     PIC X(05) VALUE 'CARD'.
001990     05  FILLER                     PIC X(12) VALUE 'DATE'.
002000     05  FILLER                     PIC X(10) VALUE 'STEP'.
002010     05  FILLER                     PIC X(10) VALUE 'OPERATOR'.
002020     05  FILLER                     PIC X(04) VALUE 'FRC'.
002030     05  FILLER                     PIC X(22) VALUE 'REASON'.
002040     05  FILLER                     PIC X(30) VALUE 'DISPOSITION'.
002050 01  VAR-STATUS-HEADING.
002060     05  FILLER                     PIC X(01) VALUE SPACE.
002070     05  FILLER                     PIC X(04) VALUE 'SEQ'.
002080     05  FILLER                     PIC X(10) VALUE 'STEP'.
002090     05  FILLER                     PIC X(12) VALUE 'STEP DATE'.
002100     05  FILLER                     PIC X(12) VALUE 'STATUS'.
002110     05  FILLER                     PIC X(04) VALUE 'RC'.
002120     05  FILLER                     PIC X(05) VALUE 'RUNS'.
002130     05  FILLER                     PIC X(10) VALUE 'STARTED'.
002140     05  FILLER                     PIC X(10) VALUE 'ENDED'.
002150     05  FILLER                     PIC X(12) VALUE 'RERUN'.
002160     05  FILLER                     PIC X(10) VALUE 'BY'.
002170     05  FILLER                     PIC X(20) VALUE 'REASON'.
002180 01  VAR-CARD-LINE.
002190     05  FILLER                     PIC X(01) VALUE SPACE.
002200     05  CRD-TYPE                   PIC X(01).
002210     05  FILLER                     PIC X(04) VALUE SPACE.
002220     05  CRD-DATE-AREA              PIC X(10).
002230     05  CRD-DATE                   REDEFINES CRD-DATE-AREA
002240                                    PIC 9999/99/99.
002250     05  FILLER                     PIC X(02) VALUE SPACE.
002260     05  CRD-STEP                   PIC X(08).
002270     05  FILLER                     PIC X(02) VALUE SPACE.
002280     05  CRD-OPERATOR               PIC X(08).
002290     05  FILLER                     PIC X(02) VALUE SPACE.
002300     05  CRD-FORCE                  PIC X(01).
002310     05  FILLER                     PIC X(03) VALUE SPACE.
002320     05  CRD-REASON                 PIC X(20).
002330     05  FILLER                     PIC X(02) VALUE SPACE.
002340     05  CRD-VERDICT                PIC X(30).
002350 01  VAR-DATE-LINE.
002360     05  FILLER                     PIC X(01) VALUE SPACE.
002370     05  FILLER                     PIC X(15) VALUE
002380             'BUSINESS DATE: '.
002390     05  DTL-BUSINESS-DATE          PIC 9999/99/99.
002400     05  FILLER                     PIC X(15) VALUE
002410             '   PRIOR DATE: '.
002420     05  DTL-PRIOR-AREA             PIC X(10).
002430     05  DTL-PRIOR-DATE             REDEFINES DTL-PRIOR-AREA
002440                                    PIC 9999/99/99.
002450     05  FILLER                     PIC X(14) VALUE
002460             '   OPENED BY: '.
002470     05  DTL-OPENED-BY              PIC X(08).
002480     05  DTL-FORCED                 PIC X(10).
002490 01  VAR-NO-CYCLE-LINE.
002500     05  FILLER                     PIC X(01) VALUE SPACE.
002510     05  FILLER                     PIC X(45) VALUE
002520             '*** NO CYCLE OPEN - NO CYCLE CONTROL FILE ***'.
002530 01  VAR-STEP-LINE.
002540     05  FILLER                     PIC X(01) VALUE SPACE.
002550     05  STP-SEQ                    PIC Z9.
002560     05  FILLER                     PIC X(02) VALUE SPACE.
002570     05  STP-NAME                   PIC X(08).
002580     05  FILLER                     PIC X(02) VALUE SPACE.
002590     05  STP-DATE                   PIC 9999/99/99.
002600     05  FILLER                     PIC X(02) VALUE SPACE.
002610     05  STP-STATUS                 PIC X(10).
002620     05  FILLER                     PIC X(02) VALUE SPACE.
002630     05  STP-RC-AREA                PIC X(02).
002640     05  STP-RC                     REDEFINES STP-RC-AREA
002650                                    PIC 99.
002660     05  FILLER                     PIC X(02) VALUE SPACE.
002670     05  STP-RUNS                   PIC ZZ9.
002680     05  FILLER                     PIC X(02) VALUE SPACE.
002690     05  STP-STARTED                PIC X(08).
002700     05  FILLER                     PIC X(02) VALUE SPACE.
002710     05  STP-ENDED                  PIC X(08).
002720     05  FILLER                     PIC X(02) VALUE SPACE.
002730     05  STP-RERUN                  PIC X(10).
002740     05  FILLER                     PIC X(02) VALUE SPACE.
002750     05  STP-RERUN-BY               PIC X(08).
002760     05  FILLER                     PIC X(02) VALUE SPACE.
002770     05  STP-RERUN-REASON           PIC X(20).
002780 01  VAR-TOTALS-LINE.
002790     05  FILLER                     PIC X(01) VALUE SPACE.
002800     05  FILLER                     PIC X(22) VALUE
002810             '*** CONTROL TOTALS ***'.
002820 01  VAR-TOTALS-DETAIL.
002830     05  FILLER                     PIC X(01) VALUE SPACE.
002840     05  TOT-CAPTION                PIC X(20).
002850     05  TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.
002860
002870 PROCEDURE DIVISION.
002880
002890*----------------------------------------------------------------
002900* 0000-MAINLINE
002910* CONTROLS THE OVERALL FLOW OF THE RUN.
002920*----------------------------------------------------------------
002930 0000-MAINLINE.
002940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002950     PERFORM 2000-APPLY-ONE-CARD THRU 2000-EXIT
002960         UNTIL VAR-CYCLCARD-EOF.
002970     IF VAR-CARDS-ACCEPTED-COUNT > 0
002980         PERFORM 3000-REWRITE-CYCLE-CONTROL THRU 3000-EXIT
002990     END-IF.
003000     PERFORM 4000-PRINT-CYCLE-STATUS THRU 4000-EXIT.
003010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003020     STOP RUN.
003030
003040*----------------------------------------------------------------
003050* 1000-INITIALIZE
003060* READS THE PARAMETER CARD AND THE WHOLE CYCLE CONTROL FILE,
003070* OPENS THE CARDS AND THE REPORT, AND PRIMES THE FIRST CARD.  NO
003080* CONTROL FILE YET MEANS NO CYCLE HAS BEEN OPENED; NO CARDS MEANS
003090* THIS RUN IS ONLY THE STATUS REPORT.
003100*----------------------------------------------------------------
003110 1000-INITIALIZE.
003120     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
003130     PERFORM 1300-LOAD-CYCLE-CONTROL THRU 1300-EXIT.
003140     OPEN OUTPUT CYCLE-REPORT-FILE.
003150     IF NOT VAR-CYCLRPT-OK
003160         DISPLAY 'CYCLMNT - UNABLE TO OPEN CYCLE REPORT, '
003170             'STATUS = ' VAR-CYCLRPT-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     OPEN INPUT CYCLE-CARD-FILE.
003220     IF VAR-CYCLCARD-MISSING
003230         SET VAR-NO-CARDS TO TRUE
003240         MOVE '10' TO VAR-CYCLCARD-STATUS
003250     ELSE
003260         IF NOT VAR-CYCLCARD-OK
003270             DISPLAY 'CYCLMNT - UNABLE TO OPEN CYCLE CARDS, '
003280                 'STATUS = ' VAR-CYCLCARD-STATUS
003290             MOVE 16 TO RETURN-CODE
003300             STOP RUN
003310         END-IF
003320         PERFORM 8100-READ-CYCLE-CARD THRU 8100-EXIT
003330     END-IF.
003340     SET VAR-IN-CARD-SECTION TO TRUE.
003350     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
003360 1000-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------------
003400* 1200-READ-PARAMETER-CARD
003410* ONLY THE RUN DATE IS USED HERE; THE SAME MISSING-CARD
003420* FALLBACK AS THE DAILY RUN APPLIES.
003430*----------------------------------------------------------------
003440 1200-READ-PARAMETER-CARD.
003450     OPEN INPUT PARAMETER-CARD-FILE.
003460     READ PARAMETER-CARD-FILE INTO PARAMETER-CARD
003470         AT END
003480             MOVE '10' TO VAR-PARMCARD-STATUS
003490     END-READ.
003500     CLOSE PARAMETER-CARD-FILE.
003510     IF VAR-PARMCARD-OK
003520             AND PARM-RUN-YYYY NUMERIC
003530             AND PARM-RUN-MM NUMERIC
003540             AND PARM-RUN-DD NUMERIC
003550         NEXT SENTENCE
003560     ELSE
003570         ACCEPT VAR-SYSTEM-DATE FROM DATE YYYYMMDD
003580         MOVE VAR-SYSTEM-DATE(1:4) TO PARM-RUN-YYYY
003590         MOVE VAR-SYSTEM-DATE(5:2) TO PARM-RUN-MM
003600         MOVE VAR-SYSTEM-DATE(7:2) TO PARM-RUN-DD
003610     END-IF.
003620 1200-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------
003660* 1300-LOAD-CYCLE-CONTROL
003670* READS THE WHOLE CYCLE CONTROL FILE INTO THE TABLE.  A FILE THAT
003680* IS THERE MUST START WITH ITS BUSINESS-DATE RECORD; ONE THAT
003690* DOES NOT, OR THAT IS LONGER THAN THE TABLE, IS DAMAGED AND IS
003700* NOT TOUCHED.
003710*----------------------------------------------------------------
003720 1300-LOAD-CYCLE-CONTROL.
003730     MOVE 0 TO VAR-CYCLE-COUNT.
003740     MOVE 0 TO VAR-CYCLE-BUSINESS-DATE.
003750     OPEN INPUT CYCLE-CONTROL-FILE.
003760     IF VAR-CYCLCTL-MISSING
003770         GO TO 1300-EXIT
003780     END-IF.
003790     IF NOT VAR-CYCLCTL-OK
003800         DISPLAY 'CYCLMNT - UNABLE TO OPEN CYCLE CONTROL, '
003810             'STATUS = ' VAR-CYCLCTL-STATUS
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850     PERFORM 1350-LOAD-ONE-CYCLE-RECORD THRU 1350-EXIT
003860         UNTIL NOT VAR-CYCLCTL-OK.
003870     IF NOT VAR-CYCLCTL-EOF
003880         DISPLAY 'CYCLMNT - UNABLE TO READ CYCLE CONTROL, '
003890             'STATUS = ' VAR-CYCLCTL-STATUS
003900         MOVE 16 TO RETURN-CODE
003910         STOP RUN
003920     END-IF.
003930     CLOSE CYCLE-CONTROL-FILE.
003940     IF VAR-CYCLE-COUNT = 0
003950         GO TO 1300-EXIT
003960     END-IF.
003970     MOVE VAR-CYCLE-ENTRY (1) TO CYCLE-CONTROL-RECORD.
003980     IF NOT CYC-DATE-RECORD OR CYC-BUSINESS-DATE NOT NUMERIC
003990         DISPLAY 'CYCLMNT - CYCLE CONTROL FILE DOES NOT START '
004000             'WITH ITS BUSINESS-DATE RECORD'
004010         MOVE 16 TO RETURN-CODE
004020         STOP RUN
004030     END-IF.
004040     MOVE CYC-BUSINESS-DATE TO VAR-CYCLE-BUSINESS-DATE.
004050 1300-EXIT.
004060     EXIT.
004070
004080 1350-LOAD-ONE-CYCLE-RECORD.
004090     READ CYCLE-CONTROL-FILE
004100         AT END
004110             MOVE '10' TO VAR-CYCLCTL-STATUS
004120     END-READ.
004130     IF NOT VAR-CYCLCTL-OK
004140         GO TO 1350-EXIT
004150     END-IF.
004160     IF VAR-CYCLE-COUNT NOT < VAR-CYCLE-MAX
004170         DISPLAY 'CYCLMNT - CYCLE CONTROL FILE HAS MORE RECORDS '
004180             'THAN THE PROGRAM HOLDS'
004190         MOVE 16 TO RETURN-CODE
004200         STOP RUN
004210     END-IF.
004220     ADD 1 TO VAR-CYCLE-COUNT.
004230     MOVE CYCLE-CONTROL-IMAGE
004240         TO VAR-CYCLE-ENTRY (VAR-CYCLE-COUNT).
004250 1350-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------
004290* 1500-WRITE-REPORT-HEADINGS
004300* PRINTS THE PAGE HEADING AND THE COLUMN HEADING FOR WHICHEVER
004310* SECTION IS PRINTING, AND RESETS THE LINE COUNTER.
004320*----------------------------------------------------------------
004330 1500-WRITE-REPORT-HEADINGS.
004340     ADD 1 TO VAR-PAGE-NUMBER.
004350     MOVE PARM-RUN-DATE-NUM TO HDR-RUN-DATE.
004360     MOVE VAR-PAGE-NUMBER TO HDR-PAGE-NUMBER.
004370     WRITE CYCLE-REPORT-LINE FROM VAR-HEADING-LINE-1
004380         AFTER ADVANCING PAGE.
004390     IF VAR-IN-CARD-SECTION
004400         WRITE CYCLE-REPORT-LINE FROM VAR-CARD-HEADING
004410             AFTER ADVANCING 2 LINES
004420     ELSE
004430         WRITE CYCLE-REPORT-LINE FROM VAR-STATUS-HEADING
004440             AFTER ADVANCING 2 LINES
004450     END-IF.
004460     MOVE 3 TO VAR-LINE-COUNT.
004470 1500-EXIT.
004480     EXIT.
004490
004500*----------------------------------------------------------------
004510* 2000-APPLY-ONE-CARD
004520* CARDS ARE TAKEN IN THE ORDER KEYED, SO A D CARD FOLLOWED BY AN
004530* R CARD OPENS THE DATE BEFORE THE OVERRIDE IS CHECKED AGAINST
004540* IT.  A CARD THAT FAILS ITS EDITS CHANGES NOTHING.
004550*----------------------------------------------------------------
004560 2000-APPLY-ONE-CARD.
004570     PERFORM 2100-EDIT-ONE-CARD THRU 2100-EXIT.
004580     IF VAR-CARD-REJECTED
004590         ADD 1 TO VAR-CARDS-REJECTED-COUNT
004600         PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT
004610         PERFORM 8100-READ-CYCLE-CARD THRU 8100-EXIT
004620         GO TO 2000-EXIT
004630     END-IF.
004640     ADD 1 TO VAR-CARDS-ACCEPTED-COUNT.
004650     IF CYCT-OPEN-DATE
004660         PERFORM 2200-OPEN-BUSINESS-DATE THRU 2200-EXIT
004670     ELSE
004680         PERFORM 2300-AUTHORIZE-RERUN THRU 2300-EXIT
004690     END-IF.
004700     PERFORM 2800-WRITE-CARD-LINE THRU 2800-EXIT.
004710     PERFORM 8100-READ-CYCLE-CARD THRU 8100-EXIT.
004720 2000-EXIT.
004730     EXIT.
004740
004750*----------------------------------------------------------------
004760* 2100-EDIT-ONE-CARD
004770* EVERY CARD NEEDS A KNOWN CARD TYPE, A DATE AND THE OPERATOR ID.
004780* A NEW BUSINESS DATE MUST BE LATER THAN THE ONE OPEN, AND EVERY
004790* STEP MUST HAVE COMPLETED FOR THE ONE OPEN UNLESS THE CARD
004800* FORCES IT.  A RERUN MUST GIVE A REASON AND NAME A STEP THAT HAS
004810* COMPLETED FOR THE BUSINESS DATE OPEN - A STEP THAT HAS NOT
004820* COMPLETED MAY RUN WITHOUT ONE.  THE FIRST FAILURE FOUND IS THE
004830* ONE REPORTED.
004840*----------------------------------------------------------------
004850 2100-EDIT-ONE-CARD.
004860     SET VAR-CARD-REJECTED TO TRUE.
004870     IF NOT CYCT-OPEN-DATE AND NOT CYCT-RERUN-OVERRIDE
004880         MOVE 'CARD TYPE NOT VALID' TO VAR-REGISTER-VERDICT
004890         GO TO 2100-EXIT
004900     END-IF.
004910     IF CYCT-CARD-DATE-X NOT NUMERIC
004920             OR CYCT-CARD-DATE = 0
004930         MOVE 'DATE NOT VALID' TO VAR-REGISTER-VERDICT
004940         GO TO 2100-EXIT
004950     END-IF.
004960     IF CYCT-OPERATOR = SPACES
004970         MOVE 'OPERATOR NOT GIVEN' TO VAR-REGISTER-VERDICT
004980         GO TO 2100-EXIT
004990     END-IF.
005000     IF CYCT-RERUN-OVERRIDE
005010         GO TO 2100-EDIT-RERUN
005020     END-IF.
005030     IF VAR-CYCLE-COUNT = 0
005040         SET VAR-CARD-ACCEPTED TO TRUE
005050         GO TO 2100-EXIT
005060     END-IF.
005070     IF CYCT-CARD-DATE NOT > VAR-CYCLE-BUSINESS-DATE
005080         MOVE 'NOT AFTER THE DATE OPEN' TO VAR-REGISTER-VERDICT
005090         GO TO 2100-EXIT
005100     END-IF.
005110     IF NOT CYCT-FORCE-OPEN
005120         PERFORM 2150-FIND-WAITING-STEP THRU 2150-EXIT
005130         IF VAR-CYCLE-WAITING-STEP NOT = SPACES
005140             MOVE 'CURRENT CYCLE NOT COMPLETE'
005150                 TO VAR-REGISTER-VERDICT
005160             GO TO 2100-EXIT
005170         END-IF
005180     END-IF.
005190     SET VAR-CARD-ACCEPTED TO TRUE.
005200     GO TO 2100-EXIT.
005210 2100-EDIT-RERUN.
005220     IF VAR-CYCLE-COUNT = 0
005230         MOVE 'NO CYCLE OPEN' TO VAR-REGISTER-VERDICT
005240         GO TO 2100-EXIT
005250     END-IF.
005260     IF CYCT-REASON = SPACES
005270         MOVE 'REASON NOT GIVEN' TO VAR-REGISTER-VERDICT
005280         GO TO 2100-EXIT
005290     END-IF.
005300     IF CYCT-CARD-DATE NOT = VAR-CYCLE-BUSINESS-DATE
005310         MOVE 'NOT THE BUSINESS DATE OPEN' TO VAR-REGISTER-VERDICT
005320         GO TO 2100-EXIT
005330     END-IF.
005340     PERFORM 2160-FIND-CARD-STEP THRU 2160-EXIT.
005350     IF VAR-CYCLE-STEP-SUB = 0
005360         MOVE 'STEP NOT ON CYCLE CONTROL' TO VAR-REGISTER-VERDICT
005370         GO TO 2100-EXIT
005380     END-IF.
005390     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-STEP-SUB)
005400         TO CYCLE-CONTROL-RECORD.
005410     IF NOT CYC-STEP-COMPLETE
005420             OR CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
005430         MOVE 'NOT COMPLETE - NONE NEEDED' TO VAR-REGISTER-VERDICT
005440         GO TO 2100-EXIT
005450     END-IF.
005460     SET VAR-CARD-ACCEPTED TO TRUE.
005470 2100-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------------
005510* 2150-FIND-WAITING-STEP
005520* LEAVES THE NAME OF THE FIRST STEP NOT COMPLETE FOR THE BUSINESS
005530* DATE OPEN, OR SPACES WHEN THE WHOLE CYCLE HAS COMPLETED.
005540*----------------------------------------------------------------
005550 2150-FIND-WAITING-STEP.
005560     MOVE SPACES TO VAR-CYCLE-WAITING-STEP.
005570     MOVE 2 TO VAR-CYCLE-SUB.
005580     PERFORM 2155-CHECK-ONE-STEP THRU 2155-EXIT
005590         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
005600 2150-EXIT.
005610     EXIT.
005620
005630 2155-CHECK-ONE-STEP.
005640     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
005650     IF CYC-STEP-RECORD
005660         IF NOT CYC-STEP-COMPLETE
005670                 OR CYC-STEP-DATE NOT = VAR-CYCLE-BUSINESS-DATE
005680             MOVE CYC-STEP-NAME TO VAR-CYCLE-WAITING-STEP
005690             MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
005700         END-IF
005710     END-IF.
005720     ADD 1 TO VAR-CYCLE-SUB.
005730 2155-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------------
005770* 2160-FIND-CARD-STEP
005780* LEAVES THE TABLE ENTRY OF THE STEP NAMED ON THE CARD, OR ZERO.
005790*----------------------------------------------------------------
005800 2160-FIND-CARD-STEP.
005810     MOVE 0 TO VAR-CYCLE-STEP-SUB.
005820     MOVE 2 TO VAR-CYCLE-SUB.
005830     PERFORM 2165-MATCH-ONE-STEP THRU 2165-EXIT
005840         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
005850 2160-EXIT.
005860     EXIT.
005870
005880 2165-MATCH-ONE-STEP.
005890     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
005900     IF CYC-STEP-RECORD
005910             AND CYC-STEP-NAME = CYCT-STEP-NAME
005920         MOVE VAR-CYCLE-SUB TO VAR-CYCLE-STEP-SUB
005930         MOVE VAR-CYCLE-COUNT TO VAR-CYCLE-SUB
005940     END-IF.
005950     ADD 1 TO VAR-CYCLE-SUB.
005960 2165-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------------
006000* 2200-OPEN-BUSINESS-DATE
006010* THE FIRST D CARD EVER BUILDS THE FILE FROM THE STANDARD STEP
006020* LIST.  AFTER THAT THE BUSINESS DATE MOVES ON AND EVERY STEP
006030* RECORD IS RESET TO PENDING FOR IT, WITH ITS RUN HISTORY AND
006040* ANY UNUSED RERUN AUTHORITY CLEARED.
006050*----------------------------------------------------------------
006060 2200-OPEN-BUSINESS-DATE.
006070     ADD 1 TO VAR-DATES-OPENED-COUNT.
006080     IF VAR-CYCLE-COUNT = 0
006090         PERFORM 2250-BUILD-CYCLE-CONTROL THRU 2250-EXIT
006100         MOVE 'CYCLE CONTROL CREATED' TO VAR-REGISTER-VERDICT
006110         GO TO 2200-EXIT
006120     END-IF.
006130     MOVE VAR-CYCLE-ENTRY (1) TO CYCLE-CONTROL-RECORD.
006140     MOVE CYC-BUSINESS-DATE TO CYC-PRIOR-BUSINESS-DATE.
006150     MOVE CYCT-CARD-DATE TO CYC-BUSINESS-DATE.
006160     MOVE CYCT-OPERATOR TO CYC-DATE-OPENED-BY.
006170     IF CYCT-FORCE-OPEN
006180         SET CYC-DATE-WAS-FORCED TO TRUE
006190         MOVE 'BUSINESS DATE OPENED - FORCED'
006200             TO VAR-REGISTER-VERDICT
006210     ELSE
006220         MOVE SPACE TO CYC-DATE-FORCED-FLAG
006230         MOVE 'BUSINESS DATE OPENED' TO VAR-REGISTER-VERDICT
006240     END-IF.
006250     MOVE CYCLE-CONTROL-RECORD TO VAR-CYCLE-ENTRY (1).
006260     MOVE CYCT-CARD-DATE TO VAR-CYCLE-BUSINESS-DATE.
006270     MOVE 2 TO VAR-CYCLE-SUB.
006280     PERFORM 2210-RESET-ONE-STEP THRU 2210-EXIT
006290         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
006300 2200-EXIT.
006310     EXIT.
006320
006330 2210-RESET-ONE-STEP.
006340     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
006350     IF CYC-STEP-RECORD
006360         MOVE VAR-CYCLE-BUSINESS-DATE TO CYC-STEP-DATE
006370         SET CYC-STEP-PENDING TO TRUE
006380         MOVE 0 TO CYC-STEP-RETURN-CODE
006390         MOVE 0 TO CYC-STEP-RUN-COUNT
006400         MOVE 0 TO CYC-STEP-START-TIME
006410         MOVE 0 TO CYC-STEP-END-TIME
006420         MOVE SPACE TO CYC-RERUN-FLAG
006430         MOVE SPACES TO CYC-RERUN-OPERATOR
006440         MOVE SPACES TO CYC-RERUN-REASON
006450         MOVE CYCLE-CONTROL-RECORD
006460             TO VAR-CYCLE-ENTRY (VAR-CYCLE-SUB)
006470     END-IF.
006480     ADD 1 TO VAR-CYCLE-SUB.
006490 2210-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------------
006530* 2250-BUILD-CYCLE-CONTROL
006540* A NEW FILE: THE BUSINESS-DATE RECORD, THEN ONE PENDING STEP
006550* RECORD PER STANDARD STEP, NUMBERED IN RUN ORDER.
006560*----------------------------------------------------------------
006570 2250-BUILD-CYCLE-CONTROL.
006580     MOVE SPACES TO CYCLE-CONTROL-RECORD.
006590     SET CYC-DATE-RECORD TO TRUE.
006600     MOVE CYCT-CARD-DATE TO CYC-BUSINESS-DATE.
006610     MOVE 0 TO CYC-PRIOR-BUSINESS-DATE.
006620     MOVE CYCT-OPERATOR TO CYC-DATE-OPENED-BY.
006630     MOVE SPACE TO CYC-DATE-FORCED-FLAG.
006640     MOVE 1 TO VAR-CYCLE-COUNT.
006650     MOVE CYCLE-CONTROL-RECORD TO VAR-CYCLE-ENTRY (1).
006660     MOVE CYCT-CARD-DATE TO VAR-CYCLE-BUSINESS-DATE.
006670     MOVE 1 TO VAR-CYCLE-STEP-SUB.
006680     PERFORM 2260-ADD-ONE-STANDARD-STEP THRU 2260-EXIT
006690         UNTIL VAR-CYCLE-STEP-SUB > VAR-STANDARD-STEP-COUNT.
006700 2250-EXIT.
006710     EXIT.
006720
006730 2260-ADD-ONE-STANDARD-STEP.
006740     MOVE SPACES TO CYCLE-CONTROL-RECORD.
006750     SET CYC-STEP-RECORD TO TRUE.
006760     MOVE VAR-CYCLE-STEP-SUB TO CYC-STEP-SEQ.
006770     MOVE VAR-STANDARD-STEP (VAR-CYCLE-STEP-SUB) TO CYC-STEP-NAME.
006780     MOVE VAR-CYCLE-BUSINESS-DATE TO CYC-STEP-DATE.
006790     SET CYC-STEP-PENDING TO TRUE.
006800     MOVE 0 TO CYC-STEP-RETURN-CODE.
006810     MOVE 0 TO CYC-STEP-RUN-COUNT.
006820     MOVE 0 TO CYC-STEP-START-TIME.
006830     MOVE 0 TO CYC-STEP-END-TIME.
006840     ADD 1 TO VAR-CYCLE-COUNT.
006850     MOVE CYCLE-CONTROL-RECORD
006860         TO VAR-CYCLE-ENTRY (VAR-CYCLE-COUNT).
006870     ADD 1 TO VAR-CYCLE-STEP-SUB.
006880 2260-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------------
006920* 2300-AUTHORIZE-RERUN
006930* THE STEP MAY START ONCE MORE FOR THE BUSINESS DATE.  THE STEP
006940* USES THE AUTHORITY UP WHEN IT STARTS; THE OPERATOR AND REASON
006950* STAY ON ITS RECORD FOR THE STATUS REPORT.  THE STEPS AFTER IT
006960* ARE NOT REOPENED - EACH ONE TO BE RUN AGAIN NEEDS ITS OWN CARD.
006970*----------------------------------------------------------------
006980 2300-AUTHORIZE-RERUN.
006990     ADD 1 TO VAR-RERUNS-AUTH-COUNT.
007000     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-STEP-SUB)
007010         TO CYCLE-CONTROL-RECORD.
007020     SET CYC-RERUN-AUTHORIZED TO TRUE.
007030     MOVE CYCT-OPERATOR TO CYC-RERUN-OPERATOR.
007040     MOVE CYCT-REASON TO CYC-RERUN-REASON.
007050     MOVE CYCLE-CONTROL-RECORD
007060         TO VAR-CYCLE-ENTRY (VAR-CYCLE-STEP-SUB).
007070     MOVE 'RERUN AUTHORIZED' TO VAR-REGISTER-VERDICT.
007080 2300-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------------
007120* 2800-WRITE-CARD-LINE
007130* ONE REPORT LINE PER CARD, ACCEPTED OR NOT, SHOWING THE CARD AS
007140* KEYED.
007150*----------------------------------------------------------------
007160 2800-WRITE-CARD-LINE.
007170     MOVE CYCT-CARD-TYPE TO CRD-TYPE.
007180     IF CYCT-CARD-DATE-X NUMERIC
007190         MOVE CYCT-CARD-DATE TO CRD-DATE
007200     ELSE
007210         MOVE CYCT-CARD-DATE-X TO CRD-DATE-AREA
007220     END-IF.
007230     MOVE CYCT-STEP-NAME TO CRD-STEP.
007240     MOVE CYCT-OPERATOR TO CRD-OPERATOR.
007250     MOVE CYCT-FORCE-FLAG TO CRD-FORCE.
007260     MOVE CYCT-REASON TO CRD-REASON.
007270     MOVE VAR-REGISTER-VERDICT TO CRD-VERDICT.
007280     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE
007290         PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT
007300     END-IF.
007310     WRITE CYCLE-REPORT-LINE FROM VAR-CARD-LINE
007320         AFTER ADVANCING 1 LINE.
007330     ADD 1 TO VAR-LINE-COUNT.
007340 2800-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------
007380* 3000-REWRITE-CYCLE-CONTROL
007390* WRITES THE TABLE BACK OUT AS THE NEW CYCLE CONTROL FILE.
007400*----------------------------------------------------------------
007410 3000-REWRITE-CYCLE-CONTROL.
007420     OPEN OUTPUT CYCLE-CONTROL-FILE.
007430     IF NOT VAR-CYCLCTL-OK
007440         DISPLAY 'CYCLMNT - UNABLE TO REWRITE CYCLE CONTROL, '
007450             'STATUS = ' VAR-CYCLCTL-STATUS
007460         MOVE 16 TO RETURN-CODE
007470         STOP RUN
007480     END-IF.
007490     MOVE 1 TO VAR-CYCLE-SUB.
007500     PERFORM 3100-WRITE-ONE-CYCLE-RECORD THRU 3100-EXIT
007510         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
007520     CLOSE CYCLE-CONTROL-FILE.
007530 3000-EXIT.
007540     EXIT.
007550
007560 3100-WRITE-ONE-CYCLE-RECORD.
007570     WRITE CYCLE-CONTROL-IMAGE
007580         FROM VAR-CYCLE-ENTRY (VAR-CYCLE-SUB).
007590     ADD 1 TO VAR-CYCLE-SUB.
007600 3100-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------------
007640* 4000-PRINT-CYCLE-STATUS
007650* STARTS A NEW PAGE WITH THE BUSINESS DATE OPEN AND LISTS EVERY
007660* STEP IN RUN ORDER WITH WHERE IT STANDS FOR THAT DATE.
007670*----------------------------------------------------------------
007680 4000-PRINT-CYCLE-STATUS.
007690     SET VAR-IN-STATUS-SECTION TO TRUE.
007700     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
007710     IF VAR-CYCLE-COUNT = 0
007720         WRITE CYCLE-REPORT-LINE FROM VAR-NO-CYCLE-LINE
007730             AFTER ADVANCING 2 LINES
007740         GO TO 4000-EXIT
007750     END-IF.
007760     MOVE VAR-CYCLE-ENTRY (1) TO CYCLE-CONTROL-RECORD.
007770     MOVE CYC-BUSINESS-DATE TO DTL-BUSINESS-DATE.
007780     IF CYC-PRIOR-BUSINESS-DATE NUMERIC
007790             AND CYC-PRIOR-BUSINESS-DATE NOT = 0
007800         MOVE CYC-PRIOR-BUSINESS-DATE TO DTL-PRIOR-DATE
007810     ELSE
007820         MOVE SPACES TO DTL-PRIOR-AREA
007830     END-IF.
007840     MOVE CYC-DATE-OPENED-BY TO DTL-OPENED-BY.
007850     IF CYC-DATE-WAS-FORCED
007860         MOVE '  (FORCED)' TO DTL-FORCED
007870     ELSE
007880         MOVE SPACES TO DTL-FORCED
007890     END-IF.
007900     WRITE CYCLE-REPORT-LINE FROM VAR-DATE-LINE
007910         AFTER ADVANCING 1 LINE.
007920     MOVE SPACES TO CYCLE-REPORT-LINE.
007930     WRITE CYCLE-REPORT-LINE
007940         AFTER ADVANCING 1 LINE.
007950     ADD 2 TO VAR-LINE-COUNT.
007960     MOVE 2 TO VAR-CYCLE-SUB.
007970     PERFORM 4100-PRINT-ONE-STEP THRU 4100-EXIT
007980         UNTIL VAR-CYCLE-SUB > VAR-CYCLE-COUNT.
007990 4000-EXIT.
008000     EXIT.
008010
008020*----------------------------------------------------------------
008030* 4100-PRINT-ONE-STEP
008040* A STEP STILL SHOWING RUNNING WHEN NOTHING IS RUNNING ENDED
008050* WITHOUT REACHING ITS OWN END OF RUN - AN ABEND OR A STOP ON A
008060* HARD ERROR - AND MAY SIMPLY BE RUN AGAIN.
008070*----------------------------------------------------------------
008080 4100-PRINT-ONE-STEP.
008090     MOVE VAR-CYCLE-ENTRY (VAR-CYCLE-SUB) TO CYCLE-CONTROL-RECORD.
008100     IF NOT CYC-STEP-RECORD
008110         GO TO 4100-NEXT
008120     END-IF.
008130     MOVE CYC-STEP-SEQ TO STP-SEQ.
008140     MOVE CYC-STEP-NAME TO STP-NAME.
008150     MOVE CYC-STEP-DATE TO STP-DATE.
008160     MOVE SPACES TO STP-RC-AREA.
008170     MOVE SPACES TO STP-STARTED.
008180     MOVE SPACES TO STP-ENDED.
008190     EVALUATE TRUE
008200         WHEN CYC-STEP-PENDING
008210             MOVE 'PENDING' TO STP-STATUS
008220             ADD 1 TO VAR-STEPS-PENDING-COUNT
008230         WHEN CYC-STEP-RUNNING
008240             MOVE 'RUNNING' TO STP-STATUS
008250             ADD 1 TO VAR-STEPS-RUNNING-COUNT
008260         WHEN CYC-STEP-COMPLETE
008270             MOVE 'COMPLETE' TO STP-STATUS
008280             MOVE CYC-STEP-RETURN-CODE TO STP-RC
008290             ADD 1 TO VAR-STEPS-COMPLETE-COUNT
008300         WHEN CYC-STEP-FAILED
008310             MOVE 'FAILED' TO STP-STATUS
008320             MOVE CYC-STEP-RETURN-CODE TO STP-RC
008330             ADD 1 TO VAR-STEPS-FAILED-COUNT
008340         WHEN OTHER
008350             MOVE 'UNKNOWN' TO STP-STATUS
008360     END-EVALUATE.
008370     MOVE CYC-STEP-RUN-COUNT TO STP-RUNS.
008380     IF CYC-STEP-START-TIME NUMERIC
008390             AND CYC-STEP-START-TIME NOT = 0
008400         MOVE CYC-STEP-START-TIME TO VAR-TIME-WORK
008410         PERFORM 4200-EDIT-TIME THRU 4200-EXIT
008420         MOVE VAR-TIME-EDIT TO STP-STARTED
008430     END-IF.
008440     IF CYC-STEP-END-TIME NUMERIC
008450             AND CYC-STEP-END-TIME NOT = 0
008460             AND NOT CYC-STEP-RUNNING
008470         MOVE CYC-STEP-END-TIME TO VAR-TIME-WORK
008480         PERFORM 4200-EDIT-TIME THRU 4200-EXIT
008490         MOVE VAR-TIME-EDIT TO STP-ENDED
008500     END-IF.
008510     EVALUATE TRUE
008520         WHEN CYC-RERUN-AUTHORIZED
008530             MOVE 'AUTHORIZED' TO STP-RERUN
008540         WHEN CYC-RERUN-USED
008550             MOVE 'USED' TO STP-RERUN
008560         WHEN OTHER
008570             MOVE SPACES TO STP-RERUN
008580     END-EVALUATE.
008590     MOVE CYC-RERUN-OPERATOR TO STP-RERUN-BY.
008600     MOVE CYC-RERUN-REASON TO STP-RERUN-REASON.
008610     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE
008620         PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT
008630     END-IF.
008640     WRITE CYCLE-REPORT-LINE FROM VAR-STEP-LINE
008650         AFTER ADVANCING 1 LINE.
008660     ADD 1 TO VAR-LINE-COUNT.
008670 4100-NEXT.
008680     ADD 1 TO VAR-CYCLE-SUB.
008690 4100-EXIT.
008700     EXIT.
008710
008720 4200-EDIT-TIME.
008730     MOVE VAR-TIME-HH TO TED-HH.
008740     MOVE VAR-TIME-MM TO TED-MM.
008750     MOVE VAR-TIME-SS TO TED-SS.
008760 4200-EXIT.
008770     EXIT.
008780
008790*----------------------------------------------------------------
008800* 8100-READ-CYCLE-CARD
008810*----------------------------------------------------------------
008820 8100-READ-CYCLE-CARD.
008830     READ CYCLE-CARD-FILE INTO CYCLE-CONTROL-CARD
008840         AT END
008850             MOVE '10' TO VAR-CYCLCARD-STATUS
008860     END-READ.
008870     IF VAR-CYCLCARD-OK
008880         ADD 1 TO VAR-CARDS-READ-COUNT
008890     END-IF.
008900 8100-EXIT.
008910     EXIT.
008920
008930*----------------------------------------------------------------
008940* 9000-TERMINATE
008950* PRINTS THE CONTROL-TOTAL SUMMARY, SETS THE CONDITION CODE AND
008960* CLOSES EVERYTHING DOWN.
008970*----------------------------------------------------------------
008980 9000-TERMINATE.
008990     WRITE CYCLE-REPORT-LINE FROM VAR-TOTALS-LINE
009000         AFTER ADVANCING 2 LINES.
009010     MOVE 'CARDS READ ......  ' TO TOT-CAPTION.
009020     MOVE VAR-CARDS-READ-COUNT TO TOT-VALUE.
009030     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009040     MOVE 'CARDS ACCEPTED ..  ' TO TOT-CAPTION.
009050     MOVE VAR-CARDS-ACCEPTED-COUNT TO TOT-VALUE.
009060     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009070     MOVE 'CARDS REJECTED ..  ' TO TOT-CAPTION.
009080     MOVE VAR-CARDS-REJECTED-COUNT TO TOT-VALUE.
009090     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009100     MOVE 'DATES OPENED ....  ' TO TOT-CAPTION.
009110     MOVE VAR-DATES-OPENED-COUNT TO TOT-VALUE.
009120     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009130     MOVE 'RERUNS AUTHORIZED  ' TO TOT-CAPTION.
009140     MOVE VAR-RERUNS-AUTH-COUNT TO TOT-VALUE.
009150     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009160     MOVE 'STEPS PENDING ...  ' TO TOT-CAPTION.
009170     MOVE VAR-STEPS-PENDING-COUNT TO TOT-VALUE.
009180     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009190     MOVE 'STEPS RUNNING ...  ' TO TOT-CAPTION.
009200     MOVE VAR-STEPS-RUNNING-COUNT TO TOT-VALUE.
009210     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009220     MOVE 'STEPS COMPLETE ..  ' TO TOT-CAPTION.
009230     MOVE VAR-STEPS-COMPLETE-COUNT TO TOT-VALUE.
009240     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009250     MOVE 'STEPS FAILED ....  ' TO TOT-CAPTION.
009260     MOVE VAR-STEPS-FAILED-COUNT TO TOT-VALUE.
009270     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
009280     CLOSE CYCLE-REPORT-FILE.
009290     IF VAR-CARDS-ON-FILE
009300         CLOSE CYCLE-CARD-FILE
009310     END-IF.
009320     IF VAR-CARDS-REJECTED-COUNT > 0
009330         DISPLAY 'CYCLMNT - CYCLE CONTROL CARDS REJECTED, '
009340             'SEE THE CYCLE CONTROL REPORT'
009350         MOVE 8 TO RETURN-CODE
009360     END-IF.
009370 9000-EXIT.
009380     EXIT.
009390
009400 9100-WRITE-TOTALS-LINE.
009410     WRITE CYCLE-REPORT-LINE FROM VAR-TOTALS-DETAIL
009420         AFTER ADVANCING 1 LINE.
009430 9100-EXIT.
009440     EXIT.
