000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CASHPRF.
000030 AUTHOR. CALVIN HOBBES.
000040 INSTALLATION. RETAIL BANKING - CUSTOMER SERVICES BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-15 CJH  ORIGINAL VERSION.  END-OF-DAY CASH PROOF, RUN
000130*                 AFTER THE PAYMENT INTAKE, POSTING AND
000140*                 APPLICATION STEPS AND AHEAD OF THE STATEMENTS
000150*                 AND LETTERS.  READS THE CONTROL-TOTAL RECORD
000160*                 EACH OF THOSE STEPS LEAVES BEHIND AND PROVES
000170*                 THAT THE CASH ACCEPTED INTO THE PAYMENTS FILE IS
000180*                 THE CASH THE POSTING STEP READ, THAT IT WAS ALL
000190*                 EITHER POSTED TO THE LEDGER OR LEFT UNMATCHED,
000200*                 THAT THE LEDGER MOVED BY EXACTLY THE AMOUNT
000210*                 POSTED, AND THAT THE APPLICATION STEP APPLIED OR
000220*                 SUSPENDED EVERY PAYMENT IT READ.  ONE CASH
000230*                 BALANCING REPORT SHOWS ACCEPTED, POSTED,
000240*                 APPLIED, SUSPENDED AND OUT-OF-BALANCE AMOUNTS.
000250*                 A PROOF THAT FAILS ENDS THE STEP WITH CONDITION
000260*                 08; A CONTROL RECORD THAT IS MISSING OR NOT FOR
000270*                 TODAY ENDS IT WITH 16.  EITHER HOLDS THE
000280*                 STATEMENTS AND LETTERS UNTIL THE CASH OFFICE
000290*                 SIGNS OFF.
000300*----------------------------------------------------------------
000310
000320 ENVIRONMENT DIVISION.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT INTAKE-CONTROL-FILE ASSIGN TO PAYECTL
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS VAR-PAYECTL-STATUS.
000390
000400     SELECT POSTING-CONTROL-FILE ASSIGN TO BALPCTL
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS VAR-BALPCTL-STATUS.
000430
000440     SELECT APPLICATION-CONTROL-FILE ASSIGN TO DELQCTL
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS VAR-DELQCTL-STATUS.
000470
000480     SELECT CASH-PROOF-REPORT-FILE ASSIGN TO CASHRPT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS VAR-CASHRPT-STATUS.
000510
000520     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS VAR-PARMCARD-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580
000590*PAYMENT INTAKE CONTROL TOTALS.
000600 FD  INTAKE-CONTROL-FILE
000610     RECORD CONTAINS 80 CHARACTERS
000620     LABEL RECORDS ARE STANDARD.
000630 01  INTAKE-CONTROL-RECORD          PIC X(80).
000640
000650*PAYMENT POSTING CONTROL TOTALS.
000660 FD  POSTING-CONTROL-FILE
000670     RECORD CONTAINS 80 CHARACTERS
000680     LABEL RECORDS ARE STANDARD.
000690 01  POSTING-CONTROL-RECORD         PIC X(80).
000700
000710*PAYMENT APPLICATION CONTROL TOTALS.
000720 FD  APPLICATION-CONTROL-FILE
000730     RECORD CONTAINS 80 CHARACTERS
000740     LABEL RECORDS ARE STANDARD.
000750 01  APPLICATION-CONTROL-RECORD     PIC X(80).
000760
000770*CASH BALANCING REPORT FOR THE CASH OFFICE.
000780 FD  CASH-PROOF-REPORT-FILE
000790     RECORD CONTAINS 132 CHARACTERS
000800     LABEL RECORDS ARE STANDARD.
000810 01  CASH-PROOF-REPORT-LINE         PIC X(132).
000820
000830*PARAMETER CARD - SUPPLIES THE RUN DATE THE CONTROL RECORDS MUST
000840*CARRY.
000850 FD  PARAMETER-CARD-FILE
000860     RECORD CONTAINS 80 CHARACTERS
000870     LABEL RECORDS ARE STANDARD.
000880 01  PARAMETER-CARD-IMAGE           PIC X(80).
000890
000900 WORKING-STORAGE SECTION.
000910
000920*----------------------------------------------------------------
000930* CASH CONTROL-TOTAL RECORD WORKING COPY
000940*----------------------------------------------------------------
000950 COPY CTLTREC.
000960
000970*----------------------------------------------------------------
000980* PARAMETER CARD WORKING COPY
000990*----------------------------------------------------------------
001000 COPY PARMCARD.
001010
001020 01  VAR-PAYECTL-STATUS        PIC X(02) VALUE '00'.
001030     88  VAR-PAYECTL-OK                   VALUE '00'.
001040 01  VAR-BALPCTL-STATUS        PIC X(02) VALUE '00'.
001050     88  VAR-BALPCTL-OK                   VALUE '00'.
001060 01  VAR-DELQCTL-STATUS        PIC X(02) VALUE '00'.
001070     88  VAR-DELQCTL-OK                   VALUE '00'.
001080 01  VAR-CASHRPT-STATUS        PIC X(02) VALUE '00'.
001090     88  VAR-CASHRPT-OK                   VALUE '00'.
001100 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
001110     88  VAR-PARMCARD-OK                  VALUE '00'.
001120
001130*----------------------------------------------------------------
001140* ONE SWITCH PER STEP - SET ONLY WHEN THAT STEP'S CONTROL RECORD
001150* WAS FOUND, NAMED THE RIGHT STEP AND CARRIED TODAY'S RUN DATE.
001160*----------------------------------------------------------------
001170 01  VAR-INTAKE-SWITCH          PIC X(01) VALUE 'N'.
001180     88  VAR-INTAKE-ON-HAND               VALUE 'Y'.
001190     88  VAR-INTAKE-NOT-ON-HAND           VALUE 'N'.
001200 01  VAR-POSTING-SWITCH         PIC X(01) VALUE 'N'.
001210     88  VAR-POSTING-ON-HAND              VALUE 'Y'.
001220     88  VAR-POSTING-NOT-ON-HAND          VALUE 'N'.
001230 01  VAR-APPLICATION-SWITCH     PIC X(01) VALUE 'N'.
001240     88  VAR-APPLICATION-ON-HAND          VALUE 'Y'.
001250     88  VAR-APPLICATION-NOT-ON-HAND      VALUE 'N'.
001260 01  VAR-CONTROL-REASON         PIC X(30) VALUE SPACE.
001270
001280*----------------------------------------------------------------
001290* THE THREE STEPS' TOTALS AS READ
001300*----------------------------------------------------------------
001310 01  VAR-PE-ITEM-COUNT          PIC 9(07) COMP VALUE 0.
001320 01  VAR-PE-ACCEPTED            PIC S9(09)V99 VALUE 0.
001330 01  VAR-PE-SUSPENSE-IN         PIC S9(09)V99 VALUE 0.
001340 01  VAR-BP-ITEM-COUNT          PIC 9(07) COMP VALUE 0.
001350 01  VAR-BP-PAYMENTS-IN         PIC S9(09)V99 VALUE 0.
001360 01  VAR-BP-POSTED              PIC S9(09)V99 VALUE 0.
001370 01  VAR-BP-UNMATCHED           PIC S9(09)V99 VALUE 0.
001380 01  VAR-BP-LEDGER-BEFORE       PIC S9(09)V99 VALUE 0.
001390 01  VAR-BP-LEDGER-AFTER        PIC S9(09)V99 VALUE 0.
001400 01  VAR-DA-ITEM-COUNT          PIC 9(07) COMP VALUE 0.
001410 01  VAR-DA-PAYMENTS-IN         PIC S9(09)V99 VALUE 0.
001420 01  VAR-DA-APPLIED             PIC S9(09)V99 VALUE 0.
001430 01  VAR-DA-SUSPENDED           PIC S9(09)V99 VALUE 0.
001440
001450*----------------------------------------------------------------
001460* THE PROOF IN HAND - LOADED BY EACH PROOF PARAGRAPH AND WORKED
001470* BY 3900-MAKE-ONE-PROOF.
001480*----------------------------------------------------------------
001490 01  VAR-PROOF-SWITCH           PIC X(01) VALUE 'N'.
001500     88  VAR-PROOF-CAN-BE-MADE            VALUE 'Y'.
001510     88  VAR-PROOF-CANNOT-BE-MADE         VALUE 'N'.
001520 01  VAR-COUNT-SWITCH           PIC X(01) VALUE 'Y'.
001530     88  VAR-COUNTS-AGREE                 VALUE 'Y'.
001540     88  VAR-COUNTS-DIFFER                VALUE 'N'.
001550 01  VAR-PROOF-EXPECTED         PIC S9(09)V99 VALUE 0.
001560 01  VAR-PROOF-ACTUAL           PIC S9(09)V99 VALUE 0.
001570 01  VAR-PROOF-DIFFERENCE       PIC S9(09)V99 VALUE 0.
001580
001590*----------------------------------------------------------------
001600* CONTROL TOTALS AND RUN COUNTERS
001610*----------------------------------------------------------------
001620 01  VAR-STEPS-MISSING          PIC 9(07) COMP VALUE 0.
001630 01  VAR-PROOFS-BALANCED        PIC 9(07) COMP VALUE 0.
001640 01  VAR-PROOFS-OUT             PIC 9(07) COMP VALUE 0.
001650 01  VAR-PROOFS-NOT-MADE        PIC 9(07) COMP VALUE 0.
001660 01  VAR-OUT-OF-BALANCE-TOTAL   PIC S9(09)V99 VALUE 0.
001670 01  VAR-CONDITION-CODE         PIC 9(02) VALUE 0.
001680
001690*----------------------------------------------------------------
001700* REPORT PAGINATION FIELDS
001710*----------------------------------------------------------------
001720 01  VAR-PAGE-NUMBER            PIC 9(04) COMP VALUE 0.
001730 01  VAR-LINE-COUNT             PIC 9(03) COMP VALUE 99.
001740 01  VAR-LINES-PER-PAGE         PIC 9(03) COMP VALUE 50.
001750
001760 01  VAR-SYSTEM-DATE            PIC 9(08) VALUE 0.
001770
001780*----------------------------------------------------------------
001790* REPORT LINE WORKING AREAS
001800*----------------------------------------------------------------
001810 01  VAR-HEADING-LINE-1.
001820     05  FILLER                     PIC X(01) VALUE SPACE.
001830     05  FILLER                     PIC X(30) VALUE
001840             'END-OF-DAY CASH PROOF         '.
001850     05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
001860     05  HDR-RUN-DATE               PIC 9999/99/99.
001870     05  FILLER                     PIC X(10) VALUE SPACE.
001880     05  FILLER                     PIC X(06) VALUE 'PAGE: '.
001890     05  HDR-PAGE-NUMBER            PIC ZZZ9.
001900 01  VAR-SECTION-LINE.
001910     05  FILLER                     PIC X(01) VALUE SPACE.
001920     05  SEC-TITLE                  PIC X(40).
001930 01  VAR-STEP-LINE.
001940     05  FILLER                     PIC X(01) VALUE SPACE.
001950     05  STP-STEP                   PIC X(08).
001960     05  FILLER                     PIC X(02) VALUE SPACE.
001970     05  STP-CAPTION                PIC X(30).
001980     05  FILLER                     PIC X(02) VALUE SPACE.
001990     05  STP-COUNT-AREA             PIC X(10).
002000     05  STP-COUNT                  REDEFINES STP-COUNT-AREA
002010                                    PIC ZZ,ZZZ,ZZ9.
002020     05  FILLER                     PIC X(02) VALUE SPACE.
002030     05  STP-AMOUNT-AREA            PIC X(17).
002040     05  STP-AMOUNT                 REDEFINES STP-AMOUNT-AREA
002050                                    PIC -Z,ZZZ,ZZZ,ZZ9.99.
002060 01  VAR-PROOF-HEADING-LINE.
002070     05  FILLER                     PIC X(01) VALUE SPACE.
002080     05  FILLER                     PIC X(36) VALUE 'PROOF'.
002090     05  FILLER                     PIC X(19) VALUE
002100             '         EXPECTED  '.
002110     05  FILLER                     PIC X(19) VALUE
002120             '           ACTUAL  '.
002130     05  FILLER                     PIC X(19) VALUE
002140             '       DIFFERENCE  '.
002150     05  FILLER                     PIC X(14) VALUE 'VERDICT'.
002160 01  VAR-PROOF-LINE.
002170     05  FILLER                     PIC X(01) VALUE SPACE.
002180     05  PRF-CAPTION                PIC X(36).
002190     05  PRF-EXPECTED-AREA          PIC X(17).
002200     05  PRF-EXPECTED               REDEFINES PRF-EXPECTED-AREA
002210                                    PIC -Z,ZZZ,ZZZ,ZZ9.99.
002220     05  FILLER                     PIC X(02) VALUE SPACE.
002230     05  PRF-ACTUAL-AREA            PIC X(17).
002240     05  PRF-ACTUAL                 REDEFINES PRF-ACTUAL-AREA
002250                                    PIC -Z,ZZZ,ZZZ,ZZ9.99.
002260     05  FILLER                     PIC X(02) VALUE SPACE.
002270     05  PRF-DIFFERENCE-AREA        PIC X(17).
002280     05  PRF-DIFFERENCE             REDEFINES PRF-DIFFERENCE-AREA
002290                                    PIC -Z,ZZZ,ZZZ,ZZ9.99.
002300     05  FILLER                     PIC X(02) VALUE SPACE.
002310     05  PRF-VERDICT                PIC X(14).
002320 01  VAR-TOTALS-LINE.
002330     05  FILLER                     PIC X(01) VALUE SPACE.
002340     05  FILLER                     PIC X(22) VALUE
002350             '*** CONTROL TOTALS ***'.
002360 01  VAR-TOTALS-DETAIL.
002370     05  FILLER                     PIC X(01) VALUE SPACE.
002380     05  TOT-CAPTION                PIC X(20).
002390     05  TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.
002400 01  VAR-TOTALS-AMT-DETAIL.
002410     05  FILLER                     PIC X(01) VALUE SPACE.
002420     05  TOT-AMT-CAPTION            PIC X(20).
002430     05  TOT-AMT-VALUE              PIC -Z,ZZZ,ZZZ,ZZ9.99.
002440 01  VAR-VERDICT-LINE.
002450     05  FILLER                     PIC X(01) VALUE SPACE.
002460     05  FILLER                     PIC X(21) VALUE
002470             '*** CASH PROOF     : '.
002480     05  VDT-VERDICT                PIC X(14).
002490     05  FILLER                     PIC X(04) VALUE ' ***'.
002500
002510 PROCEDURE DIVISION.
002520
002530*----------------------------------------------------------------
002540* 0000-MAINLINE
002550* CONTROLS THE OVERALL FLOW OF THE RUN.
002560*----------------------------------------------------------------
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002590     PERFORM 2000-LIST-STEP-TOTALS THRU 2000-EXIT.
002600     PERFORM 3000-MAKE-THE-PROOFS THRU 3000-EXIT.
002610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002620     STOP RUN.
002630
002640*----------------------------------------------------------------
002650* 1000-INITIALIZE
002660* OPENS THE REPORT, READS THE PARAMETER CARD AND PICKS UP THE
002670* THREE STEPS' CONTROL RECORDS.
002680*----------------------------------------------------------------
002690 1000-INITIALIZE.
002700     OPEN OUTPUT CASH-PROOF-REPORT-FILE.
002710     IF NOT VAR-CASHRPT-OK
002720         DISPLAY 'CASHPRF - UNABLE TO OPEN CASH PROOF REPORT, '
002730             'STATUS = ' VAR-CASHRPT-STATUS
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF.
002770     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
002780     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
002790     MOVE 'STEP CONTROL TOTALS' TO SEC-TITLE.
002800     PERFORM 2950-WRITE-SECTION-LINE THRU 2950-EXIT.
002810     MOVE SPACES TO VAR-CONTROL-REASON.
002820     PERFORM 1300-READ-INTAKE-TOTALS THRU 1300-EXIT.
002830     IF VAR-INTAKE-NOT-ON-HAND
002840         MOVE 'PAYEDIT ' TO STP-STEP
002850         PERFORM 2900-WRITE-MISSING-STEP-LINE THRU 2900-EXIT
002860     END-IF.
002870     MOVE SPACES TO VAR-CONTROL-REASON.
002880     PERFORM 1400-READ-POSTING-TOTALS THRU 1400-EXIT.
002890     IF VAR-POSTING-NOT-ON-HAND
002900         MOVE 'BALPOST ' TO STP-STEP
002910         PERFORM 2900-WRITE-MISSING-STEP-LINE THRU 2900-EXIT
002920     END-IF.
002930     MOVE SPACES TO VAR-CONTROL-REASON.
002940     PERFORM 1600-READ-APPLICATION-TOTALS THRU 1600-EXIT.
002950     IF VAR-APPLICATION-NOT-ON-HAND
002960         MOVE 'DELQAGE ' TO STP-STEP
002970         PERFORM 2900-WRITE-MISSING-STEP-LINE THRU 2900-EXIT
002980     END-IF.
002990 1000-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------------
003030* 1200-READ-PARAMETER-CARD
003040* ONLY THE RUN DATE IS USED HERE; THE SAME MISSING-CARD
003050* FALLBACK AS THE DAILY RUN APPLIES.
003060*----------------------------------------------------------------
003070 1200-READ-PARAMETER-CARD.
003080     OPEN INPUT PARAMETER-CARD-FILE.
003090     READ PARAMETER-CARD-FILE INTO PARAMETER-CARD
003100         AT END
003110             MOVE '10' TO VAR-PARMCARD-STATUS
003120     END-READ.
003130     CLOSE PARAMETER-CARD-FILE.
003140     IF VAR-PARMCARD-OK
003150             AND PARM-RUN-YYYY NUMERIC
003160             AND PARM-RUN-MM NUMERIC
003170             AND PARM-RUN-DD NUMERIC
003180         NEXT SENTENCE
003190     ELSE
003200         ACCEPT VAR-SYSTEM-DATE FROM DATE YYYYMMDD
003210         MOVE VAR-SYSTEM-DATE(1:4) TO PARM-RUN-YYYY
003220         MOVE VAR-SYSTEM-DATE(5:2) TO PARM-RUN-MM
003230         MOVE VAR-SYSTEM-DATE(7:2) TO PARM-RUN-DD
003240     END-IF.
003250 1200-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------------
003290* 1300-READ-INTAKE-TOTALS
003300* A CONTROL FILE THAT IS NOT THERE, IS EMPTY, OR HOLDS ANOTHER
003310* DAY'S TOTALS MEANS THE STEP DID NOT RUN TODAY - THE PROOFS IT
003320* FEEDS CANNOT BE MADE.
003330*----------------------------------------------------------------
003340 1300-READ-INTAKE-TOTALS.
003350     OPEN INPUT INTAKE-CONTROL-FILE.
003360     IF NOT VAR-PAYECTL-OK
003370         MOVE 'CONTROL FILE NOT PRESENT' TO VAR-CONTROL-REASON
003380         GO TO 1300-EXIT
003390     END-IF.
003400     READ INTAKE-CONTROL-FILE INTO CONTROL-TOTAL-RECORD
003410         AT END
003420             MOVE 'CONTROL FILE IS EMPTY' TO VAR-CONTROL-REASON
003430     END-READ.
003440     CLOSE INTAKE-CONTROL-FILE.
003450     IF VAR-CONTROL-REASON NOT = SPACES
003460         GO TO 1300-EXIT
003470     END-IF.
003480     PERFORM 1700-CHECK-CONTROL-RECORD THRU 1700-EXIT.
003490     IF VAR-CONTROL-REASON = SPACES AND NOT CTL-FROM-PAYEDIT
003500         MOVE 'RECORD IS FOR ANOTHER STEP' TO VAR-CONTROL-REASON
003510     END-IF.
003520     IF VAR-CONTROL-REASON NOT = SPACES
003530         GO TO 1300-EXIT
003540     END-IF.
003550     SET VAR-INTAKE-ON-HAND TO TRUE.
003560     MOVE CTL-ITEM-COUNT TO VAR-PE-ITEM-COUNT.
003570     MOVE CTL-PE-ACCEPTED TO VAR-PE-ACCEPTED.
003580     MOVE CTL-PE-SUSPENSE-IN TO VAR-PE-SUSPENSE-IN.
003590 1300-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------------
003630* 1400-READ-POSTING-TOTALS
003640*----------------------------------------------------------------
003650 1400-READ-POSTING-TOTALS.
003660     OPEN INPUT POSTING-CONTROL-FILE.
003670     IF NOT VAR-BALPCTL-OK
003680         MOVE 'CONTROL FILE NOT PRESENT' TO VAR-CONTROL-REASON
003690         GO TO 1400-EXIT
003700     END-IF.
003710     READ POSTING-CONTROL-FILE INTO CONTROL-TOTAL-RECORD
003720         AT END
003730             MOVE 'CONTROL FILE IS EMPTY' TO VAR-CONTROL-REASON
003740     END-READ.
003750     CLOSE POSTING-CONTROL-FILE.
003760     IF VAR-CONTROL-REASON NOT = SPACES
003770         GO TO 1400-EXIT
003780     END-IF.
003790     PERFORM 1700-CHECK-CONTROL-RECORD THRU 1700-EXIT.
003800     IF VAR-CONTROL-REASON = SPACES AND NOT CTL-FROM-BALPOST
003810         MOVE 'RECORD IS FOR ANOTHER STEP' TO VAR-CONTROL-REASON
003820     END-IF.
003830     IF VAR-CONTROL-REASON NOT = SPACES
003840         GO TO 1400-EXIT
003850     END-IF.
003860     SET VAR-POSTING-ON-HAND TO TRUE.
003870     MOVE CTL-ITEM-COUNT TO VAR-BP-ITEM-COUNT.
003880     MOVE CTL-BP-PAYMENTS-IN TO VAR-BP-PAYMENTS-IN.
003890     MOVE CTL-BP-POSTED TO VAR-BP-POSTED.
003900     MOVE CTL-BP-UNMATCHED TO VAR-BP-UNMATCHED.
003910     MOVE CTL-BP-LEDGER-BEFORE TO VAR-BP-LEDGER-BEFORE.
003920     MOVE CTL-BP-LEDGER-AFTER TO VAR-BP-LEDGER-AFTER.
003930 1400-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------
003970* 1500-WRITE-REPORT-HEADINGS
003980* PRINTS THE PAGE HEADING AND RESETS THE LINE COUNTER.
003990*----------------------------------------------------------------
004000 1500-WRITE-REPORT-HEADINGS.
004010     ADD 1 TO VAR-PAGE-NUMBER.
004020     MOVE PARM-RUN-DATE-NUM TO HDR-RUN-DATE.
004030     MOVE VAR-PAGE-NUMBER TO HDR-PAGE-NUMBER.
004040     WRITE CASH-PROOF-REPORT-LINE FROM VAR-HEADING-LINE-1
004050         AFTER ADVANCING PAGE.
004060     MOVE 1 TO VAR-LINE-COUNT.
004070 1500-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------
004110* 1600-READ-APPLICATION-TOTALS
004120*----------------------------------------------------------------
004130 1600-READ-APPLICATION-TOTALS.
004140     OPEN INPUT APPLICATION-CONTROL-FILE.
004150     IF NOT VAR-DELQCTL-OK
004160         MOVE 'CONTROL FILE NOT PRESENT' TO VAR-CONTROL-REASON
004170         GO TO 1600-EXIT
004180     END-IF.
004190     READ APPLICATION-CONTROL-FILE INTO CONTROL-TOTAL-RECORD
004200         AT END
004210             MOVE 'CONTROL FILE IS EMPTY' TO VAR-CONTROL-REASON
004220     END-READ.
004230     CLOSE APPLICATION-CONTROL-FILE.
004240     IF VAR-CONTROL-REASON NOT = SPACES
004250         GO TO 1600-EXIT
004260     END-IF.
004270     PERFORM 1700-CHECK-CONTROL-RECORD THRU 1700-EXIT.
004280     IF VAR-CONTROL-REASON = SPACES AND NOT CTL-FROM-DELQAGE
004290         MOVE 'RECORD IS FOR ANOTHER STEP' TO VAR-CONTROL-REASON
004300     END-IF.
004310     IF VAR-CONTROL-REASON NOT = SPACES
004320         GO TO 1600-EXIT
004330     END-IF.
004340     SET VAR-APPLICATION-ON-HAND TO TRUE.
004350     MOVE CTL-ITEM-COUNT TO VAR-DA-ITEM-COUNT.
004360     MOVE CTL-DA-PAYMENTS-IN TO VAR-DA-PAYMENTS-IN.
004370     MOVE CTL-DA-APPLIED TO VAR-DA-APPLIED.
004380     MOVE CTL-DA-SUSPENDED TO VAR-DA-SUSPENDED.
004390 1600-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------------
004430* 1700-CHECK-CONTROL-RECORD
004440* A RECORD LEFT FROM ANOTHER DAY IS NO PROOF OF TODAY'S CASH.
004450*----------------------------------------------------------------
004460 1700-CHECK-CONTROL-RECORD.
004470     MOVE SPACES TO VAR-CONTROL-REASON.
004480     IF CTL-RUN-DATE NOT NUMERIC
004490             OR CTL-RUN-DATE NOT = PARM-RUN-DATE-NUM
004500         MOVE 'CONTROL RECORD IS STALE' TO VAR-CONTROL-REASON
004510     END-IF.
004520 1700-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------
004560* 2000-LIST-STEP-TOTALS
004570* PRINTS EACH STEP'S OWN TOTALS AS IT REPORTED THEM.
004580*----------------------------------------------------------------
004590 2000-LIST-STEP-TOTALS.
004600     IF VAR-INTAKE-ON-HAND
004610         MOVE 'PAYEDIT ' TO STP-STEP
004620         MOVE 'ACCEPTED INTO PAYMENTS FILE' TO STP-CAPTION
004630         MOVE VAR-PE-ITEM-COUNT TO STP-COUNT
004640         MOVE VAR-PE-ACCEPTED TO STP-AMOUNT
004650         PERFORM 2800-WRITE-STEP-LINE THRU 2800-EXIT
004660         MOVE 'OF WHICH SUSPENSE RE-PRESENTED' TO STP-CAPTION
004670         MOVE SPACES TO STP-COUNT-AREA
004680         MOVE VAR-PE-SUSPENSE-IN TO STP-AMOUNT
004690         PERFORM 2800-WRITE-STEP-LINE THRU 2800-EXIT
004700     END-IF.
004710     IF VAR-POSTING-ON-HAND
004720         MOVE 'BALPOST ' TO STP-STEP
004730         MOVE 'PAYMENTS READ' TO STP-CAPTION
004740         MOVE VAR-BP-ITEM-COUNT TO STP-COUNT
004750         MOVE VAR-BP-PAYMENTS-IN TO STP-AMOUNT
004760         PERFORM 2800-WRITE-STEP-LINE THRU 2800-EXIT
004770         MOVE SPACES TO STP-COUNT-AREA
004780         MOVE 'POSTED TO LEDGER' TO STP-CAPTION
004790         MOVE VAR-BP-POSTED TO STP-AMOUNT
004800         PERFORM 2800-WRITE-STEP-LINE THRU 2800-EXIT
004810         MOVE 'UNMATCHED - NO LEDGER RECORD' TO STP-CAPTION
004820         MOVE VAR-BP-UNMATCHED TO STP-AMOUNT
004830         PERFORM 2800-WRITE-STEP-LINE THRU 2800-EXIT
004840         MOVE 'LEDGER BEFORE POSTING' TO STP-CAPTION
004850         MOVE VAR-BP-LEDGER-BEFORE TO STP-AMOUNT
004860         PERFORM 2800-WRITE-STEP-LINE THRU 2800-EXIT
004870         MOVE 'LEDGER AFTER POSTING' TO STP-CAPTION
004880         MOVE VAR-BP-LEDGER-AFTER TO STP-AMOUNT
004890         PERFORM 2800-WRITE-STEP-LINE THRU 2800-EXIT
004900     END-IF.
004910     IF VAR-APPLICATION-ON-HAND
004920         MOVE 'DELQAGE ' TO STP-STEP
004930         MOVE 'PAYMENTS READ' TO STP-CAPTION
004940         MOVE VAR-DA-ITEM-COUNT TO STP-COUNT
004950         MOVE VAR-DA-PAYMENTS-IN TO STP-AMOUNT
004960         PERFORM 2800-WRITE-STEP-LINE THRU 2800-EXIT
004970         MOVE SPACES TO STP-COUNT-AREA
004980         MOVE 'APPLIED TO INSTALLMENTS' TO STP-CAPTION
004990         MOVE VAR-DA-APPLIED TO STP-AMOUNT
005000         PERFORM 2800-WRITE-STEP-LINE THRU 2800-EXIT
005010         MOVE 'SENT TO SUSPENSE' TO STP-CAPTION
005020         MOVE VAR-DA-SUSPENDED TO STP-AMOUNT
005030         PERFORM 2800-WRITE-STEP-LINE THRU 2800-EXIT
005040     END-IF.
005050 2000-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------------
005090* 2800-WRITE-STEP-LINE
005100*----------------------------------------------------------------
005110 2800-WRITE-STEP-LINE.
005120     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE
005130         PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT
005140     END-IF.
005150     WRITE CASH-PROOF-REPORT-LINE FROM VAR-STEP-LINE
005160         AFTER ADVANCING 1 LINE.
005170     ADD 1 TO VAR-LINE-COUNT.
005180 2800-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------
005220* 2900-WRITE-MISSING-STEP-LINE
005230* NAMES A STEP WHOSE CONTROL RECORD COULD NOT BE USED, AND WHY.
005240*----------------------------------------------------------------
005250 2900-WRITE-MISSING-STEP-LINE.
005260     ADD 1 TO VAR-STEPS-MISSING.
005270     MOVE VAR-CONTROL-REASON TO STP-CAPTION.
005280     MOVE SPACES TO STP-COUNT-AREA.
005290     MOVE SPACES TO STP-AMOUNT-AREA.
005300     PERFORM 2800-WRITE-STEP-LINE THRU 2800-EXIT.
005310 2900-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------------
005350* 2950-WRITE-SECTION-LINE
005360*----------------------------------------------------------------
005370 2950-WRITE-SECTION-LINE.
005380     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE - 2
005390         PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT
005400     END-IF.
005410     WRITE CASH-PROOF-REPORT-LINE FROM VAR-SECTION-LINE
005420         AFTER ADVANCING 2 LINES.
005430     ADD 2 TO VAR-LINE-COUNT.
005440 2950-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------------
005480* 3000-MAKE-THE-PROOFS
005490* FIVE PROOFS.  THE TWO THAT TIE A STEP BACK TO THE INTAKE ALSO
005500* CHECK THE PAYMENT COUNT, SO TWO ERRORS THAT HAPPEN TO CANCEL IN
005510* AMOUNT STILL SHOW.
005520*----------------------------------------------------------------
005530 3000-MAKE-THE-PROOFS.
005540     MOVE 'CASH PROOFS' TO SEC-TITLE.
005550     PERFORM 2950-WRITE-SECTION-LINE THRU 2950-EXIT.
005560     WRITE CASH-PROOF-REPORT-LINE FROM VAR-PROOF-HEADING-LINE
005570         AFTER ADVANCING 1 LINE.
005580     ADD 1 TO VAR-LINE-COUNT.
005590     PERFORM 3100-PROVE-INTAKE-TO-POSTING THRU 3100-EXIT.
005600     PERFORM 3200-PROVE-POSTING-READ THRU 3200-EXIT.
005610     PERFORM 3300-PROVE-LEDGER-MOVEMENT THRU 3300-EXIT.
005620     PERFORM 3400-PROVE-INTAKE-TO-APPLY THRU 3400-EXIT.
005630     PERFORM 3500-PROVE-APPLICATION-READ THRU 3500-EXIT.
005640 3000-EXIT.
005650     EXIT.
005660
005670*----------------------------------------------------------------
005680* 3100-PROVE-INTAKE-TO-POSTING
005690* EVERYTHING ACCEPTED INTO THE PAYMENTS FILE REACHED THE POSTING.
005700*----------------------------------------------------------------
005710 3100-PROVE-INTAKE-TO-POSTING.
005720     MOVE 'ACCEPTED = POSTING READ' TO PRF-CAPTION.
005730     SET VAR-PROOF-CANNOT-BE-MADE TO TRUE.
005740     SET VAR-COUNTS-AGREE TO TRUE.
005750     IF VAR-INTAKE-ON-HAND AND VAR-POSTING-ON-HAND
005760         SET VAR-PROOF-CAN-BE-MADE TO TRUE
005770         MOVE VAR-PE-ACCEPTED TO VAR-PROOF-EXPECTED
005780         MOVE VAR-BP-PAYMENTS-IN TO VAR-PROOF-ACTUAL
005790         IF VAR-PE-ITEM-COUNT NOT = VAR-BP-ITEM-COUNT
005800             SET VAR-COUNTS-DIFFER TO TRUE
005810         END-IF
005820     END-IF.
005830     PERFORM 3900-MAKE-ONE-PROOF THRU 3900-EXIT.
005840 3100-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------
005880* 3200-PROVE-POSTING-READ
005890* EVERY PAYMENT THE POSTING READ WAS POSTED OR LEFT UNMATCHED.
005900*----------------------------------------------------------------
005910 3200-PROVE-POSTING-READ.
005920     MOVE 'POSTING READ = POSTED + UNMATCHED' TO PRF-CAPTION.
005930     SET VAR-PROOF-CANNOT-BE-MADE TO TRUE.
005940     SET VAR-COUNTS-AGREE TO TRUE.
005950     IF VAR-POSTING-ON-HAND
005960         SET VAR-PROOF-CAN-BE-MADE TO TRUE
005970         MOVE VAR-BP-PAYMENTS-IN TO VAR-PROOF-EXPECTED
005980         ADD VAR-BP-POSTED VAR-BP-UNMATCHED
005990             GIVING VAR-PROOF-ACTUAL
006000     END-IF.
006010     PERFORM 3900-MAKE-ONE-PROOF THRU 3900-EXIT.
006020 3200-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------
006060* 3300-PROVE-LEDGER-MOVEMENT
006070* THE OLD LEDGER TOTAL LESS THE PAYMENTS POSTED IS THE NEW
006080* LEDGER TOTAL.
006090*----------------------------------------------------------------
006100 3300-PROVE-LEDGER-MOVEMENT.
006110     MOVE 'LEDGER BEFORE - POSTED = AFTER' TO PRF-CAPTION.
006120     SET VAR-PROOF-CANNOT-BE-MADE TO TRUE.
006130     SET VAR-COUNTS-AGREE TO TRUE.
006140     IF VAR-POSTING-ON-HAND
006150         SET VAR-PROOF-CAN-BE-MADE TO TRUE
006160         SUBTRACT VAR-BP-POSTED FROM VAR-BP-LEDGER-BEFORE
006170             GIVING VAR-PROOF-EXPECTED
006180         MOVE VAR-BP-LEDGER-AFTER TO VAR-PROOF-ACTUAL
006190     END-IF.
006200     PERFORM 3900-MAKE-ONE-PROOF THRU 3900-EXIT.
006210 3300-EXIT.
006220     EXIT.
006230
006240*----------------------------------------------------------------
006250* 3400-PROVE-INTAKE-TO-APPLY
006260* EVERYTHING ACCEPTED INTO THE PAYMENTS FILE REACHED THE
006270* APPLICATION.
006280*----------------------------------------------------------------
006290 3400-PROVE-INTAKE-TO-APPLY.
006300     MOVE 'ACCEPTED = APPLICATION READ' TO PRF-CAPTION.
006310     SET VAR-PROOF-CANNOT-BE-MADE TO TRUE.
006320     SET VAR-COUNTS-AGREE TO TRUE.
006330     IF VAR-INTAKE-ON-HAND AND VAR-APPLICATION-ON-HAND
006340         SET VAR-PROOF-CAN-BE-MADE TO TRUE
006350         MOVE VAR-PE-ACCEPTED TO VAR-PROOF-EXPECTED
006360         MOVE VAR-DA-PAYMENTS-IN TO VAR-PROOF-ACTUAL
006370         IF VAR-PE-ITEM-COUNT NOT = VAR-DA-ITEM-COUNT
006380             SET VAR-COUNTS-DIFFER TO TRUE
006390         END-IF
006400     END-IF.
006410     PERFORM 3900-MAKE-ONE-PROOF THRU 3900-EXIT.
006420 3400-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------
006460* 3500-PROVE-APPLICATION-READ
006470* EVERY PAYMENT THE APPLICATION READ WAS APPLIED OR SUSPENDED.
006480*----------------------------------------------------------------
006490 3500-PROVE-APPLICATION-READ.
006500     MOVE 'APPLICATION READ = APPLIED + SUSP' TO PRF-CAPTION.
006510     SET VAR-PROOF-CANNOT-BE-MADE TO TRUE.
006520     SET VAR-COUNTS-AGREE TO TRUE.
006530     IF VAR-APPLICATION-ON-HAND
006540         SET VAR-PROOF-CAN-BE-MADE TO TRUE
006550         MOVE VAR-DA-PAYMENTS-IN TO VAR-PROOF-EXPECTED
006560         ADD VAR-DA-APPLIED VAR-DA-SUSPENDED
006570             GIVING VAR-PROOF-ACTUAL
006580     END-IF.
006590     PERFORM 3900-MAKE-ONE-PROOF THRU 3900-EXIT.
006600 3500-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------------
006640* 3900-MAKE-ONE-PROOF
006650* WORKS THE PROOF IN HAND: DIFFERENCE, VERDICT, REPORT LINE AND
006660* THE RUNNING OUT-OF-BALANCE AMOUNT (DIFFERENCES ARE ADDED
006670* REGARDLESS OF SIGN SO TWO ERRORS CANNOT NET TO ZERO).
006680*----------------------------------------------------------------
006690 3900-MAKE-ONE-PROOF.
006700     IF VAR-PROOF-CANNOT-BE-MADE
006710         ADD 1 TO VAR-PROOFS-NOT-MADE
006720         MOVE SPACES TO PRF-EXPECTED-AREA
006730         MOVE SPACES TO PRF-ACTUAL-AREA
006740         MOVE SPACES TO PRF-DIFFERENCE-AREA
006750         MOVE 'NOT PROVED' TO PRF-VERDICT
006760         GO TO 3900-WRITE
006770     END-IF.
006780     SUBTRACT VAR-PROOF-EXPECTED FROM VAR-PROOF-ACTUAL
006790         GIVING VAR-PROOF-DIFFERENCE.
006800     MOVE VAR-PROOF-EXPECTED TO PRF-EXPECTED.
006810     MOVE VAR-PROOF-ACTUAL TO PRF-ACTUAL.
006820     MOVE VAR-PROOF-DIFFERENCE TO PRF-DIFFERENCE.
006830     IF VAR-PROOF-DIFFERENCE < 0
006840         SUBTRACT VAR-PROOF-DIFFERENCE
006850             FROM VAR-OUT-OF-BALANCE-TOTAL
006860     ELSE
006870         ADD VAR-PROOF-DIFFERENCE TO VAR-OUT-OF-BALANCE-TOTAL
006880     END-IF.
006890     IF VAR-PROOF-DIFFERENCE NOT = 0
006900         ADD 1 TO VAR-PROOFS-OUT
006910         MOVE 'OUT OF BALANCE' TO PRF-VERDICT
006920         GO TO 3900-WRITE
006930     END-IF.
006940     IF VAR-COUNTS-DIFFER
006950         ADD 1 TO VAR-PROOFS-OUT
006960         MOVE 'COUNT DIFFERS' TO PRF-VERDICT
006970         GO TO 3900-WRITE
006980     END-IF.
006990     ADD 1 TO VAR-PROOFS-BALANCED.
007000     MOVE 'IN BALANCE' TO PRF-VERDICT.
007010 3900-WRITE.
007020     IF VAR-LINE-COUNT >= VAR-LINES-PER-PAGE
007030         PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT
007040     END-IF.
007050     WRITE CASH-PROOF-REPORT-LINE FROM VAR-PROOF-LINE
007060         AFTER ADVANCING 1 LINE.
007070     ADD 1 TO VAR-LINE-COUNT.
007080 3900-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------------
007120* 9000-TERMINATE
007130* PRINTS THE CASH BALANCING TOTALS AND THE VERDICT, AND GRADES
007140* THE RUN FOR THE SCHEDULER: 00 PROVED, 08 OUT OF BALANCE, 16 A
007150* STEP'S TOTALS MISSING SO THE DAY CANNOT BE PROVED AT ALL.
007160*----------------------------------------------------------------
007170 9000-TERMINATE.
007180     WRITE CASH-PROOF-REPORT-LINE FROM VAR-TOTALS-LINE
007190         AFTER ADVANCING 2 LINES.
007200     MOVE 'AMOUNT ACCEPTED .  ' TO TOT-AMT-CAPTION.
007210     MOVE VAR-PE-ACCEPTED TO TOT-AMT-VALUE.
007220     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
007230     MOVE 'AMOUNT POSTED ...  ' TO TOT-AMT-CAPTION.
007240     MOVE VAR-BP-POSTED TO TOT-AMT-VALUE.
007250     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
007260     MOVE 'AMOUNT UNMATCHED   ' TO TOT-AMT-CAPTION.
007270     MOVE VAR-BP-UNMATCHED TO TOT-AMT-VALUE.
007280     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
007290     MOVE 'AMOUNT APPLIED ..  ' TO TOT-AMT-CAPTION.
007300     MOVE VAR-DA-APPLIED TO TOT-AMT-VALUE.
007310     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
007320     MOVE 'AMOUNT SUSPENDED   ' TO TOT-AMT-CAPTION.
007330     MOVE VAR-DA-SUSPENDED TO TOT-AMT-VALUE.
007340     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
007350     MOVE 'OUT OF BALANCE ..  ' TO TOT-AMT-CAPTION.
007360     MOVE VAR-OUT-OF-BALANCE-TOTAL TO TOT-AMT-VALUE.
007370     PERFORM 9150-WRITE-AMOUNT-LINE THRU 9150-EXIT.
007380     MOVE 'PROOFS BALANCED .  ' TO TOT-CAPTION.
007390     MOVE VAR-PROOFS-BALANCED TO TOT-VALUE.
007400     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007410     MOVE 'PROOFS OUT ......  ' TO TOT-CAPTION.
007420     MOVE VAR-PROOFS-OUT TO TOT-VALUE.
007430     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007440     MOVE 'PROOFS NOT MADE .  ' TO TOT-CAPTION.
007450     MOVE VAR-PROOFS-NOT-MADE TO TOT-VALUE.
007460     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007470     MOVE 'STEPS MISSING ...  ' TO TOT-CAPTION.
007480     MOVE VAR-STEPS-MISSING TO TOT-VALUE.
007490     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007500     IF VAR-STEPS-MISSING > 0
007510         MOVE 16 TO VAR-CONDITION-CODE
007520         MOVE 'NOT PROVED' TO VDT-VERDICT
007530         DISPLAY 'CASHPRF - CASH NOT PROVED, STEP TOTALS MISSING'
007540     ELSE
007550         IF VAR-PROOFS-OUT > 0
007560             MOVE 8 TO VAR-CONDITION-CODE
007570             MOVE 'OUT OF BALANCE' TO VDT-VERDICT
007580             DISPLAY 'CASHPRF - CASH OUT OF BALANCE, '
007590                 'SEE THE CASH PROOF REPORT'
007600         ELSE
007610             MOVE 0 TO VAR-CONDITION-CODE
007620             MOVE 'BALANCED' TO VDT-VERDICT
007630         END-IF
007640     END-IF.
007650     WRITE CASH-PROOF-REPORT-LINE FROM VAR-VERDICT-LINE
007660         AFTER ADVANCING 2 LINES.
007670     CLOSE CASH-PROOF-REPORT-FILE.
007680     MOVE VAR-CONDITION-CODE TO RETURN-CODE.
007690 9000-EXIT.
007700     EXIT.
007710
007720*----------------------------------------------------------------
007730* 9100-WRITE-TOTALS-LINE
007740*----------------------------------------------------------------
007750 9100-WRITE-TOTALS-LINE.
007760     WRITE CASH-PROOF-REPORT-LINE FROM VAR-TOTALS-DETAIL
007770         AFTER ADVANCING 1 LINE.
007780 9100-EXIT.
007790     EXIT.
007800
007810*----------------------------------------------------------------
007820* 9150-WRITE-AMOUNT-LINE
007830*----------------------------------------------------------------
007840 9150-WRITE-AMOUNT-LINE.
007850     WRITE CASH-PROOF-REPORT-LINE FROM VAR-TOTALS-AMT-DETAIL
007860         AFTER ADVANCING 1 LINE.
007870 9150-EXIT.
007880     EXIT.
