000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STMTHST.
000030 AUTHOR. CALVIN HOBBES.
000040 INSTALLATION. RETAIL BANKING - CUSTOMER SERVICES BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070
000080*----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-15 CJH  ORIGINAL VERSION.  ROLLS THE DAY'S STATEMENT
000130*                 HISTORY LEFT BY THE STATEMENT RUN INTO THE
000140*                 PERMANENT STATEMENT HISTORY, OLD-HISTORY-PLUS-
000150*                 TODAY INTO NEW HISTORY THE SAME WAY THE AUDIT
000160*                 HISTORY IS ROLLED.  ON THE WAY THROUGH, RECORDS
000170*                 OF STATEMENTS DATED BEFORE THE RETENTION CUTOFF
000180*                 ON THE PARAMETER CARD ARE TRIMMED.  A STATEMENT
000190*                 DATE ALREADY ON THE HISTORY WHEN THE SAME DATE
000200*                 IS ROLLED IN AGAIN (THE STATEMENT RUN WAS RERUN,
000210*                 OR THIS STEP WAS) IS REPLACED BY THE NEW COPY
000220*                 RATHER THAN DOUBLED.  A MISSING OLD HISTORY IS
000230*                 THE FIRST-EVER ROLL-IN; A MISSING DAY FILE MEANS
000240*                 NO STATEMENTS WERE CUT.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OLD-HISTORY-FILE ASSIGN TO OLDSTMH
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS VAR-OLDSTMH-STATUS.
000340
000350     SELECT DAY-STATEMENT-FILE ASSIGN TO STMTDAY
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS VAR-STMTDAY-STATUS.
000380
000390     SELECT NEW-HISTORY-FILE ASSIGN TO NEWSTMH
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS VAR-NEWSTMH-STATUS.
000420
000430     SELECT HISTORY-REPORT-FILE ASSIGN TO SHSTRPT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS VAR-SHSTRPT-STATUS.
000460
000470     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS VAR-PARMCARD-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530
000540*OLD STATEMENT HISTORY - EVERY STATEMENT KEPT FROM PRIOR ROLL-INS,
000550*OLDEST FIRST.
000560 FD  OLD-HISTORY-FILE
000570     RECORD CONTAINS 80 CHARACTERS
000580     LABEL RECORDS ARE STANDARD.
000590 01  OLD-HISTORY-RECORD             PIC X(80).
000600
000610*DAY'S STATEMENT HISTORY - AS WRITTEN BY THE STATEMENT RUN.  THE
000620*RECORD IS LEFT IN THE FILE AREA UNTIL THE OLD HISTORY HAS
000630*DRAINED, SO ITS STATEMENT DATE CAN BE SEEN BEFORE THEN.
000640 FD  DAY-STATEMENT-FILE
000650     RECORD CONTAINS 80 CHARACTERS
000660     LABEL RECORDS ARE STANDARD.
000670 01  DAY-STATEMENT-RECORD.
000680     05  DS-CUST-ID                 PIC X(09).
000690     05  DS-STMT-DATE               PIC 9(08).
000700     05  FILLER                     PIC X(63).
000710
000720*NEW STATEMENT HISTORY - OLD HISTORY PLUS TODAY, LESS EXPIRED AND
000730*REPLACED STATEMENTS.
000740 FD  NEW-HISTORY-FILE
000750     RECORD CONTAINS 80 CHARACTERS
000760     LABEL RECORDS ARE STANDARD.
000770 01  NEW-HISTORY-RECORD             PIC X(80).
000780
000790*ROLL-IN ACTIVITY REPORT.
000800 FD  HISTORY-REPORT-FILE
000810     RECORD CONTAINS 132 CHARACTERS
000820     LABEL RECORDS ARE STANDARD.
000830 01  HISTORY-REPORT-LINE            PIC X(132).
000840
000850*PARAMETER CARD - SUPPLIES THE RUN DATE AND RETENTION CUTOFF.
000860 FD  PARAMETER-CARD-FILE
000870     RECORD CONTAINS 80 CHARACTERS
000880     LABEL RECORDS ARE STANDARD.
000890 01  PARAMETER-CARD-IMAGE           PIC X(80).
000900
000910 WORKING-STORAGE SECTION.
000920
000930*----------------------------------------------------------------
000940* STATEMENT HISTORY RECORD WORKING COPY
000950*----------------------------------------------------------------
000960 COPY STMHREC.
000970
000980*----------------------------------------------------------------
000990* PARAMETER CARD WORKING COPY
001000*----------------------------------------------------------------
001010 COPY PARMCARD.
001020
001030 01  VAR-OLDSTMH-STATUS        PIC X(02) VALUE '00'.
001040     88  VAR-OLDSTMH-OK                   VALUE '00'.
001050     88  VAR-OLDSTMH-EOF                  VALUE '10'.
001060     88  VAR-OLDSTMH-MISSING              VALUE '35'.
001070 01  VAR-STMTDAY-STATUS        PIC X(02) VALUE '00'.
001080     88  VAR-STMTDAY-OK                   VALUE '00'.
001090     88  VAR-STMTDAY-EOF                  VALUE '10'.
001100     88  VAR-STMTDAY-MISSING              VALUE '35'.
001110 01  VAR-NEWSTMH-STATUS        PIC X(02) VALUE '00'.
001120     88  VAR-NEWSTMH-OK                   VALUE '00'.
001130 01  VAR-SHSTRPT-STATUS        PIC X(02) VALUE '00'.
001140     88  VAR-SHSTRPT-OK                   VALUE '00'.
001150 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
001160     88  VAR-PARMCARD-OK                  VALUE '00'.
001170
001180 01  VAR-OLD-FILE-SWITCH        PIC X(01) VALUE 'Y'.
001190     88  VAR-OLD-FILE-ON-HAND             VALUE 'Y'.
001200     88  VAR-NO-OLD-FILE                  VALUE 'N'.
001210 01  VAR-DAY-FILE-SWITCH        PIC X(01) VALUE 'Y'.
001220     88  VAR-DAY-FILE-ON-HAND             VALUE 'Y'.
001230     88  VAR-NO-DAY-FILE                  VALUE 'N'.
001240
001250*----------------------------------------------------------------
001260* RETENTION CUTOFF.  STATEMENTS DATED BEFORE THIS ARE TRIMMED;
001270* ZERO (NO CUTOFF KEYED) KEEPS EVERYTHING.
001280*----------------------------------------------------------------
001290 01  VAR-CUTOFF-DATE            PIC 9(08) VALUE 0.
001300
001310*----------------------------------------------------------------
001320* THE STATEMENT DATE BEING ROLLED IN TODAY.  OLD HISTORY CARRYING
001330* THE SAME DATE IS AN EARLIER ROLL-IN OF THE SAME STATEMENTS AND
001340* IS REPLACED.  ZERO WHEN NO STATEMENTS WERE CUT.
001350*----------------------------------------------------------------
001360 01  VAR-DAY-STMT-DATE          PIC 9(08) VALUE 0.
001370
001380*----------------------------------------------------------------
001390* CONTROL TOTALS AND RUN COUNTERS
001400*----------------------------------------------------------------
001410 01  VAR-OLD-ROWS-READ          PIC 9(07) COMP VALUE 0.
001420 01  VAR-DAY-ROWS-READ          PIC 9(07) COMP VALUE 0.
001430 01  VAR-ROWS-TRIMMED           PIC 9(07) COMP VALUE 0.
001440 01  VAR-ROWS-REPLACED          PIC 9(07) COMP VALUE 0.
001450 01  VAR-ROWS-WRITTEN           PIC 9(07) COMP VALUE 0.
001460 01  VAR-STATEMENTS-ADDED       PIC 9(07) COMP VALUE 0.
001470 01  VAR-STATEMENTS-TRIMMED     PIC 9(07) COMP VALUE 0.
001480
001490 01  VAR-SYSTEM-DATE            PIC 9(08) VALUE 0.
001500
001510*----------------------------------------------------------------
001520* REPORT LINE WORKING AREAS
001530*----------------------------------------------------------------
001540 01  VAR-HEADING-LINE-1.
001550     05  FILLER                     PIC X(01) VALUE SPACE.
001560     05  FILLER                     PIC X(30) VALUE
001570             'STATEMENT HISTORY ROLL-IN     '.
001580     05  FILLER                     PIC X(10) VALUE 'RUN DATE: '.
001590     05  HDR-RUN-DATE               PIC 9999/99/99.
001600 01  VAR-CUTOFF-LINE.
001610     05  FILLER                     PIC X(01) VALUE SPACE.
001620     05  FILLER                     PIC X(18) VALUE
001630             'RETENTION CUTOFF: '.
001640     05  CUT-DATE                   PIC 9999/99/99.
001650 01  VAR-NO-CUTOFF-LINE.
001660     05  FILLER                     PIC X(01) VALUE SPACE.
001670     05  FILLER                     PIC X(40) VALUE
001680             'RETENTION CUTOFF: NONE - KEEP EVERYTHING'.
001690 01  VAR-DAY-DATE-LINE.
001700     05  FILLER                     PIC X(01) VALUE SPACE.
001710     05  FILLER                     PIC X(18) VALUE
001720             'STATEMENT DATE:   '.
001730     05  DAY-DATE                   PIC 9999/99/99.
001740 01  VAR-NO-DAY-LINE.
001750     05  FILLER                     PIC X(01) VALUE SPACE.
001760     05  FILLER                     PIC X(40) VALUE
001770             'STATEMENT DATE:   NONE - NO STATEMENTS  '.
001780 01  VAR-TOTALS-LINE.
001790     05  FILLER                     PIC X(01) VALUE SPACE.
001800     05  FILLER                     PIC X(22) VALUE
001810             '*** CONTROL TOTALS ***'.
001820 01  VAR-TOTALS-DETAIL.
001830     05  FILLER                     PIC X(01) VALUE SPACE.
001840     05  TOT-CAPTION                PIC X(20).
001850     05  TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.
001860
001870 PROCEDURE DIVISION.
001880
001890*----------------------------------------------------------------
001900* 0000-MAINLINE
001910* CONTROLS THE OVERALL FLOW OF THE RUN.
001920*----------------------------------------------------------------
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     PERFORM 2000-ROLL-OLD-HISTORY THRU 2000-EXIT
001960         UNTIL VAR-OLDSTMH-EOF.
001970     PERFORM 3000-ROLL-DAY-STATEMENTS THRU 3000-EXIT
001980         UNTIL VAR-STMTDAY-EOF.
001990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002000     STOP RUN.
002010
002020*----------------------------------------------------------------
002030* 1000-INITIALIZE
002040* OPENS THE FILES, READS THE PARAMETER CARD AND PRIMES BOTH
002050* INPUT FILES.  THE DAY FILE IS PRIMED INTO ITS OWN FILE AREA SO
002060* ITS STATEMENT DATE IS KNOWN BEFORE THE OLD HISTORY IS ROLLED.
002070*----------------------------------------------------------------
002080 1000-INITIALIZE.
002090     OPEN INPUT OLD-HISTORY-FILE.
002100     IF VAR-OLDSTMH-MISSING
002110         SET VAR-NO-OLD-FILE TO TRUE
002120         MOVE '10' TO VAR-OLDSTMH-STATUS
002130     ELSE
002140         IF NOT VAR-OLDSTMH-OK
002150             DISPLAY 'STMTHST - UNABLE TO OPEN OLD HISTORY, '
002160                 'STATUS = ' VAR-OLDSTMH-STATUS
002170             MOVE 16 TO RETURN-CODE
002180             STOP RUN
002190         END-IF
002200     END-IF.
002210     OPEN INPUT DAY-STATEMENT-FILE.
002220     IF VAR-STMTDAY-MISSING
002230         SET VAR-NO-DAY-FILE TO TRUE
002240         MOVE '10' TO VAR-STMTDAY-STATUS
002250     ELSE
002260         IF NOT VAR-STMTDAY-OK
002270             DISPLAY 'STMTHST - UNABLE TO OPEN DAY STATEMENTS, '
002280                 'STATUS = ' VAR-STMTDAY-STATUS
002290             MOVE 16 TO RETURN-CODE
002300             STOP RUN
002310         END-IF
002320     END-IF.
002330     OPEN OUTPUT NEW-HISTORY-FILE.
002340     IF NOT VAR-NEWSTMH-OK
002350         DISPLAY 'STMTHST - UNABLE TO OPEN NEW HISTORY, '
002360             'STATUS = ' VAR-NEWSTMH-STATUS
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400     OPEN OUTPUT HISTORY-REPORT-FILE.
002410     IF NOT VAR-SHSTRPT-OK
002420         DISPLAY 'STMTHST - UNABLE TO OPEN HISTORY REPORT, '
002430             'STATUS = ' VAR-SHSTRPT-STATUS
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
002480     IF NOT VAR-STMTDAY-EOF
002490         PERFORM 8200-READ-DAY-STATEMENT THRU 8200-EXIT
002500     END-IF.
002510     IF NOT VAR-STMTDAY-EOF
002520         MOVE DS-STMT-DATE TO VAR-DAY-STMT-DATE
002530     END-IF.
002540     PERFORM 1500-WRITE-REPORT-HEADINGS THRU 1500-EXIT.
002550     IF NOT VAR-OLDSTMH-EOF
002560         PERFORM 8100-READ-OLD-HISTORY THRU 8100-EXIT
002570     END-IF.
002580 1000-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------------
002620* 1200-READ-PARAMETER-CARD
002630* THE RUN DATE AND THE STATEMENT RETENTION CUTOFF COME OFF THE
002640* SAME CARD THE DAILY RUN READS.  A BLANK OR NON-NUMERIC CUTOFF
002650* MEANS KEEP EVERYTHING.
002660*----------------------------------------------------------------
002670 1200-READ-PARAMETER-CARD.
002680     OPEN INPUT PARAMETER-CARD-FILE.
002690     READ PARAMETER-CARD-FILE INTO PARAMETER-CARD
002700         AT END
002710             MOVE '10' TO VAR-PARMCARD-STATUS
002720     END-READ.
002730     CLOSE PARAMETER-CARD-FILE.
002740     IF VAR-PARMCARD-OK
002750             AND PARM-RUN-YYYY NUMERIC
002760             AND PARM-RUN-MM NUMERIC
002770             AND PARM-RUN-DD NUMERIC
002780         NEXT SENTENCE
002790     ELSE
002800         ACCEPT VAR-SYSTEM-DATE FROM DATE YYYYMMDD
002810         MOVE VAR-SYSTEM-DATE(1:4) TO PARM-RUN-YYYY
002820         MOVE VAR-SYSTEM-DATE(5:2) TO PARM-RUN-MM
002830         MOVE VAR-SYSTEM-DATE(7:2) TO PARM-RUN-DD
002840     END-IF.
002850     IF VAR-PARMCARD-OK AND PARM-STMT-CUTOFF-DATE NUMERIC
002860         MOVE PARM-STMT-CUTOFF-DATE TO VAR-CUTOFF-DATE
002870     ELSE
002880         MOVE 0 TO VAR-CUTOFF-DATE
002890     END-IF.
002900 1200-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------------
002940* 1500-WRITE-REPORT-HEADINGS
002950*----------------------------------------------------------------
002960 1500-WRITE-REPORT-HEADINGS.
002970     MOVE PARM-RUN-DATE-NUM TO HDR-RUN-DATE.
002980     WRITE HISTORY-REPORT-LINE FROM VAR-HEADING-LINE-1
002990         AFTER ADVANCING PAGE.
003000     IF VAR-CUTOFF-DATE = 0
003010         WRITE HISTORY-REPORT-LINE FROM VAR-NO-CUTOFF-LINE
003020             AFTER ADVANCING 1 LINE
003030     ELSE
003040         MOVE VAR-CUTOFF-DATE TO CUT-DATE
003050         WRITE HISTORY-REPORT-LINE FROM VAR-CUTOFF-LINE
003060             AFTER ADVANCING 1 LINE
003070     END-IF.
003080     IF VAR-DAY-STMT-DATE = 0
003090         WRITE HISTORY-REPORT-LINE FROM VAR-NO-DAY-LINE
003100             AFTER ADVANCING 1 LINE
003110     ELSE
003120         MOVE VAR-DAY-STMT-DATE TO DAY-DATE
003130         WRITE HISTORY-REPORT-LINE FROM VAR-DAY-DATE-LINE
003140             AFTER ADVANCING 1 LINE
003150     END-IF.
003160 1500-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------------
003200* 2000-ROLL-OLD-HISTORY
003210* ONE PASS PER OLD-HISTORY RECORD: A RECORD OF A STATEMENT DATED
003220* THE SAME AS TODAY'S ROLL-IN IS DROPPED FOR THE NEW COPY, ANY
003230* OTHER IS KEPT OR TRIMMED.  THEN READ THE NEXT.
003240*----------------------------------------------------------------
003250 2000-ROLL-OLD-HISTORY.
003260     IF VAR-DAY-STMT-DATE > 0
003270             AND STMH-STMT-DATE = VAR-DAY-STMT-DATE
003280         ADD 1 TO VAR-ROWS-REPLACED
003290     ELSE
003300         PERFORM 2500-KEEP-OR-TRIM-ROW THRU 2500-EXIT
003310     END-IF.
003320     PERFORM 8100-READ-OLD-HISTORY THRU 8100-EXIT.
003330 2000-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------------
003370* 2500-KEEP-OR-TRIM-ROW
003380* THE RECORD IN STATEMENT-HISTORY-RECORD GOES TO THE NEW HISTORY
003390* WHEN ITS STATEMENT DATE IS ON OR AFTER THE CUTOFF (OR THERE IS
003400* NO CUTOFF).  EVERY RECORD OF A STATEMENT CARRIES THE SAME DATE,
003410* SO A STATEMENT IS ALWAYS KEPT OR TRIMMED WHOLE.
003420*----------------------------------------------------------------
003430 2500-KEEP-OR-TRIM-ROW.
003440     IF VAR-CUTOFF-DATE > 0
003450             AND STMH-STMT-DATE < VAR-CUTOFF-DATE
003460         ADD 1 TO VAR-ROWS-TRIMMED
003470         IF STMH-HEADER
003480             ADD 1 TO VAR-STATEMENTS-TRIMMED
003490         END-IF
003500     ELSE
003510         WRITE NEW-HISTORY-RECORD FROM STATEMENT-HISTORY-RECORD
003520         ADD 1 TO VAR-ROWS-WRITTEN
003530     END-IF.
003540 2500-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------
003580* 3000-ROLL-DAY-STATEMENTS
003590* ONE PASS PER DAY RECORD: SAME KEEP-OR-TRIM RULE, SO A CUTOFF
003600* MOVED RIGHT UP TO TODAY BEHAVES CONSISTENTLY.
003610*----------------------------------------------------------------
003620 3000-ROLL-DAY-STATEMENTS.
003630     MOVE DAY-STATEMENT-RECORD TO STATEMENT-HISTORY-RECORD.
003640     IF STMH-HEADER
003650         ADD 1 TO VAR-STATEMENTS-ADDED
003660     END-IF.
003670     PERFORM 2500-KEEP-OR-TRIM-ROW THRU 2500-EXIT.
003680     PERFORM 8200-READ-DAY-STATEMENT THRU 8200-EXIT.
003690 3000-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------
003730* 8100-READ-OLD-HISTORY
003740*----------------------------------------------------------------
003750 8100-READ-OLD-HISTORY.
003760     READ OLD-HISTORY-FILE INTO STATEMENT-HISTORY-RECORD
003770         AT END
003780             MOVE '10' TO VAR-OLDSTMH-STATUS
003790     END-READ.
003800     IF NOT VAR-OLDSTMH-EOF
003810         ADD 1 TO VAR-OLD-ROWS-READ
003820     END-IF.
003830 8100-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------
003870* 8200-READ-DAY-STATEMENT
003880* READ INTO THE FILE AREA ONLY - THE OLD HISTORY HOLDS THE WORK
003890* AREA UNTIL IT HAS DRAINED.
003900*----------------------------------------------------------------
003910 8200-READ-DAY-STATEMENT.
003920     READ DAY-STATEMENT-FILE
003930         AT END
003940             MOVE '10' TO VAR-STMTDAY-STATUS
003950     END-READ.
003960     IF NOT VAR-STMTDAY-EOF
003970         ADD 1 TO VAR-DAY-ROWS-READ
003980     END-IF.
003990 8200-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------
004030* 9000-TERMINATE
004040* PRINTS THE CONTROL-TOTAL SUMMARY AND CLOSES EVERYTHING DOWN.
004050* OLD IN + DAY IN SHOULD ALWAYS EQUAL ROWS OUT + TRIMMED +
004060* REPLACED.
004070*----------------------------------------------------------------
004080 9000-TERMINATE.
004090     WRITE HISTORY-REPORT-LINE FROM VAR-TOTALS-LINE
004100         AFTER ADVANCING 2 LINES.
004110     MOVE 'OLD HISTORY IN ..  ' TO TOT-CAPTION.
004120     MOVE VAR-OLD-ROWS-READ TO TOT-VALUE.
004130     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
004140     MOVE 'DAY RECORDS IN ..  ' TO TOT-CAPTION.
004150     MOVE VAR-DAY-ROWS-READ TO TOT-VALUE.
004160     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
004170     MOVE 'ROWS TRIMMED ....  ' TO TOT-CAPTION.
004180     MOVE VAR-ROWS-TRIMMED TO TOT-VALUE.
004190     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
004200     MOVE 'ROWS REPLACED ...  ' TO TOT-CAPTION.
004210     MOVE VAR-ROWS-REPLACED TO TOT-VALUE.
004220     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
004230     MOVE 'NEW HISTORY OUT .  ' TO TOT-CAPTION.
004240     MOVE VAR-ROWS-WRITTEN TO TOT-VALUE.
004250     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
004260     MOVE 'STATEMENTS ADDED   ' TO TOT-CAPTION.
004270     MOVE VAR-STATEMENTS-ADDED TO TOT-VALUE.
004280     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
004290     MOVE 'STATEMENTS TRIMMED ' TO TOT-CAPTION.
004300     MOVE VAR-STATEMENTS-TRIMMED TO TOT-VALUE.
004310     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
004320     CLOSE NEW-HISTORY-FILE
004330           HISTORY-REPORT-FILE.
004340     IF VAR-OLD-FILE-ON-HAND
004350         CLOSE OLD-HISTORY-FILE
004360     END-IF.
004370     IF VAR-DAY-FILE-ON-HAND
004380         CLOSE DAY-STATEMENT-FILE
004390     END-IF.
004400 9000-EXIT.
004410     EXIT.
004420
004430 9100-WRITE-TOTALS-LINE.
004440     WRITE HISTORY-REPORT-LINE FROM VAR-TOTALS-DETAIL
004450         AFTER ADVANCING 1 LINE.
004460 9100-EXIT.
004470     EXIT.
