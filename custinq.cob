000181*                 HANDLES A CALL IN ONE INQUIRY INSTEAD OF FOUR.
000182*                 ANY COMPANION FILE THAT IS NOT ON HAND SAYS SO
000183*                 AND THE REST OF THE DISPLAY STILL COMES OUT.
000184* 2026-10-15 CJH  ADDRESS RECORD LENGTHENED TO 100 BYTES.  THE
000185*                 ADDRESS DISPLAY NOW SHOWS THE RETURNED-MAIL
000186*                 PIECE COUNT, DATE AND REASON WHILE MAIL TO
000187*                 THE ADDRESS IS COMING BACK.
000188* 2026-10-15 CJH  THE LAST FIVE STATEMENTS CUT FOR THE CUSTOMER -
000189*                 STATEMENT DATE AND CLOSING BALANCE - ARE SHOWN
000190*                 OFF THE STATEMENT HISTORY.
000191* 2026-10-15 CJH  THE BALANCE DISPLAY NOW SHOWS HOW MANY PAYMENTS
000192*                 HAVE BEEN RETURNED, THE DATE OF THE LAST RETURN
000194*                 AND, ONCE THE RETURN LIMIT IS REACHED, THAT THE
000195*                 CUSTOMER'S CHECKS ARE REFUSED.
000197*----------------------------------------------------------------
000198
000200 ENVIRONMENT DIVISION.
000210
000220 INPUT-OUTPUT SECTION.
000500     SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDITHIS
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS VAR-AUDHIST-STATUS.
000521
000522     SELECT STATEMENT-HISTORY-FILE ASSIGN TO STMTHIST
000525         ORGANIZATION IS SEQUENTIAL
000527         FILE STATUS IS VAR-STMTHIST-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000640
000650*CUSTOMER ADDRESS COMPANION FILE - READ DIRECTLY BY CUST-ID.
000660 FD  CUSTOMER-ADDRESS-FILE
000670     RECORD CONTAINS 100 CHARACTERS
000680     LABEL RECORDS ARE STANDARD.
000690 01  CUSTOMER-ADDRESS-RECORD.
000700     05  CA-CUST-ID                 PIC X(09).
000710     05  FILLER                     PIC X(91).
000720
000730*CUSTOMER ACCOUNT-BALANCE LEDGER - READ DIRECTLY BY CUST-ID.
000740 FD  CUSTOMER-BALANCE-FILE
000980     RECORD CONTAINS 80 CHARACTERS
000990     LABEL RECORDS ARE STANDARD.
001000 01  AUDIT-HISTORY-RECORD           PIC X(80).
001001
001002*PERMANENT STATEMENT HISTORY - SCANNED PER INQUIRY FOR THE MOST
001003*RECENT STATEMENTS CUT FOR THE CUSTOMER.
001004 FD  STATEMENT-HISTORY-FILE
001005     RECORD CONTAINS 80 CHARACTERS
001007     LABEL RECORDS ARE STANDARD.
001008 01  STATEMENT-HISTORY-IN-RECORD    PIC X(80).
001010
001020 WORKING-STORAGE SECTION.
001030
001300* AUDIT RECORD WORKING COPY
001310*----------------------------------------------------------------
001320 COPY AUDITREC.
001321
001322*----------------------------------------------------------------
001324* STATEMENT HISTORY RECORD WORKING COPY
001326*----------------------------------------------------------------
001328 COPY STMHREC.
001330
001340 01  VAR-CUSTMSTR-STATUS       PIC X(02) VALUE '00'.
001350     88  VAR-CUSTMSTR-OK                  VALUE '00'.
001510     88  VAR-AUDHIST-OK                   VALUE '00'.
001520     88  VAR-AUDHIST-EOF                  VALUE '10'.
001530     88  VAR-AUDHIST-MISSING              VALUE '35'.
001532 01  VAR-STMTHIST-STATUS       PIC X(02) VALUE '00'.
001534     88  VAR-STMTHIST-OK                  VALUE '00'.
001536     88  VAR-STMTHIST-EOF                 VALUE '10'.
001538     88  VAR-STMTHIST-MISSING             VALUE '35'.
001540
001550 01  VAR-SESSION-SWITCH         PIC X(01) VALUE 'Y'.
001560     88  VAR-SESSION-OPEN                 VALUE 'Y'.
001800 01  VAR-AUDIT-KEEP-TABLE.
001810     05  VAR-AUDIT-KEPT-ROW         OCCURS 5 TIMES
001820                                    PIC X(80).
001821
001822*----------------------------------------------------------------
001823* MOST-RECENT STATEMENTS.  THE TOTALS RECORD THAT CLOSES EACH
001824* STATEMENT IS KEPT THE SAME WAY AS THE AUDIT ROWS ABOVE.
001825*----------------------------------------------------------------
001826 01  VAR-STMT-KEEP-MAX          PIC 9(02) COMP VALUE 5.
001827 01  VAR-STMT-KEPT-COUNT        PIC 9(02) COMP VALUE 0.
001828 01  VAR-STMT-SUB               PIC 9(02) COMP VALUE 0.
001829 01  VAR-STMT-KEEP-TABLE.
001831     05  VAR-STMT-KEPT-ROW          OCCURS 5 TIMES
001834                                    PIC X(80).
001837
001840 01  VAR-SCHD-LINES-SHOWN       PIC 9(05) COMP VALUE 0.
001850
001860*----------------------------------------------------------------
002670             PERFORM 2400-DISPLAY-SCHEDULE THRU 2400-EXIT
002680             PERFORM 2500-DISPLAY-DELINQUENCY THRU 2500-EXIT
002690             PERFORM 2600-DISPLAY-AUDIT-ROWS THRU 2600-EXIT
002695             PERFORM 2700-DISPLAY-STATEMENTS THRU 2700-EXIT
002700     END-READ.
002710 2000-EXIT.
002720     EXIT.
003110             IF ADDR-HOLD-MAIL
003120                 DISPLAY 'MAIL FLAG ...... HOLD MAIL'
003130             END-IF
003132             IF ADDR-MAIL-RETURNED
003134                 PERFORM 2250-DISPLAY-RETURNED-MAIL THRU 2250-EXIT
003136             END-IF
003140     END-READ.
003150 2200-EXIT.
003160     EXIT.
003161
003162*----------------------------------------------------------------
003163* 2250-DISPLAY-RETURNED-MAIL
003164* MAIL TO THIS ADDRESS HAS COME BACK UNDELIVERABLE - HOW MANY
003165* PIECES, THE LAST ONE'S DATE AND THE POST OFFICE'S REASON, SO
003166* THE REP ASKS THE CALLER FOR A NEW ADDRESS.
003167*----------------------------------------------------------------
003168 2250-DISPLAY-RETURNED-MAIL.
003169     MOVE ADDR-RETURN-COUNT TO VAR-COUNT-EDIT.
003170     DISPLAY 'RETURNED MAIL .. ' VAR-COUNT-EDIT ' PIECE(S)'.
003171     MOVE ADDR-LAST-RETURN-DATE TO VAR-DATE-EDIT.
003172     DISPLAY 'LAST RETURNED .. ' VAR-DATE-EDIT
003173         '  REASON ' ADDR-LAST-RETURN-REASON.
003174 2250-EXIT.
003175     EXIT.
003177
003180*----------------------------------------------------------------
003190* 2300-DISPLAY-BALANCE
003200* THE ACCOUNT BALANCE AND LAST PAYMENT OFF THE LEDGER, WITH THE
003205* RETURNED-PAYMENT HISTORY WHEN THERE IS ANY.
003210*----------------------------------------------------------------
003220 2300-DISPLAY-BALANCE.
003230     IF VAR-CUSTBAL-MISSING
003350             MOVE BAL-LAST-PAY-AMOUNT TO VAR-AMOUNT-EDIT
003360             DISPLAY 'LAST PAYMENT ... ' VAR-AMOUNT-EDIT
003370                 ' ON ' VAR-DATE-EDIT
003375             PERFORM 2350-DISPLAY-RETURNS THRU 2350-EXIT
003380     END-READ.
003381 2300-EXIT.
003382     EXIT.
003383
003384*----------------------------------------------------------------
003385* 2350-DISPLAY-RETURNS
003386* HOW MANY OF THE CUSTOMER'S PAYMENTS HAVE COME BACK AND WHEN
003387* THE LAST ONE DID, WITH THE CHECK REFUSAL CALLED OUT SO THE REP
003388* DOES NOT INVITE ANOTHER CHECK THE CASH OFFICE WILL TURN AWAY.
003389* A RECORD WRITTEN BEFORE RETURNS WERE KEPT CARRIES SPACES THERE
003390* AND READS AS NO RETURNS.
003391*----------------------------------------------------------------
003392 2350-DISPLAY-RETURNS.
003393     IF BAL-RETURN-COUNT NOT NUMERIC
003394         GO TO 2350-EXIT
003395     END-IF.
003396     IF BAL-RETURN-COUNT = 0
003397         GO TO 2350-EXIT
003398     END-IF.
003399     MOVE BAL-RETURN-COUNT TO VAR-COUNT-EDIT.
003400     DISPLAY 'RETURNED PAYMTS  ' VAR-COUNT-EDIT.
003401     IF BAL-LAST-RETURN-DATE NUMERIC
003402         MOVE BAL-LAST-RETURN-DATE TO VAR-DATE-EDIT
003403         DISPLAY 'LAST RETURNED .. ' VAR-DATE-EDIT
003404     END-IF.
003405     IF BAL-CHECKS-REFUSED
003406         DISPLAY 'CHECKS ......... CHECKS REFUSED'
003407     END-IF.
003408 2350-EXIT.
003409     EXIT.
003410
003420*----------------------------------------------------------------
003430* 2400-DISPLAY-SCHEDULE
005210 2620-EXIT.
005220     EXIT.
005230
005231*----------------------------------------------------------------
005232* 2700-DISPLAY-STATEMENTS
005233* SCANS THE PERMANENT STATEMENT HISTORY AND KEEPS THE LAST FIVE
005234* STATEMENTS CUT FOR THE CUSTOMER - ONE TOTALS RECORD CLOSES
005235* EACH STATEMENT, AND THE HISTORY ROLLS IN OLDEST FIRST.
005236*----------------------------------------------------------------
005237 2700-DISPLAY-STATEMENTS.
005238     MOVE 0 TO VAR-STMT-KEPT-COUNT.
005239     MOVE '00' TO VAR-STMTHIST-STATUS.
005240     OPEN INPUT STATEMENT-HISTORY-FILE.
005241     IF VAR-STMTHIST-MISSING
005242         DISPLAY 'STATEMENTS ..... FILE NOT AVAILABLE'
005243         GO TO 2700-EXIT
005244     END-IF.
005245     IF NOT VAR-STMTHIST-OK
005246         DISPLAY 'STATEMENTS ..... NOT READABLE, STATUS = '
005247             VAR-STMTHIST-STATUS
005248         GO TO 2700-EXIT
005249     END-IF.
005250     PERFORM 8400-READ-STATEMENT-HISTORY THRU 8400-EXIT.
005251     PERFORM 2710-KEEP-ONE-STATEMENT THRU 2710-EXIT
005252         UNTIL VAR-STMTHIST-EOF.
005253     CLOSE STATEMENT-HISTORY-FILE.
005254     IF VAR-STMT-KEPT-COUNT = 0
005255         DISPLAY 'STATEMENTS ..... NONE ON FILE'
005256         GO TO 2700-EXIT
005257     END-IF.
005258     MOVE 1 TO VAR-STMT-SUB.
005259     PERFORM 2720-SHOW-ONE-STATEMENT THRU 2720-EXIT
005260         UNTIL VAR-STMT-SUB > VAR-STMT-KEPT-COUNT.
005261 2700-EXIT.
005262     EXIT.
005263
005264 2710-KEEP-ONE-STATEMENT.
005265     IF STMH-CUST-ID = VAR-INQUIRY-ID AND STMH-TOTALS
005266         IF VAR-STMT-KEPT-COUNT < VAR-STMT-KEEP-MAX
005267             ADD 1 TO VAR-STMT-KEPT-COUNT
005268             MOVE STATEMENT-HISTORY-RECORD
005269                 TO VAR-STMT-KEPT-ROW (VAR-STMT-KEPT-COUNT)
005270         ELSE
005271             MOVE 2 TO VAR-STMT-SUB
005272             PERFORM 2715-SHIFT-ONE-STATEMENT THRU 2715-EXIT
005273                 UNTIL VAR-STMT-SUB > VAR-STMT-KEEP-MAX
005274             MOVE STATEMENT-HISTORY-RECORD
005275                 TO VAR-STMT-KEPT-ROW (VAR-STMT-KEEP-MAX)
005276         END-IF
005277     END-IF.
005278     PERFORM 8400-READ-STATEMENT-HISTORY THRU 8400-EXIT.
005279 2710-EXIT.
005280     EXIT.
005281
005282 2715-SHIFT-ONE-STATEMENT.
005283     MOVE VAR-STMT-KEPT-ROW (VAR-STMT-SUB)
005284         TO VAR-STMT-KEPT-ROW (VAR-STMT-SUB - 1).
005285     ADD 1 TO VAR-STMT-SUB.
005286 2715-EXIT.
005287     EXIT.
005288
005289 2720-SHOW-ONE-STATEMENT.
005290     MOVE VAR-STMT-KEPT-ROW (VAR-STMT-SUB)
005291         TO STATEMENT-HISTORY-RECORD.
005292     MOVE STMH-STMT-DATE TO VAR-DATE-EDIT.
005293     MOVE STMH-CLOSING-BALANCE TO VAR-BALANCE-EDIT.
005294     DISPLAY 'STATEMENT ...... ' VAR-DATE-EDIT
005295         ' BALANCE ' VAR-BALANCE-EDIT.
005296     ADD 1 TO VAR-STMT-SUB.
005297 2720-EXIT.
005298     EXIT.
005299
005300*----------------------------------------------------------------
005301* 8100-READ-SCHEDULE
005302*----------------------------------------------------------------
005304 8100-READ-SCHEDULE.
005305     READ SCHEDULE-FILE INTO SCHEDULE-RECORD
005307         AT END
005308             MOVE '10' TO VAR-SCHDFILE-STATUS
005310     END-READ.
005320 8100-EXIT.
005330     EXIT.
005520             MOVE '10' TO VAR-AUDHIST-STATUS
005530     END-READ.
005540 8300-EXIT.
005543     EXIT.
005547
005551*----------------------------------------------------------------
005552* 8400-READ-STATEMENT-HISTORY
005553*----------------------------------------------------------------
005554 8400-READ-STATEMENT-HISTORY.
005555     READ STATEMENT-HISTORY-FILE INTO STATEMENT-HISTORY-RECORD
005556         AT END
005557             MOVE '10' TO VAR-STMTHIST-STATUS
005558     END-READ.
005559 8400-EXIT.
005560     EXIT.
005565
005570*----------------------------------------------------------------
005580* 9000-TERMINATE
005590*----------------------------------------------------------------
