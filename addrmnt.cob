000180*                 ACTIVITY REPORT AND BEFORE/AFTER IMAGES FOR
000190*                 EACH FIELD A CHANGE CARD TOUCHES.  CARDS ARE
000200*                 SEQUENCE-CHECKED ON THE WAY IN.
000201* 2026-10-15 CJH  ADDRESS RECORD LENGTHENED TO 100 BYTES FOR THE
000202*                 RETURNED-MAIL FIELDS.  AN ADD OR A CHANGE THAT
000203*                 PUTS IN A NEW STREET, CITY, STATE OR POSTAL
000205*                 CODE STAMPS THE ADDRESS DATE.  A NEW ADDRESS ON
000206*                 AN ADDRESS WITH MAIL COMING BACK CLEARS THE
000207*                 RETURNED-MAIL CONDITION AND RELEASES THE HOLD
000208*                 UNLESS THE SAME CARD KEYS THE MAIL FLAG ITSELF.
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000530
000540*OLD ADDRESS FILE - AS IT STOOD BEFORE THIS RUN.
000550 FD  OLD-ADDRESS-FILE
000560     RECORD CONTAINS 100 CHARACTERS
000570     LABEL RECORDS ARE STANDARD.
000580 01  OLD-ADDRESS-FILE-RECORD.
000590     05  OA-CUST-ID                 PIC X(09).
000600     05  FILLER                     PIC X(91).
000610
000620*NEW ADDRESS FILE - WITH THIS RUN'S MAINTENANCE APPLIED.
000630 FD  NEW-ADDRESS-FILE
000640     RECORD CONTAINS 100 CHARACTERS
000650     LABEL RECORDS ARE STANDARD.
000660 01  NEW-ADDRESS-FILE-RECORD.
000670     05  NA-CUST-ID                 PIC X(09).
000680     05  FILLER                     PIC X(91).
000690
000700*TRANSACTION FILE - ONE CARD PER ADD/CHANGE/DELETE, SORTED BY
000710*CUST-ID.
001080* NEXT OLD-FILE RECORD IN HAND, HIGH-VALUES AT END OF FILE -
001090* THE SAME ONE-AHEAD MERGE THE MASTER MAINTENANCE USES.
001100*----------------------------------------------------------------
001110 01  VAR-NEXT-ADDRESS-RECORD        PIC X(100).
001120 01  VAR-NEXT-ADDRESS-KEY-AREA      REDEFINES
001130                                    VAR-NEXT-ADDRESS-RECORD.
001140     05  VAR-NEXT-ADDRESS-KEY       PIC X(09).
001150     05  FILLER                     PIC X(91).
001160
001170 01  VAR-ACTIVE-KEY                 PIC X(09) VALUE SPACE.
001180 01  VAR-PRIOR-TRAN-KEY             PIC X(09) VALUE LOW-VALUES.
001390 01  VAR-ACTIVITY-LINE-SWITCH   PIC X(01) VALUE 'N'.
001400     88  VAR-ACTIVITY-LINE-OUT            VALUE 'Y'.
001410     88  VAR-ACTIVITY-LINE-PENDING        VALUE 'N'.
001412 01  VAR-NEW-ADDRESS-SWITCH     PIC X(01) VALUE 'N'.
001415     88  VAR-NEW-ADDRESS-KEYED            VALUE 'Y'.
001417     88  VAR-NO-NEW-ADDRESS               VALUE 'N'.
001420
001430*----------------------------------------------------------------
001440* CONTROL TOTALS AND RUN COUNTERS
001480 01  VAR-TRANS-READ-COUNT       PIC 9(07) COMP VALUE 0.
001490 01  VAR-TRANS-APPLIED-COUNT    PIC 9(07) COMP VALUE 0.
001500 01  VAR-TRANS-REJECTED-COUNT   PIC 9(07) COMP VALUE 0.
001503 01  VAR-RETURNS-CLEARED-COUNT  PIC 9(07) COMP VALUE 0.
001506 01  VAR-HOLDS-RELEASED-COUNT   PIC 9(07) COMP VALUE 0.
001510
001520*----------------------------------------------------------------
001530* REPORT PAGINATION FIELDS
001900     05  IMG-OLD-VALUE              PIC X(25).
001910     05  FILLER                     PIC X(05) VALUE ' TO: '.
001920     05  IMG-NEW-VALUE              PIC X(25).
001921 01  VAR-RETURN-IMAGE.
001923     05  RIMG-COUNT                 PIC ZZ9.
001925     05  FILLER                     PIC X(10) VALUE
001926             ' PCS LAST '.
001928     05  RIMG-DATE                  PIC 9999/99/99.
001930 01  VAR-TOTALS-LINE.
001940     05  FILLER                     PIC X(01) VALUE SPACE.
001950     05  FILLER                     PIC X(22) VALUE
003870     END-IF.
003880     MOVE SPACES TO ADDRESS-RECORD.
003890     MOVE ATRN-CUST-ID TO ADDR-CUST-ID.
003892     MOVE 0 TO ADDR-RETURN-COUNT.
003895     MOVE 0 TO ADDR-LAST-RETURN-DATE.
003897     MOVE PARM-RUN-DATE-NUM TO ADDR-ADDRESS-DATE.
003900     MOVE ATRN-STREET TO ADDR-STREET.
003910     MOVE ATRN-CITY TO ADDR-CITY.
003920     MOVE ATRN-STATE TO ADDR-STATE.
004280
004290*----------------------------------------------------------------
004300* 2350-APPLY-CHANGED-FIELDS
004303* ANY OF STREET, CITY, STATE OR POSTAL CODE KEYED IS A NEW
004306* ADDRESS AND STAMPS THE ADDRESS DATE.
004310*----------------------------------------------------------------
004320 2350-APPLY-CHANGED-FIELDS.
004325     SET VAR-NO-NEW-ADDRESS TO TRUE.
004330     IF ATRN-STREET NOT = SPACES
004340         MOVE 'STREET' TO IMG-FIELD-NAME
004350         MOVE ADDR-STREET TO IMG-OLD-VALUE
004360         MOVE ATRN-STREET TO IMG-NEW-VALUE
004370         PERFORM 2550-WRITE-IMAGE-LINE THRU 2550-EXIT
004380         MOVE ATRN-STREET TO ADDR-STREET
004385         SET VAR-NEW-ADDRESS-KEYED TO TRUE
004390     END-IF.
004400     IF ATRN-CITY NOT = SPACES
004410         MOVE 'CITY' TO IMG-FIELD-NAME
004430         MOVE ATRN-CITY TO IMG-NEW-VALUE
004440         PERFORM 2550-WRITE-IMAGE-LINE THRU 2550-EXIT
004450         MOVE ATRN-CITY TO ADDR-CITY
004455         SET VAR-NEW-ADDRESS-KEYED TO TRUE
004460     END-IF.
004470     IF ATRN-STATE NOT = SPACES
004480         MOVE 'STATE' TO IMG-FIELD-NAME
004500         MOVE ATRN-STATE TO IMG-NEW-VALUE
004510         PERFORM 2550-WRITE-IMAGE-LINE THRU 2550-EXIT
004520         MOVE ATRN-STATE TO ADDR-STATE
004525         SET VAR-NEW-ADDRESS-KEYED TO TRUE
004530     END-IF.
004540     IF ATRN-POSTAL-CODE NOT = SPACES
004550         MOVE 'POSTAL CODE' TO IMG-FIELD-NAME
004570         MOVE ATRN-POSTAL-CODE TO IMG-NEW-VALUE
004580         PERFORM 2550-WRITE-IMAGE-LINE THRU 2550-EXIT
004590         MOVE ATRN-POSTAL-CODE TO ADDR-POSTAL-CODE
004595         SET VAR-NEW-ADDRESS-KEYED TO TRUE
004600     END-IF.
004610     IF ATRN-PHONE NOT = SPACES
004620         MOVE 'PHONE' TO IMG-FIELD-NAME
004720         PERFORM 2550-WRITE-IMAGE-LINE THRU 2550-EXIT
004730         MOVE ATRN-MAIL-FLAG TO ADDR-MAIL-FLAG
004740     END-IF.
004741     IF VAR-NEW-ADDRESS-KEYED
004742         MOVE PARM-RUN-DATE-NUM TO ADDR-ADDRESS-DATE
004744         IF ADDR-MAIL-RETURNED
004745             PERFORM 2360-CLEAR-RETURNED-MAIL THRU 2360-EXIT
004747         END-IF
004748     END-IF.
004750 2350-EXIT.
004760     EXIT.
004761
004762*----------------------------------------------------------------
004763* 2360-CLEAR-RETURNED-MAIL
004764* THE NEW ADDRESS ENDS THE RETURNED-MAIL CONDITION: THE PIECE
004765* COUNT, DATE AND REASON ARE CLEARED FOR THE NEW ADDRESS TO
004766* START AFRESH, AND THE HOLD THE RETURNS PUT ON IS RELEASED.  A
004767* MAIL FLAG KEYED ON THE SAME CARD HAS ALREADY BEEN APPLIED AND
004768* STANDS.
004769*----------------------------------------------------------------
004770 2360-CLEAR-RETURNED-MAIL.
004771     MOVE 'RETURNED MAIL' TO IMG-FIELD-NAME.
004772     MOVE ADDR-RETURN-COUNT TO RIMG-COUNT.
004773     MOVE ADDR-LAST-RETURN-DATE TO RIMG-DATE.
004774     MOVE VAR-RETURN-IMAGE TO IMG-OLD-VALUE.
004775     MOVE 'CLEARED - NEW ADDRESS' TO IMG-NEW-VALUE.
004776     PERFORM 2550-WRITE-IMAGE-LINE THRU 2550-EXIT.
004777     MOVE SPACE TO ADDR-RETURN-FLAG.
004778     MOVE 0 TO ADDR-RETURN-COUNT.
004779     MOVE 0 TO ADDR-LAST-RETURN-DATE.
004780     MOVE SPACES TO ADDR-LAST-RETURN-REASON.
004781     ADD 1 TO VAR-RETURNS-CLEARED-COUNT.
004782     IF ATRN-MAIL-FLAG = SPACE AND ADDR-HOLD-MAIL
004783         MOVE 'MAIL FLAG' TO IMG-FIELD-NAME
004784         MOVE ADDR-MAIL-FLAG TO IMG-OLD-VALUE
004785         MOVE 'M' TO IMG-NEW-VALUE
004786         PERFORM 2550-WRITE-IMAGE-LINE THRU 2550-EXIT
004787         SET ADDR-MAIL-OK TO TRUE
004788         ADD 1 TO VAR-HOLDS-RELEASED-COUNT
004789     END-IF.
004790 2360-EXIT.
004791     EXIT.
004793
004795*----------------------------------------------------------------
004797* 2400-APPLY-DELETE
004800*----------------------------------------------------------------
004810 2400-APPLY-DELETE.
004820     IF VAR-NO-RECORD-IN-HAND
005880     MOVE 'TRANS REJECTED .   ' TO TOT-CAPTION.
005890     MOVE VAR-TRANS-REJECTED-COUNT TO TOT-VALUE.
005900     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
005901     MOVE 'RETURNS CLEARED .  ' TO TOT-CAPTION.
005902     MOVE VAR-RETURNS-CLEARED-COUNT TO TOT-VALUE.
005904     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
005905     MOVE 'HOLDS RELEASED ..  ' TO TOT-CAPTION.
005907     MOVE VAR-HOLDS-RELEASED-COUNT TO TOT-VALUE.
005908     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
005910     CLOSE OLD-ADDRESS-FILE
005920           NEW-ADDRESS-FILE
005930           TRANSACTION-FILE
