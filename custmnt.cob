000231*                 RETURN CODE 16, THE SAME GRADED-CONDITION
000232*                 CONVENTION AS THE DAILY RUN, SO THE SCHEDULER
000233*                 CANNOT RELEASE DOWNSTREAM WORK OFF AN ABORT.
000234* 2026-10-15 CJH  ACCOUNT STATUS MAINTENANCE.  AN ADD CARD SETS
000235*                 THE NEW ACCOUNT ACTIVE (OR DECEASED/BANKRUPT IF
000236*                 KEYED SO) AND A CHANGE CARD CAN CLOSE, REOPEN
000238*                 OR MARK AN ACCOUNT DECEASED/BANKRUPT, STAMPING
000239*                 THE STATUS DATE WITH THE RUN DATE.  CHARGE-OFF
000240*                 IS NOT KEYABLE - ONLY THE CHARGE-OFF RUN SETS
000242*                 IT - AND A CHARGED-OFF ACCOUNT'S STATUS CANNOT
000243*                 BE CHANGED HERE.  A CLOSE OR A DELETE IS NOW
000244*                 REFUSED WHILE THE ACCOUNT-BALANCE LEDGER STILL
000246*                 SHOWS A NON-ZERO BALANCE FOR THE CUSTOMER.
000247*----------------------------------------------------------------
000248
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270
000460     SELECT PARAMETER-CARD-FILE ASSIGN TO PARMCARD
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS VAR-PARMCARD-STATUS.
000481
000482     SELECT CUSTOMER-BALANCE-FILE ASSIGN TO CUSTBAL
000484         ORGANIZATION IS INDEXED
000485         ACCESS MODE IS RANDOM
000487         RECORD KEY IS CB-CUST-ID
000488         FILE STATUS IS VAR-CUSTBAL-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000820     RECORD CONTAINS 80 CHARACTERS
000830     LABEL RECORDS ARE STANDARD.
000840 01  PARAMETER-CARD-IMAGE           PIC X(80).
000841
000842*CUSTOMER ACCOUNT-BALANCE LEDGER - READ DIRECTLY BY CUST-ID SO
000843*AN ACCOUNT STILL CARRYING A BALANCE CANNOT BE CLOSED OR
000844*DELETED.
000845 FD  CUSTOMER-BALANCE-FILE
000846     RECORD CONTAINS 80 CHARACTERS
000847     LABEL RECORDS ARE STANDARD.
000848 01  CUSTOMER-BALANCE-RECORD.
000849     05  CB-CUST-ID                 PIC X(09).
000850     05  FILLER                     PIC X(71).
000851
000860 WORKING-STORAGE SECTION.
000870
000880*----------------------------------------------------------------
001000* PARAMETER CARD WORKING COPY
001010*----------------------------------------------------------------
001020 COPY PARMCARD.
001021
001023*----------------------------------------------------------------
001025* ACCOUNT-BALANCE LEDGER WORKING COPY
001026*----------------------------------------------------------------
001028 COPY BALREC.
001030
001040*----------------------------------------------------------------
001050* NEXT OLD-MASTER RECORD IN HAND.  THE MERGE HOLDS ONE OLD
001280     88  VAR-MNTRPT-OK                    VALUE '00'.
001290 01  VAR-PARMCARD-STATUS       PIC X(02) VALUE '00'.
001300     88  VAR-PARMCARD-OK                  VALUE '00'.
001302 01  VAR-CUSTBAL-STATUS        PIC X(02) VALUE '00'.
001305     88  VAR-CUSTBAL-OK                   VALUE '00'.
001307     88  VAR-CUSTBAL-MISSING              VALUE '35'.
001310
001320 01  VAR-RECORD-IN-HAND-SWITCH  PIC X(01) VALUE 'N'.
001330     88  VAR-RECORD-IN-HAND               VALUE 'Y'.
001500 01  VAR-ADDS-APPLIED-COUNT     PIC 9(07) COMP VALUE 0.
001510 01  VAR-CHANGES-APPLIED-COUNT  PIC 9(07) COMP VALUE 0.
001520 01  VAR-DELETES-APPLIED-COUNT  PIC 9(07) COMP VALUE 0.
001522 01  VAR-BALANCE-REFUSED-COUNT  PIC 9(07) COMP VALUE 0.
001525
001527 01  VAR-LEDGER-BALANCE         PIC S9(09)V99 VALUE 0.
001530
001540*----------------------------------------------------------------
001550* REPORT PAGINATION FIELDS
002290     IF NOT VAR-OLDMSTR-OK
002300         DISPLAY 'CUSTMNT - UNABLE TO OPEN OLD MASTER, '
002310             'STATUS = ' VAR-OLDMSTR-STATUS
002315         MOVE 16 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340     OPEN INPUT  TRANSACTION-FILE.
002350     IF NOT VAR-TRANFILE-OK
002360         DISPLAY 'CUSTMNT - UNABLE TO OPEN TRANSACTION-FILE, '
002370             'STATUS = ' VAR-TRANFILE-STATUS
002375         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002400     OPEN OUTPUT NEW-CUSTOMER-MASTER-FILE.
002410     IF NOT VAR-NEWMSTR-OK
002420         DISPLAY 'CUSTMNT - UNABLE TO OPEN NEW MASTER, '
002430             'STATUS = ' VAR-NEWMSTR-STATUS
002435         MOVE 16 TO RETURN-CODE
002440         STOP RUN
002450     END-IF.
002460     OPEN OUTPUT MAINTENANCE-REPORT-FILE.
002470     IF NOT VAR-MNTRPT-OK
002480         DISPLAY 'CUSTMNT - UNABLE TO OPEN MAINTENANCE REPORT, '
002490             'STATUS = ' VAR-MNTRPT-STATUS
002492         MOVE 16 TO RETURN-CODE
002494         STOP RUN
002496     END-IF.
002498*    NO BALANCE LEDGER AT ALL MEANS NO BALANCES ARE ON FILE YET,
002500*    SO NOTHING IS HELD BACK FROM A CLOSE OR A DELETE.
002502     OPEN INPUT CUSTOMER-BALANCE-FILE.
002504     IF NOT VAR-CUSTBAL-OK AND NOT VAR-CUSTBAL-MISSING
002506         DISPLAY 'CUSTMNT - UNABLE TO OPEN BALANCE LEDGER, '
002508             'STATUS = ' VAR-CUSTBAL-STATUS
002509         MOVE 16 TO RETURN-CODE
002510         STOP RUN
002515     END-IF.
002520     PERFORM 1200-READ-PARAMETER-CARD THRU 1200-EXIT.
002530     PERFORM 8100-READ-OLD-MASTER THRU 8100-EXIT.
002540     PERFORM 8200-READ-TRANSACTION THRU 8200-EXIT.
003760* BUILDS A BRAND-NEW CUSTOMER RECORD FROM THE CARD.  THE KEY
003770* MUST NOT ALREADY BE ON FILE, EVERY REQUIRED FIELD MUST BE
003780* KEYED AND NUMERIC, AND THE AGE/WEIGHT VALUES MUST PASS THE
003786* SAME EDIT THE DAILY RUN APPLIES.  A NEW ACCOUNT OPENS ACTIVE
003793* UNLESS IT IS KEYED DECEASED/BANKRUPT.
003800*----------------------------------------------------------------
003810 2200-APPLY-ADD.
003820     IF VAR-RECORD-IN-HAND
004030     IF VAR-TRAN-IS-INVALID
004040         GO TO 2200-EXIT
004050     END-IF.
004051     IF TRAN-CUST-STATUS NOT = SPACE
004052             AND TRAN-CUST-STATUS NOT = 'A'
004053             AND TRAN-CUST-STATUS NOT = 'D'
004055         SET VAR-TRAN-IS-INVALID TO TRUE
004056         MOVE 'STATUS NOT VALID ON ADD' TO ACT-REASON
004057         GO TO 2200-EXIT
004058     END-IF.
004060     MOVE SPACES TO CUSTOMER-RECORD.
004070     MOVE TRAN-CUST-ID TO CUST-ID.
004080     MOVE TRAN-CUST-NAME TO CUST-NAME.
004180     ELSE
004190         MOVE ZERO TO CUST-CYCLE-INTERVAL
004200     END-IF.
004201     IF TRAN-CUST-STATUS = SPACE
004202         MOVE 'A' TO CUST-STATUS
004204     ELSE
004205         MOVE TRAN-CUST-STATUS TO CUST-STATUS
004207     END-IF.
004208     MOVE PARM-RUN-DATE-NUM TO CUST-STATUS-DATE.
004210     SET VAR-RECORD-IN-HAND TO TRUE.
004220     ADD 1 TO VAR-ADDS-APPLIED-COUNT.
004230     MOVE 'ADDED' TO ACT-REASON.
004300* HAND, PRINTING A BEFORE/AFTER IMAGE LINE FOR EACH FIELD IT
004310* TOUCHES.  THE CHANGED RECORD MUST STILL PASS THE AGE/WEIGHT
004320* EDIT OR THE WHOLE CARD IS REJECTED AND THE RECORD LEFT AS
004325* IT WAS.  A KEYED STATUS MUST BE ACTIVE, CLOSED OR DECEASED/
004330* BANKRUPT; A CHARGED-OFF ACCOUNT KEEPS ITS STATUS, AND AN
004335* ACCOUNT IS NOT CLOSED WHILE THE LEDGER SHOWS A BALANCE.
004340*----------------------------------------------------------------
004350 2300-APPLY-CHANGE.
004360     IF VAR-NO-RECORD-IN-HAND
004590     IF TRAN-CYCLE-INTERVAL-X NOT = SPACES
004600             AND TRAN-CYCLE-INTERVAL-X NOT NUMERIC
004610         SET VAR-TRAN-IS-INVALID TO TRUE
004611         MOVE 'CYCLE INTERVAL NOT NUMERIC' TO ACT-REASON
004612         GO TO 2300-EXIT
004613     END-IF.
004614     IF TRAN-CUST-STATUS = 'W'
004615         SET VAR-TRAN-IS-INVALID TO TRUE
004616         MOVE 'CHARGE-OFF NOT KEYABLE' TO ACT-REASON
004617         GO TO 2300-EXIT
004618     END-IF.
004619     IF TRAN-CUST-STATUS NOT = SPACE
004620             AND TRAN-CUST-STATUS NOT = 'A'
004621             AND TRAN-CUST-STATUS NOT = 'C'
004622             AND TRAN-CUST-STATUS NOT = 'D'
004623         SET VAR-TRAN-IS-INVALID TO TRUE
004624         MOVE 'STATUS NOT VALID' TO ACT-REASON
004625         GO TO 2300-EXIT
004626     END-IF.
004627     IF TRAN-CUST-STATUS NOT = SPACE
004628             AND CUST-STATUS-CHARGED-OFF
004629         SET VAR-TRAN-IS-INVALID TO TRUE
004630         MOVE 'ACCOUNT CHARGED OFF' TO ACT-REASON
004631         GO TO 2300-EXIT
004632     END-IF.
004633     IF TRAN-CUST-STATUS = 'C'
004634             AND NOT CUST-STATUS-CLOSED
004635         PERFORM 2450-CHECK-LEDGER-BALANCE THRU 2450-EXIT
004636         IF VAR-TRAN-IS-INVALID
004637             GO TO 2300-EXIT
004638         END-IF
004640     END-IF.
004650     PERFORM 2600-EDIT-AGE-AND-WEIGHT THRU 2600-EXIT.
004660     IF VAR-TRAN-IS-INVALID
005260         PERFORM 2550-WRITE-IMAGE-LINE THRU 2550-EXIT
005270         MOVE TRAN-CYCLE-INTERVAL TO CUST-CYCLE-INTERVAL
005280     END-IF.
005281     IF TRAN-CUST-STATUS NOT = SPACE
005282         MOVE 'STATUS' TO IMG-FIELD-NAME
005283         MOVE CUST-STATUS TO IMG-OLD-VALUE
005284         MOVE TRAN-CUST-STATUS TO IMG-NEW-VALUE
005285         PERFORM 2550-WRITE-IMAGE-LINE THRU 2550-EXIT
005286         MOVE TRAN-CUST-STATUS TO CUST-STATUS
005287         MOVE PARM-RUN-DATE-NUM TO CUST-STATUS-DATE
005288     END-IF.
005290 2350-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------------
005330* 2400-APPLY-DELETE
005340* DROPS THE RECORD IN HAND SO IT NEVER REACHES THE NEW MASTER.
005345* REFUSED WHILE THE LEDGER STILL SHOWS A BALANCE FOR THE KEY.
005350*----------------------------------------------------------------
005360 2400-APPLY-DELETE.
005370     IF VAR-NO-RECORD-IN-HAND
005390         MOVE 'CUST-ID NOT ON FILE' TO ACT-REASON
005400         GO TO 2400-EXIT
005410     END-IF.
005412     PERFORM 2450-CHECK-LEDGER-BALANCE THRU 2450-EXIT.
005414     IF VAR-TRAN-IS-INVALID
005416         GO TO 2400-EXIT
005418     END-IF.
005420     SET VAR-NO-RECORD-IN-HAND TO TRUE.
005430     ADD 1 TO VAR-DELETES-APPLIED-COUNT.
005440     MOVE 'DELETED' TO ACT-REASON.
005441 2400-EXIT.
005442     EXIT.
005443
005444*----------------------------------------------------------------
005445* 2450-CHECK-LEDGER-BALANCE
005446* LOOKS THE CUSTOMER UP ON THE ACCOUNT-BALANCE LEDGER AND
005447* REJECTS THE CARD IF THE BALANCE IS NOT ZERO.  NO LEDGER
005448* RECORD (OR NO LEDGER FILE) READS AS A ZERO BALANCE.
005449*----------------------------------------------------------------
005450 2450-CHECK-LEDGER-BALANCE.
005451     MOVE 0 TO VAR-LEDGER-BALANCE.
005452     IF VAR-CUSTBAL-MISSING
005453         GO TO 2450-EXIT
005454     END-IF.
005455     MOVE CUST-ID TO CB-CUST-ID.
005456     READ CUSTOMER-BALANCE-FILE INTO BALANCE-RECORD
005457         INVALID KEY
005458             MOVE 0 TO VAR-LEDGER-BALANCE
005459         NOT INVALID KEY
005460             MOVE BAL-BALANCE TO VAR-LEDGER-BALANCE
005461     END-READ.
005462     IF VAR-LEDGER-BALANCE NOT = 0
005463         SET VAR-TRAN-IS-INVALID TO TRUE
005464         MOVE 'BALANCE NOT ZERO' TO ACT-REASON
005465         ADD 1 TO VAR-BALANCE-REFUSED-COUNT
005466     END-IF.
005467 2450-EXIT.
005468     EXIT.
005470
005480*----------------------------------------------------------------
005490* 2500-WRITE-ACTIVITY-LINE
006990     MOVE 'DELETES APPLIED    ' TO TOT-CAPTION.
007000     MOVE VAR-DELETES-APPLIED-COUNT TO TOT-VALUE.
007010     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007012     MOVE 'BALANCE REFUSALS   ' TO TOT-CAPTION.
007015     MOVE VAR-BALANCE-REFUSED-COUNT TO TOT-VALUE.
007017     PERFORM 9100-WRITE-TOTALS-LINE THRU 9100-EXIT.
007020     CLOSE OLD-CUSTOMER-MASTER-FILE
007030           NEW-CUSTOMER-MASTER-FILE
007040           TRANSACTION-FILE
007050           MAINTENANCE-REPORT-FILE.
007052     IF NOT VAR-CUSTBAL-MISSING
007055         CLOSE CUSTOMER-BALANCE-FILE
007057     END-IF.
007060 9000-EXIT.
007070     EXIT.
007080
