000030* CUSTOMER ADDRESS/CONTACT COMPANION RECORD - ONE PER CUSTOMER,
000040* KEYED BY CUST-ID LIKE THE MASTER.  CARRIES EVERYTHING THE
000050* STATEMENT RUN NEEDS TO REACH THE CUSTOMER, PLUS THE MAIL/
000060* HOLD-MAIL FLAG THE MAILING EXTRACT HONOURS.  WHEN MAIL SENT
000062* TO THE ADDRESS COMES BACK UNDELIVERABLE THE RETURNED-MAIL
000064* FLAG IS SET, MAIL IS HELD, AND THE PIECES ARE COUNTED UNTIL
000066* A NEW ADDRESS IS PUT IN.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       BY   DESCRIPTION
000100* ---------- ---- ------------------------------------------------
000110* 2026-08-22 CJH  ORIGINAL COPYBOOK.
000112* 2026-10-15 CJH  RECORD LENGTHENED FROM 80 TO 100 BYTES FOR THE
000114*                 RETURNED-MAIL FLAG, PIECE COUNT, LAST RETURNED
000116*                 DATE AND USPS REASON, AND THE DATE THE ADDRESS
000118*                 WAS LAST PUT IN.
000120*----------------------------------------------------------------
000130
000140 01  ADDRESS-RECORD.
000210     05  ADDR-MAIL-FLAG              PIC X(01).
000220         88  ADDR-MAIL-OK                    VALUE 'M'.
000230         88  ADDR-HOLD-MAIL                  VALUE 'H'.
000240     05  ADDR-RETURN-FLAG            PIC X(01).
000242         88  ADDR-MAIL-RETURNED              VALUE 'R'.
000244         88  ADDR-NO-RETURNED-MAIL           VALUE SPACE.
000246     05  ADDR-RETURN-COUNT           PIC 9(03).
000248     05  ADDR-LAST-RETURN-DATE       PIC 9(08).
000250     05  ADDR-LAST-RETURN-REASON     PIC X(02).
000252     05  ADDR-ADDRESS-DATE           PIC 9(08).
000254     05  FILLER                      PIC X(01).
