       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-ADMIN.

      *> Receivables front end over the AR-LEDGER.DAT open-item
      *> ledger (see ARLEDGER). Load takes the month's invoices from
      *> the CIPHER-INVOICES.DAT summary CLIENT-BILLING writes, one
      *> open invoice per client per billing month - a month already
      *> on the ledger is never loaded twice. Payment and Credit memo
      *> post what a client has paid or been credited and apply it
      *> to the client's open invoices, the named month first and
      *> then the oldest; whatever is left over is held on account
      *> and taken up by the next invoices loaded. Inquiry lists one
      *> client's items and balance. AR-AGING ages the ledger and
      *> CLIENT-BILLING carries it onto the monthly statements.
      *> Postings move money, so the whole program is
      *> supervisor-only, as RATEADMIN is.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-LEDGER-FILE ASSIGN TO "AR-LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ITEM-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMF-CLIENT-ID
               FILE STATUS IS WS-CLIENT-MASTER-STATUS.
      *> Written by CLIENT-BILLING, one line per billed client:
      *>   month|client|messages|rate|amount|minimum-applied
           SELECT INVOICE-FILE ASSIGN TO "CIPHER-INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-LEDGER-FILE.
       COPY ARLEDGER.

       FD  CLIENT-MASTER-FILE.
       COPY CLIMAST.

       FD  INVOICE-FILE.
       01  INVOICE-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.

       COPY OPSIGN.

       01  WS-LEDGER-FILE-STATUS    PIC XX.
       01  WS-LEDGER-OPEN-SW        PIC X VALUE "N".
           88  WS-LEDGER-OPEN           VALUE "Y".
       01  WS-LEDGER-EOF-SWITCH     PIC X VALUE "N".
           88  WS-LEDGER-EOF            VALUE "Y".
       01  WS-CLIENT-MASTER-STATUS  PIC XX.
       01  WS-CLIENT-MASTER-OPEN-SW PIC X VALUE "N".
           88  WS-CLIENT-MASTER-OPEN    VALUE "Y".
       01  WS-INVOICE-FILE-STATUS   PIC XX.
       01  WS-INVOICE-EOF-SWITCH    PIC X VALUE "N".
           88  WS-INVOICE-EOF           VALUE "Y".

       01  WS-MENU-CHOICE        PIC X VALUE SPACE.
           88  WS-CHOICE-LOAD        VALUE "L".
           88  WS-CHOICE-PAYMENT     VALUE "P".
           88  WS-CHOICE-CREDIT      VALUE "C".
           88  WS-CHOICE-INQUIRY     VALUE "I".
           88  WS-CHOICE-EXIT        VALUE "X".

       01  WS-INPUT-CLIENT-ID    PIC X(8).
       01  WS-INPUT-AMOUNT-TEXT  PIC X(14).
       01  WS-INPUT-DATE-TEXT    PIC X(8).
       01  WS-INPUT-MONTH-TEXT   PIC X(6).
       01  WS-INPUT-REFERENCE    PIC X(15).
       01  WS-INPUT-DESCRIPTION  PIC X(30).
       01  WS-CONFIRM            PIC X.
       01  WS-CLIENT-FOUND-SW    PIC X VALUE "N".
           88  WS-CLIENT-ON-MASTER   VALUE "Y".
       01  WS-INPUT-OK-SW        PIC X VALUE "N".
           88  WS-INPUT-OK           VALUE "Y".

       01  WS-POST-TIMESTAMP     PIC X(21).
       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-POST-DATE          PIC 9(8).
       01  WS-POST-TYPE          PIC X.
           88  WS-POSTING-PAYMENT    VALUE "P".
           88  WS-POSTING-CREDIT     VALUE "C".
       01  WS-POST-TYPE-TEXT     PIC X(11).
       01  WS-POST-AMOUNT        PIC 9(9)V99.
       01  WS-SIGNED-AMOUNT      PIC S9(9)V99.
       01  WS-POST-SEQ           PIC 9(4).
       01  WS-SEQ-FREE-SW        PIC X VALUE "N".
           88  WS-SEQ-FREE           VALUE "Y".

      *> Application of an amount against a client's open items:
      *> WS-APPLY-TARGET says which side is being reduced - open
      *> invoices (I) for a new payment or credit, or amounts held
      *> on account (A) for a newly loaded invoice.
       01  WS-APPLY-CLIENT-ID    PIC X(8).
       01  WS-APPLY-TARGET       PIC X.
           88  WS-APPLY-TO-INVOICES  VALUE "I".
           88  WS-APPLY-ON-ACCOUNT   VALUE "A".
       01  WS-REMAINING-AMOUNT   PIC 9(9)V99.
       01  WS-APPLY-AMOUNT       PIC 9(9)V99.
       01  WS-APPLIED-COUNT      PIC 9(3).

      *> Last day of month WS-MONTH-TEXT, for an invoice's item date.
       01  WS-MONTH-TEXT         PIC X(6).
       01  WS-MONTH-VALID-SW     PIC X VALUE "N".
           88  WS-MONTH-VALID        VALUE "Y".
       01  WS-MONTH-WORK.
           05  WS-MONTH-YEAR     PIC 9(4).
           05  WS-MONTH-MM       PIC 99.
           05  WS-MONTH-DD       PIC 99.
       01  WS-MONTH-WORK-DATE REDEFINES WS-MONTH-WORK PIC 9(8).
       01  WS-MONTH-END-DATE     PIC 9(8).

       01  WS-INV-FLD-MONTH      PIC X(6).
       01  WS-INV-FLD-CLIENT     PIC X(8).
       01  WS-INV-FLD-MSGS       PIC X(7).
       01  WS-INV-FLD-RATE       PIC X(6).
       01  WS-INV-FLD-AMOUNT     PIC X(12).
       01  WS-INV-FLD-MINIMUM    PIC X.
       01  WS-INV-AMOUNT         PIC 9(9)V99.
       01  WS-INVOICES-READ      PIC 9(5).
       01  WS-INVOICES-LOADED    PIC 9(5).
       01  WS-INVOICES-ON-FILE   PIC 9(5).
       01  WS-INVOICES-BAD       PIC 9(5).
       01  WS-LOAD-TOTAL         PIC 9(11)V99.

       01  WS-SHOW-ITEMS-SW      PIC X VALUE "N".
           88  WS-SHOW-ITEMS         VALUE "Y".
       01  WS-ITEM-COUNT         PIC 9(5).
       01  WS-OPEN-INVOICE-TOTAL PIC 9(11)V99.
       01  WS-ON-ACCOUNT-TOTAL   PIC 9(11)V99.
       01  WS-BALANCE            PIC S9(11)V99.
       01  WS-ITEM-TYPE-TEXT     PIC X(7).

       01  WS-AMOUNT-EDITED      PIC Z(8)9.99.
       01  WS-OPEN-EDITED        PIC Z(8)9.99.
       01  WS-TOTAL-EDITED       PIC Z(10)9.99.
       01  WS-BALANCE-EDITED     PIC Z(10)9.99-.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE "AR-ADMIN" TO OS-PROGRAM-NAME.
           CALL "OPERATOR-SIGNON" USING SIGNON-PARAMETERS.
           EVALUATE TRUE
               WHEN NOT OS-SIGNON-OK
                   DISPLAY "Sign-on required - AR-ADMIN not "
                       "started."
               WHEN NOT OS-LEVEL-SUPERVISOR
                   DISPLAY "Receivables posting is restricted to "
                       "supervisors."
               WHEN OTHER
                   PERFORM AR-ADMIN-SESSION
           END-EVALUATE.

       AR-ADMIN-SESSION.
           PERFORM OPEN-AR-LEDGER.
           IF NOT WS-LEDGER-OPEN
               DISPLAY "ERROR: cannot open AR-LEDGER.DAT (file "
                   "status " WS-LEDGER-FILE-STATUS
                   ") - receivables unavailable."
           ELSE
               OPEN INPUT CLIENT-MASTER-FILE
               IF WS-CLIENT-MASTER-STATUS = "00"
                   MOVE "Y" TO WS-CLIENT-MASTER-OPEN-SW
               END-IF
               DISPLAY "AR-ADMIN - receivables ledger."
               PERFORM UNTIL WS-CHOICE-EXIT
                   DISPLAY "Function: (L)oad invoices (P)ayment "
                       "(C)redit memo (I)nquiry e(X)it: "
                   ACCEPT WS-MENU-CHOICE
                   MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                       TO WS-MENU-CHOICE
                   EVALUATE TRUE
                       WHEN WS-CHOICE-LOAD
                           PERFORM LOAD-INVOICES
                       WHEN WS-CHOICE-PAYMENT
                           MOVE "P" TO WS-POST-TYPE
                           PERFORM POST-RECEIPT
                       WHEN WS-CHOICE-CREDIT
                           MOVE "C" TO WS-POST-TYPE
                           PERFORM POST-RECEIPT
                       WHEN WS-CHOICE-INQUIRY
                           PERFORM CLIENT-INQUIRY
                       WHEN WS-CHOICE-EXIT
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unknown function."
                   END-EVALUATE
               END-PERFORM
               CLOSE AR-LEDGER-FILE
               IF WS-CLIENT-MASTER-OPEN
                   CLOSE CLIENT-MASTER-FILE
               END-IF
               DISPLAY "AR-ADMIN session ended."
           END-IF.

       OPEN-AR-LEDGER.
      *> First-ever session: an absent ledger is created empty so
      *> the I-O open can proceed, the usual bootstrap.
           MOVE "N" TO WS-LEDGER-OPEN-SW.
           OPEN I-O AR-LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT AR-LEDGER-FILE
               CLOSE AR-LEDGER-FILE
               OPEN I-O AR-LEDGER-FILE
           END-IF.
           IF WS-LEDGER-FILE-STATUS = "00"
               MOVE "Y" TO WS-LEDGER-OPEN-SW
           END-IF.

       LOAD-INVOICES.
      *> CIPHER-INVOICES.DAT holds the month CLIENT-BILLING last ran,
      *> so this is run once after each month's billing. Running it
      *> again is harmless: invoices already on the ledger are left
      *> as they are, and a rebilled amount that no longer matches is
      *> reported for a credit memo or a manual correction rather
      *> than silently changing an invoice the client already has.
           MOVE 0 TO WS-INVOICES-READ.
           MOVE 0 TO WS-INVOICES-LOADED.
           MOVE 0 TO WS-INVOICES-ON-FILE.
           MOVE 0 TO WS-INVOICES-BAD.
           MOVE 0 TO WS-LOAD-TOTAL.
           MOVE "N" TO WS-INVOICE-EOF-SWITCH.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open CIPHER-INVOICES.DAT "
                   "(file status " WS-INVOICE-FILE-STATUS
                   ") - no invoices loaded."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-POST-TIMESTAMP
               PERFORM UNTIL WS-INVOICE-EOF
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y" TO WS-INVOICE-EOF-SWITCH
                       NOT AT END
                           PERFORM LOAD-ONE-INVOICE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
               MOVE WS-LOAD-TOTAL TO WS-TOTAL-EDITED
               DISPLAY WS-INVOICES-READ " invoice(s) read, "
                   WS-INVOICES-LOADED " loaded totalling "
                   WS-TOTAL-EDITED "."
               IF WS-INVOICES-ON-FILE > 0
                   DISPLAY WS-INVOICES-ON-FILE " invoice(s) were "
                       "already on the ledger and were not loaded "
                       "again."
               END-IF
               IF WS-INVOICES-BAD > 0
                   DISPLAY WS-INVOICES-BAD " invoice line(s) had "
                       "no valid billing month or amount and "
                       "were skipped."
               END-IF
           END-IF.

       LOAD-ONE-INVOICE.
           IF INVOICE-RECORD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-INVOICES-READ
               MOVE SPACES TO WS-INV-FLD-MONTH
               MOVE SPACES TO WS-INV-FLD-CLIENT
               MOVE SPACES TO WS-INV-FLD-MSGS
               MOVE SPACES TO WS-INV-FLD-RATE
               MOVE SPACES TO WS-INV-FLD-AMOUNT
               MOVE SPACES TO WS-INV-FLD-MINIMUM
               UNSTRING INVOICE-RECORD DELIMITED BY "|"
                   INTO WS-INV-FLD-MONTH, WS-INV-FLD-CLIENT,
                       WS-INV-FLD-MSGS, WS-INV-FLD-RATE,
                       WS-INV-FLD-AMOUNT, WS-INV-FLD-MINIMUM
               END-UNSTRING
               MOVE WS-INV-FLD-MONTH TO WS-MONTH-TEXT
               PERFORM COMPUTE-MONTH-END
               MOVE 0 TO WS-SIGNED-AMOUNT
               IF FUNCTION TEST-NUMVAL(WS-INV-FLD-AMOUNT) = 0
                   MOVE FUNCTION NUMVAL(WS-INV-FLD-AMOUNT)
                       TO WS-SIGNED-AMOUNT
               ELSE
                   MOVE -1 TO WS-SIGNED-AMOUNT
               END-IF
               IF NOT WS-MONTH-VALID OR WS-SIGNED-AMOUNT < 0
                   ADD 1 TO WS-INVOICES-BAD
               ELSE
                   MOVE WS-SIGNED-AMOUNT TO WS-INV-AMOUNT
                   MOVE WS-INV-FLD-CLIENT TO AR-CLIENT-ID
                   MOVE WS-MONTH-END-DATE TO AR-ITEM-DATE
                   MOVE "I" TO AR-ITEM-TYPE
                   MOVE 0 TO AR-ITEM-SEQ
                   READ AR-LEDGER-FILE
                       INVALID KEY
                           PERFORM ADD-INVOICE-ITEM
                       NOT INVALID KEY
                           ADD 1 TO WS-INVOICES-ON-FILE
                           IF AR-AMOUNT NOT = WS-INV-AMOUNT
                               MOVE AR-AMOUNT TO WS-AMOUNT-EDITED
                               MOVE WS-INV-AMOUNT TO WS-OPEN-EDITED
                               DISPLAY "WARNING: invoice "
                                   WS-INV-FLD-MONTH " for client "
                                   WS-INV-FLD-CLIENT " is on the "
                                   "ledger at " WS-AMOUNT-EDITED
                                   " but now bills "
                                   WS-OPEN-EDITED " - not changed."
                           END-IF
                   END-READ
               END-IF
           END-IF.

       ADD-INVOICE-ITEM.
      *> Anything the client has on account is applied to the new
      *> invoice first, so a client who paid ahead shows a settled
      *> invoice rather than an open one beside an unused credit.
           MOVE WS-INV-FLD-CLIENT TO WS-APPLY-CLIENT-ID.
           MOVE WS-INV-AMOUNT TO WS-REMAINING-AMOUNT.
           MOVE 0 TO WS-APPLIED-COUNT.
           MOVE "A" TO WS-APPLY-TARGET.
           PERFORM APPLY-AGAINST-OPEN-ITEMS.

           MOVE SPACES TO AR-LEDGER-RECORD.
           MOVE WS-INV-FLD-CLIENT TO AR-CLIENT-ID.
           MOVE WS-MONTH-END-DATE TO AR-ITEM-DATE.
           MOVE "I" TO AR-ITEM-TYPE.
           MOVE 0 TO AR-ITEM-SEQ.
           MOVE WS-INV-FLD-MONTH TO AR-BILLING-MONTH.
           STRING "INV-" WS-INV-FLD-MONTH
               DELIMITED BY SIZE INTO AR-REFERENCE
           END-STRING.
           MOVE WS-INV-AMOUNT TO AR-AMOUNT.
           MOVE WS-REMAINING-AMOUNT TO AR-OPEN-AMOUNT.
           STRING "MONTHLY INVOICE " WS-INV-FLD-MSGS " MSGS"
               DELIMITED BY SIZE INTO AR-DESCRIPTION
           END-STRING.
           MOVE OS-OPERATOR-ID TO AR-POSTED-BY.
           MOVE WS-POST-TIMESTAMP TO AR-POSTED-TS.
           WRITE AR-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: cannot add invoice "
                       WS-INV-FLD-MONTH " for client "
                       WS-INV-FLD-CLIENT " (file status "
                       WS-LEDGER-FILE-STATUS ")."
               NOT INVALID KEY
                   ADD 1 TO WS-INVOICES-LOADED
                   ADD WS-INV-AMOUNT TO WS-LOAD-TOTAL
           END-WRITE.

       POST-RECEIPT.
      *> One screen for both: a payment is money received, a credit
      *> memo is an allowance the client no longer owes. Both reduce
      *> the client's open invoices the same way.
           IF WS-POSTING-PAYMENT
               MOVE "PAYMENT" TO WS-POST-TYPE-TEXT
           ELSE
               MOVE "CREDIT MEMO" TO WS-POST-TYPE-TEXT
           END-IF.
           DISPLAY "Client id: ".
           ACCEPT WS-INPUT-CLIENT-ID.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CLIENT-ID)
               TO WS-INPUT-CLIENT-ID.
           PERFORM CHECK-CLIENT-ON-MASTER.
           IF WS-CLIENT-MASTER-OPEN AND NOT WS-CLIENT-ON-MASTER
               DISPLAY "Client is not on the client master - "
                   "nothing posted."
           ELSE
               MOVE WS-INPUT-CLIENT-ID TO WS-APPLY-CLIENT-ID
               MOVE "N" TO WS-SHOW-ITEMS-SW
               PERFORM SCAN-CLIENT-LEDGER
               PERFORM DISPLAY-CLIENT-BALANCE
               PERFORM ACCEPT-RECEIPT-FIELDS
               IF WS-INPUT-OK
                   MOVE WS-POST-AMOUNT TO WS-AMOUNT-EDITED
                   DISPLAY "Post " WS-POST-TYPE-TEXT " of "
                       WS-AMOUNT-EDITED " to " WS-INPUT-CLIENT-ID
                       " dated " WS-POST-DATE "? (Y/N): "
                   MOVE SPACE TO WS-CONFIRM
                   ACCEPT WS-CONFIRM
                   IF FUNCTION UPPER-CASE(WS-CONFIRM) = "Y"
                       PERFORM APPLY-AND-WRITE-RECEIPT
                   ELSE
                       DISPLAY "Nothing posted."
                   END-IF
               END-IF
           END-IF.

       ACCEPT-RECEIPT-FIELDS.
           MOVE "N" TO WS-INPUT-OK-SW.
           DISPLAY "Amount (e.g. 125.00): ".
           MOVE SPACES TO WS-INPUT-AMOUNT-TEXT.
           ACCEPT WS-INPUT-AMOUNT-TEXT.
      *> Validated in a signed field first: NUMVAL of "-50.00"
      *> moved straight to the unsigned amount would post 50.00.
           MOVE 0 TO WS-SIGNED-AMOUNT.
           IF WS-INPUT-AMOUNT-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-INPUT-AMOUNT-TEXT) = 0
               MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT-TEXT)
                   TO WS-SIGNED-AMOUNT
           END-IF.
           MOVE 0 TO WS-POST-AMOUNT.
           IF WS-SIGNED-AMOUNT > 0
               MOVE WS-SIGNED-AMOUNT TO WS-POST-AMOUNT
           END-IF.
           IF WS-POST-AMOUNT = 0
               DISPLAY "Amount must be greater than zero - nothing "
                   "posted."
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
               DISPLAY "Date (YYYYMMDD, blank for today): "
               MOVE SPACES TO WS-INPUT-DATE-TEXT
               ACCEPT WS-INPUT-DATE-TEXT
               IF WS-INPUT-DATE-TEXT = SPACES
                   MOVE WS-TODAY-DATE TO WS-POST-DATE
                   MOVE "Y" TO WS-INPUT-OK-SW
               ELSE
                   IF WS-INPUT-DATE-TEXT IS NUMERIC
                       MOVE WS-INPUT-DATE-TEXT TO WS-POST-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-POST-DATE)
                               = 0
                               AND WS-POST-DATE <= WS-TODAY-DATE
                           MOVE "Y" TO WS-INPUT-OK-SW
                       END-IF
                   END-IF
                   IF NOT WS-INPUT-OK
                       DISPLAY "Date must be a real date no later "
                           "than today - nothing posted."
                   END-IF
               END-IF
           END-IF.
           IF WS-INPUT-OK
               IF WS-POSTING-PAYMENT
                   DISPLAY "Remittance or cheque reference: "
               ELSE
                   DISPLAY "Credit memo number: "
               END-IF
               MOVE SPACES TO WS-INPUT-REFERENCE
               ACCEPT WS-INPUT-REFERENCE
               MOVE FUNCTION UPPER-CASE(WS-INPUT-REFERENCE)
                   TO WS-INPUT-REFERENCE
               IF WS-POSTING-PAYMENT
                   MOVE "PAYMENT RECEIVED" TO WS-INPUT-DESCRIPTION
               ELSE
                   DISPLAY "Reason for credit: "
                   MOVE SPACES TO WS-INPUT-DESCRIPTION
                   ACCEPT WS-INPUT-DESCRIPTION
                   MOVE FUNCTION UPPER-CASE(WS-INPUT-DESCRIPTION)
                       TO WS-INPUT-DESCRIPTION
                   IF WS-INPUT-DESCRIPTION = SPACES
                       DISPLAY "A credit memo needs a reason - "
                           "nothing posted."
                       MOVE "N" TO WS-INPUT-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-INPUT-OK
               PERFORM ACCEPT-INVOICE-MONTH
           END-IF.

       ACCEPT-INVOICE-MONTH.
      *> A remittance usually names the invoice it pays; that one is
      *> settled first and anything over goes to the oldest others.
           DISPLAY "Apply to invoice month (YYYYMM, blank for "
               "oldest first): ".
           MOVE SPACES TO WS-INPUT-MONTH-TEXT.
           ACCEPT WS-INPUT-MONTH-TEXT.
           IF WS-INPUT-MONTH-TEXT NOT = SPACES
               MOVE WS-INPUT-MONTH-TEXT TO WS-MONTH-TEXT
               PERFORM COMPUTE-MONTH-END
               IF NOT WS-MONTH-VALID
                   DISPLAY "Invalid month - nothing posted."
                   MOVE "N" TO WS-INPUT-OK-SW
               ELSE
                   MOVE WS-INPUT-CLIENT-ID TO AR-CLIENT-ID
                   MOVE WS-MONTH-END-DATE TO AR-ITEM-DATE
                   MOVE "I" TO AR-ITEM-TYPE
                   MOVE 0 TO AR-ITEM-SEQ
                   READ AR-LEDGER-FILE
                       INVALID KEY
                           DISPLAY "No invoice for " WS-INPUT-MONTH-TEXT
                               " on the ledger - nothing posted."
                           MOVE "N" TO WS-INPUT-OK-SW
                   END-READ
               END-IF
           END-IF.

       APPLY-AND-WRITE-RECEIPT.
      *> The item's sequence is settled before anything is applied,
      *> so no invoice is reduced for a receipt that then cannot be
      *> written.
           PERFORM FIND-FREE-RECEIPT-SEQ.
           IF NOT WS-SEQ-FREE
               DISPLAY "ERROR: no free ledger sequence for "
                   WS-INPUT-CLIENT-ID " on " WS-POST-DATE
                   " (file status " WS-LEDGER-FILE-STATUS
                   ") - nothing posted."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-POST-TIMESTAMP
               MOVE WS-INPUT-CLIENT-ID TO WS-APPLY-CLIENT-ID
               MOVE WS-POST-AMOUNT TO WS-REMAINING-AMOUNT
               MOVE 0 TO WS-APPLIED-COUNT
               MOVE "I" TO WS-APPLY-TARGET
               IF WS-INPUT-MONTH-TEXT NOT = SPACES
                   MOVE WS-INPUT-CLIENT-ID TO AR-CLIENT-ID
                   MOVE WS-MONTH-END-DATE TO AR-ITEM-DATE
                   MOVE "I" TO AR-ITEM-TYPE
                   MOVE 0 TO AR-ITEM-SEQ
                   READ AR-LEDGER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF AR-OPEN-AMOUNT > 0
                               PERFORM APPLY-TO-CURRENT-ITEM
                           END-IF
                   END-READ
               END-IF
               IF WS-REMAINING-AMOUNT > 0
                   PERFORM APPLY-AGAINST-OPEN-ITEMS
               END-IF

               MOVE SPACES TO AR-LEDGER-RECORD
               MOVE WS-INPUT-CLIENT-ID TO AR-CLIENT-ID
               MOVE WS-POST-DATE TO AR-ITEM-DATE
               MOVE WS-POST-TYPE TO AR-ITEM-TYPE
               MOVE WS-POST-SEQ TO AR-ITEM-SEQ
               MOVE WS-INPUT-MONTH-TEXT TO AR-BILLING-MONTH
               MOVE WS-INPUT-REFERENCE TO AR-REFERENCE
               MOVE WS-POST-AMOUNT TO AR-AMOUNT
               MOVE WS-REMAINING-AMOUNT TO AR-OPEN-AMOUNT
               MOVE WS-INPUT-DESCRIPTION TO AR-DESCRIPTION
               MOVE OS-OPERATOR-ID TO AR-POSTED-BY
               MOVE WS-POST-TIMESTAMP TO AR-POSTED-TS
               WRITE AR-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: cannot write "
                           WS-POST-TYPE-TEXT " (file status "
                           WS-LEDGER-FILE-STATUS ")."
                   NOT INVALID KEY
                       MOVE WS-REMAINING-AMOUNT TO WS-OPEN-EDITED
                       DISPLAY WS-POST-TYPE-TEXT " posted - applied "
                           "to " WS-APPLIED-COUNT " invoice(s), "
                           WS-OPEN-EDITED " held on account."
               END-WRITE
           END-IF.

       FIND-FREE-RECEIPT-SEQ.
           MOVE "N" TO WS-SEQ-FREE-SW.
           MOVE 0 TO WS-POST-SEQ.
           PERFORM UNTIL WS-SEQ-FREE OR WS-POST-SEQ >= 9999
               ADD 1 TO WS-POST-SEQ
               MOVE WS-INPUT-CLIENT-ID TO AR-CLIENT-ID
               MOVE WS-POST-DATE TO AR-ITEM-DATE
               MOVE WS-POST-TYPE TO AR-ITEM-TYPE
               MOVE WS-POST-SEQ TO AR-ITEM-SEQ
               READ AR-LEDGER-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-SEQ-FREE-SW
               END-READ
           END-PERFORM.

       APPLY-AGAINST-OPEN-ITEMS.
      *> Walks the client's items oldest first, applying
      *> WS-REMAINING-AMOUNT to each open item on the WS-APPLY-TARGET
      *> side until it is used up.
           MOVE "N" TO WS-LEDGER-EOF-SWITCH.
           MOVE LOW-VALUES TO AR-ITEM-KEY.
           MOVE WS-APPLY-CLIENT-ID TO AR-CLIENT-ID.
           START AR-LEDGER-FILE KEY >= AR-ITEM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LEDGER-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-LEDGER-EOF OR WS-REMAINING-AMOUNT = 0
               READ AR-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF-SWITCH
                   NOT AT END
                       IF AR-CLIENT-ID NOT = WS-APPLY-CLIENT-ID
                           MOVE "Y" TO WS-LEDGER-EOF-SWITCH
                       ELSE
                           IF AR-OPEN-AMOUNT > 0
                               IF (WS-APPLY-TO-INVOICES
                                       AND AR-ITEM-INVOICE)
                                   OR (WS-APPLY-ON-ACCOUNT
                                       AND NOT AR-ITEM-INVOICE)
                                   PERFORM APPLY-TO-CURRENT-ITEM
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-TO-CURRENT-ITEM.
           IF AR-OPEN-AMOUNT < WS-REMAINING-AMOUNT
               MOVE AR-OPEN-AMOUNT TO WS-APPLY-AMOUNT
           ELSE
               MOVE WS-REMAINING-AMOUNT TO WS-APPLY-AMOUNT
           END-IF.
           SUBTRACT WS-APPLY-AMOUNT FROM AR-OPEN-AMOUNT.
           SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING-AMOUNT.
           REWRITE AR-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: cannot update ledger item "
                       AR-REFERENCE " (file status "
                       WS-LEDGER-FILE-STATUS ")."
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE WS-APPLY-AMOUNT TO WS-AMOUNT-EDITED
                   MOVE AR-OPEN-AMOUNT TO WS-OPEN-EDITED
                   DISPLAY "  Applied " WS-AMOUNT-EDITED " "
                       AR-CLIENT-ID " " AR-ITEM-DATE " "
                       AR-REFERENCE " - still open "
                       WS-OPEN-EDITED
           END-REWRITE.

       CLIENT-INQUIRY.
           DISPLAY "Client id: ".
           ACCEPT WS-INPUT-CLIENT-ID.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CLIENT-ID)
               TO WS-INPUT-CLIENT-ID.
           MOVE WS-INPUT-CLIENT-ID TO WS-APPLY-CLIENT-ID.
           MOVE "Y" TO WS-SHOW-ITEMS-SW.
           PERFORM SCAN-CLIENT-LEDGER.
           IF WS-ITEM-COUNT = 0
               DISPLAY "No ledger items for " WS-INPUT-CLIENT-ID "."
           ELSE
               PERFORM DISPLAY-CLIENT-BALANCE
           END-IF.

       SCAN-CLIENT-LEDGER.
      *> Totals the client's open invoices and amounts held on
      *> account, listing each item as it goes when WS-SHOW-ITEMS.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-OPEN-INVOICE-TOTAL.
           MOVE 0 TO WS-ON-ACCOUNT-TOTAL.
           MOVE "N" TO WS-LEDGER-EOF-SWITCH.
           MOVE LOW-VALUES TO AR-ITEM-KEY.
           MOVE WS-APPLY-CLIENT-ID TO AR-CLIENT-ID.
           START AR-LEDGER-FILE KEY >= AR-ITEM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LEDGER-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-LEDGER-EOF
               READ AR-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF-SWITCH
                   NOT AT END
                       IF AR-CLIENT-ID NOT = WS-APPLY-CLIENT-ID
                           MOVE "Y" TO WS-LEDGER-EOF-SWITCH
                       ELSE
                           PERFORM TALLY-CLIENT-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       TALLY-CLIENT-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           IF AR-ITEM-INVOICE
               ADD AR-OPEN-AMOUNT TO WS-OPEN-INVOICE-TOTAL
               MOVE "INVOICE" TO WS-ITEM-TYPE-TEXT
           ELSE
               ADD AR-OPEN-AMOUNT TO WS-ON-ACCOUNT-TOTAL
               IF AR-ITEM-PAYMENT
                   MOVE "PAYMENT" TO WS-ITEM-TYPE-TEXT
               ELSE
                   MOVE "CREDIT" TO WS-ITEM-TYPE-TEXT
               END-IF
           END-IF.
           IF WS-SHOW-ITEMS
               MOVE AR-AMOUNT TO WS-AMOUNT-EDITED
               MOVE AR-OPEN-AMOUNT TO WS-OPEN-EDITED
               DISPLAY AR-ITEM-DATE " " WS-ITEM-TYPE-TEXT " "
                   AR-REFERENCE " " WS-AMOUNT-EDITED
                   " OPEN " WS-OPEN-EDITED " " AR-DESCRIPTION
           END-IF.

       DISPLAY-CLIENT-BALANCE.
           COMPUTE WS-BALANCE =
               WS-OPEN-INVOICE-TOTAL - WS-ON-ACCOUNT-TOTAL.
           MOVE WS-OPEN-INVOICE-TOTAL TO WS-TOTAL-EDITED.
           DISPLAY "Open invoices:   " WS-TOTAL-EDITED.
           MOVE WS-ON-ACCOUNT-TOTAL TO WS-TOTAL-EDITED.
           DISPLAY "Held on account: " WS-TOTAL-EDITED.
           MOVE WS-BALANCE TO WS-BALANCE-EDITED.
           DISPLAY "Balance due:     " WS-BALANCE-EDITED.

       CHECK-CLIENT-ON-MASTER.
           MOVE "N" TO WS-CLIENT-FOUND-SW.
           IF WS-CLIENT-MASTER-OPEN
               MOVE WS-INPUT-CLIENT-ID TO CMF-CLIENT-ID
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CLIENT-FOUND-SW
               END-READ
           END-IF.

       COMPUTE-MONTH-END.
      *> The day before the first of the following month, so the
      *> month length and leap years need no table.
           MOVE "N" TO WS-MONTH-VALID-SW.
           IF WS-MONTH-TEXT IS NUMERIC
               MOVE WS-MONTH-TEXT(1:4) TO WS-MONTH-YEAR
               MOVE WS-MONTH-TEXT(5:2) TO WS-MONTH-MM
               IF WS-MONTH-MM >= 1 AND WS-MONTH-MM <= 12
                       AND WS-MONTH-YEAR >= 1601
                   MOVE "Y" TO WS-MONTH-VALID-SW
                   IF WS-MONTH-MM = 12
                       ADD 1 TO WS-MONTH-YEAR
                       MOVE 1 TO WS-MONTH-MM
                   ELSE
                       ADD 1 TO WS-MONTH-MM
                   END-IF
                   MOVE 1 TO WS-MONTH-DD
                   COMPUTE WS-MONTH-END-DATE =
                       FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-MONTH-WORK-DATE)
                           - 1)
               END-IF
           END-IF.
