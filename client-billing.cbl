      *> master. Rejected records are shown on the statement but
      *> never billed. This replaces the spreadsheet billing used to
      *> maintain by hand from the daily control reports.
      *> Each statement closes with the client's account summary from
      *> the AR-LEDGER.DAT receivables ledger AR-ADMIN keeps: the
      *> balance brought forward from earlier months, payments and
      *> credits received in the month, this month's charges and the
      *> balance carried forward. A client with no activity but a
      *> balance or a receipt on the ledger still gets a statement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMF-CLIENT-ID
               FILE STATUS IS WS-CLIENT-MASTER-STATUS.
           SELECT AR-LEDGER-FILE ASSIGN TO "AR-LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ITEM-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO "CIPHER-BILLING-STATEMENTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CLIENT-MASTER-FILE.
       COPY CLIMAST.

       FD  AR-LEDGER-FILE.
       COPY ARLEDGER.

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD         PIC X(132).

       01  WS-CLIENT-MASTER-STATUS  PIC XX.
       01  WS-STATEMENT-FILE-STATUS PIC XX.
       01  WS-INVOICE-FILE-STATUS   PIC XX.
       01  WS-LEDGER-FILE-STATUS    PIC XX.
       01  WS-ACTIVITY-EOF-SWITCH   PIC X VALUE "N".
           88  WS-ACTIVITY-EOF          VALUE "Y".
       01  WS-RATE-OPEN-SW          PIC X VALUE "N".
           88  WS-RATE-OPEN             VALUE "Y".
       01  WS-CLIENT-MASTER-OPEN-SW PIC X VALUE "N".
           88  WS-CLIENT-MASTER-OPEN    VALUE "Y".
       01  WS-LEDGER-EOF-SWITCH     PIC X VALUE "N".
           88  WS-LEDGER-EOF            VALUE "Y".
      *> A ledger that does not exist yet just means nothing has
      *> been invoiced, so every balance is zero; one that cannot
      *> be read leaves the summaries off rather than print wrong
      *> balances.
       01  WS-LEDGER-STATE          PIC X VALUE "A".
           88  WS-LEDGER-READ           VALUE "R".
           88  WS-LEDGER-ABSENT         VALUE "A".
           88  WS-LEDGER-UNUSABLE       VALUE "U".

       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-BILLING-MONTH         PIC X(6).

      *> Per-client month accumulation, one row per client with any
      *> activity in the month and one cell per day of month so the
      *> statement can show counts by run date. A client with no
      *> activity but something on the receivables ledger is carried
      *> for its account summary alone (BC-LEDGER-ONLY).
       01  BILLING-TABLE.
           05  BC-COUNT             PIC 9(3) VALUE ZERO.
           05  BC-ENTRY OCCURS 200 TIMES.
               10  BC-CLIENT-ID     PIC X(8).
               10  BC-LEDGER-ONLY   PIC X.
               10  BC-PREV-BALANCE  PIC S9(11)V99.
               10  BC-PAYMENTS      PIC 9(11)V99.
               10  BC-CREDITS       PIC 9(11)V99.
               10  BC-TOTAL-MSGS    PIC 9(7).
               10  BC-TOTAL-REJECTS PIC 9(7).
               10  BC-DAY OCCURS 31 TIMES.
       01  WS-ACT-FLD-REJECTS       PIC X(7).
       01  WS-ACT-DAY               PIC 99.

      *> One client's ledger totals, gathered on a control break.
       01  WS-AR-CLIENT-ID          PIC X(8) VALUE SPACES.
       01  WS-AR-PREV-BALANCE       PIC S9(11)V99.
       01  WS-AR-PAYMENTS           PIC 9(11)V99.
       01  WS-AR-CREDITS            PIC 9(11)V99.
       01  WS-LEDGER-ONLY-COUNT     PIC 9(3) VALUE 0.
       01  WS-CARRIED-FORWARD       PIC S9(11)V99.

       01  WS-RECORDS-READ          PIC 9(7) VALUE 0.
       01  WS-RECORDS-SELECTED      PIC 9(7) VALUE 0.
       01  WS-STATEMENTS-WRITTEN    PIC 9(3) VALUE 0.
       01  WS-INV-RATE              PIC 9(3).99.
       01  WS-INV-AMOUNT            PIC 9(9).99.
       01  WS-TOTAL-EDITED          PIC Z(10)9.99.
       01  WS-BALANCE-EDITED        PIC Z(10)9.99-.
       01  WS-MSG-EDITED            PIC Z(6)9.
       01  WS-REJ-EDITED            PIC Z(6)9.
       01  WS-STATEMENT-DATE        PIC X(8).
           END-IF.

           PERFORM LOAD-MONTH-ACTIVITY.
           PERFORM LOAD-ACCOUNT-SUMMARIES.
           IF BC-COUNT = 0
               DISPLAY "No client activity or receivables for month "
                   WS-BILLING-MONTH " - no statements written."
           ELSE
               PERFORM OPEN-BILLING-MASTERS
                   WS-BILLING-MONTH ": " WS-STATEMENTS-WRITTEN
                   " statement(s) from " WS-RECORDS-SELECTED
                   " activity record(s)."
               IF WS-LEDGER-ONLY-COUNT > 0
                   DISPLAY WS-LEDGER-ONLY-COUNT " of them for "
                       "receivables only - no activity this month."
               END-IF
           END-IF.

       LOAD-MONTH-ACTIVITY.
               ELSE
                   ADD 1 TO BC-COUNT
                   MOVE WS-ACT-FLD-CLIENT TO BC-CLIENT-ID(BC-COUNT)
                   MOVE "N" TO BC-LEDGER-ONLY(BC-COUNT)
                   MOVE 0 TO BC-PREV-BALANCE(BC-COUNT)
                   MOVE 0 TO BC-PAYMENTS(BC-COUNT)
                   MOVE 0 TO BC-CREDITS(BC-COUNT)
                   MOVE 0 TO BC-TOTAL-MSGS(BC-COUNT)
                   MOVE 0 TO BC-TOTAL-REJECTS(BC-COUNT)
                   PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               END-IF
           END-IF.

       LOAD-ACCOUNT-SUMMARIES.
      *> For the billing month M: the previous balance is every
      *> invoice for a month before M less every payment and credit
      *> dated before M; payments and credits are those dated in M.
      *> M's own invoice, if already loaded, is this statement's new
      *> charges and so is in neither. The ledger reads back client
      *> by client, so each client's totals are posted to the table
      *> when the next client's first item arrives.
           OPEN INPUT AR-LEDGER-FILE.
           EVALUATE WS-LEDGER-FILE-STATUS
               WHEN "00"
                   MOVE "R" TO WS-LEDGER-STATE
               WHEN "35"
                   MOVE "A" TO WS-LEDGER-STATE
               WHEN OTHER
                   MOVE "U" TO WS-LEDGER-STATE
                   DISPLAY "WARNING: cannot open AR-LEDGER.DAT "
                       "(file status " WS-LEDGER-FILE-STATUS
                       ") - statements print without account "
                       "summaries."
           END-EVALUATE.
           IF WS-LEDGER-READ
               MOVE SPACES TO WS-AR-CLIENT-ID
               MOVE "N" TO WS-LEDGER-EOF-SWITCH
               MOVE LOW-VALUES TO AR-ITEM-KEY
               START AR-LEDGER-FILE KEY >= AR-ITEM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-LEDGER-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-LEDGER-EOF
                   READ AR-LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LEDGER-EOF-SWITCH
                       NOT AT END
                           PERFORM TALLY-ONE-LEDGER-ITEM
                   END-READ
               END-PERFORM
               IF WS-AR-CLIENT-ID NOT = SPACES
                   PERFORM POST-CLIENT-SUMMARY
               END-IF
               CLOSE AR-LEDGER-FILE
           END-IF.

       TALLY-ONE-LEDGER-ITEM.
           IF AR-CLIENT-ID NOT = WS-AR-CLIENT-ID
               IF WS-AR-CLIENT-ID NOT = SPACES
                   PERFORM POST-CLIENT-SUMMARY
               END-IF
               MOVE AR-CLIENT-ID TO WS-AR-CLIENT-ID
               MOVE 0 TO WS-AR-PREV-BALANCE
               MOVE 0 TO WS-AR-PAYMENTS
               MOVE 0 TO WS-AR-CREDITS
           END-IF.
           IF AR-ITEM-INVOICE
               IF AR-BILLING-MONTH < WS-BILLING-MONTH
                   ADD AR-AMOUNT TO WS-AR-PREV-BALANCE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN AR-ITEM-DATE(1:6) < WS-BILLING-MONTH
                       SUBTRACT AR-AMOUNT FROM WS-AR-PREV-BALANCE
                   WHEN AR-ITEM-DATE(1:6) = WS-BILLING-MONTH
                       IF AR-ITEM-PAYMENT
                           ADD AR-AMOUNT TO WS-AR-PAYMENTS
                       ELSE
                           ADD AR-AMOUNT TO WS-AR-CREDITS
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       POST-CLIENT-SUMMARY.
           MOVE 0 TO WS-BC-FOUND-IDX.
           PERFORM VARYING WS-BC-IDX FROM 1 BY 1
                   UNTIL WS-BC-IDX > BC-COUNT
               IF BC-CLIENT-ID(WS-BC-IDX) = WS-AR-CLIENT-ID
                   MOVE WS-BC-IDX TO WS-BC-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-BC-FOUND-IDX = 0
                   AND (WS-AR-PREV-BALANCE NOT = 0
                       OR WS-AR-PAYMENTS > 0 OR WS-AR-CREDITS > 0)
               MOVE WS-AR-CLIENT-ID TO WS-ACT-FLD-CLIENT
               PERFORM FIND-OR-ADD-BILLING-ENTRY
               IF WS-BC-FOUND-IDX > 0
                   MOVE "Y" TO BC-LEDGER-ONLY(WS-BC-FOUND-IDX)
                   ADD 1 TO WS-LEDGER-ONLY-COUNT
               ELSE
                   DISPLAY "WARNING: more than 200 clients - no "
                       "statement for " WS-AR-CLIENT-ID
                       " (receivables only)."
               END-IF
           END-IF.
           IF WS-BC-FOUND-IDX > 0
               MOVE WS-AR-PREV-BALANCE
                   TO BC-PREV-BALANCE(WS-BC-FOUND-IDX)
               MOVE WS-AR-PAYMENTS TO BC-PAYMENTS(WS-BC-FOUND-IDX)
               MOVE WS-AR-CREDITS TO BC-CREDITS(WS-BC-FOUND-IDX)
           END-IF.

       OPEN-BILLING-MASTERS.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATE-FILE-STATUS = "00"

       WRITE-ONE-STATEMENT.
           PERFORM LOOKUP-CLIENT-NAME.
           IF BC-LEDGER-ONLY(WS-BC-IDX) = "Y"
               MOVE "N" TO WS-RATE-FOUND-SWITCH
               MOVE 0 TO WS-BILL-AMOUNT
           ELSE
               PERFORM LOOKUP-RATE
               PERFORM PRICE-THE-MONTH
           END-IF.

           MOVE SPACES TO STATEMENT-RECORD.
           MOVE "----------------------------------------"
           END-STRING.
           WRITE STATEMENT-RECORD.

           IF BC-LEDGER-ONLY(WS-BC-IDX) = "Y"
               MOVE SPACES TO STATEMENT-RECORD
               MOVE "NO ACTIVITY THIS MONTH - NOTHING BILLED"
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           ELSE
               PERFORM WRITE-ACTIVITY-AND-CHARGES
           END-IF.
           PERFORM WRITE-ACCOUNT-SUMMARY.
           ADD 1 TO WS-STATEMENTS-WRITTEN.

       WRITE-ACTIVITY-AND-CHARGES.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 31
               IF BD-MSG-COUNT(WS-BC-IDX, WS-DAY-IDX) > 0
               WRITE STATEMENT-RECORD
               PERFORM WRITE-INVOICE-LINE
           END-IF.

       WRITE-ACCOUNT-SUMMARY.
      *> This month's charges are the amount due just priced, not
      *> yet on the ledger until AR-ADMIN loads this month's
      *> invoices.
           IF WS-LEDGER-UNUSABLE
               MOVE SPACES TO STATEMENT-RECORD
               MOVE "ACCOUNT SUMMARY NOT AVAILABLE"
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           ELSE
               COMPUTE WS-CARRIED-FORWARD =
                   BC-PREV-BALANCE(WS-BC-IDX)
                   - BC-PAYMENTS(WS-BC-IDX)
                   - BC-CREDITS(WS-BC-IDX)
                   + WS-BILL-AMOUNT
               MOVE SPACES TO STATEMENT-RECORD
               MOVE "ACCOUNT SUMMARY" TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE BC-PREV-BALANCE(WS-BC-IDX) TO WS-BALANCE-EDITED
               MOVE SPACES TO STATEMENT-RECORD
               STRING
                   "  PREVIOUS BALANCE        " DELIMITED BY SIZE
                   WS-BALANCE-EDITED DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
               MOVE BC-PAYMENTS(WS-BC-IDX) TO WS-TOTAL-EDITED
               MOVE SPACES TO STATEMENT-RECORD
               STRING
                   "  PAYMENTS RECEIVED       " DELIMITED BY SIZE
                   WS-TOTAL-EDITED DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
               IF BC-CREDITS(WS-BC-IDX) > 0
                   MOVE BC-CREDITS(WS-BC-IDX) TO WS-TOTAL-EDITED
                   MOVE SPACES TO STATEMENT-RECORD
                   STRING
                       "  CREDITS                 " DELIMITED BY SIZE
                       WS-TOTAL-EDITED DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       INTO STATEMENT-RECORD
                   END-STRING
                   WRITE STATEMENT-RECORD
               END-IF
               MOVE WS-BILL-AMOUNT TO WS-TOTAL-EDITED
               MOVE SPACES TO STATEMENT-RECORD
               STRING
                   "  CHARGES THIS MONTH      " DELIMITED BY SIZE
                   WS-TOTAL-EDITED DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
               MOVE WS-CARRIED-FORWARD TO WS-BALANCE-EDITED
               MOVE SPACES TO STATEMENT-RECORD
               STRING
                   "  BALANCE CARRIED FORWARD " DELIMITED BY SIZE
                   WS-BALANCE-EDITED DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               END-STRING
               WRITE STATEMENT-RECORD
           END-IF.

       WRITE-ONE-DAY-LINE.
           MOVE SPACES TO WS-STATEMENT-DATE.
