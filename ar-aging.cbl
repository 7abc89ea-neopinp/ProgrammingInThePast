       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-AGING.

      *> Monthly receivables aging by client over the AR-LEDGER.DAT
      *> open-item ledger (see ARLEDGER) that AR-ADMIN loads and
      *> posts. Each client's open invoice amounts are aged by days
      *> from the invoice date (the last day of its billing month)
      *> to the as-of date - current under 30 days, then 30, 60 and
      *> 90 days and over - and payments or credits not yet applied
      *> to any invoice are shown as held on account against the
      *> balance. This is the collections worklist: a client with
      *> anything in the 90+ column is flagged.
      *>
      *> Ageing is of the amounts open today. Items dated after the
      *> as-of date are left out, so an earlier as-of date gives the
      *> picture as it stood then except for settlements posted
      *> since, which have already reduced the open amounts.

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
           SELECT AGING-REPORT-FILE
               ASSIGN TO "CIPHER-AR-AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-LEDGER-FILE.
       COPY ARLEDGER.

       FD  CLIENT-MASTER-FILE.
       COPY CLIMAST.

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-LEDGER-FILE-STATUS    PIC XX.
       01  WS-CLIENT-MASTER-STATUS  PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.
       01  WS-LEDGER-EOF-SWITCH     PIC X VALUE "N".
           88  WS-LEDGER-EOF            VALUE "Y".
       01  WS-CLIENT-MASTER-OPEN-SW PIC X VALUE "N".
           88  WS-CLIENT-MASTER-OPEN    VALUE "Y".

       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-AS-OF-TEXT            PIC X(8).
       01  WS-AS-OF-DATE            PIC 9(8).
       01  WS-AS-OF-INT             PIC 9(8).
       01  WS-ITEM-DATE             PIC 9(8).
       01  WS-DAYS-OUTSTANDING      PIC S9(5).

       01  WS-ITEMS-READ            PIC 9(7) VALUE 0.
       01  WS-ITEMS-AGED            PIC 9(7) VALUE 0.
       01  WS-CLIENTS-LISTED        PIC 9(5) VALUE 0.
       01  WS-CLIENTS-OVER-90       PIC 9(5) VALUE 0.

      *> Aging buckets for the client in hand (AG-) and for the
      *> report as a whole (AT-), current / 30 / 60 / 90+ / held on
      *> account, in that order.
       01  WS-AG-CLIENT-ID          PIC X(8) VALUE SPACES.
       01  AGING-CLIENT-BUCKETS.
           05  AG-BUCKET OCCURS 5 TIMES PIC 9(11)V99.
       01  AGING-TOTAL-BUCKETS.
           05  AT-BUCKET OCCURS 5 TIMES PIC 9(11)V99.
       01  WS-BUCKET-IDX            PIC 9.
       01  WS-BALANCE               PIC S9(11)V99.
       01  WS-CLIENT-NAME           PIC X(30).
       01  WS-AGING-FLAG            PIC X(15).

       01  WS-LINE-BUCKETS.
           05  WS-LINE-BUCKET OCCURS 5 TIMES.
               10  FILLER           PIC X.
               10  WS-LINE-AMOUNT   PIC Z(9)9.99.
       01  WS-BALANCE-EDITED        PIC Z(9)9.99-.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           DISPLAY "Age as of date (YYYYMMDD, blank for today): ".
           MOVE SPACES TO WS-AS-OF-TEXT.
           ACCEPT WS-AS-OF-TEXT.
           IF WS-AS-OF-TEXT = SPACES
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-AS-OF-TEXT
           END-IF.
           IF WS-AS-OF-TEXT IS NOT NUMERIC
               DISPLAY "Invalid as-of date - no report written."
           ELSE
               MOVE WS-AS-OF-TEXT TO WS-AS-OF-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE) NOT = 0
                   DISPLAY "Invalid as-of date - no report written."
               ELSE
                   COMPUTE WS-AS-OF-INT =
                       FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                   PERFORM AGE-THE-LEDGER
               END-IF
           END-IF.

       AGE-THE-LEDGER.
           OPEN INPUT AR-LEDGER-FILE.
           EVALUATE WS-LEDGER-FILE-STATUS
               WHEN "00"
                   OPEN INPUT CLIENT-MASTER-FILE
                   IF WS-CLIENT-MASTER-STATUS = "00"
                       MOVE "Y" TO WS-CLIENT-MASTER-OPEN-SW
                   END-IF
                   OPEN OUTPUT AGING-REPORT-FILE
                   IF WS-REPORT-FILE-STATUS NOT = "00"
                       DISPLAY "ERROR: cannot open "
                           "CIPHER-AR-AGING.TXT (file status "
                           WS-REPORT-FILE-STATUS ") - report skipped."
                   ELSE
                       PERFORM WRITE-REPORT-HEADER
                       PERFORM AGE-ALL-ITEMS
                       PERFORM WRITE-REPORT-TRAILER
                       CLOSE AGING-REPORT-FILE
                       DISPLAY "Aging report written as of "
                           WS-AS-OF-DATE " (" WS-CLIENTS-LISTED
                           " client(s), " WS-CLIENTS-OVER-90
                           " with 90+ days open)."
                   END-IF
                   IF WS-CLIENT-MASTER-OPEN
                       CLOSE CLIENT-MASTER-FILE
                   END-IF
                   CLOSE AR-LEDGER-FILE
               WHEN "35"
                   DISPLAY "No receivables ledger (AR-LEDGER.DAT) - "
                       "no report written."
               WHEN OTHER
                   DISPLAY "ERROR: cannot open AR-LEDGER.DAT (file "
                       "status " WS-LEDGER-FILE-STATUS
                       ") - no report written."
           END-EVALUATE.

       AGE-ALL-ITEMS.
      *> The ledger reads back client by client, so each client's
      *> line is written when the next client's first item arrives.
           PERFORM CLEAR-CLIENT-BUCKETS.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
               MOVE 0 TO AT-BUCKET(WS-BUCKET-IDX)
           END-PERFORM.
           MOVE SPACES TO WS-AG-CLIENT-ID.
           MOVE "N" TO WS-LEDGER-EOF-SWITCH.
           MOVE LOW-VALUES TO AR-ITEM-KEY.
           START AR-LEDGER-FILE KEY >= AR-ITEM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LEDGER-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-LEDGER-EOF
               READ AR-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF-SWITCH
                   NOT AT END
                       PERFORM AGE-ONE-ITEM
               END-READ
           END-PERFORM.
           IF WS-AG-CLIENT-ID NOT = SPACES
               PERFORM WRITE-CLIENT-LINE
           END-IF.
           PERFORM WRITE-TOTAL-LINE.

       AGE-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ.
           IF AR-CLIENT-ID NOT = WS-AG-CLIENT-ID
               IF WS-AG-CLIENT-ID NOT = SPACES
                   PERFORM WRITE-CLIENT-LINE
               END-IF
               PERFORM CLEAR-CLIENT-BUCKETS
               MOVE AR-CLIENT-ID TO WS-AG-CLIENT-ID
           END-IF.
           MOVE AR-ITEM-DATE TO WS-ITEM-DATE.
           IF AR-OPEN-AMOUNT > 0 AND WS-ITEM-DATE <= WS-AS-OF-DATE
               ADD 1 TO WS-ITEMS-AGED
               IF AR-ITEM-INVOICE
                   COMPUTE WS-DAYS-OUTSTANDING = WS-AS-OF-INT
                       - FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE)
                   EVALUATE TRUE
                       WHEN WS-DAYS-OUTSTANDING < 30
                           MOVE 1 TO WS-BUCKET-IDX
                       WHEN WS-DAYS-OUTSTANDING < 60
                           MOVE 2 TO WS-BUCKET-IDX
                       WHEN WS-DAYS-OUTSTANDING < 90
                           MOVE 3 TO WS-BUCKET-IDX
                       WHEN OTHER
                           MOVE 4 TO WS-BUCKET-IDX
                   END-EVALUATE
               ELSE
                   MOVE 5 TO WS-BUCKET-IDX
               END-IF
               ADD AR-OPEN-AMOUNT TO AG-BUCKET(WS-BUCKET-IDX)
           END-IF.

       CLEAR-CLIENT-BUCKETS.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
               MOVE 0 TO AG-BUCKET(WS-BUCKET-IDX)
           END-PERFORM.

       WRITE-CLIENT-LINE.
      *> A client whose items are all settled has nothing to chase
      *> and is left off the worklist.
           IF AGING-CLIENT-BUCKETS NOT = ZEROS
               ADD 1 TO WS-CLIENTS-LISTED
               MOVE SPACES TO WS-AGING-FLAG
               IF AG-BUCKET(4) > 0
                   ADD 1 TO WS-CLIENTS-OVER-90
                   MOVE "<< 90+ OVERDUE" TO WS-AGING-FLAG
               END-IF
               PERFORM LOOKUP-CLIENT-NAME
               MOVE SPACES TO WS-LINE-BUCKETS
               PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > 5
                   MOVE AG-BUCKET(WS-BUCKET-IDX)
                       TO WS-LINE-AMOUNT(WS-BUCKET-IDX)
                   ADD AG-BUCKET(WS-BUCKET-IDX)
                       TO AT-BUCKET(WS-BUCKET-IDX)
               END-PERFORM
               COMPUTE WS-BALANCE = AG-BUCKET(1) + AG-BUCKET(2)
                   + AG-BUCKET(3) + AG-BUCKET(4) - AG-BUCKET(5)
               MOVE WS-BALANCE TO WS-BALANCE-EDITED
               MOVE SPACES TO AGING-REPORT-RECORD
               STRING
                   WS-AG-CLIENT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CLIENT-NAME(1:20) DELIMITED BY SIZE
                   WS-LINE-BUCKETS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BALANCE-EDITED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AGING-FLAG DELIMITED BY SIZE
                   INTO AGING-REPORT-RECORD
               END-STRING
               WRITE AGING-REPORT-RECORD
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-LINE-BUCKETS.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 5
               MOVE AT-BUCKET(WS-BUCKET-IDX)
                   TO WS-LINE-AMOUNT(WS-BUCKET-IDX)
           END-PERFORM.
           COMPUTE WS-BALANCE = AT-BUCKET(1) + AT-BUCKET(2)
               + AT-BUCKET(3) + AT-BUCKET(4) - AT-BUCKET(5).
           MOVE WS-BALANCE TO WS-BALANCE-EDITED.
           MOVE SPACES TO AGING-REPORT-RECORD.
           MOVE ALL "-" TO AGING-REPORT-RECORD(1:114).
           WRITE AGING-REPORT-RECORD.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING
               "TOTAL RECEIVABLES            " DELIMITED BY SIZE
               WS-LINE-BUCKETS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BALANCE-EDITED DELIMITED BY SIZE
               INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

       LOOKUP-CLIENT-NAME.
           MOVE "(NOT ON CLIENT MASTER)" TO WS-CLIENT-NAME.
           IF WS-CLIENT-MASTER-OPEN
               MOVE WS-AG-CLIENT-ID TO CMF-CLIENT-ID
               READ CLIENT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CMF-CLIENT-NAME TO WS-CLIENT-NAME
               END-READ
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING
               "RECEIVABLES AGING BY CLIENT - AS OF "
                   DELIMITED BY SIZE
               WS-AS-OF-DATE DELIMITED BY SIZE
               " - PREPARED " DELIMITED BY SIZE
               WS-RUN-TIMESTAMP(1:8) DELIMITED BY SIZE
               INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING
               "CRITERIA OPEN ITEMS DATED ON OR BEFORE THE AS-OF "
                   DELIMITED BY SIZE
               "DATE, INVOICES AGED FROM THEIR INVOICE DATE"
                   DELIMITED BY SIZE
               INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING
               "CLIENT   NAME                " DELIMITED BY SIZE
               "       CURRENT" DELIMITED BY SIZE
               "    30-59 DAYS" DELIMITED BY SIZE
               "    60-89 DAYS" DELIMITED BY SIZE
               "      90+ DAYS" DELIMITED BY SIZE
               "    ON ACCOUNT" DELIMITED BY SIZE
               "    BALANCE DUE" DELIMITED BY SIZE
               INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO AGING-REPORT-RECORD.
           STRING
               "END OF REPORT - " DELIMITED BY SIZE
               WS-CLIENTS-LISTED DELIMITED BY SIZE
               " CLIENT(S) WITH OPEN ITEMS, " DELIMITED BY SIZE
               WS-ITEMS-AGED DELIMITED BY SIZE
               " ITEM(S) AGED OF " DELIMITED BY SIZE
               WS-ITEMS-READ DELIMITED BY SIZE
               " READ" DELIMITED BY SIZE
               INTO AGING-REPORT-RECORD
           END-STRING.
           WRITE AGING-REPORT-RECORD.
