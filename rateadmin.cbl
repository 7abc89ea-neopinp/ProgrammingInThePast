      *> One record per billable client: base per-message rate, up
      *> to two volume tiers (a tier quantity of zero leaves the
      *> tier unused), and a minimum charge. INDEXED on the client
      *> id, the same pattern as KEYADMIN and OPERADMIN. Rates move
      *> money, so the whole program is supervisor-only.
      *>
      *> Add, Update and Delete are under dual control as in
      *> KEYADMIN: the change is queued on PENDING-CHANGES.DAT and
      *> reaches the rate master only when a different supervisor
      *> approves it through the Pending function, and every change
      *> applied is written to CHANGE-JOURNAL.DAT with both operator
      *> ids, the timestamps and the before and after rates.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMF-CLIENT-ID
               FILE STATUS IS WS-CLIENT-MASTER-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDING-CHANGES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHANGE-ID
               FILE STATUS IS WS-PENDING-FILE-STATUS.
      *> Shared with KEYADMIN - see its SELECT for the line layout.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHANGE-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER-FILE.
       COPY CLIMAST.

       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       FD  CHANGE-JOURNAL-FILE.
       01  CHANGE-JOURNAL-RECORD PIC X(300).

       WORKING-STORAGE SECTION.

       COPY OPSIGN.
           88  WS-RATE-OPEN             VALUE "Y".
       01  WS-CLIENT-MASTER-OPEN-SW PIC X VALUE "N".
           88  WS-CLIENT-MASTER-OPEN    VALUE "Y".
       01  WS-PENDING-FILE-STATUS   PIC XX.
       01  WS-PENDING-OPEN-SW       PIC X VALUE "N".
           88  WS-PENDING-OPEN          VALUE "Y".
       01  WS-PENDING-EOF-SWITCH    PIC X VALUE "N".
           88  WS-PENDING-EOF           VALUE "Y".
       01  WS-JOURNAL-FILE-STATUS   PIC XX.
       01  WS-JOURNAL-OPEN-SW       PIC X VALUE "N".
           88  WS-JOURNAL-OPEN          VALUE "Y".
       01  WS-CHANGE-APPLIED-SW     PIC X VALUE "N".
           88  WS-CHANGE-APPLIED        VALUE "Y".
       01  WS-CHANGE-TIMESTAMP      PIC X(21).
       01  WS-DECISION              PIC X.
           88  WS-DECISION-APPROVE      VALUE "A".
           88  WS-DECISION-REJECT       VALUE "R".
       01  WS-RATE-IMAGE-TEXT       PIC X(80).
       01  WS-JOURNAL-BEFORE        PIC X(80).
       01  WS-JOURNAL-AFTER         PIC X(80).
      *> Journal images carry the amounts zero-filled so an image is
      *> one unbroken run of fields.
       01  WS-IMAGE-RATE            PIC 999.99.
       01  WS-IMAGE-TIER1-RATE      PIC 999.99.
       01  WS-IMAGE-TIER2-RATE      PIC 999.99.
       01  WS-IMAGE-MIN             PIC 9(5).99.

       01  WS-MENU-CHOICE        PIC X VALUE SPACE.
           88  WS-CHOICE-LIST        VALUE "L".
           88  WS-CHOICE-ADD         VALUE "A".
           88  WS-CHOICE-UPDATE      VALUE "U".
           88  WS-CHOICE-DELETE      VALUE "D".
           88  WS-CHOICE-PENDING     VALUE "P".
           88  WS-CHOICE-EXIT        VALUE "X".

       01  WS-LIST-COUNT         PIC 9(5).
                   "status " WS-RATE-FILE-STATUS
                   ") - rate maintenance unavailable."
           ELSE
               PERFORM OPEN-CHANGE-FILES
               OPEN INPUT CLIENT-MASTER-FILE
               IF WS-CLIENT-MASTER-STATUS = "00"
                   MOVE "Y" TO WS-CLIENT-MASTER-OPEN-SW
               DISPLAY "RATEADMIN - rate master maintenance."
               PERFORM UNTIL WS-CHOICE-EXIT
                   DISPLAY "Function: (L)ist (A)dd (U)pdate "
                       "(D)elete (P)ending e(X)it: "
                   ACCEPT WS-MENU-CHOICE
                   MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                       TO WS-MENU-CHOICE
                       WHEN WS-CHOICE-LIST
                           PERFORM LIST-RATES
                       WHEN WS-CHOICE-ADD
                           PERFORM CHECK-PENDING-OPEN
                           IF WS-PENDING-OPEN
                               PERFORM ADD-RATE
                           END-IF
                       WHEN WS-CHOICE-UPDATE
                           PERFORM CHECK-PENDING-OPEN
                           IF WS-PENDING-OPEN
                               PERFORM UPDATE-RATE
                           END-IF
                       WHEN WS-CHOICE-DELETE
                           PERFORM CHECK-PENDING-OPEN
                           IF WS-PENDING-OPEN
                               PERFORM DELETE-RATE
                           END-IF
                       WHEN WS-CHOICE-PENDING
                           PERFORM CHECK-PENDING-OPEN
                           IF WS-PENDING-OPEN
                               PERFORM REVIEW-PENDING-CHANGES
                           END-IF
                       WHEN WS-CHOICE-EXIT
                           CONTINUE
                       WHEN OTHER
               IF WS-CLIENT-MASTER-OPEN
                   CLOSE CLIENT-MASTER-FILE
               END-IF
               IF WS-PENDING-OPEN
                   CLOSE PENDING-CHANGE-FILE
               END-IF
               IF WS-JOURNAL-OPEN
                   CLOSE CHANGE-JOURNAL-FILE
               END-IF
               DISPLAY "RATEADMIN session ended."
           END-IF.

               MOVE "Y" TO WS-RATE-OPEN-SW
           END-IF.

       OPEN-CHANGE-FILES.
      *> Both are created empty the first time a session finds them
      *> absent, the same bootstrap as the rate master.
           MOVE "N" TO WS-PENDING-OPEN-SW.
           OPEN I-O PENDING-CHANGE-FILE.
           IF WS-PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF.
           IF WS-PENDING-FILE-STATUS = "00"
               MOVE "Y" TO WS-PENDING-OPEN-SW
           ELSE
               DISPLAY "WARNING: cannot open PENDING-CHANGES.DAT (file "
                   "status " WS-PENDING-FILE-STATUS
                   ") - rate changes unavailable this session."
           END-IF.
           MOVE "N" TO WS-JOURNAL-OPEN-SW.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
               CLOSE CHANGE-JOURNAL-FILE
               OPEN EXTEND CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-FILE-STATUS = "00"
               MOVE "Y" TO WS-JOURNAL-OPEN-SW
           ELSE
               DISPLAY "WARNING: cannot open CHANGE-JOURNAL.DAT (file "
                   "status " WS-JOURNAL-FILE-STATUS
                   ") - approvals unavailable this session."
           END-IF.

       CHECK-PENDING-OPEN.
           IF NOT WS-PENDING-OPEN
               DISPLAY "Pending-change file unavailable - rate "
                   "changes cannot be made this session."
           END-IF.

       LIST-RATES.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-RATE-EOF-SWITCH.
               END-IF
               MOVE WS-INPUT-CLIENT-ID TO RB-CLIENT-ID
               PERFORM ACCEPT-RATE-FIELDS
               MOVE "ADD" TO PC-ACTION
               MOVE SPACES TO PC-BEFORE-IMAGE
               MOVE RATE-MASTER-RECORD TO PC-AFTER-IMAGE
               PERFORM QUEUE-PENDING-CHANGE
           END-IF.

       UPDATE-RATE.
           IF NOT WS-RATE-FOUND
               DISPLAY "Client has no rate record - use Add."
           ELSE
               MOVE "UPDATE" TO PC-ACTION
               MOVE RATE-MASTER-RECORD TO PC-BEFORE-IMAGE
               PERFORM ACCEPT-RATE-FIELDS
               MOVE RATE-MASTER-RECORD TO PC-AFTER-IMAGE
               PERFORM QUEUE-PENDING-CHANGE
           END-IF.

       DELETE-RATE.
           IF NOT WS-RATE-FOUND
               DISPLAY "Client has no rate record."
           ELSE
               MOVE "DELETE" TO PC-ACTION
               MOVE RATE-MASTER-RECORD TO PC-BEFORE-IMAGE
               MOVE SPACES TO PC-AFTER-IMAGE
               PERFORM QUEUE-PENDING-CHANGE
           END-IF.

       FIND-RATE.
               MOVE FUNCTION NUMVAL(WS-INPUT-AMOUNT-TEXT)
                   TO RB-MIN-CHARGE
           END-IF.

       QUEUE-PENDING-CHANGE.
      *> The caller has set the action and the before and after
      *> images; the change is keyed by its request timestamp and
      *> waits for a second supervisor.
           MOVE FUNCTION CURRENT-DATE TO WS-CHANGE-TIMESTAMP.
           MOVE WS-CHANGE-TIMESTAMP(1:16) TO PC-CHANGE-ID.
           MOVE "RATE" TO PC-MASTER.
           MOVE WS-INPUT-CLIENT-ID TO PC-RECORD-KEY.
           MOVE "P" TO PC-STATUS.
           MOVE OS-OPERATOR-ID TO PC-REQUESTED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO PC-REQUESTED-TS.
           MOVE SPACES TO PC-DECIDED-BY.
           MOVE SPACES TO PC-DECIDED-TS.
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: change could not be queued "
                       "(file status " WS-PENDING-FILE-STATUS
                       ") - nothing changed."
               NOT INVALID KEY
                   DISPLAY PC-ACTION " of rate for "
                       WS-INPUT-CLIENT-ID " queued as change "
                       PC-CHANGE-ID "."
                   DISPLAY "It takes effect when a second supervisor "
                       "approves it."
           END-WRITE.

       REVIEW-PENDING-CHANGES.
      *> Walks the rate changes awaiting approval, oldest first. The
      *> supervisor who asked for a change may reject (withdraw) it
      *> but never approve it.
           IF NOT WS-JOURNAL-OPEN
               DISPLAY "Change journal unavailable - changes cannot "
                   "be approved this session."
           END-IF.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-PENDING-EOF-SWITCH.
           MOVE LOW-VALUES TO PC-CHANGE-ID.
           START PENDING-CHANGE-FILE KEY >= PC-CHANGE-ID
               INVALID KEY
                   MOVE "Y" TO WS-PENDING-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-PENDING-EOF
               READ PENDING-CHANGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PENDING-EOF-SWITCH
                   NOT AT END
                       IF PC-MASTER-RATE AND PC-STATUS-PENDING
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM REVIEW-ONE-RATE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "No rate changes awaiting approval."
           END-IF.

       REVIEW-ONE-RATE-CHANGE.
           DISPLAY "Change " PC-CHANGE-ID " " PC-ACTION
               " rate " PC-RECORD-KEY
               " asked by " PC-REQUESTED-BY.
           IF PC-BEFORE-IMAGE NOT = SPACES
               MOVE PC-BEFORE-IMAGE TO RATE-MASTER-RECORD
               PERFORM BUILD-RATE-IMAGE
               DISPLAY "  from " WS-RATE-IMAGE-TEXT
           END-IF.
           IF PC-AFTER-IMAGE NOT = SPACES
               MOVE PC-AFTER-IMAGE TO RATE-MASTER-RECORD
               PERFORM BUILD-RATE-IMAGE
               DISPLAY "  to   " WS-RATE-IMAGE-TEXT
           END-IF.
           DISPLAY "(A)pprove (R)eject or (S)kip: ".
           MOVE SPACE TO WS-DECISION.
           ACCEPT WS-DECISION.
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
           EVALUATE TRUE
               WHEN WS-DECISION-APPROVE
                       AND PC-REQUESTED-BY = OS-OPERATOR-ID
                   DISPLAY "A change cannot be approved by the "
                       "supervisor who asked for it."
               WHEN WS-DECISION-APPROVE AND NOT WS-JOURNAL-OPEN
                   DISPLAY "Change journal unavailable - change "
                       "left pending."
               WHEN WS-DECISION-APPROVE
                   PERFORM APPLY-RATE-CHANGE
               WHEN WS-DECISION-REJECT
                   MOVE "R" TO PC-STATUS
                   PERFORM RECORD-CHANGE-DECISION
                   DISPLAY "Change " PC-CHANGE-ID " rejected."
               WHEN OTHER
                   DISPLAY "Change " PC-CHANGE-ID " left pending."
           END-EVALUATE.

       APPLY-RATE-CHANGE.
      *> The rate master must still be as it was when the change was
      *> asked for; anything else means the change was overtaken and
      *> is refused, left pending for its requester to reject.
           MOVE "N" TO WS-CHANGE-APPLIED-SW.
           MOVE PC-RECORD-KEY TO WS-INPUT-CLIENT-ID.
           PERFORM FIND-RATE.
           EVALUATE TRUE
               WHEN PC-ACTION = "ADD" AND WS-RATE-FOUND
                   DISPLAY "Client has been given a rate since - "
                       "change not applied."
               WHEN PC-ACTION NOT = "ADD" AND NOT WS-RATE-FOUND
                   DISPLAY "Client no longer has a rate record - "
                       "change not applied."
               WHEN PC-ACTION NOT = "ADD"
                       AND RATE-MASTER-RECORD NOT
                           = PC-BEFORE-IMAGE
                               (1:LENGTH OF RATE-MASTER-RECORD)
                   DISPLAY "Rate has been changed since this change "
                       "was asked for - change not applied."
               WHEN OTHER
                   IF WS-RATE-FOUND
                       PERFORM BUILD-RATE-IMAGE
                       MOVE WS-RATE-IMAGE-TEXT TO WS-JOURNAL-BEFORE
                   ELSE
                       MOVE "NONE" TO WS-JOURNAL-BEFORE
                   END-IF
                   EVALUATE PC-ACTION
                       WHEN "ADD"
                           PERFORM APPLY-RATE-ADD
                       WHEN "UPDATE"
                           PERFORM APPLY-RATE-UPDATE
                       WHEN "DELETE"
                           PERFORM APPLY-RATE-DELETE
                   END-EVALUATE
           END-EVALUATE.
           IF WS-CHANGE-APPLIED
               IF PC-ACTION = "DELETE"
                   MOVE "NONE" TO WS-JOURNAL-AFTER
               ELSE
                   PERFORM BUILD-RATE-IMAGE
                   MOVE WS-RATE-IMAGE-TEXT TO WS-JOURNAL-AFTER
               END-IF
               MOVE "A" TO PC-STATUS
               PERFORM RECORD-CHANGE-DECISION
               PERFORM WRITE-CHANGE-JOURNAL
           END-IF.

       APPLY-RATE-ADD.
           MOVE PC-AFTER-IMAGE TO RATE-MASTER-RECORD.
           WRITE RATE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: rate could not be written "
                       "(file status " WS-RATE-FILE-STATUS ")."
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHANGE-APPLIED-SW
                   DISPLAY "Rate record for "
                       WS-INPUT-CLIENT-ID " added."
           END-WRITE.

       APPLY-RATE-UPDATE.
           MOVE PC-AFTER-IMAGE TO RATE-MASTER-RECORD.
           REWRITE RATE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: rate could not be rewritten "
                       "(file status " WS-RATE-FILE-STATUS ")."
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHANGE-APPLIED-SW
                   DISPLAY "Rate record for "
                       WS-INPUT-CLIENT-ID " updated."
           END-REWRITE.

       APPLY-RATE-DELETE.
           DELETE RATE-MASTER-FILE
               INVALID KEY
                   DISPLAY "ERROR: rate could not be deleted "
                       "(file status " WS-RATE-FILE-STATUS ")."
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHANGE-APPLIED-SW
                   DISPLAY "Rate record for "
                       WS-INPUT-CLIENT-ID " deleted."
           END-DELETE.

       RECORD-CHANGE-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CHANGE-TIMESTAMP.
           MOVE OS-OPERATOR-ID TO PC-DECIDED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO PC-DECIDED-TS.
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: change " PC-CHANGE-ID
                       " could not be updated (file status "
                       WS-PENDING-FILE-STATUS ")."
           END-REWRITE.

       BUILD-RATE-IMAGE.
           MOVE RB-BASE-RATE TO WS-IMAGE-RATE.
           MOVE RB-TIER1-RATE TO WS-IMAGE-TIER1-RATE.
           MOVE RB-TIER2-RATE TO WS-IMAGE-TIER2-RATE.
           MOVE RB-MIN-CHARGE TO WS-IMAGE-MIN.
           MOVE SPACES TO WS-RATE-IMAGE-TEXT.
           STRING
               "BASE=" DELIMITED BY SIZE
               WS-IMAGE-RATE DELIMITED BY SIZE
               " T1=" DELIMITED BY SIZE
               RB-TIER1-QTY DELIMITED BY SIZE
               "@" DELIMITED BY SIZE
               WS-IMAGE-TIER1-RATE DELIMITED BY SIZE
               " T2=" DELIMITED BY SIZE
               RB-TIER2-QTY DELIMITED BY SIZE
               "@" DELIMITED BY SIZE
               WS-IMAGE-TIER2-RATE DELIMITED BY SIZE
               " MIN=" DELIMITED BY SIZE
               WS-IMAGE-MIN DELIMITED BY SIZE
               INTO WS-RATE-IMAGE-TEXT
           END-STRING.

       WRITE-CHANGE-JOURNAL.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           STRING
               PC-DECIDED-TS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               PC-MASTER DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               PC-ACTION DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               PC-RECORD-KEY DELIMITED BY SIZE
               "|CHANGE=" DELIMITED BY SIZE
               PC-CHANGE-ID DELIMITED BY SIZE
               "|REQ=" DELIMITED BY SIZE
               PC-REQUESTED-BY DELIMITED BY SIZE
               "|REQTS=" DELIMITED BY SIZE
               PC-REQUESTED-TS DELIMITED BY SIZE
               "|APPR=" DELIMITED BY SIZE
               PC-DECIDED-BY DELIMITED BY SIZE
               "|BEFORE=" DELIMITED BY SIZE
               WS-JOURNAL-BEFORE DELIMITED BY "  "
               "|AFTER=" DELIMITED BY SIZE
               WS-JOURNAL-AFTER DELIMITED BY "  "
               INTO CHANGE-JOURNAL-RECORD
           END-STRING.
           WRITE CHANGE-JOURNAL-RECORD.
