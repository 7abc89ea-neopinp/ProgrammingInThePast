       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-REPORT.

      *> Master-file change report for audit. Lists every change
      *> KEYADMIN and RATEADMIN applied within a date range, from
      *> CHANGE-JOURNAL.DAT: who asked for it and when, who approved
      *> it and when, and the record before and after. Key images
      *> carry mode, version, dates and status only - the journal
      *> never holds key material, so neither does this report.
      *>
      *> A second section lists the changes asked for in the same
      *> range that were never applied - rejected, or still waiting
      *> for a second supervisor - from PENDING-CHANGES.DAT.
      *>
      *> Journal line layout, as written by WRITE-CHANGE-JOURNAL in
      *> KEYADMIN and RATEADMIN:
      *>   appliedts|master|action|recordkey|CHANGE=id|REQ=oper
      *>       |REQTS=ts|APPR=oper|BEFORE=image|AFTER=image

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHANGE-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDING-CHANGES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHANGE-ID
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT CHANGE-REPORT-FILE ASSIGN TO "CHANGE-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-JOURNAL-FILE.
       01  CHANGE-JOURNAL-RECORD PIC X(300).

       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.

       COPY OPSIGN.

       01  WS-JOURNAL-FILE-STATUS  PIC XX.
       01  WS-PENDING-FILE-STATUS  PIC XX.
       01  WS-REPORT-FILE-STATUS   PIC XX.
       01  WS-JOURNAL-EOF-SWITCH   PIC X VALUE "N".
           88  WS-JOURNAL-EOF          VALUE "Y".
       01  WS-PENDING-EOF-SWITCH   PIC X VALUE "N".
           88  WS-PENDING-EOF          VALUE "Y".

       01  WS-RUN-TIMESTAMP        PIC X(21).

       01  WS-FROM-DATE-TEXT       PIC X(8).
       01  WS-TO-DATE-TEXT         PIC X(8).
       01  WS-MASTER-FILTER        PIC X.
           88  WS-FILTER-KEY           VALUE "K".
           88  WS-FILTER-RATE          VALUE "R".

      *> One journal line taken apart.
       01  WS-JNL-APPLIED-TS       PIC X(21).
       01  WS-JNL-MASTER           PIC X(4).
       01  WS-JNL-ACTION           PIC X(6).
       01  WS-JNL-RECORD-KEY       PIC X(8).
       01  WS-JNL-CHANGE-FIELD     PIC X(30).
       01  WS-JNL-REQ-FIELD        PIC X(20).
       01  WS-JNL-REQTS-FIELD      PIC X(30).
       01  WS-JNL-APPR-FIELD       PIC X(20).
       01  WS-JNL-BEFORE-FIELD     PIC X(100).
       01  WS-JNL-AFTER-FIELD      PIC X(100).
       01  WS-CHANGE-DATE          PIC X(8).

       01  WS-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-SELECT-COUNT         PIC 9(7) VALUE 0.
       01  WS-KEY-CHANGE-COUNT     PIC 9(7) VALUE 0.
       01  WS-RATE-CHANGE-COUNT    PIC 9(7) VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(7) VALUE 0.

       01  WS-RECORD-WANTED-SWITCH PIC X.
           88  WS-RECORD-WANTED        VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.

      *> The report names operators and shows rates - a verified
      *> operator is required, as for AUDIT-INQUIRY.
           MOVE "CHANGE-REPORT" TO OS-PROGRAM-NAME.
           CALL "OPERATOR-SIGNON" USING SIGNON-PARAMETERS.
           IF NOT OS-SIGNON-OK
               DISPLAY "Sign-on required - CHANGE-REPORT not started."
           ELSE
               PERFORM REPORT-PROCEDURE
           END-IF.

       REPORT-PROCEDURE.
           DISPLAY "From date (YYYYMMDD, blank for no lower bound): ".
           MOVE SPACES TO WS-FROM-DATE-TEXT.
           ACCEPT WS-FROM-DATE-TEXT.
           DISPLAY "To date (YYYYMMDD, blank for no upper bound): ".
           MOVE SPACES TO WS-TO-DATE-TEXT.
           ACCEPT WS-TO-DATE-TEXT.
           DISPLAY "Master: (K)ey registry (R)ate master, blank for "
               "both: ".
           MOVE SPACE TO WS-MASTER-FILTER.
           ACCEPT WS-MASTER-FILTER.
           MOVE FUNCTION UPPER-CASE(WS-MASTER-FILTER)
               TO WS-MASTER-FILTER.

           MOVE "N" TO WS-JOURNAL-EOF-SWITCH.
           OPEN INPUT CHANGE-JOURNAL-FILE.
      *> No journal yet simply means no change has been applied.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
                   AND WS-JOURNAL-FILE-STATUS NOT = "35"
               DISPLAY "ERROR: cannot open CHANGE-JOURNAL.DAT (file "
                   "status " WS-JOURNAL-FILE-STATUS
                   ") - change report not produced."
           ELSE
               OPEN OUTPUT CHANGE-REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot open CHANGE-REPORT.TXT "
                       "(file status " WS-REPORT-FILE-STATUS
                       ") - change report not produced."
               ELSE
                   PERFORM WRITE-REPORT-HEADER
                   IF WS-JOURNAL-FILE-STATUS = "00"
                       PERFORM UNTIL WS-JOURNAL-EOF
                           READ CHANGE-JOURNAL-FILE
                               AT END
                                   MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
                               NOT AT END
                                   PERFORM SELECT-ONE-CHANGE
                           END-READ
                       END-PERFORM
                   END-IF
                   PERFORM REPORT-UNAPPLIED-CHANGES
                   PERFORM WRITE-REPORT-TRAILER
                   CLOSE CHANGE-REPORT-FILE
                   DISPLAY "Change report complete. Applied changes "
                       "reported: " WS-SELECT-COUNT
                   DISPLAY "Changes pending: " WS-PENDING-COUNT
                       "  rejected: " WS-REJECTED-COUNT
               END-IF
               IF WS-JOURNAL-FILE-STATUS = "00"
                   CLOSE CHANGE-JOURNAL-FILE
               END-IF
           END-IF.

       SELECT-ONE-CHANGE.
           IF CHANGE-JOURNAL-RECORD NOT = SPACES
               ADD 1 TO WS-READ-COUNT
               PERFORM PARSE-JOURNAL-FIELDS
               PERFORM APPLY-SELECTION-FILTERS
               IF WS-RECORD-WANTED
                   ADD 1 TO WS-SELECT-COUNT
                   IF WS-JNL-MASTER = "KEY"
                       ADD 1 TO WS-KEY-CHANGE-COUNT
                   ELSE
                       ADD 1 TO WS-RATE-CHANGE-COUNT
                   END-IF
                   PERFORM WRITE-CHANGE-DETAIL
               END-IF
           END-IF.

       PARSE-JOURNAL-FIELDS.
           MOVE SPACES TO WS-JNL-APPLIED-TS WS-JNL-MASTER
               WS-JNL-ACTION WS-JNL-RECORD-KEY WS-JNL-CHANGE-FIELD
               WS-JNL-REQ-FIELD WS-JNL-REQTS-FIELD WS-JNL-APPR-FIELD
               WS-JNL-BEFORE-FIELD WS-JNL-AFTER-FIELD.
           UNSTRING CHANGE-JOURNAL-RECORD DELIMITED BY "|"
               INTO WS-JNL-APPLIED-TS, WS-JNL-MASTER, WS-JNL-ACTION,
                   WS-JNL-RECORD-KEY, WS-JNL-CHANGE-FIELD,
                   WS-JNL-REQ-FIELD, WS-JNL-REQTS-FIELD,
                   WS-JNL-APPR-FIELD, WS-JNL-BEFORE-FIELD,
                   WS-JNL-AFTER-FIELD
           END-UNSTRING.
           MOVE WS-JNL-APPLIED-TS(1:8) TO WS-CHANGE-DATE.

       APPLY-SELECTION-FILTERS.
      *> Applied changes are selected on the date they took effect;
      *> YYYYMMDD strings compare in date order.
           MOVE "Y" TO WS-RECORD-WANTED-SWITCH.
           IF WS-FROM-DATE-TEXT NOT = SPACES
                   AND WS-CHANGE-DATE < WS-FROM-DATE-TEXT
               MOVE "N" TO WS-RECORD-WANTED-SWITCH
           END-IF.
           IF WS-TO-DATE-TEXT NOT = SPACES
                   AND WS-CHANGE-DATE > WS-TO-DATE-TEXT
               MOVE "N" TO WS-RECORD-WANTED-SWITCH
           END-IF.
           IF WS-FILTER-KEY AND WS-JNL-MASTER NOT = "KEY"
               MOVE "N" TO WS-RECORD-WANTED-SWITCH
           END-IF.
           IF WS-FILTER-RATE AND WS-JNL-MASTER NOT = "RATE"
               MOVE "N" TO WS-RECORD-WANTED-SWITCH
           END-IF.

       WRITE-CHANGE-DETAIL.
      *> Four lines per change: what, who asked, who approved, and
      *> the two images. The field names written by the admin
      *> programs (CHANGE=, REQ= ...) are dropped for print.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           STRING
               WS-JNL-APPLIED-TS(1:14) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-JNL-MASTER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-JNL-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-JNL-RECORD-KEY DELIMITED BY SIZE
               "  CHANGE " DELIMITED BY SIZE
               WS-JNL-CHANGE-FIELD(8:16) DELIMITED BY SIZE
               INTO CHANGE-REPORT-RECORD
           END-STRING.
           WRITE CHANGE-REPORT-RECORD.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           STRING
               "    REQUESTED BY " DELIMITED BY SIZE
               WS-JNL-REQ-FIELD(5:8) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-JNL-REQTS-FIELD(7:14) DELIMITED BY SIZE
               "   APPROVED BY " DELIMITED BY SIZE
               WS-JNL-APPR-FIELD(6:8) DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-JNL-APPLIED-TS(1:14) DELIMITED BY SIZE
               INTO CHANGE-REPORT-RECORD
           END-STRING.
           WRITE CHANGE-REPORT-RECORD.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           STRING
               "    BEFORE: " DELIMITED BY SIZE
               WS-JNL-BEFORE-FIELD(8:93) DELIMITED BY SIZE
               INTO CHANGE-REPORT-RECORD
           END-STRING.
           WRITE CHANGE-REPORT-RECORD.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           STRING
               "    AFTER:  " DELIMITED BY SIZE
               WS-JNL-AFTER-FIELD(7:94) DELIMITED BY SIZE
               INTO CHANGE-REPORT-RECORD
           END-STRING.
           WRITE CHANGE-REPORT-RECORD.

       REPORT-UNAPPLIED-CHANGES.
      *> Changes selected on the date they were asked for. Only the
      *> identifying fields are printed - the pending file's images
      *> are raw records that can carry key material.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.
           MOVE "CHANGES NOT APPLIED (PENDING OR REJECTED)"
               TO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WS-PENDING-FILE-STATUS NOT = "00"
               MOVE "    NO PENDING-CHANGE FILE"
                   TO CHANGE-REPORT-RECORD
               WRITE CHANGE-REPORT-RECORD
           ELSE
               MOVE "N" TO WS-PENDING-EOF-SWITCH
               MOVE LOW-VALUES TO PC-CHANGE-ID
               START PENDING-CHANGE-FILE KEY >= PC-CHANGE-ID
                   INVALID KEY
                       MOVE "Y" TO WS-PENDING-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-PENDING-EOF
                   READ PENDING-CHANGE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PENDING-EOF-SWITCH
                       NOT AT END
                           IF NOT PC-STATUS-APPLIED
                               PERFORM SELECT-UNAPPLIED-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-FILE
           END-IF.

       SELECT-UNAPPLIED-CHANGE.
           MOVE PC-MASTER TO WS-JNL-MASTER.
           MOVE PC-REQUESTED-TS(1:8) TO WS-CHANGE-DATE.
           PERFORM APPLY-SELECTION-FILTERS.
           IF WS-RECORD-WANTED
               MOVE SPACES TO CHANGE-REPORT-RECORD
               IF PC-STATUS-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   STRING
                       PC-REQUESTED-TS(1:14) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PC-MASTER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PC-ACTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PC-RECORD-KEY DELIMITED BY SIZE
                       "  CHANGE " DELIMITED BY SIZE
                       PC-CHANGE-ID DELIMITED BY SIZE
                       "  REQUESTED BY " DELIMITED BY SIZE
                       PC-REQUESTED-BY DELIMITED BY SIZE
                       "  REJECTED BY " DELIMITED BY SIZE
                       PC-DECIDED-BY DELIMITED BY SIZE
                       " AT " DELIMITED BY SIZE
                       PC-DECIDED-TS(1:14) DELIMITED BY SIZE
                       INTO CHANGE-REPORT-RECORD
                   END-STRING
               ELSE
                   ADD 1 TO WS-PENDING-COUNT
                   STRING
                       PC-REQUESTED-TS(1:14) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PC-MASTER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PC-ACTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PC-RECORD-KEY DELIMITED BY SIZE
                       "  CHANGE " DELIMITED BY SIZE
                       PC-CHANGE-ID DELIMITED BY SIZE
                       "  REQUESTED BY " DELIMITED BY SIZE
                       PC-REQUESTED-BY DELIMITED BY SIZE
                       "  AWAITING APPROVAL" DELIMITED BY SIZE
                       INTO CHANGE-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE CHANGE-REPORT-RECORD
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           STRING
               "MASTER-FILE CHANGE REPORT - " DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               INTO CHANGE-REPORT-RECORD
           END-STRING.
           WRITE CHANGE-REPORT-RECORD.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           STRING
               "CRITERIA FROM=" DELIMITED BY SIZE
               WS-FROM-DATE-TEXT DELIMITED BY SIZE
               " TO=" DELIMITED BY SIZE
               WS-TO-DATE-TEXT DELIMITED BY SIZE
               " MASTER=" DELIMITED BY SIZE
               WS-MASTER-FILTER DELIMITED BY SIZE
               " REQUESTED BY=" DELIMITED BY SIZE
               OS-OPERATOR-ID DELIMITED BY SIZE
               INTO CHANGE-REPORT-RECORD
           END-STRING.
           WRITE CHANGE-REPORT-RECORD.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.
           MOVE "CHANGES APPLIED" TO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           WRITE CHANGE-REPORT-RECORD.
           MOVE SPACES TO CHANGE-REPORT-RECORD.
           STRING
               "END OF REPORT - " DELIMITED BY SIZE
               WS-SELECT-COUNT DELIMITED BY SIZE
               " CHANGE(S) APPLIED (KEY " DELIMITED BY SIZE
               WS-KEY-CHANGE-COUNT DELIMITED BY SIZE
               " RATE " DELIMITED BY SIZE
               WS-RATE-CHANGE-COUNT DELIMITED BY SIZE
               ") OF " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               " JOURNALED, " DELIMITED BY SIZE
               WS-PENDING-COUNT DELIMITED BY SIZE
               " PENDING, " DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               " REJECTED" DELIMITED BY SIZE
               INTO CHANGE-REPORT-RECORD
           END-STRING.
           WRITE CHANGE-REPORT-RECORD.
