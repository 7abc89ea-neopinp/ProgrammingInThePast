      *> VALIDATE-QUEUE-CONTROLS plus the per-record parsing rules of
      *> BATCH-PROCESS-ONE-RECORD (pipe-count shape, mode byte,
      *> shift/keyword validity, client lookup, KEY-ID resolution
      *> against the registry date windows, and for decrypt requests
      *> the check-value test, resolved to the key version the
      *> ciphertext was produced under) - without writing any
      *> output but the acknowledgment report naming each
      *> failing record's position and reason so the submitter can
      *> fix the file at the source the same afternoon. The
      *> validation paragraphs mirror the batch side line for line;
      *> a record that passes here passes there.
      *>
      *> Under the nightly job stream (CIPHERJOB set in the
      *> environment) nobody names a file: every manifest entry not
      *> yet processed is validated onto the one acknowledgment, or
      *> the classic CIPHER-QUEUE.DAT when no manifest arrived, and
      *> the outcome goes back in RETURN-CODE - 0 clean, 4 records
      *> or manifest files failed (the batch rejects or bounces them
      *> on its own), 8 nothing the batch could run.
      *>
      *> Each file that passes its controls is looked up on the
      *> RECEIVED-FILES.DAT register by its identity - HDR date and
      *> source, TRL count and a hash of its contents - so a re-sent
      *> file, or one listed twice on the manifest, is reported as a
      *> duplicate instead of being validated for a second delivery;
      *> a new file is registered as received. Within a file, an
      *> accepted record repeating the client, function, key fields
      *> and message of an earlier one is flagged as a suspected
      *> duplicate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INTAKE-QUEUE-FILE ASSIGN TO "INTAKEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT QUEUE-MANIFEST-FILE ASSIGN TO "CIPHER-MANIFEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.
           SELECT INTAKE-ACK-FILE
               ASSIGN TO "CIPHER-INTAKE-ACK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS KR-KEY-ID
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.
           SELECT KEY-HISTORY-FILE ASSIGN TO "KEY-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KH-HISTORY-KEY
               FILE STATUS IS WS-KEY-HISTORY-STATUS.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMF-CLIENT-ID
               FILE STATUS IS WS-CLIENT-MASTER-STATUS.
           SELECT RECEIVED-FILE-REGISTER
               ASSIGN TO "RECEIVED-FILES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-FILE-KEY
               FILE STATUS IS WS-RECEIVED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-QUEUE-FILE.
       01  INTAKE-QUEUE-RECORD   PIC X(530).

       FD  QUEUE-MANIFEST-FILE.
       01  QUEUE-MANIFEST-RECORD PIC X(80).

       FD  INTAKE-ACK-FILE.
       01  INTAKE-ACK-RECORD     PIC X(132).

       FD  KEY-REGISTRY-FILE.
       COPY KEYREG.

       FD  KEY-HISTORY-FILE.
       COPY KEYHIST.

       FD  CLIENT-MASTER-FILE.
       COPY CLIMAST.

       FD  RECEIVED-FILE-REGISTER.
       COPY RCVFILE.

       WORKING-STORAGE SECTION.

       COPY CIPHPARM.

       01  WS-QUEUE-FILE-STATUS     PIC XX.
       01  WS-ACK-FILE-STATUS       PIC XX.
       01  WS-MANIFEST-FILE-STATUS  PIC XX.
       01  WS-MANIFEST-EOF-SWITCH   PIC X VALUE "N".
           88  WS-MANIFEST-EOF          VALUE "Y".
       01  WS-MANIFEST-USED-SWITCH  PIC X VALUE "N".
           88  WS-MANIFEST-USED         VALUE "Y".
       01  WS-QM-FLD-FILE           PIC X(40).
       01  WS-QM-FLD-SOURCE         PIC X(20).
       01  WS-QM-FLD-STATUS         PIC X(9).
       01  WS-REGISTRY-FILE-STATUS  PIC XX.
       01  WS-CLIENT-MASTER-STATUS  PIC XX.
       01  WS-KEY-HISTORY-STATUS    PIC XX.
       01  WS-QUEUE-EOF-SWITCH      PIC X VALUE "N".
           88  WS-QUEUE-EOF             VALUE "Y".
      *> Up while the indexed masters are open for keyed reads;
           88  WS-REGISTRY-OPEN         VALUE "Y".
       01  WS-CLIENT-MASTER-OPEN-SW PIC X VALUE "N".
           88  WS-CLIENT-MASTER-OPEN    VALUE "Y".
       01  WS-KEY-HISTORY-OPEN-SW   PIC X VALUE "N".
           88  WS-KEY-HISTORY-OPEN      VALUE "Y".

       01  WS-RECEIVED-FILE-STATUS  PIC XX.
       01  WS-RECEIVED-OPEN-SW      PIC X VALUE "N".
           88  WS-RECEIVED-OPEN         VALUE "Y".
       01  WS-RECEIVED-KNOWN-SW     PIC X VALUE "N".
           88  WS-RECEIVED-KNOWN        VALUE "Y".
       01  WS-DUPLICATE-FILE-SW     PIC X VALUE "N".
           88  WS-DUPLICATE-FILE        VALUE "Y".

       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-CURRENT-DATE-NUM      PIC 9(8).
       01  WS-QHDR-SOURCE           PIC X(20).
       01  WS-QTRL-COUNT-TEXT       PIC X(7).
       01  WS-QVAL-FAIL-REASON      PIC X(60).
       01  WS-QVAL-CONTENT-HASH     PIC 9(10).
       01  WS-HASH-RECORD-SUM       PIC 9(9).
       01  WS-HASH-IDX              PIC 9(4).
       01  WS-QREC-NUMBER           PIC 9(7).

       01  WS-ACCEPTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT          PIC 9(7) VALUE 0.
       01  WS-FILES-VALIDATED       PIC 9(3) VALUE 0.
       01  WS-FILES-REJECTED        PIC 9(3) VALUE 0.
       01  WS-FILES-DUPLICATE       PIC 9(3) VALUE 0.
       01  WS-SUSPECT-COUNT         PIC 9(7) VALUE 0.

      *> Accepted records of the current file, for the suspected-
      *> duplicate check: client, function, mode, shift and keyword
      *> fields as written, and a position-weighted sum of the
      *> message text.
       01  WS-RECORD-SIGNATURE.
           05  WS-SIG-CLIENT        PIC X(8).
           05  WS-SIG-FUNCTION      PIC X.
           05  WS-SIG-MODE          PIC X.
           05  WS-SIG-SHIFT         PIC X(3).
           05  WS-SIG-KEYWORD       PIC X(20).
           05  WS-SIG-MSG-SUM       PIC 9(9).
       01  RECORD-SIGNATURE-TABLE.
           05  RS-ENTRY-COUNT       PIC 9(4) VALUE ZERO.
           05  RS-ENTRY OCCURS 5000 TIMES.
               10  RS-SIGNATURE     PIC X(42).
               10  RS-REC-NUMBER    PIC 9(7).
       01  WS-RS-IDX                PIC 9(4).
       01  WS-RS-MATCH              PIC 9(7).
       01  WS-RS-FULL-SW            PIC X VALUE "N".
           88  WS-RS-FULL               VALUE "Y".

      *> The job stream's run date, from the CIPHERJOB environment
      *> entry; blank when an operator runs intake by hand.
       01  WS-JOB-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-RUN-RETURN-CODE       PIC 99 VALUE 0.

      *> Per-record parsing state - field names and rules track
      *> BATCH-PROCESS-ONE-RECORD exactly.
       01  WS-CHK-TEXT-IDX          PIC 9.
       01  WS-CHK-SPACE-SEEN        PIC X VALUE "N".
       01  WS-CHK-NUMERIC-VALUE     PIC 9(6).
       01  WS-SUPPLIED-CHECK-VALUE  PIC 9(5).
       01  MESSAGE-LENGTH           PIC 9(4).
       01  WS-CIPHER-MODE           PIC X.
           88  CIPHER-MODE-CAESAR       VALUE "C".
           88  CIPHER-MODE-VIGENERE     VALUE "V".
           88  WS-CLIENT-WANTED         VALUE "Y".

       01  WS-BATCH-KEY-ID          PIC X(8).
      *> Key id and version a KEY-ID record resolved to, spaces when
      *> the record carried its key directly - the batch's
      *> WS-AUDIT-KEY-ID/WS-AUDIT-KEY-VERSION pair.
       01  WS-RESOLVED-KEY-ID       PIC X(8).
       01  WS-RESOLVED-KEY-VERSION  PIC 999.
       01  WS-TRY-KEY-VERSION       PIC 999.
       01  WS-KEY-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-KEY-FOUND             VALUE "Y".
       01  WS-CLIENT-FOUND-SWITCH   PIC X VALUE "N".
       PROCEDURE DIVISION.
       MAIN.
           PERFORM MAIN-PROCEDURE.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-CURRENT-DATE-NUM.

           MOVE SPACES TO WS-JOB-RUN-DATE.
           DISPLAY "CIPHERJOB" UPON ENVIRONMENT-NAME.
           ACCEPT WS-JOB-RUN-DATE FROM ENVIRONMENT-VALUE.
           IF WS-JOB-RUN-DATE = SPACES
               DISPLAY "Queue file to validate (blank for "
                   "CIPHER-QUEUE.DAT): "
               MOVE SPACES TO WS-QUEUE-FILE-NAME
               ACCEPT WS-QUEUE-FILE-NAME
               IF WS-QUEUE-FILE-NAME = SPACES
                   MOVE "CIPHER-QUEUE.DAT" TO WS-QUEUE-FILE-NAME
               END-IF
           END-IF.

           PERFORM OPEN-MASTER-FILES.

               DISPLAY "ERROR: cannot open CIPHER-INTAKE-ACK.TXT "
                   "(file status " WS-ACK-FILE-STATUS
                   ") - intake validation aborted."
               MOVE 8 TO WS-RUN-RETURN-CODE
           ELSE
               PERFORM WRITE-ACK-HEADER
               IF WS-JOB-RUN-DATE = SPACES
                   PERFORM VALIDATE-ONE-QUEUE-FILE
               ELSE
                   PERFORM VALIDATE-NIGHTS-QUEUE-FILES
               END-IF
               PERFORM WRITE-ACK-TRAILER
               PERFORM SET-INTAKE-RETURN-CODE
               CLOSE INTAKE-ACK-FILE
               DISPLAY "Intake validation complete. Accepted: "
                   WS-ACCEPTED-COUNT "  Failed: " WS-FAILED-COUNT
           END-IF.
           PERFORM CLOSE-MASTER-FILES.

       VALIDATE-NIGHTS-QUEUE-FILES.
      *> The job stream validates what the batch is about to run:
      *> each manifest entry still without a status (an entry the
      *> batch already PROCESSED, FAILED or SKIPPED is left alone,
      *> as the batch itself leaves it), or the classic single
      *> queue file when no manifest arrived.
           MOVE "N" TO WS-MANIFEST-USED-SWITCH.
           MOVE "N" TO WS-MANIFEST-EOF-SWITCH.
           OPEN INPUT QUEUE-MANIFEST-FILE.
           IF WS-MANIFEST-FILE-STATUS = "00"
               MOVE "Y" TO WS-MANIFEST-USED-SWITCH
               PERFORM UNTIL WS-MANIFEST-EOF
                   READ QUEUE-MANIFEST-FILE
                       AT END
                           MOVE "Y" TO WS-MANIFEST-EOF-SWITCH
                       NOT AT END
                           PERFORM VALIDATE-MANIFEST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE QUEUE-MANIFEST-FILE
           ELSE
               MOVE "CIPHER-QUEUE.DAT" TO WS-QUEUE-FILE-NAME
               PERFORM VALIDATE-ONE-QUEUE-FILE
           END-IF.

       VALIDATE-MANIFEST-ENTRY.
           IF QUEUE-MANIFEST-RECORD NOT = SPACES
               MOVE SPACES TO WS-QM-FLD-FILE
               MOVE SPACES TO WS-QM-FLD-SOURCE
               MOVE SPACES TO WS-QM-FLD-STATUS
               UNSTRING QUEUE-MANIFEST-RECORD DELIMITED BY "|"
                   INTO WS-QM-FLD-FILE, WS-QM-FLD-SOURCE,
                       WS-QM-FLD-STATUS
               END-UNSTRING
               IF WS-QM-FLD-STATUS = SPACES
                       AND WS-QM-FLD-FILE NOT = SPACES
                   MOVE WS-QM-FLD-FILE TO WS-QUEUE-FILE-NAME
                   PERFORM VALIDATE-ONE-QUEUE-FILE
               END-IF
           END-IF.

       VALIDATE-ONE-QUEUE-FILE.
           ADD 1 TO WS-FILES-VALIDATED.
           PERFORM POINT-INTAKE-FILE.
           MOVE SPACES TO INTAKE-ACK-RECORD.
           STRING
               "FILE: " DELIMITED BY SIZE
               WS-QUEUE-FILE-NAME DELIMITED BY SIZE
               INTO INTAKE-ACK-RECORD
           END-STRING.
           WRITE INTAKE-ACK-RECORD.
           PERFORM VALIDATE-QUEUE-CONTROLS.
           IF NOT WS-QVAL-OK
               ADD 1 TO WS-FILES-REJECTED
               PERFORM WRITE-CONTROL-FAILURE
           ELSE
               PERFORM CHECK-RECEIVED-REGISTER
               IF WS-DUPLICATE-FILE
                   ADD 1 TO WS-FILES-DUPLICATE
                   PERFORM WRITE-DUPLICATE-FILE
               ELSE
                   PERFORM VALIDATE-QUEUE-RECORDS
                   MOVE SPACES TO INTAKE-ACK-RECORD
                   STRING
                       "FILE DATE " DELIMITED BY SIZE
                       WS-QHDR-DATE-TEXT DELIMITED BY SIZE
                       " SOURCE " DELIMITED BY SIZE
                       WS-QHDR-SOURCE DELIMITED BY SIZE
                       INTO INTAKE-ACK-RECORD
                   END-STRING
                   WRITE INTAKE-ACK-RECORD
                   PERFORM REGISTER-RECEIVED-FILE
               END-IF
           END-IF.

       CHECK-RECEIVED-REGISTER.
      *> A file is a duplicate when its identity is already on the
      *> register as processed, as received under another file name,
      *> or as received earlier in this same run (one file listed
      *> twice on the manifest). The same file validated again under
      *> its own name is only intake being rerun.
           MOVE "N" TO WS-RECEIVED-KNOWN-SW.
           MOVE "N" TO WS-DUPLICATE-FILE-SW.
           IF WS-RECEIVED-OPEN
               PERFORM SET-RECEIVED-FILE-KEY
               READ RECEIVED-FILE-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RECEIVED-KNOWN-SW
               END-READ
           END-IF.
           IF WS-RECEIVED-KNOWN
               IF RF-STATUS-PROCESSED
                       OR RF-QUEUE-FILE NOT = WS-QUEUE-FILE-NAME
                       OR RF-RECEIVED-TIMESTAMP = WS-RUN-TIMESTAMP
                   MOVE "Y" TO WS-DUPLICATE-FILE-SW
               END-IF
           END-IF.

       SET-RECEIVED-FILE-KEY.
           MOVE WS-QHDR-DATE-TEXT TO RF-HDR-DATE.
           MOVE WS-QHDR-SOURCE TO RF-SOURCE.
           MOVE WS-QVAL-TRAILER-COUNT TO RF-TRAILER-COUNT.
           MOVE WS-QVAL-CONTENT-HASH TO RF-CONTENT-HASH.

       REGISTER-RECEIVED-FILE.
           IF WS-RECEIVED-OPEN AND NOT WS-RECEIVED-KNOWN
               PERFORM SET-RECEIVED-FILE-KEY
               MOVE WS-QUEUE-FILE-NAME TO RF-QUEUE-FILE
               MOVE "V" TO RF-STATUS
               MOVE WS-RUN-TIMESTAMP TO RF-RECEIVED-TIMESTAMP
               MOVE SPACES TO RF-PROCESSED-TIMESTAMP
               WRITE RECEIVED-FILE-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: " WS-QUEUE-FILE-NAME
                           " could not be registered as received."
               END-WRITE
           END-IF.

       SET-INTAKE-RETURN-CODE.
      *> A manifest file that fails its controls bounces alone in
      *> the batch while the rest of the night runs, so it is only a
      *> warning; the classic single queue failing its controls
      *> means the batch would process nothing at all.
      *> A duplicate is the same: the batch marks it and runs the
      *> rest of the manifest, but a duplicate single queue leaves
      *> it nothing to do.
           EVALUATE TRUE
               WHEN WS-FILES-REJECTED > 0 AND NOT WS-MANIFEST-USED
                   MOVE 8 TO WS-RUN-RETURN-CODE
               WHEN WS-FILES-DUPLICATE > 0 AND NOT WS-MANIFEST-USED
                   MOVE 8 TO WS-RUN-RETURN-CODE
               WHEN WS-FAILED-COUNT > 0
                       OR WS-FILES-REJECTED > 0
                       OR WS-FILES-DUPLICATE > 0
                       OR WS-SUSPECT-COUNT > 0
                   MOVE 4 TO WS-RUN-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO WS-RUN-RETURN-CODE
           END-EVALUATE.

       OPEN-MASTER-FILES.
      *> The key registry and client master are INDEXED - opened
      *> once for keyed reads, exactly as the batch does. Either
      *> file missing is not an error in itself: lookups against it
      *> simply fail as unknown.
           MOVE "N" TO WS-REGISTRY-OPEN-SW.
           MOVE "N" TO WS-KEY-HISTORY-OPEN-SW.
           MOVE "N" TO WS-CLIENT-MASTER-OPEN-SW.
           OPEN INPUT KEY-REGISTRY-FILE.
           IF WS-REGISTRY-FILE-STATUS = "00"
               MOVE "Y" TO WS-REGISTRY-OPEN-SW
           END-IF.
           OPEN INPUT KEY-HISTORY-FILE.
           IF WS-KEY-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-KEY-HISTORY-OPEN-SW
           END-IF.
           OPEN INPUT CLIENT-MASTER-FILE.
           IF WS-CLIENT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-CLIENT-MASTER-OPEN-SW
           END-IF.
      *> The received-file register is created empty the first time
      *> it is found absent, like the key registry in KEYADMIN.
           MOVE "N" TO WS-RECEIVED-OPEN-SW.
           OPEN I-O RECEIVED-FILE-REGISTER.
           IF WS-RECEIVED-FILE-STATUS = "35"
               OPEN OUTPUT RECEIVED-FILE-REGISTER
               CLOSE RECEIVED-FILE-REGISTER
               OPEN I-O RECEIVED-FILE-REGISTER
           END-IF.
           IF WS-RECEIVED-FILE-STATUS = "00"
               MOVE "Y" TO WS-RECEIVED-OPEN-SW
           ELSE
               DISPLAY "WARNING: cannot open RECEIVED-FILES.DAT (file "
                   "status " WS-RECEIVED-FILE-STATUS
                   ") - duplicate files not detected this run."
           END-IF.

       CLOSE-MASTER-FILES.
           IF WS-REGISTRY-OPEN
               CLOSE KEY-REGISTRY-FILE
           END-IF.
           IF WS-KEY-HISTORY-OPEN
               CLOSE KEY-HISTORY-FILE
           END-IF.
           IF WS-CLIENT-MASTER-OPEN
               CLOSE CLIENT-MASTER-FILE
           END-IF.
           IF WS-RECEIVED-OPEN
               CLOSE RECEIVED-FILE-REGISTER
           END-IF.

       POINT-INTAKE-FILE.
      *> Point the INTAKEQ logical name at the named file through
           MOVE "N" TO WS-QVAL-HDR-OK-SWITCH.
           MOVE "N" TO WS-QUEUE-EOF-SWITCH.
           MOVE 0 TO WS-QVAL-TOTAL-RECORDS.
           MOVE 0 TO WS-QVAL-CONTENT-HASH.
           MOVE SPACES TO WS-QVAL-LAST-RECORD.
           MOVE SPACES TO WS-QVAL-FAIL-REASON.
           OPEN INPUT INTAKE-QUEUE-FILE.
                           IF WS-QVAL-TOTAL-RECORDS = 1
                               PERFORM CHECK-QUEUE-HEADER
                           END-IF
                           PERFORM HASH-QUEUE-RECORD
                           MOVE INTAKE-QUEUE-RECORD
                               TO WS-QVAL-LAST-RECORD
                   END-READ
                   END-IF
           END-EVALUATE.

       HASH-QUEUE-RECORD.
      *> Content hash of the whole file, built record by record: the
      *> record's position-weighted character sum (CIPHER-ENGINE's
      *> check-value formula before its reduction) is folded into
      *> the running hash, reduced modulo 9999999967 to stay in ten
      *> digits. Record order counts, so the same records shuffled
      *> hash differently. The batch computes it identically.
           MOVE 0 TO WS-HASH-RECORD-SUM.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > LENGTH OF INTAKE-QUEUE-RECORD
               COMPUTE WS-HASH-RECORD-SUM = WS-HASH-RECORD-SUM
                   + (WS-HASH-IDX * FUNCTION ORD(
                       INTAKE-QUEUE-RECORD(WS-HASH-IDX:1)))
           END-PERFORM.
           COMPUTE WS-QVAL-CONTENT-HASH = FUNCTION MOD(
               WS-QVAL-CONTENT-HASH * 31 + WS-HASH-RECORD-SUM,
               9999999967).

       VALIDATE-QUEUE-RECORDS.
      *> Second pass: the control records are skipped by position
      *> (the validation pass counted the file), and every data
      *> record between them goes through the batch's parsing rules.
           MOVE "N" TO WS-QUEUE-EOF-SWITCH.
           MOVE 0 TO WS-QREC-NUMBER.
           MOVE 0 TO RS-ENTRY-COUNT.
           MOVE "N" TO WS-RS-FULL-SW.
           OPEN INPUT INTAKE-QUEUE-FILE.
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot reopen " WS-QUEUE-FILE-NAME
               END-UNSTRING

               MOVE "INVALID-PARAMETERS" TO WS-REJECT-REASON
               MOVE SPACES TO WS-RESOLVED-KEY-ID
               MOVE 0 TO WS-RESOLVED-KEY-VERSION
               MOVE "N" TO WS-CLIENT-FOUND-SWITCH
               MOVE "N" TO WS-CLIENT-WANTED-SW
               IF WS-BATCH-PIPE-COUNT = 4
                   MOVE "UNKNOWN-CLIENT" TO WS-REJECT-REASON
                   MOVE "N" TO SHIFT-VALID-SWITCH
               ELSE
               IF WS-CLIENT-FOUND AND CMF-STATUS-SUSPENDED
                   MOVE "SUSPENDED-CLIENT" TO WS-REJECT-REASON
                   MOVE "N" TO SHIFT-VALID-SWITCH
               ELSE
               IF WS-BATCH-MODE-TEXT = "D" AND WS-CLIENT-FOUND
                   PERFORM APPLY-CLIENT-DEFAULTS
               ELSE
               END-IF
               END-IF
               END-IF
               END-IF

               IF WS-SHIFT-VALID AND WS-BATCH-PIPE-COUNT = 6
                   PERFORM VALIDATE-FUNCTION-FIELDS
               END-IF

               IF WS-SHIFT-VALID AND WS-BATCH-PIPE-COUNT = 6
                       AND WS-BATCH-FUNC-DECRYPT
                   PERFORM CHECK-DECRYPT-REQUEST
               END-IF

               IF NOT WS-SHIFT-VALID
                   PERFORM WRITE-RECORD-FAILURE
               ELSE
                   ADD 1 TO WS-ACCEPTED-COUNT
                   PERFORM CHECK-DUPLICATE-RECORD
               END-IF
           END-IF.

       CHECK-DUPLICATE-RECORD.
      *> An accepted record matching an earlier accepted record of
      *> the same file on client, function, mode, shift, keyword and
      *> message is flagged as a suspected duplicate. It stays
      *> accepted - a client may mean to send a message twice - but
      *> is named on the acknowledgment so the submitter can say so
      *> before it is delivered and billed twice.
           MOVE WS-BATCH-CLIENT-TEXT TO WS-SIG-CLIENT.
           MOVE WS-BATCH-FUNC-TEXT TO WS-SIG-FUNCTION.
           MOVE WS-BATCH-MODE-TEXT TO WS-SIG-MODE.
           MOVE WS-SHIFT-TEXT TO WS-SIG-SHIFT.
           MOVE WS-BATCH-KEYWORD-TEXT TO WS-SIG-KEYWORD.
           MOVE 0 TO WS-SIG-MSG-SUM.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > LENGTH OF INPUT-MSG
               COMPUTE WS-SIG-MSG-SUM = WS-SIG-MSG-SUM
                   + (WS-HASH-IDX * FUNCTION ORD(
                       INPUT-MSG(WS-HASH-IDX:1)))
           END-PERFORM.
           MOVE 0 TO WS-RS-MATCH.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > RS-ENTRY-COUNT
                       OR WS-RS-MATCH > 0
               IF RS-SIGNATURE(WS-RS-IDX) = WS-RECORD-SIGNATURE
                   MOVE RS-REC-NUMBER(WS-RS-IDX) TO WS-RS-MATCH
               END-IF
           END-PERFORM.
           IF WS-RS-MATCH > 0
               ADD 1 TO WS-SUSPECT-COUNT
               MOVE SPACES TO INTAKE-ACK-RECORD
               STRING
                   "RECORD " DELIMITED BY SIZE
                   WS-QREC-NUMBER DELIMITED BY SIZE
                   " SUSPECTED DUPLICATE OF RECORD " DELIMITED BY SIZE
                   WS-RS-MATCH DELIMITED BY SIZE
                   INTO INTAKE-ACK-RECORD
               END-STRING
               WRITE INTAKE-ACK-RECORD
           ELSE
               IF RS-ENTRY-COUNT < 5000
                   ADD 1 TO RS-ENTRY-COUNT
                   MOVE WS-RECORD-SIGNATURE
                       TO RS-SIGNATURE(RS-ENTRY-COUNT)
                   MOVE WS-QREC-NUMBER
                       TO RS-REC-NUMBER(RS-ENTRY-COUNT)
               ELSE
                   IF NOT WS-RS-FULL
                       MOVE "Y" TO WS-RS-FULL-SW
                       MOVE SPACES TO INTAKE-ACK-RECORD
                       STRING
                           "DUPLICATE RECORD CHECK COVERS THE FIRST "
                               DELIMITED BY SIZE
                           "5000 ACCEPTED RECORDS ONLY"
                               DELIMITED BY SIZE
                           INTO INTAKE-ACK-RECORD
                       END-STRING
                       WRITE INTAKE-ACK-RECORD
                   END-IF
               END-IF
           END-IF.

                   TO WS-CHK-NUMERIC-VALUE
               IF WS-CHK-NUMERIC-VALUE > 99999
                   MOVE "N" TO SHIFT-VALID-SWITCH
               ELSE
                   MOVE WS-CHK-NUMERIC-VALUE
                       TO WS-SUPPLIED-CHECK-VALUE
               END-IF
           END-IF.

       CHECK-DECRYPT-REQUEST.
      *> The batch's PROCESS-DECRYPT-REQUEST test, without the
      *> results: the ciphertext is decrypted and checked against
      *> the record's CHK value, and a KEY-ID record that does not
      *> verify under the key's current material is tried against
      *> its earlier versions the same way, so a decrypt the batch
      *> would reject for a check-value mismatch fails here first.
           INSPECT INPUT-MSG REPLACING ALL WS-PIPE-PLACEHOLDER BY "|".
           MOVE LENGTH OF INPUT-MSG TO MESSAGE-LENGTH.
           PERFORM UNTIL INPUT-MSG(MESSAGE-LENGTH:1) NOT = SPACE
                   OR MESSAGE-LENGTH <= 1
               SUBTRACT 1 FROM MESSAGE-LENGTH
           END-PERFORM.
           IF INPUT-MSG(MESSAGE-LENGTH:1) = SPACE
               MOVE 0 TO MESSAGE-LENGTH
           END-IF.
           MOVE WS-CIPHER-MODE TO CP-MODE.
           MOVE "D" TO CP-FUNCTION.
           MOVE SHIFT TO CP-SHIFT.
           MOVE WS-KEYWORD TO CP-KEYWORD.
           IF CIPHER-MODE-CAESAR
               MOVE SPACES TO CP-KEYWORD
           END-IF.
           MOVE INPUT-MSG TO CP-MESSAGE.
           MOVE MESSAGE-LENGTH TO CP-MESSAGE-LENGTH.
           MOVE "Y" TO CP-CHECK-FLAG.
           MOVE WS-SUPPLIED-CHECK-VALUE TO CP-CHECK-VALUE.
           CALL "CIPHER-ENGINE" USING CIPHER-PARAMETERS.
           IF CP-CHECK-FAILED AND WS-RESOLVED-KEY-ID NOT = SPACES
               PERFORM TRY-PRIOR-KEY-VERSIONS
           END-IF.
           EVALUATE TRUE
               WHEN CP-CHECK-FAILED
                   MOVE "CHECK-VALUE-MISMATCH" TO WS-REJECT-REASON
                   MOVE "N" TO SHIFT-VALID-SWITCH
               WHEN NOT CP-OK
                   MOVE "INVALID-PARAMETERS" TO WS-REJECT-REASON
                   MOVE "N" TO SHIFT-VALID-SWITCH
           END-EVALUATE.

       TRY-PRIOR-KEY-VERSIONS.
      *> Superseded versions, newest first, until one verifies or
      *> none are left - the batch resolver's walk line for line.
           MOVE WS-RESOLVED-KEY-VERSION TO WS-TRY-KEY-VERSION.
           PERFORM UNTIL WS-TRY-KEY-VERSION <= 1
                   OR NOT CP-CHECK-FAILED
                   OR NOT WS-KEY-HISTORY-OPEN
               SUBTRACT 1 FROM WS-TRY-KEY-VERSION
               MOVE WS-RESOLVED-KEY-ID TO KH-KEY-ID
               MOVE WS-TRY-KEY-VERSION TO KH-VERSION
               READ KEY-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TRY-ONE-KEY-VERSION
               END-READ
           END-PERFORM.

       TRY-ONE-KEY-VERSION.
           MOVE KH-MODE TO CP-MODE.
           MOVE "D" TO CP-FUNCTION.
           IF KH-MODE-VIGENERE
               MOVE 0 TO CP-SHIFT
               MOVE KH-KEYWORD TO CP-KEYWORD
           ELSE
               MOVE KH-SHIFT TO CP-SHIFT
               MOVE SPACES TO CP-KEYWORD
           END-IF.
           MOVE INPUT-MSG TO CP-MESSAGE.
           MOVE MESSAGE-LENGTH TO CP-MESSAGE-LENGTH.
           MOVE "Y" TO CP-CHECK-FLAG.
           MOVE WS-SUPPLIED-CHECK-VALUE TO CP-CHECK-VALUE.
           CALL "CIPHER-ENGINE" USING CIPHER-PARAMETERS.
           IF CP-OK
               MOVE KH-VERSION TO WS-RESOLVED-KEY-VERSION
           END-IF.

       APPLY-CLIENT-DEFAULTS.
      *> MODE byte D: the client profile supplies mode and key, and
      *> the default material goes through the same validation as
      *> Same rules as the batch resolver: the id must exist, be
      *> Active, and today must fall inside its effective/expiry
      *> window - except that here failure becomes an acknowledgment
      *> line instead of a reject record. A resolved id and its
      *> current version are kept for the decrypt check.
           MOVE "N" TO SHIFT-VALID-SWITCH.
           MOVE "N" TO WS-KEY-FOUND-SWITCH.
           IF WS-REGISTRY-OPEN
                       MOVE "Y" TO SHIFT-VALID-SWITCH
                   END-IF
               END-IF
               IF WS-SHIFT-VALID
                   MOVE WS-BATCH-KEY-ID TO WS-RESOLVED-KEY-ID
                   MOVE KR-VERSION TO WS-RESOLVED-KEY-VERSION
               END-IF
           END-IF.

       LOOKUP-CLIENT.
               INTO INTAKE-ACK-RECORD
           END-STRING.
           WRITE INTAKE-ACK-RECORD.

       WRITE-CONTROL-FAILURE.
           ADD 1 TO WS-FAILED-COUNT.
           END-STRING.
           WRITE INTAKE-ACK-RECORD.

       WRITE-DUPLICATE-FILE.
           MOVE SPACES TO INTAKE-ACK-RECORD.
           IF RF-STATUS-PROCESSED
               STRING
                   "FILE REJECTED: DUPLICATE OF " DELIMITED BY SIZE
                   RF-QUEUE-FILE DELIMITED BY SPACE
                   " PROCESSED " DELIMITED BY SIZE
                   RF-PROCESSED-TIMESTAMP(1:8) DELIMITED BY SIZE
                   INTO INTAKE-ACK-RECORD
               END-STRING
           ELSE
               STRING
                   "FILE REJECTED: DUPLICATE OF " DELIMITED BY SIZE
                   RF-QUEUE-FILE DELIMITED BY SPACE
                   " RECEIVED " DELIMITED BY SIZE
                   RF-RECEIVED-TIMESTAMP(1:8) DELIMITED BY SIZE
                   INTO INTAKE-ACK-RECORD
               END-STRING
           END-IF.
           WRITE INTAKE-ACK-RECORD.

       WRITE-ACK-TRAILER.
           IF WS-FILES-VALIDATED = 0
               MOVE SPACES TO INTAKE-ACK-RECORD
               MOVE "NO QUEUE FILES AWAITING THE BATCH"
                   TO INTAKE-ACK-RECORD
               WRITE INTAKE-ACK-RECORD
           END-IF.
           MOVE SPACES TO INTAKE-ACK-RECORD.
               INTO INTAKE-ACK-RECORD
           END-STRING.
           WRITE INTAKE-ACK-RECORD.
           IF WS-FILES-DUPLICATE > 0 OR WS-SUSPECT-COUNT > 0
               MOVE SPACES TO INTAKE-ACK-RECORD
               STRING
                   "DUPLICATE FILES: " DELIMITED BY SIZE
                   WS-FILES-DUPLICATE DELIMITED BY SIZE
                   "  SUSPECTED DUPLICATE RECORDS: " DELIMITED BY SIZE
                   WS-SUSPECT-COUNT DELIMITED BY SIZE
                   INTO INTAKE-ACK-RECORD
               END-STRING
               WRITE INTAKE-ACK-RECORD
           END-IF.

       ESCAPE-RECORD-PIPES.
      *> Same collapsing pass the batch applies to its queue records:
