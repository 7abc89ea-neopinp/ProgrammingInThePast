      *>   QUEUEFILE|SOURCE|STATUS
      *> STATUS is blank on arrival; the batch rewrites the manifest
      *> with PROCESSED, FAILED or SKIPPED per entry, so one bad
      *> file bounces alone instead of rejecting the whole night,
      *> and with DUPLICATE for a file already processed under the
      *> received-file register.
           SELECT QUEUE-MANIFEST-FILE ASSIGN TO "CIPHER-MANIFEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.
           SELECT SOLVE-CHECKPOINT-FILE ASSIGN TO "SOLVE-CHECKPOINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
      *> Batch solve input (run mode S) - one ciphertext per line:
      *>   ID|ciphertext
      *> the ciphertext being everything after the first "|", taken
      *> exactly as it stands. A line with no "|" is all ciphertext
      *> and is known on the report by its line number.
           SELECT SOLVE-INPUT-FILE ASSIGN TO "CIPHER-SOLVE-INPUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLVE-INPUT-STATUS.
           SELECT SOLVE-REPORT-FILE
               ASSIGN TO "CIPHER-SOLVE-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOLVE-REPORT-STATUS.
           SELECT CONTROL-REPORT-FILE
               ASSIGN TO "CIPHER-CONTROL-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS KR-KEY-ID
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.
      *> Superseded versions of registry keys (see KEYHIST), read
      *> only when a decrypt does not verify under a key's current
      *> material.
           SELECT KEY-HISTORY-FILE ASSIGN TO "KEY-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KH-HISTORY-KEY
               FILE STATUS IS WS-KEY-HISTORY-STATUS.
           SELECT BATCH-REJECTS-FILE ASSIGN TO "CIPHER-REJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-FILE-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CMF-CLIENT-ID
               FILE STATUS IS WS-CLIENT-MASTER-STATUS.
      *> Identity of every queue file received or processed (see
      *> CHECK-RECEIVED-REGISTER) - a file already processed is a
      *> duplicate and is not processed again.
           SELECT RECEIVED-FILE-REGISTER
               ASSIGN TO "RECEIVED-FILES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-FILE-KEY
               FILE STATUS IS WS-RECEIVED-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUN-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT CLIENT-RESULTS-FILE ASSIGN TO "CLIENTRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENT-RESULTS-STATUS.
      *> The client's delivery extract is reached the same way:
      *> CLIENTDLV is pointed at the destination name with -DELIVERY
      *> in front of its extension (see POINT-CLIENT-DELIVERY-FILE).
           SELECT CLIENT-DELIVERY-FILE ASSIGN TO "CLIENTDLV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIENT-DELIVERY-STATUS.
      *> The night's results and client files are kept as dated
      *> generations once the run is complete (see
      *> KEEP-RESULTS-GENERATIONS): RESULTSGEN is pointed at each
      *> generation file in turn, and every generation kept is
      *> listed on the register that RESULTS-PURGE works from.
           SELECT GENERATION-FILE ASSIGN TO "RESULTSGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENERATION-FILE-STATUS.
      *>   RUNDATE|GENERATIONFILE
           SELECT GENERATION-REGISTER-FILE
               ASSIGN TO "RESULTS-GENERATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> to other records.
       01  BATCH-CHECKPOINT-RECORD  PIC X(120).

       FD  GENERATION-FILE.
       01  GENERATION-RECORD     PIC X(3200).

       FD  GENERATION-REGISTER-FILE.
       01  GENERATION-REGISTER-RECORD PIC X(80).

       FD  BATCH-RESULTS-FILE.
      *> Wide enough for three message fields doubled to their worst
      *> case (every character a literal "|", escaped "||") plus the
      *> shift/score overhead fields.
       01  SOLVE-CHECKPOINT-RECORD  PIC X(2200).

       FD  SOLVE-INPUT-FILE.
       01  SOLVE-INPUT-RECORD       PIC X(520).

       FD  SOLVE-REPORT-FILE.
       01  SOLVE-REPORT-RECORD      PIC X(600).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD    PIC X(100).

       FD  KEY-REGISTRY-FILE.
       COPY KEYREG.

       FD  KEY-HISTORY-FILE.
       COPY KEYHIST.

       FD  BATCH-REJECTS-FILE.
      *> Fixed layout: reject reason in columns 1-20, "|" in column
      *> 21, the record's reference number in columns 22-36, "|" in
       FD  CLIENT-MASTER-FILE.
       COPY CLIMAST.

       FD  RECEIVED-FILE-REGISTER.
       COPY RCVFILE.

       FD  CLIENT-RESULTS-FILE.
       01  CLIENT-RESULTS-RECORD    PIC X(3200).

       FD  CLIENT-DELIVERY-FILE.
       01  CLIENT-DELIVERY-RECORD   PIC X(1100).

       FD  CLIENT-ACTIVITY-FILE.
      *> Pipe-delimited, one line per client per run:
      *>   date|client|processed|rejected
       01  RUN-MODE          PIC X VALUE "I".
           88  RUN-MODE-INTERACTIVE  VALUE "I".
           88  RUN-MODE-BATCH        VALUE "B".
           88  RUN-MODE-SOLVE        VALUE "S".

      *> Outcome handed back in RETURN-CODE for the job stream:
      *> 0 clean, 4 the night ran but a manifest file bounced,
      *> 8 the night's queue was not processed, 12 no sign-on.
       01  WS-RUN-RETURN-CODE PIC 99 VALUE 0.

       01  BATCH-EOF-SWITCH  PIC X VALUE "N".
           88  BATCH-EOF             VALUE "Y".
      *> record carried its shift/keyword directly. This - never the
      *> keyword itself - is what the audit log records.
       01  WS-AUDIT-KEY-ID            PIC X(8) VALUE SPACES.
      *> Version of that key's material actually used - the current
      *> registry version, or the earlier version a decrypt was
      *> resolved to. Logged and written to the results record
      *> beside the key id; blank in the audit line when there is
      *> no key id.
       01  WS-AUDIT-KEY-VERSION       PIC 999 VALUE 0.
       01  WS-AUDIT-KVER-TEXT         PIC X(3).
      *> The ciphertext id of a batch solve line. Analyst-supplied
      *> text, not a reference number, so it is logged under its
      *> own SOLVEID= tag and REF= stays blank. Spaces otherwise.
       01  WS-AUDIT-SOLVE-ID          PIC X(15) VALUE SPACES.
       01  WS-AUDIT-TAIL-TEXT         PIC X(35).
       01  WS-KEY-HISTORY-STATUS      PIC XX.
       01  WS-KEY-HISTORY-OPEN-SW     PIC X VALUE "N".
           88  WS-KEY-HISTORY-OPEN        VALUE "Y".
       01  WS-TRY-KEY-VERSION         PIC 999.
       01  WS-KEY-FOUND-SWITCH        PIC X VALUE "N".
           88  WS-KEY-FOUND               VALUE "Y".
       01  WS-CURRENT-DATE-NUM        PIC 9(8).
       01  WS-QTRL-COUNT-TEXT         PIC X(7).
       01  WS-QREC-NUMBER             PIC 9(7).
       01  WS-RESULTS-WRITTEN-COUNT   PIC 9(7) VALUE 0.
      *> Content hash of the queue file, taken in the validation
      *> pass - with the HDR date and source and the TRL count, the
      *> file's identity on the received-file register.
       01  WS-QVAL-CONTENT-HASH       PIC 9(10).
       01  WS-HASH-RECORD-SUM         PIC 9(9).
       01  WS-HASH-IDX                PIC 9(4).
       01  WS-RECEIVED-FILE-STATUS    PIC XX.
       01  WS-RECEIVED-OPEN-SW        PIC X VALUE "N".
           88  WS-RECEIVED-OPEN           VALUE "Y".
       01  WS-RECEIVED-KNOWN-SW       PIC X VALUE "N".
           88  WS-RECEIVED-KNOWN          VALUE "Y".
       01  WS-DUPLICATE-FILE-SW       PIC X VALUE "N".
           88  WS-DUPLICATE-FILE          VALUE "Y".
       01  WS-DUPLICATE-FILE-COUNT    PIC 9(3) VALUE 0.
       01  WS-REGISTER-TIMESTAMP      PIC X(21).

      *> The queue file currently pointed at by the CIPHERQ logical
      *> name - the classic single CIPHER-QUEUE.DAT when no manifest
                   88  QM-STATUS-PROCESSED  VALUE "PROCESSED".
                   88  QM-STATUS-FAILED     VALUE "FAILED".
                   88  QM-STATUS-SKIPPED    VALUE "SKIPPED".
                   88  QM-STATUS-DUPLICATE  VALUE "DUPLICATE".
       01  WS-MANIFEST-IDX            PIC 9(3).
      *> Rewrite index of its own - the rewrite now runs inside the
      *> per-entry loop, which must keep its place.
       01  WS-BCK-FLD-REFSEQ          PIC X(7).
       01  WS-BCK-FLD-CLIENT          PIC X(8).
       01  WS-BCK-FLD-OPENED          PIC X(1).
       01  WS-BCK-FLD-DLV-OPENED      PIC X(1).
       01  WS-BCK-FLD-DELIVERED       PIC X(7).

      *> Check-value returned by the engine at encrypt time, carried
      *> to the matching decrypt so a wrong-key decrypt fails loudly

       01  WS-CLIENT-MASTER-STATUS    PIC XX.
       01  WS-CLIENT-RESULTS-STATUS   PIC XX.
       01  WS-CLIENT-DELIVERY-STATUS  PIC XX.
      *> Up while the indexed client master is open for keyed reads;
      *> a master that would not open fails every client lookup as
      *> unknown, the same semantics the old missing-file table load
               10  CM-DEF-MODE        PIC X.
               10  CM-DEF-KEY         PIC X(20).
               10  CM-DEST-NAME       PIC X(40).
               10  CM-STATUS          PIC X.
                   88  CM-STATUS-SUSPENDED  VALUE "S".
               10  CM-OPENED-SWITCH   PIC X.
                   88  CM-OPENED          VALUE "Y".
               10  CM-PROCESSED-COUNT PIC 9(5).
      *> count when an unopenable destination diverted records to
      *> the shared results file.
               10  CM-WRITTEN-COUNT   PIC 9(5).
      *> The delivery extract beside the client's results file, in
      *> the client's own format, with its own HDR/TRL and count.
               10  CM-DELIVERY-FORMAT PIC X.
                   88  CM-DELIVERY-CSV    VALUE "C".
                   88  CM-DELIVERY-FIXED  VALUE "F".
               10  CM-DLV-OPENED-SWITCH PIC X.
                   88  CM-DLV-OPENED      VALUE "Y".
               10  CM-DELIVERED-COUNT PIC 9(5).
       01  WS-BATCH-CLIENT-TEXT       PIC X(8).
       01  WS-CLIENT-IDX              PIC 9(3).
       01  WS-CLIENT-SCAN-IDX         PIC 9(3).
       01  WS-CLIENT-CURRENT-IDX      PIC 9(3) VALUE 0.
       01  WS-DEST-NAME-LEN           PIC 99.
       01  WS-DELIVERY-CURRENT-IDX    PIC 9(3) VALUE 0.
       01  WS-DLV-DOT-POS             PIC 99.
       01  WS-DLV-FILE-NAME           PIC X(50).
       01  WS-DLV-NAME-LEN            PIC 99.
       01  WS-DLV-COUNT-TEXT          PIC 9(7).
      *> Fixed-width delivery records: a three-byte record type in
      *> front of fixed fields, the ciphertext last at full width
      *> with its length beside it.
       01  WS-DLV-FIXED-HEADER.
           05  FILLER                 PIC X(3) VALUE "HDR".
           05  DFH-RUN-DATE           PIC X(8).
           05  DFH-CLIENT-ID          PIC X(8).
           05  FILLER                 PIC X(5) VALUE "FIXED".
       01  WS-DLV-FIXED-DETAIL.
           05  FILLER                 PIC X(3) VALUE "DTL".
           05  DFD-REF                PIC X(15).
           05  DFD-CHECK-VALUE        PIC 9(5).
           05  DFD-LENGTH             PIC 9(4).
           05  DFD-CIPHERTEXT         PIC X(500).
       01  WS-DLV-FIXED-TRAILER.
           05  FILLER                 PIC X(3) VALUE "TRL".
           05  DFT-COUNT              PIC 9(7).
       01  WS-HISTORY-FILE-STATUS     PIC XX.

      *> Dated generation of a results file: the base file name with
      *> -YYYYMMDD inserted before its extension (CIPHER-RESULTS.DAT
      *> becomes CIPHER-RESULTS-20250314.DAT), the same dating the
      *> audit archive uses.
       01  WS-GENERATION-FILE-STATUS  PIC XX.
       01  WS-GEN-REGISTER-STATUS     PIC XX.
       01  WS-GEN-REGISTER-OPEN-SW    PIC X VALUE "N".
           88  WS-GEN-REGISTER-OPEN       VALUE "Y".
       01  WS-GEN-DATE                PIC X(8).
       01  WS-GEN-BASE-NAME           PIC X(40).
       01  WS-GEN-BASE-LEN            PIC 99.
       01  WS-GEN-DOT-POS             PIC 99.
       01  WS-GEN-FILE-NAME           PIC X(50).
       01  WS-GEN-NAME-LEN            PIC 99.
       01  WS-GEN-COPY-EOF-SWITCH     PIC X VALUE "N".
           88  WS-GEN-COPY-EOF            VALUE "Y".
       01  WS-GEN-KEPT-COUNT          PIC 9(3) VALUE 0.
       01  WS-ACTIVITY-FILE-STATUS    PIC XX.

       01  ALPHABET-AREA.
       01  WS-VIG-CHAR           PIC X.
       01  WS-VIG-LETTER-IDX     PIC 99.

      *> Batch solve (run mode S). A ciphertext is judged on its best
      *> candidate's confidence - the candidate's uncapped score per
      *> letter of ciphertext - so long and short messages are held
      *> to the same bar, which SC-SCORE (capped at 9999 and growing
      *> with length) cannot do. At or above WS-SOLVE-THRESHOLD the
      *> best candidate is auto-accepted; below it the ciphertext is
      *> left for manual review. English plaintext runs about 19-22;
      *> under 20 letters even random text can reach that, so a
      *> shorter ciphertext always goes to manual review.
       01  WS-SOLVE-INPUT-STATUS      PIC XX.
       01  WS-SOLVE-REPORT-STATUS     PIC XX.
       01  WS-SOLVE-EOF-SWITCH        PIC X VALUE "N".
           88  WS-SOLVE-EOF               VALUE "Y".
       01  WS-SOLVE-THRESHOLD-TEXT    PIC X(3).
       01  WS-SOLVE-THRESHOLD         PIC 999 VALUE 19.
       01  WS-SOLVE-MIN-LETTERS       PIC 9(4) VALUE 20.
      *> Letters of ciphertext needed behind each keyword position
      *> before a Vigenere candidate can be taken as the answer.
       01  WS-SOLVE-MIN-COLUMN        PIC 99 VALUE 10.
      *> Candidates listed per method per ciphertext.
       01  WS-SOLVE-TOP-COUNT         PIC 99 VALUE 3.
       01  WS-SOLVE-LIST-COUNT        PIC 99.
       01  WS-SOLVE-LINE-NO           PIC 9(5) VALUE 0.
       01  WS-SOLVE-ANALYZED-COUNT    PIC 9(5) VALUE 0.
       01  WS-SOLVE-ACCEPTED-COUNT    PIC 9(5) VALUE 0.
       01  WS-SOLVE-REVIEW-COUNT      PIC 9(5) VALUE 0.
       01  WS-SOLVE-SKIPPED-COUNT     PIC 9(5) VALUE 0.
       01  WS-SOLVE-ID                PIC X(15).
       01  WS-SOLVE-PIPE-POS          PIC 9(4).
       01  WS-SOLVE-LETTER-COUNT      PIC 9(4).
       01  WS-SOLVE-CONFIDENCE        PIC 999.
       01  WS-SOLVE-METHOD            PIC X(8).
       01  WS-SOLVE-BEST-METHOD       PIC X(8).
       01  WS-SOLVE-BEST-RANK         PIC 99.
       01  WS-SOLVE-BEST-SHIFT        PIC 99.
       01  WS-SOLVE-BEST-KEYWORD      PIC X(20).
       01  WS-SOLVE-BEST-CONFIDENCE   PIC 999.

      *> Verified operator id from the sign-on step - this is what
      *> every audit record carries.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM MAIN-PROCEDURE.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       MAIN-PROCEDURE.
      *> The audit log records the operator behind every cipher
           CALL "OPERATOR-SIGNON" USING SIGNON-PARAMETERS.
           IF NOT OS-SIGNON-OK
               DISPLAY "Sign-on required - run ended."
               MOVE 12 TO WS-RUN-RETURN-CODE
           ELSE
               MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
               OPEN EXTEND AUDIT-LOG-FILE
                   OPEN EXTEND AUDIT-LOG-FILE
               END-IF

      *> Under the job stream's service id there is nobody at the
      *> console - it is always the nightly batch.
               IF OS-LEVEL-SERVICE
                   MOVE "B" TO RUN-MODE
               ELSE
                   DISPLAY "Enter mode: (I)nteractive single message, "
                   DISPLAY "(B)atch file queue or (S)olve file of "
                       "ciphertexts: "
                   ACCEPT RUN-MODE
               END-IF

               EVALUATE TRUE
                   WHEN RUN-MODE-BATCH
                       PERFORM BATCH-PROCEDURE
                   WHEN RUN-MODE-SOLVE
                       PERFORM BATCH-SOLVE-PROCEDURE
                   WHEN OTHER
                       PERFORM INTERACTIVE-PROCEDURE
               END-EVALUATE

               CLOSE AUDIT-LOG-FILE
               PERFORM WRITE-CONTROL-REPORT
           END-IF.
               CLOSE BATCH-RESULTS-FILE
               CLOSE BATCH-REJECTS-FILE
               PERFORM CLEAR-BATCH-CHECKPOINT
               PERFORM KEEP-RESULTS-GENERATIONS
               DISPLAY "Batch complete. Records processed: "
                   WS-BATCH-COUNT
               DISPLAY "  of which resubmissions: "
                   WS-RESUB-COUNT
               DISPLAY "Records rejected (to CIPHER-REJECTS.DAT):"
                   " " WS-BATCH-REJECT-COUNT
           ELSE
               MOVE 8 TO WS-RUN-RETURN-CODE
           END-IF.
           PERFORM CLOSE-MASTER-FILES.

      *> itself: lookups against it simply fail as unknown, exactly
      *> as the old missing-file table load behaved.
           MOVE "N" TO WS-REGISTRY-OPEN-SW.
           MOVE "N" TO WS-KEY-HISTORY-OPEN-SW.
           MOVE "N" TO WS-CLIENT-MASTER-OPEN-SW.
           OPEN INPUT KEY-REGISTRY-FILE.
           IF WS-REGISTRY-FILE-STATUS = "00"
               MOVE "Y" TO WS-REGISTRY-OPEN-SW
           END-IF.
      *> No history file just means no key has been rotated yet.
           OPEN INPUT KEY-HISTORY-FILE.
           IF WS-KEY-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-KEY-HISTORY-OPEN-SW
           END-IF.
           OPEN INPUT CLIENT-MASTER-FILE.
           IF WS-CLIENT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-CLIENT-MASTER-OPEN-SW
           END-IF.
      *> The received-file register is created empty the first time
      *> it is found absent; one that will not open at all leaves
      *> the night unprotected against duplicates, and says so.
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
                   ") - duplicate queue files not detected this run."
           END-IF.

       CLOSE-MASTER-FILES.
           IF WS-REGISTRY-OPEN
               CLOSE KEY-REGISTRY-FILE
               MOVE "N" TO WS-REGISTRY-OPEN-SW
           END-IF.
           IF WS-KEY-HISTORY-OPEN
               CLOSE KEY-HISTORY-FILE
               MOVE "N" TO WS-KEY-HISTORY-OPEN-SW
           END-IF.
           IF WS-CLIENT-MASTER-OPEN
               CLOSE CLIENT-MASTER-FILE
               MOVE "N" TO WS-CLIENT-MASTER-OPEN-SW
           END-IF.
           IF WS-RECEIVED-OPEN
               CLOSE RECEIVED-FILE-REGISTER
               MOVE "N" TO WS-RECEIVED-OPEN-SW
           END-IF.

       OPEN-BATCH-OUTPUTS.
      *> The results and reject files serve the whole night's run,
                       WS-QUEUE-FILE-NAME " (source "
                       QM-SOURCE(WS-MANIFEST-IDX) ")."
                   PERFORM VALIDATE-QUEUE-CONTROLS
                   IF WS-QVAL-OK
                       PERFORM CHECK-RECEIVED-REGISTER
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT WS-QVAL-OK
                           MOVE "FAILED"
                               TO QM-STATUS(WS-MANIFEST-IDX)
                           DISPLAY "Queue file " WS-QUEUE-FILE-NAME
                               " rejected - failed its header/trailer "
                               "completeness check."
                           IF WS-RUN-RETURN-CODE < 4
                               MOVE 4 TO WS-RUN-RETURN-CODE
                           END-IF
                       WHEN WS-DUPLICATE-FILE
                           MOVE "DUPLICATE"
                               TO QM-STATUS(WS-MANIFEST-IDX)
                           PERFORM REPORT-DUPLICATE-FILE
                           IF WS-RUN-RETURN-CODE < 4
                               MOVE 4 TO WS-RUN-RETURN-CODE
                           END-IF
                       WHEN OTHER
                           PERFORM RUN-VALIDATED-BATCH
      *> A file that validated but then would not open processed
      *> nothing - mark it FAILED so the next run retries it and
      *> the reconciliation does not count its trailer as
      *> delivered.
                           IF WS-QRUN-OK
                               MOVE "PROCESSED"
                                   TO QM-STATUS(WS-MANIFEST-IDX)
                               PERFORM REGISTER-PROCESSED-FILE
                           ELSE
                               MOVE "FAILED"
                                   TO QM-STATUS(WS-MANIFEST-IDX)
                               IF WS-RUN-RETURN-CODE < 4
                                   MOVE 4 TO WS-RUN-RETURN-CODE
                               END-IF
                           END-IF
                   END-EVALUATE
           END-EVALUATE.
      *> The manifest is rewritten after every entry, not just at end
      *> of run, so a restart after an abend sees which files the
           PERFORM REWRITE-QUEUE-MANIFEST.

       PROCESS-CURRENT-QUEUE-FILE.
      *> The single queue file gets the same duplicate test as a
      *> manifest entry - last night's file still sitting there is
      *> not run twice.
           PERFORM VALIDATE-QUEUE-CONTROLS.
           IF WS-QVAL-OK
               PERFORM CHECK-RECEIVED-REGISTER
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-QVAL-OK
                   DISPLAY "Batch run rejected - queue file failed its "
                       "header/trailer completeness check."
                   MOVE 8 TO WS-RUN-RETURN-CODE
               WHEN WS-DUPLICATE-FILE
                   PERFORM REPORT-DUPLICATE-FILE
                   MOVE 8 TO WS-RUN-RETURN-CODE
               WHEN OTHER
                   PERFORM RUN-VALIDATED-BATCH
                   IF WS-QRUN-OK
                       PERFORM REGISTER-PROCESSED-FILE
                   ELSE
                       MOVE 8 TO WS-RUN-RETURN-CODE
                   END-IF
           END-EVALUATE.

       CHECK-RECEIVED-REGISTER.
      *> A file whose identity the register already holds as
      *> processed is a duplicate - a re-send, or the same file
      *> listed twice on the manifest. The one exception is the file
      *> a restarted run was checkpointed in: an abend after it was
      *> registered but before the manifest was rewritten leaves it
      *> looking processed, and the checkpoint skips its records
      *> anyway. A file intake registered as received but nobody has
      *> processed yet is not a duplicate.
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
           IF WS-RECEIVED-KNOWN AND RF-STATUS-PROCESSED
               IF WS-BATCH-RESTART
                       AND RF-QUEUE-FILE = WS-QUEUE-FILE-NAME
                       AND WS-CKPT-QUEUE-FILE = WS-QUEUE-FILE-NAME
                   CONTINUE
               ELSE
                   MOVE "Y" TO WS-DUPLICATE-FILE-SW
               END-IF
           END-IF.

       SET-RECEIVED-FILE-KEY.
           MOVE WS-QHDR-DATE-TEXT TO RF-HDR-DATE.
           MOVE WS-QHDR-SOURCE TO RF-SOURCE.
           MOVE WS-QVAL-TRAILER-COUNT TO RF-TRAILER-COUNT.
           MOVE WS-QVAL-CONTENT-HASH TO RF-CONTENT-HASH.

       REGISTER-PROCESSED-FILE.
      *> Marks the file processed on the register - rewriting the
      *> entry intake made on receipt, or writing one now for a file
      *> intake never saw.
           IF WS-RECEIVED-OPEN
               MOVE FUNCTION CURRENT-DATE TO WS-REGISTER-TIMESTAMP
               IF WS-RECEIVED-KNOWN
                   MOVE WS-QUEUE-FILE-NAME TO RF-QUEUE-FILE
                   MOVE "P" TO RF-STATUS
                   MOVE WS-REGISTER-TIMESTAMP TO RF-PROCESSED-TIMESTAMP
                   REWRITE RECEIVED-FILE-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: " WS-QUEUE-FILE-NAME
                               " could not be marked processed on "
                               "RECEIVED-FILES.DAT."
                   END-REWRITE
               ELSE
                   PERFORM SET-RECEIVED-FILE-KEY
                   MOVE WS-QUEUE-FILE-NAME TO RF-QUEUE-FILE
                   MOVE "P" TO RF-STATUS
                   MOVE WS-REGISTER-TIMESTAMP TO RF-RECEIVED-TIMESTAMP
                   MOVE WS-REGISTER-TIMESTAMP TO RF-PROCESSED-TIMESTAMP
                   WRITE RECEIVED-FILE-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: " WS-QUEUE-FILE-NAME
                               " could not be registered on "
                               "RECEIVED-FILES.DAT."
                   END-WRITE
               END-IF
           END-IF.

       REPORT-DUPLICATE-FILE.
           ADD 1 TO WS-DUPLICATE-FILE-COUNT.
           DISPLAY "Queue file " WS-QUEUE-FILE-NAME
               " not processed - duplicate of " RF-QUEUE-FILE.
           DISPLAY "  already processed " RF-PROCESSED-TIMESTAMP(1:8)
               " (file date " WS-QHDR-DATE-TEXT " source "
               WS-QHDR-SOURCE ").".

       POINT-QUEUE-FILE.
      *> Point the CIPHERQ logical name at the current queue file
                   MOVE SPACES TO WS-BCK-FLD-BATCH
                   MOVE SPACES TO WS-BCK-FLD-REJECT
                   MOVE SPACES TO WS-BCK-FLD-WRITTEN
                   MOVE SPACES TO WS-BCK-FLD-DLV-OPENED
                   MOVE SPACES TO WS-BCK-FLD-DELIVERED
                   UNSTRING BATCH-CHECKPOINT-RECORD
                           DELIMITED BY "|"
                       INTO WS-BCK-FLD-TAG, WS-BCK-FLD-CLIENT,
                           WS-BCK-FLD-OPENED, WS-BCK-FLD-BATCH,
                           WS-BCK-FLD-REJECT, WS-BCK-FLD-WRITTEN,
                           WS-BCK-FLD-DLV-OPENED, WS-BCK-FLD-DELIVERED
                   END-UNSTRING
      *> The activity cache starts each run empty, so the client's
      *> entry is recreated with the usual keyed lookup and then
                           TO CM-REJECTED-COUNT(WS-CLIENT-IDX)
                       MOVE FUNCTION NUMVAL(WS-BCK-FLD-WRITTEN)
                           TO CM-WRITTEN-COUNT(WS-CLIENT-IDX)
                       MOVE WS-BCK-FLD-DLV-OPENED
                           TO CM-DLV-OPENED-SWITCH(WS-CLIENT-IDX)
                       MOVE FUNCTION NUMVAL(WS-BCK-FLD-DELIVERED)
                           TO CM-DELIVERED-COUNT(WS-CLIENT-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
                           "|" DELIMITED BY SIZE
                           CM-WRITTEN-COUNT(WS-CLIENT-SCAN-IDX)
                               DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           CM-DLV-OPENED-SWITCH(WS-CLIENT-SCAN-IDX)
                               DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           CM-DELIVERED-COUNT(WS-CLIENT-SCAN-IDX)
                               DELIMITED BY SIZE
                           INTO BATCH-CHECKPOINT-RECORD
                       END-STRING
                       WRITE BATCH-CHECKPOINT-RECORD
           MOVE "N" TO WS-QVAL-HDR-OK-SWITCH.
           MOVE "N" TO BATCH-EOF-SWITCH.
           MOVE 0 TO WS-QVAL-TOTAL-RECORDS.
           MOVE 0 TO WS-QVAL-CONTENT-HASH.
           MOVE SPACES TO WS-QVAL-LAST-RECORD.
           OPEN INPUT BATCH-QUEUE-FILE.
           IF WS-QUEUE-FILE-STATUS NOT = "00"
                           IF WS-QVAL-TOTAL-RECORDS = 1
                               PERFORM CHECK-QUEUE-HEADER
                           END-IF
                           PERFORM HASH-QUEUE-RECORD
                           MOVE BATCH-QUEUE-RECORD
                               TO WS-QVAL-LAST-RECORD
                   END-READ
                   END-IF
           END-EVALUATE.

       HASH-QUEUE-RECORD.
      *> Content hash of the whole file, built record by record: the
      *> record's position-weighted character sum (CIPHER-ENGINE's
      *> check-value formula before its reduction) is folded into
      *> the running hash, reduced modulo 9999999967 to stay in ten
      *> digits. QUEUE-INTAKE computes it identically, so both see
      *> the same identity for the same file.
           MOVE 0 TO WS-HASH-RECORD-SUM.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > LENGTH OF BATCH-QUEUE-RECORD
               COMPUTE WS-HASH-RECORD-SUM = WS-HASH-RECORD-SUM
                   + (WS-HASH-IDX * FUNCTION ORD(
                       BATCH-QUEUE-RECORD(WS-HASH-IDX:1)))
           END-PERFORM.
           COMPUTE WS-QVAL-CONTENT-HASH = FUNCTION MOD(
               WS-QVAL-CONTENT-HASH * 31 + WS-HASH-RECORD-SUM,
               9999999967).

       WRITE-RESULTS-HEADER.
           MOVE 0 TO WS-RESULTS-WRITTEN-COUNT.
           MOVE SPACES TO BATCH-RESULTS-RECORD.
                   BY "|"

               MOVE SPACES TO WS-AUDIT-KEY-ID
               MOVE 0 TO WS-AUDIT-KEY-VERSION
               MOVE "INVALID-PARAMETERS" TO WS-REJECT-REASON
               MOVE 0 TO WS-CLIENT-IDX
      *> The 4-delimiter shape always names a client; the 6-delimiter
                   MOVE "UNKNOWN-CLIENT" TO WS-REJECT-REASON
                   MOVE "N" TO SHIFT-VALID-SWITCH
               ELSE
               IF WS-CLIENT-IDX > 0
                       AND CM-STATUS-SUSPENDED(WS-CLIENT-IDX)
      *> A client on hold (CLIENTADMIN Suspend) is known but must
      *> not be processed or billed - its records reject under their
      *> own reason so they are not mistaken for a routing fault,
      *> and still count against the client in the activity file.
                   MOVE "SUSPENDED-CLIENT" TO WS-REJECT-REASON
                   MOVE "N" TO SHIFT-VALID-SWITCH
               ELSE
               IF WS-BATCH-MODE-TEXT = "D" AND WS-CLIENT-IDX > 0
                   PERFORM APPLY-CLIENT-DEFAULTS
               ELSE
               END-IF
               END-IF
               END-IF
               END-IF

               IF WS-SHIFT-VALID AND WS-BATCH-PIPE-COUNT = 6
                   PERFORM VALIDATE-FUNCTION-FIELDS
           MOVE "Y" TO CP-CHECK-FLAG.
           MOVE WS-SUPPLIED-CHECK-VALUE TO CP-CHECK-VALUE.
           CALL "CIPHER-ENGINE" USING CIPHER-PARAMETERS.
      *> Ciphertext produced before the key was last rotated will not
      *> verify under the current material; the earlier versions are
      *> tried newest first, and the one whose check-value matches is
      *> the version that was in effect when it was produced.
           IF CP-CHECK-FAILED AND WS-AUDIT-KEY-ID NOT = SPACES
               PERFORM TRY-PRIOR-KEY-VERSIONS
           END-IF.
           MOVE "DECRYPT" TO WS-AUDIT-FUNCTION.
           PERFORM WRITE-AUDIT-RECORD.
           EVALUATE TRUE
                   PERFORM WRITE-BATCH-RESULT-RECORD
           END-EVALUATE.

       TRY-PRIOR-KEY-VERSIONS.
      *> Walk the key's superseded versions downward from the one
      *> below the current version until one verifies or none are
      *> left. A version missing from the history file is skipped.
           MOVE WS-AUDIT-KEY-VERSION TO WS-TRY-KEY-VERSION.
           PERFORM UNTIL WS-TRY-KEY-VERSION <= 1
                   OR NOT CP-CHECK-FAILED
                   OR NOT WS-KEY-HISTORY-OPEN
               SUBTRACT 1 FROM WS-TRY-KEY-VERSION
               MOVE WS-AUDIT-KEY-ID TO KH-KEY-ID
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
               MOVE CP-MODE TO WS-CIPHER-MODE
               MOVE CP-SHIFT TO SHIFT
               MOVE CP-KEYWORD TO WS-KEYWORD
               MOVE KH-VERSION TO WS-AUDIT-KEY-VERSION
           END-IF.

       WRITE-BATCH-RESULT-RECORD.
      *> INPUT-MSG/ENCRYPTED-MSG/DECRYPTED-MSG may themselves contain a
      *> literal "|" (it is a cipherable punctuation character), so

      *> A registry record's keyword must not leak into the results
      *> file any more than into the audit log, so its key field is
      *> written as KEYID=<id> for downstream re-resolution, followed
      *> in fixed columns by VER=<version> so verification uses the
      *> same version of the key even after a later rotation; a
      *> record that carried its key directly keeps the original KEY=
      *> form.
           MOVE SPACES TO WS-RESULT-KEY-FIELD.
           IF WS-AUDIT-KEY-ID NOT = SPACES
               STRING
                   "KEYID=" DELIMITED BY SIZE
                   WS-AUDIT-KEY-ID DELIMITED BY SIZE
                   " VER=" DELIMITED BY SIZE
                   WS-AUDIT-KEY-VERSION DELIMITED BY SIZE
                   INTO WS-RESULT-KEY-FIELD
               END-STRING
           ELSE
               MOVE CMF-DEF-MODE TO CM-DEF-MODE(CM-ENTRY-COUNT)
               MOVE CMF-DEF-KEY TO CM-DEF-KEY(CM-ENTRY-COUNT)
               MOVE CMF-DEST-NAME TO CM-DEST-NAME(CM-ENTRY-COUNT)
               MOVE CMF-STATUS TO CM-STATUS(CM-ENTRY-COUNT)
               MOVE "N" TO CM-OPENED-SWITCH(CM-ENTRY-COUNT)
               MOVE 0 TO CM-PROCESSED-COUNT(CM-ENTRY-COUNT)
               MOVE 0 TO CM-REJECTED-COUNT(CM-ENTRY-COUNT)
               MOVE 0 TO CM-WRITTEN-COUNT(CM-ENTRY-COUNT)
               MOVE CMF-DELIVERY-FORMAT
                   TO CM-DELIVERY-FORMAT(CM-ENTRY-COUNT)
               MOVE "N" TO CM-DLV-OPENED-SWITCH(CM-ENTRY-COUNT)
               MOVE 0 TO CM-DELIVERED-COUNT(CM-ENTRY-COUNT)
               MOVE CM-ENTRY-COUNT TO WS-CLIENT-IDX
           END-IF.

               MOVE BATCH-RESULTS-RECORD TO CLIENT-RESULTS-RECORD
               WRITE CLIENT-RESULTS-RECORD
               ADD 1 TO CM-WRITTEN-COUNT(WS-CLIENT-IDX)
               PERFORM WRITE-CLIENT-DELIVERY
           ELSE
               WRITE BATCH-RESULTS-RECORD
               ADD 1 TO WS-RESULTS-WRITTEN-COUNT
           END-IF.

       POINT-CLIENT-DELIVERY-FILE.
      *> CLIENTDLV is pointed at the current client's destination
      *> name with -DELIVERY in front of its last "." (appended when
      *> the name has no extension), the dating BUILD-GENERATION-NAME
      *> gives generations.
           PERFORM POINT-CLIENT-RESULTS-FILE.
           MOVE WS-DEST-NAME-LEN TO WS-DLV-DOT-POS.
           PERFORM UNTIL WS-DLV-DOT-POS < 1
                   OR CM-DEST-NAME(WS-CLIENT-IDX)(WS-DLV-DOT-POS:1)
                       = "."
               SUBTRACT 1 FROM WS-DLV-DOT-POS
           END-PERFORM.
           MOVE SPACES TO WS-DLV-FILE-NAME.
           IF WS-DLV-DOT-POS > 1
               STRING
                   CM-DEST-NAME(WS-CLIENT-IDX)(1:WS-DLV-DOT-POS - 1)
                       DELIMITED BY SIZE
                   "-DELIVERY" DELIMITED BY SIZE
                   CM-DEST-NAME(WS-CLIENT-IDX)(WS-DLV-DOT-POS:
                       WS-DEST-NAME-LEN - WS-DLV-DOT-POS + 1)
                       DELIMITED BY SIZE
                   INTO WS-DLV-FILE-NAME
               END-STRING
           ELSE
               STRING
                   CM-DEST-NAME(WS-CLIENT-IDX)(1:WS-DEST-NAME-LEN)
                       DELIMITED BY SIZE
                   "-DELIVERY" DELIMITED BY SIZE
                   INTO WS-DLV-FILE-NAME
               END-STRING
           END-IF.
           COMPUTE WS-DLV-NAME-LEN = WS-DEST-NAME-LEN + 9.
           DISPLAY "CLIENTDLV" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DLV-FILE-NAME(1:WS-DLV-NAME-LEN)
               UPON ENVIRONMENT-VALUE.

       WRITE-CLIENT-DELIVERY.
      *> The client receives its ciphertext, the check-value and the
      *> reference number and nothing else - the plaintext, the
      *> decrypted column and any KEY= keyword stay on the internal
      *> results file. The delivery file switches with the results
      *> file: OUTPUT with its own header the first time the client
      *> appears this run, EXTEND afterward. A delivery file that
      *> will not open is reported; the record is still on the
      *> client's results file for a re-extract.
           IF WS-DELIVERY-CURRENT-IDX NOT = WS-CLIENT-IDX
               IF WS-DELIVERY-CURRENT-IDX > 0
                   CLOSE CLIENT-DELIVERY-FILE
               END-IF
               MOVE 0 TO WS-DELIVERY-CURRENT-IDX
               PERFORM POINT-CLIENT-DELIVERY-FILE
               IF CM-DLV-OPENED(WS-CLIENT-IDX)
                   OPEN EXTEND CLIENT-DELIVERY-FILE
                   IF WS-CLIENT-DELIVERY-STATUS = "00"
                       MOVE WS-CLIENT-IDX TO WS-DELIVERY-CURRENT-IDX
                   END-IF
               ELSE
                   OPEN OUTPUT CLIENT-DELIVERY-FILE
                   IF WS-CLIENT-DELIVERY-STATUS = "00"
                       MOVE "Y" TO CM-DLV-OPENED-SWITCH(WS-CLIENT-IDX)
                       MOVE WS-CLIENT-IDX TO WS-DELIVERY-CURRENT-IDX
                       PERFORM WRITE-DELIVERY-HEADER
                   END-IF
               END-IF
               IF WS-DELIVERY-CURRENT-IDX = 0
                   DISPLAY "ERROR: cannot open delivery file for "
                       "client " CM-CLIENT-ID(WS-CLIENT-IDX)
                       " (file status " WS-CLIENT-DELIVERY-STATUS
                       ") - record on its results file only."
               END-IF
           END-IF.
           IF WS-DELIVERY-CURRENT-IDX = WS-CLIENT-IDX
               PERFORM WRITE-DELIVERY-DETAIL
               ADD 1 TO CM-DELIVERED-COUNT(WS-CLIENT-IDX)
           END-IF.

       WRITE-DELIVERY-HEADER.
           MOVE SPACES TO CLIENT-DELIVERY-RECORD.
           EVALUATE TRUE
               WHEN CM-DELIVERY-CSV(WS-CLIENT-IDX)
                   STRING
                       "HDR," DELIMITED BY SIZE
                       WS-AUDIT-TIMESTAMP(1:8) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       CM-CLIENT-ID(WS-CLIENT-IDX) DELIMITED BY SPACE
                       ",CSV" DELIMITED BY SIZE
                       INTO CLIENT-DELIVERY-RECORD
                   END-STRING
               WHEN CM-DELIVERY-FIXED(WS-CLIENT-IDX)
                   MOVE WS-AUDIT-TIMESTAMP(1:8) TO DFH-RUN-DATE
                   MOVE CM-CLIENT-ID(WS-CLIENT-IDX) TO DFH-CLIENT-ID
                   MOVE WS-DLV-FIXED-HEADER TO CLIENT-DELIVERY-RECORD
               WHEN OTHER
                   STRING
                       "HDR|" DELIMITED BY SIZE
                       WS-AUDIT-TIMESTAMP(1:8) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       CM-CLIENT-ID(WS-CLIENT-IDX) DELIMITED BY SPACE
                       "|PIPE" DELIMITED BY SIZE
                       INTO CLIENT-DELIVERY-RECORD
                   END-STRING
           END-EVALUATE.
           WRITE CLIENT-DELIVERY-RECORD.

       WRITE-DELIVERY-DETAIL.
      *> REF and CHK first, the ciphertext last: pipe-delimited with
      *> "|" doubled inside the ciphertext as on the results file,
      *> CSV with the ciphertext in double quotes (an embedded quote
      *> doubled), fixed-width at full message width with its length.
           MOVE SPACES TO CLIENT-DELIVERY-RECORD.
           EVALUATE TRUE
               WHEN CM-DELIVERY-CSV(WS-CLIENT-IDX)
                   PERFORM QUOTE-CIPHERTEXT-FOR-CSV
                   STRING
                       WS-CURRENT-REF DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                       WS-CHECK-VALUE DELIMITED BY SIZE
                       ",""" DELIMITED BY SIZE
                       WS-ESCAPE-DST(1:WS-ESCAPE-DST-LEN)
                           DELIMITED BY SIZE
                       """" DELIMITED BY SIZE
                       INTO CLIENT-DELIVERY-RECORD
                   END-STRING
               WHEN CM-DELIVERY-FIXED(WS-CLIENT-IDX)
                   MOVE WS-CURRENT-REF TO DFD-REF
                   MOVE WS-CHECK-VALUE TO DFD-CHECK-VALUE
                   MOVE MESSAGE-LENGTH TO DFD-LENGTH
                   MOVE SPACES TO DFD-CIPHERTEXT
                   MOVE ENCRYPTED-MSG(1:MESSAGE-LENGTH)
                       TO DFD-CIPHERTEXT
                   MOVE WS-DLV-FIXED-DETAIL TO CLIENT-DELIVERY-RECORD
               WHEN OTHER
                   STRING
                       WS-CURRENT-REF DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-CHECK-VALUE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       WS-ESC-MSG-2(1:WS-ESC-MSG-2-LEN)
                           DELIMITED BY SIZE
                       INTO CLIENT-DELIVERY-RECORD
                   END-STRING
           END-EVALUATE.
           WRITE CLIENT-DELIVERY-RECORD.

       QUOTE-CIPHERTEXT-FOR-CSV.
      *> The CSV counterpart of ESCAPE-FIELD-FOR-OUTPUT: every
      *> double quote in the ciphertext is doubled into
      *> WS-ESCAPE-DST/WS-ESCAPE-DST-LEN.
           MOVE SPACES TO WS-ESCAPE-DST.
           MOVE 0 TO WS-ESCAPE-DST-LEN.
           PERFORM VARYING WS-ESCAPE-IDX FROM 1 BY 1
                   UNTIL WS-ESCAPE-IDX > MESSAGE-LENGTH
               ADD 1 TO WS-ESCAPE-DST-LEN
               MOVE ENCRYPTED-MSG(WS-ESCAPE-IDX:1)
                   TO WS-ESCAPE-DST(WS-ESCAPE-DST-LEN:1)
               IF ENCRYPTED-MSG(WS-ESCAPE-IDX:1) = """"
                   ADD 1 TO WS-ESCAPE-DST-LEN
                   MOVE """" TO WS-ESCAPE-DST(WS-ESCAPE-DST-LEN:1)
               END-IF
           END-PERFORM.

       WRITE-DELIVERY-TRAILER.
           MOVE CM-DELIVERED-COUNT(WS-CLIENT-IDX)
               TO WS-DLV-COUNT-TEXT.
           MOVE SPACES TO CLIENT-DELIVERY-RECORD.
           EVALUATE TRUE
               WHEN CM-DELIVERY-CSV(WS-CLIENT-IDX)
                   STRING
                       "TRL," DELIMITED BY SIZE
                       WS-DLV-COUNT-TEXT DELIMITED BY SIZE
                       INTO CLIENT-DELIVERY-RECORD
                   END-STRING
               WHEN CM-DELIVERY-FIXED(WS-CLIENT-IDX)
                   MOVE WS-DLV-COUNT-TEXT TO DFT-COUNT
                   MOVE WS-DLV-FIXED-TRAILER TO CLIENT-DELIVERY-RECORD
               WHEN OTHER
                   STRING
                       "TRL|" DELIMITED BY SIZE
                       WS-DLV-COUNT-TEXT DELIMITED BY SIZE
                       INTO CLIENT-DELIVERY-RECORD
                   END-STRING
           END-EVALUATE.
           WRITE CLIENT-DELIVERY-RECORD.

       CLOSE-CLIENT-RESULTS-FILES.
      *> End of run: close whatever client file is still open, then
      *> give every client file touched this run its TRL control
      *> with that client's written count, mirroring the shared
      *> results file's completeness check. Each delivery file gets
      *> its own trailer, in its own format, with the records
      *> delivered on it.
           IF WS-CLIENT-CURRENT-IDX > 0
               CLOSE CLIENT-RESULTS-FILE
               MOVE 0 TO WS-CLIENT-CURRENT-IDX
           END-IF.
           IF WS-DELIVERY-CURRENT-IDX > 0
               CLOSE CLIENT-DELIVERY-FILE
               MOVE 0 TO WS-DELIVERY-CURRENT-IDX
           END-IF.
           PERFORM VARYING WS-CLIENT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-CLIENT-SCAN-IDX > CM-ENTRY-COUNT
               IF CM-OPENED(WS-CLIENT-SCAN-IDX)
                   WRITE CLIENT-RESULTS-RECORD
                   CLOSE CLIENT-RESULTS-FILE
               END-IF
               IF CM-DLV-OPENED(WS-CLIENT-SCAN-IDX)
                   MOVE WS-CLIENT-SCAN-IDX TO WS-CLIENT-IDX
                   PERFORM POINT-CLIENT-DELIVERY-FILE
                   OPEN EXTEND CLIENT-DELIVERY-FILE
                   IF WS-CLIENT-DELIVERY-STATUS = "00"
                       PERFORM WRITE-DELIVERY-TRAILER
                       CLOSE CLIENT-DELIVERY-FILE
                   END-IF
               END-IF
           END-PERFORM.

       KEEP-RESULTS-GENERATIONS.
      *> The shared results file and every client file this run
      *> wrote are OUTPUT-opened again by the next run, so each is
      *> copied whole to a generation dated with this run's date
      *> once it is complete - trailer written, checkpoint cleared -
      *> and listed on the generation register. A second run on the
      *> same date replaces that date's generation. A copy that
      *> fails costs only the generation, never the night's output,
      *> so it is reported and the run carries on.
           MOVE WS-CURRENT-DATE-NUM TO WS-GEN-DATE.
           MOVE 0 TO WS-GEN-KEPT-COUNT.
           MOVE "N" TO WS-GEN-REGISTER-OPEN-SW.
           OPEN EXTEND GENERATION-REGISTER-FILE.
           IF WS-GEN-REGISTER-STATUS = "35"
               OPEN OUTPUT GENERATION-REGISTER-FILE
               CLOSE GENERATION-REGISTER-FILE
               OPEN EXTEND GENERATION-REGISTER-FILE
           END-IF.
           IF WS-GEN-REGISTER-STATUS = "00"
               MOVE "Y" TO WS-GEN-REGISTER-OPEN-SW
           ELSE
               DISPLAY "ERROR: cannot open RESULTS-GENERATIONS.DAT "
                   "(file status " WS-GEN-REGISTER-STATUS
                   ") - no generations kept this run."
           END-IF.
           IF WS-GEN-REGISTER-OPEN
               MOVE "CIPHER-RESULTS.DAT" TO WS-GEN-BASE-NAME
               PERFORM BUILD-GENERATION-NAME
               OPEN INPUT BATCH-RESULTS-FILE
               IF WS-RESULTS-FILE-STATUS = "00"
                   PERFORM COPY-SHARED-GENERATION
                   CLOSE BATCH-RESULTS-FILE
               END-IF
               PERFORM VARYING WS-CLIENT-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-CLIENT-SCAN-IDX > CM-ENTRY-COUNT
                   IF CM-OPENED(WS-CLIENT-SCAN-IDX)
                       MOVE WS-CLIENT-SCAN-IDX TO WS-CLIENT-IDX
                       PERFORM POINT-CLIENT-RESULTS-FILE
                       MOVE CM-DEST-NAME(WS-CLIENT-IDX)
                           TO WS-GEN-BASE-NAME
                       PERFORM BUILD-GENERATION-NAME
                       OPEN INPUT CLIENT-RESULTS-FILE
                       IF WS-CLIENT-RESULTS-STATUS = "00"
                           PERFORM COPY-CLIENT-GENERATION
                           CLOSE CLIENT-RESULTS-FILE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GENERATION-REGISTER-FILE
               DISPLAY "Results generations kept for " WS-GEN-DATE
                   ": " WS-GEN-KEPT-COUNT " file(s)."
           END-IF.

       COPY-SHARED-GENERATION.
           PERFORM OPEN-GENERATION-FILE.
           IF WS-GENERATION-FILE-STATUS = "00"
               MOVE "N" TO WS-GEN-COPY-EOF-SWITCH
               PERFORM UNTIL WS-GEN-COPY-EOF
                   READ BATCH-RESULTS-FILE
                       AT END
                           MOVE "Y" TO WS-GEN-COPY-EOF-SWITCH
                       NOT AT END
                           MOVE BATCH-RESULTS-RECORD
                               TO GENERATION-RECORD
                           WRITE GENERATION-RECORD
                   END-READ
               END-PERFORM
               PERFORM CLOSE-GENERATION-FILE
           END-IF.

       COPY-CLIENT-GENERATION.
           PERFORM OPEN-GENERATION-FILE.
           IF WS-GENERATION-FILE-STATUS = "00"
               MOVE "N" TO WS-GEN-COPY-EOF-SWITCH
               PERFORM UNTIL WS-GEN-COPY-EOF
                   READ CLIENT-RESULTS-FILE
                       AT END
                           MOVE "Y" TO WS-GEN-COPY-EOF-SWITCH
                       NOT AT END
                           MOVE CLIENT-RESULTS-RECORD
                               TO GENERATION-RECORD
                           WRITE GENERATION-RECORD
                   END-READ
               END-PERFORM
               PERFORM CLOSE-GENERATION-FILE
           END-IF.

       OPEN-GENERATION-FILE.
           DISPLAY "RESULTSGEN" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
               UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT GENERATION-FILE.
           IF WS-GENERATION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open generation file "
                   WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
                   " (file status " WS-GENERATION-FILE-STATUS
                   ") - generation not kept."
           END-IF.

       CLOSE-GENERATION-FILE.
           CLOSE GENERATION-FILE.
           ADD 1 TO WS-GEN-KEPT-COUNT.
           MOVE SPACES TO GENERATION-REGISTER-RECORD.
           STRING
               WS-GEN-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN) DELIMITED BY SIZE
               INTO GENERATION-REGISTER-RECORD
           END-STRING.
           WRITE GENERATION-REGISTER-RECORD.

       BUILD-GENERATION-NAME.
      *> WS-GEN-BASE-NAME plus WS-GEN-DATE into WS-GEN-FILE-NAME:
      *> the date goes in front of the last "." so the generation
      *> keeps the base file's extension; a name with no extension
      *> simply has the date appended.
           MOVE LENGTH OF WS-GEN-BASE-NAME TO WS-GEN-BASE-LEN.
           PERFORM UNTIL WS-GEN-BASE-LEN <= 1
                   OR WS-GEN-BASE-NAME(WS-GEN-BASE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-GEN-BASE-LEN
           END-PERFORM.
           MOVE WS-GEN-BASE-LEN TO WS-GEN-DOT-POS.
           PERFORM UNTIL WS-GEN-DOT-POS < 1
                   OR WS-GEN-BASE-NAME(WS-GEN-DOT-POS:1) = "."
               SUBTRACT 1 FROM WS-GEN-DOT-POS
           END-PERFORM.
           MOVE SPACES TO WS-GEN-FILE-NAME.
           IF WS-GEN-DOT-POS > 1
               STRING
                   WS-GEN-BASE-NAME(1:WS-GEN-DOT-POS - 1)
                       DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-GEN-DATE DELIMITED BY SIZE
                   WS-GEN-BASE-NAME(WS-GEN-DOT-POS:
                       WS-GEN-BASE-LEN - WS-GEN-DOT-POS + 1)
                       DELIMITED BY SIZE
                   INTO WS-GEN-FILE-NAME
               END-STRING
           ELSE
               STRING
                   WS-GEN-BASE-NAME(1:WS-GEN-BASE-LEN)
                       DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-GEN-DATE DELIMITED BY SIZE
                   INTO WS-GEN-FILE-NAME
               END-STRING
           END-IF.
           COMPUTE WS-GEN-NAME-LEN = WS-GEN-BASE-LEN + 9.

       WRITE-REJECT-RECORD.
      *> Columns 1-20 carry the reject reason, column 21 a "|",
      *> columns 22-36 the record's reference number, column 37 a
      *> SHIFT-VALID-SWITCH off so the record is rejected the same
      *> way as bad inline parameters. On success WS-AUDIT-KEY-ID
      *> carries the id into the audit and results records in place
      *> of the key material itself, and WS-AUDIT-KEY-VERSION the
      *> registry's current version - a decrypt that then fails its
      *> check under that version is resolved to an earlier one by
      *> TRY-PRIOR-KEY-VERSIONS.
           MOVE "N" TO SHIFT-VALID-SWITCH.
           MOVE "N" TO WS-KEY-FOUND-SWITCH.
           IF WS-REGISTRY-OPEN
               END-IF
               IF WS-SHIFT-VALID
                   MOVE WS-BATCH-KEY-ID TO WS-AUDIT-KEY-ID
                   MOVE KR-VERSION TO WS-AUDIT-KEY-VERSION
               END-IF
           END-IF.


       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           IF WS-AUDIT-KEY-ID = SPACES
               MOVE SPACES TO WS-AUDIT-KVER-TEXT
           ELSE
               MOVE WS-AUDIT-KEY-VERSION TO WS-AUDIT-KVER-TEXT
           END-IF.
      *> The record's reference number, blank for interactive work,
      *> then the version of the key id's material used, blank with
      *> no key id. A batch solve line has neither, so both are left
      *> empty to make room for its SOLVEID= in the 130 bytes.
           MOVE SPACES TO WS-AUDIT-TAIL-TEXT.
           IF WS-AUDIT-SOLVE-ID = SPACES
               STRING
                   "|REF="   DELIMITED BY SIZE
                   WS-CURRENT-REF             DELIMITED BY SIZE
                   "|KVER="  DELIMITED BY SIZE
                   WS-AUDIT-KVER-TEXT         DELIMITED BY SIZE
                   INTO WS-AUDIT-TAIL-TEXT
               END-STRING
           ELSE
               STRING
                   "|REF=|KVER=|SOLVEID=" DELIMITED BY SIZE
                   WS-AUDIT-SOLVE-ID          DELIMITED BY SIZE
                   INTO WS-AUDIT-TAIL-TEXT
               END-STRING
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           STRING
               WS-AUDIT-TIMESTAMP         DELIMITED BY SIZE
      *> and released records are visibly resubmissions in the log.
               "|RESUB=" DELIMITED BY SIZE
               WS-RESUB-SWITCH            DELIMITED BY SIZE
               WS-AUDIT-TAIL-TEXT         DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           END-STRING.
           WRITE AUDIT-LOG-RECORD.
               END-STRING
               WRITE CONTROL-REPORT-RECORD

               IF WS-DUPLICATE-FILE-COUNT > 0
                   MOVE SPACES TO CONTROL-REPORT-RECORD
                   STRING "Queue files not processed (duplicates): "
                       WS-DUPLICATE-FILE-COUNT
                       DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
                   END-STRING
                   WRITE CONTROL-REPORT-RECORD
               END-IF

               IF WS-SOLVE-ANALYZED-COUNT > 0
                   MOVE SPACES TO CONTROL-REPORT-RECORD
                   STRING "Ciphertexts analyzed (batch solve): "
                       WS-SOLVE-ANALYZED-COUNT "  auto-accepted: "
                       WS-SOLVE-ACCEPTED-COUNT "  manual review: "
                       WS-SOLVE-REVIEW-COUNT
                       DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
                   END-STRING
                   WRITE CONTROL-REPORT-RECORD
               END-IF

               MOVE SPACES TO CONTROL-REPORT-RECORD
               MOVE "Shift value distribution (Caesar mode):"
                   TO CONTROL-REPORT-RECORD

           PERFORM VARYING SHIFT FROM WS-RESUME-SHIFT BY 1
                   UNTIL SHIFT > 25
               PERFORM TRY-CAESAR-SHIFT
               PERFORM SAVE-SOLVE-CHECKPOINT
           END-PERFORM.


           PERFORM CLEAR-SOLVE-CHECKPOINT.

       TRY-CAESAR-SHIFT.
      *> One brute-force trial: decrypt ENCRYPTED-MSG under SHIFT
      *> and file the scored result as candidate SHIFT.
           MOVE "C" TO CP-MODE.
           MOVE "D" TO CP-FUNCTION.
           MOVE SHIFT TO CP-SHIFT.
           MOVE ENCRYPTED-MSG TO CP-MESSAGE.
           MOVE MESSAGE-LENGTH TO CP-MESSAGE-LENGTH.
      *> No check verification here - 24 of the 25 trial shifts are
      *> deliberately wrong, and the candidates are judged by score.
           MOVE "N" TO CP-CHECK-FLAG.
           CALL "CIPHER-ENGINE" USING CIPHER-PARAMETERS.
           MOVE CP-RESULT TO RESULT-MSG.
           MOVE SHIFT TO SC-SHIFT(SHIFT).
           MOVE RESULT-MSG TO SC-MESSAGE(SHIFT).
           MOVE SPACES TO SC-KEYWORD(SHIFT).
           PERFORM SCORE-CANDIDATE.
           MOVE WS-TEMP-SCORE TO SC-SCORE(SHIFT).

       LOAD-SOLVE-CHECKPOINT.
      *> Resume an interrupted brute-force run: any checkpoint rows
      *> whose saved encrypted message matches the one we are solving
      *> Caesar brute-force candidates are - so the ranking blends
      *> the same letter-frequency and common-bigram signals, and the
      *> true keyword length almost always surfaces at the top.
           PERFORM COLLECT-VIGENERE-CANDIDATES.

           IF WS-SOLVE-CAND-COUNT = 0
               DISPLAY "Message too short to analyze."
           ELSE
               PERFORM RANK-CANDIDATES
               DISPLAY "Keyword-analysis candidates, best guess "
                   "first:"
               PERFORM VARYING WS-RANK FROM 1 BY 1
                       UNTIL WS-RANK > WS-SOLVE-CAND-COUNT
                   DISPLAY "#" WS-RANK " (score " SC-SCORE(WS-RANK)
                       ") length " SC-SHIFT(WS-RANK)
                       " keyword " SC-KEYWORD(WS-RANK) ": "
                       SC-MESSAGE(WS-RANK)
               END-PERFORM
           END-IF.

       COLLECT-VIGENERE-CANDIDATES.
      *> One scored candidate per trial keyword length, unranked.
           MOVE 0 TO WS-SOLVE-CAND-COUNT.
           PERFORM VARYING WS-VIG-TRY-LEN FROM 1 BY 1
                   UNTIL WS-VIG-TRY-LEN > WS-VIG-MAX-TRY-LEN
               MOVE WS-TEMP-SCORE TO SC-SCORE(WS-SOLVE-CAND-COUNT)
           END-PERFORM.

       RECOVER-KEYWORD-FOR-LENGTH.
      *> Recover one keyword letter per position: the column of
      *> ciphertext characters enciphered by that position is tried
               END-IF
           END-PERFORM.

       BATCH-SOLVE-PROCEDURE.
      *> Cryptanalysis over a whole file of intercepted ciphertexts:
      *> each line gets the same Caesar brute force and Vigenere
      *> keyword analysis the interactive solve runs, and the top-
      *> ranked candidates of each go to CIPHER-SOLVE-REPORT.TXT with
      *> their scores and a verdict. The interactive solve checkpoint
      *> is not used - an interrupted run is simply run again.
           DISPLAY "Auto-accept threshold (score per letter, blank "
               "for 19): ".
           MOVE SPACES TO WS-SOLVE-THRESHOLD-TEXT.
           ACCEPT WS-SOLVE-THRESHOLD-TEXT.
           IF WS-SOLVE-THRESHOLD-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SOLVE-THRESHOLD-TEXT)
                   TO WS-SOLVE-THRESHOLD
           END-IF.
      *> A zero threshold would auto-accept every ciphertext, junk
      *> included - never what anyone meant by a mistyped value.
           IF WS-SOLVE-THRESHOLD = 0
               DISPLAY "Threshold must be at least 1 - using 19."
               MOVE 19 TO WS-SOLVE-THRESHOLD
           END-IF.

           OPEN INPUT SOLVE-INPUT-FILE.
           IF WS-SOLVE-INPUT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open CIPHER-SOLVE-INPUT.DAT "
                   "(file status " WS-SOLVE-INPUT-STATUS
                   ") - nothing analyzed."
               MOVE 8 TO WS-RUN-RETURN-CODE
           ELSE
               OPEN OUTPUT SOLVE-REPORT-FILE
               IF WS-SOLVE-REPORT-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot open CIPHER-SOLVE-REPORT.TXT "
                       "(file status " WS-SOLVE-REPORT-STATUS
                       ") - nothing analyzed."
                   MOVE 8 TO WS-RUN-RETURN-CODE
                   CLOSE SOLVE-INPUT-FILE
               ELSE
                   PERFORM WRITE-SOLVE-REPORT-HEADER
                   MOVE "N" TO WS-SOLVE-EOF-SWITCH
                   PERFORM UNTIL WS-SOLVE-EOF
                       READ SOLVE-INPUT-FILE
                           AT END
                               MOVE "Y" TO WS-SOLVE-EOF-SWITCH
                           NOT AT END
                               PERFORM SOLVE-ONE-CIPHERTEXT
                       END-READ
                   END-PERFORM
                   PERFORM WRITE-SOLVE-REPORT-TRAILER
                   CLOSE SOLVE-INPUT-FILE
                   CLOSE SOLVE-REPORT-FILE
                   MOVE SPACES TO WS-AUDIT-SOLVE-ID
                   DISPLAY "Batch solve complete: "
                       WS-SOLVE-ANALYZED-COUNT " analyzed, "
                       WS-SOLVE-ACCEPTED-COUNT " auto-accepted, "
                       WS-SOLVE-REVIEW-COUNT " for manual review."
               END-IF
           END-IF.

       SOLVE-ONE-CIPHERTEXT.
      *> The id is whatever precedes a "|" in the first 16 columns
      *> (at most the 15 characters a reference holds); a line with
      *> no "|" there is all ciphertext and is known by line number.
           ADD 1 TO WS-SOLVE-LINE-NO.
           MOVE SPACES TO WS-SOLVE-ID.
           MOVE SPACES TO INPUT-MSG.
           MOVE 0 TO WS-SOLVE-PIPE-POS.
           INSPECT SOLVE-INPUT-RECORD(1:16) TALLYING WS-SOLVE-PIPE-POS
               FOR CHARACTERS BEFORE INITIAL "|".
           IF WS-SOLVE-PIPE-POS < 16
               IF WS-SOLVE-PIPE-POS > 0
                   MOVE SOLVE-INPUT-RECORD(1:WS-SOLVE-PIPE-POS)
                       TO WS-SOLVE-ID
               END-IF
               MOVE SOLVE-INPUT-RECORD(WS-SOLVE-PIPE-POS + 2:)
                   TO INPUT-MSG
           ELSE
               MOVE SOLVE-INPUT-RECORD TO INPUT-MSG
           END-IF.
           IF WS-SOLVE-ID = SPACES
               STRING "LINE" WS-SOLVE-LINE-NO
                   DELIMITED BY SIZE INTO WS-SOLVE-ID
               END-STRING
           END-IF.

           PERFORM CALCULATE-MESSAGE-LENGTH.
           IF MESSAGE-LENGTH = 0
               ADD 1 TO WS-SOLVE-SKIPPED-COUNT
           ELSE
               PERFORM ANALYZE-CIPHERTEXT
           END-IF.

       ANALYZE-CIPHERTEXT.
           ADD 1 TO WS-SOLVE-ANALYZED-COUNT.
           MOVE INPUT-MSG TO ENCRYPTED-MSG.
           PERFORM COUNT-CIPHERTEXT-LETTERS.
           MOVE SPACES TO WS-SOLVE-BEST-METHOD.
           MOVE 0 TO WS-SOLVE-BEST-CONFIDENCE.
      *> The audit lines carry the ciphertext's id as SOLVEID=, not
      *> as a reference; there is no key id, and nothing here is a
      *> resubmission.
           MOVE SPACES TO WS-AUDIT-KEY-ID.
           MOVE "N" TO WS-RESUB-SWITCH.
           MOVE SPACES TO WS-CURRENT-REF.
           MOVE WS-SOLVE-ID TO WS-AUDIT-SOLVE-ID.

           MOVE SPACES TO SOLVE-REPORT-RECORD.
           WRITE SOLVE-REPORT-RECORD.
           MOVE SPACES TO SOLVE-REPORT-RECORD.
           STRING "CIPHERTEXT ID=" WS-SOLVE-ID
               " LINE=" WS-SOLVE-LINE-NO
               " LEN=" MESSAGE-LENGTH
               " LETTERS=" WS-SOLVE-LETTER-COUNT
               DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
           END-STRING.
           WRITE SOLVE-REPORT-RECORD.
           MOVE SPACES TO SOLVE-REPORT-RECORD.
           STRING "  TEXT: " ENCRYPTED-MSG(1:MESSAGE-LENGTH)
               DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
           END-STRING.
           WRITE SOLVE-REPORT-RECORD.

           MOVE "CAESAR" TO WS-SOLVE-METHOD.
           MOVE 25 TO WS-SOLVE-CAND-COUNT.
           PERFORM VARYING SHIFT FROM 1 BY 1 UNTIL SHIFT > 25
               PERFORM TRY-CAESAR-SHIFT
           END-PERFORM.
           PERFORM RANK-CANDIDATES.
           PERFORM REPORT-SOLVE-CANDIDATES.
           MOVE "C" TO WS-CIPHER-MODE.
           MOVE SC-SHIFT(1) TO SHIFT.
           MOVE "SOLVE" TO WS-AUDIT-FUNCTION.
           PERFORM WRITE-AUDIT-RECORD.

      *> Every ciphertext here is at least one character long, so
      *> the keyword analysis always yields at least one candidate.
           MOVE "VIGENERE" TO WS-SOLVE-METHOD.
           PERFORM COLLECT-VIGENERE-CANDIDATES.
           PERFORM RANK-CANDIDATES.
           PERFORM REPORT-SOLVE-CANDIDATES.
           MOVE "V" TO WS-CIPHER-MODE.
           MOVE SC-SHIFT(1) TO SHIFT.
           MOVE "SOLVE-VIG" TO WS-AUDIT-FUNCTION.
           PERFORM WRITE-AUDIT-RECORD.

           PERFORM WRITE-SOLVE-VERDICT.

       COUNT-CIPHERTEXT-LETTERS.
      *> Letters stay letters under every trial decrypt, so the
      *> ciphertext's letter count is every candidate's too.
           MOVE 0 TO WS-SOLVE-LETTER-COUNT.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > MESSAGE-LENGTH
               MOVE ENCRYPTED-MSG(WS-SCAN-IDX:1) TO WS-SCORE-CHAR
               IF (WS-SCORE-CHAR >= "A" AND WS-SCORE-CHAR <= "Z")
                       OR (WS-SCORE-CHAR >= "a"
                           AND WS-SCORE-CHAR <= "z")
                   ADD 1 TO WS-SOLVE-LETTER-COUNT
               END-IF
           END-PERFORM.

       REPORT-SOLVE-CANDIDATES.
      *> The top WS-SOLVE-TOP-COUNT ranked candidates of the current
      *> method, each considered for the ciphertext's answer.
           MOVE WS-SOLVE-TOP-COUNT TO WS-SOLVE-LIST-COUNT.
           IF WS-SOLVE-LIST-COUNT > WS-SOLVE-CAND-COUNT
               MOVE WS-SOLVE-CAND-COUNT TO WS-SOLVE-LIST-COUNT
           END-IF.
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-SOLVE-LIST-COUNT
               PERFORM SCORE-SOLVE-CONFIDENCE
               MOVE SPACES TO SOLVE-REPORT-RECORD
               IF WS-SOLVE-METHOD = "CAESAR"
                   STRING "  CAESAR   #" WS-RANK
                       " SHIFT=" SC-SHIFT(WS-RANK)
                       " SCORE=" SC-SCORE(WS-RANK)
                       " CONF=" WS-SOLVE-CONFIDENCE
                       ": " SC-MESSAGE(WS-RANK)(1:MESSAGE-LENGTH)
                       DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "  VIGENERE #" WS-RANK
                       " LENGTH=" SC-SHIFT(WS-RANK)
                       " KEYWORD=" SC-KEYWORD(WS-RANK)
                       " SCORE=" SC-SCORE(WS-RANK)
                       " CONF=" WS-SOLVE-CONFIDENCE
                       ": " SC-MESSAGE(WS-RANK)(1:MESSAGE-LENGTH)
                       DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
                   END-STRING
               END-IF
               WRITE SOLVE-REPORT-RECORD
               PERFORM CONSIDER-SOLVE-CANDIDATE
           END-PERFORM.

       CONSIDER-SOLVE-CANDIDATE.
      *> Candidate WS-RANK becomes the ciphertext's answer if it is
      *> more confident than the best so far - Caesar is considered
      *> first, so on a tie the simpler Caesar reading stands. A
      *> Vigenere keyword long enough that its positions rest on
      *> fewer than WS-SOLVE-MIN-COLUMN letters each is fitted to the
      *> text rather than recovered from it (even random letters
      *> score like English that way), so such a candidate is
      *> listed but never taken as the answer.
           IF WS-SOLVE-METHOD = "CAESAR"
                   OR WS-SOLVE-LETTER-COUNT
                       >= SC-SHIFT(WS-RANK) * WS-SOLVE-MIN-COLUMN
               IF WS-SOLVE-BEST-METHOD = SPACES
                       OR WS-SOLVE-CONFIDENCE > WS-SOLVE-BEST-CONFIDENCE
                   MOVE WS-SOLVE-METHOD TO WS-SOLVE-BEST-METHOD
                   MOVE WS-RANK TO WS-SOLVE-BEST-RANK
                   MOVE SC-SHIFT(WS-RANK) TO WS-SOLVE-BEST-SHIFT
                   MOVE SC-KEYWORD(WS-RANK) TO WS-SOLVE-BEST-KEYWORD
                   MOVE WS-SOLVE-CONFIDENCE
                       TO WS-SOLVE-BEST-CONFIDENCE
               END-IF
           END-IF.

       SCORE-SOLVE-CONFIDENCE.
      *> Re-score candidate WS-RANK for its uncapped WS-RAW-SCORE and
      *> spread that over the letters; a ciphertext with no letters
      *> at all has nothing to judge and scores zero.
           MOVE SC-MESSAGE(WS-RANK) TO RESULT-MSG.
           PERFORM SCORE-CANDIDATE.
           IF WS-SOLVE-LETTER-COUNT = 0
               MOVE 0 TO WS-SOLVE-CONFIDENCE
           ELSE
               COMPUTE WS-SOLVE-CONFIDENCE =
                   WS-RAW-SCORE / WS-SOLVE-LETTER-COUNT
           END-IF.

       WRITE-SOLVE-VERDICT.
           MOVE SPACES TO SOLVE-REPORT-RECORD.
           EVALUATE TRUE
               WHEN WS-SOLVE-LETTER-COUNT < WS-SOLVE-MIN-LETTERS
                   ADD 1 TO WS-SOLVE-REVIEW-COUNT
                   STRING "  VERDICT: MANUAL REVIEW - "
                       WS-SOLVE-LETTER-COUNT
                       " LETTER(S) TOO FEW TO JUDGE, BEST CONF="
                       WS-SOLVE-BEST-CONFIDENCE
                       DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
                   END-STRING
               WHEN WS-SOLVE-BEST-CONFIDENCE >= WS-SOLVE-THRESHOLD
                   PERFORM WRITE-SOLVE-ACCEPTANCE
               WHEN OTHER
                   ADD 1 TO WS-SOLVE-REVIEW-COUNT
                   STRING "  VERDICT: MANUAL REVIEW - BEST CONF="
                       WS-SOLVE-BEST-CONFIDENCE
                       " BELOW THRESHOLD " WS-SOLVE-THRESHOLD
                       DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
                   END-STRING
           END-EVALUATE.
           WRITE SOLVE-REPORT-RECORD.

       WRITE-SOLVE-ACCEPTANCE.
           ADD 1 TO WS-SOLVE-ACCEPTED-COUNT.
           IF WS-SOLVE-BEST-METHOD = "CAESAR"
               STRING "  VERDICT: AUTO-ACCEPTED - CAESAR #"
                   WS-SOLVE-BEST-RANK
                   " SHIFT=" WS-SOLVE-BEST-SHIFT
                   " CONF=" WS-SOLVE-BEST-CONFIDENCE
                   DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
               END-STRING
           ELSE
               STRING "  VERDICT: AUTO-ACCEPTED - VIGENERE #"
                   DELIMITED BY SIZE
                   WS-SOLVE-BEST-RANK DELIMITED BY SIZE
                   " KEYWORD=" DELIMITED BY SIZE
                   WS-SOLVE-BEST-KEYWORD DELIMITED BY SPACE
                   " CONF=" DELIMITED BY SIZE
                   WS-SOLVE-BEST-CONFIDENCE DELIMITED BY SIZE
                   INTO SOLVE-REPORT-RECORD
               END-STRING
           END-IF.

       WRITE-SOLVE-REPORT-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE SPACES TO SOLVE-REPORT-RECORD.
           STRING "CAESAR-CIPHER BATCH SOLVE REPORT - "
               WS-AUDIT-TIMESTAMP
               DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
           END-STRING.
           WRITE SOLVE-REPORT-RECORD.
           MOVE SPACES TO SOLVE-REPORT-RECORD.
           STRING "CRITERIA THRESHOLD=" WS-SOLVE-THRESHOLD
               " (SCORE PER LETTER) OPERATOR=" WS-OPERATOR-ID
               " TOP=" WS-SOLVE-TOP-COUNT " PER METHOD"
               DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
           END-STRING.
           WRITE SOLVE-REPORT-RECORD.

       WRITE-SOLVE-REPORT-TRAILER.
           MOVE SPACES TO SOLVE-REPORT-RECORD.
           WRITE SOLVE-REPORT-RECORD.
           MOVE SPACES TO SOLVE-REPORT-RECORD.
           STRING "END OF REPORT - " WS-SOLVE-ANALYZED-COUNT
               " CIPHERTEXT(S) ANALYZED OF " WS-SOLVE-LINE-NO
               " READ, " WS-SOLVE-ACCEPTED-COUNT " AUTO-ACCEPTED, "
               WS-SOLVE-REVIEW-COUNT " FOR MANUAL REVIEW, "
               WS-SOLVE-SKIPPED-COUNT " BLANK LINE(S) SKIPPED"
               DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
           END-STRING.
           WRITE SOLVE-REPORT-RECORD.

           


