      *> re-decrypts each encrypted field through CIPHER-ENGINE
      *> using the shift and KEY=/KEYID= values recorded on the
      *> record, and compares the result against the original
      *> message field. A KEYID= record is verified under the key
      *> version it was produced with - the VER= the batch wrote
      *> beside the id, or for records written before versions were
      *> kept, the version in effect on the REF= date - taken from
      *> KEY-HISTORY.DAT when the key has since been rotated. Any
      *> record that does not round-trip goes
      *> onto an exception report; a clean run ends the report with
      *> a zero-exceptions certificate line that can be filed with
      *> the nightly run. Given a run date, the pass reads that
      *> night's dated generations (CIPHER-RESULTS-YYYYMMDD.DAT and
      *> each destination's own dated copy) instead of the current
      *> files, so an older night can be re-verified after later
      *> runs have overwritten the live output. Under the nightly
      *> job stream the run date comes from the CIPHERJOB
      *> environment entry instead of a prompt, and RETURN-CODE
      *> carries the outcome: 0 certified, 8 exceptions or no
      *> shared results to verify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CIPHERRES is pointed at CIPHER-RESULTS.DAT or at the
      *> requested night's generation of it (see
      *> POINT-SHARED-RESULTS-FILE).
           SELECT BATCH-RESULTS-FILE ASSIGN TO "CIPHERRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
      *> Client destination files are reached the same way the batch
               ACCESS MODE IS RANDOM
               RECORD KEY IS KR-KEY-ID
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.
           SELECT KEY-HISTORY-FILE ASSIGN TO "KEY-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KH-HISTORY-KEY
               FILE STATUS IS WS-KEY-HISTORY-STATUS.
      *> DYNAMIC: the client sweep walks the master in key order
      *> with START/READ NEXT - no fixed destination table, so the
      *> old 50-client cap is gone.
       FD  KEY-REGISTRY-FILE.
       COPY KEYREG.

       FD  KEY-HISTORY-FILE.
       COPY KEYHIST.

       FD  CLIENT-MASTER-FILE.
       COPY CLIMAST.

       01  WS-REPORT-FILE-STATUS    PIC XX.
       01  WS-REGISTRY-FILE-STATUS  PIC XX.
       01  WS-CLIENT-MASTER-STATUS  PIC XX.
       01  WS-KEY-HISTORY-STATUS    PIC XX.
       01  WS-RESULTS-EOF-SWITCH    PIC X VALUE "N".
           88  WS-RESULTS-EOF           VALUE "Y".
       01  WS-CLIENT-EOF-SWITCH     PIC X VALUE "N".
      *> as unknown, which the exception report then shows.
       01  WS-REGISTRY-OPEN-SW      PIC X VALUE "N".
           88  WS-REGISTRY-OPEN         VALUE "Y".
      *> Up while KEY-HISTORY.DAT is open; without it only a key's
      *> current version can be verified.
       01  WS-KEY-HISTORY-OPEN-SW   PIC X VALUE "N".
           88  WS-KEY-HISTORY-OPEN      VALUE "Y".
       01  WS-MASTER-EOF-SWITCH     PIC X VALUE "N".
           88  WS-MASTER-EOF            VALUE "Y".

       01  WS-LOOKUP-KEY-ID         PIC X(8).
       01  WS-KEY-FOUND-SWITCH      PIC X VALUE "N".
           88  WS-KEY-FOUND             VALUE "Y".
       01  WS-LOOKUP-KEY-VERSION    PIC 999.
       01  WS-TRY-KEY-VERSION       PIC 999.
       01  WS-REF-DATE-NUM          PIC 9(8).
       01  WS-VERSION-FOUND-SWITCH  PIC X VALUE "N".
           88  WS-VERSION-FOUND         VALUE "Y".

       01  WS-EXCEPTION-REASON      PIC X(24).
       01  WS-RECORD-OK-SWITCH      PIC X VALUE "Y".
           88  WS-RECORD-OK             VALUE "Y".

      *> Blank run date: the current files. Otherwise the dated
      *> generation of each file: the base name with -YYYYMMDD put
      *> in front of its extension, as the batch names them.
       01  WS-VERIFY-RUN-DATE       PIC X(8).
       01  WS-JOB-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-RUN-RETURN-CODE       PIC 99 VALUE 0.
       01  WS-GEN-DATE              PIC X(8).
       01  WS-GEN-BASE-NAME         PIC X(40).
       01  WS-GEN-BASE-LEN          PIC 99.
       01  WS-GEN-DOT-POS           PIC 99.
       01  WS-GEN-FILE-NAME         PIC X(50).
       01  WS-GEN-NAME-LEN          PIC 99.

       01  WS-RUN-TIMESTAMP         PIC X(21).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM MAIN-PROCEDURE.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       MAIN-PROCEDURE.
           MOVE SPACES TO WS-JOB-RUN-DATE.
           DISPLAY "CIPHERJOB" UPON ENVIRONMENT-NAME.
           ACCEPT WS-JOB-RUN-DATE FROM ENVIRONMENT-VALUE.
           IF WS-JOB-RUN-DATE = SPACES
               DISPLAY "Run date of the generation to verify "
                   "(YYYYMMDD, blank for the current files): "
               MOVE SPACES TO WS-VERIFY-RUN-DATE
               ACCEPT WS-VERIFY-RUN-DATE
           ELSE
               MOVE WS-JOB-RUN-DATE TO WS-VERIFY-RUN-DATE
           END-IF.
           MOVE WS-VERIFY-RUN-DATE TO WS-GEN-DATE.
           PERFORM OPEN-KEY-REGISTRY.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open "
                   "CIPHER-VERIFY-REPORT.TXT (file status "
                   WS-REPORT-FILE-STATUS ") - verify aborted."
               MOVE 8 TO WS-RUN-RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADER
               PERFORM VERIFY-SHARED-RESULTS-FILE
               PERFORM VERIFY-CLIENT-FILES
               PERFORM WRITE-CERTIFICATE
               IF WS-EXCEPTION-COUNT > 0
                   MOVE 8 TO WS-RUN-RETURN-CODE
               END-IF
               CLOSE VERIFY-REPORT-FILE
               DISPLAY "Verification complete. Files: "
                   WS-FILES-VERIFIED "  Records read: "
           IF WS-REGISTRY-OPEN
               CLOSE KEY-REGISTRY-FILE
           END-IF.
           IF WS-KEY-HISTORY-OPEN
               CLOSE KEY-HISTORY-FILE
           END-IF.

       OPEN-KEY-REGISTRY.
      *> The registry is INDEXED now - opened once for keyed reads
           IF WS-REGISTRY-FILE-STATUS = "00"
               MOVE "Y" TO WS-REGISTRY-OPEN-SW
           END-IF.
      *> No history file just means no key has been rotated yet.
           MOVE "N" TO WS-KEY-HISTORY-OPEN-SW.
           OPEN INPUT KEY-HISTORY-FILE.
           IF WS-KEY-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-KEY-HISTORY-OPEN-SW
           END-IF.

       VERIFY-SHARED-RESULTS-FILE.
           PERFORM POINT-SHARED-RESULTS-FILE.
           MOVE "N" TO WS-RESULTS-EOF-SWITCH.
           OPEN INPUT BATCH-RESULTS-FILE.
           IF WS-RESULTS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open "
                   WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN) " (file "
                   "status " WS-RESULTS-FILE-STATUS
                   ") - shared results not verified."
               MOVE 8 TO WS-RUN-RETURN-CODE
           ELSE
               MOVE WS-GEN-FILE-NAME TO WS-FILE-LABEL
               PERFORM START-FILE-VERIFICATION
               PERFORM UNTIL WS-RESULTS-EOF
                   READ BATCH-RESULTS-FILE
                       " (file status " WS-CLIENT-FILE-STATUS
                       ") - not verified."
               WHEN OTHER
                   MOVE WS-GEN-FILE-NAME TO WS-FILE-LABEL
                   PERFORM START-FILE-VERIFICATION
                   PERFORM UNTIL WS-CLIENT-EOF
                       READ CLIENT-RESULTS-FILE
                   PERFORM FINISH-FILE-VERIFICATION
           END-EVALUATE.

       POINT-SHARED-RESULTS-FILE.
           MOVE "CIPHER-RESULTS.DAT" TO WS-GEN-BASE-NAME.
           PERFORM BUILD-GENERATION-NAME.
           DISPLAY "CIPHERRES" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
               UPON ENVIRONMENT-VALUE.

       POINT-CLIENT-FILE.
           MOVE CMF-DEST-NAME TO WS-GEN-BASE-NAME.
           PERFORM BUILD-GENERATION-NAME.
           DISPLAY "CLIENTRES" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
               UPON ENVIRONMENT-VALUE.

       BUILD-GENERATION-NAME.
      *> WS-GEN-BASE-NAME into WS-GEN-FILE-NAME: unchanged for the
      *> current files, otherwise with -YYYYMMDD in front of the last
      *> "." (appended when the name has no extension).
           MOVE LENGTH OF WS-GEN-BASE-NAME TO WS-GEN-BASE-LEN.
           PERFORM UNTIL WS-GEN-BASE-LEN <= 1
                   OR WS-GEN-BASE-NAME(WS-GEN-BASE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-GEN-BASE-LEN
           END-PERFORM.
           MOVE SPACES TO WS-GEN-FILE-NAME.
           IF WS-GEN-DATE = SPACES
               MOVE WS-GEN-BASE-NAME TO WS-GEN-FILE-NAME
               MOVE WS-GEN-BASE-LEN TO WS-GEN-NAME-LEN
           ELSE
               MOVE WS-GEN-BASE-LEN TO WS-GEN-DOT-POS
               PERFORM UNTIL WS-GEN-DOT-POS < 1
                       OR WS-GEN-BASE-NAME(WS-GEN-DOT-POS:1) = "."
                   SUBTRACT 1 FROM WS-GEN-DOT-POS
               END-PERFORM
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
               END-IF
               COMPUTE WS-GEN-NAME-LEN = WS-GEN-BASE-LEN + 9
           END-IF.

       START-FILE-VERIFICATION.
           ADD 1 TO WS-FILES-VERIFIED.
           MOVE 0 TO WS-PHYS-RECORD-COUNT.
      *> The fifth field is KEY=<keyword> (the record carried its key
      *> directly; blank keyword means Caesar, so the shift field is
      *> the key) or KEYID=<id> (resolved from the key registry, which
      *> also decides the mode), with VER=<version> in fixed columns
      *> after the id on records written since versions were kept.
           IF WS-KEY-FIELD(1:6) = "KEYID="
               MOVE WS-KEY-FIELD(7:8) TO WS-LOOKUP-KEY-ID
               PERFORM LOOKUP-KEY-ID
                   MOVE KR-MODE TO WS-CIPHER-MODE
                   MOVE KR-SHIFT TO WS-SHIFT
                   MOVE KR-KEYWORD TO WS-KEYWORD
                   PERFORM SELECT-KEY-VERSION
               ELSE
                   MOVE "UNKNOWN-KEY-ID" TO WS-EXCEPTION-REASON
                   MOVE "N" TO WS-RECORD-OK-SWITCH
               END-IF
           END-IF.

       SELECT-KEY-VERSION.
      *> The registry record gives the current version; an earlier
      *> one comes from the history file. A record naming a version
      *> that is on neither is an exception in its own right. A
      *> record with no VER= but a REF= is matched by date instead:
      *> the newest version whose effective date is on or before the
      *> REF date was the one in effect when it was produced.
           IF WS-KEY-FIELD(15:5) = " VER="
               MOVE FUNCTION NUMVAL(WS-KEY-FIELD(20:3))
                   TO WS-LOOKUP-KEY-VERSION
               IF WS-LOOKUP-KEY-VERSION NOT = KR-VERSION
                   MOVE WS-LOOKUP-KEY-VERSION TO WS-TRY-KEY-VERSION
                   PERFORM READ-KEY-VERSION
                   IF WS-VERSION-FOUND
                       PERFORM USE-KEY-VERSION
                   ELSE
                       MOVE "UNKNOWN-KEY-VERSION"
                           TO WS-EXCEPTION-REASON
                       MOVE "N" TO WS-RECORD-OK-SWITCH
                   END-IF
               END-IF
           ELSE
               IF WS-PIPE-COUNT = 6
                       AND WS-REF-FIELD(5:8) IS NUMERIC
                   MOVE WS-REF-FIELD(5:8) TO WS-REF-DATE-NUM
                   IF KR-EFFECTIVE-DATE > WS-REF-DATE-NUM
                       PERFORM FIND-VERSION-FOR-DATE
                   END-IF
               END-IF
           END-IF.

       FIND-VERSION-FOR-DATE.
      *> Newest first, stopping at the first version already in
      *> effect on the REF date; none found leaves the current
      *> material, which the check-value test then judges.
           MOVE KR-VERSION TO WS-TRY-KEY-VERSION.
           MOVE "N" TO WS-VERSION-FOUND-SWITCH.
           PERFORM UNTIL WS-TRY-KEY-VERSION <= 1
                   OR WS-VERSION-FOUND
               SUBTRACT 1 FROM WS-TRY-KEY-VERSION
               PERFORM READ-KEY-VERSION
               IF WS-VERSION-FOUND
                       AND KH-EFFECTIVE-DATE > WS-REF-DATE-NUM
                   MOVE "N" TO WS-VERSION-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-VERSION-FOUND
               PERFORM USE-KEY-VERSION
           END-IF.

       READ-KEY-VERSION.
      *> Keyed read of one superseded version of the key.
           MOVE "N" TO WS-VERSION-FOUND-SWITCH.
           IF WS-KEY-HISTORY-OPEN
               MOVE WS-LOOKUP-KEY-ID TO KH-KEY-ID
               MOVE WS-TRY-KEY-VERSION TO KH-VERSION
               READ KEY-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-VERSION-FOUND-SWITCH
               END-READ
           END-IF.

       USE-KEY-VERSION.
           MOVE KH-MODE TO WS-CIPHER-MODE.
           MOVE KH-SHIFT TO WS-SHIFT.
           MOVE KH-KEYWORD TO WS-KEYWORD.

       REDECRYPT-AND-COMPARE.
      *> Trailing spaces are not significant message content - the
      *> batch side trims them the same way before ciphering - so the
               INTO VERIFY-REPORT-RECORD
           END-STRING.
           WRITE VERIFY-REPORT-RECORD.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           IF WS-VERIFY-RUN-DATE = SPACES
               MOVE "FILES: CURRENT RESULTS"
                   TO VERIFY-REPORT-RECORD
           ELSE
               STRING
                   "FILES: GENERATION OF RUN DATE " DELIMITED BY SIZE
                   WS-VERIFY-RUN-DATE DELIMITED BY SIZE
                   INTO VERIFY-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE VERIFY-REPORT-RECORD.

       WRITE-CERTIFICATE.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
