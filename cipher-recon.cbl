      *> CIPHER-AUDIT.LOG - and printed as a balancing report with
      *> any discrepancy itemized by file, so a destination that
      *> silently filled its disk mid-run surfaces the same night
      *> instead of when the client calls. The out-side is read
      *> from the run date's dated generations (the copies the batch
      *> keeps of each night's results and client files), so an
      *> earlier night still balances after later runs have
      *> overwritten the live files; a night with no generation on
      *> disk falls back to the current file and says so. Under the
      *> nightly job stream the run date comes from the CIPHERJOB
      *> environment entry instead of a prompt, and RETURN-CODE is
      *> 0 when IN balances to OUT, 8 when it does not.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RECON-QUEUE-FILE ASSIGN TO "RECONQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
      *> CIPHERRES: the run date's generation of CIPHER-RESULTS.DAT,
      *> or the live file when there is none (see
      *> OPEN-RESULTS-GENERATION).
           SELECT BATCH-RESULTS-FILE ASSIGN TO "CIPHERRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLIENT-MASTER.DAT"

       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-RECON-DATE            PIC X(8).
       01  WS-JOB-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-RUN-RETURN-CODE       PIC 99 VALUE 0.

      *> Trailer extraction state, shared by the per-file scans: the
      *> last non-blank record read is the only trailer candidate,

       01  WS-QUEUE-FILE-NAME       PIC X(40).
       01  WS-QUEUE-NAME-LEN        PIC 99.

      *> Dated generation of a results file: the base name with
      *> -YYYYMMDD put in front of its extension, as the batch names
      *> them. WS-GEN-FILE-NAME ends up naming whichever file was
      *> actually opened, for the report lines.
       01  WS-GEN-DATE              PIC X(8).
       01  WS-GEN-BASE-NAME         PIC X(40).
       01  WS-GEN-BASE-LEN          PIC 99.
       01  WS-GEN-DOT-POS           PIC 99.
       01  WS-GEN-FILE-NAME         PIC X(50).
       01  WS-GEN-NAME-LEN          PIC 99.

       01  WS-QM-FLD-FILE           PIC X(40).
       01  WS-QM-FLD-SOURCE         PIC X(20).
       PROCEDURE DIVISION.
       MAIN.
           PERFORM MAIN-PROCEDURE.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.

           MOVE SPACES TO WS-JOB-RUN-DATE.
           DISPLAY "CIPHERJOB" UPON ENVIRONMENT-NAME.
           ACCEPT WS-JOB-RUN-DATE FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-RECON-DATE.
           IF WS-JOB-RUN-DATE = SPACES
               DISPLAY "Run date to reconcile (YYYYMMDD, blank for "
                   "today): "
               ACCEPT WS-RECON-DATE
           ELSE
               MOVE WS-JOB-RUN-DATE TO WS-RECON-DATE
           END-IF.
           IF WS-RECON-DATE = SPACES
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-RECON-DATE
           END-IF.
           MOVE WS-RECON-DATE TO WS-GEN-DATE.

           OPEN OUTPUT RECON-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open CIPHER-RECON-REPORT.TXT "
                   "(file status " WS-REPORT-FILE-STATUS
                   ") - reconciliation aborted."
               MOVE 8 TO WS-RUN-RETURN-CODE
           ELSE
               PERFORM WRITE-REPORT-HEADER
               PERFORM COUNT-QUEUE-SIDE
                       WS-IN-TOTAL " record(s))."
               ELSE
                   DISPLAY "OUT OF BALANCE - see report."
                   MOVE 8 TO WS-RUN-RETURN-CODE
               END-IF
           END-IF.

           MOVE "N" TO WS-RESULTS-EOF-SWITCH.
           MOVE "N" TO WS-TRAILER-SEEN-SWITCH.
           MOVE SPACES TO WS-LAST-RECORD.
           PERFORM OPEN-RESULTS-GENERATION.
           IF WS-RESULTS-FILE-STATUS NOT = "00"
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING
                   "OUT " DELIMITED BY SIZE
                   WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
                       DELIMITED BY SIZE
                   " COULD NOT BE OPENED " DELIMITED BY SIZE
                   "(STATUS " DELIMITED BY SIZE
                   WS-RESULTS-FILE-STATUS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               END-IF
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING
                   "OUT " DELIMITED BY SIZE
                   WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
                       DELIMITED BY SIZE
                   " TRL COUNT " DELIMITED BY SIZE
                   WS-OUT-RESULTS-COUNT DELIMITED BY SIZE
                   INTO RECON-REPORT-RECORD
               END-STRING
           END-IF.

       COUNT-ONE-CLIENT-FILE.
           MOVE "N" TO WS-CLIENT-EOF-SWITCH.
           MOVE "N" TO WS-TRAILER-SEEN-SWITCH.
           MOVE SPACES TO WS-FIRST-RECORD.
           MOVE SPACES TO WS-LAST-RECORD.
           PERFORM OPEN-CLIENT-GENERATION.
           IF WS-CLIENT-FILE-STATUS = "35"
               CONTINUE
           ELSE
                   MOVE SPACES TO RECON-REPORT-RECORD
                   STRING
                       "OUT " DELIMITED BY SIZE
                       WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
                           DELIMITED BY SIZE
                       " COULD NOT BE OPENED (STATUS "
                           DELIMITED BY SIZE
                       MOVE SPACES TO RECON-REPORT-RECORD
                       STRING
                           "OUT (not counted) " DELIMITED BY SIZE
                           WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
                               DELIMITED BY SIZE
                           " (CLIENT " DELIMITED BY SIZE
                           CMF-CLIENT-ID DELIMITED BY SIZE
                       MOVE SPACES TO RECON-REPORT-RECORD
                       STRING
                           "OUT " DELIMITED BY SIZE
                           WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
                               DELIMITED BY SIZE
                           " (CLIENT " DELIMITED BY SIZE
                           CMF-CLIENT-ID DELIMITED BY SIZE
                       MOVE SPACES TO RECON-REPORT-RECORD
                       STRING
                           "OUT " DELIMITED BY SIZE
                           WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
                               DELIMITED BY SIZE
                           " HAS NO TRL CONTROL RECORD"
                               DELIMITED BY SIZE
               END-IF
           END-IF.

       OPEN-RESULTS-GENERATION.
           MOVE "CIPHER-RESULTS.DAT" TO WS-GEN-BASE-NAME.
           PERFORM BUILD-GENERATION-NAME.
           DISPLAY "CIPHERRES" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
               UPON ENVIRONMENT-VALUE.
           OPEN INPUT BATCH-RESULTS-FILE.
           IF WS-RESULTS-FILE-STATUS = "35"
               PERFORM WRITE-NO-GENERATION-LINE
               DISPLAY "CIPHERRES" UPON ENVIRONMENT-NAME
               DISPLAY WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
                   UPON ENVIRONMENT-VALUE
               OPEN INPUT BATCH-RESULTS-FILE
           END-IF.

       OPEN-CLIENT-GENERATION.
      *> A client with no generation for the date either had no
      *> traffic that night or the night predates generations - the
      *> live file settles which, by its HDR date.
           MOVE CMF-DEST-NAME TO WS-GEN-BASE-NAME.
           PERFORM BUILD-GENERATION-NAME.
           DISPLAY "CLIENTRES" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
               UPON ENVIRONMENT-VALUE.
           OPEN INPUT CLIENT-RESULTS-FILE.
           IF WS-CLIENT-FILE-STATUS = "35"
               MOVE WS-GEN-BASE-NAME TO WS-GEN-FILE-NAME
               MOVE WS-GEN-BASE-LEN TO WS-GEN-NAME-LEN
               DISPLAY "CLIENTRES" UPON ENVIRONMENT-NAME
               DISPLAY WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
                   UPON ENVIRONMENT-VALUE
               OPEN INPUT CLIENT-RESULTS-FILE
           END-IF.

       WRITE-NO-GENERATION-LINE.
           MOVE SPACES TO RECON-REPORT-RECORD.
           STRING
               "NO GENERATION " DELIMITED BY SIZE
               WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN) DELIMITED BY SIZE
               " - CURRENT " DELIMITED BY SIZE
               WS-GEN-BASE-NAME(1:WS-GEN-BASE-LEN) DELIMITED BY SIZE
               " COUNTED INSTEAD" DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           END-STRING.
           WRITE RECON-REPORT-RECORD.
           MOVE WS-GEN-BASE-NAME TO WS-GEN-FILE-NAME.
           MOVE WS-GEN-BASE-LEN TO WS-GEN-NAME-LEN.

       BUILD-GENERATION-NAME.
      *> WS-GEN-BASE-NAME plus WS-GEN-DATE into WS-GEN-FILE-NAME:
      *> the date goes in front of the last "." (appended when the
      *> name has no extension).
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

       COUNT-REJECT-FILE.
      *> Each reject carries its record's reference number, whose
      *> first eight digits are the HDR date of the queue file it
