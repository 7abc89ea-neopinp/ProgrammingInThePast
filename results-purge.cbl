       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTS-PURGE.

      *> Purge step for the dated results generations. Every
      *> complete CAESAR-CIPHER batch copies CIPHER-RESULTS.DAT and
      *> each client destination file it wrote to a generation named
      *> for the run date (CIPHER-RESULTS-YYYYMMDD.DAT,
      *> ACME-YYYYMMDD.DAT) and lists each one on
      *> RESULTS-GENERATIONS.DAT as RUNDATE|GENERATIONFILE. Left
      *> alone those generations pile up forever, so this step keeps
      *> the newest N run dates (operator-given, 30 by default) and
      *> deletes the files of every older run date, then rewrites
      *> the register without them.
      *>
      *> The batch appends to the register as it runs, so run dates
      *> arrive in ascending order - a rerun on the same date simply
      *> repeats that date's lines, and is counted once. The repeated
      *> lines name the same files, so each file is deleted (or
      *> kept) once per run date and its repeats are dropped from
      *> the register.
      *>
      *> The generations are the evidence MSG-TRACE, CIPHER-VERIFY
      *> and CIPHER-RECON work from when a delivery is disputed, so
      *> the purge needs a signed-on supervisor, as the audit log
      *> retention sweep does.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GENERATION-REGISTER-FILE
               ASSIGN TO "RESULTS-GENERATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT REGISTER-RETAIN-FILE
               ASSIGN TO "RESULTS-GENERATIONS-RETAIN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETAIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GENERATION-REGISTER-FILE.
       01  GENERATION-REGISTER-RECORD PIC X(80).

       FD  REGISTER-RETAIN-FILE.
       01  REGISTER-RETAIN-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.

       COPY OPSIGN.

       01  WS-REGISTER-FILE-STATUS  PIC XX.
       01  WS-RETAIN-FILE-STATUS    PIC XX.
       01  WS-REGISTER-EOF-SWITCH   PIC X VALUE "N".
           88  WS-REGISTER-EOF          VALUE "Y".
       01  WS-RETAIN-EOF-SWITCH     PIC X VALUE "N".
           88  WS-RETAIN-EOF            VALUE "Y".

       01  WS-KEEP-TEXT             PIC X(3).
       01  WS-KEEP-COUNT            PIC 9(3) VALUE 30.
       01  WS-DATE-COUNT            PIC 9(5) VALUE 0.
       01  WS-PURGE-DATE-COUNT      PIC 9(5) VALUE 0.
       01  WS-DATES-SEEN            PIC 9(5) VALUE 0.
       01  WS-LAST-DATE             PIC X(8).

       01  WS-REG-DATE              PIC X(8).
       01  WS-REG-FILE-NAME         PIC X(60).

       01  WS-DELETE-RESULT         PIC S9(9) BINARY.
       01  WS-DELETED-COUNT         PIC 9(5) VALUE 0.
       01  WS-MISSING-COUNT         PIC 9(5) VALUE 0.
       01  WS-KEPT-COUNT            PIC 9(5) VALUE 0.

      *> Files already handled for the run date being read.
       01  DATE-FILE-TABLE.
           05  DF-COUNT             PIC 9(3) VALUE 0.
           05  DF-FILE-NAME OCCURS 200 TIMES PIC X(60).
       01  WS-DF-IDX                PIC 9(3).
       01  WS-REPEAT-LINE-SW        PIC X VALUE "N".
           88  WS-REPEAT-LINE           VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE "RESULTS-PURGE" TO OS-PROGRAM-NAME.
           CALL "OPERATOR-SIGNON" USING SIGNON-PARAMETERS.
           EVALUATE TRUE
               WHEN NOT OS-SIGNON-OK
                   DISPLAY "Sign-on required - RESULTS-PURGE not "
                       "started."
               WHEN NOT OS-LEVEL-SUPERVISOR
                   DISPLAY "Purge is restricted to supervisors - "
                       "nothing done."
               WHEN OTHER
                   PERFORM PURGE-PROCEDURE
           END-EVALUATE.

       PURGE-PROCEDURE.
           DISPLAY "Run dates of generations to keep (blank for 30): ".
           MOVE SPACES TO WS-KEEP-TEXT.
           ACCEPT WS-KEEP-TEXT.
           IF WS-KEEP-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-KEEP-TEXT) TO WS-KEEP-COUNT
           END-IF.
           IF WS-KEEP-COUNT = 0
      *> Keeping nothing would delete last night's generation along
      *> with the rest - never what anyone meant by a blank or a
      *> mistyped retention count.
               DISPLAY "Retention must keep at least one run date - "
                   "nothing purged."
           ELSE
               PERFORM COUNT-REGISTER-DATES
               IF WS-REGISTER-FILE-STATUS = "00"
                   IF WS-DATE-COUNT > WS-KEEP-COUNT
                       COMPUTE WS-PURGE-DATE-COUNT
                           = WS-DATE-COUNT - WS-KEEP-COUNT
                       PERFORM PURGE-OLD-GENERATIONS
                       IF WS-REGISTER-FILE-STATUS = "00"
                           PERFORM REWRITE-REGISTER
                       END-IF
                       DISPLAY "Purge complete. Run dates purged: "
                           WS-PURGE-DATE-COUNT "  files deleted: "
                           WS-DELETED-COUNT
                       IF WS-MISSING-COUNT > 0
                           DISPLAY "Already gone: " WS-MISSING-COUNT
                               " generation file(s)."
                       END-IF
                       DISPLAY "Register entries kept: " WS-KEPT-COUNT
                   ELSE
                       DISPLAY "Register holds " WS-DATE-COUNT
                           " run date(s), keeping " WS-KEEP-COUNT
                           " - nothing to purge."
                   END-IF
               END-IF
           END-IF.

       COUNT-REGISTER-DATES.
           MOVE 0 TO WS-DATE-COUNT.
           MOVE SPACES TO WS-LAST-DATE.
           MOVE "N" TO WS-REGISTER-EOF-SWITCH.
           OPEN INPUT GENERATION-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open RESULTS-GENERATIONS.DAT "
                   "(file status " WS-REGISTER-FILE-STATUS
                   ") - no generations to purge."
           ELSE
               PERFORM UNTIL WS-REGISTER-EOF
                   READ GENERATION-REGISTER-FILE
                       AT END
                           MOVE "Y" TO WS-REGISTER-EOF-SWITCH
                       NOT AT END
                           PERFORM PARSE-REGISTER-LINE
                           IF WS-REG-DATE NOT = SPACES
                                   AND WS-REG-DATE NOT = WS-LAST-DATE
                               ADD 1 TO WS-DATE-COUNT
                               MOVE WS-REG-DATE TO WS-LAST-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-REGISTER-FILE
           END-IF.

       PARSE-REGISTER-LINE.
           MOVE SPACES TO WS-REG-DATE.
           MOVE SPACES TO WS-REG-FILE-NAME.
           UNSTRING GENERATION-REGISTER-RECORD DELIMITED BY "|"
               INTO WS-REG-DATE, WS-REG-FILE-NAME
           END-UNSTRING.

       PURGE-OLD-GENERATIONS.
      *> Second pass: lines belonging to the oldest run dates have
      *> their generation file deleted; every other line is copied
      *> to the retain work file, which REWRITE-REGISTER then puts
      *> back over the register - the same two-pass shuffle as the
      *> audit log retention sweep, so an abort here leaves the
      *> register as it was.
           MOVE 0 TO WS-DATES-SEEN.
           MOVE SPACES TO WS-LAST-DATE.
           MOVE "N" TO WS-REGISTER-EOF-SWITCH.
           OPEN INPUT GENERATION-REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot reopen RESULTS-GENERATIONS.DAT "
                   "(file status " WS-REGISTER-FILE-STATUS
                   ") - nothing purged."
           ELSE
               OPEN OUTPUT REGISTER-RETAIN-FILE
               IF WS-RETAIN-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot open "
                       "RESULTS-GENERATIONS-RETAIN.TMP (file status "
                       WS-RETAIN-FILE-STATUS ") - purge aborted."
                   CLOSE GENERATION-REGISTER-FILE
                   MOVE "99" TO WS-REGISTER-FILE-STATUS
               ELSE
                   PERFORM UNTIL WS-REGISTER-EOF
                       READ GENERATION-REGISTER-FILE
                           AT END
                               MOVE "Y" TO WS-REGISTER-EOF-SWITCH
                           NOT AT END
                               PERFORM PURGE-ONE-REGISTER-LINE
                       END-READ
                   END-PERFORM
                   CLOSE GENERATION-REGISTER-FILE
                   CLOSE REGISTER-RETAIN-FILE
               END-IF
           END-IF.

       PURGE-ONE-REGISTER-LINE.
           PERFORM PARSE-REGISTER-LINE.
           IF WS-REG-DATE NOT = SPACES
               IF WS-REG-DATE NOT = WS-LAST-DATE
                   ADD 1 TO WS-DATES-SEEN
                   MOVE WS-REG-DATE TO WS-LAST-DATE
                   MOVE 0 TO DF-COUNT
               END-IF
               PERFORM CHECK-REPEAT-LINE
               EVALUATE TRUE
                   WHEN WS-REPEAT-LINE
                       CONTINUE
                   WHEN WS-DATES-SEEN > WS-PURGE-DATE-COUNT
                       ADD 1 TO WS-KEPT-COUNT
                       MOVE GENERATION-REGISTER-RECORD
                           TO REGISTER-RETAIN-RECORD
                       WRITE REGISTER-RETAIN-RECORD
                   WHEN OTHER
                       PERFORM DELETE-GENERATION-FILE
               END-EVALUATE
           END-IF.

       CHECK-REPEAT-LINE.
      *> A rerun's line for a file this run date already listed -
      *> the file was dealt with at its first line.
           MOVE "N" TO WS-REPEAT-LINE-SW.
           PERFORM VARYING WS-DF-IDX FROM 1 BY 1
                   UNTIL WS-DF-IDX > DF-COUNT OR WS-REPEAT-LINE
               IF DF-FILE-NAME(WS-DF-IDX) = WS-REG-FILE-NAME
                   MOVE "Y" TO WS-REPEAT-LINE-SW
               END-IF
           END-PERFORM.
           IF NOT WS-REPEAT-LINE AND DF-COUNT < 200
               ADD 1 TO DF-COUNT
               MOVE WS-REG-FILE-NAME TO DF-FILE-NAME(DF-COUNT)
           END-IF.

       DELETE-GENERATION-FILE.
      *> A generation somebody already removed by hand is not an
      *> error - the register line goes either way.
           CALL "CBL_DELETE_FILE" USING WS-REG-FILE-NAME
               RETURNING WS-DELETE-RESULT
           END-CALL.
           IF WS-DELETE-RESULT = 0
               ADD 1 TO WS-DELETED-COUNT
           ELSE
               ADD 1 TO WS-MISSING-COUNT
           END-IF.

       REWRITE-REGISTER.
           MOVE "N" TO WS-RETAIN-EOF-SWITCH.
           OPEN INPUT REGISTER-RETAIN-FILE.
           IF WS-RETAIN-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot reread "
                   "RESULTS-GENERATIONS-RETAIN.TMP (file status "
                   WS-RETAIN-FILE-STATUS ") - register NOT rewritten."
           ELSE
               OPEN OUTPUT GENERATION-REGISTER-FILE
               PERFORM UNTIL WS-RETAIN-EOF
                   READ REGISTER-RETAIN-FILE
                       AT END
                           MOVE "Y" TO WS-RETAIN-EOF-SWITCH
                       NOT AT END
                           MOVE REGISTER-RETAIN-RECORD
                               TO GENERATION-REGISTER-RECORD
                           WRITE GENERATION-REGISTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE REGISTER-RETAIN-FILE
               CLOSE GENERATION-REGISTER-FILE
           END-IF.
