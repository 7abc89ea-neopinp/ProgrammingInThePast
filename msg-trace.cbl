      *> whether it rejected (and with what reason), whether a
      *> repair released it for resubmission, and every audit entry
      *> it wrote. No more grepping raw files by message text.
      *> The results side can be traced in the current files or in
      *> any night's dated generations (CIPHER-RESULTS-YYYYMMDD.DAT
      *> and each destination's dated copy), since the live files
      *> only ever hold the latest run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> CIPHERRES: CIPHER-RESULTS.DAT or the requested night's
      *> generation of it, pointed at through the environment the
      *> same way CLIENTRES reaches each destination file.
           SELECT BATCH-RESULTS-FILE ASSIGN TO "CIPHERRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLIENT-MASTER.DAT"
       01  WS-SEARCH-TOKEN          PIC X(19).
       01  WS-TOKEN-TALLY           PIC 9(4).
       01  WS-RECORD-NUMBER         PIC 9(7).

      *> Blank run date: the current files. Otherwise the dated
      *> generation of each file: the base name with -YYYYMMDD put
      *> in front of its extension, as the batch names them.
       01  WS-TRACE-RUN-DATE        PIC X(8).
       01  WS-GEN-DATE              PIC X(8).
       01  WS-GEN-BASE-NAME         PIC X(40).
       01  WS-GEN-BASE-LEN          PIC 99.
       01  WS-GEN-DOT-POS           PIC 99.
       01  WS-GEN-FILE-NAME         PIC X(50).
       01  WS-GEN-NAME-LEN          PIC 99.

       01  WS-FOUND-RESULTS-SWITCH  PIC X VALUE "N".
           88  WS-FOUND-RESULTS         VALUE "Y".
           DISPLAY "Reference number to trace (15 digits): ".
           MOVE SPACES TO WS-TRACE-REF.
           ACCEPT WS-TRACE-REF.
           DISPLAY "Run date of the results generation to search "
               "(YYYYMMDD, blank for the current files): ".
           MOVE SPACES TO WS-TRACE-RUN-DATE.
           ACCEPT WS-TRACE-RUN-DATE.
           MOVE WS-TRACE-RUN-DATE TO WS-GEN-DATE.
           IF WS-TRACE-REF NOT = SPACES
                   AND WS-TRACE-REF IS NUMERIC
               PERFORM TRACE-REFERENCE
       TRACE-SHARED-RESULTS.
           MOVE "N" TO WS-RESULTS-EOF-SWITCH.
           MOVE 0 TO WS-RECORD-NUMBER.
           MOVE "CIPHER-RESULTS.DAT" TO WS-GEN-BASE-NAME.
           PERFORM BUILD-GENERATION-NAME.
           DISPLAY "CIPHERRES" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
               UPON ENVIRONMENT-VALUE.
           OPEN INPUT BATCH-RESULTS-FILE.
           IF WS-RESULTS-FILE-STATUS = "00"
               PERFORM UNTIL WS-RESULTS-EOF
                               MOVE "Y"
                                   TO WS-FOUND-RESULTS-SWITCH
                               DISPLAY "  RESULT: "
                                   WS-GEN-FILE-NAME
                                       (1:WS-GEN-NAME-LEN)
                                   " record " WS-RECORD-NUMBER "."
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TRACE-ONE-CLIENT-FILE.
           MOVE CMF-DEST-NAME TO WS-GEN-BASE-NAME.
           PERFORM BUILD-GENERATION-NAME.
           DISPLAY "CLIENTRES" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-FILE-NAME(1:WS-GEN-NAME-LEN)
               UPON ENVIRONMENT-VALUE.

           MOVE "N" TO WS-CLIENT-EOF-SWITCH.
                               MOVE "Y" TO WS-FOUND-CLIENT-SWITCH
                               DISPLAY "  CLIENT: routed to "
                                   CMF-CLIENT-ID " ("
                                   WS-GEN-FILE-NAME
                                       (1:WS-GEN-NAME-LEN)
                                   ") record " WS-RECORD-NUMBER "."
                           END-IF
                   END-READ
               CLOSE CLIENT-RESULTS-FILE
           END-IF.

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

       TRACE-REJECT-FILE.
      *> The reference sits in fixed columns 22-36 of the current
      *> reject layout - no token search needed.
                           IF WS-TOKEN-TALLY > 0
                               ADD 1 TO WS-AUDIT-HIT-COUNT
                               DISPLAY "  AUDIT: "
                                   AUDIT-LOG-RECORD(1:117)
                           END-IF
                   END-READ
               END-PERFORM
