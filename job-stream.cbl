       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM.

      *> Unattended nightly job stream. The night used to need an
      *> operator at the console to type a sign-on and answer the
      *> prompts of each program in turn; this driver runs the
      *> steps itself, in order, by CALLing each program:
      *>   1  QUEUE-INTAKE   intake validation of the night's files
      *>   2  CAESAR-CIPHER  the nightly batch
      *>   3  CIPHER-VERIFY  round-trip verification of the results
      *>   4  CIPHER-RECON   count reconciliation
      *>   5  AUDIT-EXCEPT   security exception report on the
      *>                     audit log for the day before
      *> It signs on once, under the registered batch service id
      *> named by CIPHERSVC in the environment (BATCHSVC when unset)
      *> - an active level B id on the operator master, no password
      *> - and OPERATOR-SIGNON hands that id to CAESAR-CIPHER's own
      *> sign-on unprompted. The steps answer their prompts from
      *> the CIPHERJOB environment entry, which carries the run date
      *> of the night's batch, and report their outcome in
      *> RETURN-CODE: 0 is clean, below 8 is a warning the stream
      *> carries on through, 8 and above stops the stream.
      *>
      *> Every step's start and end, with its return code and
      *> result, goes on CIPHER-JOB-LOG.DAT. A stopped stream leaves
      *> its position on CIPHER-JOB-RESTART.DAT, so the next
      *> submission - typically the next morning, once the fault is
      *> fixed - resumes at the failed step against the same run
      *> date instead of rerunning the night from the top; the
      *> batch step has its own record-level checkpoint beneath
      *> this. A stream that runs to the end clears the restart
      *> file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   timestamp|STREAM or STEP=n|program|START or END|...
           SELECT JOB-LOG-FILE ASSIGN TO "CIPHER-JOB-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.
      *>   RESTART|step|rundate
           SELECT JOB-RESTART-FILE
               ASSIGN TO "CIPHER-JOB-RESTART.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-RESTART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-LOG-FILE.
       01  JOB-LOG-RECORD        PIC X(132).

       FD  JOB-RESTART-FILE.
       01  JOB-RESTART-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.

       COPY OPSIGN.

       01  WS-JOB-LOG-STATUS        PIC XX.
       01  WS-JOB-RESTART-STATUS    PIC XX.

       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-TODAY-DATE            PIC X(8).
       01  WS-LOG-TIMESTAMP         PIC X(21).
       01  WS-SERVICE-ID            PIC X(8).

      *> Run date of the night's batch - set when the batch step
      *> starts, carried over a restart, and handed to every step
      *> through CIPHERJOB so verify and recon read that night's
      *> generation.
       01  WS-RUN-DATE              PIC X(8) VALUE SPACES.

       01  WS-START-STEP            PIC 9 VALUE 1.
       01  WS-STEP-NUMBER           PIC 9.
       01  WS-LAST-STEP             PIC 9 VALUE 5.
       01  WS-STEP-PROGRAM          PIC X(13).
       01  WS-STEP-RC               PIC 9(4).
       01  WS-STEP-RESULT           PIC X(7).
       01  WS-FAILED-STEP           PIC 9 VALUE 0.
       01  WS-STREAM-STOPPED-SW     PIC X VALUE "N".
           88  WS-STREAM-STOPPED        VALUE "Y".
       01  WS-STREAM-WARNING-SW     PIC X VALUE "N".
           88  WS-STREAM-WARNING        VALUE "Y".
       01  WS-STREAM-RETURN-CODE    PIC 99 VALUE 0.

       01  WS-RST-TAG               PIC X(8).
       01  WS-RST-STEP-TEXT         PIC X(2).
       01  WS-RST-DATE              PIC X(8).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM MAIN-PROCEDURE.
           MOVE WS-STREAM-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-DATE.

      *> Without the job log there would be no record of what the
      *> stream did - nothing runs.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOB-LOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
               CLOSE JOB-LOG-FILE
               OPEN EXTEND JOB-LOG-FILE
           END-IF.
           IF WS-JOB-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open CIPHER-JOB-LOG.DAT (file "
                   "status " WS-JOB-LOG-STATUS
                   ") - job stream not started."
               MOVE 16 TO WS-STREAM-RETURN-CODE
           ELSE
               PERFORM LOAD-RESTART-POINT
               PERFORM SIGNON-SERVICE-ID
               PERFORM WRITE-STREAM-START
               IF NOT OS-SIGNON-OK
                   MOVE 12 TO WS-STREAM-RETURN-CODE
                   PERFORM WRITE-STREAM-END
               ELSE
                   PERFORM VARYING WS-STEP-NUMBER
                           FROM WS-START-STEP BY 1
                           UNTIL WS-STEP-NUMBER > WS-LAST-STEP
                               OR WS-STREAM-STOPPED
                       PERFORM RUN-ONE-STEP
                   END-PERFORM
                   IF WS-STREAM-STOPPED
                       PERFORM SAVE-RESTART-POINT
                       MOVE 8 TO WS-STREAM-RETURN-CODE
                   ELSE
                       PERFORM CLEAR-RESTART-POINT
                       IF WS-STREAM-WARNING
                           MOVE 4 TO WS-STREAM-RETURN-CODE
                       END-IF
                   END-IF
                   PERFORM WRITE-STREAM-END
               END-IF
               CLOSE JOB-LOG-FILE
           END-IF.

       LOAD-RESTART-POINT.
      *> A RESTART line left by a stopped stream names the failed
      *> step and the run date it was working on; anything else - no
      *> file, an empty one, a step out of range - is a fresh night
      *> from step 1.
           MOVE 1 TO WS-START-STEP.
           MOVE SPACES TO WS-RUN-DATE.
           OPEN INPUT JOB-RESTART-FILE.
           IF WS-JOB-RESTART-STATUS = "00"
               READ JOB-RESTART-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-RESTART-LINE
               END-READ
               CLOSE JOB-RESTART-FILE
           END-IF.

       APPLY-RESTART-LINE.
           IF JOB-RESTART-RECORD(1:8) = "RESTART|"
               MOVE SPACES TO WS-RST-TAG
               MOVE SPACES TO WS-RST-STEP-TEXT
               MOVE SPACES TO WS-RST-DATE
               UNSTRING JOB-RESTART-RECORD DELIMITED BY "|"
                   INTO WS-RST-TAG, WS-RST-STEP-TEXT, WS-RST-DATE
               END-UNSTRING
               IF WS-RST-STEP-TEXT(1:1) >= "1"
                       AND WS-RST-STEP-TEXT(1:1) <= "5"
                   MOVE WS-RST-STEP-TEXT(1:1) TO WS-START-STEP
                   MOVE WS-RST-DATE TO WS-RUN-DATE
                   DISPLAY "RESTART: job stream resuming at step "
                       WS-START-STEP "."
               END-IF
           END-IF.

       SIGNON-SERVICE-ID.
           MOVE SPACES TO WS-SERVICE-ID.
           DISPLAY "CIPHERSVC" UPON ENVIRONMENT-NAME.
           ACCEPT WS-SERVICE-ID FROM ENVIRONMENT-VALUE.
           IF WS-SERVICE-ID = SPACES
               MOVE "BATCHSVC" TO WS-SERVICE-ID
           END-IF.
           MOVE "JOB-STREAM" TO OS-PROGRAM-NAME.
           MOVE WS-SERVICE-ID TO OS-OPERATOR-ID.
           CALL "OPERATOR-SIGNON" USING SIGNON-PARAMETERS.

       RUN-ONE-STEP.
           EVALUATE WS-STEP-NUMBER
               WHEN 1
                   MOVE "QUEUE-INTAKE" TO WS-STEP-PROGRAM
               WHEN 2
                   MOVE "CAESAR-CIPHER" TO WS-STEP-PROGRAM
               WHEN 3
                   MOVE "CIPHER-VERIFY" TO WS-STEP-PROGRAM
               WHEN 4
                   MOVE "CIPHER-RECON" TO WS-STEP-PROGRAM
               WHEN 5
                   MOVE "AUDIT-EXCEPT" TO WS-STEP-PROGRAM
           END-EVALUATE.
      *> The batch dates its results generations with the day it
      *> runs, so that day becomes the run date the later steps
      *> read - including on a restart of the batch step itself.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           IF WS-STEP-NUMBER = 2 OR WS-RUN-DATE = SPACES
               MOVE WS-LOG-TIMESTAMP(1:8) TO WS-RUN-DATE
           END-IF.
           DISPLAY "CIPHERJOB" UPON ENVIRONMENT-NAME.
           DISPLAY WS-RUN-DATE UPON ENVIRONMENT-VALUE.

           MOVE SPACES TO JOB-LOG-RECORD.
           STRING
               WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "|STEP=" DELIMITED BY SIZE
               WS-STEP-NUMBER DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-STEP-PROGRAM DELIMITED BY SIZE
               "|START|RUNDATE=" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO JOB-LOG-RECORD
           END-STRING.
           WRITE JOB-LOG-RECORD.
           DISPLAY "JOB STREAM step " WS-STEP-NUMBER ": "
               WS-STEP-PROGRAM " started.".

           MOVE 0 TO RETURN-CODE.
           CALL WS-STEP-PROGRAM
               ON EXCEPTION
                   DISPLAY "ERROR: program " WS-STEP-PROGRAM
                       " could not be loaded."
                   MOVE 16 TO WS-STEP-RC
               NOT ON EXCEPTION
                   MOVE RETURN-CODE TO WS-STEP-RC
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           EVALUATE TRUE
               WHEN WS-STEP-RC = 0
                   MOVE "OK" TO WS-STEP-RESULT
               WHEN WS-STEP-RC < 8
                   MOVE "WARNING" TO WS-STEP-RESULT
                   MOVE "Y" TO WS-STREAM-WARNING-SW
               WHEN OTHER
                   MOVE "FAILED" TO WS-STEP-RESULT
                   MOVE "Y" TO WS-STREAM-STOPPED-SW
                   MOVE WS-STEP-NUMBER TO WS-FAILED-STEP
           END-EVALUATE.

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           MOVE SPACES TO JOB-LOG-RECORD.
           STRING
               WS-LOG-TIMESTAMP DELIMITED BY SIZE
               "|STEP=" DELIMITED BY SIZE
               WS-STEP-NUMBER DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-STEP-PROGRAM DELIMITED BY SIZE
               "|END|RC=" DELIMITED BY SIZE
               WS-STEP-RC DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-STEP-RESULT DELIMITED BY SIZE
               INTO JOB-LOG-RECORD
           END-STRING.
           WRITE JOB-LOG-RECORD.
           DISPLAY "JOB STREAM step " WS-STEP-NUMBER ": "
               WS-STEP-PROGRAM " ended, return code " WS-STEP-RC
               " - " WS-STEP-RESULT ".".

       SAVE-RESTART-POINT.
           OPEN OUTPUT JOB-RESTART-FILE.
           IF WS-JOB-RESTART-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open CIPHER-JOB-RESTART.DAT "
                   "(file status " WS-JOB-RESTART-STATUS
                   ") - next run will start from step 1."
           ELSE
               MOVE SPACES TO JOB-RESTART-RECORD
               STRING
                   "RESTART|" DELIMITED BY SIZE
                   WS-FAILED-STEP DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO JOB-RESTART-RECORD
               END-STRING
               WRITE JOB-RESTART-RECORD
               CLOSE JOB-RESTART-FILE
           END-IF.

       CLEAR-RESTART-POINT.
           OPEN OUTPUT JOB-RESTART-FILE.
           IF WS-JOB-RESTART-STATUS = "00"
               CLOSE JOB-RESTART-FILE
           END-IF.

       WRITE-STREAM-START.
           MOVE SPACES TO JOB-LOG-RECORD.
           STRING
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               "|STREAM|JOB-STREAM|START|FROM STEP=" DELIMITED BY SIZE
               WS-START-STEP DELIMITED BY SIZE
               "|SERVICE=" DELIMITED BY SIZE
               WS-SERVICE-ID DELIMITED BY SIZE
               "|RUNDATE=" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO JOB-LOG-RECORD
           END-STRING.
           WRITE JOB-LOG-RECORD.

       WRITE-STREAM-END.
           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP.
           MOVE SPACES TO JOB-LOG-RECORD.
           EVALUATE TRUE
               WHEN NOT OS-SIGNON-OK
                   STRING
                       WS-LOG-TIMESTAMP DELIMITED BY SIZE
                       "|STREAM|JOB-STREAM|END|RC=" DELIMITED BY SIZE
                       WS-STREAM-RETURN-CODE DELIMITED BY SIZE
                       "|SIGNON REFUSED FOR " DELIMITED BY SIZE
                       WS-SERVICE-ID DELIMITED BY SIZE
                       INTO JOB-LOG-RECORD
                   END-STRING
                   DISPLAY "JOB STREAM not run - service id "
                       WS-SERVICE-ID " could not sign on."
               WHEN WS-STREAM-STOPPED
                   STRING
                       WS-LOG-TIMESTAMP DELIMITED BY SIZE
                       "|STREAM|JOB-STREAM|END|RC=" DELIMITED BY SIZE
                       WS-STREAM-RETURN-CODE DELIMITED BY SIZE
                       "|STOPPED AT STEP=" DELIMITED BY SIZE
                       WS-FAILED-STEP DELIMITED BY SIZE
                       INTO JOB-LOG-RECORD
                   END-STRING
                   DISPLAY "JOB STREAM STOPPED at step "
                       WS-FAILED-STEP " - rerun resumes there."
               WHEN OTHER
                   STRING
                       WS-LOG-TIMESTAMP DELIMITED BY SIZE
                       "|STREAM|JOB-STREAM|END|RC=" DELIMITED BY SIZE
                       WS-STREAM-RETURN-CODE DELIMITED BY SIZE
                       "|COMPLETE" DELIMITED BY SIZE
                       INTO JOB-LOG-RECORD
                   END-STRING
                   DISPLAY "JOB STREAM complete, return code "
                       WS-STREAM-RETURN-CODE "."
           END-EVALUATE.
           WRITE JOB-LOG-RECORD.
