      *> guessing session is visible on the same trail compliance
      *> already reviews. Like CIPHER-ENGINE, there is exactly one
      *> implementation of the rule, CALLed by every front end.
      *>
      *> The unattended job stream has nobody to type a password:
      *> JOB-STREAM calls in first with a batch service id in
      *> OS-OPERATOR-ID, which must be on the master, active and at
      *> service level B. That id is remembered for the rest of the
      *> run unit, so the steps the stream CALLs get it back from
      *> their own sign-on without a prompt. A service id can never
      *> sign on at the terminal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  WS-RECORD-FOUND          VALUE "Y".
       01  WS-AUDIT-TIMESTAMP       PIC X(21).

      *> Set once JOB-STREAM has signed its service id on; kept for
      *> the life of the run unit (this program is never CANCELed).
       01  WS-SERVICE-SESSION-SW    PIC X VALUE "N".
           88  WS-SERVICE-SESSION       VALUE "Y".
       01  WS-SERVICE-OPERATOR-ID   PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       COPY OPSIGN.

       PROCEDURE DIVISION USING SIGNON-PARAMETERS.
       SIGNON-MAIN.
           MOVE 10 TO OS-RETURN-CODE.
           MOVE SPACES TO WS-TRY-ID.
           IF OS-PROGRAM-NAME = "JOB-STREAM"
               MOVE FUNCTION UPPER-CASE(OS-OPERATOR-ID) TO WS-TRY-ID
           END-IF.
           MOVE SPACES TO OS-OPERATOR-ID.
           MOVE SPACE TO OS-AUTH-LEVEL.
           EVALUATE TRUE
               WHEN WS-SERVICE-SESSION
                   MOVE WS-SERVICE-OPERATOR-ID TO OS-OPERATOR-ID
                   MOVE "B" TO OS-AUTH-LEVEL
                   MOVE 0 TO OS-RETURN-CODE
                   DISPLAY "Signed on as " OS-OPERATOR-ID
                       " (job stream service id)."
               WHEN OS-PROGRAM-NAME = "JOB-STREAM"
                   PERFORM SERVICE-SIGNON
               WHEN OTHER
                   PERFORM TERMINAL-SIGNON
           END-EVALUATE.
           GOBACK.

       TERMINAL-SIGNON.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERATOR-FILE-STATUS NOT = "00"
      *> No operator master means nothing to verify against - the
                   DISPLAY "Sign-on refused."
               END-IF
           END-IF.

       SERVICE-SIGNON.
      *> No password: the id is only honored when the master holds
      *> it as an active service-level id, and a refusal is logged
      *> exactly like a failed terminal attempt.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "Sign-on unavailable: OPERATOR-MASTER.DAT "
                   "could not be opened (file status "
                   WS-OPERATOR-FILE-STATUS ")."
               MOVE 20 TO OS-RETURN-CODE
           ELSE
               MOVE "N" TO WS-RECORD-FOUND-SWITCH
               MOVE WS-TRY-ID TO OM-OPERATOR-ID
               READ OPERATOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RECORD-FOUND-SWITCH
               END-READ
               CLOSE OPERATOR-MASTER-FILE
               IF WS-RECORD-FOUND
                       AND OM-STATUS-ACTIVE
                       AND OM-LEVEL-SERVICE
                   MOVE OM-OPERATOR-ID TO OS-OPERATOR-ID
                   MOVE OM-AUTH-LEVEL TO OS-AUTH-LEVEL
                   MOVE 0 TO OS-RETURN-CODE
                   MOVE "Y" TO WS-SERVICE-SESSION-SW
                   MOVE OM-OPERATOR-ID TO WS-SERVICE-OPERATOR-ID
                   DISPLAY "Signed on as " OS-OPERATOR-ID
                       " (job stream service id)."
               ELSE
                   MOVE 30 TO OS-RETURN-CODE
                   DISPLAY "Service id " WS-TRY-ID " is not an "
                       "active batch service id - sign-on refused."
                   PERFORM WRITE-FAILED-SIGNON
               END-IF
           END-IF.

       TRY-ONE-SIGNON.
           DISPLAY "Operator id: ".

      *> One failure message and one audit line for every bad
      *> attempt, deliberately not saying whether the id or the
      *> password was the problem. A batch service id is refused
      *> here whatever password is typed.
           IF WS-RECORD-FOUND
                   AND OM-STATUS-ACTIVE
                   AND NOT OM-LEVEL-SERVICE
                   AND WS-TRY-PASSWORD = OM-PASSWORD
               MOVE OM-OPERATOR-ID TO OS-OPERATOR-ID
               MOVE OM-AUTH-LEVEL TO OS-AUTH-LEVEL
