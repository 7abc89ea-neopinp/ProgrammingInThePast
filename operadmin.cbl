               IF WS-INPUT-PASSWORD NOT = SPACES
                   MOVE WS-INPUT-PASSWORD TO OM-PASSWORD
               END-IF
               DISPLAY "New level, (S)upervisor, (O)perator or "
                   "(B)atch service id (blank to keep): "
               MOVE SPACE TO WS-INPUT-LEVEL
               ACCEPT WS-INPUT-LEVEL
               MOVE FUNCTION UPPER-CASE(WS-INPUT-LEVEL)
                   TO WS-INPUT-LEVEL
               IF WS-INPUT-LEVEL = "S" OR WS-INPUT-LEVEL = "O"
                       OR WS-INPUT-LEVEL = "B"
                   MOVE WS-INPUT-LEVEL TO OM-AUTH-LEVEL
               END-IF
               IF OM-STATUS-DISABLED
           END-PERFORM.

       ACCEPT-LEVEL.
      *> B registers the batch service id the unattended job stream
      *> signs on under. Its password is never asked for, and
      *> OPERATOR-SIGNON refuses it at a terminal.
           MOVE SPACE TO WS-INPUT-LEVEL.
           PERFORM UNTIL WS-INPUT-LEVEL = "S"
                   OR WS-INPUT-LEVEL = "O"
                   OR WS-INPUT-LEVEL = "B"
               DISPLAY "Authority level, (S)upervisor, (O)perator "
                   "or (B)atch service id: "
               ACCEPT WS-INPUT-LEVEL
               MOVE FUNCTION UPPER-CASE(WS-INPUT-LEVEL)
                   TO WS-INPUT-LEVEL
               IF WS-INPUT-LEVEL NOT = "S"
                       AND WS-INPUT-LEVEL NOT = "O"
                       AND WS-INPUT-LEVEL NOT = "B"
                   DISPLAY "Must be S, O or B."
               END-IF
           END-PERFORM.

