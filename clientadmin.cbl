       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENTADMIN.

      *> Maintenance front end for the CLIENT-MASTER.DAT client master
      *> the batch routes and defaults client-format queue records
      *> from. Supervisors add clients, change a client's name,
      *> default mode and key, destination file and delivery format
      *> (pipe, CSV or fixed-width), list the master,
      *> and suspend or reinstate a client here; INDEXED on the
      *> client id with every change rewritten in place as it is
      *> made, the same pattern as KEYADMIN, OPERADMIN and RATEADMIN.
      *> There is deliberately no delete: a client is put on hold
      *> with status S, its queue records then reject as
      *> SUSPENDED-CLIENT, and its history stays on file.
      *>
      *> Two checks keep a bad profile from reaching the batch: a
      *> mode K default key must be an active key on
      *> KEY-REGISTRY.DAT, and a destination file already used by
      *> another client is refused - two clients sharing one file
      *> would each overwrite the other's deliveries. Inline default
      *> key material (a mode C shift or mode V keyword) is never
      *> displayed back, the same rule KEYADMIN applies.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMF-CLIENT-ID
               FILE STATUS IS WS-CLIENT-MASTER-STATUS.
           SELECT KEY-REGISTRY-FILE ASSIGN TO "KEY-REGISTRY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KR-KEY-ID
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER-FILE.
       COPY CLIMAST.

       FD  KEY-REGISTRY-FILE.
       COPY KEYREG.

       WORKING-STORAGE SECTION.

       COPY OPSIGN.

       01  WS-CLIENT-MASTER-STATUS  PIC XX.
       01  WS-REGISTRY-FILE-STATUS  PIC XX.
       01  WS-MASTER-EOF-SWITCH     PIC X VALUE "N".
           88  WS-MASTER-EOF            VALUE "Y".
       01  WS-MASTER-OPEN-SW        PIC X VALUE "N".
           88  WS-MASTER-OPEN           VALUE "Y".
      *> Up while the key registry is open for keyed reads; a
      *> registry that would not open fails every mode K default
      *> key check as not-found.
       01  WS-REGISTRY-OPEN-SW      PIC X VALUE "N".
           88  WS-REGISTRY-OPEN         VALUE "Y".

       01  WS-MENU-CHOICE        PIC X VALUE SPACE.
           88  WS-CHOICE-LIST        VALUE "L".
           88  WS-CHOICE-ADD         VALUE "A".
           88  WS-CHOICE-CHANGE      VALUE "C".
           88  WS-CHOICE-SUSPEND     VALUE "S".
           88  WS-CHOICE-REINSTATE   VALUE "R".
           88  WS-CHOICE-EXIT        VALUE "X".

       01  WS-TODAY-DATE         PIC 9(8).
       01  WS-CURRENT-TIMESTAMP  PIC X(21).

       01  WS-LIST-COUNT         PIC 9(5).
       01  WS-CLIENT-FOUND-SWITCH PIC X VALUE "N".
           88  WS-CLIENT-FOUND       VALUE "Y".
       01  WS-KEY-FOUND-SWITCH   PIC X VALUE "N".
           88  WS-KEY-FOUND          VALUE "Y".
       01  WS-DEST-IN-USE-SWITCH PIC X VALUE "N".
           88  WS-DEST-IN-USE        VALUE "Y".
       01  WS-DEST-OWNER         PIC X(8).
       01  WS-CHANGE-APPLIED-SW  PIC X VALUE "N".
           88  WS-CHANGE-APPLIED     VALUE "Y".
       01  WS-PROFILE-OK-SWITCH  PIC X VALUE "N".
           88  WS-PROFILE-OK         VALUE "Y".

       01  WS-INPUT-CLIENT-ID    PIC X(8).
       01  WS-ID-VALID-SWITCH    PIC X VALUE "N".
           88  WS-ID-VALID           VALUE "Y".
       01  WS-ID-IDX             PIC 9.
       01  WS-ID-SPACE-SEEN      PIC X VALUE "N".
       01  WS-INPUT-NAME         PIC X(30).
       01  WS-INPUT-MODE         PIC X.
           88  WS-INPUT-MODE-CAESAR    VALUE "C".
           88  WS-INPUT-MODE-VIGENERE  VALUE "V".
           88  WS-INPUT-MODE-KEY-ID    VALUE "K".
       01  WS-INPUT-KEY          PIC X(20).
       01  WS-INPUT-DEST         PIC X(40).
       01  WS-INPUT-DEST-ROOT    PIC X(40).

      *> A destination name reduced to the name it derives from:
      *> the batch writes the client's delivery extract beside it
      *> with -DELIVERY before the extension, and dates generations
      *> with -YYYYMMDD the same way, so those endings are stripped.
       01  WS-ROOT-NAME-IN       PIC X(40).
       01  WS-ROOT-NAME          PIC X(40).
       01  WS-ROOT-EXT           PIC X(40).
       01  WS-ROOT-LEN           PIC 99.
       01  WS-ROOT-DOT-POS       PIC 99.
       01  WS-ROOT-BASE-LEN      PIC 99.
       01  WS-ROOT-SUFFIX-SW     PIC X VALUE "N".
           88  WS-ROOT-SUFFIX-FOUND  VALUE "Y".
       01  WS-ROOT-RESERVED-SW   PIC X VALUE "N".
           88  WS-ROOT-RESERVED      VALUE "Y".
       01  WS-INPUT-FORMAT       PIC X.
           88  WS-INPUT-FORMAT-VALID   VALUE "P" "C" "F".
       01  WS-KEY-DISPLAY        PIC X(20).

      *> Default key entry reuses the cipher front end's validation
      *> rules, so a profile stored here is guaranteed to pass the
      *> batch-side validation when APPLY-CLIENT-DEFAULTS applies it.
       01  WS-SHIFT-TEXT         PIC X(3).
       01  WS-SHIFT-TEXT-IDX     PIC 9.
       01  WS-SHIFT-SPACE-SEEN   PIC X VALUE "N".
       01  WS-SHIFT-NUMERIC-VALUE PIC 999.
       01  WS-SHIFT              PIC 99.
       01  WS-KEYWORD            PIC X(20).
       01  WS-KEYWORD-IDX        PIC 99.
       01  WS-KEYWORD-SPACE-SEEN PIC X VALUE "N".
       01  SHIFT-VALID-SWITCH    PIC X VALUE "N".
           88  WS-SHIFT-VALID        VALUE "Y".

       PROCEDURE DIVISION.
       MAIN.
           PERFORM MAIN-PROCEDURE.
           STOP RUN.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.

      *> The client master decides where every client's output goes
      *> and which key enciphers it - supervisors only, the same
      *> gate RATEADMIN applies.
           MOVE "CLIENTADMIN" TO OS-PROGRAM-NAME.
           CALL "OPERATOR-SIGNON" USING SIGNON-PARAMETERS.
           EVALUATE TRUE
               WHEN NOT OS-SIGNON-OK
                   DISPLAY "Sign-on required - CLIENTADMIN not "
                       "started."
               WHEN NOT OS-LEVEL-SUPERVISOR
                   DISPLAY "Client maintenance is restricted to "
                       "supervisors."
               WHEN OTHER
                   PERFORM CLIENTADMIN-SESSION
           END-EVALUATE.

       CLIENTADMIN-SESSION.
           PERFORM OPEN-CLIENT-MASTER.
           IF NOT WS-MASTER-OPEN
               DISPLAY "ERROR: cannot open CLIENT-MASTER.DAT (file "
                   "status " WS-CLIENT-MASTER-STATUS
                   ") - client maintenance unavailable."
           ELSE
               OPEN INPUT KEY-REGISTRY-FILE
               IF WS-REGISTRY-FILE-STATUS = "00"
                   MOVE "Y" TO WS-REGISTRY-OPEN-SW
               END-IF
               DISPLAY "CLIENTADMIN - client master maintenance."
               PERFORM UNTIL WS-CHOICE-EXIT
                   DISPLAY "Function: (L)ist (A)dd (C)hange "
                       "(S)uspend (R)einstate e(X)it: "
                   ACCEPT WS-MENU-CHOICE
                   MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                       TO WS-MENU-CHOICE
                   EVALUATE TRUE
                       WHEN WS-CHOICE-LIST
                           PERFORM LIST-CLIENTS
                       WHEN WS-CHOICE-ADD
                           PERFORM ADD-CLIENT
                       WHEN WS-CHOICE-CHANGE
                           PERFORM CHANGE-CLIENT
                       WHEN WS-CHOICE-SUSPEND
                           PERFORM SUSPEND-CLIENT
                       WHEN WS-CHOICE-REINSTATE
                           PERFORM REINSTATE-CLIENT
                       WHEN WS-CHOICE-EXIT
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unknown function."
                   END-EVALUATE
               END-PERFORM
               CLOSE CLIENT-MASTER-FILE
               IF WS-REGISTRY-OPEN
                   CLOSE KEY-REGISTRY-FILE
               END-IF
               DISPLAY "CLIENTADMIN session ended."
           END-IF.

       OPEN-CLIENT-MASTER.
      *> First-ever session: an absent client master is created
      *> empty so the I-O open can proceed, the usual bootstrap.
           MOVE "N" TO WS-MASTER-OPEN-SW.
           OPEN I-O CLIENT-MASTER-FILE.
           IF WS-CLIENT-MASTER-STATUS = "35"
               OPEN OUTPUT CLIENT-MASTER-FILE
               CLOSE CLIENT-MASTER-FILE
               OPEN I-O CLIENT-MASTER-FILE
           END-IF.
           IF WS-CLIENT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN-SW
           END-IF.

       LIST-CLIENTS.
      *> A mode K client's default key is a registry key id and is
      *> shown; a mode C or V client's default is the key material
      *> itself and is not.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-MASTER-EOF-SWITCH.
           MOVE LOW-VALUES TO CMF-CLIENT-ID.
           START CLIENT-MASTER-FILE KEY >= CMF-CLIENT-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-MASTER-EOF
               READ CLIENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       IF CMF-DEF-MODE = "K"
                           MOVE CMF-DEF-KEY TO WS-KEY-DISPLAY
                       ELSE
                           MOVE "(INLINE)" TO WS-KEY-DISPLAY
                       END-IF
                       DISPLAY CMF-CLIENT-ID
                           " " CMF-CLIENT-NAME
                           " MODE=" CMF-DEF-MODE
                           " KEY=" WS-KEY-DISPLAY(1:8)
                           " STATUS=" CMF-STATUS
                       DISPLAY "         DEST=" CMF-DEST-NAME
                           " FORMAT=" CMF-DELIVERY-FORMAT
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "Client master is empty."
           ELSE
               DISPLAY WS-LIST-COUNT " client(s) on file."
           END-IF.

       ADD-CLIENT.
           DISPLAY "Client id (up to 8 characters, no spaces or |): ".
           ACCEPT WS-INPUT-CLIENT-ID.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CLIENT-ID)
               TO WS-INPUT-CLIENT-ID.
           PERFORM VALIDATE-CLIENT-ID.
           IF NOT WS-ID-VALID
               DISPLAY "Invalid client id - must not be blank, "
                   "0, or contain ""|"" or embedded spaces."
           ELSE
               PERFORM FIND-CLIENT
               IF WS-CLIENT-FOUND
                   DISPLAY "Client id already exists - use Change."
               ELSE
                   PERFORM ADD-CLIENT-DETAIL
               END-IF
           END-IF.

       ADD-CLIENT-DETAIL.
           MOVE SPACES TO WS-INPUT-NAME.
           PERFORM UNTIL WS-INPUT-NAME NOT = SPACES
               DISPLAY "Client name: "
               ACCEPT WS-INPUT-NAME
               IF WS-INPUT-NAME = SPACES
                   DISPLAY "Client name must not be blank."
               END-IF
           END-PERFORM.
           PERFORM ACCEPT-DEFAULT-PROFILE.
           IF WS-PROFILE-OK
               PERFORM ACCEPT-DESTINATION
           END-IF.
           IF WS-PROFILE-OK
               PERFORM ACCEPT-DELIVERY-FORMAT
           END-IF.
           IF WS-PROFILE-OK
               MOVE WS-INPUT-CLIENT-ID TO CMF-CLIENT-ID
               MOVE WS-INPUT-NAME TO CMF-CLIENT-NAME
               MOVE WS-INPUT-MODE TO CMF-DEF-MODE
               MOVE WS-INPUT-KEY TO CMF-DEF-KEY
               MOVE WS-INPUT-DEST TO CMF-DEST-NAME
               MOVE "A" TO CMF-STATUS
               MOVE WS-INPUT-FORMAT TO CMF-DELIVERY-FORMAT
               WRITE CLIENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: client could not be written "
                           "(file status " WS-CLIENT-MASTER-STATUS
                           ") - client not added."
                   NOT INVALID KEY
                       DISPLAY "Client " WS-INPUT-CLIENT-ID
                           " added."
               END-WRITE
           ELSE
               DISPLAY "Client not added."
           END-IF.

       CHANGE-CLIENT.
      *> Each field is offered with blank meaning keep. The checks
      *> (registry key, destination sweep) move the file's record
      *> buffer, so the changes are collected first and applied to a
      *> fresh read of the client just before the rewrite.
           DISPLAY "Client id to change: ".
           ACCEPT WS-INPUT-CLIENT-ID.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CLIENT-ID)
               TO WS-INPUT-CLIENT-ID.
           PERFORM FIND-CLIENT.
           IF NOT WS-CLIENT-FOUND
               DISPLAY "Client id not on the master."
           ELSE
               MOVE "Y" TO WS-PROFILE-OK-SWITCH
               MOVE CMF-CLIENT-NAME TO WS-INPUT-NAME
               MOVE CMF-DEF-MODE TO WS-INPUT-MODE
               MOVE CMF-DEF-KEY TO WS-INPUT-KEY
               MOVE CMF-DEST-NAME TO WS-INPUT-DEST
               MOVE CMF-DELIVERY-FORMAT TO WS-INPUT-FORMAT
               DISPLAY "Current name: " CMF-CLIENT-NAME
               DISPLAY "New name (blank to keep): "
               MOVE SPACES TO WS-INPUT-NAME
               ACCEPT WS-INPUT-NAME
               IF WS-INPUT-NAME = SPACES
                   MOVE CMF-CLIENT-NAME TO WS-INPUT-NAME
               END-IF
               DISPLAY "Current default mode: " CMF-DEF-MODE
               DISPLAY "Change default mode and key? (Y/N): "
               MOVE SPACE TO WS-MENU-CHOICE
               ACCEPT WS-MENU-CHOICE
               IF FUNCTION UPPER-CASE(WS-MENU-CHOICE) = "Y"
                   PERFORM ACCEPT-DEFAULT-PROFILE
               END-IF
               MOVE SPACE TO WS-MENU-CHOICE
               IF WS-PROFILE-OK
                   DISPLAY "Current destination: " WS-INPUT-DEST
                   DISPLAY "Change destination file? (Y/N): "
                   MOVE SPACE TO WS-MENU-CHOICE
                   ACCEPT WS-MENU-CHOICE
                   IF FUNCTION UPPER-CASE(WS-MENU-CHOICE) = "Y"
                       PERFORM ACCEPT-DESTINATION
                   END-IF
                   MOVE SPACE TO WS-MENU-CHOICE
               END-IF
               IF WS-PROFILE-OK
                   DISPLAY "Current delivery format: " WS-INPUT-FORMAT
                   DISPLAY "Change delivery format? (Y/N): "
                   MOVE SPACE TO WS-MENU-CHOICE
                   ACCEPT WS-MENU-CHOICE
                   IF FUNCTION UPPER-CASE(WS-MENU-CHOICE) = "Y"
                       PERFORM ACCEPT-DELIVERY-FORMAT
                   END-IF
                   MOVE SPACE TO WS-MENU-CHOICE
               END-IF
               IF WS-PROFILE-OK
                   PERFORM FIND-CLIENT
                   MOVE WS-INPUT-NAME TO CMF-CLIENT-NAME
                   MOVE WS-INPUT-MODE TO CMF-DEF-MODE
                   MOVE WS-INPUT-KEY TO CMF-DEF-KEY
                   MOVE WS-INPUT-DEST TO CMF-DEST-NAME
                   MOVE WS-INPUT-FORMAT TO CMF-DELIVERY-FORMAT
                   PERFORM REWRITE-CLIENT-RECORD
                   IF WS-CHANGE-APPLIED
                       DISPLAY "Client " WS-INPUT-CLIENT-ID
                           " changed."
                   ELSE
                       DISPLAY "Client " WS-INPUT-CLIENT-ID
                           " NOT changed."
                   END-IF
               ELSE
                   DISPLAY "Client not changed."
               END-IF
           END-IF.

       SUSPEND-CLIENT.
           DISPLAY "Client id to suspend: ".
           ACCEPT WS-INPUT-CLIENT-ID.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CLIENT-ID)
               TO WS-INPUT-CLIENT-ID.
           PERFORM FIND-CLIENT.
           IF NOT WS-CLIENT-FOUND
               DISPLAY "Client id not on the master."
           ELSE
               IF CMF-STATUS-SUSPENDED
                   DISPLAY "Client is already suspended."
               ELSE
                   MOVE "S" TO CMF-STATUS
                   PERFORM REWRITE-CLIENT-RECORD
                   IF WS-CHANGE-APPLIED
                       DISPLAY "Client " WS-INPUT-CLIENT-ID
                           " suspended as of " WS-TODAY-DATE
                           " - its queue records will reject."
                   ELSE
                       DISPLAY "Client " WS-INPUT-CLIENT-ID
                           " NOT suspended."
                   END-IF
               END-IF
           END-IF.

       REINSTATE-CLIENT.
           DISPLAY "Client id to reinstate: ".
           ACCEPT WS-INPUT-CLIENT-ID.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-CLIENT-ID)
               TO WS-INPUT-CLIENT-ID.
           PERFORM FIND-CLIENT.
           IF NOT WS-CLIENT-FOUND
               DISPLAY "Client id not on the master."
           ELSE
               IF NOT CMF-STATUS-SUSPENDED
                   DISPLAY "Client is not suspended."
               ELSE
                   MOVE "A" TO CMF-STATUS
                   PERFORM REWRITE-CLIENT-RECORD
                   IF WS-CHANGE-APPLIED
                       DISPLAY "Client " WS-INPUT-CLIENT-ID
                           " reinstated as of " WS-TODAY-DATE "."
                   ELSE
                       DISPLAY "Client " WS-INPUT-CLIENT-ID
                           " NOT reinstated."
                   END-IF
               END-IF
           END-IF.

       ACCEPT-DEFAULT-PROFILE.
      *> The default mode and key a MODE byte D queue record
      *> inherits: a shift for C, a keyword for V, a registry key id
      *> for K. A K key must be on the registry and active now -
      *> pointing a client at a retired or unknown key would only
      *> turn its next batch into a pile of rejects.
           MOVE "N" TO WS-PROFILE-OK-SWITCH.
           DISPLAY "Default mode: (C)aesar shift, (V)igenere "
               "keyword or (K)ey id from the registry: ".
           MOVE SPACE TO WS-INPUT-MODE.
           ACCEPT WS-INPUT-MODE.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-MODE) TO WS-INPUT-MODE.
           MOVE SPACES TO WS-INPUT-KEY.
           EVALUATE TRUE
               WHEN WS-INPUT-MODE-CAESAR
                   MOVE "N" TO SHIFT-VALID-SWITCH
                   PERFORM UNTIL WS-SHIFT-VALID
                       DISPLAY "Default shift value (1-25): "
                       MOVE SPACES TO WS-SHIFT-TEXT
                       ACCEPT WS-SHIFT-TEXT
                       PERFORM VALIDATE-SHIFT-TEXT
                       IF NOT WS-SHIFT-VALID
                           DISPLAY "Invalid shift value - must be "
                               "1-25."
                       END-IF
                   END-PERFORM
                   MOVE WS-SHIFT TO WS-INPUT-KEY(1:2)
                   MOVE "Y" TO WS-PROFILE-OK-SWITCH
               WHEN WS-INPUT-MODE-VIGENERE
                   MOVE "N" TO SHIFT-VALID-SWITCH
                   PERFORM UNTIL WS-SHIFT-VALID
                       DISPLAY "Default keyword (letters only): "
                       MOVE SPACES TO WS-KEYWORD
                       ACCEPT WS-KEYWORD
                       PERFORM VALIDATE-KEYWORD
                       IF NOT WS-SHIFT-VALID
                           DISPLAY "Invalid keyword - must be "
                               "letters only with no embedded "
                               "spaces."
                       END-IF
                   END-PERFORM
                   MOVE WS-KEYWORD TO WS-INPUT-KEY
                   MOVE "Y" TO WS-PROFILE-OK-SWITCH
               WHEN WS-INPUT-MODE-KEY-ID
                   DISPLAY "Default key id: "
                   ACCEPT WS-INPUT-KEY
                   MOVE FUNCTION UPPER-CASE(WS-INPUT-KEY)
                       TO WS-INPUT-KEY
                   PERFORM CHECK-REGISTRY-KEY
               WHEN OTHER
                   DISPLAY "Invalid mode - must be C, V or K."
           END-EVALUATE.

       CHECK-REGISTRY-KEY.
           MOVE "N" TO WS-KEY-FOUND-SWITCH.
           IF WS-REGISTRY-OPEN AND WS-INPUT-KEY(9:12) = SPACES
               MOVE WS-INPUT-KEY(1:8) TO KR-KEY-ID
               READ KEY-REGISTRY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-KEY-FOUND-SWITCH
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-KEY-FOUND
                   DISPLAY "Key id " WS-INPUT-KEY(1:8)
                       " is not on KEY-REGISTRY.DAT."
               WHEN NOT KR-STATUS-ACTIVE
                   DISPLAY "Key id " WS-INPUT-KEY(1:8)
                       " is retired - choose an active key."
               WHEN KR-EXPIRY-DATE < WS-TODAY-DATE
                   DISPLAY "Key id " WS-INPUT-KEY(1:8)
                       " expired " KR-EXPIRY-DATE
                       " - choose an active key."
               WHEN OTHER
                   MOVE "Y" TO WS-PROFILE-OK-SWITCH
           END-EVALUATE.

       ACCEPT-DESTINATION.
      *> The client's own results file. Blank is refused (the batch
      *> would have nowhere to route the client's records), and so
      *> is a name another client already delivers to. A name ending
      *> -DELIVERY or -YYYYMMDD is refused outright: it is the form
      *> of a delivery extract or dated generation the batch writes
      *> itself, and could be another client's.
           MOVE "N" TO WS-PROFILE-OK-SWITCH.
           DISPLAY "Destination results file name: ".
           MOVE SPACES TO WS-INPUT-DEST.
           ACCEPT WS-INPUT-DEST.
           IF WS-INPUT-DEST = SPACES
               DISPLAY "Destination file name must not be blank."
           ELSE
               MOVE WS-INPUT-DEST TO WS-ROOT-NAME-IN
               PERFORM DERIVE-DESTINATION-ROOT
               MOVE WS-ROOT-NAME TO WS-INPUT-DEST-ROOT
               IF WS-ROOT-RESERVED
                   DISPLAY "Destination " WS-INPUT-DEST
                   DISPLAY "ends in -DELIVERY or a -YYYYMMDD date, "
                       "which the batch uses for its own delivery "
                       "and generation files - refused."
               ELSE
                   PERFORM CHECK-DESTINATION-IN-USE
                   IF WS-DEST-IN-USE
                       DISPLAY "Destination " WS-INPUT-DEST
                       DISPLAY "is already used by client "
                           WS-DEST-OWNER " - refused."
                   ELSE
                       MOVE "Y" TO WS-PROFILE-OK-SWITCH
                   END-IF
               END-IF
           END-IF.

       ACCEPT-DELIVERY-FORMAT.
      *> The layout of the ciphertext-only extract the batch writes
      *> beside the destination file for the client to collect.
           MOVE "N" TO WS-PROFILE-OK-SWITCH.
           DISPLAY "Delivery format: (P)ipe-delimited, (C)SV or "
               "(F)ixed-width: ".
           MOVE SPACE TO WS-INPUT-FORMAT.
           ACCEPT WS-INPUT-FORMAT.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-FORMAT)
               TO WS-INPUT-FORMAT.
           IF WS-INPUT-FORMAT-VALID
               MOVE "Y" TO WS-PROFILE-OK-SWITCH
           ELSE
               DISPLAY "Invalid delivery format - must be P, C or F."
           END-IF.

       CHECK-DESTINATION-IN-USE.
      *> Sweep the whole master - the destination is not a key. The
      *> client being changed may of course keep its own file.
      *> Names are compared by their roots as well, so a name is
      *> refused when it is, or is the base of, another client's
      *> delivery extract or generation (a client set up before
      *> the -DELIVERY and -YYYYMMDD endings were refused may still
      *> carry one).
           MOVE "N" TO WS-DEST-IN-USE-SWITCH.
           MOVE SPACES TO WS-DEST-OWNER.
           MOVE "N" TO WS-MASTER-EOF-SWITCH.
           MOVE LOW-VALUES TO CMF-CLIENT-ID.
           START CLIENT-MASTER-FILE KEY >= CMF-CLIENT-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-MASTER-EOF OR WS-DEST-IN-USE
               READ CLIENT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF-SWITCH
                   NOT AT END
                       IF CMF-CLIENT-ID NOT = WS-INPUT-CLIENT-ID
                           MOVE CMF-DEST-NAME TO WS-ROOT-NAME-IN
                           PERFORM DERIVE-DESTINATION-ROOT
                           IF CMF-DEST-NAME = WS-INPUT-DEST
                                   OR WS-ROOT-NAME
                                       = WS-INPUT-DEST-ROOT
                               MOVE "Y" TO WS-DEST-IN-USE-SWITCH
                               MOVE CMF-CLIENT-ID TO WS-DEST-OWNER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DERIVE-DESTINATION-ROOT.
      *> WS-ROOT-NAME-IN into WS-ROOT-NAME with any -DELIVERY and
      *> -YYYYMMDD endings taken off the part before the last "."
      *> (the whole name when it has no extension), as the batch
      *> places them; WS-ROOT-RESERVED says one was found.
           MOVE "N" TO WS-ROOT-RESERVED-SW.
           MOVE LENGTH OF WS-ROOT-NAME-IN TO WS-ROOT-LEN.
           PERFORM UNTIL WS-ROOT-LEN <= 1
                   OR WS-ROOT-NAME-IN(WS-ROOT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-ROOT-LEN
           END-PERFORM.
           MOVE WS-ROOT-LEN TO WS-ROOT-DOT-POS.
           PERFORM UNTIL WS-ROOT-DOT-POS < 1
                   OR WS-ROOT-NAME-IN(WS-ROOT-DOT-POS:1) = "."
               SUBTRACT 1 FROM WS-ROOT-DOT-POS
           END-PERFORM.
           MOVE SPACES TO WS-ROOT-EXT.
           IF WS-ROOT-DOT-POS > 1
               COMPUTE WS-ROOT-BASE-LEN = WS-ROOT-DOT-POS - 1
               MOVE WS-ROOT-NAME-IN(WS-ROOT-DOT-POS:
                   WS-ROOT-LEN - WS-ROOT-DOT-POS + 1) TO WS-ROOT-EXT
           ELSE
               MOVE WS-ROOT-LEN TO WS-ROOT-BASE-LEN
           END-IF.
           MOVE "Y" TO WS-ROOT-SUFFIX-SW.
           PERFORM UNTIL NOT WS-ROOT-SUFFIX-FOUND
               PERFORM STRIP-DESTINATION-SUFFIX
           END-PERFORM.
           MOVE SPACES TO WS-ROOT-NAME.
           STRING
               WS-ROOT-NAME-IN(1:WS-ROOT-BASE-LEN) DELIMITED BY SIZE
               WS-ROOT-EXT DELIMITED BY SIZE
               INTO WS-ROOT-NAME
           END-STRING.

       STRIP-DESTINATION-SUFFIX.
           MOVE "N" TO WS-ROOT-SUFFIX-SW.
           IF WS-ROOT-BASE-LEN > 9
               EVALUATE TRUE
                   WHEN FUNCTION UPPER-CASE(WS-ROOT-NAME-IN(
                           WS-ROOT-BASE-LEN - 8:9)) = "-DELIVERY"
                       MOVE "Y" TO WS-ROOT-SUFFIX-SW
                   WHEN WS-ROOT-NAME-IN(WS-ROOT-BASE-LEN - 8:1) = "-"
                           AND WS-ROOT-NAME-IN(WS-ROOT-BASE-LEN - 7:8)
                               IS NUMERIC
                       MOVE "Y" TO WS-ROOT-SUFFIX-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-ROOT-SUFFIX-FOUND
               MOVE "Y" TO WS-ROOT-RESERVED-SW
               SUBTRACT 9 FROM WS-ROOT-BASE-LEN
           END-IF.

       REWRITE-CLIENT-RECORD.
           MOVE "N" TO WS-CHANGE-APPLIED-SW.
           REWRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR: client could not be rewritten "
                       "(file status " WS-CLIENT-MASTER-STATUS
                       ") - change NOT saved."
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHANGE-APPLIED-SW
           END-REWRITE.

       FIND-CLIENT.
      *> Keyed read: a hit leaves the client's record in the buffer
      *> for the caller to update and rewrite in place.
           MOVE "N" TO WS-CLIENT-FOUND-SWITCH.
           MOVE WS-INPUT-CLIENT-ID TO CMF-CLIENT-ID.
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CLIENT-FOUND-SWITCH
           END-READ.

       VALIDATE-CLIENT-ID.
      *> Client ids ride pipe-delimited queue records, so "|" is
      *> refused; "0" is the full-format placeholder for "no client"
      *> and can never be a real client. Trailing blanks only.
           MOVE "N" TO WS-ID-VALID-SWITCH.
           MOVE "N" TO WS-ID-SPACE-SEEN.
           IF WS-INPUT-CLIENT-ID NOT = SPACES
                   AND WS-INPUT-CLIENT-ID NOT = "0"
               MOVE "Y" TO WS-ID-VALID-SWITCH
               PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                       UNTIL WS-ID-IDX > LENGTH OF WS-INPUT-CLIENT-ID
                   IF WS-INPUT-CLIENT-ID(WS-ID-IDX:1) = SPACE
                       MOVE "Y" TO WS-ID-SPACE-SEEN
                   ELSE
                       IF WS-ID-SPACE-SEEN = "Y"
                           MOVE "N" TO WS-ID-VALID-SWITCH
                       END-IF
                       IF WS-INPUT-CLIENT-ID(WS-ID-IDX:1) = "|"
                           MOVE "N" TO WS-ID-VALID-SWITCH
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       VALIDATE-SHIFT-TEXT.
      *> Same rule as the cipher front end: digits with only trailing
      *> blanks, parsed in a 3-digit temp so an out-of-range typo
      *> cannot wrap into a different in-range value.
           MOVE "N" TO SHIFT-VALID-SWITCH.
           MOVE "N" TO WS-SHIFT-SPACE-SEEN.
           IF WS-SHIFT-TEXT NOT = SPACES
               MOVE "Y" TO SHIFT-VALID-SWITCH
               PERFORM VARYING WS-SHIFT-TEXT-IDX FROM 1 BY 1
                       UNTIL WS-SHIFT-TEXT-IDX > LENGTH OF WS-SHIFT-TEXT
                   IF WS-SHIFT-TEXT(WS-SHIFT-TEXT-IDX:1) = SPACE
                       MOVE "Y" TO WS-SHIFT-SPACE-SEEN
                   ELSE
                       IF WS-SHIFT-SPACE-SEEN = "Y"
                           MOVE "N" TO SHIFT-VALID-SWITCH
                       ELSE
                           IF WS-SHIFT-TEXT(WS-SHIFT-TEXT-IDX:1) < "0"
                               OR WS-SHIFT-TEXT(WS-SHIFT-TEXT-IDX:1)
                                   > "9"
                               MOVE "N" TO SHIFT-VALID-SWITCH
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-SHIFT-VALID
               MOVE FUNCTION NUMVAL(WS-SHIFT-TEXT)
                   TO WS-SHIFT-NUMERIC-VALUE
               IF WS-SHIFT-NUMERIC-VALUE >= 1
                       AND WS-SHIFT-NUMERIC-VALUE <= 25
                   MOVE WS-SHIFT-NUMERIC-VALUE TO WS-SHIFT
               ELSE
                   MOVE "N" TO SHIFT-VALID-SWITCH
               END-IF
           END-IF.

       VALIDATE-KEYWORD.
      *> Letters only with no embedded spaces, matching the cipher
      *> front end's rule.
           MOVE "N" TO SHIFT-VALID-SWITCH.
           MOVE "N" TO WS-KEYWORD-SPACE-SEEN.
           IF WS-KEYWORD NOT = SPACES
               MOVE "Y" TO SHIFT-VALID-SWITCH
               PERFORM VARYING WS-KEYWORD-IDX FROM 1 BY 1
                       UNTIL WS-KEYWORD-IDX > LENGTH OF WS-KEYWORD
                   IF WS-KEYWORD(WS-KEYWORD-IDX:1) = SPACE
                       MOVE "Y" TO WS-KEYWORD-SPACE-SEEN
                   ELSE
                       IF WS-KEYWORD-SPACE-SEEN = "Y"
                           MOVE "N" TO SHIFT-VALID-SWITCH
                       ELSE IF NOT
                               (WS-KEYWORD(WS-KEYWORD-IDX:1) >= "A"
                                   AND
                                   WS-KEYWORD(WS-KEYWORD-IDX:1) <= "Z")
                               AND NOT
                               (WS-KEYWORD(WS-KEYWORD-IDX:1) >= "a"
                                   AND
                                   WS-KEYWORD(WS-KEYWORD-IDX:1) <= "z")
                           MOVE "N" TO SHIFT-VALID-SWITCH
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
