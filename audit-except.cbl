       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-EXCEPT.

      *> Nightly security exception report over CIPHER-AUDIT.LOG.
      *> AUDIT-INQUIRY selects raw lines for somebody to read; this
      *> program screens one reporting day of the log against the
      *> operators' own history over a baseline period before it
      *> and prints only what needs following up:
      *>   SIGNON-ID      repeated SIGNONERR lines against one id
      *>   SIGNON-PGM     repeated SIGNONERR lines from one program
      *>   OFF-HOURS      operator-run work (no REF) outside
      *>                  business hours - before 07:00, from 19:00
      *>                  on, or at a weekend
      *>   NEW-CLIENT     an operator using a KEYID of a client none
      *>                  of whose keys they used in the baseline
      *>   DECRYPT-SPIKE  an operator's decrypts for the day, or
      *>   RESUB-SPIKE    resubmissions (RESUB=Y), well above their
      *>                  baseline daily average
      *> Each exception lists its supporting REF numbers to follow
      *> up in MSG-TRACE. Interactive work, batch solves and failed
      *> sign-ons carry no REF, so those show the time of the audit
      *> line instead. A batch solve (SOLVE/SOLVE-VIG with SOLVEID=)
      *> is started by an operator at the console, never by the job
      *> stream, so it counts as operator-run work for OFF-HOURS just
      *> as the interactive functions do.
      *>
      *> A KEYID belongs to the client whose default key it is on
      *> the client master; a key that is no client's default
      *> stands for itself. Batch service ids (level B on the
      *> operator master) run every client's work by design and are
      *> left out of the client test.
      *>
      *> It runs as the last step of JOB-STREAM, reporting the day
      *> before CIPHERJOB's run date (the last complete day) against
      *> the default baseline. Run standalone it prompts for both
      *> and is restricted to supervisors, since it names operators.
      *> RETURN-CODE is 0 with nothing to report, 4 when there are
      *> exceptions to follow up and 8 when the log could not be
      *> screened.
      *>
      *> Audit record layout, as written by WRITE-AUDIT-RECORD in the
      *> cipher front end (SIGNONERR lines end |PROGRAM= instead):
      *>   timestamp|operator|function|MODE=|SHIFT=|LEN=|KEYID=
      *>       |RESUB=|REF=|KVER=
      *> REF= is the 15-digit queue reference, blank for operator-run
      *> work. Batch solve lines leave REF= and KVER= empty and end
      *> |SOLVEID= with the analyst's ciphertext id.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "CIPHER-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CLIENT-MASTER-FILE ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMF-CLIENT-ID
               FILE STATUS IS WS-CLIENT-MASTER-STATUS.
           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO "OPERATOR-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "CIPHER-AUDIT-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD      PIC X(130).

       FD  CLIENT-MASTER-FILE.
       COPY CLIMAST.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERMAST.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.

       COPY OPSIGN.

       01  WS-AUDIT-FILE-STATUS     PIC XX.
       01  WS-CLIENT-MASTER-STATUS  PIC XX.
       01  WS-OPERATOR-FILE-STATUS  PIC XX.
       01  WS-REPORT-FILE-STATUS    PIC XX.
       01  WS-AUDIT-EOF-SWITCH      PIC X VALUE "N".
           88  WS-AUDIT-EOF             VALUE "Y".
       01  WS-MASTER-EOF-SWITCH     PIC X VALUE "N".
           88  WS-MASTER-EOF            VALUE "Y".

       01  WS-RUN-TIMESTAMP         PIC X(21).
       01  WS-JOB-RUN-DATE          PIC X(8).
       01  WS-RUN-RETURN-CODE       PIC 99 VALUE 0.
       01  WS-INPUT-DATE-TEXT       PIC X(8).
       01  WS-INPUT-DAYS-TEXT       PIC X(3).
       01  WS-PARMS-OK-SW           PIC X VALUE "N".
           88  WS-PARMS-OK              VALUE "Y".

       01  WS-REPORT-DATE           PIC 9(8).
       01  WS-REPORT-INT            PIC 9(8).
       01  WS-REPORT-WEEKDAY        PIC 9.
           88  WS-REPORT-ON-WEEKEND     VALUES 5 6.
       01  WS-BASELINE-DAYS         PIC 9(3) VALUE 30.
       01  WS-BASELINE-FROM         PIC 9(8).
       01  WS-BASELINE-TO           PIC 9(8).

      *> Screening limits. Three failures is one whole sign-on
      *> session refused; five from one program is several ids or
      *> sessions being tried. A spike is a day over three times
      *> the operator's baseline daily average and at least ten
      *> lines, so a quiet operator's ordinary day is not one.
       01  WS-SIGNON-ID-LIMIT       PIC 9(3) VALUE 3.
       01  WS-SIGNON-PGM-LIMIT      PIC 9(3) VALUE 5.
       01  WS-HOURS-START           PIC X(4) VALUE "0700".
       01  WS-HOURS-END             PIC X(4) VALUE "1900".
       01  WS-SPIKE-FACTOR          PIC 9(3) VALUE 3.
       01  WS-SPIKE-MINIMUM         PIC 9(5) VALUE 10.

      *> One audit line, split into its fields.
       01  WS-AUD-TS                PIC X(21).
       01  WS-AUD-OPERATOR          PIC X(8).
       01  WS-AUD-FUNCTION          PIC X(9).
           88  WS-AUD-SIGNON-FAILURE    VALUE "SIGNONERR".
           88  WS-AUD-DECRYPT           VALUE "DECRYPT".
           88  WS-AUD-CIPHER-WORK       VALUES "ENCRYPT" "DECRYPT"
                                               "SOLVE" "SOLVE-VIG".
       01  WS-AUD-TAIL-TABLE.
           05  WS-AUD-TAIL OCCURS 7 TIMES PIC X(30).
       01  WS-TAIL-IDX              PIC 9.
       01  WS-AUD-DATE              PIC 9(8).
       01  WS-AUD-KEYID             PIC X(8).
       01  WS-AUD-RESUB             PIC X.
       01  WS-AUD-REF               PIC X(15).
       01  WS-AUD-PROGRAM           PIC X(13).
       01  WS-AUD-SUPPORT           PIC X(15).
       01  WS-AUD-UNIT              PIC X(9).
       01  WS-AUD-PERIOD            PIC X.
           88  WS-AUD-IN-BASELINE       VALUE "B".
           88  WS-AUD-ON-REPORT-DAY     VALUE "R".
       01  WS-AUD-SERVICE-SW        PIC X.
           88  WS-AUD-SERVICE-ID        VALUE "Y".

       01  WS-LINES-READ            PIC 9(7) VALUE 0.
       01  WS-BASELINE-LINES        PIC 9(7) VALUE 0.
       01  WS-DAY-LINES             PIC 9(7) VALUE 0.
       01  WS-OVERFLOW-COUNT        PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT       PIC 9(5) VALUE 0.
       01  WS-SECTION-COUNT         PIC 9(5).

      *> KEYID to client, from the client master's default keys
      *> (mode K). Batch service ids, from the operator master.
       01  KEY-CLIENT-TABLE.
           05  KC-COUNT             PIC 9(3) VALUE 0.
           05  KC-ENTRY OCCURS 500 TIMES.
               10  KC-KEY-ID        PIC X(8).
               10  KC-CLIENT-ID     PIC X(8).
       01  SERVICE-ID-TABLE.
           05  SV-COUNT             PIC 99 VALUE 0.
           05  SV-OPERATOR-ID OCCURS 20 TIMES PIC X(8).

      *> Report-day sign-on failures, by attempted id and program.
       01  SIGNON-ID-TABLE.
           05  SI-COUNT             PIC 9(3) VALUE 0.
           05  SI-ENTRY OCCURS 100 TIMES.
               10  SI-OPERATOR-ID   PIC X(8).
               10  SI-LINES         PIC 9(5).
               10  SI-REF-LIST.
                   15  SI-REF OCCURS 10 TIMES PIC X(15).
       01  SIGNON-PGM-TABLE.
           05  SG-COUNT             PIC 9(3) VALUE 0.
           05  SG-ENTRY OCCURS 50 TIMES.
               10  SG-PROGRAM       PIC X(13).
               10  SG-LINES         PIC 9(5).
               10  SG-REF-LIST.
                   15  SG-REF OCCURS 10 TIMES PIC X(15).

      *> Report-day operator-run work outside business hours.
       01  OFF-HOURS-TABLE.
           05  OH-COUNT             PIC 9(3) VALUE 0.
           05  OH-ENTRY OCCURS 100 TIMES.
               10  OH-OPERATOR-ID   PIC X(8).
               10  OH-LINES         PIC 9(5).
               10  OH-REF-LIST.
                   15  OH-REF OCCURS 10 TIMES PIC X(15).

      *> Clients (or unowned keys) each operator used: BU- over the
      *> baseline, DU- on the report day. The unit is C + client id
      *> or K + key id.
       01  BASELINE-UNIT-TABLE.
           05  BU-COUNT             PIC 9(4) VALUE 0.
           05  BU-ENTRY OCCURS 2000 TIMES.
               10  BU-OPERATOR-ID   PIC X(8).
               10  BU-UNIT          PIC X(9).
       01  DAY-UNIT-TABLE.
           05  DU-COUNT             PIC 9(3) VALUE 0.
           05  DU-ENTRY OCCURS 500 TIMES.
               10  DU-OPERATOR-ID   PIC X(8).
               10  DU-UNIT          PIC X(9).
               10  DU-KEY-ID        PIC X(8).
               10  DU-LINES         PIC 9(5).
               10  DU-REF-LIST.
                   15  DU-REF OCCURS 10 TIMES PIC X(15).

      *> Decrypt and resubmission volumes by operator.
       01  OPERATOR-VOLUME-TABLE.
           05  OV-COUNT             PIC 9(3) VALUE 0.
           05  OV-ENTRY OCCURS 200 TIMES.
               10  OV-OPERATOR-ID   PIC X(8).
               10  OV-BASE-DECRYPTS PIC 9(7).
               10  OV-BASE-RESUBS   PIC 9(7).
               10  OV-DAY-DECRYPTS  PIC 9(5).
               10  OV-DAY-RESUBS    PIC 9(5).
               10  OV-DECRYPT-REF-LIST.
                   15  OV-DECRYPT-REF OCCURS 10 TIMES PIC X(15).
               10  OV-RESUB-REF-LIST.
                   15  OV-RESUB-REF OCCURS 10 TIMES PIC X(15).

       01  WS-IDX                   PIC 9(4).
       01  WS-FOUND-IDX             PIC 9(4).
       01  WS-BU-IDX                PIC 9(4).
       01  WS-UNIT-KNOWN-SW         PIC X.
           88  WS-UNIT-KNOWN            VALUE "Y".

      *> An exception's supporting references, handed to
      *> WRITE-SUPPORT-LINES; only the first 10 are kept.
       01  WS-SUPPORT-LIST.
           05  WS-SUPPORT-REF OCCURS 10 TIMES PIC X(15).
       01  WS-SUPPORT-TOTAL         PIC 9(5).
       01  WS-SUPPORT-SHOWN         PIC 99.
       01  WS-SUPPORT-IDX           PIC 99.
       01  WS-SUPPORT-MORE          PIC 9(5).

       01  WS-EXCEPTION-TYPE        PIC X(13).
       01  WS-EXCEPTION-SUBJECT     PIC X(30).
       01  WS-EXCEPTION-DETAIL      PIC X(72).
       01  WS-BASE-VOLUME           PIC 9(7).
       01  WS-DAY-VOLUME            PIC 9(5).
       01  WS-SPIKE-TYPE            PIC X(13).
       01  WS-SPIKE-NOUN            PIC X(14).
       01  WS-AVERAGE               PIC 9(5)V9.
       01  WS-AVERAGE-EDITED        PIC Z(4)9.9.
       01  WS-COUNT-EDITED          PIC Z(4)9.
       01  WS-LIMIT-EDITED          PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM MAIN-PROCEDURE.
           MOVE WS-RUN-RETURN-CODE TO RETURN-CODE.
           GOBACK.

       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE "AUDIT-EXCEPT" TO OS-PROGRAM-NAME.
           CALL "OPERATOR-SIGNON" USING SIGNON-PARAMETERS.
           EVALUATE TRUE
               WHEN NOT OS-SIGNON-OK
                   DISPLAY "Sign-on required - AUDIT-EXCEPT not "
                       "started."
                   MOVE 8 TO WS-RUN-RETURN-CODE
               WHEN NOT OS-LEVEL-SUPERVISOR
                       AND NOT OS-LEVEL-SERVICE
                   DISPLAY "The security exception report is "
                       "restricted to supervisors."
                   MOVE 8 TO WS-RUN-RETURN-CODE
               WHEN OTHER
                   PERFORM SET-REPORT-PERIOD
                   IF WS-PARMS-OK
                       PERFORM SCREEN-AUDIT-LOG
                   ELSE
                       MOVE 8 TO WS-RUN-RETURN-CODE
                   END-IF
           END-EVALUATE.

       SET-REPORT-PERIOD.
      *> The reporting day defaults to yesterday - the last day the
      *> log holds complete - both in the stream and at a prompt.
           MOVE "N" TO WS-PARMS-OK-SW.
           MOVE SPACES TO WS-JOB-RUN-DATE.
           DISPLAY "CIPHERJOB" UPON ENVIRONMENT-NAME.
           ACCEPT WS-JOB-RUN-DATE FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-INPUT-DATE-TEXT.
           IF WS-JOB-RUN-DATE = SPACES
               DISPLAY "Report date (YYYYMMDD, blank for "
                   "yesterday): "
               ACCEPT WS-INPUT-DATE-TEXT
               DISPLAY "Baseline days before it (blank for 30): "
               MOVE SPACES TO WS-INPUT-DAYS-TEXT
               ACCEPT WS-INPUT-DAYS-TEXT
               IF WS-INPUT-DAYS-TEXT NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-INPUT-DAYS-TEXT)
                       TO WS-BASELINE-DAYS
               END-IF
               IF WS-INPUT-DATE-TEXT = SPACES
                   MOVE WS-RUN-TIMESTAMP(1:8) TO WS-REPORT-DATE
                   COMPUTE WS-REPORT-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 1)
                   MOVE "Y" TO WS-PARMS-OK-SW
               ELSE
                   IF WS-INPUT-DATE-TEXT IS NUMERIC
                       MOVE WS-INPUT-DATE-TEXT TO WS-REPORT-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-DATE)
                               = 0
                           MOVE "Y" TO WS-PARMS-OK-SW
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF WS-JOB-RUN-DATE IS NUMERIC
                   MOVE WS-JOB-RUN-DATE TO WS-REPORT-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-DATE) = 0
                       COMPUTE WS-REPORT-DATE =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
                           - 1)
                       MOVE "Y" TO WS-PARMS-OK-SW
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-PARMS-OK
               DISPLAY "ERROR: invalid report date - no report "
                   "written."
           ELSE
               IF WS-BASELINE-DAYS = 0
                   MOVE 30 TO WS-BASELINE-DAYS
               END-IF
      *> INTEGER-OF-DATE counts from Monday 1 January 1601, so the
      *> remainder by 7 is the weekday with Monday 0 and Sunday 6.
               COMPUTE WS-REPORT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
               COMPUTE WS-REPORT-WEEKDAY =
                   FUNCTION MOD(WS-REPORT-INT - 1, 7)
               COMPUTE WS-BASELINE-FROM = FUNCTION DATE-OF-INTEGER(
                   WS-REPORT-INT - WS-BASELINE-DAYS)
               COMPUTE WS-BASELINE-TO = FUNCTION DATE-OF-INTEGER(
                   WS-REPORT-INT - 1)
           END-IF.

       SCREEN-AUDIT-LOG.
           MOVE "N" TO WS-AUDIT-EOF-SWITCH.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: cannot open CIPHER-AUDIT.LOG (file "
                   "status " WS-AUDIT-FILE-STATUS
                   ") - no audit log to screen."
               MOVE 8 TO WS-RUN-RETURN-CODE
           ELSE
               OPEN OUTPUT EXCEPTION-REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: cannot open "
                       "CIPHER-AUDIT-EXCEPTIONS.TXT (file status "
                       WS-REPORT-FILE-STATUS ") - screening aborted."
                   MOVE 8 TO WS-RUN-RETURN-CODE
                   CLOSE AUDIT-LOG-FILE
               ELSE
                   PERFORM LOAD-KEY-CLIENTS
                   PERFORM LOAD-SERVICE-IDS
                   PERFORM UNTIL WS-AUDIT-EOF
                       READ AUDIT-LOG-FILE
                           AT END
                               MOVE "Y" TO WS-AUDIT-EOF-SWITCH
                           NOT AT END
                               PERFORM SCREEN-ONE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG-FILE
                   PERFORM WRITE-REPORT-HEADER
                   PERFORM WRITE-SIGNON-SECTION
                   PERFORM WRITE-OFF-HOURS-SECTION
                   PERFORM WRITE-NEW-CLIENT-SECTION
                   PERFORM WRITE-SPIKE-SECTION
                   PERFORM WRITE-REPORT-TRAILER
                   CLOSE EXCEPTION-REPORT-FILE
                   DISPLAY "Security exceptions for " WS-REPORT-DATE
                       ": " WS-EXCEPTION-COUNT " - see "
                       "CIPHER-AUDIT-EXCEPTIONS.TXT."
                   IF WS-EXCEPTION-COUNT > 0
                       MOVE 4 TO WS-RUN-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       LOAD-KEY-CLIENTS.
           MOVE 0 TO KC-COUNT.
           OPEN INPUT CLIENT-MASTER-FILE.
           IF WS-CLIENT-MASTER-STATUS NOT = "00"
               DISPLAY "WARNING: cannot open CLIENT-MASTER.DAT (file "
                   "status " WS-CLIENT-MASTER-STATUS
                   ") - keys are judged by key id, not client."
           ELSE
               MOVE "N" TO WS-MASTER-EOF-SWITCH
               MOVE LOW-VALUES TO CMF-CLIENT-ID
               START CLIENT-MASTER-FILE KEY >= CMF-CLIENT-ID
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-MASTER-EOF
                   READ CLIENT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MASTER-EOF-SWITCH
                       NOT AT END
                           IF CMF-DEF-MODE = "K" AND KC-COUNT < 500
                               ADD 1 TO KC-COUNT
                               MOVE CMF-DEF-KEY(1:8)
                                   TO KC-KEY-ID(KC-COUNT)
                               MOVE CMF-CLIENT-ID
                                   TO KC-CLIENT-ID(KC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENT-MASTER-FILE
           END-IF.

       LOAD-SERVICE-IDS.
           MOVE 0 TO SV-COUNT.
           OPEN INPUT OPERATOR-MASTER-FILE.
           IF WS-OPERATOR-FILE-STATUS = "00"
               MOVE "N" TO WS-MASTER-EOF-SWITCH
               MOVE LOW-VALUES TO OM-OPERATOR-ID
               START OPERATOR-MASTER-FILE KEY >= OM-OPERATOR-ID
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-MASTER-EOF
                   READ OPERATOR-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MASTER-EOF-SWITCH
                       NOT AT END
                           IF OM-LEVEL-SERVICE AND SV-COUNT < 20
                               ADD 1 TO SV-COUNT
                               MOVE OM-OPERATOR-ID
                                   TO SV-OPERATOR-ID(SV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

       SCREEN-ONE-LINE.
           IF AUDIT-LOG-RECORD = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-LINES-READ
               PERFORM PARSE-AUDIT-LINE
               EVALUATE TRUE
                   WHEN WS-AUD-IN-BASELINE
                       ADD 1 TO WS-BASELINE-LINES
                       PERFORM TALLY-BASELINE-LINE
                   WHEN WS-AUD-ON-REPORT-DAY
                       ADD 1 TO WS-DAY-LINES
                       PERFORM TALLY-REPORT-DAY-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       PARSE-AUDIT-LINE.
      *> The fields after the function are found by their tags, not
      *> their position, so SIGNONERR lines and older generations
      *> that stop short of the trailing fields parse the same way.
           MOVE SPACES TO WS-AUD-TS.
           MOVE SPACES TO WS-AUD-OPERATOR.
           MOVE SPACES TO WS-AUD-FUNCTION.
           MOVE SPACES TO WS-AUD-TAIL-TABLE.
           UNSTRING AUDIT-LOG-RECORD DELIMITED BY "|"
               INTO WS-AUD-TS, WS-AUD-OPERATOR, WS-AUD-FUNCTION,
                   WS-AUD-TAIL(1), WS-AUD-TAIL(2), WS-AUD-TAIL(3),
                   WS-AUD-TAIL(4), WS-AUD-TAIL(5), WS-AUD-TAIL(6),
                   WS-AUD-TAIL(7)
           END-UNSTRING.
           MOVE SPACES TO WS-AUD-KEYID.
           MOVE SPACE TO WS-AUD-RESUB.
           MOVE SPACES TO WS-AUD-REF.
           MOVE SPACES TO WS-AUD-PROGRAM.
           PERFORM VARYING WS-TAIL-IDX FROM 1 BY 1
                   UNTIL WS-TAIL-IDX > 7
               EVALUATE TRUE
                   WHEN WS-AUD-TAIL(WS-TAIL-IDX)(1:6) = "KEYID="
                       MOVE WS-AUD-TAIL(WS-TAIL-IDX)(7:8)
                           TO WS-AUD-KEYID
                   WHEN WS-AUD-TAIL(WS-TAIL-IDX)(1:6) = "RESUB="
                       MOVE WS-AUD-TAIL(WS-TAIL-IDX)(7:1)
                           TO WS-AUD-RESUB
                   WHEN WS-AUD-TAIL(WS-TAIL-IDX)(1:4) = "REF="
                       MOVE WS-AUD-TAIL(WS-TAIL-IDX)(5:15)
                           TO WS-AUD-REF
                   WHEN WS-AUD-TAIL(WS-TAIL-IDX)(1:8) = "PROGRAM="
                       MOVE WS-AUD-TAIL(WS-TAIL-IDX)(9:13)
                           TO WS-AUD-PROGRAM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           MOVE SPACE TO WS-AUD-PERIOD.
           IF WS-AUD-TS(1:8) IS NUMERIC
               MOVE WS-AUD-TS(1:8) TO WS-AUD-DATE
               IF WS-AUD-DATE = WS-REPORT-DATE
                   MOVE "R" TO WS-AUD-PERIOD
               END-IF
               IF WS-AUD-DATE >= WS-BASELINE-FROM
                       AND WS-AUD-DATE <= WS-BASELINE-TO
                   MOVE "B" TO WS-AUD-PERIOD
               END-IF
           END-IF.

           MOVE SPACES TO WS-AUD-SUPPORT.
           IF WS-AUD-REF = SPACES
               STRING
                   "AT " DELIMITED BY SIZE
                   WS-AUD-TS(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-AUD-TS(11:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-AUD-TS(13:2) DELIMITED BY SIZE
                   INTO WS-AUD-SUPPORT
               END-STRING
           ELSE
               MOVE WS-AUD-REF TO WS-AUD-SUPPORT
           END-IF.

           MOVE "N" TO WS-AUD-SERVICE-SW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SV-COUNT
               IF SV-OPERATOR-ID(WS-IDX) = WS-AUD-OPERATOR
                   MOVE "Y" TO WS-AUD-SERVICE-SW
               END-IF
           END-PERFORM.

       TALLY-BASELINE-LINE.
           IF WS-AUD-CIPHER-WORK
               IF WS-AUD-KEYID NOT = SPACES AND NOT WS-AUD-SERVICE-ID
                   PERFORM RESOLVE-KEY-UNIT
                   PERFORM FIND-BASELINE-UNIT
                   IF NOT WS-UNIT-KNOWN
                       IF BU-COUNT < 2000
                           ADD 1 TO BU-COUNT
                           MOVE WS-AUD-OPERATOR
                               TO BU-OPERATOR-ID(BU-COUNT)
                           MOVE WS-AUD-UNIT TO BU-UNIT(BU-COUNT)
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
                   END-IF
               END-IF
               IF WS-AUD-DECRYPT OR WS-AUD-RESUB = "Y"
                   PERFORM FIND-OR-ADD-OPERATOR-VOLUME
                   IF WS-FOUND-IDX > 0
                       IF WS-AUD-DECRYPT
                           ADD 1 TO OV-BASE-DECRYPTS(WS-FOUND-IDX)
                       END-IF
                       IF WS-AUD-RESUB = "Y"
                           ADD 1 TO OV-BASE-RESUBS(WS-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TALLY-REPORT-DAY-LINE.
           EVALUATE TRUE
               WHEN WS-AUD-SIGNON-FAILURE
                   PERFORM TALLY-SIGNON-FAILURE
               WHEN WS-AUD-CIPHER-WORK
                   IF WS-AUD-REF = SPACES
                       IF WS-REPORT-ON-WEEKEND
                               OR WS-AUD-TS(9:4) < WS-HOURS-START
                               OR WS-AUD-TS(9:4) >= WS-HOURS-END
                           PERFORM TALLY-OFF-HOURS
                       END-IF
                   END-IF
                   IF WS-AUD-KEYID NOT = SPACES
                           AND NOT WS-AUD-SERVICE-ID
                       PERFORM RESOLVE-KEY-UNIT
                       PERFORM TALLY-DAY-UNIT
                   END-IF
                   IF WS-AUD-DECRYPT OR WS-AUD-RESUB = "Y"
                       PERFORM TALLY-DAY-VOLUME
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       TALLY-SIGNON-FAILURE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SI-COUNT
               IF SI-OPERATOR-ID(WS-IDX) = WS-AUD-OPERATOR
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 AND SI-COUNT < 100
               ADD 1 TO SI-COUNT
               MOVE SI-COUNT TO WS-FOUND-IDX
               MOVE WS-AUD-OPERATOR TO SI-OPERATOR-ID(WS-FOUND-IDX)
               MOVE 0 TO SI-LINES(WS-FOUND-IDX)
               MOVE SPACES TO SI-REF-LIST(WS-FOUND-IDX)
           END-IF.
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO SI-LINES(WS-FOUND-IDX)
               IF SI-LINES(WS-FOUND-IDX) <= 10
                   MOVE WS-AUD-SUPPORT TO SI-REF(WS-FOUND-IDX,
                       SI-LINES(WS-FOUND-IDX))
               END-IF
           END-IF.

           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SG-COUNT
               IF SG-PROGRAM(WS-IDX) = WS-AUD-PROGRAM
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 AND SG-COUNT < 50
               ADD 1 TO SG-COUNT
               MOVE SG-COUNT TO WS-FOUND-IDX
               MOVE WS-AUD-PROGRAM TO SG-PROGRAM(WS-FOUND-IDX)
               MOVE 0 TO SG-LINES(WS-FOUND-IDX)
               MOVE SPACES TO SG-REF-LIST(WS-FOUND-IDX)
           END-IF.
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO SG-LINES(WS-FOUND-IDX)
               IF SG-LINES(WS-FOUND-IDX) <= 10
                   MOVE WS-AUD-SUPPORT TO SG-REF(WS-FOUND-IDX,
                       SG-LINES(WS-FOUND-IDX))
               END-IF
           END-IF.

       TALLY-OFF-HOURS.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > OH-COUNT
               IF OH-OPERATOR-ID(WS-IDX) = WS-AUD-OPERATOR
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 AND OH-COUNT < 100
               ADD 1 TO OH-COUNT
               MOVE OH-COUNT TO WS-FOUND-IDX
               MOVE WS-AUD-OPERATOR TO OH-OPERATOR-ID(WS-FOUND-IDX)
               MOVE 0 TO OH-LINES(WS-FOUND-IDX)
               MOVE SPACES TO OH-REF-LIST(WS-FOUND-IDX)
           END-IF.
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO OH-LINES(WS-FOUND-IDX)
               IF OH-LINES(WS-FOUND-IDX) <= 10
                   MOVE WS-AUD-SUPPORT TO OH-REF(WS-FOUND-IDX,
                       OH-LINES(WS-FOUND-IDX))
               END-IF
           END-IF.

       RESOLVE-KEY-UNIT.
           MOVE SPACES TO WS-AUD-UNIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > KC-COUNT OR WS-AUD-UNIT NOT = SPACES
               IF KC-KEY-ID(WS-IDX) = WS-AUD-KEYID
                   STRING "C" KC-CLIENT-ID(WS-IDX)
                       DELIMITED BY SIZE INTO WS-AUD-UNIT
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-AUD-UNIT = SPACES
               STRING "K" WS-AUD-KEYID
                   DELIMITED BY SIZE INTO WS-AUD-UNIT
               END-STRING
           END-IF.

       FIND-BASELINE-UNIT.
           MOVE "N" TO WS-UNIT-KNOWN-SW.
           PERFORM VARYING WS-BU-IDX FROM 1 BY 1
                   UNTIL WS-BU-IDX > BU-COUNT OR WS-UNIT-KNOWN
               IF BU-OPERATOR-ID(WS-BU-IDX) = WS-AUD-OPERATOR
                       AND BU-UNIT(WS-BU-IDX) = WS-AUD-UNIT
                   MOVE "Y" TO WS-UNIT-KNOWN-SW
               END-IF
           END-PERFORM.

       TALLY-DAY-UNIT.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > DU-COUNT
               IF DU-OPERATOR-ID(WS-IDX) = WS-AUD-OPERATOR
                       AND DU-UNIT(WS-IDX) = WS-AUD-UNIT
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 AND DU-COUNT < 500
               ADD 1 TO DU-COUNT
               MOVE DU-COUNT TO WS-FOUND-IDX
               MOVE WS-AUD-OPERATOR TO DU-OPERATOR-ID(WS-FOUND-IDX)
               MOVE WS-AUD-UNIT TO DU-UNIT(WS-FOUND-IDX)
               MOVE WS-AUD-KEYID TO DU-KEY-ID(WS-FOUND-IDX)
               MOVE 0 TO DU-LINES(WS-FOUND-IDX)
               MOVE SPACES TO DU-REF-LIST(WS-FOUND-IDX)
           END-IF.
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO DU-LINES(WS-FOUND-IDX)
               IF DU-LINES(WS-FOUND-IDX) <= 10
                   MOVE WS-AUD-SUPPORT TO DU-REF(WS-FOUND-IDX,
                       DU-LINES(WS-FOUND-IDX))
               END-IF
           END-IF.

       FIND-OR-ADD-OPERATOR-VOLUME.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > OV-COUNT
               IF OV-OPERATOR-ID(WS-IDX) = WS-AUD-OPERATOR
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF OV-COUNT < 200
                   ADD 1 TO OV-COUNT
                   MOVE OV-COUNT TO WS-FOUND-IDX
                   MOVE WS-AUD-OPERATOR TO OV-OPERATOR-ID(WS-FOUND-IDX)
                   MOVE 0 TO OV-BASE-DECRYPTS(WS-FOUND-IDX)
                   MOVE 0 TO OV-BASE-RESUBS(WS-FOUND-IDX)
                   MOVE 0 TO OV-DAY-DECRYPTS(WS-FOUND-IDX)
                   MOVE 0 TO OV-DAY-RESUBS(WS-FOUND-IDX)
                   MOVE SPACES TO OV-DECRYPT-REF-LIST(WS-FOUND-IDX)
                   MOVE SPACES TO OV-RESUB-REF-LIST(WS-FOUND-IDX)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

       TALLY-DAY-VOLUME.
           PERFORM FIND-OR-ADD-OPERATOR-VOLUME.
           IF WS-FOUND-IDX > 0
               IF WS-AUD-DECRYPT
                   ADD 1 TO OV-DAY-DECRYPTS(WS-FOUND-IDX)
                   IF OV-DAY-DECRYPTS(WS-FOUND-IDX) <= 10
                       MOVE WS-AUD-SUPPORT TO OV-DECRYPT-REF
                           (WS-FOUND-IDX, OV-DAY-DECRYPTS(WS-FOUND-IDX))
                   END-IF
               END-IF
               IF WS-AUD-RESUB = "Y"
                   ADD 1 TO OV-DAY-RESUBS(WS-FOUND-IDX)
                   IF OV-DAY-RESUBS(WS-FOUND-IDX) <= 10
                       MOVE WS-AUD-SUPPORT TO OV-RESUB-REF
                           (WS-FOUND-IDX, OV-DAY-RESUBS(WS-FOUND-IDX))
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING
               "AUDIT-EXCEPT SECURITY EXCEPTION REPORT - "
                   DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           END-STRING.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING
               "CRITERIA DATE=" DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               " BASELINE=" DELIMITED BY SIZE
               WS-BASELINE-FROM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-BASELINE-TO DELIMITED BY SIZE
               " HOURS=" DELIMITED BY SIZE
               WS-HOURS-START DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-HOURS-END DELIMITED BY SIZE
               " MON-FRI SIGNONERR ID>=" DELIMITED BY SIZE
               WS-SIGNON-ID-LIMIT DELIMITED BY SIZE
               " PROGRAM>=" DELIMITED BY SIZE
               WS-SIGNON-PGM-LIMIT DELIMITED BY SIZE
               " SPIKE>" DELIMITED BY SIZE
               WS-SPIKE-FACTOR DELIMITED BY SIZE
               "X AVG AND >=" DELIMITED BY SIZE
               WS-SPIKE-MINIMUM DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           END-STRING.
           WRITE EXCEPTION-REPORT-RECORD.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE WS-EXCEPTION-DETAIL TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 0 TO WS-SECTION-COUNT.

       WRITE-SECTION-NONE.
           IF WS-SECTION-COUNT = 0
               MOVE "  NONE" TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           END-IF.

       WRITE-SIGNON-SECTION.
           MOVE "REPEATED SIGN-ON FAILURES" TO WS-EXCEPTION-DETAIL.
           PERFORM WRITE-SECTION-HEADING.
           MOVE WS-SIGNON-ID-LIMIT TO WS-LIMIT-EDITED.
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-FOUND-IDX > SI-COUNT
               IF SI-LINES(WS-FOUND-IDX) >= WS-SIGNON-ID-LIMIT
                   MOVE "SIGNON-ID" TO WS-EXCEPTION-TYPE
                   MOVE SPACES TO WS-EXCEPTION-SUBJECT
                   STRING "ID " SI-OPERATOR-ID(WS-FOUND-IDX)
                       DELIMITED BY SIZE INTO WS-EXCEPTION-SUBJECT
                   END-STRING
                   MOVE SI-LINES(WS-FOUND-IDX) TO WS-COUNT-EDITED
                   MOVE SPACES TO WS-EXCEPTION-DETAIL
                   STRING WS-COUNT-EDITED " FAILED SIGN-ONS (LIMIT "
                       WS-LIMIT-EDITED ")"
                       DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
                   END-STRING
                   MOVE SI-REF-LIST(WS-FOUND-IDX) TO WS-SUPPORT-LIST
                   MOVE SI-LINES(WS-FOUND-IDX) TO WS-SUPPORT-TOTAL
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM.
           MOVE WS-SIGNON-PGM-LIMIT TO WS-LIMIT-EDITED.
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-FOUND-IDX > SG-COUNT
               IF SG-LINES(WS-FOUND-IDX) >= WS-SIGNON-PGM-LIMIT
                   MOVE "SIGNON-PGM" TO WS-EXCEPTION-TYPE
                   MOVE SPACES TO WS-EXCEPTION-SUBJECT
                   STRING "PROGRAM " SG-PROGRAM(WS-FOUND-IDX)
                       DELIMITED BY SIZE INTO WS-EXCEPTION-SUBJECT
                   END-STRING
                   MOVE SG-LINES(WS-FOUND-IDX) TO WS-COUNT-EDITED
                   MOVE SPACES TO WS-EXCEPTION-DETAIL
                   STRING WS-COUNT-EDITED " FAILED SIGN-ONS (LIMIT "
                       WS-LIMIT-EDITED ")"
                       DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
                   END-STRING
                   MOVE SG-REF-LIST(WS-FOUND-IDX) TO WS-SUPPORT-LIST
                   MOVE SG-LINES(WS-FOUND-IDX) TO WS-SUPPORT-TOTAL
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM.
           PERFORM WRITE-SECTION-NONE.

       WRITE-OFF-HOURS-SECTION.
           MOVE "INTERACTIVE ACTIVITY OUTSIDE BUSINESS HOURS"
               TO WS-EXCEPTION-DETAIL.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-FOUND-IDX > OH-COUNT
               MOVE "OFF-HOURS" TO WS-EXCEPTION-TYPE
               MOVE SPACES TO WS-EXCEPTION-SUBJECT
               STRING "OPERATOR " OH-OPERATOR-ID(WS-FOUND-IDX)
                   DELIMITED BY SIZE INTO WS-EXCEPTION-SUBJECT
               END-STRING
               MOVE OH-LINES(WS-FOUND-IDX) TO WS-COUNT-EDITED
               MOVE SPACES TO WS-EXCEPTION-DETAIL
               IF WS-REPORT-ON-WEEKEND
                   STRING WS-COUNT-EDITED
                       " INTERACTIVE LINE(S) ON A WEEKEND"
                       DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
                   END-STRING
               ELSE
                   STRING WS-COUNT-EDITED
                       " INTERACTIVE LINE(S) BEFORE "
                       WS-HOURS-START " OR FROM " WS-HOURS-END
                       DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
                   END-STRING
               END-IF
               MOVE OH-REF-LIST(WS-FOUND-IDX) TO WS-SUPPORT-LIST
               MOVE OH-LINES(WS-FOUND-IDX) TO WS-SUPPORT-TOTAL
               PERFORM WRITE-EXCEPTION
           END-PERFORM.
           PERFORM WRITE-SECTION-NONE.

       WRITE-NEW-CLIENT-SECTION.
      *> The baseline table is keyed the way the day's entries are,
      *> so the test is whether the same operator and unit appear
      *> there at all.
           MOVE "KEYIDS FOR CLIENTS OPERATORS DO NOT NORMALLY HANDLE"
               TO WS-EXCEPTION-DETAIL.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-FOUND-IDX > DU-COUNT
               MOVE DU-OPERATOR-ID(WS-FOUND-IDX) TO WS-AUD-OPERATOR
               MOVE DU-UNIT(WS-FOUND-IDX) TO WS-AUD-UNIT
               PERFORM FIND-BASELINE-UNIT
               IF NOT WS-UNIT-KNOWN
                   PERFORM WRITE-NEW-CLIENT-EXCEPTION
               END-IF
           END-PERFORM.
           PERFORM WRITE-SECTION-NONE.

       WRITE-NEW-CLIENT-EXCEPTION.
           MOVE "NEW-CLIENT" TO WS-EXCEPTION-TYPE.
           MOVE SPACES TO WS-EXCEPTION-SUBJECT.
           STRING "OPERATOR " DU-OPERATOR-ID(WS-FOUND-IDX)
               DELIMITED BY SIZE INTO WS-EXCEPTION-SUBJECT
           END-STRING.
           MOVE DU-LINES(WS-FOUND-IDX) TO WS-COUNT-EDITED.
           MOVE SPACES TO WS-EXCEPTION-DETAIL.
           IF DU-UNIT(WS-FOUND-IDX)(1:1) = "C"
               STRING WS-COUNT-EDITED " LINE(S) KEYID "
                   DU-KEY-ID(WS-FOUND-IDX) " CLIENT "
                   DU-UNIT(WS-FOUND-IDX)(2:8)
                   " - NOT USED IN BASELINE"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
               END-STRING
           ELSE
               STRING WS-COUNT-EDITED " LINE(S) KEYID "
                   DU-KEY-ID(WS-FOUND-IDX) " (NO CLIENT DEFAULT)"
                   " - NOT USED IN BASELINE"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
               END-STRING
           END-IF.
           MOVE DU-REF-LIST(WS-FOUND-IDX) TO WS-SUPPORT-LIST.
           MOVE DU-LINES(WS-FOUND-IDX) TO WS-SUPPORT-TOTAL.
           PERFORM WRITE-EXCEPTION.

       WRITE-SPIKE-SECTION.
           MOVE "DECRYPT AND RESUBMISSION SPIKES BY OPERATOR"
               TO WS-EXCEPTION-DETAIL.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-FOUND-IDX > OV-COUNT
               MOVE "DECRYPT-SPIKE" TO WS-SPIKE-TYPE
               MOVE "DECRYPTS" TO WS-SPIKE-NOUN
               MOVE OV-BASE-DECRYPTS(WS-FOUND-IDX) TO WS-BASE-VOLUME
               MOVE OV-DAY-DECRYPTS(WS-FOUND-IDX) TO WS-DAY-VOLUME
               MOVE OV-DECRYPT-REF-LIST(WS-FOUND-IDX)
                   TO WS-SUPPORT-LIST
               PERFORM CHECK-ONE-SPIKE
               MOVE "RESUB-SPIKE" TO WS-SPIKE-TYPE
               MOVE "RESUBMISSIONS" TO WS-SPIKE-NOUN
               MOVE OV-BASE-RESUBS(WS-FOUND-IDX) TO WS-BASE-VOLUME
               MOVE OV-DAY-RESUBS(WS-FOUND-IDX) TO WS-DAY-VOLUME
               MOVE OV-RESUB-REF-LIST(WS-FOUND-IDX)
                   TO WS-SUPPORT-LIST
               PERFORM CHECK-ONE-SPIKE
           END-PERFORM.
           PERFORM WRITE-SECTION-NONE.

       CHECK-ONE-SPIKE.
      *> Day volume over factor x (baseline total / baseline days),
      *> cross-multiplied so no average is rounded before the test.
           IF WS-DAY-VOLUME >= WS-SPIKE-MINIMUM
                   AND WS-DAY-VOLUME * WS-BASELINE-DAYS
                       > WS-SPIKE-FACTOR * WS-BASE-VOLUME
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-BASE-VOLUME / WS-BASELINE-DAYS
               MOVE WS-AVERAGE TO WS-AVERAGE-EDITED
               MOVE WS-SPIKE-TYPE TO WS-EXCEPTION-TYPE
               MOVE SPACES TO WS-EXCEPTION-SUBJECT
               STRING "OPERATOR " OV-OPERATOR-ID(WS-FOUND-IDX)
                   DELIMITED BY SIZE INTO WS-EXCEPTION-SUBJECT
               END-STRING
               MOVE WS-DAY-VOLUME TO WS-COUNT-EDITED
               MOVE SPACES TO WS-EXCEPTION-DETAIL
               STRING WS-COUNT-EDITED " " WS-SPIKE-NOUN
                   " - BASELINE AVERAGE " WS-AVERAGE-EDITED
                   " A DAY"
                   DELIMITED BY SIZE INTO WS-EXCEPTION-DETAIL
               END-STRING
               MOVE WS-DAY-VOLUME TO WS-SUPPORT-TOTAL
               PERFORM WRITE-EXCEPTION
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING
               "  EXCEPTION " DELIMITED BY SIZE
               WS-EXCEPTION-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXCEPTION-SUBJECT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXCEPTION-DETAIL DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           END-STRING.
           WRITE EXCEPTION-REPORT-RECORD.
           PERFORM WRITE-SUPPORT-LINES.

       WRITE-SUPPORT-LINES.
      *> Five references to a line, the first 10 of the exception's
      *> lines, then a count of the rest.
           IF WS-SUPPORT-TOTAL > 10
               MOVE 10 TO WS-SUPPORT-SHOWN
           ELSE
               MOVE WS-SUPPORT-TOTAL TO WS-SUPPORT-SHOWN
           END-IF.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           MOVE "      SUPPORTING:" TO EXCEPTION-REPORT-RECORD.
           PERFORM VARYING WS-SUPPORT-IDX FROM 1 BY 1
                   UNTIL WS-SUPPORT-IDX > WS-SUPPORT-SHOWN
               MOVE WS-SUPPORT-REF(WS-SUPPORT-IDX)
                   TO EXCEPTION-REPORT-RECORD(
                       19 + FUNCTION MOD(WS-SUPPORT-IDX - 1, 5)
                       * 16:15)
               IF FUNCTION MOD(WS-SUPPORT-IDX, 5) = 0
                       OR WS-SUPPORT-IDX = WS-SUPPORT-SHOWN
                   WRITE EXCEPTION-REPORT-RECORD
                   MOVE SPACES TO EXCEPTION-REPORT-RECORD
               END-IF
           END-PERFORM.
           IF WS-SUPPORT-TOTAL > WS-SUPPORT-SHOWN
               COMPUTE WS-SUPPORT-MORE =
                   WS-SUPPORT-TOTAL - WS-SUPPORT-SHOWN
               MOVE WS-SUPPORT-MORE TO WS-COUNT-EDITED
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING
                   "                  AND " DELIMITED BY SIZE
                   WS-COUNT-EDITED DELIMITED BY SIZE
                   " MORE" DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-RECORD
               END-STRING
               WRITE EXCEPTION-REPORT-RECORD
           END-IF.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING
                   "WARNING: " DELIMITED BY SIZE
                   WS-OVERFLOW-COUNT DELIMITED BY SIZE
                   " AUDIT LINE(S) NOT SCREENED - TABLE FULL"
                       DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-RECORD
               END-STRING
               WRITE EXCEPTION-REPORT-RECORD
           END-IF.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING
               "END OF REPORT - " DELIMITED BY SIZE
               WS-EXCEPTION-COUNT DELIMITED BY SIZE
               " EXCEPTION(S) FROM " DELIMITED BY SIZE
               WS-DAY-LINES DELIMITED BY SIZE
               " LINE(S) ON THE DAY AND " DELIMITED BY SIZE
               WS-BASELINE-LINES DELIMITED BY SIZE
               " IN THE BASELINE OF " DELIMITED BY SIZE
               WS-LINES-READ DELIMITED BY SIZE
               " READ" DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-RECORD
           END-STRING.
           WRITE EXCEPTION-REPORT-RECORD.
