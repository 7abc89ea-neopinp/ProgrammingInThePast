      *> registry is an INDEXED file keyed on KR-KEY-ID: each change
      *> is read, applied and rewritten in place as it is made, so
      *> the old whole-file reload/rewrite (and the 100-key cap that
      *> came with its fixed table) are gone. Rotate keeps the
      *> material it replaces: the outgoing version is written to
      *> KEY-HISTORY.DAT before the registry record takes its new
      *> material and next version number, so earlier ciphertext
      *> stays decryptable.
      *>
      *> Add, Rotate and Retire are under dual control: the
      *> supervisor who keys one only queues it on
      *> PENDING-CHANGES.DAT, and it reaches the registry when a
      *> different supervisor approves it through the Pending
      *> function. Every change applied is written to
      *> CHANGE-JOURNAL.DAT with both operator ids, the timestamps
      *> and before/after images of the key - mode, version, dates
      *> and status, never the shift or keyword.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KR-KEY-ID
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.
           SELECT KEY-HISTORY-FILE ASSIGN TO "KEY-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KH-HISTORY-KEY
               FILE STATUS IS WS-KEY-HISTORY-STATUS.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDING-CHANGES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CHANGE-ID
               FILE STATUS IS WS-PENDING-FILE-STATUS.
      *> One line per change applied to a master, shared with
      *> RATEADMIN and read by CHANGE-REPORT:
      *>   appliedts|master|action|recordkey|CHANGE=id|REQ=oper
      *>       |REQTS=ts|APPR=oper|BEFORE=image|AFTER=image
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHANGE-JOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEY-REGISTRY-FILE.
       COPY KEYREG.

       FD  KEY-HISTORY-FILE.
       COPY KEYHIST.

       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       FD  CHANGE-JOURNAL-FILE.
       01  CHANGE-JOURNAL-RECORD PIC X(300).

       WORKING-STORAGE SECTION.

       COPY OPSIGN.
           88  WS-REGISTRY-EOF          VALUE "Y".
       01  WS-REGISTRY-OPEN-SW      PIC X VALUE "N".
           88  WS-REGISTRY-OPEN         VALUE "Y".
       01  WS-KEY-HISTORY-STATUS    PIC XX.
      *> Up while KEY-HISTORY.DAT is open; without it Rotate is
      *> refused, since the outgoing material would otherwise be
      *> lost.
       01  WS-KEY-HISTORY-OPEN-SW   PIC X VALUE "N".
           88  WS-KEY-HISTORY-OPEN      VALUE "Y".
       01  WS-HISTORY-WRITTEN-SW    PIC X VALUE "N".
           88  WS-HISTORY-WRITTEN       VALUE "Y".
      *> Up while the pending-change file and the change journal are
      *> open; without the one no change can be asked for, without
      *> the other none can be approved.
       01  WS-PENDING-FILE-STATUS   PIC XX.
       01  WS-PENDING-OPEN-SW       PIC X VALUE "N".
           88  WS-PENDING-OPEN          VALUE "Y".
       01  WS-PENDING-EOF-SWITCH    PIC X VALUE "N".
           88  WS-PENDING-EOF           VALUE "Y".
       01  WS-JOURNAL-FILE-STATUS   PIC XX.
       01  WS-JOURNAL-OPEN-SW       PIC X VALUE "N".
           88  WS-JOURNAL-OPEN          VALUE "Y".
       01  WS-CHANGE-APPLIED-SW     PIC X VALUE "N".
           88  WS-CHANGE-APPLIED        VALUE "Y".
       01  WS-CHANGE-TIMESTAMP      PIC X(21).
       01  WS-DECISION              PIC X.
           88  WS-DECISION-APPROVE      VALUE "A".
           88  WS-DECISION-REJECT       VALUE "R".
       01  WS-KEY-IMAGE-TEXT        PIC X(80).
       01  WS-JOURNAL-BEFORE        PIC X(80).
       01  WS-JOURNAL-AFTER         PIC X(80).

       01  WS-MENU-CHOICE        PIC X VALUE SPACE.
           88  WS-CHOICE-LIST        VALUE "L".
           88  WS-CHOICE-ADD         VALUE "A".
           88  WS-CHOICE-ROTATE      VALUE "R".
           88  WS-CHOICE-RETIRE      VALUE "T".
           88  WS-CHOICE-PENDING     VALUE "P".
           88  WS-CHOICE-EXIT        VALUE "X".

       01  WS-TODAY-DATE         PIC 9(8).
                   "status " WS-REGISTRY-FILE-STATUS
                   ") - registry maintenance unavailable."
           ELSE
               PERFORM OPEN-KEY-HISTORY
               PERFORM OPEN-CHANGE-FILES
               DISPLAY "KEYADMIN - key registry maintenance."
               PERFORM UNTIL WS-CHOICE-EXIT
                   DISPLAY "Function: (L)ist (A)dd (R)otate re(T)ire "
                       "(P)ending e(X)it: "
                   ACCEPT WS-MENU-CHOICE
                   MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                       TO WS-MENU-CHOICE
                           IF WS-FUNCTION-ALLOWED
                               PERFORM RETIRE-KEY
                           END-IF
                       WHEN WS-CHOICE-PENDING
                           PERFORM CHECK-SUPERVISOR
                           IF WS-FUNCTION-ALLOWED
                               PERFORM REVIEW-PENDING-CHANGES
                           END-IF
                       WHEN WS-CHOICE-EXIT
                           CONTINUE
                       WHEN OTHER
                   END-EVALUATE
               END-PERFORM
               CLOSE KEY-REGISTRY-FILE
               IF WS-KEY-HISTORY-OPEN
                   CLOSE KEY-HISTORY-FILE
               END-IF
               IF WS-PENDING-OPEN
                   CLOSE PENDING-CHANGE-FILE
               END-IF
               IF WS-JOURNAL-OPEN
                   CLOSE CHANGE-JOURNAL-FILE
               END-IF
               DISPLAY "KEYADMIN session ended."
           END-IF.

       CHECK-SUPERVISOR.
      *> Key maintenance changes the material every client's traffic
      *> depends on - supervisors only, per the operator master's
      *> authority level, and only while the pending-change file is
      *> there to hold the change for its second supervisor.
           MOVE "N" TO WS-FUNCTION-ALLOWED-SW.
           EVALUATE TRUE
               WHEN NOT OS-LEVEL-SUPERVISOR
                   DISPLAY "Function restricted to supervisors."
               WHEN NOT WS-PENDING-OPEN
                   DISPLAY "Pending-change file unavailable - key "
                       "changes cannot be made this session."
               WHEN OTHER
                   MOVE "Y" TO WS-FUNCTION-ALLOWED-SW
           END-EVALUATE.

       OPEN-REGISTRY.
      *> First-ever session: an absent registry is created empty so
               MOVE "Y" TO WS-REGISTRY-OPEN-SW
           END-IF.

       OPEN-KEY-HISTORY.
      *> Same bootstrap as the registry: the history file is created
      *> empty the first time a session finds it absent.
           MOVE "N" TO WS-KEY-HISTORY-OPEN-SW.
           OPEN I-O KEY-HISTORY-FILE.
           IF WS-KEY-HISTORY-STATUS = "35"
               OPEN OUTPUT KEY-HISTORY-FILE
               CLOSE KEY-HISTORY-FILE
               OPEN I-O KEY-HISTORY-FILE
           END-IF.
           IF WS-KEY-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-KEY-HISTORY-OPEN-SW
           ELSE
               DISPLAY "WARNING: cannot open KEY-HISTORY.DAT (file "
                   "status " WS-KEY-HISTORY-STATUS
                   ") - Rotate unavailable this session."
           END-IF.

       OPEN-CHANGE-FILES.
      *> Both are created empty the first time a session finds them
      *> absent, the same bootstrap as the registry and history.
           MOVE "N" TO WS-PENDING-OPEN-SW.
           OPEN I-O PENDING-CHANGE-FILE.
           IF WS-PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF.
           IF WS-PENDING-FILE-STATUS = "00"
               MOVE "Y" TO WS-PENDING-OPEN-SW
           ELSE
               DISPLAY "WARNING: cannot open PENDING-CHANGES.DAT (file "
                   "status " WS-PENDING-FILE-STATUS
                   ") - key changes unavailable this session."
           END-IF.
           MOVE "N" TO WS-JOURNAL-OPEN-SW.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
               CLOSE CHANGE-JOURNAL-FILE
               OPEN EXTEND CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-FILE-STATUS = "00"
               MOVE "Y" TO WS-JOURNAL-OPEN-SW
           ELSE
               DISPLAY "WARNING: cannot open CHANGE-JOURNAL.DAT (file "
                   "status " WS-JOURNAL-FILE-STATUS
                   ") - approvals unavailable this session."
           END-IF.

       LIST-REGISTRY.
      *> Key material (shift or keyword) is deliberately NOT shown -
      *> the whole point of the registry is that operators handle key
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY KR-KEY-ID
                           " MODE=" KR-MODE
                           " VER=" KR-VERSION
                           " EFF=" KR-EFFECTIVE-DATE
                           " EXP=" KR-EXPIRY-DATE
                           " STATUS=" KR-STATUS
               MOVE WS-TODAY-DATE TO KR-EFFECTIVE-DATE
               PERFORM ACCEPT-EXPIRY-DATE
               MOVE "A" TO KR-STATUS
               MOVE 1 TO KR-VERSION
               MOVE "ADD" TO PC-ACTION
               MOVE SPACES TO PC-BEFORE-IMAGE
               MOVE KEY-REGISTRY-RECORD TO PC-AFTER-IMAGE
               PERFORM QUEUE-PENDING-CHANGE
           END-IF.

       ACCEPT-KEY-MATERIAL.
           IF NOT WS-KEY-FOUND
               DISPLAY "Key id not on the registry."
           ELSE
               EVALUATE TRUE
                   WHEN KR-STATUS-RETIRED
                       DISPLAY "Key is retired - add a new key id "
                           "instead."
                   WHEN NOT WS-KEY-HISTORY-OPEN
                       DISPLAY "Key history file unavailable - key "
                           "not rotated."
                   WHEN KR-VERSION >= 999
                       DISPLAY "Key has reached its last version "
                           "number - add a new key id instead."
                   WHEN OTHER
                       PERFORM REQUEST-KEY-ROTATION
               END-EVALUATE
           END-IF.

       REQUEST-KEY-ROTATION.
      *> The new material is taken now and held on the pending
      *> change; the registry keeps its current material until a
      *> second supervisor approves.
           MOVE "ROTATE" TO PC-ACTION.
           MOVE KEY-REGISTRY-RECORD TO PC-BEFORE-IMAGE.
           MOVE KR-MODE TO WS-INPUT-MODE.
           MOVE 0 TO WS-SHIFT.
           MOVE SPACES TO WS-KEYWORD.
           PERFORM ACCEPT-KEY-MATERIAL.
           MOVE WS-SHIFT TO KR-SHIFT.
           MOVE WS-KEYWORD TO KR-KEYWORD.
           MOVE KEY-REGISTRY-RECORD TO PC-AFTER-IMAGE.
           PERFORM QUEUE-PENDING-CHANGE.

       ROTATE-KEY-MATERIAL.
      *> The outgoing material goes to the history file first, under
      *> the version number it carried, and only then is the registry
      *> record overwritten - a history write that fails leaves the
      *> key untouched. A registry rewrite that fails after the
      *> history write backs the history record out again, so the
      *> two files never disagree about the current version. The new
      *> material is the approved change's, loaded into WS-SHIFT and
      *> WS-KEYWORD by APPLY-KEY-CHANGE; the rotation is credited to
      *> the supervisor who asked for it.
           MOVE KR-KEY-ID TO KH-KEY-ID.
           MOVE KR-VERSION TO KH-VERSION.
           MOVE KR-MODE TO KH-MODE.
           MOVE KR-SHIFT TO KH-SHIFT.
           MOVE KR-KEYWORD TO KH-KEYWORD.
           MOVE KR-EFFECTIVE-DATE TO KH-EFFECTIVE-DATE.
           MOVE WS-TODAY-DATE TO KH-SUPERSEDED-DATE.
           MOVE PC-REQUESTED-BY TO KH-ROTATED-BY.
           MOVE "N" TO WS-HISTORY-WRITTEN-SW.
           WRITE KEY-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "ERROR: key history could not be written "
                       "(file status " WS-KEY-HISTORY-STATUS
                       ") - key not rotated."
               NOT INVALID KEY
                   MOVE "Y" TO WS-HISTORY-WRITTEN-SW
           END-WRITE.
           IF WS-HISTORY-WRITTEN
               MOVE WS-SHIFT TO KR-SHIFT
               MOVE WS-KEYWORD TO KR-KEYWORD
               MOVE WS-TODAY-DATE TO KR-EFFECTIVE-DATE
               ADD 1 TO KR-VERSION
               REWRITE KEY-REGISTRY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: key could not be rewritten "
                           "(file status " WS-REGISTRY-FILE-STATUS
                           ") - key not rotated."
                       DELETE KEY-HISTORY-FILE RECORD
                           INVALID KEY
                               DISPLAY "ERROR: history version "
                                   KH-VERSION " of key " KH-KEY-ID
                                   " could not be backed out."
                       END-DELETE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CHANGE-APPLIED-SW
                       DISPLAY "Key " WS-INPUT-KEY-ID " rotated to "
                           "version " KR-VERSION ", new material "
                           "effective " WS-TODAY-DATE "."
               END-REWRITE
           END-IF.

       RETIRE-KEY.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-KEY-ID)
               TO WS-INPUT-KEY-ID.
           PERFORM FIND-KEY-ID.
           EVALUATE TRUE
               WHEN NOT WS-KEY-FOUND
                   DISPLAY "Key id not on the registry."
               WHEN KR-STATUS-RETIRED
                   DISPLAY "Key is already retired."
               WHEN OTHER
                   MOVE "RETIRE" TO PC-ACTION
                   MOVE KEY-REGISTRY-RECORD TO PC-BEFORE-IMAGE
                   MOVE "R" TO KR-STATUS
                   MOVE KEY-REGISTRY-RECORD TO PC-AFTER-IMAGE
                   PERFORM QUEUE-PENDING-CHANGE
           END-EVALUATE.

       REWRITE-REGISTRY-RECORD.
           REWRITE KEY-REGISTRY-RECORD
                   DISPLAY "ERROR: key could not be rewritten "
                       "(file status " WS-REGISTRY-FILE-STATUS
                       ") - change NOT saved."
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHANGE-APPLIED-SW
           END-REWRITE.

       QUEUE-PENDING-CHANGE.
      *> The caller has set the action and the before and after
      *> images; the change is keyed by its request timestamp and
      *> waits for a second supervisor.
           MOVE FUNCTION CURRENT-DATE TO WS-CHANGE-TIMESTAMP.
           MOVE WS-CHANGE-TIMESTAMP(1:16) TO PC-CHANGE-ID.
           MOVE "KEY" TO PC-MASTER.
           MOVE WS-INPUT-KEY-ID TO PC-RECORD-KEY.
           MOVE "P" TO PC-STATUS.
           MOVE OS-OPERATOR-ID TO PC-REQUESTED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO PC-REQUESTED-TS.
           MOVE SPACES TO PC-DECIDED-BY.
           MOVE SPACES TO PC-DECIDED-TS.
           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: change could not be queued "
                       "(file status " WS-PENDING-FILE-STATUS
                       ") - nothing changed."
               NOT INVALID KEY
                   DISPLAY PC-ACTION " of key " WS-INPUT-KEY-ID
                       " queued as change " PC-CHANGE-ID "."
                   DISPLAY "It takes effect when a second supervisor "
                       "approves it."
           END-WRITE.

       REVIEW-PENDING-CHANGES.
      *> Walks the key changes awaiting approval, oldest first. The
      *> supervisor who asked for a change may reject (withdraw) it
      *> but never approve it.
           IF NOT WS-JOURNAL-OPEN
               DISPLAY "Change journal unavailable - changes cannot "
                   "be approved this session."
           END-IF.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE "N" TO WS-PENDING-EOF-SWITCH.
           MOVE LOW-VALUES TO PC-CHANGE-ID.
           START PENDING-CHANGE-FILE KEY >= PC-CHANGE-ID
               INVALID KEY
                   MOVE "Y" TO WS-PENDING-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-PENDING-EOF
               READ PENDING-CHANGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PENDING-EOF-SWITCH
                   NOT AT END
                       IF PC-MASTER-KEY AND PC-STATUS-PENDING
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM REVIEW-ONE-KEY-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIST-COUNT = 0
               DISPLAY "No key changes awaiting approval."
           END-IF.

       REVIEW-ONE-KEY-CHANGE.
      *> The proposed record is shown without its material.
           MOVE PC-AFTER-IMAGE TO KEY-REGISTRY-RECORD.
           DISPLAY "Change " PC-CHANGE-ID " " PC-ACTION
               " key " PC-RECORD-KEY
               " asked by " PC-REQUESTED-BY.
           EVALUATE PC-ACTION
               WHEN "ADD"
                   DISPLAY "  new key MODE=" KR-MODE
                       " EXP=" KR-EXPIRY-DATE
               WHEN "ROTATE"
                   DISPLAY "  new material held on the change "
                       "(not shown)"
               WHEN "RETIRE"
                   DISPLAY "  key retired as of the approval date"
           END-EVALUATE.
           DISPLAY "(A)pprove (R)eject or (S)kip: ".
           MOVE SPACE TO WS-DECISION.
           ACCEPT WS-DECISION.
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
           EVALUATE TRUE
               WHEN WS-DECISION-APPROVE
                       AND PC-REQUESTED-BY = OS-OPERATOR-ID
                   DISPLAY "A change cannot be approved by the "
                       "supervisor who asked for it."
               WHEN WS-DECISION-APPROVE AND NOT WS-JOURNAL-OPEN
                   DISPLAY "Change journal unavailable - change "
                       "left pending."
               WHEN WS-DECISION-APPROVE
                   PERFORM APPLY-KEY-CHANGE
               WHEN WS-DECISION-REJECT
                   MOVE "R" TO PC-STATUS
                   PERFORM RECORD-CHANGE-DECISION
                   DISPLAY "Change " PC-CHANGE-ID " rejected."
               WHEN OTHER
                   DISPLAY "Change " PC-CHANGE-ID " left pending."
           END-EVALUATE.

       APPLY-KEY-CHANGE.
      *> The registry must still be as it was when the change was
      *> asked for; anything else means the change was overtaken and
      *> is refused, left pending for its requester to reject.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           MOVE "N" TO WS-CHANGE-APPLIED-SW.
           MOVE PC-RECORD-KEY TO WS-INPUT-KEY-ID.
           PERFORM FIND-KEY-ID.
           EVALUATE TRUE
               WHEN PC-ACTION = "ADD" AND WS-KEY-FOUND
                   DISPLAY "Key id has been added since - change "
                       "not applied."
               WHEN PC-ACTION NOT = "ADD" AND NOT WS-KEY-FOUND
                   DISPLAY "Key id is no longer on the registry - "
                       "change not applied."
               WHEN PC-ACTION NOT = "ADD"
                       AND KEY-REGISTRY-RECORD NOT
                           = PC-BEFORE-IMAGE
                               (1:LENGTH OF KEY-REGISTRY-RECORD)
                   DISPLAY "Key has been changed since this change "
                       "was asked for - change not applied."
               WHEN PC-ACTION = "ROTATE" AND NOT WS-KEY-HISTORY-OPEN
                   DISPLAY "Key history file unavailable - change "
                       "not applied."
               WHEN OTHER
                   IF WS-KEY-FOUND
                       PERFORM BUILD-KEY-IMAGE
                       MOVE WS-KEY-IMAGE-TEXT TO WS-JOURNAL-BEFORE
                   ELSE
                       MOVE "NONE" TO WS-JOURNAL-BEFORE
                   END-IF
                   EVALUATE PC-ACTION
                       WHEN "ADD"
                           PERFORM APPLY-KEY-ADD
                       WHEN "ROTATE"
                           PERFORM APPLY-KEY-ROTATION
                       WHEN "RETIRE"
                           PERFORM APPLY-KEY-RETIREMENT
                   END-EVALUATE
           END-EVALUATE.
           IF WS-CHANGE-APPLIED
               PERFORM BUILD-KEY-IMAGE
               MOVE WS-KEY-IMAGE-TEXT TO WS-JOURNAL-AFTER
               MOVE "A" TO PC-STATUS
               PERFORM RECORD-CHANGE-DECISION
               PERFORM WRITE-CHANGE-JOURNAL
           END-IF.

       APPLY-KEY-ADD.
      *> The key takes effect from the day it is approved.
           MOVE PC-AFTER-IMAGE TO KEY-REGISTRY-RECORD.
           MOVE WS-TODAY-DATE TO KR-EFFECTIVE-DATE.
           WRITE KEY-REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "ERROR: key could not be written "
                       "(file status " WS-REGISTRY-FILE-STATUS
                       ") - key not added."
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHANGE-APPLIED-SW
                   DISPLAY "Key " WS-INPUT-KEY-ID
                       " added, effective " WS-TODAY-DATE "."
           END-WRITE.

       APPLY-KEY-ROTATION.
      *> The approved material is lifted from the change's after
      *> image, then the current record is read back for the
      *> rotation proper.
           IF KR-VERSION >= 999
               DISPLAY "Key has reached its last version number - "
                   "change not applied."
           ELSE
               MOVE PC-AFTER-IMAGE TO KEY-REGISTRY-RECORD
               MOVE KR-SHIFT TO WS-SHIFT
               MOVE KR-KEYWORD TO WS-KEYWORD
               PERFORM FIND-KEY-ID
               PERFORM ROTATE-KEY-MATERIAL
           END-IF.

       APPLY-KEY-RETIREMENT.
           MOVE "R" TO KR-STATUS.
           MOVE WS-TODAY-DATE TO KR-EXPIRY-DATE.
           PERFORM REWRITE-REGISTRY-RECORD.
           IF WS-CHANGE-APPLIED
               DISPLAY "Key " WS-INPUT-KEY-ID " retired as of "
                   WS-TODAY-DATE "."
           END-IF.

       RECORD-CHANGE-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CHANGE-TIMESTAMP.
           MOVE OS-OPERATOR-ID TO PC-DECIDED-BY.
           MOVE WS-CHANGE-TIMESTAMP TO PC-DECIDED-TS.
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: change " PC-CHANGE-ID
                       " could not be updated (file status "
                       WS-PENDING-FILE-STATUS ")."
           END-REWRITE.

       BUILD-KEY-IMAGE.
      *> The journal's view of a key: everything but its material.
           MOVE SPACES TO WS-KEY-IMAGE-TEXT.
           STRING
               "MODE=" DELIMITED BY SIZE
               KR-MODE DELIMITED BY SIZE
               " VER=" DELIMITED BY SIZE
               KR-VERSION DELIMITED BY SIZE
               " EFF=" DELIMITED BY SIZE
               KR-EFFECTIVE-DATE DELIMITED BY SIZE
               " EXP=" DELIMITED BY SIZE
               KR-EXPIRY-DATE DELIMITED BY SIZE
               " STATUS=" DELIMITED BY SIZE
               KR-STATUS DELIMITED BY SIZE
               INTO WS-KEY-IMAGE-TEXT
           END-STRING.

       WRITE-CHANGE-JOURNAL.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           STRING
               PC-DECIDED-TS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               PC-MASTER DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               PC-ACTION DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               PC-RECORD-KEY DELIMITED BY SIZE
               "|CHANGE=" DELIMITED BY SIZE
               PC-CHANGE-ID DELIMITED BY SIZE
               "|REQ=" DELIMITED BY SIZE
               PC-REQUESTED-BY DELIMITED BY SIZE
               "|REQTS=" DELIMITED BY SIZE
               PC-REQUESTED-TS DELIMITED BY SIZE
               "|APPR=" DELIMITED BY SIZE
               PC-DECIDED-BY DELIMITED BY SIZE
               "|BEFORE=" DELIMITED BY SIZE
               WS-JOURNAL-BEFORE DELIMITED BY "  "
               "|AFTER=" DELIMITED BY SIZE
               WS-JOURNAL-AFTER DELIMITED BY "  "
               INTO CHANGE-JOURNAL-RECORD
           END-STRING.
           WRITE CHANGE-JOURNAL-RECORD.

       FIND-KEY-ID.
      *> Keyed read: a hit leaves the key's record in the buffer for
      *> the caller to update and rewrite in place.
