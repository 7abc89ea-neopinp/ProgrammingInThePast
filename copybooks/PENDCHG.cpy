      *> Record layout of the PENDING-CHANGES.DAT pending-change file
      *> - an INDEXED file keyed on PC-CHANGE-ID, one record per
      *> change a supervisor has asked for on the key registry
      *> (KEYADMIN) or the rate master (RATEADMIN). Neither master is
      *> changed when the change is keyed: it waits here, as the
      *> proposed record image, until a different supervisor signs
      *> on and approves it, and only then is it applied to the
      *> master and written to CHANGE-JOURNAL.DAT.
      *>
      *> PC-CHANGE-ID is the request timestamp to the hundredth of a
      *> second, so changes list in the order they were asked for.
      *> PC-BEFORE-IMAGE holds the master record as it stood when the
      *> change was asked for; approval is refused if the master no
      *> longer matches it, so nobody approves a change against a
      *> record someone else has changed since. The images are raw
      *> KEYREG or RATEREC records - for the key registry they carry
      *> key material, so like the registry itself this file is
      *> never displayed or journaled as it stands.
       01  PENDING-CHANGE-RECORD.
           05  PC-CHANGE-ID       PIC X(16).
           05  PC-MASTER          PIC X(4).
               88  PC-MASTER-KEY      VALUE "KEY".
               88  PC-MASTER-RATE     VALUE "RATE".
           05  PC-ACTION          PIC X(6).
           05  PC-RECORD-KEY      PIC X(8).
           05  PC-STATUS          PIC X.
               88  PC-STATUS-PENDING  VALUE "P".
               88  PC-STATUS-APPLIED  VALUE "A".
               88  PC-STATUS-REJECTED VALUE "R".
           05  PC-REQUESTED-BY    PIC X(8).
           05  PC-REQUESTED-TS    PIC X(21).
           05  PC-DECIDED-BY      PIC X(8).
           05  PC-DECIDED-TS      PIC X(21).
           05  PC-BEFORE-IMAGE    PIC X(60).
           05  PC-AFTER-IMAGE     PIC X(60).
