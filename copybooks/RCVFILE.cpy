      *> Record layout of the RECEIVED-FILES.DAT received-file
      *> register - an INDEXED file keyed on RF-FILE-KEY, the
      *> identity of one queue file's contents: its HDR file date and
      *> source, its TRL record count, and a content hash taken over
      *> every record of the file (see HASH-QUEUE-RECORD). A re-sent
      *> file, or the same file listed twice on the manifest, carries
      *> the same identity whatever it is named.
      *>
      *> QUEUE-INTAKE registers each file it validates as received
      *> (V); the CAESAR-CIPHER batch marks it processed (P) once the
      *> file has run, registering it then if intake never saw it.
      *> The two programs test for duplicates differently.
      *> QUEUE-INTAKE reports a file as a duplicate when its identity
      *> is already processed, was received under another file name,
      *> or was received earlier in the same run (one file listed
      *> twice); it only reports, and leaves the manifest alone. The
      *> batch marks a file DUPLICATE on the manifest, and does not
      *> process it, only when its identity is already processed -
      *> except for the file a restarted run was checkpointed in.
       01  RECEIVED-FILE-RECORD.
           05  RF-FILE-KEY.
               10  RF-HDR-DATE        PIC X(8).
               10  RF-SOURCE          PIC X(20).
               10  RF-TRAILER-COUNT   PIC 9(7).
               10  RF-CONTENT-HASH    PIC 9(10).
           05  RF-QUEUE-FILE      PIC X(40).
           05  RF-STATUS          PIC X.
               88  RF-STATUS-RECEIVED   VALUE "V".
               88  RF-STATUS-PROCESSED  VALUE "P".
           05  RF-RECEIVED-TIMESTAMP  PIC X(21).
           05  RF-PROCESSED-TIMESTAMP PIC X(21).
