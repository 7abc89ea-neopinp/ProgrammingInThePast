      *> when a queue record names the client but asks for defaults
      *> with MODE byte D; CMF-DEST-NAME is the client's own results
      *> file. MASTER-CONVERT loads this file once from the old
      *> pipe-delimited master; CLIENTADMIN maintains it since.
      *> CMF-STATUS puts a client on hold without deleting it: a
      *> suspended client's queue records reject with their own
      *> reason code while its history stays on file.
      *> CMF-DELIVERY-FORMAT is the layout of the client's delivery
      *> extract - ciphertext, CHK and REF only - which the batch
      *> writes beside CMF-DEST-NAME (the destination name with
      *> -DELIVERY in front of its extension): P pipe-delimited,
      *> C comma-separated, F fixed-width. CMF-DEST-NAME itself keeps
      *> the full internal result record and is not for delivery.
       01  CLIENT-MASTER-RECORD.
           05  CMF-CLIENT-ID      PIC X(8).
           05  CMF-CLIENT-NAME    PIC X(30).
           05  CMF-DEF-MODE       PIC X.
           05  CMF-DEF-KEY        PIC X(20).
           05  CMF-DEST-NAME      PIC X(40).
           05  CMF-STATUS         PIC X.
               88  CMF-STATUS-ACTIVE     VALUE "A".
               88  CMF-STATUS-SUSPENDED  VALUE "S".
           05  CMF-DELIVERY-FORMAT PIC X.
               88  CMF-DELIVERY-PIPE     VALUE "P".
               88  CMF-DELIVERY-CSV      VALUE "C".
               88  CMF-DELIVERY-FIXED    VALUE "F".
