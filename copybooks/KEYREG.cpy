      *> processing, downstream verifiers, intake validation) that
      *> resolves a KEY-ID to its cipher parameters with a keyed
      *> read. MASTER-CONVERT loads this file once from the old
      *> pipe-delimited registry. KR-VERSION numbers the key's
      *> current material, starting at 1 and stepped by every
      *> KEYADMIN Rotate; the material each rotation replaced is
      *> kept on KEY-HISTORY.DAT (see KEYHIST) under its own
      *> version, so ciphertext produced before a rotation can still
      *> be decrypted and verified.
       01  KEY-REGISTRY-RECORD.
           05  KR-KEY-ID          PIC X(8).
           05  KR-MODE            PIC X.
           05  KR-STATUS          PIC X.
               88  KR-STATUS-ACTIVE   VALUE "A".
               88  KR-STATUS-RETIRED  VALUE "R".
           05  KR-VERSION         PIC 999.
