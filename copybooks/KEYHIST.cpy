      *> Record layout of the KEY-HISTORY.DAT key version history -
      *> an INDEXED file keyed on KH-HISTORY-KEY (key id plus
      *> version), one record per superseded version of a registry
      *> key. KEYADMIN writes a record here each time Rotate replaces
      *> a key's material: the old mode and shift/keyword, the date
      *> that material took effect and the date it was superseded,
      *> and the operator who rotated it. The current version is
      *> always the registry record itself (KEYREG); this file holds
      *> only the versions before it. Decrypt-side readers (the
      *> CAESAR-CIPHER batch, QUEUE-INTAKE, CIPHER-VERIFY) fall back
      *> to it when ciphertext was produced under an earlier version.
      *> Like the registry, the material here is never displayed.
       01  KEY-HISTORY-RECORD.
           05  KH-HISTORY-KEY.
               10  KH-KEY-ID          PIC X(8).
               10  KH-VERSION         PIC 999.
           05  KH-MODE            PIC X.
               88  KH-MODE-CAESAR     VALUE "C".
               88  KH-MODE-VIGENERE   VALUE "V".
           05  KH-SHIFT           PIC 99.
           05  KH-KEYWORD         PIC X(20).
           05  KH-EFFECTIVE-DATE  PIC 9(8).
           05  KH-SUPERSEDED-DATE PIC 9(8).
           05  KH-ROTATED-BY      PIC X(8).
