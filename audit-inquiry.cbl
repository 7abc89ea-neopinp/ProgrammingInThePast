      *> Audit record layout, as written by WRITE-AUDIT-RECORD in the
      *> cipher front end:
      *>   timestamp|operator|function|MODE=|SHIFT=|LEN=|KEYID=
      *>       |RESUB=|REF=|KVER=
      *> REF= is the 15-digit queue reference, blank for interactive
      *> work. Batch solve lines leave REF= and KVER= empty and end
      *> |SOLVEID= with the analyst's ciphertext id.
      *> Older generations stop short of the trailing fields (or end
      *> |KEY= instead of |KEYID=), and OPERATOR-SIGNON writes
      *> SIGNONERR lines with only a PROGRAM= tail - only the first
