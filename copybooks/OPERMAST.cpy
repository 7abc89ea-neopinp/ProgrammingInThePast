      *> it to verify a sign-on and hand the operator's authority
      *> level back to the calling program. The authority level
      *> gates the restricted functions: key maintenance and the
      *> audit retention sweep are supervisor-only. Level B marks a
      *> batch service id: it signs on only through the unattended
      *> job stream, never at a terminal, and holds no supervisor
      *> authority.
       01  OPERATOR-MASTER-RECORD.
           05  OM-OPERATOR-ID     PIC X(8).
           05  OM-PASSWORD        PIC X(12).
           05  OM-AUTH-LEVEL      PIC X.
               88  OM-LEVEL-SUPERVISOR  VALUE "S".
               88  OM-LEVEL-OPERATOR    VALUE "O".
               88  OM-LEVEL-SERVICE     VALUE "B".
           05  OM-STATUS          PIC X.
               88  OM-STATUS-ACTIVE     VALUE "A".
               88  OM-STATUS-DISABLED   VALUE "D".
