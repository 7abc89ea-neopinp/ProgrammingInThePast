      *> Shared between OPERATOR-SIGNON's LINKAGE SECTION and every
      *> front end that requires a verified operator (CAESAR-CIPHER,
      *> KEYADMIN, REJECT-REPAIR, AUDIT-INQUIRY, OPERADMIN,
      *> RATEADMIN, CLIENTADMIN). The caller supplies its own
      *> program name for the audit trail; the subprogram prompts
      *> for id and password, verifies them against
      *> OPERATOR-MASTER.DAT, logs every failed attempt to
      *> CIPHER-AUDIT.LOG, and returns the verified id and
      *> authority level. The one exception is JOB-STREAM, which
      *> supplies a registered batch service id in OS-OPERATOR-ID
      *> and is signed on without a password; every later sign-on
      *> in the same job stream returns that service id unprompted.
       01  SIGNON-PARAMETERS.
           05  OS-PROGRAM-NAME    PIC X(13).
           05  OS-OPERATOR-ID     PIC X(8).
           05  OS-AUTH-LEVEL      PIC X.
               88  OS-LEVEL-SUPERVISOR  VALUE "S".
               88  OS-LEVEL-OPERATOR    VALUE "O".
               88  OS-LEVEL-SERVICE     VALUE "B".
           05  OS-RETURN-CODE     PIC 99.
               88  OS-SIGNON-OK             VALUE 0.
               88  OS-SIGNON-FAILED         VALUE 10.
               88  OS-NO-OPERATOR-MASTER    VALUE 20.
               88  OS-SERVICE-REFUSED       VALUE 30.
