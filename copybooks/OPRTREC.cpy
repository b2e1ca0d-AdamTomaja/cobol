      * must be the header naming the submitting security  *
      * officer. Action codes:                             *
      *   H - header; operator-id field carries the        *
      *       submitting security officer ID and the       *
      *       password field that officer's password       *
      *   A - add operator (name and level required; an    *
      *       initial password unless sign-on type is J)   *
      *   S - suspend operator                             *
      *   R - reinstate operator                           *
      *   P - reset password to the one on the record;     *
      *       it must be changed at the next sign-on       *
      *****************************************************
       01  OPR-TRAN-RECORD.
           05  OPT-ACTION              PIC X.
               88  OPT-ADD             VALUE "A".
               88  OPT-SUSPEND         VALUE "S".
               88  OPT-REINSTATE       VALUE "R".
               88  OPT-RESET-PASSWORD  VALUE "P".
           05  OPT-OPERATOR-ID         PIC X(8).
           05  OPT-NAME                PIC X(20).
           05  OPT-LEVEL               PIC X.
           05  OPT-PASSWORD            PIC X(8).
           05  OPT-SIGNON-TYPE         PIC X.
