      *****************************************************
      * OPERREC - operator master record layout (OPERFILE).*
      * One record per operator ID. Maintained by OPRMAINT  *
      * and OPRBATCH, and read at sign-on by SIGNON, which  *
      * keeps the password fields and the bad-attempt count *
      * current for every program that signs an operator on.*
      * The password is held only as a one-way hash of the  *
      * operator ID and password; a zero hash means no      *
      * password has been issued, and SIGNON refuses the ID *
      * until a security officer issues a temporary one     *
      * (OPRMAINT or OPRBATCH action P). A zero changed     *
      * date forces a change at the next sign-on (new       *
      * operators and security-officer resets). A scheduler *
      * (J) ID has no password and is accepted only as the  *
      * named submitter of an unattended run.               *
      *****************************************************
       01  OPERATOR-RECORD.
           05  OPM-OPERATOR-ID         PIC X(8).
           05  OPM-STATUS              PIC X.
               88  OPM-ACTIVE          VALUE "A".
               88  OPM-SUSPENDED       VALUE "S".
           05  OPM-SIGNON-TYPE         PIC X.
               88  OPM-PASSWORD-SIGNON VALUES "P" " ".
               88  OPM-SCHEDULER-ID    VALUE "J".
           05  OPM-PASSWORD-HASH       PIC 9(9).
           05  OPM-PWD-CHANGED-DATE    PIC 9(8).
           05  OPM-BAD-ATTEMPTS        PIC 9(2).
