      *****************************************************
      * SIGNCOM - communication area passed to SIGNON, the *
      * common operator sign-on check. The caller sets the *
      * mode, the operator ID and the run date; SIGNON     *
      * returns the result and, when accepted, the level   *
      * and name. Modes:                                   *
      *   C - console; SIGNON prompts for the password and *
      *       for a new one when it has expired            *
      *   F - feed; password supplied in SGN-PASSWORD, an  *
      *       expired password is refused                  *
      *   J - unattended run; the ID must be an active     *
      *       scheduler credential, no password            *
      *   H - hash only; checks SGN-PASSWORD against the   *
      *       password rules and returns its protected     *
      *       form in SGN-PASSWORD-HASH. No file is read.  *
      * Refusals carry a short reason in SGN-REASON.       *
      *****************************************************
       01  SIGNON-COMM-AREA.
           05  SGN-MODE                PIC X.
               88  SGN-CONSOLE-MODE    VALUE "C".
               88  SGN-FEED-MODE       VALUE "F".
               88  SGN-SCHEDULER-MODE  VALUE "J".
               88  SGN-HASH-MODE       VALUE "H".
           05  SGN-OPERATOR-ID         PIC X(8).
           05  SGN-PASSWORD            PIC X(8).
           05  SGN-RUN-DATE            PIC 9(8).
           05  SGN-RESULT              PIC X.
               88  SGN-ACCEPTED        VALUE "A".
               88  SGN-REFUSED         VALUE "R".
               88  SGN-LOCKED-OUT      VALUE "L".
               88  SGN-MASTER-UNAVAILABLE VALUE "F".
           05  SGN-REASON              PIC X(42).
           05  SGN-AUTH-LEVEL          PIC X.
               88  SGN-SUPERVISOR      VALUE "S".
           05  SGN-OPERATOR-NAME       PIC X(20).
           05  SGN-PASSWORD-HASH       PIC 9(9).
