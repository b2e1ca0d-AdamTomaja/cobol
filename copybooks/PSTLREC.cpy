      *****************************************************
      * PSTLREC - posting log record layout (POSTLOG).     *
      * POSTING appends one record for every business date *
      * it posts to the balance ledger. A date on the log  *
      * is never posted again; an earlier date that is not *
      * on the log (a lost day being caught up) may still  *
      * be posted after later dates.                       *
      *****************************************************
       01  POST-LOG-RECORD.
           05  PSL-BUS-DATE            PIC 9(8).
           05  PSL-POST-DATE           PIC 9(8).
           05  PSL-POST-TIME           PIC 9(8).
           05  PSL-OPERATOR-ID         PIC X(8).
           05  PSL-ACCT-COUNT          PIC 9(5).
           05  PSL-NET-MOVEMENT        PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
