      *****************************************************
      * HELDREC - held-transactions master record layout   *
      * (HELDTRAN). EXTRACT holds here, instead of         *
      * extracting, any transaction on a frozen account    *
      * (reason FROZEN) and any transaction larger than    *
      * the account's item limit (reason OVERLIM). Only a  *
      * supervisor can dispose of a held item, through     *
      * HOLDREL, and must give a reason. Item status:      *
      *   H - held, awaiting a supervisor                  *
      *   P - released, goes out on the next extract       *
      *   E - released item extracted on HLD-EXTRACT-DATE  *
      *   R - rejected, never to be extracted              *
      * Extracted and rejected items fall away three       *
      * months after the action, when EXTRACT or HOLDREL   *
      * rewrites the master.                               *
      *****************************************************
       01  HELD-TRAN-RECORD.
           05  HLD-HELD-DATE           PIC 9(8).
           05  HLD-TRAN-DATE           PIC 9(8).
           05  HLD-ACCOUNT             PIC X(10).
           05  HLD-TRAN-TYPE           PIC X(2).
           05  HLD-AMOUNT              PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  HLD-REASON              PIC X(8).
           05  HLD-STATUS              PIC X.
               88  HLD-HELD            VALUE "H".
               88  HLD-RELEASE-PENDING VALUE "P".
               88  HLD-EXTRACTED       VALUE "E".
               88  HLD-REJECTED        VALUE "R".
           05  HLD-SUPERVISOR          PIC X(8).
           05  HLD-ACTION-DATE         PIC 9(8).
           05  HLD-ACTION-REASON       PIC X(20).
           05  HLD-EXTRACT-DATE        PIC 9(8).
