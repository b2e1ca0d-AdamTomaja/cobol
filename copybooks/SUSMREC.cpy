      *****************************************************
      * SUSMREC - suspense master record layout (SUSPMST). *
      * Unlike the daily SUSPEXT file, the master          *
      * accumulates: EXTRACT adds every item it suspenses  *
      * as OPEN, the operator disposes of it through       *
      * SUSPREV, and EXTRACT sends recycle-pending items   *
      * out on the next day's extract. ENDOFDAY raises a   *
      * SUSPAGED exception for any item left open too long.*
      * Item status:                                       *
      *   O - open, awaiting disposition                   *
      *   P - recycle pending, goes out on the next extract*
      *   C - recycled onto the extract of SSM-RECYCLE-DATE*
      *   W - written off                                  *
      *   U - returned to the upstream system              *
      * Written-off, returned and recycled items fall away *
      * three months after the disposition, when EXTRACT   *
      * or SUSPREV rewrites the master.                    *
      * The suspense reasons are those documented in       *
      * SUSPREC.                                           *
      *****************************************************
       01  SUSP-MASTER-RECORD.
           05  SSM-SUSP-DATE           PIC 9(8).
           05  SSM-TRAN-DATE           PIC 9(8).
           05  SSM-ACCOUNT             PIC X(10).
           05  SSM-TRAN-TYPE           PIC X(2).
           05  SSM-AMOUNT              PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           05  SSM-REASON              PIC X(8).
           05  SSM-STATUS              PIC X.
               88  SSM-OPEN            VALUE "O".
               88  SSM-RECYCLE-PENDING VALUE "P".
               88  SSM-RECYCLED        VALUE "C".
               88  SSM-WRITTEN-OFF     VALUE "W".
               88  SSM-RETURNED        VALUE "U".
           05  SSM-DISP-OPERATOR       PIC X(8).
           05  SSM-DISP-DATE           PIC 9(8).
           05  SSM-RECYCLE-DATE        PIC 9(8).
