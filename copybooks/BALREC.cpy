      *****************************************************
      * BALREC - account balance ledger record layout      *
      * (ACCTBAL). One detail record per account on the    *
      * account master, rewritten in full by the POSTING   *
      * stage each business day:                            *
      *   opening balance - balance brought forward at the  *
      *                     start of the last posted day    *
      *   current balance - balance after that posting      *
      *   last posted     - business date the account last  *
      *                     had movement posted to it       *
      * The single trailer record carries the latest        *
      * business date posted and the control totals for the *
      * file. The dates already posted are kept on the      *
      * posting log (POSTLOG), which POSTING checks so that *
      * no day is ever posted twice.                        *
      *****************************************************
       01  BALANCE-RECORD.
           05  BAL-REC-TYPE            PIC X.
               88  BAL-DETAIL-REC      VALUE "D".
               88  BAL-TRAILER-REC     VALUE "T".
           05  BAL-DETAIL.
               10  BAL-ACCOUNT         PIC X(10).
               10  BAL-OPENING-BALANCE PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  BAL-CURRENT-BALANCE PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  BAL-LAST-POSTED-DATE
                                       PIC 9(8).
           05  BAL-TRAILER REDEFINES BAL-DETAIL.
               10  BAL-TRL-POSTED-DATE PIC 9(8).
               10  BAL-TRL-ACCT-COUNT  PIC 9(5).
               10  BAL-TRL-BALANCE-TOT PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(17).
