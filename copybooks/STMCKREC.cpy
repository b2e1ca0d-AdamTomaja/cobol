      *****************************************************
      * STMCKREC - statement run checkpoint record layout  *
      * (STMTCKP). STMTGEN appends one record after every  *
      * statement it prints, carrying the last account     *
      * completed and the statement totals so far, and a   *
      * final record when the control page is printed. A   *
      * run for a month whose latest record is still in    *
      * progress restarts after that account with the      *
      * totals carried forward.                            *
      * Run status:                                        *
      *   I - in progress, statements printed through      *
      *       SCK-LAST-ACCOUNT                             *
      *   C - complete, control page printed               *
      * The type totals are held in DP, WD, TR order.      *
      *****************************************************
       01  STMT-CHECKPOINT-RECORD.
           05  SCK-MONTH               PIC 9(6).
           05  SCK-STATUS              PIC X.
               88  SCK-IN-PROGRESS     VALUE "I".
               88  SCK-COMPLETE        VALUE "C".
           05  SCK-LAST-ACCOUNT        PIC X(10).
           05  SCK-RUN-DATE            PIC 9(8).
           05  SCK-RUN-TIME            PIC 9(8).
           05  SCK-STMT-COUNT          PIC 9(5).
           05  SCK-QUIET-COUNT         PIC 9(5).
           05  SCK-TYPE-TOTALS OCCURS 3 TIMES.
               10  SCK-TYPE-COUNT      PIC 9(7).
               10  SCK-TYPE-AMOUNT     PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
