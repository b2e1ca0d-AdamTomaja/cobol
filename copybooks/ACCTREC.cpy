      * Maintained by ACTMAINT and read at startup by      *
      * EXTRACT so transactions are only shipped for       *
      * accounts that exist and are open.                  *
      * The item limit is the largest single transaction   *
      * (either sign) EXTRACT lets out on the account; a   *
      * larger one is held for supervisor release. Zero    *
      * means the account has no limit.                    *
      * An open account idle too long is set dormant by    *
      * DORMANT; EXTRACT suspenses its new activity until  *
      * it is reopened through ACTMAINT.                   *
      *****************************************************
       01  ACCOUNT-RECORD.
           05  ACM-ACCOUNT             PIC X(10).
               88  ACM-OPEN            VALUE "O".
               88  ACM-CLOSED          VALUE "C".
               88  ACM-FROZEN          VALUE "F".
               88  ACM-DORMANT         VALUE "D".
           05  ACM-ITEM-LIMIT          PIC 9(7)V99.
