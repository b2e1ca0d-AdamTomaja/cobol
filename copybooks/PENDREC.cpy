      *****************************************************
      * PENDREC - pending master-change record layout      *
      * (PENDCHG). Changes that need dual control are not  *
      * applied by the maintenance program that takes      *
      * them: ACTMAINT queues account closes, freezes and  *
      * reopens, and CALMAINT queues holidays and business *
      * day flips, here. A second, different supervisor    *
      * approves or declines each one through CHGAPPR,     *
      * which alone applies approved changes to ACCTFILE   *
      * or CALFILE. ENDOFDAY expires a change left pending *
      * too long. Change status:                           *
      *   P - pending, awaiting a checker                  *
      *   A - approved and applied by PND-CHECKER          *
      *   D - declined by PND-CHECKER                      *
      *   E - expired unapproved at end of day             *
      * PND-NEW-FLAG is the account status or the business *
      * day flag the change sets; PND-NEW-SHIFT is the     *
      * calendar shift ID it sets, spaces leaving the      *
      * shift as it is.                                    *
      *****************************************************
       01  PENDING-CHANGE-RECORD.
           05  PND-CHANGE-NO           PIC 9(6).
           05  PND-MASTER              PIC X(4).
               88  PND-ACCOUNT-CHANGE  VALUE "ACCT".
               88  PND-CALENDAR-CHANGE VALUE "CAL ".
           05  PND-KEY                 PIC X(10).
           05  PND-ACTION              PIC X.
           05  PND-NEW-FLAG            PIC X.
           05  PND-NEW-SHIFT           PIC X(4).
           05  PND-MAKER               PIC X(8).
           05  PND-MADE-DATE           PIC 9(8).
           05  PND-MADE-TIME           PIC 9(8).
           05  PND-STATUS              PIC X.
               88  PND-PENDING         VALUE "P".
               88  PND-APPROVED        VALUE "A".
               88  PND-DECLINED        VALUE "D".
               88  PND-EXPIRED         VALUE "E".
           05  PND-CHECKER             PIC X(8).
           05  PND-DECIDED-DATE        PIC 9(8).
           05  PND-REASON              PIC X(20).
