      *****************************************************
      * OPRTABLE - in-storage table of authorized          *
      * operators, loaded at startup from the operator     *
      * master file (OPERFILE). Shared by SIGNON, OPRMAINT *
      * and OPRBATCH so all three see the same list.       *
      *****************************************************
       01  WS-OPERATOR-TABLE.
           05  WS-OPR-ENTRY OCCURS 50 TIMES.
               10  WS-OPR-NAME-TBL     PIC X(20).
               10  WS-OPR-LEVEL-TBL    PIC X.
               10  WS-OPR-STATUS-TBL   PIC X.
               10  WS-OPR-SIGNON-TBL   PIC X.
               10  WS-OPR-PWD-HASH-TBL PIC 9(9).
               10  WS-OPR-PWD-DATE-TBL PIC 9(8).
               10  WS-OPR-BAD-CNT-TBL  PIC 9(2).
       01  WS-OPR-TABLE-CNT            PIC 9(2) VALUE 0.
       01  WS-OPR-TABLE-MAX            PIC 9(2) VALUE 50.
