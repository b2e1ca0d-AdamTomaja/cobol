               10  WS-ACT-ID-TBL       PIC X(10).
               10  WS-ACT-NAME-TBL     PIC X(20).
               10  WS-ACT-STATUS-TBL   PIC X.
               10  WS-ACT-LIMIT-TBL    PIC 9(7)V99.
       01  WS-ACT-TABLE-CNT            PIC 9(3) VALUE 0.
       01  WS-ACT-TABLE-MAX            PIC 9(3) VALUE 200.
