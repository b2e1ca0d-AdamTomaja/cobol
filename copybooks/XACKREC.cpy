      *****************************************************
      * XACKREC - partner acknowledgment record layout     *
      * (XMITACKF). One record per transmission received,  *
      * echoing the header of the file as the partner      *
      * counted it. XMITACK matches each record to XMITLOG *
      * by sequence number.                                *
      *****************************************************
       01  XMIT-ACK-RECORD.
           05  ACK-COMPANY-ID          PIC X(10).
           05  ACK-BUS-DATE            PIC 9(8).
           05  ACK-SEQ-NO              PIC 9(6).
           05  ACK-EXT-COUNT           PIC 9(7).
           05  ACK-SUM-COUNT           PIC 9(7).
           05  ACK-HASH-TOTAL          PIC 9(13)V99.
