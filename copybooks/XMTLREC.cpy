      *****************************************************
      * XMTLREC - partner transmission log record layout   *
      * (XMITLOG). TRANSMIT appends one record for every   *
      * send; XMITACK marks each send of a sequence number *
      * with the outcome of the partner's acknowledgment,  *
      * and ENDOFDAY raises an XMITACK exception for any   *
      * original send of an earlier business date that is  *
      * not acknowledged.                                  *
      * Send type:                                         *
      *   O - original send, allocates the next sequence   *
      *   R - resend, reuses the business date's sequence  *
      * Acknowledgment status:                             *
      *   P - pending, no acknowledgment received yet      *
      *   A - acknowledged, partner totals agree           *
      *   M - acknowledged with mismatched totals          *
      *****************************************************
       01  XMIT-LOG-RECORD.
           05  XML-BUS-DATE            PIC 9(8).
           05  XML-SEQ-NO              PIC 9(6).
           05  XML-SEND-TYPE           PIC X.
               88  XML-ORIGINAL-SEND   VALUE "O".
               88  XML-RESEND          VALUE "R".
           05  XML-SEND-DATE           PIC 9(8).
           05  XML-SEND-TIME           PIC 9(8).
           05  XML-OPERATOR-ID         PIC X(8).
           05  XML-EXT-COUNT           PIC 9(7).
           05  XML-SUM-COUNT           PIC 9(7).
           05  XML-HASH-TOTAL          PIC 9(13)V99.
           05  XML-ACK-STATUS          PIC X.
               88  XML-ACK-PENDING     VALUE "P".
               88  XML-ACK-MATCHED     VALUE "A".
               88  XML-ACK-MISMATCH    VALUE "M".
           05  XML-ACK-DATE            PIC 9(8).
