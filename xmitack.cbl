       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMITACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XMITLOG-FILE ASSIGN TO "XMITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-xmitlog-status.
           SELECT ACK-FILE ASSIGN TO "XMITACKF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ack-status.
       DATA DIVISION.
       FILE SECTION.
       FD  XMITLOG-FILE.
       COPY XMTLREC.
       FD  ACK-FILE.
       COPY XACKREC.
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       77 ws-xmitlog-status pic xx.
       77 ws-ack-status pic xx.
       01 ws-xlog-table.
           05 ws-xlog-entry OCCURS 999 TIMES.
               10 ws-xlog-bus-date pic 9(8).
               10 ws-xlog-seq-no pic 9(6).
               10 ws-xlog-send-type pic x.
               10 ws-xlog-send-date pic 9(8).
               10 ws-xlog-send-time pic 9(8).
               10 ws-xlog-operator pic x(8).
               10 ws-xlog-ext-count pic 9(7).
               10 ws-xlog-sum-count pic 9(7).
               10 ws-xlog-hash-total pic 9(13)v99.
               10 ws-xlog-ack-status pic x.
               10 ws-xlog-ack-date pic 9(8).
       77 ws-xlog-count pic 9(3) value 0.
       77 ws-xlog-max pic 9(3) value 999.
       77 ws-xlog-idx pic 9(3).
       77 ws-xlog-match-idx pic 9(3).
       77 ws-ack-status-new pic x.
       77 ws-acks-read pic 9(5) value 0.
       77 ws-acks-matched pic 9(5) value 0.
       77 ws-acks-mismatched pic 9(5) value 0.
       77 ws-acks-unknown pic 9(5) value 0.
       PROCEDURE DIVISION.
       ACCEPT WS-HDR-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       DISPLAY "XMITACK: partner acknowledgment matching running...".
       PERFORM LOAD-TRANSMISSION-LOG.
       PERFORM MATCH-ACKNOWLEDGMENTS.
       PERFORM REWRITE-TRANSMISSION-LOG.
       DISPLAY "XMITACK: acknowledgments read " ws-acks-read
           " - matched " ws-acks-matched
           " - mismatched " ws-acks-mismatched
           " - unknown " ws-acks-unknown.
       IF ws-acks-mismatched > 0
           DISPLAY "XMITACK: *** PARTNER TOTALS DO NOT AGREE - "
               "INVESTIGATE AND RESEND ***"
           MOVE 8 TO RETURN-CODE
       ELSE
           IF ws-acks-unknown > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
       END-IF.
       DISPLAY "XMITACK: partner acknowledgment matching complete.".
       STOP RUN.

      *    The whole log is held so it can be rewritten with the
      *    acknowledgment outcomes; a log too big to hold is not
      *    rewritten at all rather than truncated.
       LOAD-TRANSMISSION-LOG.
       OPEN INPUT XMITLOG-FILE.
       IF ws-xmitlog-status NOT = "00"
           DISPLAY "XMITACK: cannot open transmission log - "
               "status " ws-xmitlog-status
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL ws-xmitlog-status = "10"
           READ XMITLOG-FILE
               AT END
                   MOVE "10" TO ws-xmitlog-status
               NOT AT END
                   PERFORM LOAD-ONE-LOG-ENTRY
           END-READ
       END-PERFORM.
       CLOSE XMITLOG-FILE.

       LOAD-ONE-LOG-ENTRY.
       IF ws-xlog-count = ws-xlog-max
           DISPLAY "XMITACK: transmission log holds more than "
               ws-xlog-max " sends - archive it before matching."
           CLOSE XMITLOG-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO ws-xlog-count.
       MOVE XML-BUS-DATE TO ws-xlog-bus-date (ws-xlog-count).
       MOVE XML-SEQ-NO TO ws-xlog-seq-no (ws-xlog-count).
       MOVE XML-SEND-TYPE TO ws-xlog-send-type (ws-xlog-count).
       MOVE XML-SEND-DATE TO ws-xlog-send-date (ws-xlog-count).
       MOVE XML-SEND-TIME TO ws-xlog-send-time (ws-xlog-count).
       MOVE XML-OPERATOR-ID TO ws-xlog-operator (ws-xlog-count).
       MOVE XML-EXT-COUNT TO ws-xlog-ext-count (ws-xlog-count).
       MOVE XML-SUM-COUNT TO ws-xlog-sum-count (ws-xlog-count).
       MOVE XML-HASH-TOTAL TO ws-xlog-hash-total (ws-xlog-count).
       MOVE XML-ACK-STATUS TO ws-xlog-ack-status (ws-xlog-count).
       MOVE XML-ACK-DATE TO ws-xlog-ack-date (ws-xlog-count).

       MATCH-ACKNOWLEDGMENTS.
       OPEN INPUT ACK-FILE.
       IF ws-ack-status NOT = "00"
           DISPLAY "XMITACK: cannot open acknowledgment file - "
               "status " ws-ack-status
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL ws-ack-status = "10"
           READ ACK-FILE
               AT END
                   MOVE "10" TO ws-ack-status
               NOT AT END
                   ADD 1 TO ws-acks-read
                   PERFORM MATCH-ONE-ACKNOWLEDGMENT
           END-READ
       END-PERFORM.
       CLOSE ACK-FILE.

      *    The partner echoes the header of the file it received.
      *    It is proved against the latest send of that sequence
      *    number - a resend carries the same number - and the
      *    outcome is marked on every send of the number.
       MATCH-ONE-ACKNOWLEDGMENT.
       MOVE 0 TO ws-xlog-match-idx.
       PERFORM VARYING ws-xlog-idx FROM 1 BY 1
               UNTIL ws-xlog-idx > ws-xlog-count
           IF ws-xlog-seq-no (ws-xlog-idx) = ACK-SEQ-NO
               MOVE ws-xlog-idx TO ws-xlog-match-idx
           END-IF
       END-PERFORM.
       IF ws-xlog-match-idx = 0
           DISPLAY "XMITACK: sequence " ACK-SEQ-NO
               " for business date " ACK-BUS-DATE
               " is not on the transmission log."
           ADD 1 TO ws-acks-unknown
       ELSE
           IF ACK-COMPANY-ID = WS-HDR-COMPANY-ID
                   AND ACK-BUS-DATE
                       = ws-xlog-bus-date (ws-xlog-match-idx)
                   AND ACK-EXT-COUNT
                       = ws-xlog-ext-count (ws-xlog-match-idx)
                   AND ACK-SUM-COUNT
                       = ws-xlog-sum-count (ws-xlog-match-idx)
                   AND ACK-HASH-TOTAL
                       = ws-xlog-hash-total (ws-xlog-match-idx)
               MOVE "A" TO ws-ack-status-new
               ADD 1 TO ws-acks-matched
               DISPLAY "XMITACK: sequence " ACK-SEQ-NO
                   " acknowledged - totals agree."
           ELSE
               MOVE "M" TO ws-ack-status-new
               ADD 1 TO ws-acks-mismatched
               DISPLAY "XMITACK: sequence " ACK-SEQ-NO
                   " acknowledged with MISMATCHED totals."
               DISPLAY "XMITACK:   sent     date "
                   ws-xlog-bus-date (ws-xlog-match-idx)
                   " ext " ws-xlog-ext-count (ws-xlog-match-idx)
                   " sum " ws-xlog-sum-count (ws-xlog-match-idx)
                   " hash " ws-xlog-hash-total (ws-xlog-match-idx)
               DISPLAY "XMITACK:   received date " ACK-BUS-DATE
                   " ext " ACK-EXT-COUNT
                   " sum " ACK-SUM-COUNT
                   " hash " ACK-HASH-TOTAL
           END-IF
           PERFORM VARYING ws-xlog-idx FROM 1 BY 1
                   UNTIL ws-xlog-idx > ws-xlog-count
               IF ws-xlog-seq-no (ws-xlog-idx) = ACK-SEQ-NO
                   MOVE ws-ack-status-new
                       TO ws-xlog-ack-status (ws-xlog-idx)
                   MOVE WS-HDR-RUN-DATE
                       TO ws-xlog-ack-date (ws-xlog-idx)
               END-IF
           END-PERFORM
       END-IF.

       REWRITE-TRANSMISSION-LOG.
       OPEN OUTPUT XMITLOG-FILE.
       IF ws-xmitlog-status NOT = "00"
           DISPLAY "XMITACK: cannot rewrite transmission log - "
               "status " ws-xmitlog-status
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM VARYING ws-xlog-idx FROM 1 BY 1
               UNTIL ws-xlog-idx > ws-xlog-count
           MOVE ws-xlog-bus-date (ws-xlog-idx) TO XML-BUS-DATE
           MOVE ws-xlog-seq-no (ws-xlog-idx) TO XML-SEQ-NO
           MOVE ws-xlog-send-type (ws-xlog-idx) TO XML-SEND-TYPE
           MOVE ws-xlog-send-date (ws-xlog-idx) TO XML-SEND-DATE
           MOVE ws-xlog-send-time (ws-xlog-idx) TO XML-SEND-TIME
           MOVE ws-xlog-operator (ws-xlog-idx) TO XML-OPERATOR-ID
           MOVE ws-xlog-ext-count (ws-xlog-idx) TO XML-EXT-COUNT
           MOVE ws-xlog-sum-count (ws-xlog-idx) TO XML-SUM-COUNT
           MOVE ws-xlog-hash-total (ws-xlog-idx) TO XML-HASH-TOTAL
           MOVE ws-xlog-ack-status (ws-xlog-idx) TO XML-ACK-STATUS
           MOVE ws-xlog-ack-date (ws-xlog-idx) TO XML-ACK-DATE
           WRITE XMIT-LOG-RECORD
       END-PERFORM.
       CLOSE XMITLOG-FILE.
