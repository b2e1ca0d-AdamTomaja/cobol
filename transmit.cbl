       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSMIT INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO "DAILYEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-extract-status.
           SELECT SUMMARY-FILE ASSIGN TO "DAYSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-summary-status.
           SELECT XMIT-FILE ASSIGN TO "XMITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-xmit-status.
           SELECT XMITLOG-FILE ASSIGN TO "XMITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-xmitlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       COPY EXTRREC.
       FD  SUMMARY-FILE.
       COPY SUMREC.
       FD  XMIT-FILE.
       COPY XMITREC.
       FD  XMITLOG-FILE.
       COPY XMTLREC.
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       77 ws-extract-status pic xx.
       77 ws-summary-status pic xx.
       77 ws-xmit-status pic xx.
       77 ws-xmitlog-status pic xx.
       77 ws-last-seq-no pic 9(6) value 0.
       77 ws-date-seq-no pic 9(6) value 0.
       77 ws-seq-no pic 9(6) value 0.
       77 ws-send-type pic x value "O".
           88 ws-original-send VALUE "O".
           88 ws-resend VALUE "R".
       77 ws-ext-count pic 9(7) value 0.
       77 ws-sum-count pic 9(7) value 0.
       77 ws-hash-total pic 9(13)v99 value 0.
       77 ws-ext-trailer-flag pic x value "N".
           88 ws-ext-trailer-found VALUE "Y".
       77 ws-ext-trailer-date pic 9(8) value 0.
       77 ws-sum-trailer-flag pic x value "N".
           88 ws-sum-trailer-found VALUE "Y".
       77 ws-sum-trailer-date pic 9(8) value 0.
       77 ws-package-flag pic x value "Y".
           88 ws-package-ok VALUE "Y".
       77 ws-display-count pic z(6)9.
       77 ws-display-amount pic z(12)9.99.
       LINKAGE SECTION.
       COPY STAGECOM.
       PROCEDURE DIVISION USING STAGE-COMM-AREA.
       MOVE SCA-RUN-DATE TO WS-HDR-RUN-DATE.
       MOVE SCA-RUN-TIME TO WS-HDR-RUN-TIME.
       MOVE SCA-COMPANY-ID TO WS-HDR-COMPANY-ID.
       MOVE SCA-SHIFT-ID TO WS-HDR-SHIFT-ID.
       MOVE SCA-NEXT-BUS-DATE TO WS-HDR-NEXT-BUS-DATE.
       DISPLAY "TRANSMIT: partner transmission job running...".
       PERFORM LOAD-TRANSMISSION-LOG.
       PERFORM TALLY-DAILY-EXTRACT.
       PERFORM TALLY-DAILY-SUMMARY.
       IF NOT ws-package-ok
           DISPLAY "TRANSMIT: *** PACKAGE NOT BUILT ***"
           DISPLAY "TRANSMIT: no sequence number has been used."
           MOVE 8 TO SCA-STAGE-STATUS
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM WRITE-TRANSMISSION-FILE.
       PERFORM LOG-TRANSMISSION.
       MOVE ws-seq-no TO ws-display-count.
       IF ws-resend
           DISPLAY "TRANSMIT: resend of sequence " ws-display-count
       ELSE
           DISPLAY "TRANSMIT: sequence number    " ws-display-count
       END-IF.
       MOVE ws-ext-count TO ws-display-count.
       DISPLAY "TRANSMIT: extract records    " ws-display-count.
       MOVE ws-sum-count TO ws-display-count.
       DISPLAY "TRANSMIT: summary records    " ws-display-count.
       MOVE ws-hash-total TO ws-display-amount.
       DISPLAY "TRANSMIT: hash total " ws-display-amount.
       DISPLAY "TRANSMIT: partner transmission job complete.".
       MOVE 0 TO SCA-STAGE-STATUS.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    The log decides the sequence number. A business date that
      *    has already been sent goes again under its own number as
      *    a resend; otherwise the date takes the next number after
      *    the highest on the log, so numbers never repeat or skip.
       LOAD-TRANSMISSION-LOG.
       OPEN INPUT XMITLOG-FILE.
       EVALUATE ws-xmitlog-status
           WHEN "00"
               PERFORM UNTIL ws-xmitlog-status = "10"
                   READ XMITLOG-FILE
                       AT END
                           MOVE "10" TO ws-xmitlog-status
                       NOT AT END
                           PERFORM NOTE-LOGGED-SEND
                   END-READ
               END-PERFORM
               CLOSE XMITLOG-FILE
           WHEN "35"
               DISPLAY "TRANSMIT: no transmission log yet - "
                   "starting one."
           WHEN OTHER
               DISPLAY "TRANSMIT: cannot open transmission log - "
                   "status " ws-xmitlog-status
               MOVE 12 TO SCA-STAGE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
       END-EVALUATE.
       IF ws-date-seq-no > 0
           SET ws-resend TO TRUE
           MOVE ws-date-seq-no TO ws-seq-no
       ELSE
           SET ws-original-send TO TRUE
           COMPUTE ws-seq-no = ws-last-seq-no + 1
       END-IF.

       NOTE-LOGGED-SEND.
       IF XML-SEQ-NO > ws-last-seq-no
           MOVE XML-SEQ-NO TO ws-last-seq-no
       END-IF.
       IF XML-BUS-DATE = WS-HDR-RUN-DATE
           MOVE XML-SEQ-NO TO ws-date-seq-no
       END-IF.

       TALLY-DAILY-EXTRACT.
       OPEN INPUT EXTRACT-FILE.
       IF ws-extract-status NOT = "00"
           DISPLAY "TRANSMIT: cannot open daily extract - "
               "status " ws-extract-status
           DISPLAY "TRANSMIT: has the extract stage been run?"
           MOVE 12 TO SCA-STAGE-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM UNTIL ws-extract-status = "10"
           READ EXTRACT-FILE
               AT END
                   MOVE "10" TO ws-extract-status
               NOT AT END
                   PERFORM TALLY-EXTRACT-RECORD
           END-READ
       END-PERFORM.
       CLOSE EXTRACT-FILE.
       IF NOT ws-ext-trailer-found
           DISPLAY "TRANSMIT: no control trailer on the extract."
           MOVE "N" TO ws-package-flag
       ELSE
           IF ws-ext-trailer-date NOT = WS-HDR-RUN-DATE
               DISPLAY "TRANSMIT: extract trailer is dated "
                   ws-ext-trailer-date " - not business date "
                   WS-HDR-RUN-DATE "."
               MOVE "N" TO ws-package-flag
           END-IF
       END-IF.

       TALLY-EXTRACT-RECORD.
       ADD 1 TO ws-ext-count.
       EVALUATE TRUE
           WHEN EXT-DETAIL-REC
               IF EXT-AMOUNT < 0
                   SUBTRACT EXT-AMOUNT FROM ws-hash-total
               ELSE
                   ADD EXT-AMOUNT TO ws-hash-total
               END-IF
           WHEN EXT-TRAILER-REC
               SET ws-ext-trailer-found TO TRUE
               MOVE EXT-TRL-RUN-DATE TO ws-ext-trailer-date
           WHEN OTHER
               DISPLAY "TRANSMIT: unknown record type '" EXT-REC-TYPE
                   "' on the extract."
               MOVE "N" TO ws-package-flag
       END-EVALUATE.

       TALLY-DAILY-SUMMARY.
       OPEN INPUT SUMMARY-FILE.
       IF ws-summary-status NOT = "00"
           DISPLAY "TRANSMIT: cannot open daily summary - "
               "status " ws-summary-status
           DISPLAY "TRANSMIT: has the summary stage been run?"
           MOVE 12 TO SCA-STAGE-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM UNTIL ws-summary-status = "10"
           READ SUMMARY-FILE
               AT END
                   MOVE "10" TO ws-summary-status
               NOT AT END
                   PERFORM TALLY-SUMMARY-RECORD
           END-READ
       END-PERFORM.
       CLOSE SUMMARY-FILE.
       IF NOT ws-sum-trailer-found
           DISPLAY "TRANSMIT: no control trailer on the summary."
           MOVE "N" TO ws-package-flag
       ELSE
           IF ws-sum-trailer-date NOT = WS-HDR-RUN-DATE
               DISPLAY "TRANSMIT: summary trailer is dated "
                   ws-sum-trailer-date " - not business date "
                   WS-HDR-RUN-DATE "."
               MOVE "N" TO ws-package-flag
           END-IF
       END-IF.

       TALLY-SUMMARY-RECORD.
       ADD 1 TO ws-sum-count.
       EVALUATE TRUE
           WHEN SUM-DETAIL-REC
               IF SUM-NET-AMOUNT < 0
                   SUBTRACT SUM-NET-AMOUNT FROM ws-hash-total
               ELSE
                   ADD SUM-NET-AMOUNT TO ws-hash-total
               END-IF
           WHEN SUM-TRAILER-REC
               SET ws-sum-trailer-found TO TRUE
               MOVE SUM-TRL-RUN-DATE TO ws-sum-trailer-date
           WHEN OTHER
               DISPLAY "TRANSMIT: unknown record type '" SUM-REC-TYPE
                   "' on the summary."
               MOVE "N" TO ws-package-flag
       END-EVALUATE.

      *    Both files were proved in the tally pass, so the header
      *    can lead the package with its final counts and hash.
       WRITE-TRANSMISSION-FILE.
       OPEN OUTPUT XMIT-FILE.
       IF ws-xmit-status NOT = "00"
           DISPLAY "TRANSMIT: cannot open transmission file - "
               "status " ws-xmit-status
           MOVE 12 TO SCA-STAGE-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE SPACES TO XMIT-RECORD.
       SET XMT-HEADER-REC TO TRUE.
       MOVE WS-HDR-COMPANY-ID TO XMT-HDR-COMPANY-ID.
       MOVE WS-HDR-RUN-DATE TO XMT-HDR-BUS-DATE.
       MOVE ws-seq-no TO XMT-HDR-SEQ-NO.
       MOVE ws-ext-count TO XMT-HDR-EXT-COUNT.
       MOVE ws-sum-count TO XMT-HDR-SUM-COUNT.
       MOVE ws-hash-total TO XMT-HDR-HASH-TOTAL.
       MOVE ws-send-type TO XMT-HDR-SEND-TYPE.
       WRITE XMIT-RECORD.
       OPEN INPUT EXTRACT-FILE.
       PERFORM UNTIL ws-extract-status = "10"
           READ EXTRACT-FILE
               AT END
                   MOVE "10" TO ws-extract-status
               NOT AT END
                   MOVE SPACES TO XMIT-RECORD
                   SET XMT-EXTRACT-REC TO TRUE
                   MOVE EXTRACT-RECORD TO XMT-BODY
                   WRITE XMIT-RECORD
           END-READ
       END-PERFORM.
       CLOSE EXTRACT-FILE.
       OPEN INPUT SUMMARY-FILE.
       PERFORM UNTIL ws-summary-status = "10"
           READ SUMMARY-FILE
               AT END
                   MOVE "10" TO ws-summary-status
               NOT AT END
                   MOVE SPACES TO XMIT-RECORD
                   SET XMT-SUMMARY-REC TO TRUE
                   MOVE SUMMARY-RECORD TO XMT-BODY
                   WRITE XMIT-RECORD
           END-READ
       END-PERFORM.
       CLOSE SUMMARY-FILE.
       CLOSE XMIT-FILE.

       LOG-TRANSMISSION.
       OPEN EXTEND XMITLOG-FILE.
       IF ws-xmitlog-status = "35"
           OPEN OUTPUT XMITLOG-FILE
       END-IF.
       IF ws-xmitlog-status NOT = "00"
           DISPLAY "TRANSMIT: cannot write transmission log - "
               "status " ws-xmitlog-status
           DISPLAY "TRANSMIT: XMITOUT was built but is not logged - "
               "do not send it."
           MOVE 12 TO SCA-STAGE-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE WS-HDR-RUN-DATE TO XML-BUS-DATE.
       MOVE ws-seq-no TO XML-SEQ-NO.
       MOVE ws-send-type TO XML-SEND-TYPE.
       ACCEPT XML-SEND-DATE FROM DATE YYYYMMDD.
       ACCEPT XML-SEND-TIME FROM TIME.
       MOVE SCA-OPERATOR-ID TO XML-OPERATOR-ID.
       MOVE ws-ext-count TO XML-EXT-COUNT.
       MOVE ws-sum-count TO XML-SUM-COUNT.
       MOVE ws-hash-total TO XML-HASH-TOTAL.
       SET XML-ACK-PENDING TO TRUE.
       MOVE 0 TO XML-ACK-DATE.
       WRITE XMIT-LOG-RECORD.
       CLOSE XMITLOG-FILE.
