           SELECT REJECT-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reject-status.
           SELECT HELD-FILE ASSIGN TO "HELDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-held-status.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  report-line                 PIC X(80).
       FD  REJECT-FILE.
       COPY REJREC.
       FD  HELD-FILE.
       COPY HELDREC.
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       77 ws-audit-status pic xx.
       77 ws-report-status pic xx.
       77 ws-reject-status pic xx.
       77 ws-reject-count pic 9(5) value 0.
       77 ws-held-status pic xx.
       77 ws-held-printed pic 9(5) value 0.
       77 ws-held-today-count pic 9(5) value 0.
       77 ws-held-today-amount pic s9(9)v99 value 0.
       77 ws-released-count pic 9(5) value 0.
       77 ws-released-amount pic s9(9)v99 value 0.
       77 ws-outstanding-count pic 9(5) value 0.
       77 ws-outstanding-amount pic s9(9)v99 value 0.
       77 ws-line-count pic 9(2) value 99.
       77 ws-lines-per-page pic 9(2) value 55.
       77 ws-page-count pic 9(3) value 0.
           05 filler pic x value space.
           05 filler pic x(25) value "EDIT REJECTS THIS RUN:".
           05 ws-rej-printed pic zzzz9.
       01 ws-held-head-1.
           05 filler pic x value space.
           05 filler pic x(40) value
               "HELD TRANSACTIONS - FROZEN ACCOUNTS AND ".
           05 filler pic x(16) value "OVER-LIMIT ITEMS".
       01 ws-held-head-2.
           05 filler pic x value space.
           05 filler pic x(10) value "HELD".
           05 filler pic x(12) value "ACCOUNT".
           05 filler pic x(4) value "TY".
           05 filler pic x(13) value "       AMOUNT".
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value "REASON".
           05 filler pic x(8) value "STATUS".
           05 filler pic x(10) value "DECIDED BY".
       01 ws-held-head-3.
           05 filler pic x value space.
           05 filler pic x(10) value "--------".
           05 filler pic x(12) value "----------".
           05 filler pic x(4) value "--".
           05 filler pic x(13) value " ------------".
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value "--------".
           05 filler pic x(8) value "------".
           05 filler pic x(10) value "--------".
       01 ws-held-line.
           05 filler pic x value space.
           05 ws-hld-held-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 ws-hld-account pic x(10).
           05 filler pic x(2) value spaces.
           05 ws-hld-type pic x(2).
           05 filler pic x(2) value spaces.
           05 ws-hld-amount pic -(9)9.99.
           05 filler pic x(2) value spaces.
           05 ws-hld-reason pic x(8).
           05 filler pic x(2) value spaces.
           05 ws-hld-status pic x(8).
           05 ws-hld-supervisor pic x(8).
       01 ws-held-total-line.
           05 filler pic x value space.
           05 ws-htl-label pic x(25).
           05 ws-htl-count pic zzzz9.
           05 filler pic x(4) value spaces.
           05 ws-htl-amount pic -(9)9.99.
       01 ws-count-line.
           05 filler pic x value space.
           05 filler pic x(22) value "AUDIT EVENTS PRINTED:".
           WRITE report-line AFTER ADVANCING 2 LINES
       END-IF.
       PERFORM PRINT-REJECT-SECTION.
       PERFORM PRINT-HELD-SECTION.
       PERFORM WRITE-REPORT-SUMMARY.
       CLOSE REPORT-FILE.
       DISPLAY "REPORTS: audit events printed " ws-detail-count
           WHEN "STOP"
               ADD 1 TO ws-stop-count
           WHEN "LOCK"
           WHEN "PWLCK"
               ADD 1 TO ws-lock-count
           WHEN "ABORT"
               ADD 1 TO ws-abort-count
           AFTER ADVANCING 1 LINE.
       MOVE 5 TO ws-line-count.

       WRITE-HELD-PAGE-HEADING.
       PERFORM WRITE-PAGE-BANNER.
       WRITE report-line FROM ws-held-head-2
           AFTER ADVANCING 2 LINES.
       WRITE report-line FROM ws-held-head-3
           AFTER ADVANCING 1 LINE.
       MOVE 5 TO ws-line-count.

       WRITE-PAGE-BANNER.
       ADD 1 TO ws-page-count.
       MOVE WS-HDR-COMPANY-ID TO ws-hd1-company.
       ADD 1 TO ws-line-count.
       ADD 1 TO ws-reject-count.

      *    Lists what is still waiting on a supervisor together
      *    with everything held or released today, so the section
      *    ties to the held figures in RECON's balancing.
       PRINT-HELD-SECTION.
       OPEN INPUT HELD-FILE.
       EVALUATE ws-held-status
           WHEN "00"
               WRITE report-line FROM ws-held-head-1
                   AFTER ADVANCING 2 LINES
               WRITE report-line FROM ws-held-head-2
                   AFTER ADVANCING 2 LINES
               WRITE report-line FROM ws-held-head-3
                   AFTER ADVANCING 1 LINE
               ADD 5 TO ws-line-count
               PERFORM UNTIL ws-held-status = "10"
                   READ HELD-FILE
                       AT END
                           MOVE "10" TO ws-held-status
                       NOT AT END
                           PERFORM SELECT-HELD-DETAIL
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
               IF ws-held-printed = 0
                   MOVE " NO TRANSACTIONS HELD OR RELEASED."
                       TO report-line
                   WRITE report-line AFTER ADVANCING 1 LINE
                   ADD 1 TO ws-line-count
               END-IF
               MOVE "HELD THIS RUN:" TO ws-htl-label
               MOVE ws-held-today-count TO ws-htl-count
               MOVE ws-held-today-amount TO ws-htl-amount
               WRITE report-line FROM ws-held-total-line
                   AFTER ADVANCING 2 LINES
               MOVE "RELEASED THIS RUN:" TO ws-htl-label
               MOVE ws-released-count TO ws-htl-count
               MOVE ws-released-amount TO ws-htl-amount
               WRITE report-line FROM ws-held-total-line
                   AFTER ADVANCING 1 LINE
               MOVE "AWAITING SUPERVISOR:" TO ws-htl-label
               MOVE ws-outstanding-count TO ws-htl-count
               MOVE ws-outstanding-amount TO ws-htl-amount
               WRITE report-line FROM ws-held-total-line
                   AFTER ADVANCING 1 LINE
               ADD 4 TO ws-line-count
           WHEN "35"
               MOVE " NO HELD-TRANSACTIONS MASTER - NOTHING HELD."
                   TO report-line
               WRITE report-line AFTER ADVANCING 2 LINES
               ADD 2 TO ws-line-count
           WHEN OTHER
               DISPLAY "REPORTS: cannot open held-transactions "
                   "master - status " ws-held-status
       END-EVALUATE.

       SELECT-HELD-DETAIL.
       IF HLD-HELD-DATE = WS-HDR-RUN-DATE
           ADD 1 TO ws-held-today-count
           ADD HLD-AMOUNT TO ws-held-today-amount
       END-IF.
       IF HLD-EXTRACTED AND HLD-EXTRACT-DATE = WS-HDR-RUN-DATE
           ADD 1 TO ws-released-count
           ADD HLD-AMOUNT TO ws-released-amount
       END-IF.
       IF HLD-HELD
           ADD 1 TO ws-outstanding-count
           ADD HLD-AMOUNT TO ws-outstanding-amount
       END-IF.
       IF HLD-HELD OR HLD-RELEASE-PENDING
               OR HLD-HELD-DATE = WS-HDR-RUN-DATE
               OR (HLD-EXTRACTED
                   AND HLD-EXTRACT-DATE = WS-HDR-RUN-DATE)
           PERFORM PRINT-HELD-DETAIL
       END-IF.

       PRINT-HELD-DETAIL.
       IF ws-line-count > ws-lines-per-page
           PERFORM WRITE-HELD-PAGE-HEADING
       END-IF.
       MOVE HLD-HELD-DATE TO ws-hld-held-date.
       MOVE HLD-ACCOUNT TO ws-hld-account.
       MOVE HLD-TRAN-TYPE TO ws-hld-type.
       MOVE HLD-AMOUNT TO ws-hld-amount.
       MOVE HLD-REASON TO ws-hld-reason.
       EVALUATE TRUE
           WHEN HLD-HELD
               MOVE "HELD" TO ws-hld-status
           WHEN HLD-RELEASE-PENDING
               MOVE "RELEASED" TO ws-hld-status
           WHEN HLD-EXTRACTED
               MOVE "SENT" TO ws-hld-status
           WHEN HLD-REJECTED
               MOVE "REJECTED" TO ws-hld-status
           WHEN OTHER
               MOVE HLD-STATUS TO ws-hld-status
       END-EVALUATE.
       MOVE HLD-SUPERVISOR TO ws-hld-supervisor.
       WRITE report-line FROM ws-held-line
           AFTER ADVANCING 1 LINE.
       ADD 1 TO ws-line-count.
       ADD 1 TO ws-held-printed.

       WRITE-REPORT-SUMMARY.
       MOVE ws-start-count TO ws-sum-starts.
       MOVE ws-stop-count TO ws-sum-stops.
