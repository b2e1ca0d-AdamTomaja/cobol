       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTING INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-acct-status.
           SELECT SUMMARY-FILE ASSIGN TO "DAYSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-summary-status.
           SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-balance-status.
           SELECT REGISTER-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-register-status.
           SELECT POSTLOG-FILE ASSIGN TO "POSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-postlog-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  SUMMARY-FILE.
       COPY SUMREC.
       FD  BALANCE-FILE.
       COPY BALREC.
       FD  REGISTER-FILE.
       01  register-line               PIC X(80).
       FD  POSTLOG-FILE.
       COPY PSTLREC.
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       COPY ACCTABLE.
       77 ws-acct-status pic xx.
       77 ws-summary-status pic xx.
       77 ws-balance-status pic xx.
       77 ws-register-status pic xx.
       77 ws-postlog-status pic xx.
       77 ws-date-posted-flag pic x value "N".
           88 ws-date-already-posted VALUE "Y".
       01 ws-bal-table.
           05 ws-bal-entry OCCURS 200 TIMES.
               10 ws-bal-id pic x(10).
               10 ws-bal-opening pic s9(11)v99.
               10 ws-bal-current pic s9(11)v99.
               10 ws-bal-last-posted pic 9(8).
       77 ws-bal-count pic 9(3) value 0.
       77 ws-bal-max pic 9(3) value 200.
       77 ws-bal-idx pic 9(3).
       77 ws-bal-match-idx pic 9(3).
       77 ws-act-idx pic 9(3).
       77 ws-ledger-posted-date pic 9(8) value 0.
       77 ws-new-account-count pic 9(5) value 0.
       77 ws-trailer-flag pic x value "N".
           88 ws-trailer-found VALUE "Y".
       77 ws-trailer-date pic 9(8) value 0.
       77 ws-trailer-acct-count pic 9(5) value 0.
       77 ws-trailer-net pic s9(9)v99 value 0.
       77 ws-summ-detail-count pic 9(5) value 0.
       77 ws-summ-net-amount pic s9(9)v99 value 0.
       77 ws-unposted-count pic 9(5) value 0.
       77 ws-movement pic s9(11)v99 value 0.
       77 ws-total-movement pic s9(13)v99 value 0.
       77 ws-total-opening pic s9(13)v99 value 0.
       77 ws-total-closing pic s9(13)v99 value 0.
       77 ws-balance-flag pic x value "Y".
           88 ws-in-balance VALUE "Y".
       77 ws-line-count pic 9(2) value 99.
       77 ws-lines-per-page pic 9(2) value 55.
       77 ws-page-count pic 9(3) value 0.
       77 ws-display-count pic z(6)9.
       77 ws-display-amount pic -(13)9.99.
       01 ws-heading-1.
           05 filler pic x value space.
           05 ws-hd1-company pic x(10).
           05 filler pic x(3) value spaces.
           05 filler pic x(28) value "ACCOUNT BALANCE REGISTER".
           05 filler pic x(9) value "BUS DATE ".
           05 ws-hd1-date pic x(10).
           05 filler pic x(2) value spaces.
           05 filler pic x(5) value "PAGE ".
           05 ws-hd1-page pic zz9.
       01 ws-heading-2.
           05 filler pic x value space.
           05 filler pic x(6) value "SHIFT ".
           05 ws-hd2-shift pic x(4).
       01 ws-heading-3.
           05 filler pic x value space.
           05 filler pic x(12) value "ACCOUNT".
           05 filler pic x(18) value " OPENING BALANCE".
           05 filler pic x(18) value "        MOVEMENT".
           05 filler pic x(18) value " CLOSING BALANCE".
           05 filler pic x(12) value "LAST POSTED".
       01 ws-heading-4.
           05 filler pic x value space.
           05 filler pic x(12) value "----------".
           05 filler pic x(18) value "----------------".
           05 filler pic x(18) value "----------------".
           05 filler pic x(18) value "----------------".
           05 filler pic x(12) value "----------".
       01 ws-detail-line.
           05 filler pic x value space.
           05 ws-dtl-account pic x(10).
           05 filler pic x(2) value spaces.
           05 ws-dtl-opening pic -(11)9.99.
           05 filler pic x(2) value spaces.
           05 ws-dtl-movement pic -(11)9.99.
           05 filler pic x(2) value spaces.
           05 ws-dtl-closing pic -(11)9.99.
           05 filler pic x(2) value spaces.
           05 ws-dtl-last-posted pic x(10).
       01 ws-total-line.
           05 filler pic x value space.
           05 filler pic x(10) value "TOTALS".
           05 ws-tot-opening pic -(13)9.99.
           05 ws-tot-movement pic -(13)9.99.
           05 ws-tot-closing pic -(13)9.99.
       01 ws-control-line-1.
           05 filler pic x value space.
           05 filler pic x(30) value "ACCOUNTS ON LEDGER:".
           05 ws-ctl-ledger-count pic zzzz9.
           05 filler pic x(20) value "   NEW THIS RUN:".
           05 ws-ctl-new-count pic zzzz9.
       01 ws-control-line-2.
           05 filler pic x value space.
           05 filler pic x(30) value "ACCOUNTS POSTED FROM DAYSUMM:".
           05 ws-ctl-posted-count pic zzzz9.
           05 filler pic x(20) value "   SUMMARY TRAILER:".
           05 ws-ctl-trailer-count pic zzzz9.
       01 ws-control-line-3.
           05 filler pic x value space.
           05 filler pic x(30) value "SUMMARY TRAILER NET AMOUNT:".
           05 ws-ctl-trailer-net pic -(13)9.99.
       01 ws-control-line-4.
           05 filler pic x value space.
           05 filler pic x(30) value "TOTAL MOVEMENT POSTED - AGREES".
           05 filler pic x(17) value " WITH THE TRAILER".
       01 ws-formatted-date.
           05 ws-fmt-ccyy pic x(4).
           05 filler pic x value "-".
           05 ws-fmt-mm pic x(2).
           05 filler pic x value "-".
           05 ws-fmt-dd pic x(2).
       01 ws-date-work.
           05 ws-dw-ccyy pic x(4).
           05 ws-dw-mm pic x(2).
           05 ws-dw-dd pic x(2).
       LINKAGE SECTION.
       COPY STAGECOM.
       PROCEDURE DIVISION USING STAGE-COMM-AREA.
       MOVE SCA-RUN-DATE TO WS-HDR-RUN-DATE.
       MOVE SCA-RUN-TIME TO WS-HDR-RUN-TIME.
       MOVE SCA-SHIFT-ID TO WS-HDR-SHIFT-ID.
       MOVE SCA-NEXT-BUS-DATE TO WS-HDR-NEXT-BUS-DATE.
       DISPLAY "POSTING: account balance posting job running...".
       PERFORM LOAD-BALANCE-LEDGER.
       PERFORM LOAD-POSTING-LOG.
       IF ws-date-already-posted
           DISPLAY "POSTING: business date " WS-HDR-RUN-DATE
               " is already on the posting log."
           DISPLAY "POSTING: refused - a day is never posted twice."
           MOVE 8 TO SCA-STAGE-STATUS
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM LOAD-ACCOUNTS.
       PERFORM ADD-NEW-ACCOUNTS.
       PERFORM ROLL-OPENING-BALANCES.
       PERFORM APPLY-DAILY-SUMMARY.
       PERFORM PROVE-POSTING.
       IF NOT ws-in-balance
           DISPLAY "POSTING: *** POSTING OUT OF BALANCE ***"
           DISPLAY "POSTING: the balance ledger has not been "
               "updated."
           MOVE 8 TO SCA-STAGE-STATUS
           MOVE 8 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM REWRITE-BALANCE-LEDGER.
       PERFORM LOG-POSTING.
       PERFORM PRINT-BALANCE-REGISTER.
       MOVE ws-summ-detail-count TO ws-display-count.
       DISPLAY "POSTING: accounts posted    " ws-display-count.
       MOVE ws-total-movement TO ws-display-amount.
       DISPLAY "POSTING: movement posted " ws-display-amount.
       MOVE ws-total-closing TO ws-display-amount.
       DISPLAY "POSTING: closing balances" ws-display-amount.
       DISPLAY "POSTING: account balance posting job complete.".
       MOVE 0 TO SCA-STAGE-STATUS.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

      *    A missing ledger is the first posting run: every account
      *    starts from a zero balance.
       LOAD-BALANCE-LEDGER.
       OPEN INPUT BALANCE-FILE.
       IF ws-balance-status = "35"
           DISPLAY "POSTING: no balance ledger yet - starting one."
       ELSE
           IF ws-balance-status NOT = "00"
               DISPLAY "POSTING: cannot open balance ledger - "
                   "status " ws-balance-status
               MOVE 12 TO SCA-STAGE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL ws-balance-status = "10"
               READ BALANCE-FILE
                   AT END
                       MOVE "10" TO ws-balance-status
                   NOT AT END
                       PERFORM LOAD-LEDGER-RECORD
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE
       END-IF.

       LOAD-LEDGER-RECORD.
       EVALUATE TRUE
           WHEN BAL-DETAIL-REC
               IF ws-bal-count = ws-bal-max
                   DISPLAY "POSTING: balance ledger holds more than "
                       ws-bal-max " accounts - cannot post."
                   CLOSE BALANCE-FILE
                   MOVE 12 TO SCA-STAGE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO ws-bal-count
               MOVE BAL-ACCOUNT TO ws-bal-id (ws-bal-count)
               MOVE BAL-OPENING-BALANCE
                   TO ws-bal-opening (ws-bal-count)
               MOVE BAL-CURRENT-BALANCE
                   TO ws-bal-current (ws-bal-count)
               MOVE BAL-LAST-POSTED-DATE
                   TO ws-bal-last-posted (ws-bal-count)
               IF BAL-LAST-POSTED-DATE > ws-ledger-posted-date
                   MOVE BAL-LAST-POSTED-DATE TO ws-ledger-posted-date
               END-IF
           WHEN BAL-TRAILER-REC
               IF BAL-TRL-POSTED-DATE > ws-ledger-posted-date
                   MOVE BAL-TRL-POSTED-DATE TO ws-ledger-posted-date
               END-IF
           WHEN OTHER
               DISPLAY "POSTING: unknown record type '" BAL-REC-TYPE
                   "' on the balance ledger."
       END-EVALUATE.

      *    The posting log, not the ledger's last posted date,
      *    decides whether a day may be posted: a lost day caught up
      *    after later days have been posted is still accepted. The
      *    ledger trailer date also counts, for a ledger posted
      *    before the log was kept.
       LOAD-POSTING-LOG.
       IF ws-ledger-posted-date = WS-HDR-RUN-DATE
           SET ws-date-already-posted TO TRUE
       END-IF.
       OPEN INPUT POSTLOG-FILE.
       EVALUATE ws-postlog-status
           WHEN "00"
               PERFORM UNTIL ws-postlog-status = "10"
                   READ POSTLOG-FILE
                       AT END
                           MOVE "10" TO ws-postlog-status
                       NOT AT END
                           IF PSL-BUS-DATE = WS-HDR-RUN-DATE
                               SET ws-date-already-posted TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTLOG-FILE
           WHEN "35"
               DISPLAY "POSTING: no posting log yet - starting one."
           WHEN OTHER
               DISPLAY "POSTING: cannot open posting log - "
                   "status " ws-postlog-status
               MOVE 12 TO SCA-STAGE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
       END-EVALUATE.

       LOAD-ACCOUNTS.
       OPEN INPUT ACCT-FILE.
       IF ws-acct-status NOT = "00"
           DISPLAY "POSTING: cannot open account master - "
               "status " ws-acct-status
           MOVE 12 TO SCA-STAGE-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM UNTIL ws-acct-status = "10"
               OR WS-ACT-TABLE-CNT = WS-ACT-TABLE-MAX
           READ ACCT-FILE
               AT END
                   MOVE "10" TO ws-acct-status
               NOT AT END
                   ADD 1 TO WS-ACT-TABLE-CNT
                   MOVE ACM-ACCOUNT
                       TO WS-ACT-ID-TBL (WS-ACT-TABLE-CNT)
                   MOVE ACM-NAME
                       TO WS-ACT-NAME-TBL (WS-ACT-TABLE-CNT)
                   MOVE ACM-STATUS
                       TO WS-ACT-STATUS-TBL (WS-ACT-TABLE-CNT)
           END-READ
       END-PERFORM.
       CLOSE ACCT-FILE.

      *    Accounts added in ACTMAINT since the last posting join
      *    the ledger with a zero balance.
       ADD-NEW-ACCOUNTS.
       PERFORM VARYING ws-act-idx FROM 1 BY 1
               UNTIL ws-act-idx > WS-ACT-TABLE-CNT
           MOVE WS-ACT-ID-TBL (ws-act-idx) TO BAL-ACCOUNT
           PERFORM FIND-LEDGER-ACCOUNT
           IF ws-bal-match-idx = 0
               IF ws-bal-count = ws-bal-max
                   DISPLAY "POSTING: balance ledger is full - "
                       "account " BAL-ACCOUNT " cannot be added."
                   MOVE 12 TO SCA-STAGE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO ws-bal-count
               MOVE BAL-ACCOUNT TO ws-bal-id (ws-bal-count)
               MOVE 0 TO ws-bal-opening (ws-bal-count)
               MOVE 0 TO ws-bal-current (ws-bal-count)
               MOVE 0 TO ws-bal-last-posted (ws-bal-count)
               ADD 1 TO ws-new-account-count
           END-IF
       END-PERFORM.

       FIND-LEDGER-ACCOUNT.
       MOVE 0 TO ws-bal-match-idx.
       PERFORM VARYING ws-bal-idx FROM 1 BY 1
               UNTIL ws-bal-idx > ws-bal-count
           IF ws-bal-id (ws-bal-idx) = BAL-ACCOUNT
               MOVE ws-bal-idx TO ws-bal-match-idx
               EXIT PERFORM
           END-IF
       END-PERFORM.

      *    Every account opens the day at its previous closing
      *    balance, whether or not it has movement today.
       ROLL-OPENING-BALANCES.
       PERFORM VARYING ws-bal-idx FROM 1 BY 1
               UNTIL ws-bal-idx > ws-bal-count
           MOVE ws-bal-current (ws-bal-idx)
               TO ws-bal-opening (ws-bal-idx)
       END-PERFORM.

       APPLY-DAILY-SUMMARY.
       OPEN INPUT SUMMARY-FILE.
       IF ws-summary-status NOT = "00"
           DISPLAY "POSTING: cannot open daily summary - "
               "status " ws-summary-status
           DISPLAY "POSTING: has the summary stage been run?"
           MOVE 12 TO SCA-STAGE-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM UNTIL ws-summary-status = "10"
           READ SUMMARY-FILE
               AT END
                   MOVE "10" TO ws-summary-status
               NOT AT END
                   PERFORM APPLY-SUMMARY-RECORD
           END-READ
       END-PERFORM.
       CLOSE SUMMARY-FILE.

       APPLY-SUMMARY-RECORD.
       EVALUATE TRUE
           WHEN SUM-DETAIL-REC
               ADD 1 TO ws-summ-detail-count
               ADD SUM-NET-AMOUNT TO ws-summ-net-amount
               MOVE SUM-ACCOUNT TO BAL-ACCOUNT
               PERFORM FIND-LEDGER-ACCOUNT
               IF ws-bal-match-idx > 0
                   ADD SUM-NET-AMOUNT
                       TO ws-bal-current (ws-bal-match-idx)
                   IF WS-HDR-RUN-DATE
                           > ws-bal-last-posted (ws-bal-match-idx)
                       MOVE WS-HDR-RUN-DATE
                           TO ws-bal-last-posted (ws-bal-match-idx)
                   END-IF
               ELSE
                   DISPLAY "POSTING: account " SUM-ACCOUNT
                       " on the summary is not on the ledger."
                   ADD 1 TO ws-unposted-count
                   MOVE "N" TO ws-balance-flag
               END-IF
           WHEN SUM-TRAILER-REC
               SET ws-trailer-found TO TRUE
               MOVE SUM-TRL-RUN-DATE TO ws-trailer-date
               MOVE SUM-TRL-ACCT-COUNT TO ws-trailer-acct-count
               MOVE SUM-TRL-NET-AMOUNT TO ws-trailer-net
           WHEN OTHER
               DISPLAY "POSTING: unknown record type '" SUM-REC-TYPE
                   "' on the summary."
               MOVE "N" TO ws-balance-flag
       END-EVALUATE.

      *    The proof is taken from the ledger itself: the sum of
      *    closing less opening over every account must equal the
      *    net amount on the summary trailer.
       PROVE-POSTING.
       MOVE 0 TO ws-total-opening.
       MOVE 0 TO ws-total-closing.
       PERFORM VARYING ws-bal-idx FROM 1 BY 1
               UNTIL ws-bal-idx > ws-bal-count
           ADD ws-bal-opening (ws-bal-idx) TO ws-total-opening
           ADD ws-bal-current (ws-bal-idx) TO ws-total-closing
       END-PERFORM.
       COMPUTE ws-total-movement = ws-total-closing - ws-total-opening.
       IF NOT ws-trailer-found
           DISPLAY "POSTING: no control trailer on the summary."
           MOVE "N" TO ws-balance-flag
       ELSE
           MOVE ws-summ-detail-count TO ws-display-count
           DISPLAY "POSTING: summary details    " ws-display-count
           MOVE ws-trailer-acct-count TO ws-display-count
           DISPLAY "POSTING: trailer acct count " ws-display-count
           MOVE ws-total-movement TO ws-display-amount
           DISPLAY "POSTING: ledger movement " ws-display-amount
           MOVE ws-trailer-net TO ws-display-amount
           DISPLAY "POSTING: trailer net     " ws-display-amount
           IF ws-trailer-date NOT = WS-HDR-RUN-DATE
               DISPLAY "POSTING: summary trailer is dated "
                   ws-trailer-date " - not today's summary."
               MOVE "N" TO ws-balance-flag
           END-IF
           IF ws-summ-detail-count NOT = ws-trailer-acct-count
               DISPLAY "POSTING: summary account count does not "
                   "match its trailer."
               MOVE "N" TO ws-balance-flag
           END-IF
           IF ws-summ-net-amount NOT = ws-trailer-net
               DISPLAY "POSTING: summary net amounts do not match "
                   "its trailer."
               MOVE "N" TO ws-balance-flag
           END-IF
           IF ws-total-movement NOT = ws-trailer-net
               DISPLAY "POSTING: total ledger movement does not "
                   "equal the summary trailer net amount."
               MOVE "N" TO ws-balance-flag
           END-IF
       END-IF.

       REWRITE-BALANCE-LEDGER.
       OPEN OUTPUT BALANCE-FILE.
       IF ws-balance-status NOT = "00"
           DISPLAY "POSTING: cannot rewrite balance ledger - "
               "status " ws-balance-status
           MOVE 12 TO SCA-STAGE-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM VARYING ws-bal-idx FROM 1 BY 1
               UNTIL ws-bal-idx > ws-bal-count
           MOVE SPACES TO BALANCE-RECORD
           SET BAL-DETAIL-REC TO TRUE
           MOVE ws-bal-id (ws-bal-idx) TO BAL-ACCOUNT
           MOVE ws-bal-opening (ws-bal-idx) TO BAL-OPENING-BALANCE
           MOVE ws-bal-current (ws-bal-idx) TO BAL-CURRENT-BALANCE
           MOVE ws-bal-last-posted (ws-bal-idx)
               TO BAL-LAST-POSTED-DATE
           WRITE BALANCE-RECORD
       END-PERFORM.
       MOVE SPACES TO BALANCE-RECORD.
       SET BAL-TRAILER-REC TO TRUE.
       IF WS-HDR-RUN-DATE > ws-ledger-posted-date
           MOVE WS-HDR-RUN-DATE TO BAL-TRL-POSTED-DATE
       ELSE
           MOVE ws-ledger-posted-date TO BAL-TRL-POSTED-DATE
       END-IF.
       MOVE ws-bal-count TO BAL-TRL-ACCT-COUNT.
       MOVE ws-total-closing TO BAL-TRL-BALANCE-TOT.
       WRITE BALANCE-RECORD.
       CLOSE BALANCE-FILE.

      *    The ledger is rewritten first, so a failed rewrite never
      *    leaves a day on the log that was not posted.
       LOG-POSTING.
       OPEN EXTEND POSTLOG-FILE.
       IF ws-postlog-status = "35"
           OPEN OUTPUT POSTLOG-FILE
       END-IF.
       IF ws-postlog-status NOT = "00"
           DISPLAY "POSTING: cannot write posting log - "
               "status " ws-postlog-status
           DISPLAY "POSTING: the ledger IS posted for "
               WS-HDR-RUN-DATE " - do not post this date again."
           MOVE 12 TO SCA-STAGE-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       MOVE WS-HDR-RUN-DATE TO PSL-BUS-DATE.
       ACCEPT PSL-POST-DATE FROM DATE YYYYMMDD.
       ACCEPT PSL-POST-TIME FROM TIME.
       MOVE SCA-OPERATOR-ID TO PSL-OPERATOR-ID.
       MOVE ws-summ-detail-count TO PSL-ACCT-COUNT.
       MOVE ws-total-movement TO PSL-NET-MOVEMENT.
       WRITE POST-LOG-RECORD.
       CLOSE POSTLOG-FILE.

       PRINT-BALANCE-REGISTER.
       OPEN OUTPUT REGISTER-FILE.
       IF ws-register-status NOT = "00"
           DISPLAY "POSTING: cannot open balance register - "
               "status " ws-register-status
           DISPLAY "POSTING: the ledger is posted; reprint the "
               "register from ACCTBAL."
       ELSE
           PERFORM VARYING ws-bal-idx FROM 1 BY 1
                   UNTIL ws-bal-idx > ws-bal-count
               PERFORM PRINT-REGISTER-DETAIL
           END-PERFORM
           MOVE ws-total-opening TO ws-tot-opening
           MOVE ws-total-movement TO ws-tot-movement
           MOVE ws-total-closing TO ws-tot-closing
           WRITE register-line FROM ws-total-line
               AFTER ADVANCING 2 LINES
           MOVE ws-bal-count TO ws-ctl-ledger-count
           MOVE ws-new-account-count TO ws-ctl-new-count
           WRITE register-line FROM ws-control-line-1
               AFTER ADVANCING 2 LINES
           MOVE ws-summ-detail-count TO ws-ctl-posted-count
           MOVE ws-trailer-acct-count TO ws-ctl-trailer-count
           WRITE register-line FROM ws-control-line-2
               AFTER ADVANCING 1 LINE
           MOVE ws-trailer-net TO ws-ctl-trailer-net
           WRITE register-line FROM ws-control-line-3
               AFTER ADVANCING 1 LINE
           WRITE register-line FROM ws-control-line-4
               AFTER ADVANCING 1 LINE
           CLOSE REGISTER-FILE
       END-IF.

       PRINT-REGISTER-DETAIL.
       IF ws-line-count > ws-lines-per-page
           PERFORM WRITE-PAGE-HEADING
       END-IF.
       MOVE ws-bal-id (ws-bal-idx) TO ws-dtl-account.
       MOVE ws-bal-opening (ws-bal-idx) TO ws-dtl-opening.
       COMPUTE ws-movement = ws-bal-current (ws-bal-idx)
           - ws-bal-opening (ws-bal-idx).
       MOVE ws-movement TO ws-dtl-movement.
       MOVE ws-bal-current (ws-bal-idx) TO ws-dtl-closing.
       IF ws-bal-last-posted (ws-bal-idx) = 0
           MOVE "NEVER" TO ws-dtl-last-posted
       ELSE
           MOVE ws-bal-last-posted (ws-bal-idx) TO ws-date-work
           MOVE ws-dw-ccyy TO ws-fmt-ccyy
           MOVE ws-dw-mm TO ws-fmt-mm
           MOVE ws-dw-dd TO ws-fmt-dd
           MOVE ws-formatted-date TO ws-dtl-last-posted
       END-IF.
       WRITE register-line FROM ws-detail-line
           AFTER ADVANCING 1 LINE.
       ADD 1 TO ws-line-count.

       WRITE-PAGE-HEADING.
       ADD 1 TO ws-page-count.
       MOVE WS-HDR-COMPANY-ID TO ws-hd1-company.
       MOVE WS-HDR-RUN-CCYY TO ws-fmt-ccyy.
       MOVE WS-HDR-RUN-MM TO ws-fmt-mm.
       MOVE WS-HDR-RUN-DD TO ws-fmt-dd.
       MOVE ws-formatted-date TO ws-hd1-date.
       MOVE ws-page-count TO ws-hd1-page.
       MOVE WS-HDR-SHIFT-ID TO ws-hd2-shift.
       IF ws-page-count = 1
           WRITE register-line FROM ws-heading-1
               AFTER ADVANCING 1 LINE
       ELSE
           WRITE register-line FROM ws-heading-1
               AFTER ADVANCING PAGE
       END-IF.
       WRITE register-line FROM ws-heading-2
           AFTER ADVANCING 1 LINE.
       WRITE register-line FROM ws-heading-3
           AFTER ADVANCING 2 LINES.
       WRITE register-line FROM ws-heading-4
           AFTER ADVANCING 1 LINE.
       MOVE 5 TO ws-line-count.
