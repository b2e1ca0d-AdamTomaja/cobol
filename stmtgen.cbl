       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-acct-status.
           SELECT HIST-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hist-status.
           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tran-status.
           SELECT STMTCKP-FILE ASSIGN TO "STMTCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-stmtckp-status.
           SELECT STMT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-stmt-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  HIST-FILE.
       COPY THISTREC.
       FD  TRAN-FILE.
       COPY TRANREC.
       FD  STMTCKP-FILE.
       COPY STMCKREC.
       FD  STMT-FILE.
       01  stmt-line                   PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       77 ws-acct-status pic xx.
       77 ws-hist-status pic xx.
       77 ws-tran-status pic xx.
       77 ws-stmtckp-status pic xx.
       77 ws-stmt-status pic xx.
       77 ws-stmt-month pic x(6) value spaces.
       01 ws-month-work.
           05 ws-mw-ccyy pic 9(4).
           05 ws-mw-mm pic 9(2).
       01 ws-sa-table.
           05 ws-sa-entry OCCURS 999 TIMES.
               10 ws-sa-id pic x(10).
               10 ws-sa-name pic x(20).
               10 ws-sa-status pic x.
       77 ws-sa-count pic 9(3) value 0.
       77 ws-sa-max pic 9(3) value 999.
       77 ws-sa-idx pic 9(3).
       77 ws-sa-ins-idx pic 9(3).
       01 ws-tx-table.
           05 ws-tx-entry OCCURS 9999 TIMES.
               10 ws-tx-date pic 9(8).
               10 ws-tx-account pic x(10).
               10 ws-tx-type-idx pic 9.
               10 ws-tx-amount pic s9(7)v99.
       77 ws-tx-count pic 9(4) value 0.
       77 ws-tx-max pic 9(4) value 9999.
       77 ws-tx-idx pic 9(4).
       01 ws-item-table.
           05 ws-item-tx OCCURS 999 TIMES pic 9(4).
       77 ws-item-count pic 9(3) value 0.
       77 ws-item-max pic 9(3) value 999.
       77 ws-item-idx pic 9(3).
       77 ws-item-low-idx pic 9(3).
       77 ws-item-scan-idx pic 9(3).
       77 ws-item-hold pic 9(4).
       77 ws-type-idx pic 9.
       01 ws-type-names.
           05 filler pic x(14) value "DPDEPOSIT".
           05 filler pic x(14) value "WDWITHDRAWAL".
           05 filler pic x(14) value "TRTRANSFER".
       01 ws-type-table REDEFINES ws-type-names.
           05 ws-type-entry OCCURS 3 TIMES.
               10 ws-type-code pic x(2).
               10 ws-type-desc pic x(12).
       01 ws-control-totals.
           05 ws-ctl-type OCCURS 3 TIMES.
               10 ws-src-count pic 9(7).
               10 ws-src-amount pic s9(11)v99.
               10 ws-stm-count pic 9(7).
               10 ws-stm-amount pic s9(11)v99.
               10 ws-unm-count pic 9(7).
               10 ws-unm-amount pic s9(11)v99.
       01 ws-account-totals.
           05 ws-act-type OCCURS 3 TIMES.
               10 ws-act-count pic 9(5).
               10 ws-act-amount pic s9(9)v99.
       77 ws-act-net pic s9(9)v99.
       77 ws-hist-read pic 9(7) value 0.
       77 ws-live-read pic 9(7) value 0.
       77 ws-excluded-count pic 9(7) value 0.
       77 ws-stmt-count pic 9(5) value 0.
       77 ws-quiet-count pic 9(5) value 0.
       77 ws-account-found pic x.
       77 ws-restart-flag pic x value "N".
           88 ws-restart-run VALUE "Y".
       77 ws-restart-account pic x(10) value spaces.
       77 ws-ckp-status pic x.
       77 ws-ckp-account pic x(10) value spaces.
       77 ws-balance-flag pic x value "Y".
           88 ws-in-balance VALUE "Y".
       77 ws-first-page-flag pic x value "Y".
           88 ws-first-page VALUE "Y".
       77 ws-line-count pic 9(2) value 0.
       77 ws-lines-per-page pic 9(2) value 55.
       77 ws-stmt-page pic 9(3) value 0.
       77 ws-display-count pic z(6)9.
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
       01 ws-heading-1.
           05 filler pic x value space.
           05 ws-hd1-company pic x(10).
           05 filler pic x(3) value spaces.
           05 filler pic x(22) value "ACCOUNT STATEMENT".
           05 filler pic x(6) value "MONTH ".
           05 ws-hd1-month pic x(7).
           05 filler pic x(6) value spaces.
           05 filler pic x(5) value "PAGE ".
           05 ws-hd1-page pic zz9.
       01 ws-heading-2.
           05 filler pic x value space.
           05 filler pic x(8) value "ACCOUNT ".
           05 ws-hd2-account pic x(10).
           05 filler pic x(4) value spaces.
           05 ws-hd2-name pic x(20).
           05 filler pic x(4) value spaces.
           05 ws-hd2-status pic x(7).
       01 ws-heading-3.
           05 filler pic x(3) value spaces.
           05 filler pic x(13) value "DATE".
           05 filler pic x(5) value "TY".
           05 filler pic x(14) value "DESCRIPTION".
           05 filler pic x(13) value "       AMOUNT".
       01 ws-heading-4.
           05 filler pic x(3) value spaces.
           05 filler pic x(13) value "----------".
           05 filler pic x(5) value "--".
           05 filler pic x(14) value "-----------".
           05 filler pic x(13) value " ------------".
       01 ws-detail-line.
           05 filler pic x(3) value spaces.
           05 ws-sd-date pic x(10).
           05 filler pic x(3) value spaces.
           05 ws-sd-type pic x(2).
           05 filler pic x(3) value spaces.
           05 ws-sd-desc pic x(12).
           05 filler pic x(2) value spaces.
           05 ws-sd-amount pic -(9)9.99.
       01 ws-subtotal-line.
           05 filler pic x(3) value spaces.
           05 ws-st-label pic x(16).
           05 ws-st-count pic zzzz9.
           05 filler pic x(8) value " ITEM(S)".
           05 filler pic x(3) value spaces.
           05 ws-st-amount pic -(9)9.99.
       01 ws-net-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(32) value "NET MOVEMENT FOR MONTH".
           05 ws-nl-amount pic -(9)9.99.
       01 ws-ctl-heading-1.
           05 filler pic x value space.
           05 ws-ch1-company pic x(10).
           05 filler pic x(3) value spaces.
           05 filler pic x(28) value "STATEMENT CONTROL PAGE".
           05 filler pic x(6) value "MONTH ".
           05 ws-ch1-month pic x(7).
       01 ws-ctl-heading-2.
           05 filler pic x value space.
           05 filler pic x(24) value "TRANSACTIONS".
           05 filler pic x(6) value "TYPE".
           05 filler pic x(7) value "  COUNT".
           05 filler pic x(2) value spaces.
           05 filler pic x(15) value "         AMOUNT".
       01 ws-ctl-heading-3.
           05 filler pic x value space.
           05 filler pic x(24) value "--------------------".
           05 filler pic x(6) value "-----".
           05 filler pic x(7) value "-------".
           05 filler pic x(2) value spaces.
           05 filler pic x(15) value "---------------".
       01 ws-ctl-line.
           05 filler pic x value space.
           05 ws-cl-label pic x(24).
           05 ws-cl-type pic x(6).
           05 ws-cl-count pic zzzzzz9.
           05 filler pic x(2) value spaces.
           05 ws-cl-amount pic -(11)9.99.
       01 ws-ctl-count-line.
           05 filler pic x value space.
           05 ws-cc-label pic x(30).
           05 ws-cc-count pic zzzzzz9.
       01 ws-ctl-restart-line.
           05 filler pic x value space.
           05 filler pic x(30) value "RUN RESTARTED AFTER ACCOUNT".
           05 ws-cr-account pic x(10).
       01 ws-ctl-result-line.
           05 filler pic x value space.
           05 ws-cr-result pic x(60).
       01 ws-ctl-tot-work.
           05 ws-tot-count pic 9(7).
           05 ws-tot-amount pic s9(11)v99.
       PROCEDURE DIVISION.
       ACCEPT WS-HDR-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       DISPLAY "STMTGEN: monthly account statements running...".
       DISPLAY "Enter statement month (CCYYMM) or blank for last "
           "month: " WITH NO ADVANCING.
       ACCEPT ws-stmt-month.
       IF ws-stmt-month = SPACES OR ws-stmt-month = LOW-VALUES
           PERFORM SET-PRIOR-MONTH
       END-IF.
       IF ws-stmt-month IS NOT NUMERIC
               OR ws-stmt-month (5:2) < "01"
               OR ws-stmt-month (5:2) > "12"
           DISPLAY "STMTGEN: statement month must be CCYYMM - got '"
               ws-stmt-month "'."
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       INITIALIZE ws-control-totals.
       PERFORM LOAD-ACCOUNTS.
       PERFORM LOAD-HISTORY-TRANSACTIONS.
       PERFORM LOAD-LIVE-TRANSACTIONS.
       PERFORM TALLY-SOURCE-TRANSACTIONS.
       PERFORM LOAD-STATEMENT-CHECKPOINT.
       PERFORM OPEN-STATEMENT-FILE.
       PERFORM VARYING ws-sa-idx FROM 1 BY 1
               UNTIL ws-sa-idx > ws-sa-count
           IF ws-sa-id (ws-sa-idx) > ws-restart-account
               PERFORM PRODUCE-ONE-STATEMENT
           END-IF
       END-PERFORM.
       PERFORM PROVE-STATEMENT-TOTALS.
       PERFORM PRINT-CONTROL-PAGE.
       CLOSE STMT-FILE.
       MOVE "C" TO ws-ckp-status.
       PERFORM WRITE-STATEMENT-CHECKPOINT.
       MOVE ws-stmt-count TO ws-display-count.
       DISPLAY "STMTGEN: statements printed  " ws-display-count.
       MOVE ws-quiet-count TO ws-display-count.
       DISPLAY "STMTGEN: with no activity    " ws-display-count.
       IF NOT ws-in-balance
           DISPLAY "STMTGEN: *** STATEMENT TOTALS DO NOT AGREE WITH "
               "THE SOURCE TRANSACTIONS - SEE THE CONTROL PAGE ***"
           MOVE 8 TO RETURN-CODE
       ELSE
           IF ws-unm-count (1) + ws-unm-count (2)
                   + ws-unm-count (3) > 0
               DISPLAY "STMTGEN: transactions for accounts not on "
                   "the account master - see the control page."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
       END-IF.
       DISPLAY "STMTGEN: monthly account statements complete.".
       STOP RUN.

       SET-PRIOR-MONTH.
       MOVE WS-HDR-RUN-CCYY TO ws-mw-ccyy.
       MOVE WS-HDR-RUN-MM TO ws-mw-mm.
       IF ws-mw-mm = 1
           SUBTRACT 1 FROM ws-mw-ccyy
           MOVE 12 TO ws-mw-mm
       ELSE
           SUBTRACT 1 FROM ws-mw-mm
       END-IF.
       MOVE ws-month-work TO ws-stmt-month.

      *    Accounts are held in account-number order whatever the
      *    order of ACCTFILE, so a restart can resume strictly after
      *    the last account completed.
       LOAD-ACCOUNTS.
       OPEN INPUT ACCT-FILE.
       IF ws-acct-status NOT = "00"
           DISPLAY "STMTGEN: cannot open account master - "
               "status " ws-acct-status
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL ws-acct-status = "10"
           READ ACCT-FILE
               AT END
                   MOVE "10" TO ws-acct-status
               NOT AT END
                   PERFORM INSERT-ACCOUNT
           END-READ
       END-PERFORM.
       CLOSE ACCT-FILE.

       INSERT-ACCOUNT.
       IF ws-sa-count = ws-sa-max
           DISPLAY "STMTGEN: account master holds more than "
               ws-sa-max " accounts - no statements printed."
           CLOSE ACCT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE ws-sa-count TO ws-sa-ins-idx.
       PERFORM UNTIL ws-sa-ins-idx = 0
           IF ws-sa-id (ws-sa-ins-idx) > ACM-ACCOUNT
               MOVE ws-sa-entry (ws-sa-ins-idx)
                   TO ws-sa-entry (ws-sa-ins-idx + 1)
               SUBTRACT 1 FROM ws-sa-ins-idx
           ELSE
               EXIT PERFORM
           END-IF
       END-PERFORM.
       ADD 1 TO ws-sa-ins-idx.
       MOVE ACM-ACCOUNT TO ws-sa-id (ws-sa-ins-idx).
       MOVE ACM-NAME TO ws-sa-name (ws-sa-ins-idx).
       MOVE ACM-STATUS TO ws-sa-status (ws-sa-ins-idx).
       ADD 1 TO ws-sa-count.

       LOAD-HISTORY-TRANSACTIONS.
       OPEN INPUT HIST-FILE.
       EVALUATE ws-hist-status
           WHEN "00"
               PERFORM UNTIL ws-hist-status = "10"
                   READ HIST-FILE
                       AT END
                           MOVE "10" TO ws-hist-status
                       NOT AT END
                           MOVE THR-TRAN-DATA TO TRAN-RECORD
                           PERFORM SELECT-MONTH-TRANSACTION
                           IF ws-type-idx > 0
                               ADD 1 TO ws-hist-read
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           WHEN "35"
               DISPLAY "STMTGEN: no transaction history yet."
           WHEN OTHER
               DISPLAY "STMTGEN: cannot open transaction history - "
                   "status " ws-hist-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

      *    Days not yet archived are still on TRANFILE; TRANARCH
      *    moves a day's records, never copies them, so the two
      *    files never hold the same transaction.
       LOAD-LIVE-TRANSACTIONS.
       OPEN INPUT TRAN-FILE.
       EVALUATE ws-tran-status
           WHEN "00"
               PERFORM UNTIL ws-tran-status = "10"
                   READ TRAN-FILE
                       AT END
                           MOVE "10" TO ws-tran-status
                       NOT AT END
                           PERFORM SELECT-MONTH-TRANSACTION
                           IF ws-type-idx > 0
                               ADD 1 TO ws-live-read
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAN-FILE
           WHEN "35"
               DISPLAY "STMTGEN: no live transaction file."
           WHEN OTHER
               DISPLAY "STMTGEN: cannot open transaction file - "
                   "status " ws-tran-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

      *    A record for the month that is not a readable DP, WD or
      *    TR is counted as excluded; the front-end edit rejects it
      *    and it never reached an account.
       SELECT-MONTH-TRANSACTION.
       MOVE 0 TO ws-type-idx.
       IF TRN-DATE (1:6) = ws-stmt-month
           PERFORM VARYING ws-item-scan-idx FROM 1 BY 1
                   UNTIL ws-item-scan-idx > 3
               IF TRN-TYPE = ws-type-code (ws-item-scan-idx)
                   MOVE ws-item-scan-idx TO ws-type-idx
               END-IF
           END-PERFORM
           IF ws-type-idx = 0
                   OR TRN-DATE IS NOT NUMERIC
                   OR TRN-AMOUNT IS NOT NUMERIC
               MOVE 0 TO ws-type-idx
               ADD 1 TO ws-excluded-count
           ELSE
               PERFORM ADD-MONTH-TRANSACTION
           END-IF
       END-IF.

       ADD-MONTH-TRANSACTION.
       IF ws-tx-count = ws-tx-max
           DISPLAY "STMTGEN: more than " ws-tx-max
               " transactions for the month - no statements printed."
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO ws-tx-count.
       MOVE TRN-DATE TO ws-tx-date (ws-tx-count).
       MOVE TRN-ACCOUNT TO ws-tx-account (ws-tx-count).
       MOVE ws-type-idx TO ws-tx-type-idx (ws-tx-count).
       MOVE TRN-AMOUNT TO ws-tx-amount (ws-tx-count).

      *    The source side of the control page is taken from the
      *    transactions themselves in every run, restart or not,
      *    and split between accounts on the master and accounts
      *    that are not.
       TALLY-SOURCE-TRANSACTIONS.
       PERFORM VARYING ws-tx-idx FROM 1 BY 1
               UNTIL ws-tx-idx > ws-tx-count
           MOVE ws-tx-type-idx (ws-tx-idx) TO ws-type-idx
           ADD 1 TO ws-src-count (ws-type-idx)
           ADD ws-tx-amount (ws-tx-idx) TO ws-src-amount (ws-type-idx)
           MOVE "N" TO ws-account-found
           PERFORM VARYING ws-sa-idx FROM 1 BY 1
                   UNTIL ws-sa-idx > ws-sa-count
               IF ws-sa-id (ws-sa-idx) = ws-tx-account (ws-tx-idx)
                   MOVE "Y" TO ws-account-found
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ws-account-found = "N"
               ADD 1 TO ws-unm-count (ws-type-idx)
               ADD ws-tx-amount (ws-tx-idx)
                   TO ws-unm-amount (ws-type-idx)
           END-IF
       END-PERFORM.

      *    Only the latest checkpoint for the month matters. If it
      *    is still in progress the last run stopped part-way: carry
      *    its statement totals forward and resume after its last
      *    account. A completed month is simply printed again.
       LOAD-STATEMENT-CHECKPOINT.
       OPEN INPUT STMTCKP-FILE.
       EVALUATE ws-stmtckp-status
           WHEN "00"
               PERFORM UNTIL ws-stmtckp-status = "10"
                   READ STMTCKP-FILE
                       AT END
                           MOVE "10" TO ws-stmtckp-status
                       NOT AT END
                           IF SCK-MONTH = ws-stmt-month
                               PERFORM NOTE-STATEMENT-CHECKPOINT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STMTCKP-FILE
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "STMTGEN: cannot open statement checkpoint - "
                   "status " ws-stmtckp-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.
       IF ws-restart-run
           DISPLAY "STMTGEN: restarting month " ws-stmt-month
               " after account " ws-restart-account "."
       ELSE
           MOVE LOW-VALUES TO ws-restart-account
       END-IF.

       NOTE-STATEMENT-CHECKPOINT.
       IF SCK-IN-PROGRESS
           SET ws-restart-run TO TRUE
           MOVE SCK-LAST-ACCOUNT TO ws-restart-account
           MOVE SCK-LAST-ACCOUNT TO ws-ckp-account
           MOVE SCK-STMT-COUNT TO ws-stmt-count
           MOVE SCK-QUIET-COUNT TO ws-quiet-count
           PERFORM VARYING ws-type-idx FROM 1 BY 1
                   UNTIL ws-type-idx > 3
               MOVE SCK-TYPE-COUNT (ws-type-idx)
                   TO ws-stm-count (ws-type-idx)
               MOVE SCK-TYPE-AMOUNT (ws-type-idx)
                   TO ws-stm-amount (ws-type-idx)
           END-PERFORM
       ELSE
           MOVE "N" TO ws-restart-flag
           MOVE SPACES TO ws-restart-account
           MOVE SPACES TO ws-ckp-account
           MOVE 0 TO ws-stmt-count
           MOVE 0 TO ws-quiet-count
           PERFORM VARYING ws-type-idx FROM 1 BY 1
                   UNTIL ws-type-idx > 3
               MOVE 0 TO ws-stm-count (ws-type-idx)
               MOVE 0 TO ws-stm-amount (ws-type-idx)
           END-PERFORM
       END-IF.

       OPEN-STATEMENT-FILE.
       IF ws-restart-run
           OPEN EXTEND STMT-FILE
           IF ws-stmt-status = "35"
               OPEN OUTPUT STMT-FILE
           ELSE
               MOVE "N" TO ws-first-page-flag
           END-IF
       ELSE
           OPEN OUTPUT STMT-FILE
       END-IF.
       IF ws-stmt-status NOT = "00"
           DISPLAY "STMTGEN: cannot open statement file - "
               "status " ws-stmt-status
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

      *    An account with activity always gets a statement; a
      *    quiet account only while it is open.
       PRODUCE-ONE-STATEMENT.
       PERFORM GATHER-ACCOUNT-ITEMS.
       IF ws-item-count > 0 OR ws-sa-status (ws-sa-idx) = "O"
           PERFORM ORDER-ACCOUNT-ITEMS
           PERFORM PRINT-ONE-STATEMENT
           ADD 1 TO ws-stmt-count
           IF ws-item-count = 0
               ADD 1 TO ws-quiet-count
           END-IF
           MOVE "I" TO ws-ckp-status
           MOVE ws-sa-id (ws-sa-idx) TO ws-ckp-account
           PERFORM WRITE-STATEMENT-CHECKPOINT
       END-IF.

       GATHER-ACCOUNT-ITEMS.
       MOVE 0 TO ws-item-count.
       PERFORM VARYING ws-tx-idx FROM 1 BY 1
               UNTIL ws-tx-idx > ws-tx-count
           IF ws-tx-account (ws-tx-idx) = ws-sa-id (ws-sa-idx)
               IF ws-item-count = ws-item-max
                   DISPLAY "STMTGEN: account " ws-sa-id (ws-sa-idx)
                       " has more than " ws-item-max
                       " transactions - run stopped."
                   DISPLAY "STMTGEN: rerun to restart after the "
                       "last account completed."
                   CLOSE STMT-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO ws-item-count
               MOVE ws-tx-idx TO ws-item-tx (ws-item-count)
           END-IF
       END-PERFORM.

      *    Selection by date; items of the same date keep the order
      *    they were read in, history before live.
       ORDER-ACCOUNT-ITEMS.
       PERFORM VARYING ws-item-idx FROM 1 BY 1
               UNTIL ws-item-idx >= ws-item-count
           MOVE ws-item-idx TO ws-item-low-idx
           PERFORM VARYING ws-item-scan-idx FROM ws-item-idx BY 1
                   UNTIL ws-item-scan-idx > ws-item-count
               IF ws-tx-date (ws-item-tx (ws-item-scan-idx))
                       < ws-tx-date (ws-item-tx (ws-item-low-idx))
                   MOVE ws-item-scan-idx TO ws-item-low-idx
               END-IF
           END-PERFORM
           IF ws-item-low-idx NOT = ws-item-idx
               MOVE ws-item-tx (ws-item-low-idx) TO ws-item-hold
               PERFORM VARYING ws-item-scan-idx
                       FROM ws-item-low-idx BY -1
                       UNTIL ws-item-scan-idx = ws-item-idx
                   MOVE ws-item-tx (ws-item-scan-idx - 1)
                       TO ws-item-tx (ws-item-scan-idx)
               END-PERFORM
               MOVE ws-item-hold TO ws-item-tx (ws-item-idx)
           END-IF
       END-PERFORM.

       PRINT-ONE-STATEMENT.
       INITIALIZE ws-account-totals.
       MOVE 0 TO ws-act-net.
       MOVE 0 TO ws-stmt-page.
       PERFORM WRITE-STATEMENT-HEADING.
       IF ws-item-count = 0
           MOVE "   NO ACTIVITY THIS MONTH." TO stmt-line
           WRITE stmt-line AFTER ADVANCING 1 LINE
           ADD 1 TO ws-line-count
       END-IF.
       PERFORM VARYING ws-item-idx FROM 1 BY 1
               UNTIL ws-item-idx > ws-item-count
           PERFORM PRINT-STATEMENT-DETAIL
       END-PERFORM.
       IF ws-line-count + 6 > ws-lines-per-page
           PERFORM WRITE-STATEMENT-HEADING
       END-IF.
       PERFORM VARYING ws-type-idx FROM 1 BY 1
               UNTIL ws-type-idx > 3
           MOVE ws-type-desc (ws-type-idx) TO ws-st-label
           MOVE ws-act-count (ws-type-idx) TO ws-st-count
           MOVE ws-act-amount (ws-type-idx) TO ws-st-amount
           IF ws-type-idx = 1
               WRITE stmt-line FROM ws-subtotal-line
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE stmt-line FROM ws-subtotal-line
                   AFTER ADVANCING 1 LINE
           END-IF
           ADD ws-act-count (ws-type-idx)
               TO ws-stm-count (ws-type-idx)
           ADD ws-act-amount (ws-type-idx)
               TO ws-stm-amount (ws-type-idx)
       END-PERFORM.
       MOVE ws-act-net TO ws-nl-amount.
       WRITE stmt-line FROM ws-net-line
           AFTER ADVANCING 2 LINES.

       PRINT-STATEMENT-DETAIL.
       IF ws-line-count > ws-lines-per-page
           PERFORM WRITE-STATEMENT-HEADING
       END-IF.
       MOVE ws-item-tx (ws-item-idx) TO ws-tx-idx.
       MOVE ws-tx-type-idx (ws-tx-idx) TO ws-type-idx.
       MOVE ws-tx-date (ws-tx-idx) TO ws-date-work.
       MOVE ws-dw-ccyy TO ws-fmt-ccyy.
       MOVE ws-dw-mm TO ws-fmt-mm.
       MOVE ws-dw-dd TO ws-fmt-dd.
       MOVE ws-formatted-date TO ws-sd-date.
       MOVE ws-type-code (ws-type-idx) TO ws-sd-type.
       MOVE ws-type-desc (ws-type-idx) TO ws-sd-desc.
       MOVE ws-tx-amount (ws-tx-idx) TO ws-sd-amount.
       WRITE stmt-line FROM ws-detail-line
           AFTER ADVANCING 1 LINE.
       ADD 1 TO ws-line-count.
       ADD 1 TO ws-act-count (ws-type-idx).
       ADD ws-tx-amount (ws-tx-idx) TO ws-act-amount (ws-type-idx).
       ADD ws-tx-amount (ws-tx-idx) TO ws-act-net.

       WRITE-STATEMENT-HEADING.
       ADD 1 TO ws-stmt-page.
       MOVE WS-HDR-COMPANY-ID TO ws-hd1-company.
       MOVE SPACES TO ws-hd1-month.
       STRING ws-stmt-month (1:4) "-" ws-stmt-month (5:2)
           DELIMITED BY SIZE INTO ws-hd1-month.
       MOVE ws-stmt-page TO ws-hd1-page.
       MOVE ws-sa-id (ws-sa-idx) TO ws-hd2-account.
       MOVE ws-sa-name (ws-sa-idx) TO ws-hd2-name.
       EVALUATE ws-sa-status (ws-sa-idx)
           WHEN "O"
               MOVE "OPEN" TO ws-hd2-status
           WHEN "C"
               MOVE "CLOSED" TO ws-hd2-status
           WHEN "F"
               MOVE "FROZEN" TO ws-hd2-status
           WHEN "D"
               MOVE "DORMANT" TO ws-hd2-status
           WHEN OTHER
               MOVE SPACES TO ws-hd2-status
       END-EVALUATE.
       IF ws-first-page
           WRITE stmt-line FROM ws-heading-1
               AFTER ADVANCING 1 LINE
           MOVE "N" TO ws-first-page-flag
       ELSE
           WRITE stmt-line FROM ws-heading-1
               AFTER ADVANCING PAGE
       END-IF.
       WRITE stmt-line FROM ws-heading-2
           AFTER ADVANCING 2 LINES.
       WRITE stmt-line FROM ws-heading-3
           AFTER ADVANCING 2 LINES.
       WRITE stmt-line FROM ws-heading-4
           AFTER ADVANCING 1 LINE.
       MOVE 6 TO ws-line-count.

      *    Every month transaction either appears on a statement or
      *    belongs to an account not on the master, so by type the
      *    source must equal statements plus no-account items.
       PROVE-STATEMENT-TOTALS.
       PERFORM VARYING ws-type-idx FROM 1 BY 1
               UNTIL ws-type-idx > 3
           IF ws-src-count (ws-type-idx) NOT =
                   ws-stm-count (ws-type-idx)
                   + ws-unm-count (ws-type-idx)
               MOVE "N" TO ws-balance-flag
           END-IF
           IF ws-src-amount (ws-type-idx) NOT =
                   ws-stm-amount (ws-type-idx)
                   + ws-unm-amount (ws-type-idx)
               MOVE "N" TO ws-balance-flag
           END-IF
       END-PERFORM.

       PRINT-CONTROL-PAGE.
       MOVE WS-HDR-COMPANY-ID TO ws-ch1-company.
       MOVE SPACES TO ws-ch1-month.
       STRING ws-stmt-month (1:4) "-" ws-stmt-month (5:2)
           DELIMITED BY SIZE INTO ws-ch1-month.
       IF ws-first-page
           WRITE stmt-line FROM ws-ctl-heading-1
               AFTER ADVANCING 1 LINE
       ELSE
           WRITE stmt-line FROM ws-ctl-heading-1
               AFTER ADVANCING PAGE
       END-IF.
       WRITE stmt-line FROM ws-ctl-heading-2
           AFTER ADVANCING 2 LINES.
       WRITE stmt-line FROM ws-ctl-heading-3
           AFTER ADVANCING 1 LINE.
       MOVE "SOURCE - HIST AND LIVE" TO ws-cl-label.
       PERFORM VARYING ws-type-idx FROM 1 BY 1
               UNTIL ws-type-idx > 3
           MOVE ws-src-count (ws-type-idx) TO ws-tot-count
           MOVE ws-src-amount (ws-type-idx) TO ws-tot-amount
           PERFORM WRITE-CONTROL-TYPE-LINE
       END-PERFORM.
       MOVE "ON STATEMENTS" TO ws-cl-label.
       PERFORM VARYING ws-type-idx FROM 1 BY 1
               UNTIL ws-type-idx > 3
           MOVE ws-stm-count (ws-type-idx) TO ws-tot-count
           MOVE ws-stm-amount (ws-type-idx) TO ws-tot-amount
           PERFORM WRITE-CONTROL-TYPE-LINE
       END-PERFORM.
       MOVE "ACCOUNT NOT ON MASTER" TO ws-cl-label.
       PERFORM VARYING ws-type-idx FROM 1 BY 1
               UNTIL ws-type-idx > 3
           MOVE ws-unm-count (ws-type-idx) TO ws-tot-count
           MOVE ws-unm-amount (ws-type-idx) TO ws-tot-amount
           PERFORM WRITE-CONTROL-TYPE-LINE
       END-PERFORM.
       MOVE "HISTORY RECORDS SELECTED" TO ws-cc-label.
       MOVE ws-hist-read TO ws-cc-count.
       WRITE stmt-line FROM ws-ctl-count-line
           AFTER ADVANCING 2 LINES.
       MOVE "LIVE RECORDS SELECTED" TO ws-cc-label.
       MOVE ws-live-read TO ws-cc-count.
       WRITE stmt-line FROM ws-ctl-count-line
           AFTER ADVANCING 1 LINE.
       MOVE "EXCLUDED - NOT DP/WD/TR" TO ws-cc-label.
       MOVE ws-excluded-count TO ws-cc-count.
       WRITE stmt-line FROM ws-ctl-count-line
           AFTER ADVANCING 1 LINE.
       MOVE "STATEMENTS PRINTED" TO ws-cc-label.
       MOVE ws-stmt-count TO ws-cc-count.
       WRITE stmt-line FROM ws-ctl-count-line
           AFTER ADVANCING 1 LINE.
       MOVE "  OF WHICH NO ACTIVITY" TO ws-cc-label.
       MOVE ws-quiet-count TO ws-cc-count.
       WRITE stmt-line FROM ws-ctl-count-line
           AFTER ADVANCING 1 LINE.
       IF ws-restart-run
           MOVE ws-restart-account TO ws-cr-account
           WRITE stmt-line FROM ws-ctl-restart-line
               AFTER ADVANCING 1 LINE
       END-IF.
       IF ws-in-balance
           MOVE "STATEMENT TOTALS AGREE WITH THE SOURCE TRANSACTIONS."
               TO ws-cr-result
       ELSE
           MOVE "*** STATEMENT TOTALS DO NOT AGREE WITH THE SOURCE ***"
               TO ws-cr-result
       END-IF.
       WRITE stmt-line FROM ws-ctl-result-line
           AFTER ADVANCING 2 LINES.

       WRITE-CONTROL-TYPE-LINE.
       MOVE ws-type-code (ws-type-idx) TO ws-cl-type.
       MOVE ws-tot-count TO ws-cl-count.
       MOVE ws-tot-amount TO ws-cl-amount.
       IF ws-type-idx = 1
           WRITE stmt-line FROM ws-ctl-line
               AFTER ADVANCING 2 LINES
       ELSE
           MOVE SPACES TO ws-cl-label
           WRITE stmt-line FROM ws-ctl-line
               AFTER ADVANCING 1 LINE
       END-IF.

       WRITE-STATEMENT-CHECKPOINT.
       OPEN EXTEND STMTCKP-FILE.
       IF ws-stmtckp-status = "35"
           OPEN OUTPUT STMTCKP-FILE
       END-IF.
       MOVE ws-stmt-month TO SCK-MONTH.
       MOVE ws-ckp-status TO SCK-STATUS.
       MOVE ws-ckp-account TO SCK-LAST-ACCOUNT.
       MOVE WS-HDR-RUN-DATE TO SCK-RUN-DATE.
       ACCEPT SCK-RUN-TIME FROM TIME.
       MOVE ws-stmt-count TO SCK-STMT-COUNT.
       MOVE ws-quiet-count TO SCK-QUIET-COUNT.
       PERFORM VARYING ws-type-idx FROM 1 BY 1
               UNTIL ws-type-idx > 3
           MOVE ws-stm-count (ws-type-idx)
               TO SCK-TYPE-COUNT (ws-type-idx)
           MOVE ws-stm-amount (ws-type-idx)
               TO SCK-TYPE-AMOUNT (ws-type-idx)
       END-PERFORM.
       WRITE STMT-CHECKPOINT-RECORD.
       CLOSE STMTCKP-FILE.
