       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT.
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
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-status.
           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pend-status.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
           SELECT DORM-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dorm-status.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  HIST-FILE.
       COPY THISTREC.
       FD  TRAN-FILE.
       COPY TRANREC.
       FD  CAL-FILE.
       COPY CALREC.
       FD  PEND-FILE.
       COPY PENDREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  DORM-FILE.
       01  dorm-line                   PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       COPY SIGNCOM.
       COPY ACCTABLE.
       77 ws-acct-status pic xx.
       77 ws-hist-status pic xx.
       77 ws-tran-status pic xx.
       77 ws-cal-status pic xx.
       77 ws-pend-status pic xx.
       77 ws-audit-status pic xx.
       77 ws-dorm-status pic xx.
       77 ws-officer-id pic x(8) value spaces.
       77 ws-officer-valid pic x value "N".
           88 ws-officer-is-valid VALUE "Y".
       77 ws-officer-retry-count pic 9(2) value 0.
       01 ws-idle-table.
           05 ws-idle-entry OCCURS 200 TIMES.
               10 ws-idle-last-date pic 9(8).
               10 ws-idle-days pic 9(5).
               10 ws-idle-action pic x.
       77 ws-act-idx pic 9(3).
       77 ws-target-idx pic 9(3) value 0.
       77 ws-check-account pic x(10).
       77 ws-idle-limit pic 9(4) value 250.
       77 ws-num-in pic x(4) value spaces.
       77 ws-num-work pic 9(4) value 0.
       77 ws-num-ok pic x value "N".
           88 ws-number-valid VALUE "Y".
       77 ws-num-idx pic 9(2).
       01 ws-digit.
           05 ws-digit-x pic x.
       01 ws-digit-n REDEFINES ws-digit.
           05 ws-digit-9 pic 9.
       77 ws-confirm-answer pic x value space.
       77 ws-rewrite-flag pic x value "N".
           88 ws-rewrite-failed VALUE "Y".
       77 ws-idle-count pic 9(3) value 0.
       77 ws-pending-count pic 9(3) value 0.
       77 ws-markable-count pic 9(3) value 0.
       77 ws-marked-count pic 9(3) value 0.
       77 ws-dormant-count pic 9(3) value 0.
       77 ws-no-activity-count pic 9(3) value 0.
       77 ws-hist-read pic 9(7) value 0.
       77 ws-live-read pic 9(7) value 0.
       77 ws-bus-day-count pic 9(5) value 0.
       77 ws-action-taken pic x.
       77 ws-audit-run-type pic x(5) value "DORM".
       77 ws-display-count pic z(6)9.
       77 ws-display-idle pic zzzz9.
       77 ws-display-limit pic zzz9.
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
           05 filler pic x(26) value "DORMANT ACCOUNT REVIEW".
           05 filler pic x(9) value "RUN DATE ".
           05 ws-hd1-date pic x(10).
       01 ws-heading-2.
           05 filler pic x value space.
           05 filler pic x(11) value "IDLE LIMIT ".
           05 ws-hd2-limit pic zzz9.
           05 filler pic x(24) value " BUSINESS DAYS".
           05 filler pic x(11) value "SUPERVISOR ".
           05 ws-hd2-officer pic x(8).
       01 ws-section-line.
           05 filler pic x value space.
           05 ws-sl-text pic x(60).
       01 ws-column-heading.
           05 filler pic x value space.
           05 filler pic x(12) value "ACCOUNT".
           05 filler pic x(22) value "NAME".
           05 filler pic x(15) value "LAST ACTIVITY".
           05 filler pic x(11) value "IDLE DAYS".
           05 filler pic x(16) value "ACTION".
       01 ws-column-underline.
           05 filler pic x value space.
           05 filler pic x(12) value "----------".
           05 filler pic x(22) value "--------------------".
           05 filler pic x(15) value "-------------".
           05 filler pic x(11) value "---------".
           05 filler pic x(16) value "--------------".
       01 ws-detail-line.
           05 filler pic x value space.
           05 ws-dl-account pic x(10).
           05 filler pic x(2) value spaces.
           05 ws-dl-name pic x(20).
           05 filler pic x(2) value spaces.
           05 ws-dl-last-date pic x(10).
           05 filler pic x(9) value spaces.
           05 ws-dl-idle pic zzzz9.
           05 filler pic x(2) value spaces.
           05 ws-dl-action pic x(16).
       01 ws-none-line.
           05 filler pic x(3) value spaces.
           05 filler pic x(4) value "NONE".
       01 ws-total-line.
           05 filler pic x value space.
           05 ws-tl-label pic x(30).
           05 ws-tl-count pic zzzzzz9.
       PROCEDURE DIVISION.
       ACCEPT WS-HDR-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       MOVE "DORM" TO WS-HDR-SHIFT-ID.
       DISPLAY "DORMANT: dormant account review running...".
       PERFORM GET-VALID-OFFICER.
       PERFORM GET-IDLE-LIMIT.
       PERFORM LOAD-ACCOUNTS.
       PERFORM SCAN-HISTORY-TRANSACTIONS.
       PERFORM SCAN-LIVE-TRANSACTIONS.
       PERFORM COUNT-IDLE-BUSINESS-DAYS.
       PERFORM SELECT-IDLE-ACCOUNTS.
       PERFORM CHECK-PENDING-CHANGES.
       PERFORM OPEN-REPORT-FILE.
       PERFORM LIST-IDLE-ACCOUNTS.
       COMPUTE ws-markable-count = ws-idle-count - ws-pending-count.
       IF ws-markable-count > 0
           PERFORM CONFIRM-DORMANCY
       END-IF.
       PERFORM WRITE-DORMANCY-REPORT.
       CLOSE DORM-FILE.
       MOVE ws-hist-read TO ws-display-count.
       DISPLAY "DORMANT: history records read " ws-display-count.
       MOVE ws-live-read TO ws-display-count.
       DISPLAY "DORMANT: live records read    " ws-display-count.
       MOVE ws-idle-count TO ws-display-count.
       DISPLAY "DORMANT: idle over the limit  " ws-display-count.
       MOVE ws-marked-count TO ws-display-count.
       DISPLAY "DORMANT: marked dormant       " ws-display-count.
       MOVE ws-dormant-count TO ws-display-count.
       DISPLAY "DORMANT: already dormant      " ws-display-count.
       MOVE ws-no-activity-count TO ws-display-count.
       DISPLAY "DORMANT: no activity on file  " ws-display-count.
       IF ws-rewrite-failed
           MOVE 12 TO RETURN-CODE
       ELSE
           IF ws-marked-count < ws-idle-count
               DISPLAY "DORMANT: idle accounts were left open - see "
                   "the dormancy report."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
       END-IF.
       DISPLAY "DORMANT: dormant account review complete.".
       STOP RUN.

       GET-VALID-OFFICER.
       MOVE 0 TO ws-officer-retry-count.
       SET SGN-CONSOLE-MODE TO TRUE.
       DISPLAY "Enter supervisor ID: " WITH NO ADVANCING.
       ACCEPT ws-officer-id.
       PERFORM VALIDATE-OFFICER.
       PERFORM UNTIL ws-officer-is-valid
               OR ws-officer-retry-count >= 5
           ADD 1 TO ws-officer-retry-count
           DISPLAY "Enter supervisor ID: " WITH NO ADVANCING
           ACCEPT ws-officer-id
           PERFORM VALIDATE-OFFICER
       END-PERFORM.
       IF NOT ws-officer-is-valid
           DISPLAY "Too many invalid sign-on attempts - aborting."
           MOVE 16 TO RETURN-CODE
           MOVE "L" TO ws-action-taken
           MOVE "LOCK" TO ws-audit-run-type
           PERFORM WRITE-DORMANCY-AUDIT
           STOP RUN
       END-IF.

       VALIDATE-OFFICER.
       MOVE "N" TO ws-officer-valid.
       MOVE ws-officer-id TO SGN-OPERATOR-ID.
       MOVE WS-HDR-RUN-DATE TO SGN-RUN-DATE.
       CALL "SIGNON" USING SIGNON-COMM-AREA.
       IF SGN-MASTER-UNAVAILABLE
           DISPLAY "Operator sign-on unavailable - aborting."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF SGN-ACCEPTED
           IF SGN-SUPERVISOR
               SET ws-officer-is-valid TO TRUE
           ELSE
               DISPLAY "Not an active supervisor ID."
           END-IF
       END-IF.

      *    A blank answer keeps the standard limit of roughly one
      *    year of business days.
       GET-IDLE-LIMIT.
       MOVE ws-idle-limit TO ws-display-limit.
       DISPLAY "Idle business days before an account is dormant "
           "(blank for" ws-display-limit "): " WITH NO ADVANCING.
       ACCEPT ws-num-in.
       PERFORM VALUE-TO-NUMBER.
       IF ws-number-valid
           IF ws-num-work = 0
               DISPLAY "DORMANT: the idle limit must be at least one "
                   "business day."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-num-work TO ws-idle-limit
       ELSE
           IF ws-num-in NOT = SPACES AND ws-num-in NOT = LOW-VALUES
               DISPLAY "DORMANT: idle limit must be a whole number "
                   "of business days - got '" ws-num-in "'."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF.
       MOVE ws-idle-limit TO ws-display-limit.
       DISPLAY "DORMANT: accounts idle over" ws-display-limit
           " business days are listed.".

      *    A number shorter than the field arrives space-padded,
      *    so the digits are gathered one by one instead of
      *    relying on a class test against the whole field.
       VALUE-TO-NUMBER.
       MOVE 0 TO ws-num-work.
       MOVE "N" TO ws-num-ok.
       PERFORM VARYING ws-num-idx FROM 1 BY 1
               UNTIL ws-num-idx > 4
           MOVE ws-num-in (ws-num-idx:1) TO ws-digit-x
           IF ws-digit-x = SPACE OR ws-digit-x = LOW-VALUE
               CONTINUE
           ELSE
               IF ws-digit-x IS NUMERIC
                   COMPUTE ws-num-work =
                       (ws-num-work * 10) + ws-digit-9
                   SET ws-number-valid TO TRUE
               ELSE
                   MOVE "N" TO ws-num-ok
                   EXIT PERFORM
               END-IF
           END-IF
       END-PERFORM.

      *    The session rewrites the account master from this
      *    table, so a master that does not fit is never loaded
      *    partially.
       LOAD-ACCOUNTS.
       OPEN INPUT ACCT-FILE.
       IF ws-acct-status NOT = "00"
           DISPLAY "DORMANT: cannot open account master - "
               "status " ws-acct-status
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL ws-acct-status = "10"
           READ ACCT-FILE
               AT END
                   MOVE "10" TO ws-acct-status
               NOT AT END
                   PERFORM ADD-ACCOUNT-ENTRY
           END-READ
       END-PERFORM.
       CLOSE ACCT-FILE.
       IF WS-ACT-TABLE-CNT = 0
           DISPLAY "DORMANT: account master is empty."
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       ADD-ACCOUNT-ENTRY.
       IF WS-ACT-TABLE-CNT = WS-ACT-TABLE-MAX
           DISPLAY "DORMANT: account master holds more than "
               WS-ACT-TABLE-MAX " accounts - nothing reviewed."
           CLOSE ACCT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO WS-ACT-TABLE-CNT.
       MOVE ACM-ACCOUNT TO WS-ACT-ID-TBL (WS-ACT-TABLE-CNT).
       MOVE ACM-NAME TO WS-ACT-NAME-TBL (WS-ACT-TABLE-CNT).
       MOVE ACM-STATUS TO WS-ACT-STATUS-TBL (WS-ACT-TABLE-CNT).
       IF ACM-ITEM-LIMIT IS NUMERIC
           MOVE ACM-ITEM-LIMIT TO WS-ACT-LIMIT-TBL (WS-ACT-TABLE-CNT)
       ELSE
           MOVE 0 TO WS-ACT-LIMIT-TBL (WS-ACT-TABLE-CNT)
       END-IF.
       MOVE 0 TO ws-idle-last-date (WS-ACT-TABLE-CNT).
       MOVE 0 TO ws-idle-days (WS-ACT-TABLE-CNT).
       MOVE SPACE TO ws-idle-action (WS-ACT-TABLE-CNT).

       SCAN-HISTORY-TRANSACTIONS.
       OPEN INPUT HIST-FILE.
       EVALUATE ws-hist-status
           WHEN "00"
               PERFORM UNTIL ws-hist-status = "10"
                   READ HIST-FILE
                       AT END
                           MOVE "10" TO ws-hist-status
                       NOT AT END
                           ADD 1 TO ws-hist-read
                           MOVE THR-TRAN-DATA TO TRAN-RECORD
                           PERFORM NOTE-ACCOUNT-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           WHEN "35"
               DISPLAY "DORMANT: no transaction history yet."
           WHEN OTHER
               DISPLAY "DORMANT: cannot open transaction history - "
                   "status " ws-hist-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

      *    Days not yet archived are still on TRANFILE, so the
      *    two files together hold every transaction received.
       SCAN-LIVE-TRANSACTIONS.
       OPEN INPUT TRAN-FILE.
       EVALUATE ws-tran-status
           WHEN "00"
               PERFORM UNTIL ws-tran-status = "10"
                   READ TRAN-FILE
                       AT END
                           MOVE "10" TO ws-tran-status
                       NOT AT END
                           ADD 1 TO ws-live-read
                           PERFORM NOTE-ACCOUNT-ACTIVITY
                   END-READ
               END-PERFORM
               CLOSE TRAN-FILE
           WHEN "35"
               DISPLAY "DORMANT: no live transaction file."
           WHEN OTHER
               DISPLAY "DORMANT: cannot open transaction file - "
                   "status " ws-tran-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

      *    Only a readable DP, WD or TR counts as activity; a
      *    record the front-end edit rejects never reached the
      *    account.
       NOTE-ACCOUNT-ACTIVITY.
       IF TRN-DATE IS NUMERIC
               AND (TRN-TYPE = "DP" OR "WD" OR "TR")
           MOVE TRN-ACCOUNT TO ws-check-account
           PERFORM FIND-ACCOUNT
           IF ws-target-idx > 0
               IF TRN-DATE > ws-idle-last-date (ws-target-idx)
                   MOVE TRN-DATE TO ws-idle-last-date (ws-target-idx)
               END-IF
           END-IF
       END-IF.

       FIND-ACCOUNT.
       MOVE 0 TO ws-target-idx.
       PERFORM VARYING ws-act-idx FROM 1 BY 1
               UNTIL ws-act-idx > WS-ACT-TABLE-CNT
           IF WS-ACT-ID-TBL (ws-act-idx) = ws-check-account
               MOVE ws-act-idx TO ws-target-idx
               EXIT PERFORM
           END-IF
       END-PERFORM.

      *    An account's idle days are the business days on the
      *    calendar after its last activity, up to and including
      *    the run date.
       COUNT-IDLE-BUSINESS-DAYS.
       OPEN INPUT CAL-FILE.
       IF ws-cal-status NOT = "00"
           DISPLAY "DORMANT: cannot open business calendar - "
               "status " ws-cal-status
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL ws-cal-status = "10"
           READ CAL-FILE
               AT END
                   MOVE "10" TO ws-cal-status
               NOT AT END
                   IF CAL-BUSINESS-DAY
                           AND CAL-DATE NOT > WS-HDR-RUN-DATE
                       PERFORM COUNT-ONE-BUSINESS-DAY
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE CAL-FILE.
       IF ws-bus-day-count = 0
           DISPLAY "DORMANT: business calendar holds no business "
               "day up to " WS-HDR-RUN-DATE " - nothing reviewed."
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       COUNT-ONE-BUSINESS-DAY.
       ADD 1 TO ws-bus-day-count.
       PERFORM VARYING ws-act-idx FROM 1 BY 1
               UNTIL ws-act-idx > WS-ACT-TABLE-CNT
           IF CAL-DATE > ws-idle-last-date (ws-act-idx)
               ADD 1 TO ws-idle-days (ws-act-idx)
           END-IF
       END-PERFORM.

      *    Only an open account becomes dormant; a closed or
      *    frozen account is already kept out of the extract. An
      *    open account with no activity on file at all is never
      *    made dormant: the master holds no opened date, so a new
      *    account cannot be told from an old one that has aged
      *    off the history. It is listed on its own for review.
       SELECT-IDLE-ACCOUNTS.
       PERFORM VARYING ws-act-idx FROM 1 BY 1
               UNTIL ws-act-idx > WS-ACT-TABLE-CNT
           IF WS-ACT-STATUS-TBL (ws-act-idx) = "O"
               IF ws-idle-last-date (ws-act-idx) = 0
                   MOVE "A" TO ws-idle-action (ws-act-idx)
                   ADD 1 TO ws-no-activity-count
               ELSE
                   IF ws-idle-days (ws-act-idx) > ws-idle-limit
                       MOVE "I" TO ws-idle-action (ws-act-idx)
                       ADD 1 TO ws-idle-count
                   END-IF
               END-IF
           END-IF
           IF WS-ACT-STATUS-TBL (ws-act-idx) = "D"
               ADD 1 TO ws-dormant-count
           END-IF
       END-PERFORM.

      *    An idle account with a change still awaiting a checker
      *    is left open: approving that change would overwrite the
      *    dormant status, so it is settled in CHGAPPR first.
       CHECK-PENDING-CHANGES.
       OPEN INPUT PEND-FILE.
       EVALUATE ws-pend-status
           WHEN "00"
               PERFORM UNTIL ws-pend-status = "10"
                   READ PEND-FILE
                       AT END
                           MOVE "10" TO ws-pend-status
                       NOT AT END
                           IF PND-PENDING AND PND-ACCOUNT-CHANGE
                               PERFORM FLAG-PENDING-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "DORMANT: cannot open pending-changes file - "
                   "status " ws-pend-status
               MOVE 12 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

       FLAG-PENDING-ACCOUNT.
       MOVE PND-KEY TO ws-check-account.
       PERFORM FIND-ACCOUNT.
       IF ws-target-idx > 0
           IF ws-idle-action (ws-target-idx) = "I"
               MOVE "P" TO ws-idle-action (ws-target-idx)
               ADD 1 TO ws-pending-count
           END-IF
       END-IF.

      *    The report is opened before anything is changed, so no
      *    account is made dormant without being reported.
       OPEN-REPORT-FILE.
       OPEN OUTPUT DORM-FILE.
       IF ws-dorm-status NOT = "00"
           DISPLAY "DORMANT: cannot open dormancy report - "
               "status " ws-dorm-status " - nothing marked."
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       LIST-IDLE-ACCOUNTS.
       IF ws-idle-count = 0
           DISPLAY "DORMANT: no open account is idle over"
               ws-display-limit " business days."
       ELSE
           DISPLAY "ACCOUNT     NAME                  LAST ACTIVITY  "
               "IDLE DAYS"
           PERFORM VARYING ws-act-idx FROM 1 BY 1
                   UNTIL ws-act-idx > WS-ACT-TABLE-CNT
               IF ws-idle-action (ws-act-idx) NOT = SPACE
                       AND ws-idle-action (ws-act-idx) NOT = "A"
                   PERFORM FORMAT-LAST-ACTIVITY
                   MOVE ws-idle-days (ws-act-idx) TO ws-display-idle
                   IF ws-idle-action (ws-act-idx) = "P"
                       DISPLAY WS-ACT-ID-TBL (ws-act-idx) "  "
                           WS-ACT-NAME-TBL (ws-act-idx) "  "
                           ws-formatted-date "     " ws-display-idle
                           "  change pending - left open"
                   ELSE
                       DISPLAY WS-ACT-ID-TBL (ws-act-idx) "  "
                           WS-ACT-NAME-TBL (ws-act-idx) "  "
                           ws-formatted-date "     " ws-display-idle
                   END-IF
               END-IF
           END-PERFORM
       END-IF.

       FORMAT-LAST-ACTIVITY.
       IF ws-idle-last-date (ws-act-idx) = 0
           MOVE "NONE" TO ws-formatted-date
       ELSE
           MOVE ws-idle-last-date (ws-act-idx) TO ws-date-work
           MOVE ws-dw-ccyy TO ws-fmt-ccyy
           MOVE "-" TO ws-formatted-date (5:1)
           MOVE ws-dw-mm TO ws-fmt-mm
           MOVE "-" TO ws-formatted-date (8:1)
           MOVE ws-dw-dd TO ws-fmt-dd
       END-IF.

      *    Every account listed is made dormant together or none
      *    is; each one made dormant is written to the audit
      *    trail, and a refusal is recorded once.
       CONFIRM-DORMANCY.
       MOVE ws-markable-count TO ws-display-count.
       DISPLAY "DORMANT: accounts to be made dormant "
           ws-display-count.
       DISPLAY "Make the accounts listed dormant (Y/N)? "
           WITH NO ADVANCING.
       ACCEPT ws-confirm-answer.
       IF ws-confirm-answer = "Y" OR "y"
           PERFORM VARYING ws-act-idx FROM 1 BY 1
                   UNTIL ws-act-idx > WS-ACT-TABLE-CNT
               IF ws-idle-action (ws-act-idx) = "I"
                   MOVE "D" TO WS-ACT-STATUS-TBL (ws-act-idx)
                   MOVE "M" TO ws-idle-action (ws-act-idx)
                   ADD 1 TO ws-marked-count
               END-IF
           END-PERFORM
           PERFORM REWRITE-ACCOUNT-FILE
           IF ws-rewrite-failed
               PERFORM VARYING ws-act-idx FROM 1 BY 1
                       UNTIL ws-act-idx > WS-ACT-TABLE-CNT
                   IF ws-idle-action (ws-act-idx) = "M"
                       MOVE "U" TO ws-idle-action (ws-act-idx)
                   END-IF
               END-PERFORM
               MOVE 0 TO ws-marked-count
               DISPLAY "Account master was NOT updated - no account "
                   "was made dormant."
           ELSE
               MOVE "D" TO ws-action-taken
               PERFORM VARYING ws-act-idx FROM 1 BY 1
                       UNTIL ws-act-idx > WS-ACT-TABLE-CNT
                   IF ws-idle-action (ws-act-idx) = "M"
                       PERFORM WRITE-DORMANCY-AUDIT
                   END-IF
               END-PERFORM
               DISPLAY "Account master file updated - the "
                   "accounts listed are dormant."
           END-IF
       ELSE
           PERFORM VARYING ws-act-idx FROM 1 BY 1
                   UNTIL ws-act-idx > WS-ACT-TABLE-CNT
               IF ws-idle-action (ws-act-idx) = "I"
                   MOVE "N" TO ws-idle-action (ws-act-idx)
               END-IF
           END-PERFORM
           MOVE "N" TO ws-action-taken
           PERFORM WRITE-DORMANCY-AUDIT
           DISPLAY "Dormancy not confirmed - account master left "
               "as is."
       END-IF.

       REWRITE-ACCOUNT-FILE.
       OPEN OUTPUT ACCT-FILE.
       IF ws-acct-status NOT = "00"
           DISPLAY "Cannot rewrite account master - status "
               ws-acct-status
           SET ws-rewrite-failed TO TRUE
           MOVE 12 TO RETURN-CODE
       ELSE
           PERFORM VARYING ws-act-idx FROM 1 BY 1
                   UNTIL ws-act-idx > WS-ACT-TABLE-CNT
               MOVE WS-ACT-ID-TBL (ws-act-idx) TO ACM-ACCOUNT
               MOVE WS-ACT-NAME-TBL (ws-act-idx) TO ACM-NAME
               MOVE WS-ACT-STATUS-TBL (ws-act-idx) TO ACM-STATUS
               MOVE WS-ACT-LIMIT-TBL (ws-act-idx) TO ACM-ITEM-LIMIT
               WRITE ACCOUNT-RECORD
           END-PERFORM
           CLOSE ACCT-FILE
       END-IF.

       WRITE-DORMANCY-REPORT.
       MOVE WS-HDR-COMPANY-ID TO ws-hd1-company.
       MOVE WS-HDR-RUN-DATE TO ws-date-work.
       MOVE ws-dw-ccyy TO ws-fmt-ccyy.
       MOVE "-" TO ws-formatted-date (5:1).
       MOVE ws-dw-mm TO ws-fmt-mm.
       MOVE "-" TO ws-formatted-date (8:1).
       MOVE ws-dw-dd TO ws-fmt-dd.
       MOVE ws-formatted-date TO ws-hd1-date.
       MOVE ws-idle-limit TO ws-hd2-limit.
       MOVE ws-officer-id TO ws-hd2-officer.
       WRITE dorm-line FROM ws-heading-1 AFTER ADVANCING PAGE.
       WRITE dorm-line FROM ws-heading-2 AFTER ADVANCING 1 LINE.
       MOVE "OPEN ACCOUNTS IDLE OVER THE LIMIT" TO ws-sl-text.
       WRITE dorm-line FROM ws-section-line
           AFTER ADVANCING 2 LINES.
       WRITE dorm-line FROM ws-column-heading
           AFTER ADVANCING 2 LINES.
       WRITE dorm-line FROM ws-column-underline
           AFTER ADVANCING 1 LINE.
       IF ws-idle-count = 0
           WRITE dorm-line FROM ws-none-line AFTER ADVANCING 1 LINE
       ELSE
           PERFORM VARYING ws-act-idx FROM 1 BY 1
                   UNTIL ws-act-idx > WS-ACT-TABLE-CNT
               IF ws-idle-action (ws-act-idx) NOT = SPACE
                       AND ws-idle-action (ws-act-idx) NOT = "A"
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-PERFORM
       END-IF.
       MOVE "NO ACTIVITY ON FILE - NEVER MARKED DORMANT" TO ws-sl-text.
       WRITE dorm-line FROM ws-section-line
           AFTER ADVANCING 2 LINES.
       WRITE dorm-line FROM ws-column-heading
           AFTER ADVANCING 2 LINES.
       WRITE dorm-line FROM ws-column-underline
           AFTER ADVANCING 1 LINE.
       IF ws-no-activity-count = 0
           WRITE dorm-line FROM ws-none-line AFTER ADVANCING 1 LINE
       ELSE
           PERFORM VARYING ws-act-idx FROM 1 BY 1
                   UNTIL ws-act-idx > WS-ACT-TABLE-CNT
               IF ws-idle-action (ws-act-idx) = "A"
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-PERFORM
       END-IF.
       MOVE "ACCOUNTS ALREADY DORMANT" TO ws-sl-text.
       WRITE dorm-line FROM ws-section-line
           AFTER ADVANCING 2 LINES.
       WRITE dorm-line FROM ws-column-heading
           AFTER ADVANCING 2 LINES.
       WRITE dorm-line FROM ws-column-underline
           AFTER ADVANCING 1 LINE.
       IF ws-dormant-count = 0
           WRITE dorm-line FROM ws-none-line AFTER ADVANCING 1 LINE
       ELSE
           PERFORM VARYING ws-act-idx FROM 1 BY 1
                   UNTIL ws-act-idx > WS-ACT-TABLE-CNT
               IF WS-ACT-STATUS-TBL (ws-act-idx) = "D"
                       AND ws-idle-action (ws-act-idx) = SPACE
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-PERFORM
       END-IF.
       MOVE "ACCOUNTS REVIEWED" TO ws-tl-label.
       MOVE WS-ACT-TABLE-CNT TO ws-tl-count.
       WRITE dorm-line FROM ws-total-line AFTER ADVANCING 3 LINES.
       MOVE "BUSINESS DAYS ON CALENDAR" TO ws-tl-label.
       MOVE ws-bus-day-count TO ws-tl-count.
       WRITE dorm-line FROM ws-total-line AFTER ADVANCING 1 LINE.
       MOVE "IDLE OVER THE LIMIT" TO ws-tl-label.
       MOVE ws-idle-count TO ws-tl-count.
       WRITE dorm-line FROM ws-total-line AFTER ADVANCING 1 LINE.
       MOVE "MARKED DORMANT" TO ws-tl-label.
       MOVE ws-marked-count TO ws-tl-count.
       WRITE dorm-line FROM ws-total-line AFTER ADVANCING 1 LINE.
       MOVE "LEFT OPEN" TO ws-tl-label.
       COMPUTE ws-tl-count = ws-idle-count - ws-marked-count.
       WRITE dorm-line FROM ws-total-line AFTER ADVANCING 1 LINE.
       MOVE "ALREADY DORMANT" TO ws-tl-label.
       MOVE ws-dormant-count TO ws-tl-count.
       WRITE dorm-line FROM ws-total-line AFTER ADVANCING 1 LINE.
       MOVE "NO ACTIVITY ON FILE" TO ws-tl-label.
       MOVE ws-no-activity-count TO ws-tl-count.
       WRITE dorm-line FROM ws-total-line AFTER ADVANCING 1 LINE.

       WRITE-DETAIL-LINE.
       MOVE WS-ACT-ID-TBL (ws-act-idx) TO ws-dl-account.
       MOVE WS-ACT-NAME-TBL (ws-act-idx) TO ws-dl-name.
       PERFORM FORMAT-LAST-ACTIVITY.
       MOVE ws-formatted-date TO ws-dl-last-date.
       MOVE ws-idle-days (ws-act-idx) TO ws-dl-idle.
       EVALUATE ws-idle-action (ws-act-idx)
           WHEN "M"
               MOVE "MARKED DORMANT" TO ws-dl-action
           WHEN "N"
               MOVE "NOT CONFIRMED" TO ws-dl-action
           WHEN "P"
               MOVE "CHANGE PENDING" TO ws-dl-action
           WHEN "U"
               MOVE "NOT UPDATED" TO ws-dl-action
           WHEN "A"
               MOVE "NOT MARKED" TO ws-dl-action
           WHEN OTHER
               MOVE SPACES TO ws-dl-action
       END-EVALUATE.
       WRITE dorm-line FROM ws-detail-line AFTER ADVANCING 1 LINE.

       WRITE-DORMANCY-AUDIT.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       OPEN EXTEND AUDIT-FILE.
       IF ws-audit-status = "35"
           OPEN OUTPUT AUDIT-FILE
       END-IF.
       MOVE WS-HDR-RUN-DATE TO AUD-RUN-DATE.
       MOVE WS-HDR-RUN-TIME TO AUD-RUN-TIME.
       MOVE ws-officer-id TO AUD-OPERATOR-ID.
       MOVE ws-action-taken TO AUD-RESPONSE.
       MOVE RETURN-CODE TO AUD-RETURN-STATUS.
       MOVE ws-audit-run-type TO AUD-RUN-TYPE.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.
