           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-acct-status.
           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pend-status.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  PEND-FILE.
       COPY PENDREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       COPY SIGNCOM.
       COPY ACCTABLE.
       77 ws-acct-status pic xx.
       77 ws-audit-status pic xx.
       77 ws-pend-status pic xx.
       77 ws-pend-last-no pic 9(6) value 0.
       77 ws-pend-dup-no pic 9(6) value 0.
       77 ws-pend-flag pic x value "N".
           88 ws-pend-unavailable VALUE "Y".
       77 ws-pend-new-flag pic x.
       77 ws-officer-id pic x(8) value spaces.
       77 ws-officer-valid pic x value "N".
           88 ws-officer-is-valid VALUE "Y".
       77 ws-officer-retry-count pic 9(2) value 0.
       77 ws-act-idx pic 9(3).
       77 ws-target-idx pic 9(3) value 0.
       77 ws-target-acct pic x(10).
           88 ws-changes-made VALUE "Y".
       77 ws-rewrite-flag pic x value "N".
           88 ws-rewrite-failed VALUE "Y".
       77 ws-num-in pic x(7) value spaces.
       77 ws-num-work pic 9(7) value 0.
       77 ws-num-ok pic x value "N".
           88 ws-number-valid VALUE "Y".
       77 ws-num-idx pic 9(2).
       01 ws-digit.
           05 ws-digit-x pic x.
       01 ws-digit-n REDEFINES ws-digit.
           05 ws-digit-9 pic 9.
       77 ws-display-limit pic z(6)9.99.
       77 ws-action-taken pic x.
       77 ws-audit-run-type pic x(5) value "ACTM".
       PROCEDURE DIVISION.
       ACCEPT WS-HDR-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       MOVE "SECM" TO WS-HDR-SHIFT-ID.
       PERFORM GET-VALID-OFFICER.
       PERFORM LOAD-ACCOUNTS.
       DISPLAY WS-HDR-COMPANY-ID " ACCOUNT MASTER MAINTENANCE "

       GET-VALID-OFFICER.
       MOVE 0 TO ws-officer-retry-count.
       SET SGN-CONSOLE-MODE TO TRUE.
       DISPLAY "Enter security officer ID: " WITH NO ADVANCING.
       ACCEPT ws-officer-id.
       PERFORM VALIDATE-OFFICER.
       PERFORM UNTIL ws-officer-is-valid
               OR ws-officer-retry-count >= 5
           ADD 1 TO ws-officer-retry-count
           DISPLAY "Enter security officer ID: " WITH NO ADVANCING
           ACCEPT ws-officer-id
           PERFORM VALIDATE-OFFICER

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

       MAINT-LOOP.
       DISPLAY "-----------------------------------------".
       DISPLAY " A. Add account".
       DISPLAY " C. Close account (needs approval)".
       DISPLAY " F. Freeze account (needs approval)".
       DISPLAY " R. Reopen account (needs approval)".
       DISPLAY " M. Set single-item limit".
       DISPLAY " L. List accounts".
       DISPLAY " X. Save and exit".
       DISPLAY "-----------------------------------------".
           WHEN "R"
               MOVE "O" TO ws-action-taken
               PERFORM SET-ACCOUNT-STATUS
           WHEN "M"
               PERFORM SET-ITEM-LIMIT
           WHEN "L"
               PERFORM LIST-ACCOUNTS
           WHEN "X"
               SET ws-exit-requested TO TRUE
           WHEN OTHER
               DISPLAY "Invalid action - enter A, C, F, R, M, L, or X."
       END-EVALUATE.

       ADD-ACCOUNT.
               MOVE ws-target-name
                   TO WS-ACT-NAME-TBL (WS-ACT-TABLE-CNT)
               MOVE "O" TO WS-ACT-STATUS-TBL (WS-ACT-TABLE-CNT)
               MOVE 0 TO WS-ACT-LIMIT-TBL (WS-ACT-TABLE-CNT)
               SET ws-changes-made TO TRUE
               MOVE "A" TO ws-action-taken
               PERFORM WRITE-MAINT-AUDIT
           END-IF
       END-IF.

      *    A close, freeze or reopen needs a second supervisor,
      *    so it is queued on the pending-changes file for CHGAPPR
      *    and the account master is left as it is. A dormant
      *    account is reactivated by reopening it.
       SET-ACCOUNT-STATUS.
       DISPLAY "Account number: " WITH NO ADVANCING.
       ACCEPT ws-target-acct.
       IF ws-target-idx = 0
           DISPLAY "Account " ws-target-acct " not on file."
       ELSE
           IF WS-ACT-STATUS-TBL (ws-target-idx) = ws-action-taken
               DISPLAY "Account " ws-target-acct " already has "
                   "status " ws-action-taken " - nothing to queue."
           ELSE
               MOVE ws-action-taken TO ws-pend-new-flag
               PERFORM QUEUE-PENDING-CHANGE
           END-IF
       END-IF.

      *    Only one change per account may wait at a time, so a
      *    checker never approves two contradictory requests.
       QUEUE-PENDING-CHANGE.
       PERFORM SCAN-PENDING-CHANGES.
       IF ws-pend-unavailable
           DISPLAY "Pending-changes file unavailable - status "
               ws-pend-status " - change not queued."
       ELSE
           IF ws-pend-dup-no > 0
               DISPLAY "Account " ws-target-acct " already has "
                   "change " ws-pend-dup-no " awaiting approval."
           ELSE
               PERFORM WRITE-PENDING-CHANGE
           END-IF
       END-IF.

       SCAN-PENDING-CHANGES.
       MOVE "N" TO ws-pend-flag.
       MOVE 0 TO ws-pend-last-no.
       MOVE 0 TO ws-pend-dup-no.
       OPEN INPUT PEND-FILE.
       EVALUATE ws-pend-status
           WHEN "00"
               PERFORM UNTIL ws-pend-status = "10"
                   READ PEND-FILE
                       AT END
                           MOVE "10" TO ws-pend-status
                       NOT AT END
                           IF PND-CHANGE-NO > ws-pend-last-no
                               MOVE PND-CHANGE-NO TO ws-pend-last-no
                           END-IF
                           IF PND-PENDING AND PND-ACCOUNT-CHANGE
                                   AND PND-KEY = ws-target-acct
                               MOVE PND-CHANGE-NO TO ws-pend-dup-no
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
           WHEN "35"
               CONTINUE
           WHEN OTHER
               SET ws-pend-unavailable TO TRUE
       END-EVALUATE.

       WRITE-PENDING-CHANGE.
       OPEN EXTEND PEND-FILE.
       IF ws-pend-status = "35"
           OPEN OUTPUT PEND-FILE
       END-IF.
       IF ws-pend-status NOT = "00"
           DISPLAY "Pending-changes file unavailable - status "
               ws-pend-status " - change not queued."
       ELSE
           ACCEPT WS-HDR-RUN-TIME FROM TIME
           ADD 1 TO ws-pend-last-no
           MOVE ws-pend-last-no TO PND-CHANGE-NO
           SET PND-ACCOUNT-CHANGE TO TRUE
           MOVE ws-target-acct TO PND-KEY
           MOVE ws-a TO PND-ACTION
           MOVE ws-pend-new-flag TO PND-NEW-FLAG
           MOVE SPACES TO PND-NEW-SHIFT
           MOVE ws-officer-id TO PND-MAKER
           MOVE WS-HDR-RUN-DATE TO PND-MADE-DATE
           MOVE WS-HDR-RUN-TIME TO PND-MADE-TIME
           SET PND-PENDING TO TRUE
           MOVE SPACES TO PND-CHECKER
           MOVE 0 TO PND-DECIDED-DATE
           MOVE SPACES TO PND-REASON
           WRITE PENDING-CHANGE-RECORD
           CLOSE PEND-FILE
           MOVE ws-a TO ws-action-taken
           MOVE "CHGRQ" TO ws-audit-run-type
           PERFORM WRITE-MAINT-AUDIT
           MOVE "ACTM" TO ws-audit-run-type
           DISPLAY "Change " ws-pend-last-no " queued for account "
               ws-target-acct " - another supervisor must approve "
               "it."
       END-IF.

      *    The limit is set in whole currency units; zero takes
      *    the limit off the account.
       SET-ITEM-LIMIT.
       DISPLAY "Account number: " WITH NO ADVANCING.
       ACCEPT ws-target-acct.
       PERFORM FIND-TARGET-ACCOUNT.
       IF ws-target-idx = 0
           DISPLAY "Account " ws-target-acct " not on file."
       ELSE
           DISPLAY "Single-item limit in whole units (0 = none): "
               WITH NO ADVANCING
           ACCEPT ws-num-in
           PERFORM VALUE-TO-NUMBER
           IF NOT ws-number-valid
               DISPLAY "Limit must be a whole number."
           ELSE
               MOVE ws-num-work TO WS-ACT-LIMIT-TBL (ws-target-idx)
               SET ws-changes-made TO TRUE
               MOVE "M" TO ws-action-taken
               PERFORM WRITE-MAINT-AUDIT
               IF ws-num-work = 0
                   DISPLAY "Account " ws-target-acct
                       " item limit removed."
               ELSE
                   MOVE WS-ACT-LIMIT-TBL (ws-target-idx)
                       TO ws-display-limit
                   DISPLAY "Account " ws-target-acct
                       " item limit set to " ws-display-limit "."
               END-IF
           END-IF
       END-IF.

      *    A number shorter than the field arrives space-padded,
      *    so the digits are gathered one by one instead of
      *    relying on a class test against the whole field.
       VALUE-TO-NUMBER.
       MOVE 0 TO ws-num-work.
       MOVE "N" TO ws-num-ok.
       PERFORM VARYING ws-num-idx FROM 1 BY 1
               UNTIL ws-num-idx > 7
           MOVE ws-num-in (ws-num-idx:1) TO ws-digit-x
           IF ws-digit-x = SPACE
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

       LIST-ACCOUNTS.
       DISPLAY "ACCOUNT     NAME                  STATUS  ITEM LIMIT".
       PERFORM VARYING ws-act-idx FROM 1 BY 1
               UNTIL ws-act-idx > WS-ACT-TABLE-CNT
           MOVE WS-ACT-LIMIT-TBL (ws-act-idx) TO ws-display-limit
           DISPLAY WS-ACT-ID-TBL (ws-act-idx) "  "
               WS-ACT-NAME-TBL (ws-act-idx) "  "
               WS-ACT-STATUS-TBL (ws-act-idx) "       "
               ws-display-limit
       END-PERFORM.

       FIND-TARGET-ACCOUNT.
           END-IF
       END-PERFORM.

      *    An absent account master (status 35) is a valid state
      *    for first-time setup - the session starts with an empty
      *    table and the save creates the file.
                               TO WS-ACT-NAME-TBL (WS-ACT-TABLE-CNT)
                           MOVE ACM-STATUS
                               TO WS-ACT-STATUS-TBL (WS-ACT-TABLE-CNT)
                           IF ACM-ITEM-LIMIT IS NUMERIC
                               MOVE ACM-ITEM-LIMIT TO
                                   WS-ACT-LIMIT-TBL (WS-ACT-TABLE-CNT)
                           ELSE
                               MOVE 0 TO
                                   WS-ACT-LIMIT-TBL (WS-ACT-TABLE-CNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-FILE
               MOVE WS-ACT-ID-TBL (ws-act-idx) TO ACM-ACCOUNT
               MOVE WS-ACT-NAME-TBL (ws-act-idx) TO ACM-NAME
               MOVE WS-ACT-STATUS-TBL (ws-act-idx) TO ACM-STATUS
               MOVE WS-ACT-LIMIT-TBL (ws-act-idx) TO ACM-ITEM-LIMIT
               WRITE ACCOUNT-RECORD
           END-PERFORM
           CLOSE ACCT-FILE
