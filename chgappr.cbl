       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAPPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pend-status.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-acct-status.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-status.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
       COPY PENDREC.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  CAL-FILE.
       COPY CALREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       COPY SIGNCOM.
       COPY ACCTABLE.
       77 ws-pend-status pic xx.
       77 ws-acct-status pic xx.
       77 ws-cal-status pic xx.
       77 ws-audit-status pic xx.
       77 ws-officer-id pic x(8) value spaces.
       77 ws-officer-valid pic x value "N".
           88 ws-officer-is-valid VALUE "Y".
       77 ws-officer-retry-count pic 9(2) value 0.
       01 ws-pend-table.
           05 ws-pend-entry OCCURS 999 TIMES.
               10 ws-pend-no-tbl pic 9(6).
               10 ws-pend-master-tbl pic x(4).
               10 ws-pend-key-tbl pic x(10).
               10 ws-pend-action-tbl pic x.
               10 ws-pend-flag-tbl pic x.
               10 ws-pend-shift-tbl pic x(4).
               10 ws-pend-maker-tbl pic x(8).
               10 ws-pend-made-date-tbl pic 9(8).
               10 ws-pend-made-time-tbl pic 9(8).
               10 ws-pend-status-tbl pic x.
               10 ws-pend-checker-tbl pic x(8).
               10 ws-pend-decided-tbl pic 9(8).
               10 ws-pend-reason-tbl pic x(20).
               10 ws-pend-session-tbl pic x.
       77 ws-pend-count pic 9(3) value 0.
       77 ws-pend-max pic 9(3) value 999.
       77 ws-pend-idx pic 9(3).
       77 ws-target-idx pic 9(3) value 0.
       01 ws-cal-table.
           05 ws-cal-entry OCCURS 1200 TIMES.
               10 ws-cal-date-tbl pic 9(8).
               10 ws-cal-flag-tbl pic x.
               10 ws-cal-shift-tbl pic x(4).
               10 ws-cal-next-tbl pic 9(8).
       77 ws-cal-count pic 9(4) value 0.
       77 ws-cal-idx pic 9(4).
       77 ws-cal-scan-idx pic 9(4).
       77 ws-act-idx pic 9(3).
       77 ws-key-idx pic 9(4) value 0.
       77 ws-key-date pic 9(8).
       01 ws-work-date pic 9(8) value 0.
       01 ws-work-date-r REDEFINES ws-work-date.
           05 ws-wd-ccyy pic 9(4).
           05 ws-wd-mm pic 9(2).
           05 ws-wd-dd pic 9(2).
       77 ws-next-date pic 9(8) value 0.
       77 ws-month-days pic 9(2).
       77 ws-leap-work pic 9(4).
       77 ws-leap-rem pic 9(4).
       77 ws-leap-flag pic x.
           88 ws-leap-year VALUE "Y".
       77 ws-a pic x value space.
       77 ws-exit-flag pic x value "N".
           88 ws-exit-requested VALUE "Y".
       77 ws-changed-flag pic x value "N".
           88 ws-changes-made VALUE "Y".
       77 ws-acct-apply-flag pic x value "N".
           88 ws-acct-changes-approved VALUE "Y".
       77 ws-cal-apply-flag pic x value "N".
           88 ws-cal-changes-approved VALUE "Y".
       77 ws-rewrite-flag pic x value "N".
           88 ws-rewrite-failed VALUE "Y".
       77 ws-open-count pic 9(3) value 0.
       77 ws-num-in pic x(6) value spaces.
       77 ws-target-num pic 9(6) value 0.
       77 ws-num-work pic 9(6) value 0.
       77 ws-num-ok pic x value "N".
           88 ws-number-valid VALUE "Y".
       77 ws-num-idx pic 9(2).
       01 ws-digit.
           05 ws-digit-x pic x.
       01 ws-digit-n REDEFINES ws-digit.
           05 ws-digit-9 pic 9.
       77 ws-action-reason pic x(20) value spaces.
       77 ws-action-taken pic x.
       77 ws-audit-operator pic x(8).
       77 ws-audit-run-type pic x(5) value "CHGCK".
       PROCEDURE DIVISION.
       ACCEPT WS-HDR-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       MOVE "SECM" TO WS-HDR-SHIFT-ID.
       PERFORM GET-VALID-OFFICER.
       PERFORM LOAD-PENDING-CHANGES.
       PERFORM LOAD-ACCOUNTS.
       PERFORM LOAD-CALENDAR-TABLE.
       DISPLAY WS-HDR-COMPANY-ID " MASTER CHANGE APPROVAL "
           "- run date " WS-HDR-RUN-DATE.
       PERFORM APPROVAL-LOOP UNTIL ws-exit-requested.
       IF ws-changes-made
           PERFORM SAVE-DECISIONS
       ELSE
           DISPLAY "No decisions made - pending changes left as is."
           MOVE 0 TO RETURN-CODE
       END-IF.
       DISPLAY "Master change approval finished.".
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
           MOVE ws-officer-id TO ws-audit-operator
           MOVE "LOCK" TO ws-audit-run-type
           PERFORM WRITE-APPROVAL-AUDIT
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

      *    The session rewrites the file from this table, so a
      *    file that does not fit is never loaded partially.
       LOAD-PENDING-CHANGES.
       OPEN INPUT PEND-FILE.
       EVALUATE ws-pend-status
           WHEN "00"
               PERFORM UNTIL ws-pend-status = "10"
                   READ PEND-FILE
                       AT END
                           MOVE "10" TO ws-pend-status
                       NOT AT END
                           PERFORM LOAD-ONE-PENDING-CHANGE
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
           WHEN "35"
               DISPLAY "No pending-changes file on file - nothing "
                   "to approve."
           WHEN OTHER
               DISPLAY "Pending-changes file unavailable - status "
                   ws-pend-status " - aborting."
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

       LOAD-ONE-PENDING-CHANGE.
       IF ws-pend-count = ws-pend-max
           DISPLAY "Pending-changes file exceeds " ws-pend-max
               " changes - the file cannot be loaded in full - "
               "aborting."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO ws-pend-count.
       MOVE PND-CHANGE-NO TO ws-pend-no-tbl (ws-pend-count).
       MOVE PND-MASTER TO ws-pend-master-tbl (ws-pend-count).
       MOVE PND-KEY TO ws-pend-key-tbl (ws-pend-count).
       MOVE PND-ACTION TO ws-pend-action-tbl (ws-pend-count).
       MOVE PND-NEW-FLAG TO ws-pend-flag-tbl (ws-pend-count).
       MOVE PND-NEW-SHIFT TO ws-pend-shift-tbl (ws-pend-count).
       MOVE PND-MAKER TO ws-pend-maker-tbl (ws-pend-count).
       MOVE PND-MADE-DATE TO ws-pend-made-date-tbl (ws-pend-count).
       MOVE PND-MADE-TIME TO ws-pend-made-time-tbl (ws-pend-count).
       MOVE PND-STATUS TO ws-pend-status-tbl (ws-pend-count).
       MOVE PND-CHECKER TO ws-pend-checker-tbl (ws-pend-count).
       MOVE PND-DECIDED-DATE TO ws-pend-decided-tbl (ws-pend-count).
       MOVE PND-REASON TO ws-pend-reason-tbl (ws-pend-count).
       MOVE "N" TO ws-pend-session-tbl (ws-pend-count).

      *    The account master is rewritten from this table when
      *    an account change is approved, so it must load in full.
       LOAD-ACCOUNTS.
       OPEN INPUT ACCT-FILE.
       EVALUATE ws-acct-status
           WHEN "00"
               PERFORM UNTIL ws-acct-status = "10"
                   READ ACCT-FILE
                       AT END
                           MOVE "10" TO ws-acct-status
                       NOT AT END
                           PERFORM LOAD-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCT-FILE
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "Account master unavailable - status "
                   ws-acct-status " - aborting."
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

       LOAD-ONE-ACCOUNT.
       IF WS-ACT-TABLE-CNT = WS-ACT-TABLE-MAX
           DISPLAY "Account master exceeds " WS-ACT-TABLE-MAX
               " accounts - the file cannot be loaded in full - "
               "aborting."
           MOVE 16 TO RETURN-CODE
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

      *    The whole calendar is held and rewritten as it stands;
      *    trimming the history window is left to CALMAINT.
       LOAD-CALENDAR-TABLE.
       OPEN INPUT CAL-FILE.
       EVALUATE ws-cal-status
           WHEN "00"
               PERFORM UNTIL ws-cal-status = "10"
                   READ CAL-FILE
                       AT END
                           MOVE "10" TO ws-cal-status
                       NOT AT END
                           PERFORM LOAD-ONE-CAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "Business calendar unavailable - status "
                   ws-cal-status " - aborting."
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

       LOAD-ONE-CAL-RECORD.
       IF ws-cal-count = 1200
           DISPLAY "Calendar table full at 1200 records - the "
               "file cannot be loaded in full - aborting."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO ws-cal-count.
       MOVE CAL-DATE TO ws-cal-date-tbl (ws-cal-count).
       MOVE CAL-BUS-DAY-FLAG TO ws-cal-flag-tbl (ws-cal-count).
       MOVE CAL-SHIFT-ID TO ws-cal-shift-tbl (ws-cal-count).
       MOVE CAL-NEXT-BUS-DATE TO ws-cal-next-tbl (ws-cal-count).

       APPROVAL-LOOP.
       DISPLAY "-----------------------------------------".
       DISPLAY " L. List changes awaiting approval".
       DISPLAY " A. Approve a change".
       DISPLAY " D. Decline a change".
       DISPLAY " X. Save and exit".
       DISPLAY "-----------------------------------------".
       DISPLAY "Enter action: " WITH NO ADVANCING.
       ACCEPT ws-a.
       EVALUATE ws-a
           WHEN "L"
               PERFORM LIST-PENDING-CHANGES
           WHEN "A"
               MOVE "A" TO ws-action-taken
               PERFORM DECIDE-CHANGE
           WHEN "D"
               MOVE "D" TO ws-action-taken
               PERFORM DECIDE-CHANGE
           WHEN "X"
               SET ws-exit-requested TO TRUE
           WHEN OTHER
               DISPLAY "Invalid action - enter L, A, D, or X."
       END-EVALUATE.

       LIST-PENDING-CHANGES.
       MOVE 0 TO ws-open-count.
       DISPLAY "CHANGE MSTR KEY        ACT NEW       MAKER    "
           "MADE     ST".
       PERFORM VARYING ws-pend-idx FROM 1 BY 1
               UNTIL ws-pend-idx > ws-pend-count
           IF ws-pend-status-tbl (ws-pend-idx) = "P"
                   OR ws-pend-session-tbl (ws-pend-idx) = "Y"
               ADD 1 TO ws-open-count
               DISPLAY ws-pend-no-tbl (ws-pend-idx) " "
                   ws-pend-master-tbl (ws-pend-idx) " "
                   ws-pend-key-tbl (ws-pend-idx) " "
                   ws-pend-action-tbl (ws-pend-idx) "   "
                   ws-pend-flag-tbl (ws-pend-idx) " "
                   ws-pend-shift-tbl (ws-pend-idx) "    "
                   ws-pend-maker-tbl (ws-pend-idx) " "
                   ws-pend-made-date-tbl (ws-pend-idx) " "
                   ws-pend-status-tbl (ws-pend-idx)
           END-IF
       END-PERFORM.
       IF ws-open-count = 0
           DISPLAY "No changes are awaiting approval."
       END-IF.

       DECIDE-CHANGE.
       DISPLAY "Change number: " WITH NO ADVANCING.
       ACCEPT ws-num-in.
       PERFORM VALUE-TO-NUMBER.
       IF NOT ws-number-valid
           DISPLAY "Change number must be numeric."
       ELSE
           MOVE ws-num-work TO ws-target-num
           PERFORM FIND-TARGET-CHANGE
           IF ws-target-idx = 0
               DISPLAY "Change " ws-target-num " is not on file."
           ELSE
               PERFORM APPLY-DECISION
           END-IF
       END-IF.

       FIND-TARGET-CHANGE.
       MOVE 0 TO ws-target-idx.
       PERFORM VARYING ws-pend-idx FROM 1 BY 1
               UNTIL ws-pend-idx > ws-pend-count
           IF ws-pend-no-tbl (ws-pend-idx) = ws-target-num
               MOVE ws-pend-idx TO ws-target-idx
           END-IF
       END-PERFORM.

      *    A number shorter than the field arrives space-padded,
      *    so the digits are gathered one by one instead of
      *    relying on a class test against the whole field.
       VALUE-TO-NUMBER.
       MOVE 0 TO ws-num-work.
       MOVE "N" TO ws-num-ok.
       PERFORM VARYING ws-num-idx FROM 1 BY 1
               UNTIL ws-num-idx > 6
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

      *    Dual control: the supervisor who asked for a change can
      *    never be the one who decides it. A decline must carry
      *    a reason so the maker knows why.
       APPLY-DECISION.
       IF ws-pend-status-tbl (ws-target-idx) NOT = "P"
           DISPLAY "Change " ws-target-num " is not pending - "
               "status " ws-pend-status-tbl (ws-target-idx) "."
       ELSE
           IF ws-pend-maker-tbl (ws-target-idx) = ws-officer-id
               DISPLAY "Change " ws-target-num " was made by you - "
                   "another supervisor must decide it."
           ELSE
               MOVE SPACES TO ws-action-reason
               DISPLAY "Reason: " WITH NO ADVANCING
               ACCEPT ws-action-reason
               IF ws-action-taken = "D"
                   IF ws-action-reason = SPACES
                       DISPLAY "A reason is required to decline - "
                           "change left pending."
                   ELSE
                       PERFORM RECORD-DECISION
                       DISPLAY "Change " ws-target-num " declined."
                   END-IF
               ELSE
                   PERFORM FIND-CHANGE-KEY
                   IF ws-key-idx = 0
                       DISPLAY "Change " ws-target-num " is for "
                           ws-pend-key-tbl (ws-target-idx)
                           " which is no longer on file - decline "
                           "it instead."
                   ELSE
                       PERFORM RECORD-DECISION
                       DISPLAY "Change " ws-target-num " approved "
                           "- it is applied when the session is "
                           "saved."
                   END-IF
               END-IF
           END-IF
       END-IF.

       FIND-CHANGE-KEY.
       MOVE 0 TO ws-key-idx.
       IF ws-pend-master-tbl (ws-target-idx) = "ACCT"
           PERFORM VARYING ws-act-idx FROM 1 BY 1
                   UNTIL ws-act-idx > WS-ACT-TABLE-CNT
               IF WS-ACT-ID-TBL (ws-act-idx)
                       = ws-pend-key-tbl (ws-target-idx)
                   MOVE ws-act-idx TO ws-key-idx
               END-IF
           END-PERFORM
       ELSE
           IF ws-pend-key-tbl (ws-target-idx) (1:8) IS NUMERIC
               MOVE ws-pend-key-tbl (ws-target-idx) (1:8)
                   TO ws-key-date
               PERFORM VARYING ws-cal-idx FROM 1 BY 1
                       UNTIL ws-cal-idx > ws-cal-count
                   IF ws-cal-date-tbl (ws-cal-idx) = ws-key-date
                       MOVE ws-cal-idx TO ws-key-idx
                   END-IF
               END-PERFORM
           END-IF
       END-IF.

       RECORD-DECISION.
       MOVE ws-action-taken TO ws-pend-status-tbl (ws-target-idx).
       MOVE ws-officer-id TO ws-pend-checker-tbl (ws-target-idx).
       MOVE WS-HDR-RUN-DATE TO ws-pend-decided-tbl (ws-target-idx).
       MOVE ws-action-reason TO ws-pend-reason-tbl (ws-target-idx).
       MOVE "Y" TO ws-pend-session-tbl (ws-target-idx).
       SET ws-changes-made TO TRUE.

      *    Approved changes reach the masters first; the pending
      *    file is only rewritten once they are safely written, so
      *    a failure leaves every change still pending, and the
      *    maker and checker are audited only for what took
      *    effect.
       SAVE-DECISIONS.
       PERFORM APPLY-APPROVED-CHANGES.
       IF ws-acct-changes-approved
           PERFORM REWRITE-ACCOUNT-FILE
       END-IF.
       IF ws-cal-changes-approved AND NOT ws-rewrite-failed
           PERFORM RECOMPUTE-NEXT-BUS-CHAIN
           PERFORM REWRITE-CAL-FILE
       END-IF.
       IF NOT ws-rewrite-failed
           PERFORM REWRITE-PENDING-FILE
       END-IF.
       IF ws-rewrite-failed
           DISPLAY "Pending changes were NOT updated - the "
               "decisions from this session are lost."
       ELSE
           PERFORM WRITE-DECISION-AUDITS
           DISPLAY "Pending changes updated - approved changes "
               "applied."
           MOVE 0 TO RETURN-CODE
       END-IF.

       APPLY-APPROVED-CHANGES.
       PERFORM VARYING ws-target-idx FROM 1 BY 1
               UNTIL ws-target-idx > ws-pend-count
           IF ws-pend-session-tbl (ws-target-idx) = "Y"
                   AND ws-pend-status-tbl (ws-target-idx) = "A"
               PERFORM FIND-CHANGE-KEY
               IF ws-pend-master-tbl (ws-target-idx) = "ACCT"
                   MOVE ws-pend-flag-tbl (ws-target-idx)
                       TO WS-ACT-STATUS-TBL (ws-key-idx)
                   SET ws-acct-changes-approved TO TRUE
               ELSE
                   MOVE ws-pend-flag-tbl (ws-target-idx)
                       TO ws-cal-flag-tbl (ws-key-idx)
                   IF ws-pend-shift-tbl (ws-target-idx) NOT = SPACES
                       MOVE ws-pend-shift-tbl (ws-target-idx)
                           TO ws-cal-shift-tbl (ws-key-idx)
                   END-IF
                   SET ws-cal-changes-approved TO TRUE
               END-IF
           END-IF
       END-PERFORM.

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

      *    Every record's next-business-date is rebuilt from the
      *    flags as they now stand, exactly as CALMAINT does on a
      *    save; the last records on the file point at the first
      *    calendar day beyond it.
       RECOMPUTE-NEXT-BUS-CHAIN.
       PERFORM VARYING ws-cal-idx FROM 1 BY 1
               UNTIL ws-cal-idx > ws-cal-count
           MOVE 0 TO ws-cal-next-tbl (ws-cal-idx)
           PERFORM VARYING ws-cal-scan-idx FROM ws-cal-idx BY 1
                   UNTIL ws-cal-scan-idx = ws-cal-count
               IF ws-cal-flag-tbl (ws-cal-scan-idx + 1) = "Y"
                       AND ws-cal-next-tbl (ws-cal-idx) = 0
                   MOVE ws-cal-date-tbl (ws-cal-scan-idx + 1)
                       TO ws-cal-next-tbl (ws-cal-idx)
               END-IF
           END-PERFORM
           IF ws-cal-next-tbl (ws-cal-idx) = 0
               MOVE ws-cal-date-tbl (ws-cal-count) TO ws-work-date
               PERFORM NEXT-CALENDAR-DAY
               MOVE ws-next-date TO ws-cal-next-tbl (ws-cal-idx)
           END-IF
       END-PERFORM.

       NEXT-CALENDAR-DAY.
       PERFORM COMPUTE-MONTH-DAYS.
       MOVE ws-work-date TO ws-next-date.
       IF ws-wd-dd < ws-month-days
           ADD 1 TO ws-next-date
       ELSE
           IF ws-wd-mm = 12
               COMPUTE ws-next-date =
                   ((ws-wd-ccyy + 1) * 10000) + 101
           ELSE
               COMPUTE ws-next-date =
                   (ws-wd-ccyy * 10000) + ((ws-wd-mm + 1) * 100) + 1
           END-IF
       END-IF.

       COMPUTE-MONTH-DAYS.
       EVALUATE ws-wd-mm
           WHEN 01 WHEN 03 WHEN 05 WHEN 07
           WHEN 08 WHEN 10 WHEN 12
               MOVE 31 TO ws-month-days
           WHEN 04 WHEN 06 WHEN 09 WHEN 11
               MOVE 30 TO ws-month-days
           WHEN 02
               PERFORM CHECK-LEAP-YEAR
               IF ws-leap-year
                   MOVE 29 TO ws-month-days
               ELSE
                   MOVE 28 TO ws-month-days
               END-IF
           WHEN OTHER
               MOVE 31 TO ws-month-days
       END-EVALUATE.

       CHECK-LEAP-YEAR.
       MOVE "N" TO ws-leap-flag.
       DIVIDE ws-wd-ccyy BY 4
           GIVING ws-leap-work REMAINDER ws-leap-rem.
       IF ws-leap-rem = 0
           SET ws-leap-year TO TRUE
           DIVIDE ws-wd-ccyy BY 100
               GIVING ws-leap-work REMAINDER ws-leap-rem
           IF ws-leap-rem = 0
               MOVE "N" TO ws-leap-flag
               DIVIDE ws-wd-ccyy BY 400
                   GIVING ws-leap-work REMAINDER ws-leap-rem
               IF ws-leap-rem = 0
                   SET ws-leap-year TO TRUE
               END-IF
           END-IF
       END-IF.

       REWRITE-CAL-FILE.
       OPEN OUTPUT CAL-FILE.
       IF ws-cal-status NOT = "00"
           DISPLAY "Cannot rewrite business calendar - status "
               ws-cal-status
           SET ws-rewrite-failed TO TRUE
           MOVE 12 TO RETURN-CODE
       ELSE
           PERFORM VARYING ws-cal-idx FROM 1 BY 1
                   UNTIL ws-cal-idx > ws-cal-count
               MOVE ws-cal-date-tbl (ws-cal-idx) TO CAL-DATE
               MOVE ws-cal-flag-tbl (ws-cal-idx)
                   TO CAL-BUS-DAY-FLAG
               MOVE ws-cal-shift-tbl (ws-cal-idx) TO CAL-SHIFT-ID
               MOVE ws-cal-next-tbl (ws-cal-idx)
                   TO CAL-NEXT-BUS-DATE
               WRITE CALENDAR-RECORD
           END-PERFORM
           CLOSE CAL-FILE
       END-IF.

       REWRITE-PENDING-FILE.
       OPEN OUTPUT PEND-FILE.
       IF ws-pend-status NOT = "00"
           DISPLAY "Cannot rewrite pending-changes file - status "
               ws-pend-status
           SET ws-rewrite-failed TO TRUE
           MOVE 12 TO RETURN-CODE
       ELSE
           PERFORM VARYING ws-pend-idx FROM 1 BY 1
                   UNTIL ws-pend-idx > ws-pend-count
               MOVE ws-pend-no-tbl (ws-pend-idx) TO PND-CHANGE-NO
               MOVE ws-pend-master-tbl (ws-pend-idx) TO PND-MASTER
               MOVE ws-pend-key-tbl (ws-pend-idx) TO PND-KEY
               MOVE ws-pend-action-tbl (ws-pend-idx) TO PND-ACTION
               MOVE ws-pend-flag-tbl (ws-pend-idx) TO PND-NEW-FLAG
               MOVE ws-pend-shift-tbl (ws-pend-idx) TO PND-NEW-SHIFT
               MOVE ws-pend-maker-tbl (ws-pend-idx) TO PND-MAKER
               MOVE ws-pend-made-date-tbl (ws-pend-idx)
                   TO PND-MADE-DATE
               MOVE ws-pend-made-time-tbl (ws-pend-idx)
                   TO PND-MADE-TIME
               MOVE ws-pend-status-tbl (ws-pend-idx) TO PND-STATUS
               MOVE ws-pend-checker-tbl (ws-pend-idx) TO PND-CHECKER
               MOVE ws-pend-decided-tbl (ws-pend-idx)
                   TO PND-DECIDED-DATE
               MOVE ws-pend-reason-tbl (ws-pend-idx) TO PND-REASON
               WRITE PENDING-CHANGE-RECORD
           END-PERFORM
           CLOSE PEND-FILE
       END-IF.

      *    Each decision is audited twice at the same time stamp:
      *    once under the maker (CHGMK) and once under the checker
      *    (CHGCK), both carrying the outcome A or D.
       WRITE-DECISION-AUDITS.
       PERFORM VARYING ws-pend-idx FROM 1 BY 1
               UNTIL ws-pend-idx > ws-pend-count
           IF ws-pend-session-tbl (ws-pend-idx) = "Y"
               ACCEPT WS-HDR-RUN-TIME FROM TIME
               MOVE ws-pend-status-tbl (ws-pend-idx)
                   TO ws-action-taken
               MOVE ws-pend-maker-tbl (ws-pend-idx)
                   TO ws-audit-operator
               MOVE "CHGMK" TO ws-audit-run-type
               PERFORM WRITE-APPROVAL-AUDIT
               MOVE ws-officer-id TO ws-audit-operator
               MOVE "CHGCK" TO ws-audit-run-type
               PERFORM WRITE-APPROVAL-AUDIT
           END-IF
       END-PERFORM.

       WRITE-APPROVAL-AUDIT.
       OPEN EXTEND AUDIT-FILE.
       IF ws-audit-status = "35"
           OPEN OUTPUT AUDIT-FILE
       END-IF.
       MOVE WS-HDR-RUN-DATE TO AUD-RUN-DATE.
       MOVE WS-HDR-RUN-TIME TO AUD-RUN-TIME.
       MOVE ws-audit-operator TO AUD-OPERATOR-ID.
       MOVE ws-action-taken TO AUD-RESPONSE.
       MOVE RETURN-CODE TO AUD-RETURN-STATUS.
       MOVE ws-audit-run-type TO AUD-RUN-TYPE.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.
