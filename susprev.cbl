       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPMST-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-suspmst-status.
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
       FD  SUSPMST-FILE.
       COPY SUSMREC.
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
       77 ws-suspmst-status pic xx.
       77 ws-acct-status pic xx.
       77 ws-cal-status pic xx.
       77 ws-audit-status pic xx.
       77 ws-operator-id pic x(8) value spaces.
       77 ws-operator-valid pic x value "N".
           88 ws-operator-is-valid VALUE "Y".
       77 ws-operator-retry-count pic 9(2) value 0.
       77 ws-act-idx pic 9(3).
       77 ws-acct-found pic x value "N".
           88 ws-account-on-file VALUE "Y".
       77 ws-acct-use-status pic x value space.
       01 ws-smst-table.
           05 ws-smst-entry OCCURS 999 TIMES.
               10 ws-smst-susp-date pic 9(8).
               10 ws-smst-tran-date pic 9(8).
               10 ws-smst-account pic x(10).
               10 ws-smst-tran-type pic x(2).
               10 ws-smst-amount pic s9(7)v99.
               10 ws-smst-reason pic x(8).
               10 ws-smst-status pic x.
               10 ws-smst-disp-opr pic x(8).
               10 ws-smst-disp-date pic 9(8).
               10 ws-smst-recycle-date pic 9(8).
       77 ws-smst-count pic 9(3) value 0.
       77 ws-smst-max pic 9(3) value 999.
       77 ws-smst-idx pic 9(3).
       77 ws-smst-dropped pic 9(5) value 0.
       01 ws-retain-cutoff-date.
           05 ws-rc-ccyy pic 9(4).
           05 ws-rc-mm pic 9(2).
           05 ws-rc-dd pic 9(2).
       01 ws-retain-cutoff REDEFINES ws-retain-cutoff-date pic 9(8).
       77 ws-retain-months pic 9(2) value 3.
       01 ws-cal-table.
           05 ws-cal-bus-date OCCURS 400 TIMES pic 9(8).
       77 ws-cal-count pic 9(3) value 0.
       77 ws-cal-idx pic 9(3).
       77 ws-age-from-date pic 9(8).
       77 ws-age-days pic 9(3).
       77 ws-a pic x value space.
       77 ws-exit-flag pic x value "N".
           88 ws-exit-requested VALUE "Y".
       77 ws-changed-flag pic x value "N".
           88 ws-changes-made VALUE "Y".
       77 ws-rewrite-flag pic x value "N".
           88 ws-rewrite-failed VALUE "Y".
       77 ws-open-count pic 9(3) value 0.
       77 ws-num-in pic x(3) value spaces.
       77 ws-target-num pic 9(3) value 0.
       77 ws-num-work pic 9(3) value 0.
       77 ws-num-ok pic x value "N".
           88 ws-number-valid VALUE "Y".
       77 ws-num-idx pic 9(2).
       01 ws-digit.
           05 ws-digit-x pic x.
       01 ws-digit-n REDEFINES ws-digit.
           05 ws-digit-9 pic 9.
       77 ws-action-taken pic x.
       77 ws-audit-run-type pic x(5) value "SUSP".
       77 ws-display-amount pic -(7)9.99.
       PROCEDURE DIVISION.
       ACCEPT WS-HDR-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       MOVE "SUSR" TO WS-HDR-SHIFT-ID.
       PERFORM GET-VALID-OPERATOR.
       PERFORM LOAD-ACCOUNTS.
       PERFORM LOAD-CALENDAR.
       PERFORM COMPUTE-RETENTION-CUTOFF.
       PERFORM LOAD-SUSPENSE-MASTER.
       DISPLAY WS-HDR-COMPANY-ID " SUSPENSE REVIEW "
           "- run date " WS-HDR-RUN-DATE.
       PERFORM REVIEW-LOOP UNTIL ws-exit-requested.
       IF ws-changes-made
           PERFORM REWRITE-SUSPENSE-MASTER
           IF ws-rewrite-failed
               DISPLAY "Suspense master was NOT updated - the "
                   "dispositions from this session are lost."
           ELSE
               DISPLAY "Suspense master file updated."
               MOVE 0 TO RETURN-CODE
           END-IF
       ELSE
           DISPLAY "No dispositions made - suspense master left "
               "as is."
           MOVE 0 TO RETURN-CODE
       END-IF.
       DISPLAY "Suspense review finished.".
       STOP RUN.

       GET-VALID-OPERATOR.
       MOVE 0 TO ws-operator-retry-count.
       SET SGN-CONSOLE-MODE TO TRUE.
       DISPLAY "Enter operator ID: " WITH NO ADVANCING.
       ACCEPT ws-operator-id.
       PERFORM VALIDATE-OPERATOR.
       PERFORM UNTIL ws-operator-is-valid
               OR ws-operator-retry-count >= 5
           ADD 1 TO ws-operator-retry-count
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT ws-operator-id
           PERFORM VALIDATE-OPERATOR
       END-PERFORM.
       IF NOT ws-operator-is-valid
           DISPLAY "Too many invalid sign-on attempts - aborting."
           MOVE 16 TO RETURN-CODE
           MOVE "L" TO ws-action-taken
           MOVE "LOCK" TO ws-audit-run-type
           PERFORM WRITE-REVIEW-AUDIT
           STOP RUN
       END-IF.

       VALIDATE-OPERATOR.
       MOVE "N" TO ws-operator-valid.
       MOVE ws-operator-id TO SGN-OPERATOR-ID.
       MOVE WS-HDR-RUN-DATE TO SGN-RUN-DATE.
       CALL "SIGNON" USING SIGNON-COMM-AREA.
       IF SGN-MASTER-UNAVAILABLE
           DISPLAY "Operator sign-on unavailable - aborting."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF SGN-ACCEPTED
           SET ws-operator-is-valid TO TRUE
       END-IF.

       LOAD-ACCOUNTS.
       OPEN INPUT ACCT-FILE.
       IF ws-acct-status NOT = "00"
           DISPLAY "Account master file unavailable - status "
               ws-acct-status " - aborting."
           MOVE 16 TO RETURN-CODE
           STOP RUN
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

       LOAD-CALENDAR.
       OPEN INPUT CAL-FILE.
       IF ws-cal-status NOT = "00"
           DISPLAY "Business calendar unavailable - status "
               ws-cal-status " - suspense ages cannot be "
               "computed in business days."
       ELSE
           PERFORM UNTIL ws-cal-status = "10"
                   OR ws-cal-count = 400
               READ CAL-FILE
                   AT END
                       MOVE "10" TO ws-cal-status
                   NOT AT END
                       IF CAL-BUSINESS-DAY
                           ADD 1 TO ws-cal-count
                           MOVE CAL-DATE
                               TO ws-cal-bus-date (ws-cal-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAL-FILE
       END-IF.

      *    Disposed items are kept for the same number of months
      *    as EXTRACT keeps them, and older ones fall away when a
      *    change is saved.
       COMPUTE-RETENTION-CUTOFF.
       MOVE WS-HDR-RUN-DATE TO ws-retain-cutoff.
       IF ws-rc-mm > ws-retain-months
           SUBTRACT ws-retain-months FROM ws-rc-mm
       ELSE
           ADD 12 TO ws-rc-mm
           SUBTRACT ws-retain-months FROM ws-rc-mm
           SUBTRACT 1 FROM ws-rc-ccyy
       END-IF.

      *    The session rewrites the master from this table, so a
      *    file that does not fit is never loaded partially - that
      *    would silently delete every item past the last one
      *    loaded on save.
       LOAD-SUSPENSE-MASTER.
       OPEN INPUT SUSPMST-FILE.
       EVALUATE ws-suspmst-status
           WHEN "00"
               PERFORM UNTIL ws-suspmst-status = "10"
                   READ SUSPMST-FILE
                       AT END
                           MOVE "10" TO ws-suspmst-status
                       NOT AT END
                           PERFORM LOAD-ONE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPMST-FILE
               IF ws-smst-dropped > 0
                   DISPLAY ws-smst-dropped " disposed items older "
                       "than the retention period dropped - they "
                       "fall away when a change is saved."
               END-IF
           WHEN "35"
               DISPLAY "No suspense master on file - nothing to "
                   "review."
           WHEN OTHER
               DISPLAY "Suspense master unavailable - status "
                   ws-suspmst-status " - aborting."
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

       LOAD-ONE-SUSPENSE-ITEM.
       IF ((SSM-WRITTEN-OFF OR SSM-RETURNED)
               AND SSM-DISP-DATE < ws-retain-cutoff)
               OR (SSM-RECYCLED
                   AND SSM-RECYCLE-DATE < ws-retain-cutoff)
           ADD 1 TO ws-smst-dropped
       ELSE
           PERFORM KEEP-SUSPENSE-ITEM
       END-IF.

       KEEP-SUSPENSE-ITEM.
       IF ws-smst-count = ws-smst-max
           DISPLAY "Suspense master exceeds " ws-smst-max
               " items - the file cannot be loaded in full - "
               "aborting."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       ADD 1 TO ws-smst-count.
       MOVE SSM-SUSP-DATE TO ws-smst-susp-date (ws-smst-count).
       MOVE SSM-TRAN-DATE TO ws-smst-tran-date (ws-smst-count).
       MOVE SSM-ACCOUNT TO ws-smst-account (ws-smst-count).
       MOVE SSM-TRAN-TYPE TO ws-smst-tran-type (ws-smst-count).
       MOVE SSM-AMOUNT TO ws-smst-amount (ws-smst-count).
       MOVE SSM-REASON TO ws-smst-reason (ws-smst-count).
       MOVE SSM-STATUS TO ws-smst-status (ws-smst-count).
       MOVE SSM-DISP-OPERATOR TO ws-smst-disp-opr (ws-smst-count).
       MOVE SSM-DISP-DATE TO ws-smst-disp-date (ws-smst-count).
       MOVE SSM-RECYCLE-DATE TO ws-smst-recycle-date (ws-smst-count).

      *    Count business days on the calendar strictly after the
      *    date the item was suspensed, up to and including the
      *    current date.
       COMPUTE-BUSINESS-AGE.
       MOVE 0 TO ws-age-days.
       PERFORM VARYING ws-cal-idx FROM 1 BY 1
               UNTIL ws-cal-idx > ws-cal-count
           IF ws-cal-bus-date (ws-cal-idx) > ws-age-from-date
                   AND ws-cal-bus-date (ws-cal-idx)
                       NOT > WS-HDR-RUN-DATE
               ADD 1 TO ws-age-days
           END-IF
       END-PERFORM.

       REVIEW-LOOP.
       DISPLAY "-----------------------------------------".
       DISPLAY " L. List open suspense items".
       DISPLAY " C. Release an item for recycle".
       DISPLAY " W. Write an item off".
       DISPLAY " U. Return an item upstream".
       DISPLAY " X. Save and exit".
       DISPLAY "-----------------------------------------".
       DISPLAY "Enter action: " WITH NO ADVANCING.
       ACCEPT ws-a.
       EVALUATE ws-a
           WHEN "L"
               PERFORM LIST-OPEN-ITEMS
           WHEN "C"
               MOVE "C" TO ws-action-taken
               PERFORM DISPOSE-ITEM
           WHEN "W"
               MOVE "W" TO ws-action-taken
               PERFORM DISPOSE-ITEM
           WHEN "U"
               MOVE "U" TO ws-action-taken
               PERFORM DISPOSE-ITEM
           WHEN "X"
               SET ws-exit-requested TO TRUE
           WHEN OTHER
               DISPLAY "Invalid action - enter L, C, W, U, or X."
       END-EVALUATE.

       LIST-OPEN-ITEMS.
       MOVE 0 TO ws-open-count.
       DISPLAY "NUM  SUSPENSED TRAN DATE ACCOUNT    TY"
           "       AMOUNT REASON   ST AGE".
       PERFORM VARYING ws-smst-idx FROM 1 BY 1
               UNTIL ws-smst-idx > ws-smst-count
           IF ws-smst-status (ws-smst-idx) = "O"
                   OR ws-smst-status (ws-smst-idx) = "P"
               ADD 1 TO ws-open-count
               MOVE ws-smst-susp-date (ws-smst-idx)
                   TO ws-age-from-date
               PERFORM COMPUTE-BUSINESS-AGE
               MOVE ws-smst-amount (ws-smst-idx) TO ws-display-amount
               DISPLAY ws-smst-idx "  "
                   ws-smst-susp-date (ws-smst-idx) "  "
                   ws-smst-tran-date (ws-smst-idx) " "
                   ws-smst-account (ws-smst-idx) " "
                   ws-smst-tran-type (ws-smst-idx) " "
                   ws-display-amount " "
                   ws-smst-reason (ws-smst-idx) " "
                   ws-smst-status (ws-smst-idx) "  "
                   ws-age-days
           END-IF
       END-PERFORM.
       IF ws-open-count = 0
           DISPLAY "No open or recycle-pending items on the "
               "suspense master."
       END-IF.

       DISPOSE-ITEM.
       DISPLAY "Item number: " WITH NO ADVANCING.
       ACCEPT ws-num-in.
       PERFORM VALUE-TO-NUMBER.
       IF NOT ws-number-valid
           DISPLAY "Item number must be numeric."
       ELSE
           MOVE ws-num-work TO ws-target-num
           IF ws-target-num = 0 OR ws-target-num > ws-smst-count
               DISPLAY "Item " ws-target-num " is not on the list."
           ELSE
               PERFORM APPLY-DISPOSITION
           END-IF
       END-IF.

      *    A number shorter than the field arrives space-padded,
      *    so the digits are gathered one by one instead of
      *    relying on a class test against the whole field.
       VALUE-TO-NUMBER.
       MOVE 0 TO ws-num-work.
       MOVE "N" TO ws-num-ok.
       PERFORM VARYING ws-num-idx FROM 1 BY 1
               UNTIL ws-num-idx > 3
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

      *    Only an open item can be released for recycle, and only
      *    onto an account that is on file and not closed or
      *    dormant - the reason it was suspensed must have been
      *    put right first.
      *    An item already released may still be written off or
      *    returned before the next extract picks it up.
       APPLY-DISPOSITION.
       EVALUATE TRUE
           WHEN ws-smst-status (ws-target-num) NOT = "O"
                   AND ws-smst-status (ws-target-num) NOT = "P"
               DISPLAY "Item " ws-target-num " is already disposed "
                   "of by " ws-smst-disp-opr (ws-target-num) "."
           WHEN ws-action-taken = "C"
                   AND ws-smst-status (ws-target-num) = "P"
               DISPLAY "Item " ws-target-num " is already released "
                   "for recycle."
           WHEN ws-action-taken = "C"
               PERFORM CHECK-RECYCLE-ACCOUNT
               IF NOT ws-account-on-file
                   DISPLAY "Account " ws-smst-account (ws-target-num)
                       " is not on the account master - item "
                       "cannot be recycled."
               ELSE
                   EVALUATE ws-acct-use-status
                       WHEN "C"
                           DISPLAY "Account "
                               ws-smst-account (ws-target-num)
                               " is closed - item cannot be recycled."
                       WHEN "D"
                           DISPLAY "Account "
                               ws-smst-account (ws-target-num)
                               " is dormant - reopen it through "
                               "ACTMAINT before recycling."
                       WHEN OTHER
                           MOVE "P" TO ws-smst-status (ws-target-num)
                           PERFORM RECORD-DISPOSITION
                           DISPLAY "Item " ws-target-num
                               " released - it goes out on the "
                               "next extract."
                   END-EVALUATE
               END-IF
           WHEN OTHER
               MOVE ws-action-taken TO ws-smst-status (ws-target-num)
               PERFORM RECORD-DISPOSITION
               IF ws-action-taken = "W"
                   DISPLAY "Item " ws-target-num " written off."
               ELSE
                   DISPLAY "Item " ws-target-num " returned "
                       "upstream."
               END-IF
       END-EVALUATE.

       CHECK-RECYCLE-ACCOUNT.
       MOVE "N" TO ws-acct-found.
       MOVE SPACE TO ws-acct-use-status.
       PERFORM VARYING ws-act-idx FROM 1 BY 1
               UNTIL ws-act-idx > WS-ACT-TABLE-CNT
           IF ws-smst-account (ws-target-num)
                   = WS-ACT-ID-TBL (ws-act-idx)
               SET ws-account-on-file TO TRUE
               MOVE WS-ACT-STATUS-TBL (ws-act-idx)
                   TO ws-acct-use-status
           END-IF
       END-PERFORM.

       RECORD-DISPOSITION.
       MOVE ws-operator-id TO ws-smst-disp-opr (ws-target-num).
       MOVE WS-HDR-RUN-DATE TO ws-smst-disp-date (ws-target-num).
       SET ws-changes-made TO TRUE.
       PERFORM WRITE-REVIEW-AUDIT.

       REWRITE-SUSPENSE-MASTER.
       OPEN OUTPUT SUSPMST-FILE.
       IF ws-suspmst-status NOT = "00"
           DISPLAY "Cannot rewrite suspense master - status "
               ws-suspmst-status
           SET ws-rewrite-failed TO TRUE
           MOVE 12 TO RETURN-CODE
       ELSE
           PERFORM VARYING ws-smst-idx FROM 1 BY 1
                   UNTIL ws-smst-idx > ws-smst-count
               MOVE ws-smst-susp-date (ws-smst-idx) TO SSM-SUSP-DATE
               MOVE ws-smst-tran-date (ws-smst-idx) TO SSM-TRAN-DATE
               MOVE ws-smst-account (ws-smst-idx) TO SSM-ACCOUNT
               MOVE ws-smst-tran-type (ws-smst-idx) TO SSM-TRAN-TYPE
               MOVE ws-smst-amount (ws-smst-idx) TO SSM-AMOUNT
               MOVE ws-smst-reason (ws-smst-idx) TO SSM-REASON
               MOVE ws-smst-status (ws-smst-idx) TO SSM-STATUS
               MOVE ws-smst-disp-opr (ws-smst-idx)
                   TO SSM-DISP-OPERATOR
               MOVE ws-smst-disp-date (ws-smst-idx) TO SSM-DISP-DATE
               MOVE ws-smst-recycle-date (ws-smst-idx)
                   TO SSM-RECYCLE-DATE
               WRITE SUSP-MASTER-RECORD
           END-PERFORM
           CLOSE SUSPMST-FILE
       END-IF.

       WRITE-REVIEW-AUDIT.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       OPEN EXTEND AUDIT-FILE.
       IF ws-audit-status = "35"
           OPEN OUTPUT AUDIT-FILE
       END-IF.
       MOVE WS-HDR-RUN-DATE TO AUD-RUN-DATE.
       MOVE WS-HDR-RUN-TIME TO AUD-RUN-TIME.
       MOVE ws-operator-id TO AUD-OPERATOR-ID.
       MOVE ws-action-taken TO AUD-RESPONSE.
       MOVE RETURN-CODE TO AUD-RETURN-STATUS.
       MOVE ws-audit-run-type TO AUD-RUN-TYPE.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.
