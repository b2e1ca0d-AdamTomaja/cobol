           SELECT SUSP-FILE ASSIGN TO "SUSPEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-susp-status.
           SELECT SUSPMST-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-suspmst-status.
           SELECT HELD-FILE ASSIGN TO "HELDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-held-status.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       COPY ACCTREC.
       FD  SUSP-FILE.
       COPY SUSPREC.
       FD  SUSPMST-FILE.
       COPY SUSMREC.
       FD  HELD-FILE.
       COPY HELDREC.
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       COPY ACCTABLE.
       77 ws-extract-status pic xx.
       77 ws-acct-status pic xx.
       77 ws-susp-status pic xx.
       77 ws-suspmst-status pic xx.
       77 ws-held-status pic xx.
       77 ws-tran-read-count pic 9(7) value 0.
       77 ws-extract-count pic 9(7) value 0.
       77 ws-extract-amount pic s9(9)v99 value 0.
       77 ws-susp-count pic 9(7) value 0.
       77 ws-susp-amount pic s9(9)v99 value 0.
       77 ws-recycle-count pic 9(7) value 0.
       77 ws-recycle-amount pic s9(9)v99 value 0.
       77 ws-recycle-refused pic 9(7) value 0.
       77 ws-held-count pic 9(7) value 0.
       77 ws-held-amount pic s9(9)v99 value 0.
       77 ws-release-count pic 9(7) value 0.
       77 ws-release-amount pic s9(9)v99 value 0.
       77 ws-act-idx pic 9(3).
       77 ws-check-account pic x(10).
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
       77 ws-smst-full-flag pic x value "N".
           88 ws-smst-full VALUE "Y".
       01 ws-hold-table.
           05 ws-hold-entry OCCURS 999 TIMES.
               10 ws-hold-held-date pic 9(8).
               10 ws-hold-tran-date pic 9(8).
               10 ws-hold-account pic x(10).
               10 ws-hold-tran-type pic x(2).
               10 ws-hold-amount pic s9(7)v99.
               10 ws-hold-reason-tbl pic x(8).
               10 ws-hold-status pic x.
               10 ws-hold-supervisor pic x(8).
               10 ws-hold-action-date pic 9(8).
               10 ws-hold-action-reason pic x(20).
               10 ws-hold-extract-date pic 9(8).
       77 ws-hold-count pic 9(3) value 0.
       77 ws-hold-max pic 9(3) value 999.
       77 ws-hold-idx pic 9(3).
       77 ws-hold-full-flag pic x value "N".
           88 ws-hold-full VALUE "Y".
       77 ws-hold-reason pic x(8).
           88 ws-no-hold VALUE SPACES.
       01 ws-retain-cutoff-date.
           05 ws-rc-ccyy pic 9(4).
           05 ws-rc-mm pic 9(2).
           05 ws-rc-dd pic 9(2).
       01 ws-retain-cutoff REDEFINES ws-retain-cutoff-date pic 9(8).
       77 ws-retain-months pic 9(2) value 3.
       77 ws-smst-dropped pic 9(5) value 0.
       77 ws-hold-dropped pic 9(5) value 0.
       77 ws-acct-limit pic 9(7)v99 value 0.
       77 ws-check-amount pic s9(7)v99.
       77 ws-item-size pic 9(7)v99.
       77 ws-item-tran-date pic 9(8).
       77 ws-item-account pic x(10).
       77 ws-item-tran-type pic x(2).
       77 ws-item-amount pic s9(7)v99.
       77 ws-acct-found pic x value "N".
           88 ws-account-on-file VALUE "Y".
       77 ws-acct-use-status pic x value space.
       MOVE SCA-NEXT-BUS-DATE TO WS-HDR-NEXT-BUS-DATE.
       DISPLAY "EXTRACT: daily extract job running...".
       PERFORM LOAD-ACCOUNTS.
       PERFORM COMPUTE-RETENTION-CUTOFF.
       PERFORM LOAD-SUSPENSE-MASTER.
       PERFORM LOAD-HELD-MASTER.
       OPEN INPUT TRAN-FILE.
       IF ws-tran-status NOT = "00"
           DISPLAY "EXTRACT: cannot open edited transaction file - "
               NOT AT END
                   ADD 1 TO ws-tran-read-count
                   IF TRN-DATE = WS-HDR-RUN-DATE
                       MOVE TRN-ACCOUNT TO ws-check-account
                       PERFORM VALIDATE-TRAN-ACCOUNT
                       IF ws-account-usable
                           MOVE TRN-AMOUNT TO ws-check-amount
                           PERFORM CHECK-HOLD-CONDITIONS
                           IF ws-no-hold
                               PERFORM WRITE-EXTRACT-DETAIL
                           ELSE
                               PERFORM HOLD-INPUT-TRANSACTION
                           END-IF
                       ELSE
                           PERFORM WRITE-SUSPENSE-DETAIL
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM RECYCLE-SUSPENSE-ITEMS.
       PERFORM RELEASE-HELD-ITEMS.
       PERFORM WRITE-EXTRACT-TRAILER.
       PERFORM WRITE-SUSPENSE-TRAILER.
       CLOSE TRAN-FILE.
       CLOSE EXTRACT-FILE.
       CLOSE SUSP-FILE.
       IF ws-smst-full
           DISPLAY "EXTRACT: suspense master is full - today's "
               "suspense could not be carried forward."
           MOVE 12 TO SCA-STAGE-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       IF ws-hold-full
           DISPLAY "EXTRACT: held-transactions master is full - "
               "today's held items could not be kept."
           MOVE 12 TO SCA-STAGE-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM REWRITE-SUSPENSE-MASTER.
       PERFORM REWRITE-HELD-MASTER.
       MOVE ws-tran-read-count TO ws-display-count.
       DISPLAY "EXTRACT: transactions read  " ws-display-count.
       MOVE ws-extract-count TO ws-display-count.
       DISPLAY "EXTRACT: records suspensed  " ws-display-count.
       MOVE ws-susp-amount TO ws-display-amount.
       DISPLAY "EXTRACT: amount suspensed   " ws-display-amount.
       MOVE ws-recycle-count TO ws-display-count.
       DISPLAY "EXTRACT: suspense recycled  " ws-display-count.
       MOVE ws-recycle-amount TO ws-display-amount.
       DISPLAY "EXTRACT: amount recycled    " ws-display-amount.
       MOVE ws-held-count TO ws-display-count.
       DISPLAY "EXTRACT: records held       " ws-display-count.
       MOVE ws-held-amount TO ws-display-amount.
       DISPLAY "EXTRACT: amount held        " ws-display-amount.
       MOVE ws-release-count TO ws-display-count.
       DISPLAY "EXTRACT: held released      " ws-display-count.
       MOVE ws-release-amount TO ws-display-amount.
       DISPLAY "EXTRACT: amount released    " ws-display-amount.
       IF ws-held-count > 0
           DISPLAY "EXTRACT: held transactions await supervisor "
               "release."
       END-IF.
       IF ws-susp-count > 0
           DISPLAY "EXTRACT: suspensed transactions are held on "
               "the suspense master for review."
       END-IF.
       IF ws-recycle-refused > 0
           MOVE ws-recycle-refused TO ws-display-count
           DISPLAY "EXTRACT: recycle refused    " ws-display-count
               " - returned to open suspense."
       END-IF.
       IF ws-smst-dropped > 0 OR ws-hold-dropped > 0
           MOVE ws-smst-dropped TO ws-display-count
           DISPLAY "EXTRACT: suspense retired   " ws-display-count
           MOVE ws-hold-dropped TO ws-display-count
           DISPLAY "EXTRACT: held retired       " ws-display-count
           DISPLAY "EXTRACT: disposed items older than "
               ws-retain-months " months have left the masters."
       END-IF.
       DISPLAY "EXTRACT: daily extract job complete.".
       MOVE 0 TO SCA-STAGE-STATUS.
                       TO WS-ACT-NAME-TBL (WS-ACT-TABLE-CNT)
                   MOVE ACM-STATUS
                       TO WS-ACT-STATUS-TBL (WS-ACT-TABLE-CNT)
                   IF ACM-ITEM-LIMIT IS NUMERIC
                       MOVE ACM-ITEM-LIMIT
                           TO WS-ACT-LIMIT-TBL (WS-ACT-TABLE-CNT)
                   ELSE
                       MOVE 0 TO WS-ACT-LIMIT-TBL (WS-ACT-TABLE-CNT)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE ACCT-FILE.
           GOBACK
       END-IF.

      *    Unknown, closed and dormant accounts are diverted to
      *    suspense; a dormant account is reviewed and reopened
      *    through ACTMAINT before its activity can go out.
      *    Frozen accounts and the item limit are checked apart,
      *    in CHECK-HOLD-CONDITIONS, once the account is usable.
       VALIDATE-TRAN-ACCOUNT.
       MOVE "N" TO ws-acct-found.
       MOVE SPACE TO ws-acct-use-status.
       MOVE 0 TO ws-acct-limit.
       PERFORM VARYING ws-act-idx FROM 1 BY 1
               UNTIL ws-act-idx > WS-ACT-TABLE-CNT
           IF ws-check-account = WS-ACT-ID-TBL (ws-act-idx)
               SET ws-account-on-file TO TRUE
               MOVE WS-ACT-STATUS-TBL (ws-act-idx)
                   TO ws-acct-use-status
               MOVE WS-ACT-LIMIT-TBL (ws-act-idx) TO ws-acct-limit
           END-IF
       END-PERFORM.
       MOVE SPACES TO ws-susp-reason.
           IF ws-acct-use-status = "C"
               MOVE "CLOSED" TO ws-susp-reason
           END-IF
           IF ws-acct-use-status = "D"
               MOVE "DORMANT" TO ws-susp-reason
           END-IF
       END-IF.

      *    Nothing leaves on a frozen account, and no single item
      *    larger than the account's limit, in either direction,
      *    leaves without a supervisor releasing it.
       CHECK-HOLD-CONDITIONS.
       MOVE SPACES TO ws-hold-reason.
       IF ws-check-amount < 0
           COMPUTE ws-item-size = 0 - ws-check-amount
       ELSE
           MOVE ws-check-amount TO ws-item-size
       END-IF.
       IF ws-acct-use-status = "F"
           MOVE "FROZEN" TO ws-hold-reason
       ELSE
           IF ws-acct-limit > 0 AND ws-item-size > ws-acct-limit
               MOVE "OVERLIM" TO ws-hold-reason
           END-IF
       END-IF.

       HOLD-INPUT-TRANSACTION.
       MOVE TRN-DATE TO ws-item-tran-date.
       MOVE TRN-ACCOUNT TO ws-item-account.
       MOVE TRN-TYPE TO ws-item-tran-type.
       MOVE TRN-AMOUNT TO ws-item-amount.
       PERFORM ADD-HELD-ITEM.

       ADD-HELD-ITEM.
       IF ws-hold-count = ws-hold-max
           SET ws-hold-full TO TRUE
       ELSE
           ADD 1 TO ws-hold-count
           MOVE WS-HDR-RUN-DATE TO ws-hold-held-date (ws-hold-count)
           MOVE ws-item-tran-date TO ws-hold-tran-date (ws-hold-count)
           MOVE ws-item-account TO ws-hold-account (ws-hold-count)
           MOVE ws-item-tran-type TO ws-hold-tran-type (ws-hold-count)
           MOVE ws-item-amount TO ws-hold-amount (ws-hold-count)
           MOVE ws-hold-reason TO ws-hold-reason-tbl (ws-hold-count)
           MOVE "H" TO ws-hold-status (ws-hold-count)
           MOVE SPACES TO ws-hold-supervisor (ws-hold-count)
           MOVE 0 TO ws-hold-action-date (ws-hold-count)
           MOVE SPACES TO ws-hold-action-reason (ws-hold-count)
           MOVE 0 TO ws-hold-extract-date (ws-hold-count)
           ADD 1 TO ws-held-count
           ADD ws-item-amount TO ws-held-amount
       END-IF.

       WRITE-EXTRACT-DETAIL.
       WRITE SUSPENSE-RECORD.
       ADD 1 TO ws-susp-count.
       ADD TRN-AMOUNT TO ws-susp-amount.
       PERFORM ADD-SUSPENSE-MASTER-ITEM.

       ADD-SUSPENSE-MASTER-ITEM.
       IF ws-smst-count = ws-smst-max
           SET ws-smst-full TO TRUE
       ELSE
           ADD 1 TO ws-smst-count
           MOVE WS-HDR-RUN-DATE TO ws-smst-susp-date (ws-smst-count)
           MOVE TRN-DATE TO ws-smst-tran-date (ws-smst-count)
           MOVE TRN-ACCOUNT TO ws-smst-account (ws-smst-count)
           MOVE TRN-TYPE TO ws-smst-tran-type (ws-smst-count)
           MOVE TRN-AMOUNT TO ws-smst-amount (ws-smst-count)
           MOVE ws-susp-reason TO ws-smst-reason (ws-smst-count)
           MOVE "O" TO ws-smst-status (ws-smst-count)
           MOVE SPACES TO ws-smst-disp-opr (ws-smst-count)
           MOVE 0 TO ws-smst-disp-date (ws-smst-count)
           MOVE 0 TO ws-smst-recycle-date (ws-smst-count)
       END-IF.

      *    Items that were written off, returned, recycled, rejected
      *    or extracted stay on the masters for ws-retain-months
      *    calendar months after the disposition, then fall away as
      *    the masters are rewritten; the audit trail keeps the
      *    disposition itself. Without this the masters only grow
      *    until they no longer fit the tables.
       COMPUTE-RETENTION-CUTOFF.
       MOVE WS-HDR-RUN-DATE TO ws-retain-cutoff.
       IF ws-rc-mm > ws-retain-months
           SUBTRACT ws-retain-months FROM ws-rc-mm
       ELSE
           ADD 12 TO ws-rc-mm
           SUBTRACT ws-retain-months FROM ws-rc-mm
           SUBTRACT 1 FROM ws-rc-ccyy
       END-IF.

      *    The extract is rewritten in full on a rerun, so what an
      *    earlier run of the same business date did to the master
      *    is undone as it loads: items it suspensed are dropped
      *    (they are suspensed again) and items it recycled go back
      *    to recycle-pending (they are recycled again). An item
      *    disposed of between the two runs is the one case that
      *    needs the operator to check the master.
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
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "EXTRACT: cannot open suspense master - "
                   "status " ws-suspmst-status
               MOVE 12 TO SCA-STAGE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
       END-EVALUATE.

       LOAD-ONE-SUSPENSE-ITEM.
       EVALUATE TRUE
           WHEN (SSM-WRITTEN-OFF OR SSM-RETURNED)
                   AND SSM-DISP-DATE < ws-retain-cutoff
               ADD 1 TO ws-smst-dropped
           WHEN SSM-RECYCLED AND SSM-RECYCLE-DATE < ws-retain-cutoff
               ADD 1 TO ws-smst-dropped
           WHEN SSM-SUSP-DATE = WS-HDR-RUN-DATE AND SSM-OPEN
               CONTINUE
           WHEN OTHER
               PERFORM KEEP-SUSPENSE-ITEM
       END-EVALUATE.

       KEEP-SUSPENSE-ITEM.
       IF ws-smst-count = ws-smst-max
           DISPLAY "EXTRACT: suspense master exceeds "
               ws-smst-max " items - it cannot be loaded in full."
           CLOSE SUSPMST-FILE
           MOVE 12 TO SCA-STAGE-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
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
       MOVE SSM-RECYCLE-DATE
           TO ws-smst-recycle-date (ws-smst-count).
       IF SSM-RECYCLED AND SSM-RECYCLE-DATE = WS-HDR-RUN-DATE
           MOVE "P" TO ws-smst-status (ws-smst-count)
           MOVE 0 TO ws-smst-recycle-date (ws-smst-count)
       END-IF.

      *    An item released for recycle goes out under its original
      *    transaction date. The account is checked again in case
      *    it was closed after the operator released the item, and
      *    a recycled item is held like any other if the account is
      *    now frozen or the item is over its limit.
       RECYCLE-SUSPENSE-ITEMS.
       PERFORM VARYING ws-smst-idx FROM 1 BY 1
               UNTIL ws-smst-idx > ws-smst-count
           IF ws-smst-status (ws-smst-idx) = "P"
               MOVE ws-smst-account (ws-smst-idx) TO ws-check-account
               PERFORM VALIDATE-TRAN-ACCOUNT
               IF ws-account-usable
                   MOVE ws-smst-amount (ws-smst-idx) TO ws-check-amount
                   PERFORM CHECK-HOLD-CONDITIONS
                   IF ws-no-hold
                       PERFORM WRITE-RECYCLED-DETAIL
                   ELSE
                       PERFORM HOLD-RECYCLED-ITEM
                   END-IF
                   PERFORM MARK-ITEM-RECYCLED
               ELSE
                   DISPLAY "EXTRACT: recycle refused for account "
                       ws-smst-account (ws-smst-idx) " - "
                       ws-susp-reason
                   MOVE "O" TO ws-smst-status (ws-smst-idx)
                   ADD 1 TO ws-recycle-refused
               END-IF
           END-IF
       END-PERFORM.

       WRITE-RECYCLED-DETAIL.
       MOVE SPACES TO EXTRACT-RECORD.
       SET EXT-DETAIL-REC TO TRUE.
       MOVE ws-smst-tran-date (ws-smst-idx) TO EXT-TRAN-DATE.
       MOVE ws-smst-account (ws-smst-idx) TO EXT-ACCOUNT.
       MOVE ws-smst-tran-type (ws-smst-idx) TO EXT-TRAN-TYPE.
       MOVE ws-smst-amount (ws-smst-idx) TO EXT-AMOUNT.
       WRITE EXTRACT-RECORD.
       ADD 1 TO ws-extract-count.
       ADD ws-smst-amount (ws-smst-idx) TO ws-extract-amount.

       HOLD-RECYCLED-ITEM.
       MOVE ws-smst-tran-date (ws-smst-idx) TO ws-item-tran-date.
       MOVE ws-smst-account (ws-smst-idx) TO ws-item-account.
       MOVE ws-smst-tran-type (ws-smst-idx) TO ws-item-tran-type.
       MOVE ws-smst-amount (ws-smst-idx) TO ws-item-amount.
       PERFORM ADD-HELD-ITEM.

       MARK-ITEM-RECYCLED.
       ADD 1 TO ws-recycle-count.
       ADD ws-smst-amount (ws-smst-idx) TO ws-recycle-amount.
       MOVE "C" TO ws-smst-status (ws-smst-idx).
       MOVE WS-HDR-RUN-DATE TO ws-smst-recycle-date (ws-smst-idx).

      *    A supervisor's release overrides the freeze and the
      *    limit, so a released item goes out as it stands, under
      *    its original transaction date.
       RELEASE-HELD-ITEMS.
       PERFORM VARYING ws-hold-idx FROM 1 BY 1
               UNTIL ws-hold-idx > ws-hold-count
           IF ws-hold-status (ws-hold-idx) = "P"
               PERFORM WRITE-RELEASED-DETAIL
           END-IF
       END-PERFORM.

       WRITE-RELEASED-DETAIL.
       MOVE SPACES TO EXTRACT-RECORD.
       SET EXT-DETAIL-REC TO TRUE.
       MOVE ws-hold-tran-date (ws-hold-idx) TO EXT-TRAN-DATE.
       MOVE ws-hold-account (ws-hold-idx) TO EXT-ACCOUNT.
       MOVE ws-hold-tran-type (ws-hold-idx) TO EXT-TRAN-TYPE.
       MOVE ws-hold-amount (ws-hold-idx) TO EXT-AMOUNT.
       WRITE EXTRACT-RECORD.
       ADD 1 TO ws-extract-count.
       ADD ws-hold-amount (ws-hold-idx) TO ws-extract-amount.
       ADD 1 TO ws-release-count.
       ADD ws-hold-amount (ws-hold-idx) TO ws-release-amount.
       MOVE "E" TO ws-hold-status (ws-hold-idx).
       MOVE WS-HDR-RUN-DATE TO ws-hold-extract-date (ws-hold-idx).

      *    As with the suspense master, a rerun of the same date
      *    drops the items that date held and puts the items it
      *    extracted back to release-pending.
       LOAD-HELD-MASTER.
       OPEN INPUT HELD-FILE.
       EVALUATE ws-held-status
           WHEN "00"
               PERFORM UNTIL ws-held-status = "10"
                   READ HELD-FILE
                       AT END
                           MOVE "10" TO ws-held-status
                       NOT AT END
                           PERFORM LOAD-ONE-HELD-ITEM
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "EXTRACT: cannot open held-transactions "
                   "master - status " ws-held-status
               MOVE 12 TO SCA-STAGE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
       END-EVALUATE.

       LOAD-ONE-HELD-ITEM.
       EVALUATE TRUE
           WHEN HLD-REJECTED AND HLD-ACTION-DATE < ws-retain-cutoff
               ADD 1 TO ws-hold-dropped
           WHEN HLD-EXTRACTED AND HLD-EXTRACT-DATE < ws-retain-cutoff
               ADD 1 TO ws-hold-dropped
           WHEN HLD-HELD-DATE = WS-HDR-RUN-DATE AND HLD-HELD
               CONTINUE
           WHEN OTHER
               PERFORM KEEP-HELD-ITEM
       END-EVALUATE.

       KEEP-HELD-ITEM.
       IF ws-hold-count = ws-hold-max
           DISPLAY "EXTRACT: held-transactions master exceeds "
               ws-hold-max " items - it cannot be loaded in full."
           CLOSE HELD-FILE
           MOVE 12 TO SCA-STAGE-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       ADD 1 TO ws-hold-count.
       MOVE HLD-HELD-DATE TO ws-hold-held-date (ws-hold-count).
       MOVE HLD-TRAN-DATE TO ws-hold-tran-date (ws-hold-count).
       MOVE HLD-ACCOUNT TO ws-hold-account (ws-hold-count).
       MOVE HLD-TRAN-TYPE TO ws-hold-tran-type (ws-hold-count).
       MOVE HLD-AMOUNT TO ws-hold-amount (ws-hold-count).
       MOVE HLD-REASON TO ws-hold-reason-tbl (ws-hold-count).
       MOVE HLD-STATUS TO ws-hold-status (ws-hold-count).
       MOVE HLD-SUPERVISOR TO ws-hold-supervisor (ws-hold-count).
       MOVE HLD-ACTION-DATE TO ws-hold-action-date (ws-hold-count).
       MOVE HLD-ACTION-REASON
           TO ws-hold-action-reason (ws-hold-count).
       MOVE HLD-EXTRACT-DATE
           TO ws-hold-extract-date (ws-hold-count).
       IF HLD-EXTRACTED AND HLD-EXTRACT-DATE = WS-HDR-RUN-DATE
           MOVE "P" TO ws-hold-status (ws-hold-count)
           MOVE 0 TO ws-hold-extract-date (ws-hold-count)
       END-IF.

       REWRITE-HELD-MASTER.
       OPEN OUTPUT HELD-FILE.
       IF ws-held-status NOT = "00"
           DISPLAY "EXTRACT: cannot rewrite held-transactions "
               "master - status " ws-held-status
           MOVE 12 TO SCA-STAGE-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM VARYING ws-hold-idx FROM 1 BY 1
               UNTIL ws-hold-idx > ws-hold-count
           MOVE ws-hold-held-date (ws-hold-idx) TO HLD-HELD-DATE
           MOVE ws-hold-tran-date (ws-hold-idx) TO HLD-TRAN-DATE
           MOVE ws-hold-account (ws-hold-idx) TO HLD-ACCOUNT
           MOVE ws-hold-tran-type (ws-hold-idx) TO HLD-TRAN-TYPE
           MOVE ws-hold-amount (ws-hold-idx) TO HLD-AMOUNT
           MOVE ws-hold-reason-tbl (ws-hold-idx) TO HLD-REASON
           MOVE ws-hold-status (ws-hold-idx) TO HLD-STATUS
           MOVE ws-hold-supervisor (ws-hold-idx) TO HLD-SUPERVISOR
           MOVE ws-hold-action-date (ws-hold-idx) TO HLD-ACTION-DATE
           MOVE ws-hold-action-reason (ws-hold-idx)
               TO HLD-ACTION-REASON
           MOVE ws-hold-extract-date (ws-hold-idx)
               TO HLD-EXTRACT-DATE
           WRITE HELD-TRAN-RECORD
       END-PERFORM.
       CLOSE HELD-FILE.

       REWRITE-SUSPENSE-MASTER.
       OPEN OUTPUT SUSPMST-FILE.
       IF ws-suspmst-status NOT = "00"
           DISPLAY "EXTRACT: cannot rewrite suspense master - "
               "status " ws-suspmst-status
           MOVE 12 TO SCA-STAGE-STATUS
           MOVE 12 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM VARYING ws-smst-idx FROM 1 BY 1
               UNTIL ws-smst-idx > ws-smst-count
           MOVE ws-smst-susp-date (ws-smst-idx) TO SSM-SUSP-DATE
           MOVE ws-smst-tran-date (ws-smst-idx) TO SSM-TRAN-DATE
           MOVE ws-smst-account (ws-smst-idx) TO SSM-ACCOUNT
           MOVE ws-smst-tran-type (ws-smst-idx) TO SSM-TRAN-TYPE
           MOVE ws-smst-amount (ws-smst-idx) TO SSM-AMOUNT
           MOVE ws-smst-reason (ws-smst-idx) TO SSM-REASON
           MOVE ws-smst-status (ws-smst-idx) TO SSM-STATUS
           MOVE ws-smst-disp-opr (ws-smst-idx) TO SSM-DISP-OPERATOR
           MOVE ws-smst-disp-date (ws-smst-idx) TO SSM-DISP-DATE
           MOVE ws-smst-recycle-date (ws-smst-idx)
               TO SSM-RECYCLE-DATE
           WRITE SUSP-MASTER-RECORD
       END-PERFORM.
       CLOSE SUSPMST-FILE.

       WRITE-SUSPENSE-TRAILER.
       MOVE SPACES TO SUSPENSE-RECORD.
