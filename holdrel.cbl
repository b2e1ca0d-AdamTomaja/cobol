       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-FILE ASSIGN TO "HELDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-held-status.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
       DATA DIVISION.
       FILE SECTION.
       FD  HELD-FILE.
       COPY HELDREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       COPY SIGNCOM.
       77 ws-held-status pic xx.
       77 ws-audit-status pic xx.
       77 ws-officer-id pic x(8) value spaces.
       77 ws-officer-valid pic x value "N".
           88 ws-officer-is-valid VALUE "Y".
       77 ws-officer-retry-count pic 9(2) value 0.
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
       77 ws-hold-dropped pic 9(5) value 0.
       01 ws-retain-cutoff-date.
           05 ws-rc-ccyy pic 9(4).
           05 ws-rc-mm pic 9(2).
           05 ws-rc-dd pic 9(2).
       01 ws-retain-cutoff REDEFINES ws-retain-cutoff-date pic 9(8).
       77 ws-retain-months pic 9(2) value 3.
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
       77 ws-action-reason pic x(20) value spaces.
       77 ws-action-taken pic x.
       77 ws-audit-run-type pic x(5) value "HOLD".
       77 ws-display-amount pic -(7)9.99.
       PROCEDURE DIVISION.
       ACCEPT WS-HDR-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       MOVE "HOLD" TO WS-HDR-SHIFT-ID.
       PERFORM GET-VALID-OFFICER.
       PERFORM COMPUTE-RETENTION-CUTOFF.
       PERFORM LOAD-HELD-MASTER.
       DISPLAY WS-HDR-COMPANY-ID " HELD TRANSACTION RELEASE "
           "- run date " WS-HDR-RUN-DATE.
       PERFORM RELEASE-LOOP UNTIL ws-exit-requested.
       IF ws-changes-made
           PERFORM REWRITE-HELD-MASTER
           IF ws-rewrite-failed
               DISPLAY "Held-transactions master was NOT updated - "
                   "the decisions from this session are lost."
           ELSE
               DISPLAY "Held-transactions master file updated."
               MOVE 0 TO RETURN-CODE
           END-IF
       ELSE
           DISPLAY "No decisions made - held-transactions master "
               "left as is."
           MOVE 0 TO RETURN-CODE
       END-IF.
       DISPLAY "Held transaction release finished.".
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
           PERFORM WRITE-RELEASE-AUDIT
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

      *    Rejected and extracted items are kept for the same
      *    number of months as EXTRACT keeps them, and older ones
      *    fall away when a decision is saved.
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
      *    file that does not fit is never loaded partially.
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
               IF ws-hold-dropped > 0
                   DISPLAY ws-hold-dropped " disposed items older "
                       "than the retention period dropped - they "
                       "fall away when a decision is saved."
               END-IF
           WHEN "35"
               DISPLAY "No held-transactions master on file - "
                   "nothing to release."
           WHEN OTHER
               DISPLAY "Held-transactions master unavailable - "
                   "status " ws-held-status " - aborting."
               MOVE 16 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.

       LOAD-ONE-HELD-ITEM.
       IF (HLD-REJECTED AND HLD-ACTION-DATE < ws-retain-cutoff)
               OR (HLD-EXTRACTED
                   AND HLD-EXTRACT-DATE < ws-retain-cutoff)
           ADD 1 TO ws-hold-dropped
       ELSE
           PERFORM KEEP-HELD-ITEM
       END-IF.

       KEEP-HELD-ITEM.
       IF ws-hold-count = ws-hold-max
           DISPLAY "Held-transactions master exceeds " ws-hold-max
               " items - the file cannot be loaded in full - "
               "aborting."
           MOVE 16 TO RETURN-CODE
           STOP RUN
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
       MOVE HLD-ACTION-REASON TO ws-hold-action-reason (ws-hold-count).
       MOVE HLD-EXTRACT-DATE TO ws-hold-extract-date (ws-hold-count).

       RELEASE-LOOP.
       DISPLAY "-----------------------------------------".
       DISPLAY " L. List held transactions".
       DISPLAY " R. Release an item into the next extract".
       DISPLAY " J. Reject an item".
       DISPLAY " X. Save and exit".
       DISPLAY "-----------------------------------------".
       DISPLAY "Enter action: " WITH NO ADVANCING.
       ACCEPT ws-a.
       EVALUATE ws-a
           WHEN "L"
               PERFORM LIST-HELD-ITEMS
           WHEN "R"
               MOVE "R" TO ws-action-taken
               PERFORM DECIDE-ITEM
           WHEN "J"
               MOVE "J" TO ws-action-taken
               PERFORM DECIDE-ITEM
           WHEN "X"
               SET ws-exit-requested TO TRUE
           WHEN OTHER
               DISPLAY "Invalid action - enter L, R, J, or X."
       END-EVALUATE.

       LIST-HELD-ITEMS.
       MOVE 0 TO ws-open-count.
       DISPLAY "NUM  HELD      TRAN DATE ACCOUNT    TY"
           "       AMOUNT REASON   ST".
       PERFORM VARYING ws-hold-idx FROM 1 BY 1
               UNTIL ws-hold-idx > ws-hold-count
           IF ws-hold-status (ws-hold-idx) = "H"
                   OR ws-hold-status (ws-hold-idx) = "P"
               ADD 1 TO ws-open-count
               MOVE ws-hold-amount (ws-hold-idx) TO ws-display-amount
               DISPLAY ws-hold-idx "  "
                   ws-hold-held-date (ws-hold-idx) "  "
                   ws-hold-tran-date (ws-hold-idx) " "
                   ws-hold-account (ws-hold-idx) " "
                   ws-hold-tran-type (ws-hold-idx) " "
                   ws-display-amount " "
                   ws-hold-reason-tbl (ws-hold-idx) " "
                   ws-hold-status (ws-hold-idx)
           END-IF
       END-PERFORM.
       IF ws-open-count = 0
           DISPLAY "No held or release-pending items on the "
               "held-transactions master."
       END-IF.

       DECIDE-ITEM.
       DISPLAY "Item number: " WITH NO ADVANCING.
       ACCEPT ws-num-in.
       PERFORM VALUE-TO-NUMBER.
       IF NOT ws-number-valid
           DISPLAY "Item number must be numeric."
       ELSE
           MOVE ws-num-work TO ws-target-num
           IF ws-target-num = 0 OR ws-target-num > ws-hold-count
               DISPLAY "Item " ws-target-num " is not on the list."
           ELSE
               PERFORM APPLY-DECISION
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

      *    Every decision carries the supervisor's reason, so the
      *    release of a frozen-account item can be answered for.
       APPLY-DECISION.
       IF ws-hold-status (ws-target-num) NOT = "H"
           DISPLAY "Item " ws-target-num " is not held - already "
               "decided by " ws-hold-supervisor (ws-target-num) "."
       ELSE
           MOVE SPACES TO ws-action-reason
           DISPLAY "Reason: " WITH NO ADVANCING
           ACCEPT ws-action-reason
           IF ws-action-reason = SPACES
               DISPLAY "A reason is required - item left held."
           ELSE
               IF ws-action-taken = "R"
                   MOVE "P" TO ws-hold-status (ws-target-num)
               ELSE
                   MOVE "R" TO ws-hold-status (ws-target-num)
               END-IF
               MOVE ws-officer-id TO ws-hold-supervisor (ws-target-num)
               MOVE WS-HDR-RUN-DATE
                   TO ws-hold-action-date (ws-target-num)
               MOVE ws-action-reason
                   TO ws-hold-action-reason (ws-target-num)
               SET ws-changes-made TO TRUE
               PERFORM WRITE-RELEASE-AUDIT
               IF ws-action-taken = "R"
                   DISPLAY "Item " ws-target-num " released - it "
                       "goes out on the next extract."
               ELSE
                   DISPLAY "Item " ws-target-num " rejected."
               END-IF
           END-IF
       END-IF.

       REWRITE-HELD-MASTER.
       OPEN OUTPUT HELD-FILE.
       IF ws-held-status NOT = "00"
           DISPLAY "Cannot rewrite held-transactions master - "
               "status " ws-held-status
           SET ws-rewrite-failed TO TRUE
           MOVE 12 TO RETURN-CODE
       ELSE
           PERFORM VARYING ws-hold-idx FROM 1 BY 1
                   UNTIL ws-hold-idx > ws-hold-count
               MOVE ws-hold-held-date (ws-hold-idx) TO HLD-HELD-DATE
               MOVE ws-hold-tran-date (ws-hold-idx) TO HLD-TRAN-DATE
               MOVE ws-hold-account (ws-hold-idx) TO HLD-ACCOUNT
               MOVE ws-hold-tran-type (ws-hold-idx) TO HLD-TRAN-TYPE
               MOVE ws-hold-amount (ws-hold-idx) TO HLD-AMOUNT
               MOVE ws-hold-reason-tbl (ws-hold-idx) TO HLD-REASON
               MOVE ws-hold-status (ws-hold-idx) TO HLD-STATUS
               MOVE ws-hold-supervisor (ws-hold-idx)
                   TO HLD-SUPERVISOR
               MOVE ws-hold-action-date (ws-hold-idx)
                   TO HLD-ACTION-DATE
               MOVE ws-hold-action-reason (ws-hold-idx)
                   TO HLD-ACTION-REASON
               MOVE ws-hold-extract-date (ws-hold-idx)
                   TO HLD-EXTRACT-DATE
               WRITE HELD-TRAN-RECORD
           END-PERFORM
           CLOSE HELD-FILE
       END-IF.

       WRITE-RELEASE-AUDIT.
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
