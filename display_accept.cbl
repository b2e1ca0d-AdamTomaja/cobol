           SELECT MSG-FILE ASSIGN TO "MSGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-msg-status.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-status.
           SELECT PARM-FILE ASSIGN TO "RUNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT DEADL-FILE ASSIGN TO "STGDEADL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dln-status.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY CHKPTREC.
       FD  MSG-FILE.
       COPY MSGREC.
       FD  CAL-FILE.
       COPY CALREC.
       FD  PARM-FILE.
       COPY PARMREC.
       FD  DEADL-FILE.
       COPY DEADREC.
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       COPY SIGNCOM.
       COPY STAGECOM.
       77 ws-a pic x value space.
           88 ws-valid-selection VALUES "1" "2" "3" "4" "5" "6" "7"
                                        "8" "X".
       77 ws-exit-flag pic x value "N".
           88 ws-exit-requested VALUE "Y".
       77 ws-abort-flag pic x value "N".
           88 ws-operator-is-supervisor VALUE "S".
       77 ws-forced-abort pic x value "N".
           88 ws-abort-forced VALUE "Y".
       77 ws-cal-status pic xx.
       77 ws-cal-found pic x value "N".
           88 ws-cal-date-found VALUE "Y".
       77 ws-auto-idx pic 9(2).
       01 ws-auto-stage-list.
           05 ws-auto-stage OCCURS 10 TIMES pic x(8).
       77 ws-operator-retry-count pic 9(2) value 0.
       77 ws-selection-retry-count pic 9(2) value 0.
       77 ws-audit-status pic xx.
           88 ws-reports-done VALUE "Y".
       77 ws-summary-flag pic x value "N".
           88 ws-summary-done VALUE "Y".
       77 ws-posting-flag pic x value "N".
           88 ws-posting-done VALUE "Y".
       77 ws-transmit-flag pic x value "N".
           88 ws-transmit-done VALUE "Y".
       77 ws-stage-name pic x(8).
       77 ws-dln-status pic xx.
       01 ws-dln-table.
           05 ws-dln-entry OCCURS 20 TIMES.
               10 ws-dln-stage-tbl pic x(8).
               10 ws-dln-shift-tbl pic x(4).
               10 ws-dln-time-tbl pic 9(4).
       77 ws-dln-count pic 9(2) value 0.
       77 ws-dln-idx pic 9(2).
       77 ws-dln-match-idx pic 9(2).
       77 ws-dln-done-hhmm pic x(4).
       01 ws-dln-due.
           05 ws-dln-due-hh pic 9(2).
           05 ws-dln-due-mn pic 9(2).
       77 ws-msg-status pic xx.
       77 ws-msg-count pic 9(2) value 0.
       77 ws-msg-idx pic 9(2).
       MOVE "DAY1" TO WS-HDR-SHIFT-ID.
       PERFORM LOAD-MESSAGES.
       PERFORM LOAD-RUN-PARMS.
       PERFORM GET-VALID-OPERATOR.
       PERFORM APPLY-PROC-DATE.
       PERFORM LOAD-CALENDAR.
       PERFORM LOAD-CHECKPOINT.
       PERFORM LOAD-DEADLINES.
       PERFORM CHECK-BUSINESS-DAY.
       IF ws-greet-done
           DISPLAY "Resuming start-of-day sequence for operator "
       DISPLAY ws-msg-out.
       STOP RUN.

      *    An unattended run types no password - the submitting
      *    ID must be an active scheduler credential instead.
       GET-VALID-OPERATOR.
       IF ws-auto-mode
           MOVE ws-parm-operator TO ws-operator-id
           SET SGN-SCHEDULER-MODE TO TRUE
           PERFORM VALIDATE-OPERATOR
           IF NOT ws-operator-is-valid
               DISPLAY "Submitting operator " ws-operator-id
                   " refused - " SGN-REASON
               DISPLAY "Unattended runs must name an active "
                   "scheduler credential - aborting."
               MOVE 16 TO RETURN-CODE
               MOVE "LOCK" TO ws-audit-run-type
               MOVE "L" TO ws-a

       GET-OPERATOR-FROM-CONSOLE.
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
           MOVE "LOCK" TO ws-audit-run-type
           MOVE "L" TO ws-a
       VALIDATE-OPERATOR.
       MOVE "N" TO ws-operator-valid.
       MOVE SPACE TO ws-operator-level.
       MOVE ws-operator-id TO SGN-OPERATOR-ID.
       MOVE ws-machine-date TO SGN-RUN-DATE.
       CALL "SIGNON" USING SIGNON-COMM-AREA.
       IF SGN-MASTER-UNAVAILABLE
           DISPLAY "Operator sign-on unavailable - aborting."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF SGN-ACCEPTED
           SET ws-operator-is-valid TO TRUE
           MOVE SGN-AUTH-LEVEL TO ws-operator-level
       END-IF.

      *    A catch-up run processes a prior business date lost to
      *    an outage. The date is validated here, then carried in
       PERFORM WRITE-AUDIT-RECORD.
       STOP RUN.

       MENU-LOOP.
       PERFORM SHOW-MENU.
       PERFORM GET-VALID-SELECTION.
                   SET ws-summary-done TO TRUE
               END-IF
           WHEN "6"
               MOVE "POSTING" TO ws-stage-name
               PERFORM SETUP-STAGE-COMMAREA
               CALL "POSTING" USING STAGE-COMM-AREA
               PERFORM RECORD-STAGE-RESULT
               IF SCA-STAGE-STATUS = 0
                   SET ws-posting-done TO TRUE
               END-IF
           WHEN "7"
               MOVE "TRANSMIT" TO ws-stage-name
               PERFORM SETUP-STAGE-COMMAREA
               CALL "TRANSMIT" USING STAGE-COMM-AREA
               PERFORM RECORD-STAGE-RESULT
               IF SCA-STAGE-STATUS = 0
                   SET ws-transmit-done TO TRUE
               END-IF
           WHEN "8"
               SET ws-exit-requested TO TRUE
           WHEN "X"
               IF ws-operator-is-supervisor OR ws-abort-forced
       PERFORM UNTIL ws-valid-selection
               OR ws-selection-retry-count >= 5
           ADD 1 TO ws-selection-retry-count
           DISPLAY "Invalid selection - please enter 1 to 8, or X."
           DISPLAY "Enter selection: " WITH NO ADVANCING
           ACCEPT ws-a
       END-PERFORM.
                       SET ws-auto-failed TO TRUE
                   END-IF
               END-IF
           WHEN "POSTING"
               IF ws-posting-done
                   DISPLAY "Stage POSTING already checkpointed - "
                       "skipped."
               ELSE
                   PERFORM SETUP-STAGE-COMMAREA
                   CALL "POSTING" USING STAGE-COMM-AREA
                   PERFORM RECORD-STAGE-RESULT
                   IF SCA-STAGE-STATUS = 0
                       SET ws-posting-done TO TRUE
                   ELSE
                       SET ws-auto-failed TO TRUE
                   END-IF
               END-IF
           WHEN "TRANSMIT"
               IF ws-transmit-done
                   DISPLAY "Stage TRANSMIT already checkpointed - "
                       "skipped."
               ELSE
                   PERFORM SETUP-STAGE-COMMAREA
                   CALL "TRANSMIT" USING STAGE-COMM-AREA
                   PERFORM RECORD-STAGE-RESULT
                   IF SCA-STAGE-STATUS = 0
                       SET ws-transmit-done TO TRUE
                   ELSE
                       SET ws-auto-failed TO TRUE
                   END-IF
               END-IF
           WHEN OTHER
               DISPLAY "Unknown stage '" ws-stage-name
                   "' in the run parameters."
                           SET ws-reports-done TO TRUE
                         WHEN "SUMMARY"
                           SET ws-summary-done TO TRUE
                         WHEN "POSTING"
                           SET ws-posting-done TO TRUE
                         WHEN "TRANSMIT"
                           SET ws-transmit-done TO TRUE
                       END-EVALUATE
                     END-IF
               END-READ
       MOVE WS-HDR-RUN-TIME TO CKP-RUN-TIME.
       WRITE CHECKPOINT-RECORD.
       CLOSE CHKPT-FILE.
       IF NOT ws-proc-date-given
           PERFORM CHECK-STAGE-DEADLINE
       END-IF.

       LOAD-DEADLINES.
       OPEN INPUT DEADL-FILE.
       IF ws-dln-status NOT = "00"
           DISPLAY "Stage deadline table unavailable - status "
               ws-dln-status " - completion times not monitored."
       ELSE
           PERFORM UNTIL ws-dln-status = "10"
               READ DEADL-FILE
                   AT END
                       MOVE "10" TO ws-dln-status
                   NOT AT END
                       PERFORM LOAD-ONE-DEADLINE
               END-READ
           END-PERFORM
           CLOSE DEADL-FILE
       END-IF.

       LOAD-ONE-DEADLINE.
       IF DLN-DEADLINE IS NOT NUMERIC
           DISPLAY "Stage deadline '" DLN-DEADLINE "' for "
               DLN-STAGE " is not an HHMM time - ignored."
       ELSE
           IF ws-dln-count < 20
               ADD 1 TO ws-dln-count
               MOVE DLN-STAGE TO ws-dln-stage-tbl (ws-dln-count)
               MOVE DLN-SHIFT-ID TO ws-dln-shift-tbl (ws-dln-count)
               MOVE DLN-DEADLINE TO ws-dln-time-tbl (ws-dln-count)
           ELSE
               DISPLAY "Stage deadline table full - " DLN-STAGE
                   " " DLN-SHIFT-ID " ignored."
           END-IF
       END-IF.

      *    A deadline kept for today's shift wins over the stage's
      *    all-shift deadline, wherever each sits in the file.
       FIND-STAGE-DEADLINE.
       MOVE 0 TO ws-dln-match-idx.
       PERFORM VARYING ws-dln-idx FROM 1 BY 1
               UNTIL ws-dln-idx > ws-dln-count
           IF ws-dln-stage-tbl (ws-dln-idx) = ws-stage-name
               IF ws-dln-shift-tbl (ws-dln-idx) = WS-HDR-SHIFT-ID
                   MOVE ws-dln-idx TO ws-dln-match-idx
               ELSE
                   IF ws-dln-shift-tbl (ws-dln-idx) = SPACES
                           AND ws-dln-match-idx = 0
                       MOVE ws-dln-idx TO ws-dln-match-idx
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

      *    A catch-up run finishes on a later day than the date it
      *    processes, so its times are not held to the deadlines.
       CHECK-STAGE-DEADLINE.
       PERFORM FIND-STAGE-DEADLINE.
       IF ws-dln-match-idx > 0
           MOVE WS-HDR-RUN-TIME (1:4) TO ws-dln-done-hhmm
           MOVE ws-dln-time-tbl (ws-dln-match-idx) TO ws-dln-due
           IF ws-dln-done-hhmm > ws-dln-due
               DISPLAY "*** WARNING: stage " ws-stage-name
                   " finished at " WS-HDR-RUN-HH ":" WS-HDR-RUN-MN
                   " - deadline " ws-dln-due-hh ":" ws-dln-due-mn
                   " - LATE ***"
           END-IF
       END-IF.

       LOAD-MESSAGES.
       OPEN INPUT MSG-FILE.
       ELSE
           DISPLAY " 5. Run account summary"
       END-IF.
       IF ws-posting-done
           DISPLAY " 6. Run balance posting         [DONE]"
       ELSE
           DISPLAY " 6. Run balance posting"
       END-IF.
       IF ws-transmit-done
           DISPLAY " 7. Run partner transmission    [DONE]"
       ELSE
           DISPLAY " 7. Run partner transmission"
       END-IF.
       DISPLAY " 8. Exit".
       DISPLAY " X. Abort the day".
       DISPLAY "-----------------------------------------".
       DISPLAY "Enter selection: " WITH NO ADVANCING.
