       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       COPY OPRTABLE.
       COPY SIGNCOM.
       77 ws-oper-status pic xx.
       77 ws-audit-status pic xx.
       77 ws-officer-id pic x(8) value spaces.
       77 ws-target-id pic x(8).
       77 ws-target-name pic x(20).
       77 ws-target-level pic x.
       77 ws-target-type pic x.
       77 ws-target-password pic x(8).
       77 ws-target-hash pic 9(9) value 0.
       77 ws-a pic x value space.
       77 ws-exit-flag pic x value "N".
           88 ws-exit-requested VALUE "Y".
       ACCEPT WS-HDR-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       MOVE "SECM" TO WS-HDR-SHIFT-ID.
       PERFORM GET-VALID-OFFICER.
       PERFORM LOAD-OPERATORS.
       DISPLAY WS-HDR-COMPANY-ID " OPERATOR MASTER MAINTENANCE "
           "- run date " WS-HDR-RUN-DATE.
       PERFORM MAINT-LOOP UNTIL ws-exit-requested.
       DISPLAY "Operator maintenance finished.".
       STOP RUN.

      *    Sign-on comes before the master is loaded, since a
      *    sign-on can itself update the master (bad-attempt
      *    count, lockout, password change).
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
       DISPLAY " A. Add operator".
       DISPLAY " S. Suspend operator".
       DISPLAY " R. Reinstate operator".
       DISPLAY " P. Reset operator password".
       DISPLAY " L. List operators".
       DISPLAY " X. Save and exit".
       DISPLAY "-----------------------------------------".
               PERFORM SUSPEND-OPERATOR
           WHEN "R"
               PERFORM REINSTATE-OPERATOR
           WHEN "P"
               PERFORM RESET-PASSWORD
           WHEN "L"
               PERFORM LIST-OPERATORS
           WHEN "X"
               SET ws-exit-requested TO TRUE
           WHEN OTHER
               DISPLAY "Invalid action - enter A, S, R, P, L, or X."
       END-EVALUATE.

       ADD-OPERATOR.
                   DISPLAY "Level must be S or O - using O."
                   MOVE "O" TO ws-target-level
               END-IF
               DISPLAY "Sign-on type (P password, J scheduler): "
                   WITH NO ADVANCING
               ACCEPT ws-target-type
               IF ws-target-type NOT = "P" AND
                       ws-target-type NOT = "J"
                   DISPLAY "Sign-on type must be P or J - using P."
                   MOVE "P" TO ws-target-type
               END-IF
               MOVE 0 TO ws-target-hash
               IF ws-target-type = "P"
                   PERFORM GET-NEW-PASSWORD-HASH
               END-IF
               IF ws-target-type = "P" AND ws-target-hash = 0
                   DISPLAY "Operator " ws-target-id " not added."
               ELSE
                   PERFORM ADD-OPERATOR-ENTRY
                   SET ws-changes-made TO TRUE
                   MOVE "A" TO ws-action-taken
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Operator " ws-target-id " added."
               END-IF
           END-IF
       END-IF.

      *    A new password operator starts with a temporary
      *    password, changed at the first sign-on.
       ADD-OPERATOR-ENTRY.
       ADD 1 TO WS-OPR-TABLE-CNT.
       MOVE ws-target-id TO WS-OPR-ID-TBL (WS-OPR-TABLE-CNT).
       MOVE ws-target-name TO WS-OPR-NAME-TBL (WS-OPR-TABLE-CNT).
       MOVE ws-target-level TO WS-OPR-LEVEL-TBL (WS-OPR-TABLE-CNT).
       MOVE "A" TO WS-OPR-STATUS-TBL (WS-OPR-TABLE-CNT).
       MOVE ws-target-type TO WS-OPR-SIGNON-TBL (WS-OPR-TABLE-CNT).
       MOVE ws-target-hash TO WS-OPR-PWD-HASH-TBL (WS-OPR-TABLE-CNT).
       MOVE 0 TO WS-OPR-PWD-DATE-TBL (WS-OPR-TABLE-CNT).
       MOVE 0 TO WS-OPR-BAD-CNT-TBL (WS-OPR-TABLE-CNT).

       SUSPEND-OPERATOR.
       DISPLAY "Operator ID to suspend: " WITH NO ADVANCING.
       ACCEPT ws-target-id.
           DISPLAY "Operator " ws-target-id " not on file."
       ELSE
           MOVE "A" TO WS-OPR-STATUS-TBL (ws-target-idx)
           MOVE 0 TO WS-OPR-BAD-CNT-TBL (ws-target-idx)
           SET ws-changes-made TO TRUE
           MOVE "R" TO ws-action-taken
           PERFORM WRITE-MAINT-AUDIT
           DISPLAY "Operator " ws-target-id " reinstated."
       END-IF.

      *    A reset password is good for one sign-on only; the
      *    operator must choose a new one before going further.
      *    The bad-attempt count is cleared, but an operator
      *    locked out must still be reinstated.
       RESET-PASSWORD.
       DISPLAY "Operator ID to reset: " WITH NO ADVANCING.
       ACCEPT ws-target-id.
       PERFORM FIND-TARGET-OPERATOR.
       IF ws-target-idx = 0
           DISPLAY "Operator " ws-target-id " not on file."
       ELSE
           IF ws-target-id = ws-officer-id
               DISPLAY "An officer cannot reset their own password."
           ELSE
               IF WS-OPR-SIGNON-TBL (ws-target-idx) = "J"
                   DISPLAY "Operator " ws-target-id " is a "
                       "scheduler credential - it has no password."
               ELSE
                   PERFORM GET-NEW-PASSWORD-HASH
                   IF ws-target-hash NOT = 0
                       PERFORM APPLY-PASSWORD-RESET
                   END-IF
               END-IF
           END-IF
       END-IF.

       APPLY-PASSWORD-RESET.
       MOVE ws-target-hash TO WS-OPR-PWD-HASH-TBL (ws-target-idx).
       MOVE 0 TO WS-OPR-PWD-DATE-TBL (ws-target-idx).
       MOVE 0 TO WS-OPR-BAD-CNT-TBL (ws-target-idx).
       SET ws-changes-made TO TRUE.
       MOVE "P" TO ws-action-taken.
       PERFORM WRITE-MAINT-AUDIT.
       DISPLAY "Password for operator " ws-target-id " reset - it "
           "must be changed at the next sign-on.".

       GET-NEW-PASSWORD-HASH.
       MOVE 0 TO ws-target-hash.
       DISPLAY "Temporary password: " WITH NO ADVANCING.
       ACCEPT ws-target-password.
       SET SGN-HASH-MODE TO TRUE.
       MOVE ws-target-id TO SGN-OPERATOR-ID.
       MOVE ws-target-password TO SGN-PASSWORD.
       CALL "SIGNON" USING SIGNON-COMM-AREA.
       MOVE SPACES TO ws-target-password.
       MOVE SPACES TO SGN-PASSWORD.
       IF SGN-ACCEPTED
           MOVE SGN-PASSWORD-HASH TO ws-target-hash
       ELSE
           DISPLAY "Password not accepted - " SGN-REASON
       END-IF.

       LIST-OPERATORS.
       DISPLAY "ID        NAME                  LVL STATUS TYPE "
           "CHANGED  BAD".
       PERFORM VARYING ws-opr-idx FROM 1 BY 1
               UNTIL ws-opr-idx > WS-OPR-TABLE-CNT
           DISPLAY WS-OPR-ID-TBL (ws-opr-idx) "  "
               WS-OPR-NAME-TBL (ws-opr-idx) "  "
               WS-OPR-LEVEL-TBL (ws-opr-idx) "   "
               WS-OPR-STATUS-TBL (ws-opr-idx) "      "
               WS-OPR-SIGNON-TBL (ws-opr-idx) "    "
               WS-OPR-PWD-DATE-TBL (ws-opr-idx) " "
               WS-OPR-BAD-CNT-TBL (ws-opr-idx)
       END-PERFORM.

       FIND-TARGET-OPERATOR.
                       TO WS-OPR-LEVEL-TBL (WS-OPR-TABLE-CNT)
                   MOVE OPM-STATUS
                       TO WS-OPR-STATUS-TBL (WS-OPR-TABLE-CNT)
                   PERFORM LOAD-PASSWORD-FIELDS
           END-READ
       END-PERFORM.
       CLOSE OPER-FILE.

      *    A record from before passwords were kept has spaces
      *    in these fields; it loads as "no password set".
       LOAD-PASSWORD-FIELDS.
       MOVE OPM-SIGNON-TYPE TO WS-OPR-SIGNON-TBL (WS-OPR-TABLE-CNT).
       IF OPM-PASSWORD-HASH IS NUMERIC
           MOVE OPM-PASSWORD-HASH
               TO WS-OPR-PWD-HASH-TBL (WS-OPR-TABLE-CNT)
       ELSE
           MOVE 0 TO WS-OPR-PWD-HASH-TBL (WS-OPR-TABLE-CNT)
       END-IF.
       IF OPM-PWD-CHANGED-DATE IS NUMERIC
           MOVE OPM-PWD-CHANGED-DATE
               TO WS-OPR-PWD-DATE-TBL (WS-OPR-TABLE-CNT)
       ELSE
           MOVE 0 TO WS-OPR-PWD-DATE-TBL (WS-OPR-TABLE-CNT)
       END-IF.
       IF OPM-BAD-ATTEMPTS IS NUMERIC
           MOVE OPM-BAD-ATTEMPTS
               TO WS-OPR-BAD-CNT-TBL (WS-OPR-TABLE-CNT)
       ELSE
           MOVE 0 TO WS-OPR-BAD-CNT-TBL (WS-OPR-TABLE-CNT)
       END-IF.

       REWRITE-OPERATOR-FILE.
       OPEN OUTPUT OPER-FILE.
       IF ws-oper-status NOT = "00"
               MOVE WS-OPR-NAME-TBL (ws-opr-idx) TO OPM-NAME
               MOVE WS-OPR-LEVEL-TBL (ws-opr-idx) TO OPM-AUTH-LEVEL
               MOVE WS-OPR-STATUS-TBL (ws-opr-idx) TO OPM-STATUS
               MOVE WS-OPR-SIGNON-TBL (ws-opr-idx) TO OPM-SIGNON-TYPE
               MOVE WS-OPR-PWD-HASH-TBL (ws-opr-idx)
                   TO OPM-PASSWORD-HASH
               MOVE WS-OPR-PWD-DATE-TBL (ws-opr-idx)
                   TO OPM-PWD-CHANGED-DATE
               MOVE WS-OPR-BAD-CNT-TBL (ws-opr-idx)
                   TO OPM-BAD-ATTEMPTS
               WRITE OPERATOR-RECORD
           END-PERFORM
           CLOSE OPER-FILE
