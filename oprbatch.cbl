       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       COPY OPRTABLE.
       COPY SIGNCOM.
       77 ws-oprtran-status pic xx.
       77 ws-oper-status pic xx.
       77 ws-audit-status pic xx.
           88 ws-columns-written VALUE "Y".
       77 ws-opr-idx pic 9(2).
       77 ws-target-idx pic 9(2) value 0.
       77 ws-target-hash pic 9(9) value 0.
       77 ws-tran-count pic 9(5) value 0.
       77 ws-accept-count pic 9(5) value 0.
       77 ws-reject-count pic 9(5) value 0.
       77 ws-reject-reason pic x(42).
           88 ws-tran-accepted VALUE SPACES.
       77 ws-action-taken pic x.
       77 ws-audit-run-type pic x(5) value "OPRM".
           05 filler pic x(4) value "ACT".
           05 filler pic x(10) value "OPERATOR".
           05 filler pic x(10) value "RESULT".
           05 filler pic x(42) value "REASON".
       01 ws-heading-4.
           05 filler pic x value space.
           05 filler pic x(4) value "---".
           05 filler pic x(10) value "--------".
           05 filler pic x(10) value "--------".
           05 filler pic x(42) value
               "------------------------------------------".
       01 ws-detail-line.
           05 filler pic x value space.
           05 ws-dtl-action pic x.
           05 filler pic x(2) value spaces.
           05 ws-dtl-result pic x(8).
           05 filler pic x(2) value spaces.
           05 ws-dtl-reason pic x(42).
       01 ws-count-line.
           05 filler pic x value space.
           05 filler pic x(15) value "TRANSACTIONS:".
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       MOVE "SECM" TO WS-HDR-SHIFT-ID.
       DISPLAY "OPRBATCH: operator maintenance batch running...".
       PERFORM OPEN-REPORT-FILE.
       OPEN INPUT OPRTRAN-FILE.
       IF ws-oprtran-status NOT = "00"
           PERFORM VALIDATE-OFFICER
           IF ws-officer-is-valid
               SET ws-header-found TO TRUE
               PERFORM LOAD-OPERATORS
               MOVE ws-officer-id TO ws-hd2-officer
               WRITE report-line FROM ws-heading-2
                   AFTER ADVANCING 1 LINE
           ELSE
               ADD 1 TO ws-tran-count
               PERFORM REPORT-TRANSACTION
           END-IF
       END-IF.

      *    The header carries the officer's own password, which
      *    counts toward lockout like any other sign-on. The
      *    master is only loaded once the header is accepted,
      *    since the sign-on itself can update it.
       VALIDATE-OFFICER.
       MOVE "N" TO ws-officer-valid.
       SET SGN-FEED-MODE TO TRUE.
       MOVE ws-officer-id TO SGN-OPERATOR-ID.
       MOVE OPT-PASSWORD TO SGN-PASSWORD.
       MOVE WS-HDR-RUN-DATE TO SGN-RUN-DATE.
       CALL "SIGNON" USING SIGNON-COMM-AREA.
       MOVE SPACES TO SGN-PASSWORD.
       IF SGN-MASTER-UNAVAILABLE
           DISPLAY "OPRBATCH: operator sign-on unavailable - "
               "aborting."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF SGN-ACCEPTED
           IF SGN-SUPERVISOR
               SET ws-officer-is-valid TO TRUE
           ELSE
               MOVE "NOT AN ACTIVE SUPERVISOR" TO ws-reject-reason
           END-IF
       ELSE
           MOVE SGN-REASON TO ws-reject-reason
       END-IF.

       EDIT-ACTION-RECORD.
       PERFORM FIND-TARGET-OPERATOR.
                       END-IF
                   END-IF
               END-IF
               IF ws-tran-accepted
                   PERFORM EDIT-NEW-OPERATOR-SIGNON
               END-IF
           WHEN OPT-SUSPEND
               IF ws-target-idx = 0
                   MOVE "OPERATOR NOT ON FILE" TO ws-reject-reason
               IF ws-target-idx = 0
                   MOVE "OPERATOR NOT ON FILE" TO ws-reject-reason
               END-IF
           WHEN OPT-RESET-PASSWORD
               IF ws-target-idx = 0
                   MOVE "OPERATOR NOT ON FILE" TO ws-reject-reason
               ELSE
                   IF OPT-OPERATOR-ID = ws-officer-id
                       MOVE "OFFICER CANNOT RESET SELF"
                           TO ws-reject-reason
                   ELSE
                       IF WS-OPR-SIGNON-TBL (ws-target-idx) = "J"
                           MOVE "SCHEDULER ID HAS NO PASSWORD"
                               TO ws-reject-reason
                       ELSE
                           PERFORM HASH-FEED-PASSWORD
                       END-IF
                   END-IF
               END-IF
           WHEN OTHER
               MOVE "INVALID ACTION CODE" TO ws-reject-reason
       END-EVALUATE.

      *    A blank sign-on type on an add means a password
      *    operator, who must be given a temporary password.
       EDIT-NEW-OPERATOR-SIGNON.
       MOVE 0 TO ws-target-hash.
       IF OPT-SIGNON-TYPE NOT = "P" AND OPT-SIGNON-TYPE NOT = "J"
               AND OPT-SIGNON-TYPE NOT = SPACE
           MOVE "SIGN-ON TYPE MUST BE P OR J" TO ws-reject-reason
       ELSE
           IF OPT-SIGNON-TYPE NOT = "J"
               PERFORM HASH-FEED-PASSWORD
           END-IF
       END-IF.

       HASH-FEED-PASSWORD.
       MOVE 0 TO ws-target-hash.
       IF OPT-PASSWORD = SPACES
           MOVE "TEMPORARY PASSWORD MISSING" TO ws-reject-reason
       ELSE
           SET SGN-HASH-MODE TO TRUE
           MOVE OPT-OPERATOR-ID TO SGN-OPERATOR-ID
           MOVE OPT-PASSWORD TO SGN-PASSWORD
           CALL "SIGNON" USING SIGNON-COMM-AREA
           MOVE SPACES TO SGN-PASSWORD
           IF SGN-ACCEPTED
               MOVE SGN-PASSWORD-HASH TO ws-target-hash
           ELSE
               MOVE SGN-REASON TO ws-reject-reason
           END-IF
       END-IF.

       APPLY-ACTION-RECORD.
       EVALUATE TRUE
           WHEN OPT-ADD
               MOVE OPT-LEVEL
                   TO WS-OPR-LEVEL-TBL (WS-OPR-TABLE-CNT)
               MOVE "A" TO WS-OPR-STATUS-TBL (WS-OPR-TABLE-CNT)
               IF OPT-SIGNON-TYPE = "J"
                   MOVE "J" TO WS-OPR-SIGNON-TBL (WS-OPR-TABLE-CNT)
               ELSE
                   MOVE "P" TO WS-OPR-SIGNON-TBL (WS-OPR-TABLE-CNT)
               END-IF
               MOVE ws-target-hash
                   TO WS-OPR-PWD-HASH-TBL (WS-OPR-TABLE-CNT)
               MOVE 0 TO WS-OPR-PWD-DATE-TBL (WS-OPR-TABLE-CNT)
               MOVE 0 TO WS-OPR-BAD-CNT-TBL (WS-OPR-TABLE-CNT)
           WHEN OPT-SUSPEND
               MOVE "S" TO WS-OPR-STATUS-TBL (ws-target-idx)
           WHEN OPT-REINSTATE
               MOVE "A" TO WS-OPR-STATUS-TBL (ws-target-idx)
               MOVE 0 TO WS-OPR-BAD-CNT-TBL (ws-target-idx)
           WHEN OPT-RESET-PASSWORD
               MOVE ws-target-hash
                   TO WS-OPR-PWD-HASH-TBL (ws-target-idx)
               MOVE 0 TO WS-OPR-PWD-DATE-TBL (ws-target-idx)
               MOVE 0 TO WS-OPR-BAD-CNT-TBL (ws-target-idx)
       END-EVALUATE.
       MOVE OPT-ACTION TO ws-action-taken.
       PERFORM WRITE-MAINT-AUDIT.
                       TO WS-OPR-LEVEL-TBL (WS-OPR-TABLE-CNT)
                   MOVE OPM-STATUS
                       TO WS-OPR-STATUS-TBL (WS-OPR-TABLE-CNT)
                   PERFORM LOAD-PASSWORD-FIELDS
           END-READ
       END-PERFORM.
       CLOSE OPER-FILE.
           STOP RUN
       END-IF.

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
