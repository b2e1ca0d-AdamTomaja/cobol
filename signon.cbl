       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON INITIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-oper-status.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE.
       COPY OPERREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       COPY OPRTABLE.
       77 ws-oper-status pic xx.
       77 ws-audit-status pic xx.
       77 ws-opr-idx pic 9(2).
       77 ws-signon-idx pic 9(2) value 0.
       77 ws-max-bad-attempts pic 9(2) value 3.
       77 ws-password-life-days pic 9(3) value 90.
       77 ws-min-password-length pic 9(2) value 6.
       77 ws-master-flag pic x value "N".
           88 ws-master-changed VALUE "Y".
       77 ws-expired-flag pic x value "N".
           88 ws-password-expired VALUE "Y".
       77 ws-password-valid pic x value "N".
           88 ws-password-ok VALUE "Y".
       77 ws-change-flag pic x value "N".
           88 ws-password-changed VALUE "Y".
       77 ws-change-tries pic 9(2) value 0.
       77 ws-entered-password pic x(8) value spaces.
       77 ws-new-password pic x(8) value spaces.
       77 ws-confirm-password pic x(8) value spaces.
       77 ws-pwd-length pic 9(2) value 0.
       77 ws-pwd-spaces pic 9(2) value 0.
       77 ws-new-hash pic 9(9) value 0.
       77 ws-audit-time pic 9(8).
       77 ws-audit-response pic x.
       77 ws-audit-return pic 9(3).
       77 ws-audit-run-type pic x(5).
       01 ws-hash-input.
           05 ws-hash-id pic x(8).
           05 ws-hash-password pic x(8).
       01 ws-hash-input-r REDEFINES ws-hash-input.
           05 ws-hash-char pic x OCCURS 16 TIMES.
       01 ws-hash-charset pic x(40) value
           " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ@#$".
       01 ws-hash-charset-r REDEFINES ws-hash-charset.
           05 ws-hash-set-char pic x OCCURS 40 TIMES.
       77 ws-hash-pass pic 9.
       77 ws-hash-idx pic 9(2).
       77 ws-hash-set-idx pic 9(2).
       77 ws-hash-char-val pic 9(2).
       77 ws-hash-work pic 9(12).
       77 ws-hash-quot pic 9(12).
       77 ws-password-hash pic 9(9) value 0.
       01 ws-dn-date pic 9(8) value 0.
       01 ws-dn-date-r REDEFINES ws-dn-date.
           05 ws-dn-ccyy pic 9(4).
           05 ws-dn-mm pic 9(2).
           05 ws-dn-dd pic 9(2).
       77 ws-dn-year pic 9(4).
       77 ws-dn-month pic 9(2).
       77 ws-dn-q4 pic 9(4).
       77 ws-dn-q100 pic 9(4).
       77 ws-dn-q400 pic 9(4).
       77 ws-dn-month-work pic 9(4).
       77 ws-dn-month-days pic 9(3).
       77 ws-dn-days pic 9(7).
       77 ws-changed-day-no pic 9(7).
       LINKAGE SECTION.
       COPY SIGNCOM.
       PROCEDURE DIVISION USING SIGNON-COMM-AREA.
       SET SGN-REFUSED TO TRUE.
       MOVE SPACES TO SGN-REASON.
       MOVE SPACE TO SGN-AUTH-LEVEL.
       MOVE SPACES TO SGN-OPERATOR-NAME.
       MOVE 0 TO SGN-PASSWORD-HASH.
       IF SGN-HASH-MODE
           PERFORM HASH-SUPPLIED-PASSWORD
       ELSE
           PERFORM LOAD-OPERATORS
           IF NOT SGN-MASTER-UNAVAILABLE
               PERFORM FIND-SIGNON-OPERATOR
               IF SGN-SCHEDULER-MODE
                   PERFORM CHECK-SCHEDULER-CREDENTIAL
               ELSE
                   PERFORM CHECK-PASSWORD-SIGNON
               END-IF
               IF ws-master-changed
                   PERFORM REWRITE-OPERATOR-FILE
               END-IF
           END-IF
       END-IF.
       GOBACK.

      *    Used by OPRMAINT and OPRBATCH to set a password for
      *    another operator - the password rules and the hash
      *    are kept here, in one place.
       HASH-SUPPLIED-PASSWORD.
       MOVE SGN-PASSWORD TO ws-new-password.
       PERFORM EDIT-NEW-PASSWORD.
       IF ws-password-ok
           MOVE ws-new-password TO ws-hash-password
           PERFORM HASH-PASSWORD
           MOVE ws-password-hash TO SGN-PASSWORD-HASH
           SET SGN-ACCEPTED TO TRUE
       END-IF.

      *    An unattended run types no password; the submitting
      *    ID must instead be an active scheduler credential.
       CHECK-SCHEDULER-CREDENTIAL.
       EVALUATE TRUE
           WHEN ws-signon-idx = 0
               MOVE "OPERATOR NOT ON FILE" TO SGN-REASON
           WHEN WS-OPR-STATUS-TBL (ws-signon-idx) NOT = "A"
               MOVE "OPERATOR SUSPENDED" TO SGN-REASON
           WHEN WS-OPR-SIGNON-TBL (ws-signon-idx) NOT = "J"
               MOVE "NOT A SCHEDULER CREDENTIAL" TO SGN-REASON
           WHEN OTHER
               PERFORM ACCEPT-SIGNON
       END-EVALUATE.

      *    The password is asked for before the ID is looked up,
      *    and an unknown ID gets the same answer as a wrong
      *    password, so the prompt gives nothing away. An ID with
      *    no password is refused in every mode - only a security
      *    officer issues a first password (OPRMAINT or OPRBATCH
      *    action P), so no one can claim an ID by typing it.
       CHECK-PASSWORD-SIGNON.
       IF SGN-CONSOLE-MODE
           DISPLAY "Password: " WITH NO ADVANCING
           ACCEPT ws-entered-password
       ELSE
           MOVE SGN-PASSWORD TO ws-entered-password
       END-IF.
       EVALUATE TRUE
           WHEN ws-signon-idx = 0
               MOVE "INVALID ID OR PASSWORD" TO SGN-REASON
           WHEN WS-OPR-STATUS-TBL (ws-signon-idx) NOT = "A"
               MOVE "OPERATOR SUSPENDED" TO SGN-REASON
           WHEN WS-OPR-SIGNON-TBL (ws-signon-idx) = "J"
               MOVE "SCHEDULER ID - UNATTENDED ONLY" TO SGN-REASON
           WHEN WS-OPR-PWD-HASH-TBL (ws-signon-idx) = 0
               MOVE "NO PASSWORD SET - CONTACT SECURITY OFFICER"
                   TO SGN-REASON
           WHEN OTHER
               PERFORM VERIFY-PASSWORD
       END-EVALUATE.
       IF SGN-CONSOLE-MODE AND NOT SGN-ACCEPTED
           DISPLAY "Sign-on refused - " SGN-REASON
       END-IF.

       VERIFY-PASSWORD.
       MOVE ws-entered-password TO ws-hash-password.
       PERFORM HASH-PASSWORD.
       IF ws-password-hash = WS-OPR-PWD-HASH-TBL (ws-signon-idx)
           IF WS-OPR-BAD-CNT-TBL (ws-signon-idx) NOT = 0
               MOVE 0 TO WS-OPR-BAD-CNT-TBL (ws-signon-idx)
               SET ws-master-changed TO TRUE
           END-IF
           PERFORM CHECK-PASSWORD-EXPIRY
           IF ws-password-expired
               IF SGN-CONSOLE-MODE
                   DISPLAY "The password for operator ID "
                       SGN-OPERATOR-ID " has expired - a new one "
                       "must be set."
                   PERFORM CHANGE-PASSWORD
               ELSE
                   MOVE "PASSWORD EXPIRED" TO SGN-REASON
               END-IF
           ELSE
               PERFORM ACCEPT-SIGNON
           END-IF
       ELSE
           PERFORM RECORD-BAD-ATTEMPT
       END-IF.

      *    Bad attempts count across runs until a good password
      *    clears them; reaching the limit suspends the ID until
      *    a security officer reinstates it.
       RECORD-BAD-ATTEMPT.
       ADD 1 TO WS-OPR-BAD-CNT-TBL (ws-signon-idx).
       SET ws-master-changed TO TRUE.
       IF WS-OPR-BAD-CNT-TBL (ws-signon-idx) >= ws-max-bad-attempts
           MOVE "S" TO WS-OPR-STATUS-TBL (ws-signon-idx)
           SET SGN-LOCKED-OUT TO TRUE
           MOVE "LOCKED OUT - TOO MANY FAILURES" TO SGN-REASON
           MOVE "S" TO ws-audit-response
           MOVE 16 TO ws-audit-return
           MOVE "PWLCK" TO ws-audit-run-type
           PERFORM WRITE-SIGNON-AUDIT
       ELSE
           MOVE "INVALID ID OR PASSWORD" TO SGN-REASON
       END-IF.

      *    A zero changed date is a new operator or an officer
      *    reset - the password is good for one sign-on only.
       CHECK-PASSWORD-EXPIRY.
       MOVE "N" TO ws-expired-flag.
       IF WS-OPR-PWD-DATE-TBL (ws-signon-idx) = 0
           SET ws-password-expired TO TRUE
       ELSE
           MOVE WS-OPR-PWD-DATE-TBL (ws-signon-idx) TO ws-dn-date
           PERFORM COMPUTE-DAY-NUMBER
           MOVE ws-dn-days TO ws-changed-day-no
           MOVE SGN-RUN-DATE TO ws-dn-date
           PERFORM COMPUTE-DAY-NUMBER
           IF ws-dn-days - ws-changed-day-no
                   >= ws-password-life-days
               SET ws-password-expired TO TRUE
           END-IF
       END-IF.

       CHANGE-PASSWORD.
       MOVE 0 TO ws-change-tries.
       MOVE "N" TO ws-change-flag.
       PERFORM UNTIL ws-password-changed OR ws-change-tries >= 3
           ADD 1 TO ws-change-tries
           DISPLAY "New password: " WITH NO ADVANCING
           ACCEPT ws-new-password
           DISPLAY "Repeat new password: " WITH NO ADVANCING
           ACCEPT ws-confirm-password
           PERFORM EDIT-PASSWORD-CHANGE
           IF ws-password-ok
               SET ws-password-changed TO TRUE
           ELSE
               DISPLAY "Password not changed - " SGN-REASON
           END-IF
       END-PERFORM.
       IF ws-password-changed
           MOVE ws-new-hash TO WS-OPR-PWD-HASH-TBL (ws-signon-idx)
           MOVE SGN-RUN-DATE TO WS-OPR-PWD-DATE-TBL (ws-signon-idx)
           MOVE 0 TO WS-OPR-BAD-CNT-TBL (ws-signon-idx)
           SET ws-master-changed TO TRUE
           MOVE "C" TO ws-audit-response
           MOVE 0 TO ws-audit-return
           MOVE "PWCHG" TO ws-audit-run-type
           PERFORM WRITE-SIGNON-AUDIT
           DISPLAY "Password changed for operator ID "
               SGN-OPERATOR-ID "."
           PERFORM ACCEPT-SIGNON
       ELSE
           MOVE "PASSWORD NOT CHANGED" TO SGN-REASON
       END-IF.

       EDIT-PASSWORD-CHANGE.
       PERFORM EDIT-NEW-PASSWORD.
       IF ws-password-ok
           INSPECT ws-confirm-password CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF ws-confirm-password NOT = ws-new-password
               MOVE "N" TO ws-password-valid
               MOVE "REPEATED PASSWORD DIFFERS" TO SGN-REASON
           ELSE
               MOVE ws-new-password TO ws-hash-password
               PERFORM HASH-PASSWORD
               MOVE ws-password-hash TO ws-new-hash
               IF ws-new-hash = WS-OPR-PWD-HASH-TBL (ws-signon-idx)
                   MOVE "N" TO ws-password-valid
                   MOVE "SAME AS THE CURRENT PASSWORD"
                       TO SGN-REASON
               END-IF
           END-IF
       END-IF.

       EDIT-NEW-PASSWORD.
       MOVE "Y" TO ws-password-valid.
       INSPECT ws-new-password CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE 0 TO ws-pwd-length.
       MOVE 0 TO ws-pwd-spaces.
       INSPECT ws-new-password TALLYING ws-pwd-length
           FOR CHARACTERS BEFORE INITIAL SPACE.
       INSPECT ws-new-password TALLYING ws-pwd-spaces
           FOR ALL SPACES.
       EVALUATE TRUE
           WHEN ws-pwd-length < ws-min-password-length
               MOVE "N" TO ws-password-valid
               MOVE "PASSWORD UNDER 6 CHARACTERS" TO SGN-REASON
           WHEN ws-pwd-length + ws-pwd-spaces NOT = 8
               MOVE "N" TO ws-password-valid
               MOVE "PASSWORD HAS EMBEDDED SPACES" TO SGN-REASON
           WHEN ws-new-password = SGN-OPERATOR-ID
               MOVE "N" TO ws-password-valid
               MOVE "PASSWORD SAME AS OPERATOR ID" TO SGN-REASON
       END-EVALUATE.

      *    One-way hash of the operator ID and password, so the
      *    same password gives a different value on every ID and
      *    the master never holds anything that can be read back.
      *    Letters are folded to upper case first.
       HASH-PASSWORD.
       MOVE SGN-OPERATOR-ID TO ws-hash-id.
       INSPECT ws-hash-input CONVERTING
           "abcdefghijklmnopqrstuvwxyz"
           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       MOVE 0 TO ws-password-hash.
       PERFORM VARYING ws-hash-pass FROM 1 BY 1
               UNTIL ws-hash-pass > 3
               AFTER ws-hash-idx FROM 1 BY 1
               UNTIL ws-hash-idx > 16
           MOVE 41 TO ws-hash-char-val
           PERFORM VARYING ws-hash-set-idx FROM 1 BY 1
                   UNTIL ws-hash-set-idx > 40
               IF ws-hash-char (ws-hash-idx)
                       = ws-hash-set-char (ws-hash-set-idx)
                   MOVE ws-hash-set-idx TO ws-hash-char-val
               END-IF
           END-PERFORM
           COMPUTE ws-hash-work = ws-password-hash * 263
               + ws-hash-char-val * ws-hash-idx + ws-hash-pass * 17
           DIVIDE ws-hash-work BY 999999937 GIVING ws-hash-quot
               REMAINDER ws-password-hash
       END-PERFORM.
       IF ws-password-hash = 0
           MOVE 1 TO ws-password-hash
       END-IF.

      *    Day number of a CCYYMMDD date, counting from a fixed
      *    origin, so two dates can be subtracted across month
      *    and year ends. January and February count as months
      *    13 and 14 of the year before.
       COMPUTE-DAY-NUMBER.
       MOVE ws-dn-ccyy TO ws-dn-year.
       MOVE ws-dn-mm TO ws-dn-month.
       IF ws-dn-month < 3
           SUBTRACT 1 FROM ws-dn-year
           ADD 12 TO ws-dn-month
       END-IF.
       DIVIDE ws-dn-year BY 4 GIVING ws-dn-q4.
       DIVIDE ws-dn-year BY 100 GIVING ws-dn-q100.
       DIVIDE ws-dn-year BY 400 GIVING ws-dn-q400.
       COMPUTE ws-dn-month-work = 153 * (ws-dn-month - 3) + 2.
       DIVIDE ws-dn-month-work BY 5 GIVING ws-dn-month-days.
       COMPUTE ws-dn-days = 365 * ws-dn-year + ws-dn-q4
           - ws-dn-q100 + ws-dn-q400 + ws-dn-month-days + ws-dn-dd.

       ACCEPT-SIGNON.
       SET SGN-ACCEPTED TO TRUE.
       MOVE SPACES TO SGN-REASON.
       MOVE WS-OPR-LEVEL-TBL (ws-signon-idx) TO SGN-AUTH-LEVEL.
       MOVE WS-OPR-NAME-TBL (ws-signon-idx) TO SGN-OPERATOR-NAME.

       FIND-SIGNON-OPERATOR.
       MOVE 0 TO ws-signon-idx.
       PERFORM VARYING ws-opr-idx FROM 1 BY 1
               UNTIL ws-opr-idx > WS-OPR-TABLE-CNT
           IF SGN-OPERATOR-ID = WS-OPR-ID-TBL (ws-opr-idx)
               MOVE ws-opr-idx TO ws-signon-idx
           END-IF
       END-PERFORM.

      *    The whole master is held so it can be rewritten with
      *    the new counts; a master too big to hold refuses the
      *    sign-on rather than lose operators on the rewrite.
       LOAD-OPERATORS.
       OPEN INPUT OPER-FILE.
       IF ws-oper-status NOT = "00"
           DISPLAY "Operator master file unavailable - status "
               ws-oper-status
           SET SGN-MASTER-UNAVAILABLE TO TRUE
           MOVE "OPERATOR MASTER UNAVAILABLE" TO SGN-REASON
       ELSE
           PERFORM UNTIL ws-oper-status = "10"
               READ OPER-FILE
                   AT END
                       MOVE "10" TO ws-oper-status
                   NOT AT END
                       PERFORM LOAD-ONE-OPERATOR
               END-READ
           END-PERFORM
           CLOSE OPER-FILE
           IF WS-OPR-TABLE-CNT = 0
               DISPLAY "Operator master file is empty."
               SET SGN-MASTER-UNAVAILABLE TO TRUE
               MOVE "OPERATOR MASTER EMPTY" TO SGN-REASON
           END-IF
       END-IF.

       LOAD-ONE-OPERATOR.
       IF WS-OPR-TABLE-CNT = WS-OPR-TABLE-MAX
           DISPLAY "Operator master holds more than "
               WS-OPR-TABLE-MAX " operators - sign-on refused."
           SET SGN-MASTER-UNAVAILABLE TO TRUE
           MOVE "OPERATOR MASTER TOO LARGE" TO SGN-REASON
           MOVE "10" TO ws-oper-status
       ELSE
           ADD 1 TO WS-OPR-TABLE-CNT
           MOVE OPM-OPERATOR-ID TO WS-OPR-ID-TBL (WS-OPR-TABLE-CNT)
           MOVE OPM-NAME TO WS-OPR-NAME-TBL (WS-OPR-TABLE-CNT)
           MOVE OPM-AUTH-LEVEL TO WS-OPR-LEVEL-TBL (WS-OPR-TABLE-CNT)
           MOVE OPM-STATUS TO WS-OPR-STATUS-TBL (WS-OPR-TABLE-CNT)
           MOVE OPM-SIGNON-TYPE
               TO WS-OPR-SIGNON-TBL (WS-OPR-TABLE-CNT)
           IF OPM-PASSWORD-HASH IS NUMERIC
               MOVE OPM-PASSWORD-HASH
                   TO WS-OPR-PWD-HASH-TBL (WS-OPR-TABLE-CNT)
           ELSE
               MOVE 0 TO WS-OPR-PWD-HASH-TBL (WS-OPR-TABLE-CNT)
           END-IF
           IF OPM-PWD-CHANGED-DATE IS NUMERIC
               MOVE OPM-PWD-CHANGED-DATE
                   TO WS-OPR-PWD-DATE-TBL (WS-OPR-TABLE-CNT)
           ELSE
               MOVE 0 TO WS-OPR-PWD-DATE-TBL (WS-OPR-TABLE-CNT)
           END-IF
           IF OPM-BAD-ATTEMPTS IS NUMERIC
               MOVE OPM-BAD-ATTEMPTS
                   TO WS-OPR-BAD-CNT-TBL (WS-OPR-TABLE-CNT)
           ELSE
               MOVE 0 TO WS-OPR-BAD-CNT-TBL (WS-OPR-TABLE-CNT)
           END-IF
       END-IF.

       REWRITE-OPERATOR-FILE.
       OPEN OUTPUT OPER-FILE.
       IF ws-oper-status NOT = "00"
           DISPLAY "Cannot rewrite operator master - status "
               ws-oper-status
           SET SGN-MASTER-UNAVAILABLE TO TRUE
           MOVE "OPERATOR MASTER NOT REWRITTEN" TO SGN-REASON
       ELSE
           PERFORM VARYING ws-opr-idx FROM 1 BY 1
                   UNTIL ws-opr-idx > WS-OPR-TABLE-CNT
               MOVE WS-OPR-ID-TBL (ws-opr-idx) TO OPM-OPERATOR-ID
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
       END-IF.

       WRITE-SIGNON-AUDIT.
       ACCEPT ws-audit-time FROM TIME.
       OPEN EXTEND AUDIT-FILE.
       IF ws-audit-status = "35"
           OPEN OUTPUT AUDIT-FILE
       END-IF.
       MOVE SGN-RUN-DATE TO AUD-RUN-DATE.
       MOVE ws-audit-time TO AUD-RUN-TIME.
       MOVE SGN-OPERATOR-ID TO AUD-OPERATOR-ID.
       MOVE ws-audit-response TO AUD-RESPONSE.
       MOVE ws-audit-return TO AUD-RETURN-STATUS.
       MOVE ws-audit-run-type TO AUD-RUN-TYPE.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.
