           SELECT MSG-FILE ASSIGN TO "MSGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-msg-status.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-status.
           SELECT HAND-FILE ASSIGN TO "HANDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hand-status.
           SELECT SUSPMST-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-suspmst-status.
           SELECT XMITLOG-FILE ASSIGN TO "XMITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-xmitlog-status.
           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pend-status.
           SELECT DEADL-FILE ASSIGN TO "STGDEADL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dln-status.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY EXCPREC.
       FD  MSG-FILE.
       COPY MSGREC.
       FD  CAL-FILE.
       COPY CALREC.
       FD  PARM-FILE.
       COPY EXCMREC.
       FD  HAND-FILE.
       01  hand-line                   PIC X(80).
       FD  SUSPMST-FILE.
       COPY SUSMREC.
       FD  XMITLOG-FILE.
       COPY XMTLREC.
       FD  PEND-FILE.
       COPY PENDREC.
       FD  DEADL-FILE.
       COPY DEADREC.
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       COPY SIGNCOM.
       77 ws-audit-status pic xx.
       77 ws-audit-run-type pic x(5) value "STOP".
       77 ws-operator-id pic x(8) value spaces.
       77 ws-machine-date pic 9(8) value 0.
       77 ws-clean-stop pic x value "N".
           88 ws-clean-stop-found VALUE "Y".
       77 ws-cal-status pic xx.
       77 ws-cal-business pic x value "N".
           88 ws-cal-is-business VALUE "Y".
       77 ws-cal-date-seen pic x value "N".
           88 ws-cal-date-found VALUE "Y".
       01 ws-cal-table.
           05 ws-cal-bus-date OCCURS 400 TIMES pic 9(8).
       77 ws-cal-count pic 9(3) value 0.
       77 ws-cal-idx pic 9(3).
       77 ws-age-from-date pic 9(8).
       77 ws-age-days pic 9(3).
       77 ws-suspmst-status pic xx.
       77 ws-susp-days pic 9(3) value 5.
       77 ws-susp-aged-count pic 9(5) value 0.
       77 ws-xmitlog-status pic xx.
       77 ws-xmit-unacked-count pic 9(5) value 0.
       77 ws-pend-status pic xx.
       77 ws-pend-days pic 9(3) value 3.
       77 ws-pend-expired-count pic 9(3) value 0.
       77 ws-pend-waiting-count pic 9(3) value 0.
       77 ws-pend-load-flag pic x value "N".
           88 ws-pend-loaded VALUE "Y".
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
               10 ws-pend-expired-tbl pic x.
       77 ws-pend-count pic 9(3) value 0.
       77 ws-pend-max pic 9(3) value 999.
       77 ws-pend-idx pic 9(3).
       77 ws-num-in pic x(3) value spaces.
       77 ws-num-work pic 9(3) value 0.
       77 ws-num-ok pic x value "N".
           88 ws-number-valid VALUE "Y".
       77 ws-num-idx pic 9(2).
       01 ws-digit.
           05 ws-digit-x pic x.
       01 ws-digit-n REDEFINES ws-digit.
           05 ws-digit-9 pic 9.
       77 ws-chkpt-status pic xx.
       77 ws-run-shift pic x(4) value spaces.
       77 ws-dln-status pic xx.
       01 ws-dln-table.
           05 ws-dln-entry OCCURS 20 TIMES.
               10 ws-dln-stage-tbl pic x(8).
               10 ws-dln-shift-tbl pic x(4).
               10 ws-dln-time-tbl pic 9(4).
               10 ws-dln-checked-tbl pic x.
       77 ws-dln-count pic 9(2) value 0.
       77 ws-dln-idx pic 9(2).
       77 ws-dln-match-idx pic 9(2).
       77 ws-dln-stage pic x(8).
       77 ws-dln-done-hhmm pic x(4).
       01 ws-dln-due.
           05 ws-dln-due-hh pic 9(2).
           05 ws-dln-due-mn pic 9(2).
       77 ws-late-count pic 9(2) value 0.
       77 ws-excp-status pic xx.
       77 ws-excp-open pic x value "N".
           88 ws-excp-is-open VALUE "Y".
       77 ws-recon-ckp pic x value "N".
       77 ws-reports-ckp pic x value "N".
       77 ws-summary-ckp pic x value "N".
       77 ws-posting-ckp pic x value "N".
       77 ws-transmit-ckp pic x value "N".
       77 ws-missing-flag pic x value "N".
           88 ws-stage-missing VALUE "Y".
       77 ws-exc-type pic x(8).
       77 ws-exc-key-date pic 9(8).
       77 ws-exc-detail pic x(20).
       77 ws-msg-status pic xx.
       77 ws-msg-count pic 9(2) value 0.
       77 ws-msg-idx pic 9(2).
           05 ws-hel-key-date pic 9(8).
           05 filler pic x(2) value spaces.
           05 ws-hel-detail pic x(20).
       01 ws-hnd-pend-head.
           05 filler pic x value space.
           05 filler pic x(8) value "CHANGE".
           05 filler pic x(6) value "MSTR".
           05 filler pic x(12) value "KEY".
           05 filler pic x(5) value "ACT".
           05 filler pic x(10) value "MAKER".
           05 filler pic x(8) value "MADE".
       01 ws-hnd-pend-line.
           05 filler pic x value space.
           05 ws-hpl-change-no pic 9(6).
           05 filler pic x(2) value spaces.
           05 ws-hpl-master pic x(4).
           05 filler pic x(2) value spaces.
           05 ws-hpl-key pic x(10).
           05 filler pic x(2) value spaces.
           05 ws-hpl-action pic x.
           05 filler pic x(4) value spaces.
           05 ws-hpl-maker pic x(8).
           05 filler pic x(2) value spaces.
           05 ws-hpl-made-date pic 9(8).
       01 ws-hnd-rc-line.
           05 filler pic x value space.
           05 filler pic x(23) value "CLOSE-OUT RETURN CODE:".
       MOVE "EOD1" TO WS-HDR-SHIFT-ID.
       PERFORM LOAD-MESSAGES.
       PERFORM LOAD-RUN-PARMS.
       PERFORM GET-VALID-OPERATOR.
       PERFORM APPLY-PROC-DATE.
       PERFORM LOAD-CALENDAR.
       PERFORM LOAD-DEADLINES.
       PERFORM LOAD-EXCP-MASTER.
       PERFORM OPEN-EXCEPTION-FILE.
       PERFORM RECONCILE-AUDIT-LOG.
       PERFORM VERIFY-STAGE-CHECKPOINTS.
       PERFORM CHECK-AGED-SUSPENSE.
       PERFORM CHECK-TRANSMISSION-ACKS.
       PERFORM EXPIRE-PENDING-CHANGES.
       DISPLAY "Operator ID: " ws-operator-id.
       DISPLAY WS-HDR-COMPANY-ID " shift " WS-HDR-SHIFT-ID
           " - run date " WS-HDR-RUN-DATE " time " WS-HDR-RUN-TIME.

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
           MOVE "LOCK" TO ws-audit-run-type
           PERFORM WRITE-AUDIT-STOP-RECORD
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

       LOAD-RUN-PARMS.
       OPEN INPUT PARM-FILE.
                           MOVE PRM-VALUE TO ws-parm-proc-date
                           SET ws-proc-date-given TO TRUE
                       END-IF
                       IF PRM-KEYWORD = "SUSPDAYS"
                           PERFORM APPLY-SUSP-DAYS
                       END-IF
                       IF PRM-KEYWORD = "PENDDAYS"
                           PERFORM APPLY-PEND-DAYS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARM-FILE
       END-IF.

      *    An unusable limit is reported and the default kept, so
      *    a bad parameter never stops the close-out.
       APPLY-SUSP-DAYS.
       MOVE PRM-VALUE TO ws-num-in.
       PERFORM VALUE-TO-NUMBER.
       IF ws-number-valid AND PRM-VALUE (4:5) = SPACES
           MOVE ws-num-work TO ws-susp-days
       ELSE
           DISPLAY "Suspense age limit '" PRM-VALUE "' is not a "
               "number of days - using " ws-susp-days "."
       END-IF.

       APPLY-PEND-DAYS.
       MOVE PRM-VALUE TO ws-num-in.
       PERFORM VALUE-TO-NUMBER.
       IF ws-number-valid AND PRM-VALUE (4:5) = SPACES
           MOVE ws-num-work TO ws-pend-days
       ELSE
           DISPLAY "Pending change age limit '" PRM-VALUE "' is not "
               "a number of days - using " ws-pend-days "."
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

      *    A catch-up close-out reconciles a prior business date
      *    lost to an outage under the same rules as the start-of-
      *    day catch-up run: supervisor only, never a future date,
                       IF CAL-DATE = WS-HDR-RUN-DATE
                           SET ws-cal-date-found TO TRUE
                           MOVE CAL-BUS-DAY-FLAG TO ws-cal-business
                           MOVE CAL-SHIFT-ID TO ws-run-shift
                           MOVE CAL-NEXT-BUS-DATE
                               TO WS-HDR-NEXT-BUS-DATE
                       END-IF
                               AND CAL-DATE = WS-HDR-NEXT-BUS-DATE
                           MOVE CAL-SHIFT-ID TO ws-next-shift
                       END-IF
                       IF CAL-BUSINESS-DAY AND ws-cal-count < 400
                           ADD 1 TO ws-cal-count
                           MOVE CAL-DATE
                               TO ws-cal-bus-date (ws-cal-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAL-FILE
       END-IF.

       RECONCILE-AUDIT-LOG.
       OPEN INPUT AUDIT-FILE.
       IF ws-audit-status = "00"
                   NOT AT END
                       IF CKP-RUN-DATE = WS-HDR-RUN-DATE
                           PERFORM CAPTURE-TIMELINE-ENTRY
                           PERFORM CHECK-STAGE-DEADLINE
                           EVALUATE CKP-STAGE
                               WHEN "GREET"
                                   MOVE "Y" TO ws-greet-ckp
                                   MOVE "Y" TO ws-reports-ckp
                               WHEN "SUMMARY"
                                   MOVE "Y" TO ws-summary-ckp
                               WHEN "POSTING"
                                   MOVE "Y" TO ws-posting-ckp
                               WHEN "TRANSMIT"
                                   MOVE "Y" TO ws-transmit-ckp
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHKPT-FILE
           IF ws-late-count > 0
               DISPLAY "WARNING: " ws-late-count " stage(s) "
                   "finished after their deadline today."
           END-IF
       ELSE
           DISPLAY "Checkpoint file unavailable - status "
               ws-chkpt-status
               MOVE "SUMMARY" TO ws-exc-detail
               PERFORM REPORT-MISSING-STAGE
           END-IF
           IF ws-posting-ckp = "N"
               MOVE "POSTING" TO ws-exc-detail
               PERFORM REPORT-MISSING-STAGE
           END-IF
           IF ws-transmit-ckp = "N"
               MOVE "TRANSMIT" TO ws-exc-detail
               PERFORM REPORT-MISSING-STAGE
           END-IF
       END-IF.

      *    A suspense item nobody has disposed of within the age
      *    limit is raised once; the exception master keeps it from
      *    being raised again each night until it is resolved.
      *    Items already released for recycle are waiting on the
      *    extract, not on the operator, and are not aged.
       CHECK-AGED-SUSPENSE.
       OPEN INPUT SUSPMST-FILE.
       EVALUATE ws-suspmst-status
           WHEN "00"
               PERFORM UNTIL ws-suspmst-status = "10"
                   READ SUSPMST-FILE
                       AT END
                           MOVE "10" TO ws-suspmst-status
                       NOT AT END
                           IF SSM-OPEN
                               PERFORM CHECK-ONE-SUSPENSE-AGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPMST-FILE
               IF ws-susp-aged-count > 0
                   DISPLAY "WARNING: " ws-susp-aged-count
                       " suspense item(s) open more than "
                       ws-susp-days " business days."
               END-IF
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "Suspense master unavailable - status "
                   ws-suspmst-status " - suspense ages not checked."
       END-EVALUATE.

       CHECK-ONE-SUSPENSE-AGE.
       MOVE SSM-SUSP-DATE TO ws-age-from-date.
       PERFORM COMPUTE-BUSINESS-AGE.
       IF ws-age-days > ws-susp-days
           ADD 1 TO ws-susp-aged-count
           MOVE "SUSPAGED" TO ws-exc-type
           MOVE SSM-SUSP-DATE TO ws-exc-key-date
           MOVE SPACES TO ws-exc-detail
           STRING SSM-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SSM-REASON DELIMITED BY SIZE
               INTO ws-exc-detail
           END-STRING
           PERFORM WRITE-EXCEPTION
       END-IF.

      *    Partners acknowledge a transmission the morning after it
      *    is sent, so an original send of an earlier business date
      *    still pending is overdue. A mismatched acknowledgment is
      *    raised whatever its date. Resends share the sequence
      *    number and are marked with it, so only originals are
      *    checked.
       CHECK-TRANSMISSION-ACKS.
       OPEN INPUT XMITLOG-FILE.
       EVALUATE ws-xmitlog-status
           WHEN "00"
               PERFORM UNTIL ws-xmitlog-status = "10"
                   READ XMITLOG-FILE
                       AT END
                           MOVE "10" TO ws-xmitlog-status
                       NOT AT END
                           IF XML-ORIGINAL-SEND
                               PERFORM CHECK-ONE-TRANSMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XMITLOG-FILE
               IF ws-xmit-unacked-count > 0
                   DISPLAY "WARNING: " ws-xmit-unacked-count
                       " partner transmission(s) unacknowledged "
                       "or mismatched."
               END-IF
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "Transmission log unavailable - status "
                   ws-xmitlog-status " - acknowledgments not checked."
       END-EVALUATE.

       CHECK-ONE-TRANSMISSION.
       MOVE SPACES TO ws-exc-detail.
       IF XML-ACK-MISMATCH
           STRING "SEQ " DELIMITED BY SIZE
               XML-SEQ-NO DELIMITED BY SIZE
               " MISMATCH" DELIMITED BY SIZE
               INTO ws-exc-detail
           END-STRING
       ELSE
           IF XML-ACK-PENDING
                   AND XML-BUS-DATE < WS-HDR-RUN-DATE
               STRING "SEQ " DELIMITED BY SIZE
                   XML-SEQ-NO DELIMITED BY SIZE
                   " NO ACK" DELIMITED BY SIZE
                   INTO ws-exc-detail
               END-STRING
           END-IF
       END-IF.
       IF ws-exc-detail NOT = SPACES
           ADD 1 TO ws-xmit-unacked-count
           MOVE "XMITACK" TO ws-exc-type
           MOVE XML-BUS-DATE TO ws-exc-key-date
           PERFORM WRITE-EXCEPTION
       END-IF.

      *    A master change nobody has approved within the age
      *    limit expires rather than waiting indefinitely; the
      *    maker must raise it again if it is still wanted. The
      *    file is rewritten only when something expired, and is
      *    never rewritten from a partial load.
       EXPIRE-PENDING-CHANGES.
       OPEN INPUT PEND-FILE.
       EVALUATE ws-pend-status
           WHEN "00"
               SET ws-pend-loaded TO TRUE
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
               CONTINUE
           WHEN OTHER
               DISPLAY "Pending-changes file unavailable - status "
                   ws-pend-status " - pending changes not checked."
       END-EVALUATE.
       IF ws-pend-loaded
           PERFORM VARYING ws-pend-idx FROM 1 BY 1
                   UNTIL ws-pend-idx > ws-pend-count
               IF ws-pend-status-tbl (ws-pend-idx) = "P"
                   PERFORM CHECK-ONE-PENDING-AGE
               END-IF
           END-PERFORM
           IF ws-pend-expired-count > 0
               PERFORM REWRITE-PENDING-FILE
           END-IF
           IF ws-pend-waiting-count > 0
               DISPLAY ws-pend-waiting-count " master change(s) "
                   "still awaiting approval."
           END-IF
       END-IF.

       LOAD-ONE-PENDING-CHANGE.
       IF ws-pend-count = ws-pend-max
           DISPLAY "Pending-changes file exceeds " ws-pend-max
               " changes - pending changes not checked."
           MOVE "N" TO ws-pend-load-flag
           MOVE "10" TO ws-pend-status
       ELSE
           ADD 1 TO ws-pend-count
           MOVE PND-CHANGE-NO TO ws-pend-no-tbl (ws-pend-count)
           MOVE PND-MASTER TO ws-pend-master-tbl (ws-pend-count)
           MOVE PND-KEY TO ws-pend-key-tbl (ws-pend-count)
           MOVE PND-ACTION TO ws-pend-action-tbl (ws-pend-count)
           MOVE PND-NEW-FLAG TO ws-pend-flag-tbl (ws-pend-count)
           MOVE PND-NEW-SHIFT TO ws-pend-shift-tbl (ws-pend-count)
           MOVE PND-MAKER TO ws-pend-maker-tbl (ws-pend-count)
           MOVE PND-MADE-DATE
               TO ws-pend-made-date-tbl (ws-pend-count)
           MOVE PND-MADE-TIME
               TO ws-pend-made-time-tbl (ws-pend-count)
           MOVE PND-STATUS TO ws-pend-status-tbl (ws-pend-count)
           MOVE PND-CHECKER TO ws-pend-checker-tbl (ws-pend-count)
           MOVE PND-DECIDED-DATE
               TO ws-pend-decided-tbl (ws-pend-count)
           MOVE PND-REASON TO ws-pend-reason-tbl (ws-pend-count)
           MOVE "N" TO ws-pend-expired-tbl (ws-pend-count)
       END-IF.

       CHECK-ONE-PENDING-AGE.
       MOVE ws-pend-made-date-tbl (ws-pend-idx) TO ws-age-from-date.
       PERFORM COMPUTE-BUSINESS-AGE.
       IF ws-age-days > ws-pend-days
           MOVE "E" TO ws-pend-status-tbl (ws-pend-idx)
           MOVE WS-HDR-RUN-DATE TO ws-pend-decided-tbl (ws-pend-idx)
           MOVE "EXPIRED UNAPPROVED" TO ws-pend-reason-tbl (ws-pend-idx)
           MOVE "Y" TO ws-pend-expired-tbl (ws-pend-idx)
           ADD 1 TO ws-pend-expired-count
           DISPLAY "Change " ws-pend-no-tbl (ws-pend-idx) " by "
               ws-pend-maker-tbl (ws-pend-idx) " expired - not "
               "approved within " ws-pend-days " business days."
       ELSE
           ADD 1 TO ws-pend-waiting-count
       END-IF.

      *    Each expiry is audited under the maker, with the same
      *    CHGMK type CHGAPPR uses for an approval or decline.
       REWRITE-PENDING-FILE.
       OPEN OUTPUT PEND-FILE.
       IF ws-pend-status NOT = "00"
           DISPLAY "Cannot rewrite pending-changes file - status "
               ws-pend-status " - expiries not recorded."
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
           PERFORM VARYING ws-pend-idx FROM 1 BY 1
                   UNTIL ws-pend-idx > ws-pend-count
               IF ws-pend-expired-tbl (ws-pend-idx) = "Y"
                   PERFORM WRITE-EXPIRY-AUDIT
               END-IF
           END-PERFORM
       END-IF.

       WRITE-EXPIRY-AUDIT.
       OPEN EXTEND AUDIT-FILE.
       IF ws-audit-status = "35"
           OPEN OUTPUT AUDIT-FILE
       END-IF.
       MOVE WS-HDR-RUN-DATE TO AUD-RUN-DATE.
       MOVE WS-HDR-RUN-TIME TO AUD-RUN-TIME.
       MOVE ws-pend-maker-tbl (ws-pend-idx) TO AUD-OPERATOR-ID.
       MOVE "E" TO AUD-RESPONSE.
       MOVE 0 TO AUD-RETURN-STATUS.
       MOVE "CHGMK" TO AUD-RUN-TYPE.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.

      *    Count business days on the calendar strictly after the
      *    given date, up to and including the run date.
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

      *    Older checkpoint records carry no completion time; they
      *    show on the handover timeline with the time blank.
       CAPTURE-TIMELINE-ENTRY.
           END-IF
       END-IF.

       LOAD-DEADLINES.
       OPEN INPUT DEADL-FILE.
       IF ws-dln-status NOT = "00"
           DISPLAY "Stage deadline table unavailable - status "
               ws-dln-status " - completion times not checked."
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
               MOVE "N" TO ws-dln-checked-tbl (ws-dln-count)
           ELSE
               DISPLAY "Stage deadline table full - " DLN-STAGE
                   " " DLN-SHIFT-ID " ignored."
           END-IF
       END-IF.

      *    A deadline kept for the day's shift wins over the stage's
      *    all-shift deadline, wherever each sits in the file.
       FIND-STAGE-DEADLINE.
       MOVE 0 TO ws-dln-match-idx.
       PERFORM VARYING ws-dln-idx FROM 1 BY 1
               UNTIL ws-dln-idx > ws-dln-count
           IF ws-dln-stage-tbl (ws-dln-idx) = ws-dln-stage
               IF ws-dln-shift-tbl (ws-dln-idx) = ws-run-shift
                   MOVE ws-dln-idx TO ws-dln-match-idx
               ELSE
                   IF ws-dln-shift-tbl (ws-dln-idx) = SPACES
                           AND ws-dln-match-idx = 0
                       MOVE ws-dln-idx TO ws-dln-match-idx
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

      *    Only a stage's first completion of the day is held to
      *    its deadline; a rerun later in the day is not raised
      *    again. A catch-up close-out is not checked at all, as
      *    its stages ran on a later day than the date processed.
       CHECK-STAGE-DEADLINE.
       IF NOT ws-catchup-run AND CKP-RUN-TIME IS NUMERIC
           MOVE CKP-STAGE TO ws-dln-stage
           PERFORM FIND-STAGE-DEADLINE
           IF ws-dln-match-idx > 0
               IF ws-dln-checked-tbl (ws-dln-match-idx) = "N"
                   MOVE "Y" TO ws-dln-checked-tbl (ws-dln-match-idx)
                   MOVE CKP-RUN-TIME (1:4) TO ws-dln-done-hhmm
                   MOVE ws-dln-time-tbl (ws-dln-match-idx)
                       TO ws-dln-due
                   IF ws-dln-done-hhmm > ws-dln-due
                       PERFORM REPORT-LATE-STAGE
                   END-IF
               END-IF
           END-IF
       END-IF.

       REPORT-LATE-STAGE.
       ADD 1 TO ws-late-count.
       DISPLAY "WARNING: stage " CKP-STAGE " finished at "
           ws-dln-done-hhmm (1:2) ":" ws-dln-done-hhmm (3:2)
           " - deadline " ws-dln-due-hh ":" ws-dln-due-mn ".".
       MOVE "LATESTG" TO ws-exc-type.
       MOVE WS-HDR-RUN-DATE TO ws-exc-key-date.
       MOVE SPACES TO ws-exc-detail.
       STRING CKP-STAGE DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           ws-dln-done-hhmm DELIMITED BY SIZE
           " > " DELIMITED BY SIZE
           ws-dln-due DELIMITED BY SIZE
           INTO ws-exc-detail
       END-STRING.
       PERFORM WRITE-EXCEPTION.

       REPORT-MISSING-STAGE.
       DISPLAY "WARNING: stage " ws-exc-detail " was not "
           "checkpointed today.".
                       AFTER ADVANCING 1 LINE
               END-PERFORM
           END-IF
           PERFORM LIST-PENDING-CHANGES
           MOVE RETURN-CODE TO ws-hrc-code
           WRITE hand-line FROM ws-hnd-rc-line
               AFTER ADVANCING 2 LINES
           MOVE "SUMMARY" TO ws-hml-stage
           PERFORM WRITE-MISSING-LINE
       END-IF.
       IF ws-posting-ckp = "N"
           MOVE "POSTING" TO ws-hml-stage
           PERFORM WRITE-MISSING-LINE
       END-IF.
       IF ws-transmit-ckp = "N"
           MOVE "TRANSMIT" TO ws-hml-stage
           PERFORM WRITE-MISSING-LINE
       END-IF.
       IF ws-missing-listed = 0
           MOVE " ALL STAGES CHECKPOINTED." TO hand-line
           WRITE hand-line AFTER ADVANCING 1 LINE
       END-IF.

      *    Changes still waiting for a second supervisor are handed
      *    over so the incoming shift can chase the approval.
       LIST-PENDING-CHANGES.
       MOVE " CHANGES AWAITING APPROVAL" TO hand-line.
       WRITE hand-line AFTER ADVANCING 2 LINES.
       IF ws-pend-waiting-count = 0
           MOVE " NONE." TO hand-line
           WRITE hand-line AFTER ADVANCING 1 LINE
       ELSE
           WRITE hand-line FROM ws-hnd-pend-head
               AFTER ADVANCING 1 LINE
           PERFORM VARYING ws-pend-idx FROM 1 BY 1
                   UNTIL ws-pend-idx > ws-pend-count
               IF ws-pend-status-tbl (ws-pend-idx) = "P"
                   MOVE ws-pend-no-tbl (ws-pend-idx)
                       TO ws-hpl-change-no
                   MOVE ws-pend-master-tbl (ws-pend-idx)
                       TO ws-hpl-master
                   MOVE ws-pend-key-tbl (ws-pend-idx) TO ws-hpl-key
                   MOVE ws-pend-action-tbl (ws-pend-idx)
                       TO ws-hpl-action
                   MOVE ws-pend-maker-tbl (ws-pend-idx)
                       TO ws-hpl-maker
                   MOVE ws-pend-made-date-tbl (ws-pend-idx)
                       TO ws-hpl-made-date
                   WRITE hand-line FROM ws-hnd-pend-line
                       AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
       END-IF.

       WRITE-MISSING-LINE.
       ADD 1 TO ws-missing-listed.
       WRITE hand-line FROM ws-hnd-missing-line
