           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-status.
           SELECT PEND-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pend-status.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
       FILE SECTION.
       FD  CAL-FILE.
       COPY CALREC.
       FD  PEND-FILE.
       COPY PENDREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       COPY SIGNCOM.
       77 ws-cal-status pic xx.
       77 ws-audit-status pic xx.
       77 ws-pend-status pic xx.
       77 ws-pend-last-no pic 9(6) value 0.
       77 ws-pend-dup-no pic 9(6) value 0.
       77 ws-pend-flag pic x value "N".
           88 ws-pend-unavailable VALUE "Y".
       77 ws-pend-key pic x(10).
       77 ws-pend-new-flag pic x.
       77 ws-pend-new-shift pic x(4).
       77 ws-officer-id pic x(8) value spaces.
       77 ws-officer-valid pic x value "N".
           88 ws-officer-is-valid VALUE "Y".
       77 ws-officer-retry-count pic 9(2) value 0.
       01 ws-cal-table.
           05 ws-cal-entry OCCURS 1200 TIMES.
               10 ws-cal-date-tbl pic 9(8).
       ACCEPT WS-HDR-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       MOVE "SECM" TO WS-HDR-SHIFT-ID.
       PERFORM GET-VALID-OFFICER.
       PERFORM LOAD-CALENDAR-TABLE.
       DISPLAY WS-HDR-COMPANY-ID " BUSINESS CALENDAR MAINTENANCE "

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
       DISPLAY " G. Generate a year of calendar records".
       DISPLAY " H. Mark a holiday (needs approval)".
       DISPLAY " F. Flip a date's business-day flag (needs approval)".
       DISPLAY " S. Set a date's shift ID".
       DISPLAY " L. List calendar records from a date".
       DISPLAY " X. Validate, save, and exit".
       MOVE "G" TO ws-action-taken.
       PERFORM WRITE-MAINT-AUDIT.

      *    A holiday or a business-day flip needs a second
      *    supervisor, so it is queued on the pending-changes file
      *    for CHGAPPR and the calendar is left as it is.
       MARK-HOLIDAY.
       DISPLAY "Holiday date (CCYYMMDD): " WITH NO ADVANCING.
       ACCEPT ws-date-in.
       IF ws-target-idx = 0
           DISPLAY "Date " ws-date-in " is not on the calendar."
       ELSE
           IF ws-cal-flag-tbl (ws-target-idx) = "N"
                   AND ws-cal-shift-tbl (ws-target-idx) = "HOLI"
               DISPLAY "Date " ws-target-date " is already a "
                   "holiday - nothing to queue."
           ELSE
               MOVE "N" TO ws-pend-new-flag
               MOVE "HOLI" TO ws-pend-new-shift
               PERFORM QUEUE-PENDING-CHANGE
           END-IF
       END-IF.

       FLIP-BUS-FLAG.
           DISPLAY "Date " ws-date-in " is not on the calendar."
       ELSE
           IF ws-cal-flag-tbl (ws-target-idx) = "Y"
               MOVE "N" TO ws-pend-new-flag
           ELSE
               MOVE "Y" TO ws-pend-new-flag
           END-IF
           MOVE SPACES TO ws-pend-new-shift
           PERFORM QUEUE-PENDING-CHANGE
       END-IF.

      *    Only one change per date may wait at a time, so a
      *    checker never approves two contradictory requests.
       QUEUE-PENDING-CHANGE.
       MOVE ws-target-date TO ws-pend-key.
       PERFORM SCAN-PENDING-CHANGES.
       IF ws-pend-unavailable
           DISPLAY "Pending-changes file unavailable - status "
               ws-pend-status " - change not queued."
       ELSE
           IF ws-pend-dup-no > 0
               DISPLAY "Date " ws-target-date " already has change "
                   ws-pend-dup-no " awaiting approval."
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
                           IF PND-PENDING AND PND-CALENDAR-CHANGE
                                   AND PND-KEY = ws-pend-key
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
           SET PND-CALENDAR-CHANGE TO TRUE
           MOVE ws-pend-key TO PND-KEY
           MOVE ws-a TO PND-ACTION
           MOVE ws-pend-new-flag TO PND-NEW-FLAG
           MOVE ws-pend-new-shift TO PND-NEW-SHIFT
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
           MOVE "CALM" TO ws-audit-run-type
           DISPLAY "Change " ws-pend-last-no " queued for date "
               ws-target-date " - another supervisor must approve "
               "it."
       END-IF.

       SET-SHIFT-ID.
       DIVIDE ws-dow-work BY 7
           GIVING ws-dow-work REMAINDER ws-dow.

      *    Past dates stay on the file - the catch-up run and the
      *    exception aging both look back at them - but only for a
      *    400-day trailing window, matching the aging tables, so
