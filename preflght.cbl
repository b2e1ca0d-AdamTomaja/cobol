       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFLGHT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-oper-status.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-acct-status.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-status.
           SELECT MSG-FILE ASSIGN TO "MSGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-msg-status.
           SELECT TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-tran-status.
           SELECT SUSPMST-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-suspmst-status.
           SELECT HELD-FILE ASSIGN TO "HELDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-held-status.
           SELECT REPORT-FILE ASSIGN TO "PREFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE.
       COPY OPERREC.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  CAL-FILE.
       COPY CALREC.
       FD  MSG-FILE.
       COPY MSGREC.
       FD  TRAN-FILE.
       COPY TRANREC.
       01  tran-raw-record             PIC X(80).
       FD  SUSPMST-FILE.
       COPY SUSMREC.
       FD  HELD-FILE.
       COPY HELDREC.
       FD  REPORT-FILE.
       01  report-line                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       77 ws-oper-status pic xx.
       77 ws-acct-status pic xx.
       77 ws-cal-status pic xx.
       77 ws-msg-status pic xx.
       77 ws-tran-status pic xx.
       77 ws-suspmst-status pic xx.
       77 ws-held-status pic xx.
       77 ws-report-status pic xx.
       77 ws-worst-rc pic 9(2) value 0.
       77 ws-total-errors pic 9(5) value 0.
       77 ws-total-warnings pic 9(5) value 0.
      *    Capacities of the in-storage tables the batch programs
      *    load these files into; a warning is raised once a file
      *    reaches the headroom mark, an error once it no longer
      *    fits.
       77 ws-opr-capacity pic 9(4) value 50.
       77 ws-opr-headroom pic 9(4) value 45.
       77 ws-act-capacity pic 9(4) value 200.
       77 ws-act-headroom pic 9(4) value 180.
       77 ws-cal-capacity pic 9(4) value 1200.
       77 ws-cal-headroom pic 9(4) value 1080.
       77 ws-cal-bus-capacity pic 9(4) value 400.
       77 ws-msg-capacity pic 9(4) value 20.
       77 ws-msg-headroom pic 9(4) value 18.
       77 ws-smst-capacity pic 9(4) value 999.
       77 ws-smst-headroom pic 9(4) value 900.
       77 ws-hold-capacity pic 9(4) value 999.
       77 ws-hold-headroom pic 9(4) value 900.
      *    Disposed suspense and held items older than this many
      *    months fall away when EXTRACT next rewrites the masters,
      *    so they do not count against the tables.
       77 ws-retain-months pic 9(2) value 3.
       01 ws-retain-cutoff-date.
           05 ws-rc-ccyy pic 9(4).
           05 ws-rc-mm pic 9(2).
           05 ws-rc-dd pic 9(2).
       01 ws-retain-cutoff REDEFINES ws-retain-cutoff-date pic 9(8).
       77 ws-items-kept pic 9(5) value 0.
       77 ws-future-days-min pic 9(4) value 10.
      *    Every message number a program looks up in MSGFILE.
       01 ws-required-msg-values.
           05 filler pic 9(3) value 001.
           05 filler pic 9(3) value 002.
           05 filler pic 9(3) value 003.
           05 filler pic 9(3) value 004.
       01 ws-required-msg-table REDEFINES ws-required-msg-values.
           05 ws-required-msg pic 9(3) OCCURS 4 TIMES.
       77 ws-required-msg-cnt pic 9(2) value 4.
       77 ws-req-idx pic 9(2).
       77 ws-cur-file pic x(8).
       77 ws-file-read pic 9(5) value 0.
       77 ws-file-errors pic 9(5) value 0.
       77 ws-file-warnings pic 9(5) value 0.
       77 ws-file-listed pic 9(3) value 0.
       77 ws-file-unlisted pic 9(5) value 0.
       77 ws-list-limit pic 9(3) value 25.
       77 ws-fnd-sev pic x.
       77 ws-fnd-key pic x(10).
       77 ws-fnd-text pic x(44).
       01 ws-opr-id-table.
           05 ws-opr-id-seen OCCURS 200 TIMES pic x(8).
       77 ws-opr-id-count pic 9(3) value 0.
       77 ws-opr-idx pic 9(3).
       77 ws-opr-supv-count pic 9(3) value 0.
       77 ws-opr-sched-count pic 9(3) value 0.
       01 ws-act-id-table.
           05 ws-act-id-seen OCCURS 999 TIMES pic x(10).
       77 ws-act-id-count pic 9(3) value 0.
       77 ws-act-idx pic 9(3).
       01 ws-cal-table.
           05 ws-cal-entry OCCURS 2000 TIMES.
               10 ws-cal-date-tbl pic 9(8).
               10 ws-cal-flag-tbl pic x.
               10 ws-cal-next-tbl pic 9(8).
               10 ws-cal-valid-tbl pic x.
       77 ws-cal-count pic 9(4) value 0.
       77 ws-cal-idx pic 9(4).
       77 ws-cal-scan-idx pic 9(4).
       77 ws-cal-over pic x value "N".
           88 ws-cal-overflowed VALUE "Y".
       77 ws-cal-prev-date pic 9(8) value 0.
       77 ws-cal-expected pic 9(8).
       77 ws-cal-window-count pic 9(5) value 0.
       77 ws-cal-bus-to-date pic 9(5) value 0.
       77 ws-cal-future-bus pic 9(5) value 0.
       77 ws-history-cutoff pic 9(8) value 0.
       77 ws-today-seen pic x value "N".
           88 ws-today-on-calendar VALUE "Y".
       01 ws-msg-seen-table.
           05 ws-msg-seen OCCURS 999 TIMES pic x.
       77 ws-msg-num pic 9(3).
       77 ws-tran-bad-count pic 9(5) value 0.
       77 ws-tran-prev-date pic 9(8) value 0.
       77 ws-tran-bad-flag pic x value "N".
           88 ws-tran-is-bad VALUE "Y".
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
       77 ws-date-flag pic x value "N".
           88 ws-date-is-valid VALUE "Y".
       77 ws-edit-count pic z(4)9.
       77 ws-edit-limit pic z(3)9.
       01 ws-heading-1.
           05 filler pic x value space.
           05 ws-hd1-company pic x(10).
           05 filler pic x(3) value spaces.
           05 filler pic x(33) value
               "START-OF-DAY PRE-FLIGHT CHECK".
           05 filler pic x(9) value "RUN DATE ".
           05 ws-hd1-date pic 9(8).
       01 ws-file-heading.
           05 filler pic x value space.
           05 filler pic x(6) value "FILE  ".
           05 ws-fh-file pic x(8).
       01 ws-column-heading.
           05 filler pic x value space.
           05 filler pic x(5) value "SEV".
           05 filler pic x(11) value "KEY".
           05 filler pic x(44) value "FINDING".
       01 ws-finding-line.
           05 filler pic x value space.
           05 ws-fl-sev pic x(5).
           05 ws-fl-key pic x(10).
           05 filler pic x value space.
           05 ws-fl-text pic x(44).
       01 ws-file-total-line.
           05 filler pic x value space.
           05 filler pic x(9) value "RECORDS:".
           05 ws-ft-read pic zzzz9.
           05 filler pic x(10) value "  ERRORS:".
           05 ws-ft-errors pic zzzz9.
           05 filler pic x(12) value "  WARNINGS:".
           05 ws-ft-warnings pic zzzz9.
       01 ws-unlisted-line.
           05 filler pic x value space.
           05 ws-ul-count pic zzzz9.
           05 filler pic x(40) value
               " FURTHER FINDINGS NOT LISTED".
       01 ws-trailer-line.
           05 filler pic x value space.
           05 filler pic x(14) value "TOTAL ERRORS:".
           05 ws-tl-errors pic zzzz9.
           05 filler pic x(12) value "  WARNINGS:".
           05 ws-tl-warnings pic zzzz9.
           05 filler pic x(17) value "  RETURN CODE:".
           05 ws-tl-rc pic z9.
       PROCEDURE DIVISION.
       ACCEPT WS-HDR-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       MOVE "PRE1" TO WS-HDR-SHIFT-ID.
       DISPLAY "PREFLGHT: start-of-day pre-flight check running...".
       PERFORM OPEN-REPORT-FILE.
       PERFORM CHECK-OPERATOR-FILE.
       PERFORM CHECK-ACCOUNT-FILE.
       PERFORM CHECK-CALENDAR-FILE.
       PERFORM CHECK-MESSAGE-FILE.
       PERFORM CHECK-TRANSACTION-FILE.
       PERFORM COMPUTE-RETENTION-CUTOFF.
       PERFORM CHECK-SUSPENSE-MASTER.
       PERFORM CHECK-HELD-MASTER.
       PERFORM WRITE-REPORT-TRAILER.
       CLOSE REPORT-FILE.
       DISPLAY "PREFLGHT: errors " ws-total-errors
           " - warnings " ws-total-warnings.
       EVALUATE ws-worst-rc
           WHEN 0
               DISPLAY "PREFLGHT: all files passed - the batch "
                   "window may proceed."
           WHEN 4
               DISPLAY "PREFLGHT: warnings raised - the batch "
                   "window may proceed; see PREFRPT."
           WHEN OTHER
               DISPLAY "PREFLGHT: *** INTEGRITY ERRORS - THE BATCH "
                   "WINDOW MUST NOT START; SEE PREFRPT ***"
       END-EVALUATE.
       MOVE ws-worst-rc TO RETURN-CODE.
       STOP RUN.

       OPEN-REPORT-FILE.
       OPEN OUTPUT REPORT-FILE.
       IF ws-report-status NOT = "00"
           DISPLAY "PREFLGHT: cannot open integrity report - status "
               ws-report-status
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE WS-HDR-COMPANY-ID TO ws-hd1-company.
       MOVE WS-HDR-RUN-DATE TO ws-hd1-date.
       WRITE report-line FROM ws-heading-1
           AFTER ADVANCING 1 LINE.

      *    The operator master is appended to by OPRMAINT and
      *    OPRBATCH, so it is in no key order; only uniqueness is
      *    checked. Password fields left blank by the older record
      *    layout load as no password, which SIGNON refuses, so an
      *    active password ID without one is an error.
       CHECK-OPERATOR-FILE.
       MOVE "OPERFILE" TO ws-cur-file.
       PERFORM BEGIN-FILE-SECTION.
       OPEN INPUT OPER-FILE.
       IF ws-oper-status NOT = "00"
           MOVE SPACES TO ws-fnd-key
           MOVE SPACES TO ws-fnd-text
           STRING "OPERATOR MASTER UNAVAILABLE - STATUS "
               DELIMITED BY SIZE
               ws-oper-status DELIMITED BY SIZE
               INTO ws-fnd-text
           END-STRING
           PERFORM RAISE-ERROR
       ELSE
           PERFORM UNTIL ws-oper-status = "10"
               READ OPER-FILE
                   AT END
                       MOVE "10" TO ws-oper-status
                   NOT AT END
                       ADD 1 TO ws-file-read
                       PERFORM CHECK-ONE-OPERATOR
               END-READ
           END-PERFORM
           CLOSE OPER-FILE
           PERFORM CHECK-OPERATOR-TOTALS
       END-IF.
       PERFORM END-FILE-SECTION.

       CHECK-ONE-OPERATOR.
       MOVE OPM-OPERATOR-ID TO ws-fnd-key.
       IF OPM-OPERATOR-ID = SPACES
           MOVE "BLANK OPERATOR ID" TO ws-fnd-text
           PERFORM RAISE-ERROR
       ELSE
           PERFORM VARYING ws-opr-idx FROM 1 BY 1
                   UNTIL ws-opr-idx > ws-opr-id-count
               IF ws-opr-id-seen (ws-opr-idx) = OPM-OPERATOR-ID
                   MOVE "DUPLICATE OPERATOR ID" TO ws-fnd-text
                   PERFORM RAISE-ERROR
               END-IF
           END-PERFORM
           IF ws-opr-id-count < 200
               ADD 1 TO ws-opr-id-count
               MOVE OPM-OPERATOR-ID TO ws-opr-id-seen (ws-opr-id-count)
           END-IF
       END-IF.
       IF NOT OPM-SUPERVISOR AND NOT OPM-OPERATOR
           MOVE "AUTHORIZATION LEVEL NOT S OR O" TO ws-fnd-text
           PERFORM RAISE-ERROR
       END-IF.
       IF NOT OPM-ACTIVE AND NOT OPM-SUSPENDED
           MOVE "STATUS NOT A OR S" TO ws-fnd-text
           PERFORM RAISE-ERROR
       END-IF.
       IF NOT OPM-PASSWORD-SIGNON AND NOT OPM-SCHEDULER-ID
           MOVE "SIGN-ON TYPE NOT P OR J" TO ws-fnd-text
           PERFORM RAISE-ERROR
       END-IF.
       IF OPM-PASSWORD-HASH IS NOT NUMERIC
               AND OPM-PASSWORD-HASH NOT = SPACES
           MOVE "PASSWORD HASH NOT NUMERIC" TO ws-fnd-text
           PERFORM RAISE-ERROR
       END-IF.
       IF OPM-PWD-CHANGED-DATE IS NOT NUMERIC
               AND OPM-PWD-CHANGED-DATE NOT = SPACES
           MOVE "PASSWORD CHANGED DATE NOT NUMERIC" TO ws-fnd-text
           PERFORM RAISE-ERROR
       END-IF.
       IF OPM-BAD-ATTEMPTS IS NOT NUMERIC
               AND OPM-BAD-ATTEMPTS NOT = SPACES
           MOVE "BAD-ATTEMPT COUNT NOT NUMERIC" TO ws-fnd-text
           PERFORM RAISE-ERROR
       END-IF.
       IF OPM-ACTIVE AND OPM-PASSWORD-SIGNON
           IF OPM-PASSWORD-HASH = SPACES
                   OR (OPM-PASSWORD-HASH IS NUMERIC
                       AND OPM-PASSWORD-HASH = 0)
               MOVE "ACTIVE ID HAS NO PASSWORD ISSUED" TO ws-fnd-text
               PERFORM RAISE-ERROR
           END-IF
       END-IF.
       IF OPM-ACTIVE
           IF OPM-SCHEDULER-ID
               ADD 1 TO ws-opr-sched-count
           ELSE
               IF OPM-SUPERVISOR
                   ADD 1 TO ws-opr-supv-count
               END-IF
           END-IF
       END-IF.

       CHECK-OPERATOR-TOTALS.
       MOVE SPACES TO ws-fnd-key.
       IF ws-file-read = 0
           MOVE "OPERATOR MASTER IS EMPTY" TO ws-fnd-text
           PERFORM RAISE-ERROR
       END-IF.
       IF ws-file-read > ws-opr-capacity
           MOVE ws-opr-capacity TO ws-edit-limit
           MOVE SPACES TO ws-fnd-text
           STRING "MORE OPERATORS THAN THE" DELIMITED BY SIZE
               ws-edit-limit DELIMITED BY SIZE
               " OPRTABLE HOLDS" DELIMITED BY SIZE
               INTO ws-fnd-text
           END-STRING
           PERFORM RAISE-ERROR
       ELSE
           IF ws-file-read NOT < ws-opr-headroom
               MOVE ws-opr-capacity TO ws-edit-limit
               MOVE SPACES TO ws-fnd-text
               STRING "OPRTABLE NEARLY FULL - HOLDS" DELIMITED BY SIZE
                   ws-edit-limit DELIMITED BY SIZE
                   INTO ws-fnd-text
               END-STRING
               PERFORM RAISE-WARNING
           END-IF
       END-IF.
       IF ws-file-read > 0 AND ws-opr-supv-count = 0
           MOVE "NO ACTIVE SUPERVISOR ON FILE" TO ws-fnd-text
           PERFORM RAISE-WARNING
       END-IF.
       IF ws-file-read > 0 AND ws-opr-sched-count = 0
           MOVE "NO ACTIVE SCHEDULER ID - NIGHTRUN CANNOT SIGN ON"
               TO ws-fnd-text
           PERFORM RAISE-WARNING
       END-IF.

      *    Like the operator master, the account master is kept in
      *    the order accounts were added, so only uniqueness is
      *    checked. A blank item limit is the older record layout
      *    and loads as no limit.
       CHECK-ACCOUNT-FILE.
       MOVE "ACCTFILE" TO ws-cur-file.
       PERFORM BEGIN-FILE-SECTION.
       OPEN INPUT ACCT-FILE.
       IF ws-acct-status NOT = "00"
           MOVE SPACES TO ws-fnd-key
           MOVE SPACES TO ws-fnd-text
           STRING "ACCOUNT MASTER UNAVAILABLE - STATUS "
               DELIMITED BY SIZE
               ws-acct-status DELIMITED BY SIZE
               INTO ws-fnd-text
           END-STRING
           PERFORM RAISE-ERROR
       ELSE
           PERFORM UNTIL ws-acct-status = "10"
               READ ACCT-FILE
                   AT END
                       MOVE "10" TO ws-acct-status
                   NOT AT END
                       ADD 1 TO ws-file-read
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE
           PERFORM CHECK-ACCOUNT-TOTALS
       END-IF.
       PERFORM END-FILE-SECTION.

       CHECK-ONE-ACCOUNT.
       MOVE ACM-ACCOUNT TO ws-fnd-key.
       IF ACM-ACCOUNT = SPACES
           MOVE "BLANK ACCOUNT NUMBER" TO ws-fnd-text
           PERFORM RAISE-ERROR
       ELSE
           PERFORM VARYING ws-act-idx FROM 1 BY 1
                   UNTIL ws-act-idx > ws-act-id-count
               IF ws-act-id-seen (ws-act-idx) = ACM-ACCOUNT
                   MOVE "DUPLICATE ACCOUNT NUMBER" TO ws-fnd-text
                   PERFORM RAISE-ERROR
               END-IF
           END-PERFORM
           IF ws-act-id-count < 999
               ADD 1 TO ws-act-id-count
               MOVE ACM-ACCOUNT TO ws-act-id-seen (ws-act-id-count)
           END-IF
       END-IF.
       IF NOT ACM-OPEN AND NOT ACM-CLOSED AND NOT ACM-FROZEN
               AND NOT ACM-DORMANT
           MOVE "STATUS NOT O, C, F OR D" TO ws-fnd-text
           PERFORM RAISE-ERROR
       END-IF.
       IF ACM-ITEM-LIMIT IS NOT NUMERIC
               AND ACM-ITEM-LIMIT NOT = SPACES
           MOVE "ITEM LIMIT NOT NUMERIC" TO ws-fnd-text
           PERFORM RAISE-ERROR
       END-IF.

       CHECK-ACCOUNT-TOTALS.
       MOVE SPACES TO ws-fnd-key.
       IF ws-file-read = 0
           MOVE "ACCOUNT MASTER IS EMPTY" TO ws-fnd-text
           PERFORM RAISE-WARNING
       END-IF.
       IF ws-file-read > ws-act-capacity
           MOVE ws-act-capacity TO ws-edit-limit
           MOVE SPACES TO ws-fnd-text
           STRING "MORE ACCOUNTS THAN THE" DELIMITED BY SIZE
               ws-edit-limit DELIMITED BY SIZE
               " ACCTABLE HOLDS" DELIMITED BY SIZE
               INTO ws-fnd-text
           END-STRING
           PERFORM RAISE-ERROR
       ELSE
           IF ws-file-read NOT < ws-act-headroom
               MOVE ws-act-capacity TO ws-edit-limit
               MOVE SPACES TO ws-fnd-text
               STRING "ACCTABLE NEARLY FULL - HOLDS" DELIMITED BY SIZE
                   ws-edit-limit DELIMITED BY SIZE
                   INTO ws-fnd-text
               END-STRING
               PERFORM RAISE-WARNING
           END-IF
       END-IF.

      *    The calendar must run one record per calendar day with
      *    no gap, and every next-business-date must name the first
      *    business day after its date - the same rules CALMAINT
      *    enforces on a save, checked here in case the file was
      *    changed by other means.
       CHECK-CALENDAR-FILE.
       MOVE "CALFILE" TO ws-cur-file.
       PERFORM BEGIN-FILE-SECTION.
       MOVE WS-HDR-RUN-DATE TO ws-work-date.
       PERFORM PREV-CALENDAR-DAY 400 TIMES.
       MOVE ws-work-date TO ws-history-cutoff.
       OPEN INPUT CAL-FILE.
       IF ws-cal-status NOT = "00"
           MOVE SPACES TO ws-fnd-key
           MOVE SPACES TO ws-fnd-text
           STRING "BUSINESS CALENDAR UNAVAILABLE - STATUS "
               DELIMITED BY SIZE
               ws-cal-status DELIMITED BY SIZE
               INTO ws-fnd-text
           END-STRING
           PERFORM RAISE-ERROR
       ELSE
           PERFORM UNTIL ws-cal-status = "10"
               READ CAL-FILE
                   AT END
                       MOVE "10" TO ws-cal-status
                   NOT AT END
                       ADD 1 TO ws-file-read
                       PERFORM CHECK-ONE-CAL-RECORD
               END-READ
           END-PERFORM
           CLOSE CAL-FILE
           IF ws-cal-overflowed
               MOVE SPACES TO ws-fnd-key
               MOVE "MORE THAN 2000 RECORDS - CHAIN NOT CHECKED"
                   TO ws-fnd-text
               PERFORM RAISE-ERROR
           ELSE
               PERFORM CHECK-NEXT-BUS-CHAIN
           END-IF
           PERFORM CHECK-CALENDAR-TOTALS
       END-IF.
       PERFORM END-FILE-SECTION.

       CHECK-ONE-CAL-RECORD.
       MOVE CAL-DATE TO ws-fnd-key.
       MOVE "N" TO ws-date-flag.
       IF CAL-DATE IS NUMERIC
           MOVE CAL-DATE TO ws-work-date
           PERFORM VALIDATE-WORK-DATE
       END-IF.
       IF NOT ws-date-is-valid
           MOVE "DATE NOT A VALID CCYYMMDD DATE" TO ws-fnd-text
           PERFORM RAISE-ERROR
       ELSE
           IF ws-cal-prev-date NOT = 0
               MOVE ws-cal-prev-date TO ws-work-date
               PERFORM NEXT-CALENDAR-DAY
               IF CAL-DATE NOT = ws-next-date
                   MOVE SPACES TO ws-fnd-text
                   STRING "GAP OR MISORDER - EXPECTED "
                       DELIMITED BY SIZE
                       ws-next-date DELIMITED BY SIZE
                       INTO ws-fnd-text
                   END-STRING
                   PERFORM RAISE-ERROR
               END-IF
           END-IF
           MOVE CAL-DATE TO ws-cal-prev-date
           IF CAL-DATE = WS-HDR-RUN-DATE
               SET ws-today-on-calendar TO TRUE
           END-IF
           IF CAL-DATE NOT < ws-history-cutoff
               ADD 1 TO ws-cal-window-count
           END-IF
           IF CAL-BUSINESS-DAY
               IF CAL-DATE NOT > WS-HDR-RUN-DATE
                   ADD 1 TO ws-cal-bus-to-date
               END-IF
               IF CAL-DATE NOT < WS-HDR-RUN-DATE
                   ADD 1 TO ws-cal-future-bus
               END-IF
           END-IF
       END-IF.
       IF CAL-BUS-DAY-FLAG NOT = "Y" AND CAL-BUS-DAY-FLAG NOT = "N"
           MOVE "BUSINESS-DAY FLAG NOT Y OR N" TO ws-fnd-text
           PERFORM RAISE-ERROR
       END-IF.
       IF CAL-NEXT-BUS-DATE IS NOT NUMERIC
           MOVE "NEXT-BUS-DATE NOT NUMERIC" TO ws-fnd-text
           PERFORM RAISE-ERROR
       END-IF.
       IF ws-cal-count = 2000
           SET ws-cal-overflowed TO TRUE
       ELSE
           ADD 1 TO ws-cal-count
           MOVE "N" TO ws-cal-valid-tbl (ws-cal-count)
           MOVE 0 TO ws-cal-date-tbl (ws-cal-count)
           MOVE 0 TO ws-cal-next-tbl (ws-cal-count)
           MOVE CAL-BUS-DAY-FLAG TO ws-cal-flag-tbl (ws-cal-count)
           IF ws-date-is-valid AND CAL-NEXT-BUS-DATE IS NUMERIC
               MOVE CAL-DATE TO ws-cal-date-tbl (ws-cal-count)
               MOVE CAL-NEXT-BUS-DATE TO ws-cal-next-tbl (ws-cal-count)
               MOVE "Y" TO ws-cal-valid-tbl (ws-cal-count)
           END-IF
       END-IF.

      *    The last records on the file have no later business day
      *    to point at; they need only point beyond their own date.
       CHECK-NEXT-BUS-CHAIN.
       PERFORM VARYING ws-cal-idx FROM 1 BY 1
               UNTIL ws-cal-idx > ws-cal-count
           IF ws-cal-valid-tbl (ws-cal-idx) = "Y"
               MOVE 0 TO ws-cal-expected
               PERFORM VARYING ws-cal-scan-idx FROM ws-cal-idx BY 1
                       UNTIL ws-cal-scan-idx = ws-cal-count
                       OR ws-cal-expected NOT = 0
                   IF ws-cal-flag-tbl (ws-cal-scan-idx + 1) = "Y"
                       MOVE ws-cal-date-tbl (ws-cal-scan-idx + 1)
                           TO ws-cal-expected
                   END-IF
               END-PERFORM
               MOVE ws-cal-date-tbl (ws-cal-idx) TO ws-fnd-key
               IF ws-cal-expected NOT = 0
                   IF ws-cal-next-tbl (ws-cal-idx)
                           NOT = ws-cal-expected
                       MOVE SPACES TO ws-fnd-text
                       STRING "NEXT-BUS-DATE SHOULD BE "
                           DELIMITED BY SIZE
                           ws-cal-expected DELIMITED BY SIZE
                           INTO ws-fnd-text
                       END-STRING
                       PERFORM RAISE-ERROR
                   END-IF
               ELSE
                   IF ws-cal-next-tbl (ws-cal-idx)
                           NOT > ws-cal-date-tbl (ws-cal-idx)
                       MOVE "NEXT-BUS-DATE NOT AFTER THE DATE"
                           TO ws-fnd-text
                       PERFORM RAISE-ERROR
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

      *    CALMAINT loads only the trailing 400-day history window,
      *    and the aging programs hold 400 business days counted
      *    from the start of the file, so those are the limits
      *    that matter.
       CHECK-CALENDAR-TOTALS.
       MOVE SPACES TO ws-fnd-key.
       IF NOT ws-today-on-calendar
           MOVE WS-HDR-RUN-DATE TO ws-fnd-key
           MOVE "RUN DATE IS NOT ON THE CALENDAR" TO ws-fnd-text
           PERFORM RAISE-ERROR
           MOVE SPACES TO ws-fnd-key
       END-IF.
       IF ws-cal-future-bus < ws-future-days-min
           MOVE ws-cal-future-bus TO ws-edit-count
           MOVE SPACES TO ws-fnd-text
           STRING "ONLY" DELIMITED BY SIZE
               ws-edit-count DELIMITED BY SIZE
               " BUSINESS DAYS REMAIN FROM TODAY"
               DELIMITED BY SIZE
               INTO ws-fnd-text
           END-STRING
           IF ws-cal-future-bus = 0
               PERFORM RAISE-ERROR
           ELSE
               PERFORM RAISE-WARNING
           END-IF
       END-IF.
       IF ws-cal-window-count > ws-cal-capacity
           MOVE ws-cal-capacity TO ws-edit-limit
           MOVE SPACES TO ws-fnd-text
           STRING "MORE THAN THE" DELIMITED BY SIZE
               ws-edit-limit DELIMITED BY SIZE
               " RECORDS CALMAINT HOLDS" DELIMITED BY SIZE
               INTO ws-fnd-text
           END-STRING
           PERFORM RAISE-ERROR
       ELSE
           IF ws-cal-window-count NOT < ws-cal-headroom
               MOVE ws-cal-capacity TO ws-edit-limit
               MOVE SPACES TO ws-fnd-text
               STRING "CALMAINT TABLE NEARLY FULL - HOLDS"
                   DELIMITED BY SIZE
                   ws-edit-limit DELIMITED BY SIZE
                   INTO ws-fnd-text
               END-STRING
               PERFORM RAISE-WARNING
           END-IF
       END-IF.
       IF ws-cal-bus-to-date > ws-cal-bus-capacity
           MOVE ws-cal-bus-capacity TO ws-edit-limit
           MOVE SPACES TO ws-fnd-text
           STRING "AGING TABLES HOLD" DELIMITED BY SIZE
               ws-edit-limit DELIMITED BY SIZE
               " BUSINESS DAYS - TRIM HISTORY" DELIMITED BY SIZE
               INTO ws-fnd-text
           END-STRING
           PERFORM RAISE-WARNING
       END-IF.

      *    The programs fall back to built-in wording for a message
      *    that is missing, so a gap is a warning; a file too big
      *    for the 20-entry message table is an error, because the
      *    later entries are silently ignored.
       CHECK-MESSAGE-FILE.
       MOVE "MSGFILE" TO ws-cur-file.
       PERFORM BEGIN-FILE-SECTION.
       MOVE ALL "N" TO ws-msg-seen-table.
       OPEN INPUT MSG-FILE.
       IF ws-msg-status NOT = "00"
           MOVE SPACES TO ws-fnd-key
           MOVE SPACES TO ws-fnd-text
           STRING "MESSAGE FILE UNAVAILABLE - STATUS "
               DELIMITED BY SIZE
               ws-msg-status DELIMITED BY SIZE
               INTO ws-fnd-text
           END-STRING
           PERFORM RAISE-WARNING
       ELSE
           PERFORM UNTIL ws-msg-status = "10"
               READ MSG-FILE
                   AT END
                       MOVE "10" TO ws-msg-status
                   NOT AT END
                       ADD 1 TO ws-file-read
                       PERFORM CHECK-ONE-MESSAGE
               END-READ
           END-PERFORM
           CLOSE MSG-FILE
           PERFORM CHECK-MESSAGE-TOTALS
       END-IF.
       PERFORM END-FILE-SECTION.

       CHECK-ONE-MESSAGE.
       MOVE MSG-NUM TO ws-fnd-key.
       IF MSG-NUM IS NOT NUMERIC
           MOVE "MESSAGE NUMBER NOT NUMERIC" TO ws-fnd-text
           PERFORM RAISE-ERROR
       ELSE
           MOVE MSG-NUM TO ws-msg-num
           IF ws-msg-num = 0
               MOVE "MESSAGE NUMBER ZERO" TO ws-fnd-text
               PERFORM RAISE-ERROR
           ELSE
               IF ws-msg-seen (ws-msg-num) = "Y"
                   MOVE "DUPLICATE MESSAGE NUMBER" TO ws-fnd-text
                   PERFORM RAISE-ERROR
               ELSE
                   MOVE "Y" TO ws-msg-seen (ws-msg-num)
               END-IF
           END-IF
           IF MSG-TEXT = SPACES
               MOVE "MESSAGE TEXT IS BLANK" TO ws-fnd-text
               PERFORM RAISE-WARNING
           END-IF
       END-IF.

       CHECK-MESSAGE-TOTALS.
       PERFORM VARYING ws-req-idx FROM 1 BY 1
               UNTIL ws-req-idx > ws-required-msg-cnt
           IF ws-msg-seen (ws-required-msg (ws-req-idx)) NOT = "Y"
               MOVE ws-required-msg (ws-req-idx) TO ws-fnd-key
               MOVE "REQUIRED MESSAGE MISSING" TO ws-fnd-text
               PERFORM RAISE-WARNING
           END-IF
       END-PERFORM.
       MOVE SPACES TO ws-fnd-key.
       IF ws-file-read > ws-msg-capacity
           MOVE ws-msg-capacity TO ws-edit-limit
           MOVE SPACES TO ws-fnd-text
           STRING "MORE MESSAGES THAN THE" DELIMITED BY SIZE
               ws-edit-limit DELIMITED BY SIZE
               " THE PROGRAMS LOAD" DELIMITED BY SIZE
               INTO ws-fnd-text
           END-STRING
           PERFORM RAISE-ERROR
       ELSE
           IF ws-file-read NOT < ws-msg-headroom
               MOVE ws-msg-capacity TO ws-edit-limit
               MOVE SPACES TO ws-fnd-text
               STRING "MESSAGE TABLE NEARLY FULL - HOLDS"
                   DELIMITED BY SIZE
                   ws-edit-limit DELIMITED BY SIZE
                   INTO ws-fnd-text
               END-STRING
               PERFORM RAISE-WARNING
           END-IF
       END-IF.

      *    TRANEDIT rejects individual bad transactions on its own,
      *    so each is only a warning here. A record of the wrong
      *    length means the upstream file itself is malformed, and
      *    a file with no usable transaction at all is an error.
       CHECK-TRANSACTION-FILE.
       MOVE "TRANFILE" TO ws-cur-file.
       PERFORM BEGIN-FILE-SECTION.
       OPEN INPUT TRAN-FILE.
       IF ws-tran-status NOT = "00"
           MOVE SPACES TO ws-fnd-key
           MOVE SPACES TO ws-fnd-text
           STRING "TRANSACTION FILE UNAVAILABLE - STATUS "
               DELIMITED BY SIZE
               ws-tran-status DELIMITED BY SIZE
               INTO ws-fnd-text
           END-STRING
           PERFORM RAISE-ERROR
       ELSE
           PERFORM UNTIL ws-tran-status = "10"
               MOVE SPACES TO tran-raw-record
               READ TRAN-FILE
                   AT END
                       MOVE "10" TO ws-tran-status
                   NOT AT END
                       ADD 1 TO ws-file-read
                       PERFORM CHECK-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE
           PERFORM CHECK-TRANSACTION-TOTALS
       END-IF.
       PERFORM END-FILE-SECTION.

       CHECK-ONE-TRANSACTION.
       MOVE "N" TO ws-tran-bad-flag.
       MOVE TRN-ACCOUNT TO ws-fnd-key.
       IF tran-raw-record (31:50) NOT = SPACES
               OR tran-raw-record (30:1) = SPACE
           MOVE "RECORD IS NOT 30 BYTES - FILE MALFORMED"
               TO ws-fnd-text
           PERFORM RAISE-ERROR
           SET ws-tran-is-bad TO TRUE
       ELSE
           MOVE "N" TO ws-date-flag
           IF TRN-DATE IS NUMERIC
               MOVE TRN-DATE TO ws-work-date
               PERFORM VALIDATE-WORK-DATE
           END-IF
           IF NOT ws-date-is-valid
               MOVE "TRANSACTION DATE INVALID" TO ws-fnd-text
               PERFORM RAISE-WARNING
               SET ws-tran-is-bad TO TRUE
           ELSE
               IF TRN-DATE < ws-tran-prev-date
                   MOVE "TRANSACTION DATE OUT OF SEQUENCE"
                       TO ws-fnd-text
                   PERFORM RAISE-WARNING
               END-IF
               MOVE TRN-DATE TO ws-tran-prev-date
           END-IF
           IF TRN-ACCOUNT = SPACES
               MOVE "BLANK ACCOUNT NUMBER" TO ws-fnd-text
               PERFORM RAISE-WARNING
               SET ws-tran-is-bad TO TRUE
           END-IF
           IF TRN-TYPE NOT = "DP" AND TRN-TYPE NOT = "WD"
                   AND TRN-TYPE NOT = "TR"
               MOVE "TRANSACTION TYPE NOT DP, WD OR TR"
                   TO ws-fnd-text
               PERFORM RAISE-WARNING
               SET ws-tran-is-bad TO TRUE
           END-IF
           IF TRN-AMOUNT IS NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO ws-fnd-text
               PERFORM RAISE-WARNING
               SET ws-tran-is-bad TO TRUE
           END-IF
       END-IF.
       IF ws-tran-is-bad
           ADD 1 TO ws-tran-bad-count
       END-IF.

       CHECK-TRANSACTION-TOTALS.
       MOVE SPACES TO ws-fnd-key.
       IF ws-file-read = 0
           MOVE "TRANSACTION FILE IS EMPTY" TO ws-fnd-text
           PERFORM RAISE-WARNING
       ELSE
           IF ws-tran-bad-count = ws-file-read
               MOVE "NO USABLE TRANSACTION ON THE FILE"
                   TO ws-fnd-text
               PERFORM RAISE-ERROR
           END-IF
       END-IF.

       COMPUTE-RETENTION-CUTOFF.
       MOVE WS-HDR-RUN-DATE TO ws-retain-cutoff.
       IF ws-rc-mm > ws-retain-months
           SUBTRACT ws-retain-months FROM ws-rc-mm
       ELSE
           ADD 12 TO ws-rc-mm
           SUBTRACT ws-retain-months FROM ws-rc-mm
           SUBTRACT 1 FROM ws-rc-ccyy
       END-IF.

      *    The suspense and held-transactions masters accumulate
      *    and are loaded whole by EXTRACT, SUSPREV and HOLDREL. A
      *    master that no longer fits stops EXTRACT after the day's
      *    extract has been written, so it is caught here instead.
      *    No master on file is normal before the first suspense
      *    or hold.
       CHECK-SUSPENSE-MASTER.
       MOVE "SUSPMST" TO ws-cur-file.
       PERFORM BEGIN-FILE-SECTION.
       MOVE 0 TO ws-items-kept.
       OPEN INPUT SUSPMST-FILE.
       EVALUATE ws-suspmst-status
           WHEN "00"
               PERFORM UNTIL ws-suspmst-status = "10"
                   READ SUSPMST-FILE
                       AT END
                           MOVE "10" TO ws-suspmst-status
                       NOT AT END
                           ADD 1 TO ws-file-read
                           PERFORM COUNT-ONE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPMST-FILE
               PERFORM CHECK-SUSPENSE-TOTALS
           WHEN "35"
               CONTINUE
           WHEN OTHER
               MOVE SPACES TO ws-fnd-key
               MOVE SPACES TO ws-fnd-text
               STRING "SUSPENSE MASTER UNAVAILABLE - STATUS "
                   DELIMITED BY SIZE
                   ws-suspmst-status DELIMITED BY SIZE
                   INTO ws-fnd-text
               END-STRING
               PERFORM RAISE-ERROR
       END-EVALUATE.
       PERFORM END-FILE-SECTION.

       COUNT-ONE-SUSPENSE-ITEM.
       IF ((SSM-WRITTEN-OFF OR SSM-RETURNED)
               AND SSM-DISP-DATE < ws-retain-cutoff)
               OR (SSM-RECYCLED
                   AND SSM-RECYCLE-DATE < ws-retain-cutoff)
           CONTINUE
       ELSE
           ADD 1 TO ws-items-kept
       END-IF.

       CHECK-SUSPENSE-TOTALS.
       MOVE SPACES TO ws-fnd-key.
       IF ws-items-kept > ws-smst-capacity
           MOVE ws-smst-capacity TO ws-edit-limit
           MOVE SPACES TO ws-fnd-text
           STRING "MORE ITEMS THAN THE" DELIMITED BY SIZE
               ws-edit-limit DELIMITED BY SIZE
               " SUSPENSE TABLE HOLDS" DELIMITED BY SIZE
               INTO ws-fnd-text
           END-STRING
           PERFORM RAISE-ERROR
       ELSE
           IF ws-items-kept NOT < ws-smst-headroom
               MOVE ws-smst-capacity TO ws-edit-limit
               MOVE SPACES TO ws-fnd-text
               STRING "SUSPENSE TABLE NEARLY FULL - HOLDS"
                   DELIMITED BY SIZE
                   ws-edit-limit DELIMITED BY SIZE
                   INTO ws-fnd-text
               END-STRING
               PERFORM RAISE-WARNING
           END-IF
       END-IF.

       CHECK-HELD-MASTER.
       MOVE "HELDTRAN" TO ws-cur-file.
       PERFORM BEGIN-FILE-SECTION.
       MOVE 0 TO ws-items-kept.
       OPEN INPUT HELD-FILE.
       EVALUATE ws-held-status
           WHEN "00"
               PERFORM UNTIL ws-held-status = "10"
                   READ HELD-FILE
                       AT END
                           MOVE "10" TO ws-held-status
                       NOT AT END
                           ADD 1 TO ws-file-read
                           PERFORM COUNT-ONE-HELD-ITEM
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
               PERFORM CHECK-HELD-TOTALS
           WHEN "35"
               CONTINUE
           WHEN OTHER
               MOVE SPACES TO ws-fnd-key
               MOVE SPACES TO ws-fnd-text
               STRING "HELD MASTER UNAVAILABLE - STATUS "
                   DELIMITED BY SIZE
                   ws-held-status DELIMITED BY SIZE
                   INTO ws-fnd-text
               END-STRING
               PERFORM RAISE-ERROR
       END-EVALUATE.
       PERFORM END-FILE-SECTION.

       COUNT-ONE-HELD-ITEM.
       IF (HLD-REJECTED AND HLD-ACTION-DATE < ws-retain-cutoff)
               OR (HLD-EXTRACTED
                   AND HLD-EXTRACT-DATE < ws-retain-cutoff)
           CONTINUE
       ELSE
           ADD 1 TO ws-items-kept
       END-IF.

       CHECK-HELD-TOTALS.
       MOVE SPACES TO ws-fnd-key.
       IF ws-items-kept > ws-hold-capacity
           MOVE ws-hold-capacity TO ws-edit-limit
           MOVE SPACES TO ws-fnd-text
           STRING "MORE ITEMS THAN THE" DELIMITED BY SIZE
               ws-edit-limit DELIMITED BY SIZE
               " HELD TABLE HOLDS" DELIMITED BY SIZE
               INTO ws-fnd-text
           END-STRING
           PERFORM RAISE-ERROR
       ELSE
           IF ws-items-kept NOT < ws-hold-headroom
               MOVE ws-hold-capacity TO ws-edit-limit
               MOVE SPACES TO ws-fnd-text
               STRING "HELD TABLE NEARLY FULL - HOLDS"
                   DELIMITED BY SIZE
                   ws-edit-limit DELIMITED BY SIZE
                   INTO ws-fnd-text
               END-STRING
               PERFORM RAISE-WARNING
           END-IF
       END-IF.

       BEGIN-FILE-SECTION.
       MOVE 0 TO ws-file-read.
       MOVE 0 TO ws-file-errors.
       MOVE 0 TO ws-file-warnings.
       MOVE 0 TO ws-file-listed.
       MOVE 0 TO ws-file-unlisted.
       MOVE ws-cur-file TO ws-fh-file.
       WRITE report-line FROM ws-file-heading
           AFTER ADVANCING 2 LINES.

       END-FILE-SECTION.
       IF ws-file-unlisted > 0
           MOVE ws-file-unlisted TO ws-ul-count
           WRITE report-line FROM ws-unlisted-line
               AFTER ADVANCING 1 LINE
       END-IF.
       IF ws-file-errors = 0 AND ws-file-warnings = 0
           MOVE " NO FINDINGS." TO report-line
           WRITE report-line AFTER ADVANCING 1 LINE
       END-IF.
       MOVE ws-file-read TO ws-ft-read.
       MOVE ws-file-errors TO ws-ft-errors.
       MOVE ws-file-warnings TO ws-ft-warnings.
       WRITE report-line FROM ws-file-total-line
           AFTER ADVANCING 1 LINE.
       DISPLAY "PREFLGHT: " ws-cur-file " records " ws-file-read
           " - errors " ws-file-errors
           " - warnings " ws-file-warnings.

       RAISE-ERROR.
       MOVE "E" TO ws-fnd-sev.
       ADD 1 TO ws-file-errors.
       ADD 1 TO ws-total-errors.
       IF ws-worst-rc < 8
           MOVE 8 TO ws-worst-rc
       END-IF.
       PERFORM WRITE-FINDING.

       RAISE-WARNING.
       MOVE "W" TO ws-fnd-sev.
       ADD 1 TO ws-file-warnings.
       ADD 1 TO ws-total-warnings.
       IF ws-worst-rc < 4
           MOVE 4 TO ws-worst-rc
       END-IF.
       PERFORM WRITE-FINDING.

      *    A badly damaged file could raise a finding on every
      *    record; past the listing limit they are only counted.
       WRITE-FINDING.
       IF ws-file-listed = ws-list-limit
           ADD 1 TO ws-file-unlisted
       ELSE
           IF ws-file-listed = 0
               WRITE report-line FROM ws-column-heading
                   AFTER ADVANCING 1 LINE
           END-IF
           ADD 1 TO ws-file-listed
           MOVE ws-fnd-sev TO ws-fl-sev
           MOVE ws-fnd-key TO ws-fl-key
           MOVE ws-fnd-text TO ws-fl-text
           WRITE report-line FROM ws-finding-line
               AFTER ADVANCING 1 LINE
       END-IF.

       WRITE-REPORT-TRAILER.
       MOVE ws-total-errors TO ws-tl-errors.
       MOVE ws-total-warnings TO ws-tl-warnings.
       MOVE ws-worst-rc TO ws-tl-rc.
       WRITE report-line FROM ws-trailer-line
           AFTER ADVANCING 2 LINES.

       VALIDATE-WORK-DATE.
       MOVE "N" TO ws-date-flag.
       IF ws-wd-ccyy > 1900 AND ws-wd-mm > 0 AND ws-wd-mm < 13
               AND ws-wd-dd > 0
           PERFORM COMPUTE-MONTH-DAYS
           IF ws-wd-dd NOT > ws-month-days
               SET ws-date-is-valid TO TRUE
           END-IF
       END-IF.

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

       PREV-CALENDAR-DAY.
       IF ws-wd-dd > 1
           SUBTRACT 1 FROM ws-wd-dd
       ELSE
           IF ws-wd-mm = 1
               SUBTRACT 1 FROM ws-wd-ccyy
               MOVE 12 TO ws-wd-mm
           ELSE
               SUBTRACT 1 FROM ws-wd-mm
           END-IF
           PERFORM COMPUTE-MONTH-DAYS
           MOVE ws-month-days TO ws-wd-dd
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
