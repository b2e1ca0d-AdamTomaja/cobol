       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-hist-status.
           SELECT CHKPT-FILE ASSIGN TO "HELLOCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-chkpt-status.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-status.
           SELECT DEADL-FILE ASSIGN TO "STGDEADL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dln-status.
           SELECT REPORT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-report-status.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       COPY HISTREC.
       FD  CHKPT-FILE.
       COPY CHKPTREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  CAL-FILE.
       COPY CALREC.
       FD  DEADL-FILE.
       COPY DEADREC.
       FD  REPORT-FILE.
       01  report-line                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       77 ws-hist-status pic xx.
       77 ws-chkpt-status pic xx.
       77 ws-audit-status pic xx.
       77 ws-cal-status pic xx.
       77 ws-dln-status pic xx.
       77 ws-report-status pic xx.
       77 ws-report-month pic x(6) value spaces.
       77 ws-files-read pic 9(1) value 0.
       77 ws-records-seen pic 9(7) value 0.
       01 ws-month-start pic 9(8) value 0.
       01 ws-month-start-r REDEFINES ws-month-start.
           05 ws-wd-ccyy pic 9(4).
           05 ws-wd-mm pic 9(2).
           05 ws-wd-dd pic 9(2).
       77 ws-month-days pic 9(2).
       77 ws-leap-work pic 9(4).
       77 ws-leap-rem pic 9(4).
       77 ws-leap-flag pic x.
           88 ws-leap-year VALUE "Y".
       01 ws-day-table.
           05 ws-day-entry OCCURS 31 TIMES.
               10 ws-day-shift pic x(4).
               10 ws-day-business pic x.
               10 ws-day-catchup pic x.
       77 ws-day-idx pic 9(2).
       77 ws-day-date pic 9(8).
       01 ws-dln-table.
           05 ws-dln-entry OCCURS 20 TIMES.
               10 ws-dln-stage-tbl pic x(8).
               10 ws-dln-shift-tbl pic x(4).
               10 ws-dln-time-tbl pic 9(4).
       77 ws-dln-count pic 9(2) value 0.
       77 ws-dln-idx pic 9(2).
       77 ws-dln-match-idx pic 9(2).
       77 ws-dln-stage pic x(8).
       77 ws-dln-shift pic x(4).
       01 ws-stage-list.
           05 ws-stage-entry OCCURS 20 TIMES pic x(8).
       77 ws-stage-count pic 9(2) value 0.
       77 ws-stage-idx pic 9(2).
       77 ws-stage-found pic x.
      *    The first checkpoint of each stage on each day of the
      *    month; a rerun later the same day is not counted.
       01 ws-obs-table.
           05 ws-obs-entry OCCURS 400 TIMES.
               10 ws-obs-dd pic 9(2).
               10 ws-obs-stage pic x(8).
               10 ws-obs-time pic 9(8).
       77 ws-obs-count pic 9(3) value 0.
       77 ws-obs-idx pic 9(3).
       77 ws-obs-match-idx pic 9(3).
       77 ws-obs-over pic x value "N".
           88 ws-obs-overflowed VALUE "Y".
       77 ws-cur-date pic 9(8).
       77 ws-cur-stage pic x(8).
       77 ws-cur-time pic 9(8).
       01 ws-cur-time-split.
           05 ws-ct-hh pic 9(2).
           05 ws-ct-mn pic 9(2).
           05 ws-ct-ss pic 9(2).
           05 filler pic 9(2).
       01 ws-cur-time-hhmm REDEFINES ws-cur-time-split.
           05 ws-ct-hhmm pic 9(4).
           05 ws-ct-hhmmss-rest pic 9(4).
       77 ws-cur-seconds pic 9(5).
       77 ws-cur-hhmmss pic 9(6).
       01 ws-sum-table.
           05 ws-sum-entry OCCURS 100 TIMES.
               10 ws-sum-shift pic x(4).
               10 ws-sum-stage pic x(8).
               10 ws-sum-due pic 9(4).
               10 ws-sum-days pic 9(3).
               10 ws-sum-ontime pic 9(3).
               10 ws-sum-missed pic 9(3).
               10 ws-sum-timed pic 9(3).
               10 ws-sum-seconds pic 9(9).
               10 ws-sum-worst pic 9(6).
       77 ws-sum-count pic 9(3) value 0.
       77 ws-sum-idx pic 9(3).
       77 ws-sum-match-idx pic 9(3).
       77 ws-sum-sort-idx pic 9(3).
       77 ws-sum-swapped pic x.
       01 ws-sum-hold pic x(43).
       77 ws-sum-over pic x value "N".
           88 ws-sum-overflowed VALUE "Y".
       01 ws-miss-table.
           05 ws-miss-entry OCCURS 300 TIMES.
               10 ws-miss-date pic 9(8).
               10 ws-miss-shift pic x(4).
               10 ws-miss-stage pic x(8).
               10 ws-miss-done pic x(5).
               10 ws-miss-due pic 9(4).
               10 ws-miss-note pic x(8).
       77 ws-miss-count pic 9(3) value 0.
       77 ws-miss-idx pic 9(3).
       77 ws-miss-unlisted pic 9(5) value 0.
       77 ws-miss-note-work pic x(8).
       77 ws-miss-done-work pic x(5).
       77 ws-prev-shift pic x(4).
       77 ws-avg-seconds pic 9(5).
       77 ws-avg-work pic 9(5).
       77 ws-pct-work pic 9(3)v9.
       01 ws-hms-out.
           05 ws-hms-hh pic 99.
           05 filler pic x value ":".
           05 ws-hms-mn pic 99.
           05 filler pic x value ":".
           05 ws-hms-ss pic 99.
       01 ws-hm-out.
           05 ws-hm-hh pic 99.
           05 filler pic x value ":".
           05 ws-hm-mn pic 99.
       01 ws-hm-in.
           05 ws-hm-in-hh pic 99.
           05 ws-hm-in-mn pic 99.
       01 ws-heading-1.
           05 filler pic x value space.
           05 ws-hd1-company pic x(10).
           05 filler pic x(3) value spaces.
           05 filler pic x(37) value
               "MONTHLY BATCH WINDOW SLA COMPLIANCE".
           05 filler pic x(6) value "MONTH ".
           05 ws-hd1-month pic x(7).
       01 ws-shift-heading.
           05 filler pic x value space.
           05 filler pic x(6) value "SHIFT ".
           05 ws-sh-shift pic x(4).
       01 ws-sum-heading.
           05 filler pic x value space.
           05 filler pic x(10) value "STAGE".
           05 filler pic x(6) value "DUE".
           05 filler pic x(6) value "DAYS".
           05 filler pic x(12) value "ON TIME".
           05 filler pic x(5) value "PCT".
           05 filler pic x(10) value "AVERAGE".
           05 filler pic x(10) value "WORST".
           05 filler pic x(6) value "MISSED".
       01 ws-sum-line.
           05 filler pic x value space.
           05 ws-sl-stage pic x(8).
           05 filler pic x(2) value spaces.
           05 ws-sl-due pic x(5).
           05 filler pic x(2) value spaces.
           05 ws-sl-days pic zz9.
           05 filler pic x(6) value spaces.
           05 ws-sl-ontime pic zz9.
           05 filler pic x(3) value spaces.
           05 ws-sl-pct pic zz9.9.
           05 filler pic x(2) value spaces.
           05 ws-sl-avg pic x(8).
           05 filler pic x(2) value spaces.
           05 ws-sl-worst pic x(8).
           05 filler pic x(5) value spaces.
           05 ws-sl-missed pic zz9.
       01 ws-miss-heading.
           05 filler pic x value space.
           05 filler pic x(12) value "DATE".
           05 filler pic x(7) value "SHIFT".
           05 filler pic x(10) value "STAGE".
           05 filler pic x(7) value "DONE".
           05 filler pic x(7) value "DUE".
           05 filler pic x(8) value "MISSED".
       01 ws-miss-line.
           05 filler pic x value space.
           05 ws-ml-ccyy pic 9(4).
           05 filler pic x value "-".
           05 ws-ml-mm pic 9(2).
           05 filler pic x value "-".
           05 ws-ml-dd pic 9(2).
           05 filler pic x(2) value spaces.
           05 ws-ml-shift pic x(4).
           05 filler pic x(3) value spaces.
           05 ws-ml-stage pic x(8).
           05 filler pic x(2) value spaces.
           05 ws-ml-done pic x(5).
           05 filler pic x(2) value spaces.
           05 ws-ml-due pic x(5).
           05 filler pic x(2) value spaces.
           05 ws-ml-note pic x(8).
       01 ws-miss-date-split.
           05 ws-mds-ccyy pic 9(4).
           05 ws-mds-mm pic 9(2).
           05 ws-mds-dd pic 9(2).
       01 ws-unlisted-line.
           05 filler pic x value space.
           05 ws-ul-count pic zzzz9.
           05 filler pic x(30) value
               " FURTHER MISSES NOT LISTED".
       PROCEDURE DIVISION.
       ACCEPT WS-HDR-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       DISPLAY "SLARPT: monthly batch window SLA report running...".
       DISPLAY "Enter report month (CCYYMM) or blank for current: "
           WITH NO ADVANCING.
       ACCEPT ws-report-month.
       IF ws-report-month = SPACES OR ws-report-month = LOW-VALUES
           MOVE WS-HDR-RUN-DATE (1:6) TO ws-report-month
       END-IF.
       IF ws-report-month IS NOT NUMERIC
           DISPLAY "SLARPT: report month must be CCYYMM - got '"
               ws-report-month "'."
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE ws-report-month TO ws-month-start (1:6).
       MOVE 1 TO ws-wd-dd.
       IF ws-wd-mm < 1 OR ws-wd-mm > 12
           DISPLAY "SLARPT: report month must be CCYYMM - got '"
               ws-report-month "'."
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM COMPUTE-MONTH-DAYS.
       PERFORM LOAD-DEADLINES.
       PERFORM LOAD-MONTH-CALENDAR.
       PERFORM SWEEP-HISTORY-FILE.
       PERFORM SWEEP-LIVE-CHECKPOINTS.
       PERFORM SWEEP-LIVE-AUDIT-LOG.
       IF ws-files-read = 0
           DISPLAY "SLARPT: neither audit history nor live "
               "checkpoint file could be opened."
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF ws-obs-overflowed
           DISPLAY "SLARPT: WARNING - more than 400 stage "
               "completions in the month - the rest not counted."
       END-IF.
       PERFORM VARYING ws-day-idx FROM 1 BY 1
               UNTIL ws-day-idx > ws-month-days
           PERFORM ASSESS-ONE-DAY
       END-PERFORM.
       IF ws-sum-overflowed
           DISPLAY "SLARPT: WARNING - more than 100 shift and stage "
               "pairs - the rest left out of the summary."
       END-IF.
       PERFORM SORT-SUMMARY-TABLE.
       PERFORM WRITE-SLA-REPORT.
       DISPLAY "SLARPT: " ws-records-seen
           " checkpoint records matched month " ws-report-month ".".
       DISPLAY "SLARPT: " ws-miss-count " missed deadline(s) listed.".
       DISPLAY "SLARPT: monthly batch window SLA report complete.".
       MOVE 0 TO RETURN-CODE.
       STOP RUN.

      *    Without the deadline table there is nothing to measure
      *    against, so the report is refused rather than produced
      *    empty.
       LOAD-DEADLINES.
       OPEN INPUT DEADL-FILE.
       IF ws-dln-status NOT = "00"
           DISPLAY "SLARPT: stage deadline table unavailable - "
               "status " ws-dln-status
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL ws-dln-status = "10"
           READ DEADL-FILE
               AT END
                   MOVE "10" TO ws-dln-status
               NOT AT END
                   PERFORM LOAD-ONE-DEADLINE
           END-READ
       END-PERFORM.
       CLOSE DEADL-FILE.
       IF ws-dln-count = 0
           DISPLAY "SLARPT: no stage deadlines on file - nothing "
               "to report."
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.

       LOAD-ONE-DEADLINE.
       IF DLN-DEADLINE IS NOT NUMERIC
           DISPLAY "SLARPT: stage deadline '" DLN-DEADLINE "' for "
               DLN-STAGE " is not an HHMM time - ignored."
       ELSE
           IF ws-dln-count < 20
               ADD 1 TO ws-dln-count
               MOVE DLN-STAGE TO ws-dln-stage-tbl (ws-dln-count)
               MOVE DLN-SHIFT-ID TO ws-dln-shift-tbl (ws-dln-count)
               MOVE DLN-DEADLINE TO ws-dln-time-tbl (ws-dln-count)
               PERFORM ADD-TO-STAGE-LIST
           ELSE
               DISPLAY "SLARPT: stage deadline table full - "
                   DLN-STAGE " " DLN-SHIFT-ID " ignored."
           END-IF
       END-IF.

       ADD-TO-STAGE-LIST.
       MOVE "N" TO ws-stage-found.
       PERFORM VARYING ws-stage-idx FROM 1 BY 1
               UNTIL ws-stage-idx > ws-stage-count
           IF ws-stage-entry (ws-stage-idx) = DLN-STAGE
               MOVE "Y" TO ws-stage-found
           END-IF
       END-PERFORM.
       IF ws-stage-found = "N"
           ADD 1 TO ws-stage-count
           MOVE DLN-STAGE TO ws-stage-entry (ws-stage-count)
       END-IF.

      *    A date missing from the calendar is treated as a
      *    non-business day with no shift; only stages that did
      *    run on it are measured, against the all-shift deadline.
       LOAD-MONTH-CALENDAR.
       PERFORM VARYING ws-day-idx FROM 1 BY 1
               UNTIL ws-day-idx > 31
           MOVE SPACES TO ws-day-shift (ws-day-idx)
           MOVE "N" TO ws-day-business (ws-day-idx)
           MOVE "N" TO ws-day-catchup (ws-day-idx)
       END-PERFORM.
       OPEN INPUT CAL-FILE.
       IF ws-cal-status NOT = "00"
           DISPLAY "SLARPT: business calendar unavailable - status "
               ws-cal-status " - shifts and unrun stages not shown."
       ELSE
           PERFORM UNTIL ws-cal-status = "10"
               READ CAL-FILE
                   AT END
                       MOVE "10" TO ws-cal-status
                   NOT AT END
                       IF CAL-DATE (1:6) = ws-report-month
                               AND CAL-DATE (7:2) IS NUMERIC
                           MOVE CAL-DATE (7:2) TO ws-day-idx
                           IF ws-day-idx > 0 AND ws-day-idx < 32
                               MOVE CAL-SHIFT-ID
                                   TO ws-day-shift (ws-day-idx)
                               MOVE CAL-BUS-DAY-FLAG
                                   TO ws-day-business (ws-day-idx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAL-FILE
       END-IF.

       SWEEP-HISTORY-FILE.
       OPEN INPUT HIST-FILE.
       IF ws-hist-status NOT = "00"
           DISPLAY "SLARPT: no audit history file - status "
               ws-hist-status
       ELSE
           ADD 1 TO ws-files-read
           PERFORM UNTIL ws-hist-status = "10"
               READ HIST-FILE
                   AT END
                       MOVE "10" TO ws-hist-status
                   NOT AT END
                       IF HST-CHKPT-REC
                           MOVE HST-CKP-RUN-DATE TO ws-cur-date
                           MOVE HST-CKP-STAGE TO ws-cur-stage
                           MOVE HST-CKP-RUN-TIME TO ws-cur-time
                           PERFORM RECORD-OBSERVATION
                       END-IF
                       IF HST-AUDIT-REC
                               AND HST-AUD-RUN-TYPE = "CATCH"
                           MOVE HST-AUD-RUN-DATE TO ws-cur-date
                           PERFORM MARK-CATCHUP-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
       END-IF.

      *    Days not yet rolled out to the history by AUDARCH are
      *    still on the live checkpoint file and audit log.
       SWEEP-LIVE-CHECKPOINTS.
       OPEN INPUT CHKPT-FILE.
       IF ws-chkpt-status NOT = "00"
           DISPLAY "SLARPT: no live checkpoint file - status "
               ws-chkpt-status
       ELSE
           ADD 1 TO ws-files-read
           PERFORM UNTIL ws-chkpt-status = "10"
               READ CHKPT-FILE
                   AT END
                       MOVE "10" TO ws-chkpt-status
                   NOT AT END
                       MOVE CKP-RUN-DATE TO ws-cur-date
                       MOVE CKP-STAGE TO ws-cur-stage
                       MOVE CKP-RUN-TIME TO ws-cur-time
                       PERFORM RECORD-OBSERVATION
               END-READ
           END-PERFORM
           CLOSE CHKPT-FILE
       END-IF.

       SWEEP-LIVE-AUDIT-LOG.
       OPEN INPUT AUDIT-FILE.
       IF ws-audit-status = "00"
           PERFORM UNTIL ws-audit-status = "10"
               READ AUDIT-FILE
                   AT END
                       MOVE "10" TO ws-audit-status
                   NOT AT END
                       IF AUD-RUN-TYPE = "CATCH"
                           MOVE AUD-RUN-DATE TO ws-cur-date
                           PERFORM MARK-CATCHUP-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
       END-IF.

      *    Older checkpoint records carry no completion time and
      *    cannot be measured, so they are passed over.
       RECORD-OBSERVATION.
       IF ws-cur-date (1:6) = ws-report-month
               AND ws-cur-time IS NUMERIC
           ADD 1 TO ws-records-seen
           MOVE ws-cur-date (7:2) TO ws-day-idx
           MOVE ws-cur-stage TO ws-dln-stage
           PERFORM FIND-OBSERVATION
           IF ws-obs-match-idx = 0
               IF ws-obs-count = 400
                   SET ws-obs-overflowed TO TRUE
               ELSE
                   ADD 1 TO ws-obs-count
                   MOVE ws-day-idx TO ws-obs-dd (ws-obs-count)
                   MOVE ws-cur-stage TO ws-obs-stage (ws-obs-count)
                   MOVE ws-cur-time TO ws-obs-time (ws-obs-count)
               END-IF
           END-IF
       END-IF.

       MARK-CATCHUP-DAY.
       IF ws-cur-date (1:6) = ws-report-month
           MOVE ws-cur-date (7:2) TO ws-day-idx
           IF ws-day-idx > 0 AND ws-day-idx < 32
               MOVE "Y" TO ws-day-catchup (ws-day-idx)
           END-IF
       END-IF.

       FIND-OBSERVATION.
       MOVE 0 TO ws-obs-match-idx.
       PERFORM VARYING ws-obs-idx FROM 1 BY 1
               UNTIL ws-obs-idx > ws-obs-count
               OR ws-obs-match-idx > 0
           IF ws-obs-dd (ws-obs-idx) = ws-day-idx
                   AND ws-obs-stage (ws-obs-idx) = ws-dln-stage
               MOVE ws-obs-idx TO ws-obs-match-idx
           END-IF
       END-PERFORM.

      *    Each stage with a deadline for the day's shift is judged
      *    once per day: on time, late, run by a catch-up on a
      *    later day, or - on a past business day - never run.
       ASSESS-ONE-DAY.
       COMPUTE ws-day-date = ws-month-start + ws-day-idx - 1.
       MOVE ws-day-shift (ws-day-idx) TO ws-dln-shift.
       PERFORM VARYING ws-stage-idx FROM 1 BY 1
               UNTIL ws-stage-idx > ws-stage-count
           MOVE ws-stage-entry (ws-stage-idx) TO ws-dln-stage
           PERFORM FIND-STAGE-DEADLINE
           IF ws-dln-match-idx > 0
               PERFORM FIND-OBSERVATION
               IF ws-obs-match-idx > 0
                   PERFORM ASSESS-OBSERVATION
               ELSE
                   IF ws-day-business (ws-day-idx) = "Y"
                           AND ws-day-date < WS-HDR-RUN-DATE
                       PERFORM FIND-OR-ADD-SUMMARY
                       IF ws-sum-match-idx > 0
                           ADD 1 TO ws-sum-days (ws-sum-match-idx)
                           ADD 1 TO ws-sum-missed (ws-sum-match-idx)
                       END-IF
                       MOVE SPACES TO ws-miss-done-work
                       MOVE "NOT RUN" TO ws-miss-note-work
                       PERFORM RECORD-MISS
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

      *    A pair left out of a full summary table is still judged
      *    and its misses still listed.
       ASSESS-OBSERVATION.
       PERFORM FIND-OR-ADD-SUMMARY.
       MOVE ws-obs-time (ws-obs-match-idx) TO ws-cur-time-split.
       MOVE ws-ct-hh TO ws-hm-hh.
       MOVE ws-ct-mn TO ws-hm-mn.
       MOVE ws-hm-out TO ws-miss-done-work.
       IF ws-day-catchup (ws-day-idx) = "Y"
           MOVE "CATCH-UP" TO ws-miss-note-work
           PERFORM RECORD-MISS
       ELSE
           IF ws-ct-hhmm > ws-dln-time-tbl (ws-dln-match-idx)
               MOVE "LATE" TO ws-miss-note-work
               PERFORM RECORD-MISS
           END-IF
       END-IF.
       IF ws-sum-match-idx > 0
           PERFORM TALLY-OBSERVATION
       END-IF.

       TALLY-OBSERVATION.
       ADD 1 TO ws-sum-days (ws-sum-match-idx).
       IF ws-day-catchup (ws-day-idx) = "Y"
           ADD 1 TO ws-sum-missed (ws-sum-match-idx)
       ELSE
           COMPUTE ws-cur-seconds =
               (ws-ct-hh * 3600) + (ws-ct-mn * 60) + ws-ct-ss
               ON SIZE ERROR MOVE 0 TO ws-cur-seconds
           END-COMPUTE
           ADD 1 TO ws-sum-timed (ws-sum-match-idx)
           ADD ws-cur-seconds TO ws-sum-seconds (ws-sum-match-idx)
           COMPUTE ws-cur-hhmmss =
               (ws-ct-hh * 10000) + (ws-ct-mn * 100) + ws-ct-ss
           IF ws-cur-hhmmss > ws-sum-worst (ws-sum-match-idx)
               MOVE ws-cur-hhmmss TO ws-sum-worst (ws-sum-match-idx)
           END-IF
           IF ws-ct-hhmm > ws-dln-time-tbl (ws-dln-match-idx)
               ADD 1 TO ws-sum-missed (ws-sum-match-idx)
           ELSE
               ADD 1 TO ws-sum-ontime (ws-sum-match-idx)
           END-IF
       END-IF.

      *    A deadline kept for the day's shift wins over the stage's
      *    all-shift deadline, wherever each sits in the file.
       FIND-STAGE-DEADLINE.
       MOVE 0 TO ws-dln-match-idx.
       PERFORM VARYING ws-dln-idx FROM 1 BY 1
               UNTIL ws-dln-idx > ws-dln-count
           IF ws-dln-stage-tbl (ws-dln-idx) = ws-dln-stage
               IF ws-dln-shift-tbl (ws-dln-idx) = ws-dln-shift
                   MOVE ws-dln-idx TO ws-dln-match-idx
               ELSE
                   IF ws-dln-shift-tbl (ws-dln-idx) = SPACES
                           AND ws-dln-match-idx = 0
                       MOVE ws-dln-idx TO ws-dln-match-idx
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

       FIND-OR-ADD-SUMMARY.
       MOVE 0 TO ws-sum-match-idx.
       PERFORM VARYING ws-sum-idx FROM 1 BY 1
               UNTIL ws-sum-idx > ws-sum-count
               OR ws-sum-match-idx > 0
           IF ws-sum-shift (ws-sum-idx) = ws-dln-shift
                   AND ws-sum-stage (ws-sum-idx) = ws-dln-stage
               MOVE ws-sum-idx TO ws-sum-match-idx
           END-IF
       END-PERFORM.
       IF ws-sum-match-idx = 0 AND ws-sum-count = 100
           SET ws-sum-overflowed TO TRUE
       END-IF.
       IF ws-sum-match-idx = 0 AND NOT ws-sum-overflowed
           ADD 1 TO ws-sum-count
           MOVE ws-sum-count TO ws-sum-match-idx
           MOVE ws-dln-shift TO ws-sum-shift (ws-sum-match-idx)
           MOVE ws-dln-stage TO ws-sum-stage (ws-sum-match-idx)
           MOVE ws-dln-time-tbl (ws-dln-match-idx)
               TO ws-sum-due (ws-sum-match-idx)
           MOVE 0 TO ws-sum-days (ws-sum-match-idx)
           MOVE 0 TO ws-sum-ontime (ws-sum-match-idx)
           MOVE 0 TO ws-sum-missed (ws-sum-match-idx)
           MOVE 0 TO ws-sum-timed (ws-sum-match-idx)
           MOVE 0 TO ws-sum-seconds (ws-sum-match-idx)
           MOVE 0 TO ws-sum-worst (ws-sum-match-idx)
       END-IF.

       RECORD-MISS.
       IF ws-miss-count = 300
           ADD 1 TO ws-miss-unlisted
       ELSE
           ADD 1 TO ws-miss-count
           MOVE ws-day-date TO ws-miss-date (ws-miss-count)
           MOVE ws-dln-shift TO ws-miss-shift (ws-miss-count)
           MOVE ws-dln-stage TO ws-miss-stage (ws-miss-count)
           MOVE ws-miss-done-work TO ws-miss-done (ws-miss-count)
           MOVE ws-dln-time-tbl (ws-dln-match-idx)
               TO ws-miss-due (ws-miss-count)
           MOVE ws-miss-note-work TO ws-miss-note (ws-miss-count)
       END-IF.

      *    Shifts are printed together, and within a shift the
      *    stages run in deadline order - the order of the window.
       SORT-SUMMARY-TABLE.
       MOVE "Y" TO ws-sum-swapped.
       PERFORM UNTIL ws-sum-swapped = "N"
           MOVE "N" TO ws-sum-swapped
           PERFORM VARYING ws-sum-idx FROM 1 BY 1
                   UNTIL ws-sum-idx >= ws-sum-count
               COMPUTE ws-sum-sort-idx = ws-sum-idx + 1
               IF ws-sum-shift (ws-sum-idx)
                       > ws-sum-shift (ws-sum-sort-idx)
                   OR (ws-sum-shift (ws-sum-idx)
                       = ws-sum-shift (ws-sum-sort-idx)
                   AND ws-sum-due (ws-sum-idx)
                       > ws-sum-due (ws-sum-sort-idx))
                   MOVE ws-sum-entry (ws-sum-idx) TO ws-sum-hold
                   MOVE ws-sum-entry (ws-sum-sort-idx)
                       TO ws-sum-entry (ws-sum-idx)
                   MOVE ws-sum-hold TO ws-sum-entry (ws-sum-sort-idx)
                   MOVE "Y" TO ws-sum-swapped
               END-IF
           END-PERFORM
       END-PERFORM.

       WRITE-SLA-REPORT.
       OPEN OUTPUT REPORT-FILE.
       IF ws-report-status NOT = "00"
           DISPLAY "SLARPT: cannot open report file - status "
               ws-report-status
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE WS-HDR-COMPANY-ID TO ws-hd1-company.
       MOVE SPACES TO ws-hd1-month.
       STRING ws-report-month (1:4) "-" ws-report-month (5:2)
           DELIMITED BY SIZE INTO ws-hd1-month.
       WRITE report-line FROM ws-heading-1
           AFTER ADVANCING 1 LINE.
       MOVE HIGH-VALUES TO ws-prev-shift.
       PERFORM VARYING ws-sum-idx FROM 1 BY 1
               UNTIL ws-sum-idx > ws-sum-count
           IF ws-sum-shift (ws-sum-idx) NOT = ws-prev-shift
               MOVE ws-sum-shift (ws-sum-idx) TO ws-prev-shift
               MOVE ws-prev-shift TO ws-sh-shift
               WRITE report-line FROM ws-shift-heading
                   AFTER ADVANCING 2 LINES
               WRITE report-line FROM ws-sum-heading
                   AFTER ADVANCING 1 LINE
           END-IF
           PERFORM WRITE-SUMMARY-LINE
       END-PERFORM.
       IF ws-sum-count = 0
           MOVE " NO MONITORED STAGES WERE DUE IN THIS MONTH."
               TO report-line
           WRITE report-line AFTER ADVANCING 2 LINES
       END-IF.
       MOVE " DAYS THAT MISSED A DEADLINE" TO report-line.
       WRITE report-line AFTER ADVANCING 3 LINES.
       IF ws-miss-count = 0
           MOVE " NONE." TO report-line
           WRITE report-line AFTER ADVANCING 1 LINE
       ELSE
           WRITE report-line FROM ws-miss-heading
               AFTER ADVANCING 1 LINE
           PERFORM VARYING ws-miss-idx FROM 1 BY 1
                   UNTIL ws-miss-idx > ws-miss-count
               PERFORM WRITE-MISS-LINE
           END-PERFORM
           IF ws-miss-unlisted > 0
               MOVE ws-miss-unlisted TO ws-ul-count
               WRITE report-line FROM ws-unlisted-line
                   AFTER ADVANCING 1 LINE
           END-IF
       END-IF.
       CLOSE REPORT-FILE.

      *    The average and worst cover only days the stage ran
      *    in its own window; catch-up runs are counted as missed
      *    but their times are left out.
       WRITE-SUMMARY-LINE.
       MOVE ws-sum-stage (ws-sum-idx) TO ws-sl-stage.
       MOVE ws-sum-due (ws-sum-idx) TO ws-hm-in.
       MOVE ws-hm-in-hh TO ws-hm-hh.
       MOVE ws-hm-in-mn TO ws-hm-mn.
       MOVE ws-hm-out TO ws-sl-due.
       MOVE ws-sum-days (ws-sum-idx) TO ws-sl-days.
       MOVE ws-sum-ontime (ws-sum-idx) TO ws-sl-ontime.
       MOVE ws-sum-missed (ws-sum-idx) TO ws-sl-missed.
       COMPUTE ws-pct-work ROUNDED =
           (ws-sum-ontime (ws-sum-idx) * 100)
               / ws-sum-days (ws-sum-idx).
       MOVE ws-pct-work TO ws-sl-pct.
       IF ws-sum-timed (ws-sum-idx) = 0
           MOVE "--:--:--" TO ws-sl-avg
           MOVE "--:--:--" TO ws-sl-worst
       ELSE
           DIVIDE ws-sum-seconds (ws-sum-idx)
               BY ws-sum-timed (ws-sum-idx)
               GIVING ws-avg-seconds
           DIVIDE ws-avg-seconds BY 3600
               GIVING ws-hms-hh REMAINDER ws-avg-work
           DIVIDE ws-avg-work BY 60
               GIVING ws-hms-mn REMAINDER ws-hms-ss
           MOVE ws-hms-out TO ws-sl-avg
           MOVE ws-sum-worst (ws-sum-idx) TO ws-cur-hhmmss
           DIVIDE ws-cur-hhmmss BY 10000
               GIVING ws-hms-hh REMAINDER ws-avg-work
           DIVIDE ws-avg-work BY 100
               GIVING ws-hms-mn REMAINDER ws-hms-ss
           MOVE ws-hms-out TO ws-sl-worst
       END-IF.
       WRITE report-line FROM ws-sum-line
           AFTER ADVANCING 1 LINE.

       WRITE-MISS-LINE.
       MOVE ws-miss-date (ws-miss-idx) TO ws-miss-date-split.
       MOVE ws-mds-ccyy TO ws-ml-ccyy.
       MOVE ws-mds-mm TO ws-ml-mm.
       MOVE ws-mds-dd TO ws-ml-dd.
       MOVE ws-miss-shift (ws-miss-idx) TO ws-ml-shift.
       MOVE ws-miss-stage (ws-miss-idx) TO ws-ml-stage.
       MOVE ws-miss-done (ws-miss-idx) TO ws-ml-done.
       MOVE ws-miss-due (ws-miss-idx) TO ws-hm-in.
       MOVE ws-hm-in-hh TO ws-hm-hh.
       MOVE ws-hm-in-mn TO ws-hm-mn.
       MOVE ws-hm-out TO ws-ml-due.
       MOVE ws-miss-note (ws-miss-idx) TO ws-ml-note.
       WRITE report-line FROM ws-miss-line
           AFTER ADVANCING 1 LINE.

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
