           SELECT EXCPMST-FILE ASSIGN TO "EXCPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excpmst-status.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cal-status.
       FILE SECTION.
       FD  EXCPMST-FILE.
       COPY EXCMREC.
       FD  CAL-FILE.
       COPY CALREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       COPY SIGNCOM.
       77 ws-excpmst-status pic xx.
       77 ws-cal-status pic xx.
       77 ws-audit-status pic xx.
       77 ws-operator-id pic x(8) value spaces.
       77 ws-operator-valid pic x value "N".
           88 ws-operator-is-valid VALUE "Y".
       77 ws-operator-retry-count pic 9(2) value 0.
       01 ws-excp-table.
           05 ws-excp-entry OCCURS 200 TIMES.
               10 ws-exc-run-date-tbl pic 9(8).
       ACCEPT WS-HDR-RUN-DATE FROM DATE YYYYMMDD.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       MOVE "EXCR" TO WS-HDR-SHIFT-ID.
       PERFORM GET-VALID-OPERATOR.
       PERFORM LOAD-CALENDAR.
       PERFORM LOAD-EXCP-MASTER.

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
           MOVE "L" TO ws-action-taken
           MOVE "LOCK" TO ws-audit-run-type

       VALIDATE-OPERATOR.
       MOVE "N" TO ws-operator-valid.
       MOVE ws-operator-id TO SGN-OPERATOR-ID.
       MOVE WS-HDR-RUN-DATE TO SGN-RUN-DATE.
       CALL "SIGNON" USING SIGNON-COMM-AREA.
       IF SGN-MASTER-UNAVAILABLE
           DISPLAY "Operator sign-on unavailable - aborting."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF SGN-ACCEPTED
           SET ws-operator-is-valid TO TRUE
       END-IF.

       LOAD-CALENDAR.
       OPEN INPUT CAL-FILE.
