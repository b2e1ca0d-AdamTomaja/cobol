       IDENTIFICATION DIVISION.
       PROGRAM-ID. XMITRSND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RUNPARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT XMITLOG-FILE ASSIGN TO "XMITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-xmitlog-status.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-audit-status.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMREC.
       FD  XMITLOG-FILE.
       COPY XMTLREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       COPY SIGNCOM.
       COPY STAGECOM.
       77 ws-parm-status pic xx.
       77 ws-xmitlog-status pic xx.
       77 ws-audit-status pic xx.
       77 ws-machine-date pic 9(8).
       77 ws-operator-id pic x(8) value spaces.
       77 ws-operator-valid pic x value "N".
           88 ws-operator-is-valid VALUE "Y".
       77 ws-parm-proc-date pic x(8) value spaces.
       77 ws-resend-date pic 9(8) value 0.
       77 ws-logged-seq-no pic 9(6) value 0.
       77 ws-audit-response pic x value "N".
       PROCEDURE DIVISION.
       ACCEPT ws-machine-date FROM DATE YYYYMMDD.
       ACCEPT WS-HDR-RUN-TIME FROM TIME.
       MOVE ws-machine-date TO WS-HDR-RUN-DATE.
       MOVE "XMIT" TO WS-HDR-SHIFT-ID.
       DISPLAY "XMITRSND: partner transmission resend running...".
       PERFORM LOAD-RUN-PARMS.
       PERFORM VALIDATE-OPERATOR.
       IF NOT ws-operator-is-valid
           DISPLAY "XMITRSND: operator '" ws-operator-id
               "' refused - " SGN-REASON
           DISPLAY "XMITRSND: the resend must name an active "
               "scheduler credential - resend refused."
           MOVE 16 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF.
       PERFORM VALIDATE-RESEND-DATE.
       PERFORM FIND-LOGGED-TRANSMISSION.
       MOVE ws-resend-date TO WS-HDR-RUN-DATE.
       DISPLAY "XMITRSND: resending business date " ws-resend-date
           " under sequence " ws-logged-seq-no ".".
       MOVE WS-HDR-RUN-DATE TO SCA-RUN-DATE.
       MOVE WS-HDR-RUN-TIME TO SCA-RUN-TIME.
       MOVE WS-HDR-COMPANY-ID TO SCA-COMPANY-ID.
       MOVE WS-HDR-SHIFT-ID TO SCA-SHIFT-ID.
       MOVE WS-HDR-NEXT-BUS-DATE TO SCA-NEXT-BUS-DATE.
       MOVE ws-operator-id TO SCA-OPERATOR-ID.
       MOVE 0 TO SCA-STAGE-STATUS.
       CALL "TRANSMIT" USING STAGE-COMM-AREA.
       MOVE SCA-STAGE-STATUS TO RETURN-CODE.
       IF SCA-STAGE-STATUS = 0
           MOVE "R" TO ws-audit-response
           DISPLAY "XMITRSND: partner transmission resend complete."
       ELSE
           DISPLAY "XMITRSND: resend FAILED - status "
               SCA-STAGE-STATUS "."
       END-IF.
       PERFORM WRITE-AUDIT-RECORD.
       STOP RUN.

       LOAD-RUN-PARMS.
       OPEN INPUT PARM-FILE.
       IF ws-parm-status NOT = "00"
           DISPLAY "XMITRSND: no run parameters - the OPERATOR and "
               "PROCDATE to resend are required."
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM UNTIL ws-parm-status = "10"
           READ PARM-FILE
               AT END
                   MOVE "10" TO ws-parm-status
               NOT AT END
                   IF PRM-KEYWORD = "OPERATOR"
                       MOVE PRM-VALUE TO ws-operator-id
                   END-IF
                   IF PRM-KEYWORD = "PROCDATE"
                       MOVE PRM-VALUE TO ws-parm-proc-date
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE PARM-FILE.

      *    The resend runs unattended, so the operator named
      *    in the run parameters must be a scheduler credential.
       VALIDATE-OPERATOR.
       MOVE "N" TO ws-operator-valid.
       SET SGN-SCHEDULER-MODE TO TRUE.
       MOVE ws-operator-id TO SGN-OPERATOR-ID.
       MOVE ws-machine-date TO SGN-RUN-DATE.
       CALL "SIGNON" USING SIGNON-COMM-AREA.
       IF SGN-MASTER-UNAVAILABLE
           DISPLAY "XMITRSND: operator sign-on unavailable."
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       IF SGN-ACCEPTED
           SET ws-operator-is-valid TO TRUE
       END-IF.

       VALIDATE-RESEND-DATE.
       IF ws-parm-proc-date IS NOT NUMERIC
           DISPLAY "XMITRSND: business date '" ws-parm-proc-date
               "' is not a valid CCYYMMDD date - resend refused."
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF.
       MOVE ws-parm-proc-date TO ws-resend-date.
       IF ws-resend-date > ws-machine-date
           DISPLAY "XMITRSND: business date " ws-resend-date
               " is in the future - resend refused."
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF.

      *    Only a date that has been sent can be resent; a date
      *    never transmitted takes its first sequence number from
      *    the TRANSMIT stage in the start-of-day run.
       FIND-LOGGED-TRANSMISSION.
       OPEN INPUT XMITLOG-FILE.
       IF ws-xmitlog-status NOT = "00"
           DISPLAY "XMITRSND: cannot open transmission log - "
               "status " ws-xmitlog-status
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF.
       PERFORM UNTIL ws-xmitlog-status = "10"
           READ XMITLOG-FILE
               AT END
                   MOVE "10" TO ws-xmitlog-status
               NOT AT END
                   IF XML-BUS-DATE = ws-resend-date
                       MOVE XML-SEQ-NO TO ws-logged-seq-no
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE XMITLOG-FILE.
       IF ws-logged-seq-no = 0
           DISPLAY "XMITRSND: business date " ws-resend-date
               " has never been transmitted - resend refused."
           MOVE 12 TO RETURN-CODE
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
       END-IF.

       WRITE-AUDIT-RECORD.
       OPEN EXTEND AUDIT-FILE.
       IF ws-audit-status = "35"
           OPEN OUTPUT AUDIT-FILE
       END-IF.
       MOVE ws-machine-date TO AUD-RUN-DATE.
       MOVE WS-HDR-RUN-TIME TO AUD-RUN-TIME.
       MOVE ws-operator-id TO AUD-OPERATOR-ID.
       MOVE ws-audit-response TO AUD-RESPONSE.
       MOVE RETURN-CODE TO AUD-RETURN-STATUS.
       MOVE "XMITR" TO AUD-RUN-TYPE.
       WRITE AUDIT-RECORD.
       CLOSE AUDIT-FILE.
