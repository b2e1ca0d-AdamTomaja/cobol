           SELECT SUSP-FILE ASSIGN TO "SUSPEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-susp-status.
           SELECT SUSPMST-FILE ASSIGN TO "SUSPMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-suspmst-status.
           SELECT HELD-FILE ASSIGN TO "HELDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-held-status.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       COPY EDTCTL.
       FD  SUSP-FILE.
       COPY SUSPREC.
       FD  SUSPMST-FILE.
       COPY SUSMREC.
       FD  HELD-FILE.
       COPY HELDREC.
       WORKING-STORAGE SECTION.
       COPY WSHEADER.
       77 ws-extract-status pic xx.
           88 ws-susp-trailer-found VALUE "Y".
       77 ws-susp-trailer-count pic 9(7) value 0.
       77 ws-susp-trailer-amount pic s9(9)v99 value 0.
       77 ws-suspmst-status pic xx.
       77 ws-smst-today-count pic 9(7) value 0.
       77 ws-smst-today-amount pic s9(9)v99 value 0.
       77 ws-recycled-count pic 9(7) value 0.
       77 ws-recycled-amount pic s9(9)v99 value 0.
       77 ws-held-status pic xx.
       77 ws-held-count pic 9(7) value 0.
       77 ws-held-amount pic s9(9)v99 value 0.
       77 ws-released-count pic 9(7) value 0.
       77 ws-released-amount pic s9(9)v99 value 0.
       77 ws-detail-count pic 9(7) value 0.
       77 ws-detail-amount pic s9(9)v99 value 0.
       77 ws-trailer-flag pic x value "N".
       END-PERFORM.
       CLOSE EXTRACT-FILE.
       PERFORM TALLY-SUSPENSE-FILE.
       PERFORM TALLY-SUSPENSE-MASTER.
       PERFORM TALLY-HELD-MASTER.
       PERFORM COUNT-TODAYS-TRANSACTIONS.
       PERFORM READ-EDIT-CONTROLS.
       PERFORM CHECK-CONTROL-TOTALS.
               MOVE "N" TO ws-balance-flag
           END-IF
       END-IF.
       MOVE ws-recycled-count TO ws-display-count.
       DISPLAY "RECON: suspense recycled    " ws-display-count.
       MOVE ws-recycled-amount TO ws-display-amount.
       DISPLAY "RECON: recycled amount      " ws-display-amount.
       IF ws-smst-today-count NOT = ws-susp-detail-count
               OR ws-smst-today-amount NOT = ws-susp-detail-amount
           DISPLAY "RECON: today's suspense is not carried in full "
               "on the suspense master."
           MOVE "N" TO ws-balance-flag
       END-IF.

      *    Items suspensed today must all be on the master, and
      *    items recycled today went out on the extract in addition
      *    to today's clean input, so they are counted here for the
      *    edit split.
       TALLY-SUSPENSE-MASTER.
       OPEN INPUT SUSPMST-FILE.
       EVALUATE ws-suspmst-status
           WHEN "00"
               PERFORM UNTIL ws-suspmst-status = "10"
                   READ SUSPMST-FILE
                       AT END
                           MOVE "10" TO ws-suspmst-status
                       NOT AT END
                           PERFORM TALLY-SUSPENSE-MASTER-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPMST-FILE
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "RECON: cannot open suspense master - "
                   "status " ws-suspmst-status
               MOVE "N" TO ws-balance-flag
       END-EVALUATE.

       TALLY-SUSPENSE-MASTER-ITEM.
       IF SSM-SUSP-DATE = WS-HDR-RUN-DATE
           ADD 1 TO ws-smst-today-count
           ADD SSM-AMOUNT TO ws-smst-today-amount
       END-IF.
       IF SSM-RECYCLED AND SSM-RECYCLE-DATE = WS-HDR-RUN-DATE
           ADD 1 TO ws-recycled-count
           ADD SSM-AMOUNT TO ws-recycled-amount
       END-IF.

      *    Items held today were kept off the extract; held items
      *    released by a supervisor and extracted today went out
      *    on top of today's clean input.
       TALLY-HELD-MASTER.
       OPEN INPUT HELD-FILE.
       EVALUATE ws-held-status
           WHEN "00"
               PERFORM UNTIL ws-held-status = "10"
                   READ HELD-FILE
                       AT END
                           MOVE "10" TO ws-held-status
                       NOT AT END
                           PERFORM TALLY-HELD-ITEM
                   END-READ
               END-PERFORM
               CLOSE HELD-FILE
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "RECON: cannot open held-transactions "
                   "master - status " ws-held-status
               MOVE "N" TO ws-balance-flag
       END-EVALUATE.
       MOVE ws-held-count TO ws-display-count.
       DISPLAY "RECON: held today           " ws-display-count.
       MOVE ws-held-amount TO ws-display-amount.
       DISPLAY "RECON: held amount          " ws-display-amount.
       MOVE ws-released-count TO ws-display-count.
       DISPLAY "RECON: held released        " ws-display-count.
       MOVE ws-released-amount TO ws-display-amount.
       DISPLAY "RECON: released amount      " ws-display-amount.

       TALLY-HELD-ITEM.
       IF HLD-HELD-DATE = WS-HDR-RUN-DATE
           ADD 1 TO ws-held-count
           ADD HLD-AMOUNT TO ws-held-amount
       END-IF.
       IF HLD-EXTRACTED AND HLD-EXTRACT-DATE = WS-HDR-RUN-DATE
           ADD 1 TO ws-released-count
           ADD HLD-AMOUNT TO ws-released-amount
       END-IF.

       READ-EDIT-CONTROLS.
       OPEN INPUT CONTROL-FILE.
      *    The front-end edit proves the split of the received
      *    file: every run-date transaction is either on the clean
      *    file or on the reject file, never lost and never both.
      *    The extract, suspense and today's held items between
      *    them then carry every clean transaction plus the
      *    suspense recycled and the held items released today.
       CHECK-EDIT-SPLIT.
       MOVE ws-today-tran-count TO ws-display-count.
       DISPLAY "RECON: today's input records" ws-display-count.
                   "behind in the input file."
               MOVE "N" TO ws-balance-flag
           END-IF
           IF ws-detail-count + ws-susp-detail-count + ws-held-count
                   NOT = ws-edit-clean + ws-recycled-count
                       + ws-released-count
               DISPLAY "RECON: extract, suspense and held counts do "
                   "not match clean plus recycled plus released."
               MOVE "N" TO ws-balance-flag
           END-IF
           IF ws-detail-amount + ws-susp-detail-amount
                   + ws-held-amount
                   NOT = ws-edit-amount + ws-recycled-amount
                       + ws-released-amount
               DISPLAY "RECON: extract, suspense and held amounts do "
                   "not match clean plus recycled plus released."
               MOVE "N" TO ws-balance-flag
           END-IF
       END-IF.
