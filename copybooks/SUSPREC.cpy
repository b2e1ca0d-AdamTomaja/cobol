      * records carry one transaction each; the single     *
      * trailer record carries the control totals so RECON *
      * can prove extracted + suspensed = clean input.     *
      * Each item is also carried onto the suspense master *
      * (SUSPMST, see SUSMREC) until it is disposed of.    *
      * Suspense reasons:                                  *
      *   NOACCT   - account not on the account master     *
      *   CLOSED   - account is closed                     *
      *   DORMANT  - account is dormant, awaiting review   *
      *****************************************************
       01  SUSPENSE-RECORD.
           05  SUS-REC-TYPE            PIC X.
