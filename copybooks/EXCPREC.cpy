      *              of-day greeting acknowledged          *
      *   NOCALDAT - the close-out date has no business-   *
      *              calendar record (calendar exhausted)  *
      *   SUSPAGED - a suspense master item has stayed     *
      *              open past the aging limit; the key    *
      *              date is the date it was suspensed     *
      *   XMITACK  - a partner transmission has no         *
      *              acknowledgment by the next business   *
      *              day, or was acknowledged with totals  *
      *              that do not agree; the key date is    *
      *              the business date transmitted         *
      *   LATESTG  - a stage was first checkpointed after  *
      *              its STGDEADL deadline; the detail     *
      *              gives the stage, the completion time  *
      *              and the deadline (HHMM)               *
      *****************************************************
       01  EXCEPTION-RECORD.
           05  EXC-RUN-DATE            PIC 9(8).
