      *****************************************************
      * DEADREC - stage deadline record layout (STGDEADL). *
      * One record per stage giving the latest acceptable  *
      * completion time, as HHMM, for the batch window to  *
      * meet the business and partner cut-offs. The file   *
      * is maintained by operations as a plain list. A     *
      * record with a shift ID applies only on days the    *
      * business calendar gives that shift, and takes      *
      * precedence over the record for the same stage with *
      * the shift left blank, which applies to every other *
      * day. A stage with no record is not monitored.      *
      * HELLO warns when a checkpoint lands after the      *
      * deadline, ENDOFDAY raises LATESTG for it, and      *
      * SLARPT reports compliance month by month.          *
      *****************************************************
       01  STAGE-DEADLINE-RECORD.
           05  DLN-STAGE               PIC X(8).
           05  DLN-SHIFT-ID            PIC X(4).
           05  DLN-DEADLINE            PIC 9(4).
