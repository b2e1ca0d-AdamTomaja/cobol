      *****************************************************
      * STAGECOM - communication area passed by the HELLO  *
      * launch menu to the stage programs (TRANEDIT,        *
      * EXTRACT, RECON, REPORTS, SUMMARY, POSTING,          *
      * TRANSMIT).                                          *
      * Carries the run context stamped at start of day;    *
      * the stage posts its completion status back in       *
      * SCA-STAGE-STATUS (zero means success).              *
      *****************************************************
       01  STAGE-COMM-AREA.
           05  SCA-RUN-DATE            PIC 9(8).
