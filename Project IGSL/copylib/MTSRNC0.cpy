      * EOD step records completion (warning return codes up to 4
      * count as complete - the step finished, it just flagged
      * rejects).
      * Records under a business date of zeros are not run history
      * but the list of EOD steps that must be complete before the
      * next day may open - one per step, RUN-COMPLETED-IND 'R',
      * RUN-COMPLETED-TIME the date the step was listed. MTSRUN0
      * REQD/DROP maintains the list and the MTSD day-open (MTSPGM5)
      * checks every listed step against the day being left.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05 RUN-KEY.
               10 RUN-STEP-NAME        PIC X(08).
           05 RUN-COMPLETED-IND        PIC X(01).
               88 RUN-STEP-COMPLETED                      VALUE 'Y'.
               88 RUN-STEP-REQUIRED                       VALUE 'R'.
           05 RUN-COMPLETED-TIME       PIC X(08).
