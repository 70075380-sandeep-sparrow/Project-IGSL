      * dataset and refuses to let the suite run when the two
      * disagree - a short or swapped file can never flow silently
      * into the reports. Counters reset when the business date
      * moves on. After a file loss the MTSFRC0 forward recovery
      * re-derives the record outright from the day's TXNLOG.
      *****************************************************************
       01  DAYCTL-RECORD.
           05 DCT-CONTROL-KEY         PIC X(01).
