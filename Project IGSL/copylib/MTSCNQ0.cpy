      *****************************************************************
      * MTSCNQ0 - Single-record control file (CNTSEQ) holding the
      * last contract note number issued, the INVSEQ/MTSIVC0
      * convention. The end-of-day contract note run (MTSCNT0) reads
      * the record at start-up, numbers the day's notes
      * consecutively from it, and rewrites it ONCE at clean end of
      * job - so an abended run commits nothing and a rerun reissues
      * the same numbers, keeping the sequence gapless. Nothing else
      * allocates contract note numbers.
      *
      * CNQ-LAST-NOTE-DATE is the business date the last committed
      * numbers were issued for. MTSCNT0 will not number a second
      * set of notes for a date already committed, so a resubmission
      * after a clean run can never issue a client two notes for one
      * trading day.
      *****************************************************************
       01  CNTSEQ-RECORD.
           05 CNQ-CONTROL-KEY         PIC X(01)          VALUE 'C'.
           05 CNQ-LAST-NOTE-NO        PIC 9(08).
           05 CNQ-LAST-NOTE-DATE      PIC 9(08).
