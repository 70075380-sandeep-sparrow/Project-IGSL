      * QUEUE('CNOTE') - an extra-partition TD queue routed to the
      * branch printer in a real CICS region, the CICS-native
      * equivalent of the flat report files CALC1002/MTSRPT0 use in
      * batch. Each print is a trade confirmation; the numbered
      * contract note for the day is MTSCNT0's end-of-day run.
      *****************************************************************
       01  CONTRACT-NOTE-LINE             PIC X(80).
