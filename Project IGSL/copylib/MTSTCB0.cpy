      *****************************************************************
      * MTSTCB0 - Trade-capture break extract record layout.
      * One record per exception the MTSTCR0 trade-capture
      * reconciliation raises, written alongside its report to a
      * daily generation (TCRBRK) so the breaks can be traced back
      * to whoever keyed them: the operator, terminal and entry time
      * come off the TRDMAS record the break was found on (see the
      * entry capture audit fields in MTSLOG0). A trade the exchange
      * executed that was never captured ('C') has no trade master
      * record, so its keying fields are spaces - it cannot be
      * traced. TCB-BUSINESS-DATE is the day the reconciliation ran
      * for, so a month's generations read together still sort out
      * by day. Read by the MTSOPR0 operator activity report.
      *****************************************************************
       01  CAPTURE-BREAK-RECORD.
           05 TCB-BUSINESS-DATE        PIC 9(08).
           05 TCB-TRADE-SEQ-NO         PIC 9(06).
           05 TCB-BREAK-TYPE           PIC X(01).
               88 TCB-SCRIP-MISMATCH                      VALUE 'S'.
               88 TCB-QUANTITY-MISMATCH                   VALUE 'Q'.
               88 TCB-PRICE-MISMATCH                      VALUE 'P'.
               88 TCB-NOT-ON-EXCHANGE                     VALUE 'E'.
               88 TCB-NOT-CAPTURED                        VALUE 'C'.
           05 TCB-ENTRY-OPERATOR       PIC X(08).
           05 TCB-ENTRY-TERMINAL       PIC X(04).
           05 TCB-ENTRY-TIME           PIC X(08).
           05 TCB-CLIENT-CODE          PIC X(06).
           05 TCB-REVERSED-IND         PIC X(01).
           05 FILLER                   PIC X(38).
