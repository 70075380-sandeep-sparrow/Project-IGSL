      *****************************************************************
      * MTSNET0 - Client net obligation work record layout (CLINET).
      * One record per client off the MTSSTM0 statement control
      * break - the settlement date's netted figures, read back in
      * the same step for the funds control list, the bank payment
      * interface and the ledger posting, then passed to the
      * MTSNFR0 clearing corporation net funds obligation
      * reconciliation. Signed: reversals can net a side negative.
      * CNR-NET-OBLIGATION = SELLS - BUYS - CHARGES, positive paying
      * out to the client.
      *
      * CNR-SETTLEMENT-DATE is the date the slice settles on (see
      * MTSSTM0's ledger date). The CNR-SEGMENT-ENTRY table breaks
      * the client's figures out by exchange segment, in MTSDED0's
      * N B F C M order, so the reconciliation can be broken down
      * the way the clearing corporation states its obligation; a
      * trade logged with a blank segment counts under 'N', the
      * MTSDED0 default. The segment entries sum to the client
      * totals ahead of them.
      *****************************************************************
       01  CLIENT-NET-RECORD.
           05 CNR-CLIENT-CODE          PIC X(06).
           05 CNR-BUY-TOTAL            PIC S9(11)V99.
           05 CNR-SELL-TOTAL           PIC S9(11)V99.
           05 CNR-CHARGE-TOTAL         PIC S9(09)V99.
           05 CNR-NET-OBLIGATION       PIC S9(11)V99.
           05 CNR-TRADE-COUNT          PIC S9(05).
           05 CNR-SETTLEMENT-DATE      PIC 9(08).
           05 CNR-SEGMENT-ENTRY OCCURS 5 TIMES.
               10 CNR-SEG-BUY-TOTAL    PIC S9(11)V99.
               10 CNR-SEG-SELL-TOTAL   PIC S9(11)V99.
               10 CNR-SEG-CHARGE-TOTAL PIC S9(09)V99.
