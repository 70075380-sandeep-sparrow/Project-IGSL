      * outstanding from the client. The day's net obligation
      * (sells - buys - charges, as MTSSTM0 nets it) adds to the
      * balance; money actually received from the client adds,
      * money paid out to the client subtracts, and delayed-payment
      * interest charged on an overdue debit (the MTSDPC0 run -
      * interest plus the GST on it, see MTSDPI0) subtracts:
      *   CLOSING = OPENING + NET-OBLIGATION + RECEIVED - PAID
      *             - INTEREST-CHARGED.
      * LGR-INTEREST-CHARGED takes the 10 bytes that were trailing
      * FILLER, so the record stays 97 bytes and no existing field
      * or cluster definition changes; records written before it
      * existed carry spaces there and are treated as no interest.
      *****************************************************************
       01  CLIENT-LEDGER-RECORD.
           05 LGR-KEY.
           05 LGR-AMOUNT-RECEIVED      PIC 9(11)V99.
           05 LGR-AMOUNT-PAID          PIC 9(11)V99.
           05 LGR-CLOSING-BALANCE      PIC S9(11)V99.
           05 LGR-INTEREST-CHARGED     PIC 9(08)V99.
