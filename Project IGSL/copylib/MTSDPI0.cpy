      *****************************************************************
      * MTSDPI0 - Delayed-payment interest register record layout.
      * One record per client per business date the nightly MTSDPC0
      * run charged interest on, on the DPCINT indexed (VSAM KSDS)
      * file. The charge itself is posted to LGR-INTEREST-CHARGED on
      * the client's current CLILGR record (see MTSLGR0); this file
      * is the detail behind it and the feed for the rest of the
      * suite:
      *   - MTSGLP0 posts the business date's records to the GL -
      *     receivable debit against interest income and GST
      *     payable;
      *   - MTSINV0 bills the month's records on the client's GST
      *     tax invoice as a separate taxable line.
      *
      * The key leads with the charge date, the TXNHIST convention,
      * so a day or a month is one keyed slice. A record already on
      * file for the date is what makes the MTSDPC0 posting
      * rerun-safe - the client is not charged a second time.
      *
      * DPI-TOTAL-CHARGE is what was debited to the ledger: the
      * interest plus its GST, split CGST + SGST (intra-state) or
      * IGST (inter-state) off CLI-STATE-CODE the way MTSPGM0 splits
      * the GST on brokerage.
      *****************************************************************
       01  DELAYED-INTEREST-RECORD.
           05 DPI-KEY.
               10 DPI-CHARGE-DATE      PIC 9(08).
               10 DPI-CLIENT-CODE      PIC X(06).
           05 DPI-LEDGER-DATE          PIC 9(08).
           05 DPI-DEBIT-BALANCE        PIC 9(11)V99.
           05 DPI-DAYS-OVERDUE         PIC 9(05).
           05 DPI-DAILY-RATE           PIC V9(7).
           05 DPI-INTEREST-AMOUNT      PIC 9(09)V99.
           05 DPI-CGST-CHARGE          PIC 9(06)V99.
           05 DPI-SGST-CHARGE          PIC 9(06)V99.
           05 DPI-IGST-CHARGE          PIC 9(06)V99.
           05 DPI-TOTAL-CHARGE         PIC 9(09)V99.
           05 FILLER                   PIC X(10).
