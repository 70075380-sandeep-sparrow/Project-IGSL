      *****************************************************************
      * MTSPRC0 - Daily closing-price history record layout.
      * One record per scrip per trading date on the PRCMAS indexed
      * (VSAM KSDS) file, loaded nightly by MTSBHL0 from the
      * exchange bhavcopy (MTSBHV0). Keyed scrip + inverted price
      * date (99999999 minus CCYYMMDD), the RATMAS effective-date
      * convention: a START at the scrip and the inverted business
      * date followed by one READ NEXT finds the latest close on or
      * before that date - which is how MTSMTM0 values a holding
      * whose scrip did not trade today.
      *
      * PRC-PREV-CLOSE is the exchange's previous close as published,
      * so a split going ex today is already adjusted in it and the
      * day's mark-to-market (close less previous close) stays true.
      *****************************************************************
       01  PRICE-HISTORY-RECORD.
           05 PRC-KEY.
               10 PRC-SCRIP-CODE       PIC X(10).
               10 PRC-PRICE-CDATE      PIC 9(08).
           05 PRC-PRICE-DATE           PIC 9(08).
           05 PRC-OPEN-PRICE           PIC 9(06)V99.
           05 PRC-HIGH-PRICE           PIC 9(06)V99.
           05 PRC-LOW-PRICE            PIC 9(06)V99.
           05 PRC-CLOSE-PRICE          PIC 9(06)V99.
           05 PRC-PREV-CLOSE           PIC 9(06)V99.
           05 PRC-TRADED-QTY           PIC 9(12).
           05 PRC-LOAD-DATE            PIC 9(08).
           05 FILLER                   PIC X(20).
