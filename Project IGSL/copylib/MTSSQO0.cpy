      *****************************************************************
      * MTSSQO0 - Mandatory square-off instruction file layout.
      * One detail record per holding the dealing desk is to sell
      * next morning for a client whose overdue pay-in debit has
      * passed the regulatory square-off age, cut nightly by the
      * MTSLQD0 risk-desk liquidation run onto the SQROFF dataset.
      * The records for one client follow the liquidation order the
      * report prints - largest, most liquid holding first - and
      * SQO-PRIORITY numbers them from 1 within the client.
      * SQO-SELL-QUANTITY is what covers the shortfall valued at the
      * close after the 'LQ' haircut (see MTSRTE0), so the last
      * holding of a client may be a part quantity.
      *
      * A control trailer is appended as the LAST record, the same
      * 80-byte length, in the MTSBNK0 manner: SQT-TRAILER-ID carries
      * 'TR' - unambiguous because a detail record starts with a
      * client code - SQT-RECORD-COUNT counts the details ahead of
      * it and SQT-QUANTITY-TOTAL sums their sell quantities, so the
      * desk can prove the file complete before acting on it.
      *****************************************************************
       01  SQUARE-OFF-RECORD.
           05 SQO-CLIENT-CODE          PIC X(06).
           05 SQO-SCRIP-CODE           PIC X(10).
           05 SQO-PRIORITY             PIC 9(03).
           05 SQO-SELL-QUANTITY        PIC 9(10).
           05 SQO-CLOSE-PRICE          PIC 9(06)V99.
           05 SQO-BUSINESS-DATE        PIC 9(08).
           05 SQO-DEBIT-AGE-DAYS       PIC 9(05).
           05 SQO-SHORTFALL            PIC 9(11)V99.
           05 FILLER                   PIC X(17).
      *
       01  SQUARE-OFF-TRAILER.
           05 SQT-TRAILER-ID           PIC X(02).
           05 SQT-RECORD-COUNT         PIC 9(05).
           05 SQT-QUANTITY-TOTAL       PIC 9(12).
           05 FILLER                   PIC X(61).
