      *****************************************************************
      * MTSBHV0 - Exchange closing-price file (bhavcopy) layout.
      * One record per scrip on the BHAVIN dataset the exchange
      * publishes after the close, in ascending scrip code order,
      * carrying the day's open/high/low/close, the exchange's
      * previous close (already adjusted by the exchange for any
      * corporate action going ex today) and the price band that
      * applies to the NEXT trading session. BHV-TRADE-DATE is the
      * session the prices belong to - every detail on one file
      * carries the same date. A band of zeros means the exchange
      * sets no band for the scrip (derivatives-eligible scrips).
      *
      * A control trailer is appended as the LAST record, the same
      * length and the same proving convention as MTSEXT0: the
      * trailer id carries '*TRAILER*' in the scrip code position -
      * unambiguous because no scrip code contains an asterisk -
      * BHT-RECORD-COUNT counts the details ahead of it, and
      * BHT-CLOSE-HASH is the low-order nine digits of the sum of
      * the closing prices taken in paise. MTSEDT2 proves the file
      * against this trailer before MTSBHL0 loads it; MTSBHL0's
      * reader treats the trailer as end of file.
      *****************************************************************
       01  BHAVCOPY-RECORD.
           05 BHV-SCRIP-CODE           PIC X(10).
           05 BHV-ISIN                 PIC X(12).
           05 BHV-TRADE-DATE           PIC 9(08).
           05 BHV-OPEN-PRICE           PIC 9(06)V99.
           05 BHV-HIGH-PRICE           PIC 9(06)V99.
           05 BHV-LOW-PRICE            PIC 9(06)V99.
           05 BHV-CLOSE-PRICE          PIC 9(06)V99.
           05 BHV-PREV-CLOSE           PIC 9(06)V99.
           05 BHV-BAND-LOW             PIC 9(06)V99.
           05 BHV-BAND-HIGH            PIC 9(06)V99.
           05 BHV-TRADED-QTY           PIC 9(12).
           05 FILLER                   PIC X(02).
      *
       01  BHAVCOPY-TRAILER.
           05 BHT-TRAILER-ID           PIC X(10).
               88 BHT-IS-TRAILER                  VALUE '*TRAILER*'.
           05 BHT-RECORD-COUNT         PIC 9(05).
           05 BHT-CLOSE-HASH           PIC 9(09).
           05 FILLER                   PIC X(76).
