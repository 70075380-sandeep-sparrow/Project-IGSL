      * size of zero switches that particular check off for the
      * scrip (some segments trade odd lots), and the segment code
      * carries the same meanings as MTSDED0's EXCHANGE-SEGMENT-IND.
      *
      * The price band is refreshed every night by the closing-price
      * load (MTSBHL0) from the band the exchange publishes for the
      * next session; a band keyed on MTSP holds only until then, or
      * for a scrip the exchange sets no band for.
      *
      * A derivative contract (segment 'F') also carries its contract
      * type and expiry date. On the expiry date the MTSXPR0 run
      * closes every client's open position in the contract at the
      * exchange's final settlement price and marks the contract
      * EXPIRED - an expired contract counts as suspended everywhere
      * SCR-IS-SUSPENDED is tested, and unlike a plain suspension it
      * cannot be reinstated on MTSP. Both fields were carved from
      * the spare bytes, so no offset moved; records keyed before
      * they existed carry spaces there, so readers test the expiry
      * date NUMERIC before using it.
      *****************************************************************
       01  SCRIP-MASTER-RECORD.
           05 SCR-SCRIP-CODE          PIC X(10).
           05 SCR-BAND-HIGH           PIC 9(06)V99.
           05 SCR-STATUS              PIC X(01).
               88 SCR-IS-ACTIVE                           VALUE 'A'.
               88 SCR-IS-SUSPENDED                        VALUE 'S'
                                                                'X'.
               88 SCR-IS-EXPIRED                          VALUE 'X'.
           05 SCR-CONTRACT-TYPE       PIC X(01).
               88 SCR-IS-FUTURE                           VALUE 'F'.
               88 SCR-IS-CALL-OPTION                      VALUE 'C'.
               88 SCR-IS-PUT-OPTION                       VALUE 'P'.
               88 SCR-IS-DERIVATIVE                       VALUE 'F'
                                                                'C'
                                                                'P'.
           05 SCR-EXPIRY-DATE         PIC 9(08).
           05 FILLER                  PIC X(01).
