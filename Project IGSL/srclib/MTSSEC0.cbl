      *
      * A record logged before the scrip fields existed carries
      * spaces there and cannot be netted per scrip - it is skipped,
      * the funds side (MTSSTM0) still states it. An intraday
      * re-rating charge adjustment moves no shares and is skipped.
       110-RELEASE-ONE-TRADE.
      *
           IF TXL-SCRIP-CODE NOT = SPACES
              AND TXL-QUANTITY NUMERIC
              AND NOT TXL-IS-ADJUSTMENT
             MOVE TXL-CLIENT-CODE  TO SC-CLIENT-CODE
             MOVE TXL-SCRIP-CODE   TO SC-SCRIP-CODE
             IF TXL-IS-REVERSAL
