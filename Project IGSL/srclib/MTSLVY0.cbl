      *        : SELL-SIDE COLLECTIONS, AND STAMP DUTY BY SLAB - EACH
      *        : WITH DAY-WISE SUBTOTALS AND A MONTH GRAND TOTAL.
      *        : REVERSAL ENTRIES NET OUT OF EVERY BUCKET THE SAME WAY
      *        : MTSRPT0 NETS THEM FROM ITS GRAND TOTALS, AND THE
      *        : INTRADAY RE-RATING ADJUSTMENTS (MTSIRR0) MOVE THE
      *        : LEVIES THEY CORRECT WITHOUT COUNTING AS TRADES.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
      *
       025-ADD-TO-BUCKETS.
      *
           EVALUATE TRUE
             WHEN TXL-IS-REVERSAL
               MOVE -1 TO WS-NET-SIGN
               SUBTRACT 1 FROM WS-TRADE-COUNT
             WHEN TXL-IS-CHARGE-CREDIT
               MOVE -1 TO WS-NET-SIGN
             WHEN TXL-IS-CHARGE-RAISE
               MOVE +1 TO WS-NET-SIGN
             WHEN OTHER
               MOVE +1 TO WS-NET-SIGN
               ADD 1 TO WS-TRADE-COUNT
           END-EVALUATE
      *
           MOVE WS-LOG-DAY-N TO WS-DAY-SUB
      *
