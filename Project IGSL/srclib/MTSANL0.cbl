      *        : CURRENCY (R/U/E/G) AND BY BROKERAGE PLAN (PERCENTAGE
      *        : VS FLAT FEE), WITH A NET TRADE COUNT AND AVERAGE
      *        : TOTAL CHARGE PER BUCKET. REVERSALS NET OUT THE SAME
      *        : WAY MTSRPT0 NETS ITS GRAND TOTALS; INTRADAY
      *        : RE-RATING ADJUSTMENTS (MTSIRR0) MOVE THE CHARGES
      *        : BUT NOT THE TRADE COUNT. RECORDS LOGGED
      *        : BEFORE THE INDICATORS EXISTED CARRY SPACES AND ARE
      *        : BUCKETED UNDER THE MTSDED0 DEFAULTS (N/R/P).
      ******************************************************************
       01  WS-CUR-SUB                  PIC S9(4) COMP.
       01  WS-PLN-SUB                  PIC S9(4) COMP.
       01  WS-NET-SIGN                 PIC S9(01)         VALUE +1.
       01  WS-COUNT-SIGN               PIC S9(01)         VALUE +1.
       01  WS-WORK-CODE                PIC X(01).
      *
        01  SYSTEM-DATE-AND-TIME.
      *
       020-ACCUMULATE-RECORDS.
      *
           IF TXL-NETS-NEGATIVE
             MOVE -1 TO WS-NET-SIGN
           ELSE
             MOVE +1 TO WS-NET-SIGN
           END-IF
           IF TXL-IS-ADJUSTMENT
             MOVE ZERO        TO WS-COUNT-SIGN
           ELSE
             MOVE WS-NET-SIGN TO WS-COUNT-SIGN
           END-IF
      *
      * Segment rows 1-5; blank or unknown codes bucket under the
      * default segment 'N', matching MTSDED0's convention for
       025-ADD-TO-BUCKET.
      *
           COMPUTE WB-COUNT(WS-BKT-SUB) =
               WB-COUNT(WS-BKT-SUB) + WS-COUNT-SIGN
           COMPUTE WB-BROKERAGE(WS-BKT-SUB) =
               WB-BROKERAGE(WS-BKT-SUB) +
               WS-NET-SIGN * TXL-BROKERAGE-CHARGE
