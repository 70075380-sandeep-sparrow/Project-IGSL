      *        : READS THE DAILY TRANSACTION LOG (TXNLOG - THE DATASET
      *        : BEHIND THE TXNL EXTRA-PARTITION TD QUEUE WRITTEN BY
      *        : MTSPGM0) AND PRINTS ONE LINE PER TRADE PLUS GRAND
      *        : TOTALS FOR EACH CHARGE COMPONENT. AN INTRADAY
      *        : RE-RATING ADJUSTMENT (MTSIRR0) PRINTS AS 'ADJ' (A
      *        : CHARGE RAISED) OR 'CRD' (A CHARGE CREDITED BACK)
      *        : AND MOVES THE CHARGE TOTALS, NOT THE TRADE COUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
           MOVE TXL-ENTRY-OPERATOR      TO WD-ENTRY-OPERATOR
           MOVE TXL-ENTRY-TERMINAL      TO WD-ENTRY-TERMINAL
      *
           EVALUATE TRUE
             WHEN TXL-IS-REVERSAL
               MOVE 'REV'               TO WD-ENTRY-TYPE
             WHEN TXL-IS-CHARGE-RAISE
               MOVE 'ADJ'               TO WD-ENTRY-TYPE
             WHEN TXL-IS-CHARGE-CREDIT
               MOVE 'CRD'               TO WD-ENTRY-TYPE
             WHEN OTHER
               MOVE 'ORG'               TO WD-ENTRY-TYPE
           END-EVALUATE
      *
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
      *
           IF TXL-NETS-NEGATIVE
             SUBTRACT TXL-BROKERAGE-CHARGE    FROM GT-BROKERAGE-CHARGE
             SUBTRACT TXL-TRANSACTION-CHARGE  FROM GT-TRANSACTION-CHARGE
             SUBTRACT TXL-STT-CHARGE          FROM GT-STT-CHARGE
             SUBTRACT TXL-TOTAL-CHARGE        FROM GT-TOTAL-CHARGE
             SUBTRACT TXL-ROUNDING-DIFF       FROM GT-ROUNDING-DIFF
             SUBTRACT TXL-MARGIN-PENALTY      FROM GT-MARGIN-PENALTY
             IF TXL-IS-REVERSAL
               SUBTRACT 1                     FROM WS-TRADE-COUNT
             END-IF
           ELSE
             ADD TXL-BROKERAGE-CHARGE     TO GT-BROKERAGE-CHARGE
             ADD TXL-TRANSACTION-CHARGE   TO GT-TRANSACTION-CHARGE
             ADD TXL-TOTAL-CHARGE         TO GT-TOTAL-CHARGE
             ADD TXL-ROUNDING-DIFF        TO GT-ROUNDING-DIFF
             ADD TXL-MARGIN-PENALTY       TO GT-MARGIN-PENALTY
             IF NOT TXL-IS-ADJUSTMENT
               ADD 1                      TO WS-TRADE-COUNT
             END-IF
           END-IF
      *
           READ TXN-LOG-FILE
