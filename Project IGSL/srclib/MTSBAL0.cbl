      *        : FOLLOWING EOD STEPS ARE CONDITIONED NOT TO RUN - A
      *        : SHORT OR SWAPPED LOG DATASET CAN NEVER FLOW SILENTLY
      *        : INTO THE REPORTS.
      *        : CHARGE ADJUSTMENTS APPENDED BY THE MTSIRR0
      *        : RE-RATING RUN ARE NEITHER TRADES NOR REVERSALS -
      *        : THEY ARE COUNTED APART AND SHOWN FOR INFORMATION,
      *        : WHILE THEIR CHARGES STAY IN THE SUM, WHICH MTSIRR0
      *        : ADDS TO DAYCTL AS IT APPENDS THEM.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       01  WS-FILE-TOTALS.
           05 WF-TRADE-COUNT          PIC 9(08)          VALUE ZERO.
           05 WF-REVERSAL-COUNT       PIC 9(08)          VALUE ZERO.
           05 WF-ADJUSTMENT-COUNT     PIC 9(08)          VALUE ZERO.
           05 WF-TOTAL-CHARGE-SUM     PIC 9(12)V99       VALUE ZERO.
           05 WF-LAST-TRADE-SEQ       PIC 9(06)          VALUE ZERO.
      *
           05 WB-FILE                 PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WB-FLAG                 PIC X(08).
      *
       01  WS-INFO-LINE.
           05 WI-ITEM                 PIC X(34).
           05 WI-COUNT                PIC ZZ,ZZZ,ZZ9.
      *
       01  WS-VERDICT-LINE            PIC X(60).
      *
      *
       020-ADD-UP-LOG.
      *
           EVALUATE TRUE
             WHEN TXL-IS-REVERSAL
               ADD 1 TO WF-REVERSAL-COUNT
             WHEN TXL-IS-ADJUSTMENT
               ADD 1 TO WF-ADJUSTMENT-COUNT
             WHEN OTHER
               ADD 1 TO WF-TRADE-COUNT
               IF TXL-TRADE-SEQ-NO > WF-LAST-TRADE-SEQ
                 MOVE TXL-TRADE-SEQ-NO TO WF-LAST-TRADE-SEQ
               END-IF
           END-EVALUATE
           ADD TXL-TOTAL-CHARGE TO WF-TOTAL-CHARGE-SUM
      *
           READ TXN-LOG-FILE
             MOVE 'N'        TO WS-BALANCED-IND
           END-IF
           WRITE REPORT-LINE FROM WS-COMPARE-LINE
      *
           IF WF-ADJUSTMENT-COUNT > ZERO
             MOVE 'CHARGE ADJUSTMENTS (IN CHARGES) =' TO WI-ITEM
             MOVE WF-ADJUSTMENT-COUNT TO WI-COUNT
             WRITE REPORT-LINE FROM WS-INFO-LINE
           END-IF
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
