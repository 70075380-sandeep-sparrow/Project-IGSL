      *        : THE EXCHANGE EXECUTED IT - BUT THE LINE IS TAGGED
      *        : SO THE DESK KNOWS A CORRECTION IS ALREADY IN HAND.
      *        : ANY EXCEPTION ENDS THE STEP RC=4.
      *        : EVERY EXCEPTION IS ALSO WRITTEN TO THE TCRBRK
      *        : EXTRACT (MTSTCB0) WITH THE OPERATOR, TERMINAL AND
      *        : ENTRY TIME OFF THE TRADE MASTER, SO THE OPERATOR
      *        : ACTIVITY REPORT (MTSOPR0) CAN TRACE THE BREAK BACK
      *        : TO WHOEVER KEYED THE TRADE.
      *        : THE EXPIRY CLOSE-OUT ENTRIES MTSXPR0 RAISES ON TRDMAS
      *        : (ENTRY OPERATOR 'MTSXPR0') WERE NEVER EXECUTED ON
      *        : THE EXCHANGE - THEY ARE PASSED OVER AND ONLY
      *        : COUNTED, NOT RAISED AS NOT ON THE EXCHANGE FILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
      *
           SELECT REPORT-FILE ASSIGN TO TCROUT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT BREAK-EXTRACT-FILE ASSIGN TO TCRBRK
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
      *
       FD  DAY-CONTROL-FILE.
           COPY MTSCTL0.
      *
       FD  BREAK-EXTRACT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSTCB0.
      *
       WORKING-STORAGE SECTION.
      *
      *
       01  WS-MATCH-COUNT              PIC 9(06)          VALUE ZERO.
       01  WS-EXCEPTION-COUNT          PIC 9(06)          VALUE ZERO.
       01  WS-CLOSE-OUT-COUNT          PIC 9(06)          VALUE ZERO.
       01  WS-EXPIRY-OPERATOR          PIC X(08)
                                           VALUE 'MTSXPR0'.
       01  WS-MISMATCH-IND             PIC X(01).
           88 FIELDS-MISMATCHED                            VALUE 'Y'.
       01  WS-BREAK-TYPE               PIC X(01).
      *
      * The business date the extract records carry - the day
      * control record's, else the system date windowed at 50.
       01  WS-BREAK-DATE.
           05 WS-BREAK-YEAR            PIC 9(04).
           05 WS-BREAK-MONTH           PIC 9(02).
           05 WS-BREAK-DAY             PIC 9(02).
       01  WS-BREAK-DATE-N REDEFINES WS-BREAK-DATE
                                       PIC 9(08).
      *
        01  SYSTEM-DATE-AND-TIME.
            05  CURRENT-DATE.
           05 FILLER                   PIC X(20)
              VALUE 'EXCEPTIONS RAISED  ='.
           05 WC-EXCEPTION-COUNT       PIC ZZZ,ZZ9.
      *
       01  WS-CLOSE-OUT-LINE.
           05 FILLER                   PIC X(20)
              VALUE 'EXPIRY CLOSE-OUTS  ='.
           05 WC-CLOSE-OUT-COUNT       PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
             STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT BREAK-EXTRACT-FILE
      *
           IF CURRENT-YEAR > 50
             COMPUTE WS-BREAK-YEAR = 1900 + CURRENT-YEAR
           ELSE
             COMPUTE WS-BREAK-YEAR = 2000 + CURRENT-YEAR
           END-IF
           MOVE CURRENT-MONTH   TO WS-BREAK-MONTH
           MOVE CURRENT-DAY     TO WS-BREAK-DAY
      *
           MOVE CURRENT-MONTH   TO WH-MONTH
           MOVE CURRENT-DAY     TO WH-DAY
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF DCT-BUSINESS-DATE > ZERO
                   MOVE DCT-BUSINESS-DATE TO WS-BREAK-DATE-N
                 END-IF
                 IF DCT-TRADE-COUNT > ZERO
                    AND DCT-LAST-TRADE-SEQ NOT < DCT-TRADE-COUNT
                   COMPUTE WS-FIRST-SEQ-TODAY =
               MOVE 'Y' TO WS-EOF-TRD
           END-START.
      *
      * An expiry close-out is system-generated, never traded on
      * the exchange, so it has no exchange record to match and is
      * stepped over here - every trade master read comes this way.
       015-READ-NEXT-TRADE.
      *
           PERFORM 017-READ-ONE-TRADE
           PERFORM 018-SKIP-CLOSE-OUT
               UNTIL END-OF-TRADE-MASTER
                  OR TXL-ENTRY-OPERATOR NOT = WS-EXPIRY-OPERATOR.
      *
       017-READ-ONE-TRADE.
      *
           IF NOT END-OF-TRADE-MASTER
             READ TRADE-MASTER-FILE NEXT
                 MOVE 'Y' TO WS-EOF-TRD
             END-READ
           END-IF.
      *
       018-SKIP-CLOSE-OUT.
      *
           ADD 1 TO WS-CLOSE-OUT-COUNT
           PERFORM 017-READ-ONE-TRADE.
      *
      * The control trailer the edit gate already proved reads as
      * end of file here, the MTSRECN0 convention.
             WHEN TXL-SCRIP-CODE NOT = ET-SCRIP-CODE
               MOVE 'SCRIP MISMATCH'        TO WD-STATUS
               MOVE 'Y' TO WS-MISMATCH-IND
               MOVE 'S' TO WS-BREAK-TYPE
             WHEN TXL-QUANTITY NOT = ET-QUANTITY
               MOVE 'QUANTITY MISMATCH'     TO WD-STATUS
               MOVE 'Y' TO WS-MISMATCH-IND
               MOVE 'Q' TO WS-BREAK-TYPE
             WHEN TXL-TRADE-PRICE NOT = ET-TRADE-PRICE
               MOVE 'PRICE MISMATCH'        TO WD-STATUS
               MOVE 'Y' TO WS-MISMATCH-IND
               MOVE 'P' TO WS-BREAK-TYPE
             WHEN OTHER
               MOVE 'OK'                    TO WD-STATUS
           END-EVALUATE
      * thousand OK lines.
           IF FIELDS-MISMATCHED
             PERFORM 036-PRINT-DETAIL-LINE
             PERFORM 038-WRITE-TRACED-BREAK
           END-IF.
      *
       032-RAISE-NOT-ON-EXCHANGE.
             MOVE 'REVERSED' TO WD-REV-NOTE
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE 'E' TO WS-BREAK-TYPE
           PERFORM 038-WRITE-TRACED-BREAK.
      *
       034-RAISE-NOT-CAPTURED.
      *
           MOVE ET-TRADE-PRICE    TO WD-EXCH-PRICE
           MOVE 'NOT ON TRADE MASTER'   TO WD-STATUS
           ADD 1 TO WS-EXCEPTION-COUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
      *
      * Nothing was captured, so there is nobody to trace it to.
           MOVE SPACES            TO CAPTURE-BREAK-RECORD
           MOVE WS-BREAK-DATE-N   TO TCB-BUSINESS-DATE
           MOVE ET-TRADE-SEQ-NO   TO TCB-TRADE-SEQ-NO
           MOVE 'C'               TO TCB-BREAK-TYPE
           WRITE CAPTURE-BREAK-RECORD.
      *
       036-PRINT-DETAIL-LINE.
      *
             MOVE SPACES     TO WD-REV-NOTE
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
      * A break on a trade we hold - the trade master record is in
      * hand, and with it who keyed the trade, where and when.
       038-WRITE-TRACED-BREAK.
      *
           MOVE SPACES             TO CAPTURE-BREAK-RECORD
           MOVE WS-BREAK-DATE-N    TO TCB-BUSINESS-DATE
           MOVE TXL-TRADE-SEQ-NO   TO TCB-TRADE-SEQ-NO
           MOVE WS-BREAK-TYPE      TO TCB-BREAK-TYPE
           MOVE TXL-ENTRY-OPERATOR TO TCB-ENTRY-OPERATOR
           MOVE TXL-ENTRY-TERMINAL TO TCB-ENTRY-TERMINAL
           MOVE TXL-ENTRY-TIME     TO TCB-ENTRY-TIME
           MOVE TXL-CLIENT-CODE    TO TCB-CLIENT-CODE
           IF TXL-IS-REVERSAL
             MOVE 'Y' TO TCB-REVERSED-IND
           ELSE
             MOVE 'N' TO TCB-REVERSED-IND
           END-IF
           WRITE CAPTURE-BREAK-RECORD.
      *
       040-PRINT-SUMMARY.
      *
      *
           MOVE WS-EXCEPTION-COUNT TO WC-EXCEPTION-COUNT
           WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
      *
           MOVE WS-CLOSE-OUT-COUNT TO WC-CLOSE-OUT-COUNT
           WRITE REPORT-LINE FROM WS-CLOSE-OUT-LINE
      *
           IF WS-EXCEPTION-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
      *
           CLOSE EXCH-TRADE-FILE
           CLOSE TRADE-MASTER-FILE
           CLOSE REPORT-FILE
           CLOSE BREAK-EXTRACT-FILE.
      *
       END PROGRAM MTSTCR0.
