      *        : MONTH'S BROKERAGE: TAXABLE VALUE = BROKERAGE PLUS
      *        : TRANSACTION CHARGE, WITH CGST/SGST/IGST EXACTLY AS
      *        : LOGGED TRADE BY TRADE AND REVERSALS NETTING OUT THE
      *        : WAY MTSRPT0 NETS THEM - AN INTRADAY RE-RATING
      *        : CHARGE CREDIT (MTSIRR0) NETS OUT LIKE A REVERSAL,
      *        : A CHARGE RAISE ADDS LIKE A TRADE. CLIENT NAME AND
      *        : STATE COME
      *        : FROM CLIMAS.
      *        : INVOICE NUMBERS ARE ISSUED GAPLESS FROM THE INVSEQ
      *        : ONE-RECORD CONTROL FILE (MTSIVC0, THE TRDSEQ
      *        : REISSUES THE SAME NUMBERS. A CLIENT WHOSE MONTH
      *        : NETS TO NO POSITIVE TAXABLE VALUE GETS NO INVOICE
      *        : AND IS LISTED ON SYSOUT FOR THE BACK OFFICE.
      *        : THE MONTH'S DELAYED-PAYMENT INTEREST CHARGES OFF
      *        : THE DPCINT REGISTER (MTSDPI0, WRITTEN BY MTSDPC0)
      *        : GO INTO THE SAME SORT AND BILL AS A SEPARATE
      *        : TAXABLE LINE, THEIR GST ADDING INTO THE CGST/SGST/
      *        : IGST LINES - A CLIENT CHARGED INTEREST BUT WITH NO
      *        : TRADES IN THE MONTH STILL GETS AN INVOICE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
               ACCESS MODE IS RANDOM
               RECORD KEY IS IVC-CONTROL-KEY
               FILE STATUS IS WS-INVSEQ-STATUS.
      *
           SELECT DELAYED-INTEREST-FILE ASSIGN TO DPCINT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPI-KEY
               FILE STATUS IS WS-DPCINT-STATUS.
      *
           SELECT INVOICE-PRINT-FILE ASSIGN TO INVRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       FD  INVOICE-CONTROL-FILE.
           COPY MTSIVC0.
      *
       FD  DELAYED-INTEREST-FILE.
           COPY MTSDPI0.
      *
       FD  INVOICE-PRINT-FILE
           RECORDING MODE IS F
           05 SR-CGST                 PIC 9(06)V99.
           05 SR-SGST                 PIC 9(06)V99.
           05 SR-IGST                 PIC 9(06)V99.
           05 SR-INTEREST             PIC 9(09)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-HIST-STATUS             PIC X(02).
       01  WS-CLIMAS-STATUS           PIC X(02).
       01  WS-INVSEQ-STATUS           PIC X(02).
       01  WS-DPCINT-STATUS           PIC X(02).
       01  WS-DPC-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-INTEREST                            VALUE 'Y'.
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-SLICE                               VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH         PIC X(01)          VALUE 'N'.
      * Per-client month accumulators, signed so reversals net out.
       01  WS-CURR-CLIENT             PIC X(06).
       01  WS-CLI-TAXABLE             PIC S9(11)V99.
       01  WS-CLI-INTEREST            PIC S9(11)V99.
       01  WS-CLI-TAXABLE-TOTAL       PIC S9(11)V99.
       01  WS-CLI-CGST                PIC S9(09)V99.
       01  WS-CLI-SGST                PIC S9(09)V99.
       01  WS-CLI-IGST                PIC S9(09)V99.
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT  DELAYED-INTEREST-FILE
           IF WS-DPCINT-STATUS NOT = '00'
             DISPLAY "DPCINT OPEN FAILED, STATUS = " WS-DPCINT-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT INVOICE-PRINT-FILE
      *
      * Numbering starts after the last number committed by the
       100-RELEASE-MONTH-SLICE.
      *
           PERFORM 015-POSITION-ON-MONTH
           PERFORM 110-RELEASE-ONE-RECORD UNTIL END-OF-SLICE
      *
           MOVE LOW-VALUES       TO DPI-KEY
           MOVE WS-SLICE-FROM-N  TO DPI-CHARGE-DATE
           START DELAYED-INTEREST-FILE KEY NOT < DPI-KEY
             INVALID KEY
               MOVE 'Y' TO WS-DPC-EOF-SWITCH
           END-START
           PERFORM 120-RELEASE-ONE-INTEREST UNTIL END-OF-INTEREST.
      *
       110-RELEASE-ONE-RECORD.
      *
             ELSE
               MOVE TXH-TXN-DATA    TO TXN-LOG-RECORD
               MOVE TXL-CLIENT-CODE TO SR-CLIENT-CODE
               IF TXL-NETS-NEGATIVE
                 MOVE -1 TO SR-NET-SIGN
               ELSE
                 MOVE +1 TO SR-NET-SIGN
               MOVE TXL-CGST-CHARGE        TO SR-CGST
               MOVE TXL-SGST-CHARGE        TO SR-SGST
               MOVE TXL-IGST-CHARGE        TO SR-IGST
               MOVE ZERO                   TO SR-INTEREST
               RELEASE SORT-RECORD
             END-IF
           END-IF.
      *
      * The interest register is keyed charge date first, so the
      * month is one slice the same as the history. An interest
      * record carries no brokerage - only the interest and its GST.
       120-RELEASE-ONE-INTEREST.
      *
           READ DELAYED-INTEREST-FILE NEXT
             AT END
               MOVE 'Y' TO WS-DPC-EOF-SWITCH
           END-READ
           IF NOT END-OF-INTEREST
             IF DPI-CHARGE-DATE > WS-SLICE-TO-N
               MOVE 'Y' TO WS-DPC-EOF-SWITCH
             ELSE
               MOVE DPI-CLIENT-CODE        TO SR-CLIENT-CODE
               MOVE +1                     TO SR-NET-SIGN
               MOVE ZERO                   TO SR-BROKERAGE
                                              SR-TXN-CHARGE
               MOVE DPI-CGST-CHARGE        TO SR-CGST
               MOVE DPI-SGST-CHARGE        TO SR-SGST
               MOVE DPI-IGST-CHARGE        TO SR-IGST
               MOVE DPI-INTEREST-AMOUNT    TO SR-INTEREST
               RELEASE SORT-RECORD
             END-IF
           END-IF.
             END-IF
             MOVE SR-CLIENT-CODE TO WS-CURR-CLIENT
             MOVE ZERO TO WS-CLI-TAXABLE
                          WS-CLI-INTEREST
                          WS-CLI-CGST
                          WS-CLI-SGST
                          WS-CLI-IGST
      *
           COMPUTE WS-CLI-TAXABLE = WS-CLI-TAXABLE +
               SR-NET-SIGN * (SR-BROKERAGE + SR-TXN-CHARGE)
           COMPUTE WS-CLI-INTEREST = WS-CLI-INTEREST + SR-INTEREST
           COMPUTE WS-CLI-CGST = WS-CLI-CGST + SR-NET-SIGN * SR-CGST
           COMPUTE WS-CLI-SGST = WS-CLI-SGST + SR-NET-SIGN * SR-SGST
           COMPUTE WS-CLI-IGST = WS-CLI-IGST + SR-NET-SIGN * SR-IGST
      *
       230-CUT-INVOICE.
      *
           COMPUTE WS-CLI-TAXABLE-TOTAL =
               WS-CLI-TAXABLE + WS-CLI-INTEREST
           IF WS-CLI-TAXABLE-TOTAL NOT > ZERO
             ADD 1 TO WS-SKIPPED-COUNT
             DISPLAY "NO INVOICE - MONTH NETS TO NO TAXABLE VALUE,"
                     " CLIENT = " WS-CURR-CLIENT
           MOVE 'TAXABLE VALUE (BRKG + TXN CHG)' TO WI-TAG
           MOVE WS-CLI-TAXABLE      TO WI-AMOUNT
           WRITE INVOICE-LINE FROM WS-INVOICE-DETAIL
           IF WS-CLI-INTEREST NOT = ZERO
             MOVE 'DELAYED PAYMENT INTEREST'  TO WI-TAG
             MOVE WS-CLI-INTEREST     TO WI-AMOUNT
             WRITE INVOICE-LINE FROM WS-INVOICE-DETAIL
             MOVE 'TOTAL TAXABLE VALUE'       TO WI-TAG
             MOVE WS-CLI-TAXABLE-TOTAL TO WI-AMOUNT
             WRITE INVOICE-LINE FROM WS-INVOICE-DETAIL
           END-IF
           MOVE 'CGST'              TO WI-TAG
           MOVE WS-CLI-CGST         TO WI-AMOUNT
           WRITE INVOICE-LINE FROM WS-INVOICE-DETAIL
           WRITE INVOICE-LINE FROM WS-INVOICE-DETAIL
      *
           COMPUTE WS-CLI-GRAND-TOTAL =
               WS-CLI-TAXABLE-TOTAL + WS-CLI-GST-TOTAL
           MOVE 'INVOICE TOTAL'     TO WI-TAG
           MOVE WS-CLI-GRAND-TOTAL  TO WI-AMOUNT
           WRITE INVOICE-LINE FROM WS-INVOICE-DETAIL
           CLOSE TRADE-HISTORY-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE INVOICE-CONTROL-FILE
           CLOSE DELAYED-INTEREST-FILE
           CLOSE INVOICE-PRINT-FILE
      *
           MOVE WS-INVOICE-COUNT TO WC-INVOICE-COUNT
