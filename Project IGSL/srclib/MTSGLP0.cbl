      *        : SIDE, WITH THE GST-SPLIT ROUNDING PAISA (SEE THE
      *        : ACCUMULATION NOTE) DEBITED TO ITS OWN ACCOUNT SO
      *        : THE FILE BALANCES BY CONSTRUCTION.
      *        : THE BUSINESS DATE'S DELAYED-PAYMENT INTEREST
      *        : CHARGES OFF THE DPCINT REGISTER (MTSDPI0, WRITTEN
      *        : BY MTSDPC0) POST IN THE SAME FILE - THE CHARGE
      *        : DEBITED TO THE CLIENT ON THE RECEIVABLE ACCOUNT
      *        : AGAINST INTEREST INCOME AND THE GST ON IT - SO A
      *        : MONTH OF DAILY FILES CARRIES THE MONTH'S ACCRUED
      *        : INTEREST. A DPCINT THAT WILL NOT OPEN POSTS NO
      *        : INTEREST AND ENDS THE STEP RC=4.
      *        : REVERSAL LOG ENTRIES POST AS CONTRAS - THEY
      *        : NET THE BUCKETS DOWN, AND A BUCKET DRIVEN NET
      *        : NEGATIVE BY REVERSALS EMITS ON THE OPPOSITE SIDE.
      *        : INTRADAY RE-RATING ADJUSTMENTS (MTSIRR0) POST THE
      *        : SAME WAY - A CHARGE RAISED LIKE AN ORIGINAL, A
      *        : CHARGE CREDITED BACK AS A CONTRA - BUT ARE NOT
      *        : COUNTED AS TRADES.
      *        : BEFORE THE FILE IS RELEASED THE PROGRAM PROVES
      *        : (1) DEBITS = CREDITS WITHIN THE FILE AND (2) THE
      *        : GROSS CHARGE VALUE POSTED (ORIGINALS PLUS
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCT-CONTROL-KEY
               FILE STATUS IS WS-DAYCTL-STATUS.
      *
           SELECT DELAYED-INTEREST-FILE ASSIGN TO DPCINT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPI-KEY
               FILE STATUS IS WS-DPCINT-STATUS.
      *
       DATA DIVISION.
      *
      *
       FD  DAY-CONTROL-FILE.
           COPY MTSCTL0.
      *
       FD  DELAYED-INTEREST-FILE.
           COPY MTSDPI0.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-DAYCTL-STATUS           PIC X(02).
       01  WS-DPCINT-STATUS           PIC X(02).
       01  WS-DPC-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-INTEREST                            VALUE 'Y'.
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-FILE                                VALUE 'Y'.
       01  WS-BALANCED-IND            PIC X(01)          VALUE 'Y'.
      *
      * One signed accumulator per ledger account - bucket 1 is the
      * receivable debit, 2-9 the income/payable credits, 10 the
      * GST-split rounding debit, 11 the delayed-payment interest
      * income credit. Reversals net each bucket down with
      * WS-NET-SIGN, the MTSRPT0 convention.
       01  WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 11 TIMES.
               10 WA-ACCOUNT-CODE     PIC X(06).
               10 WA-ACCOUNT-NAME     PIC X(30).
               10 WA-NORMAL-SIDE      PIC X(02).
       01  WS-DEBIT-TOTAL             PIC 9(13)V99       VALUE ZERO.
       01  WS-CREDIT-TOTAL            PIC 9(13)V99       VALUE ZERO.
       01  WS-RECORD-COUNT            PIC 9(05)          VALUE ZERO.
       01  WS-INTEREST-COUNT          PIC 9(06)          VALUE ZERO.
       01  WS-INTEREST-CHARGE-SUM     PIC 9(11)V99       VALUE ZERO.
      *
      * Debit-total hash in paise, compared on its low-order seven
      * digits - the MTSEDT0/MTSEXC0 definition.
           PERFORM 010-INITIALIZE
      *
           PERFORM 020-ACCUMULATE-RECORDS UNTIL END-OF-FILE
      *
           PERFORM 025-ACCUMULATE-INTEREST
      *
           PERFORM 030-WRITE-POSTING-FILE
      *
           MOVE 'GST ROUNDING DIFFERENCE'
                         TO WA-ACCOUNT-NAME(10)
           MOVE 'DR'     TO WA-NORMAL-SIDE(10)
           MOVE '410400' TO WA-ACCOUNT-CODE(11)
           MOVE 'DELAYED PAYMENT INTEREST'
                         TO WA-ACCOUNT-NAME(11)
           MOVE 'CR'     TO WA-NORMAL-SIDE(11)
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > 11
             MOVE ZERO TO WA-AMOUNT(WS-ACCT-SUB)
           END-PERFORM.
      *
      * equal credits by construction record by record.
       020-ACCUMULATE-RECORDS.
      *
           IF TXL-NETS-NEGATIVE
             MOVE -1 TO WS-NET-SIGN
           ELSE
             MOVE +1 TO WS-NET-SIGN
               WA-AMOUNT(10) + WS-NET-SIGN * WS-GST-ROUND-DIFF
      *
           ADD TXL-TOTAL-CHARGE TO WS-GROSS-CHARGE-SUM
           IF NOT TXL-IS-ADJUSTMENT
             ADD WS-NET-SIGN    TO WS-TRADE-COUNT
           END-IF
      *
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
      * The business date's slice of the interest register - the
      * key leads with the charge date. The client is debited the
      * whole charge on the receivable account; interest income and
      * the GST payable buckets take its pieces, so the interest
      * side balances by construction like the trade side. The
      * DAYCTL proof is over the trade log only and is untouched.
       025-ACCUMULATE-INTEREST.
      *
           OPEN INPUT DELAYED-INTEREST-FILE
           IF WS-DPCINT-STATUS NOT = '00'
             DISPLAY "DPCINT NOT AVAILABLE, STATUS = "
                     WS-DPCINT-STATUS
                     " - DELAYED-PAYMENT INTEREST NOT POSTED"
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE LOW-VALUES        TO DPI-KEY
             MOVE DCT-BUSINESS-DATE TO DPI-CHARGE-DATE
             START DELAYED-INTEREST-FILE KEY NOT < DPI-KEY
               INVALID KEY
                 MOVE 'Y' TO WS-DPC-EOF-SWITCH
             END-START
             PERFORM 026-ADD-ONE-INTEREST UNTIL END-OF-INTEREST
             CLOSE DELAYED-INTEREST-FILE
           END-IF.
      *
       026-ADD-ONE-INTEREST.
      *
           READ DELAYED-INTEREST-FILE NEXT
             AT END
               MOVE 'Y' TO WS-DPC-EOF-SWITCH
           END-READ
           IF NOT END-OF-INTEREST
             IF DPI-CHARGE-DATE NOT = DCT-BUSINESS-DATE
               MOVE 'Y' TO WS-DPC-EOF-SWITCH
             ELSE
               ADD DPI-TOTAL-CHARGE    TO WA-AMOUNT(1)
               ADD DPI-CGST-CHARGE     TO WA-AMOUNT(6)
               ADD DPI-SGST-CHARGE     TO WA-AMOUNT(7)
               ADD DPI-IGST-CHARGE     TO WA-AMOUNT(8)
               ADD DPI-INTEREST-AMOUNT TO WA-AMOUNT(11)
               ADD DPI-TOTAL-CHARGE    TO WS-INTEREST-CHARGE-SUM
               ADD 1                   TO WS-INTEREST-COUNT
             END-IF
           END-IF.
      *
      * One posting line per account that moved. A bucket reversals
      * drove net negative emits its absolute value on the opposite
      * side, so the file itself never carries a negative amount.
       030-WRITE-POSTING-FILE.
      *
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > 11
             IF WA-AMOUNT(WS-ACCT-SUB) NOT = ZERO
               PERFORM 035-WRITE-ONE-POSTING
             END-IF
           CLOSE TXN-LOG-FILE
           CLOSE GL-POSTING-FILE
           CLOSE DAY-CONTROL-FILE
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSGLP0 - INTEREST CHARGES POSTED = "
                   WS-INTEREST-COUNT
           DISPLAY "MTSGLP0 - INTEREST CHARGE TOTAL   = "
                   WS-INTEREST-CHARGE-SUM.
      *
       END PROGRAM MTSGLP0.
