      *        : INTERFACE AND THE CLIENT LEDGER POSTING. REVERSALS
      *        : NET OUT THE SAME WAY MTSRPT0 NETS THEM. NET = SELLS
      *        : - BUYS - CHARGES: POSITIVE PAYS OUT TO THE CLIENT,
      *        : NEGATIVE IS A PAY-IN THE CLIENT OWES. AN INTRADAY
      *        : RE-RATING ADJUSTMENT (MTSIRR0) MOVES ONLY THE
      *        : CHARGES - AND THE MTM AFTER THEM - NEVER THE
      *        : CONSIDERATION OR THE TRADE COUNT. SUB-BROKER
      *        : PAYOUT INSTRUCTIONS QUEUED BY THE MONTH-END MTSSBP0
      *        : RUN (THE SBKPAY PENDING FILE) ARE ADDED TO THE SAME
      *        : BANK FILE AHEAD OF ITS TRAILER AND MARKED ISSUED ON
      *        : PAYMAS, SO EACH GOES TO THE BANK EXACTLY ONCE. A
      *        : CLOSING CLIENT'S FINAL PAYOUT, QUEUED BY THE NIGHTLY
      *        : MTSCLC0 CLOSURE CHECK (THE CLSPAY PENDING FILE),
      *        : RIDES THE SAME FILE THE SAME WAY, AND SO DOES A
      *        : QUARTERLY RUNNING-ACCOUNT SETTLEMENT PAYOUT QUEUED BY
      *        : MTSQST0 (THE QSTPAY PENDING FILE).
      *        : EACH CLIENT'S FIGURES ARE ALSO BROKEN OUT BY
      *        : EXCHANGE SEGMENT ON CLINET (MTSNET0), WHICH THE JOB
      *        : PASSES ON TO THE MTSNFR0 CLEARING CORPORATION NET
      *        : FUNDS OBLIGATION RECONCILIATION.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAYMAS-STATUS.
      *
           SELECT SUBBROKER-PAYOUT-FILE ASSIGN TO SBKPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SBKPAY-STATUS.
      *
           SELECT CLOSURE-PAYOUT-FILE ASSIGN TO CLSPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLSPAY-STATUS.
      *
           SELECT QUARTERLY-PAYOUT-FILE ASSIGN TO QSTPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QSTPAY-STATUS.
      *
           SELECT CLIENT-MASTER-FILE ASSIGN TO CLIMAS
               ORGANIZATION IS INDEXED
           05 SRT-BUY-AMOUNT          PIC 9(08)V99.
           05 SRT-TOTAL-CHARGE        PIC 9(06)V99.
           05 SRT-MTM-AFTER-CHARGE    PIC 9(08)V99.
           05 SRT-ADJUSTMENT-IND      PIC X(01).
           05 SRT-SEGMENT-IND         PIC X(01).
      *
      * One record per client off the statement control break - the
      * day's netted figures, read back for the control list, the
      * bank payment interface and the ledger posting, see MTSNET0.
       FD  CLIENT-NET-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSNET0.
      *
       FD  CLIENT-LEDGER-FILE.
           COPY MTSLGR0.
      *
       FD  CLIENT-MASTER-FILE.
           COPY MTSCLI0.
      *
      * Sub-broker payout instructions pending the bank - PAYMAS
      * record images as MTSSBP0 queued them, see MTSPAY0.
       FD  SUBBROKER-PAYOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSPAY0 REPLACING ==PAYMENT-INSTRUCTION-RECORD==
                               BY ==SUBBROKER-PAYOUT-RECORD==
                          LEADING ==PAY-== BY ==SBP-==.
      *
      * Closing clients' final payouts pending the bank - PAYMAS
      * record images as MTSCLC0 queued them, see MTSCLR0.
       FD  CLOSURE-PAYOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSPAY0 REPLACING ==PAYMENT-INSTRUCTION-RECORD==
                               BY ==CLOSURE-PAYOUT-RECORD==
                          LEADING ==PAY-== BY ==CLP-==.
      *
      * Quarterly running-account settlement payouts pending the
      * bank - PAYMAS record images as MTSQST0 queued them.
       FD  QUARTERLY-PAYOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSPAY0 REPLACING ==PAYMENT-INSTRUCTION-RECORD==
                               BY ==QUARTERLY-PAYOUT-RECORD==
                          LEADING ==PAY-== BY ==QSP-==.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CHARGE-TOTAL             PIC S9(09)V99.
       01  WS-NET-MTM-TOTAL            PIC S9(11)V99.
       01  WS-TRADE-COUNT              PIC S9(05).
      *
      * The same accumulators per exchange segment, in MTSDED0's
      * segment order - see 225-FIND-SEGMENT.
       01  WS-SEGMENT-CODES            PIC X(05)          VALUE 'NBFCM'.
       01  WS-WORK-SEGMENT             PIC X(01).
       01  WS-SEG-SUB                  PIC S9(4) COMP.
       01  WS-SEGMENT-TOTALS.
           05 WS-SEGMENT-ENTRY OCCURS 5 TIMES.
               10 WS-SEG-BUY-TOTAL     PIC S9(11)V99.
               10 WS-SEG-SELL-TOTAL    PIC S9(11)V99.
               10 WS-SEG-CHARGE-TOTAL  PIC S9(09)V99.
      *
       01  WS-NET-OBLIGATION           PIC S9(11)V99.
       01  WS-PAYIN-TOTAL              PIC S9(13)V99      VALUE ZERO.
       01  WS-PAY-HASH-SUM             PIC 9(15)          VALUE ZERO.
       01  WS-PAY-PAISE                PIC 9(13).
       01  WS-HASH-WORK                PIC 9(15).
       01  WS-PAYOUT-ISSUED-IND        PIC X(01)          VALUE 'N'.
           88 PAYOUT-ISSUED                               VALUE 'Y'.
      *
      * Sub-broker payouts - see 043A-ADD-SUBBROKER-PAYOUTS. The
      * pending file is re-read every run; only an instruction still
      * QUEUED on PAYMAS goes on the bank file, the rest were sent by
      * an earlier run and are only counted.
       01  WS-SBKPAY-STATUS            PIC X(02).
       01  WS-SBK-EOF-SWITCH           PIC X(01)          VALUE 'N'.
           88 END-OF-SBK-PAYOUTS                          VALUE 'Y'.
       01  WS-SBK-PAY-COUNT            PIC 9(05)          VALUE ZERO.
       01  WS-SBK-SENT-BEFORE          PIC 9(05)          VALUE ZERO.
      *
      * Closure final payouts - see 043D-ADD-CLOSURE-PAYOUTS, the
      * same once-only arrangement off the CLSPAY pending file.
       01  WS-CLSPAY-STATUS            PIC X(02).
       01  WS-CLS-EOF-SWITCH           PIC X(01)          VALUE 'N'.
           88 END-OF-CLS-PAYOUTS                          VALUE 'Y'.
       01  WS-CLS-PAY-COUNT            PIC 9(05)          VALUE ZERO.
       01  WS-CLS-SENT-BEFORE          PIC 9(05)          VALUE ZERO.
       01  WS-CLS-HELD-COUNT           PIC 9(05)          VALUE ZERO.
      *
      * Quarterly settlement payouts - see 043F-ADD-QUARTERLY-
      * PAYOUTS, once-only again off the QSTPAY pending file.
       01  WS-QSTPAY-STATUS            PIC X(02).
       01  WS-QST-EOF-SWITCH           PIC X(01)          VALUE 'N'.
           88 END-OF-QST-PAYOUTS                          VALUE 'Y'.
       01  WS-QST-PAY-COUNT            PIC 9(05)          VALUE ZERO.
       01  WS-QST-SENT-BEFORE          PIC 9(05)          VALUE ZERO.
       01  WS-QST-HELD-COUNT           PIC 9(05)          VALUE ZERO.
      *
        01  SYSTEM-DATE-AND-TIME.
            05  CURRENT-DATE.
           END-IF
      *
           MOVE TXL-CLIENT-CODE      TO SRT-CLIENT-CODE
           IF TXL-NETS-NEGATIVE
             MOVE -1 TO SRT-NET-SIGN
           ELSE
             MOVE +1 TO SRT-NET-SIGN
           END-IF
           IF TXL-IS-ADJUSTMENT
             MOVE 'Y' TO SRT-ADJUSTMENT-IND
           ELSE
             MOVE 'N' TO SRT-ADJUSTMENT-IND
           END-IF
           MOVE TXL-BUY-SELL-IND     TO SRT-BUY-SELL-IND
           MOVE TXL-BUY-AMOUNT       TO SRT-BUY-AMOUNT
           MOVE TXL-TOTAL-CHARGE     TO SRT-TOTAL-CHARGE
           MOVE TXL-MTM-AFTER-CHARGE TO SRT-MTM-AFTER-CHARGE
           MOVE TXL-SEGMENT-IND      TO SRT-SEGMENT-IND
           RELEASE SORT-RECORD
      *
           READ TXN-LOG-FILE
           END-READ.
      *
       200-NET-AND-STATE.
      *
      * Every trade is in by now, so the settlement date CLINET
      * carries is known.
           IF WS-LEDGER-DATE-N = ZERO
             MOVE WS-PROC-DATE-N TO WS-LEDGER-DATE-N
           END-IF
      *
           MOVE SPACES TO WS-CURR-CLIENT
           PERFORM 210-RETURN-ONE-RECORD
                          WS-CHARGE-TOTAL
                          WS-NET-MTM-TOTAL
                          WS-TRADE-COUNT
             PERFORM 226-CLEAR-SEGMENT
                 VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > 5
           END-IF
      *
           PERFORM 225-FIND-SEGMENT
           IF SRT-BUY-SELL-IND = 'S'
             COMPUTE WS-SELL-TOTAL =
                 WS-SELL-TOTAL + SRT-NET-SIGN * SRT-BUY-AMOUNT
             COMPUTE WS-SEG-SELL-TOTAL(WS-SEG-SUB) =
                 WS-SEG-SELL-TOTAL(WS-SEG-SUB)
                     + SRT-NET-SIGN * SRT-BUY-AMOUNT
           ELSE
             COMPUTE WS-BUY-TOTAL =
                 WS-BUY-TOTAL + SRT-NET-SIGN * SRT-BUY-AMOUNT
             COMPUTE WS-SEG-BUY-TOTAL(WS-SEG-SUB) =
                 WS-SEG-BUY-TOTAL(WS-SEG-SUB)
                     + SRT-NET-SIGN * SRT-BUY-AMOUNT
           END-IF
           COMPUTE WS-CHARGE-TOTAL =
               WS-CHARGE-TOTAL + SRT-NET-SIGN * SRT-TOTAL-CHARGE
           COMPUTE WS-SEG-CHARGE-TOTAL(WS-SEG-SUB) =
               WS-SEG-CHARGE-TOTAL(WS-SEG-SUB)
                   + SRT-NET-SIGN * SRT-TOTAL-CHARGE
           IF SRT-ADJUSTMENT-IND = 'Y'
             COMPUTE WS-NET-MTM-TOTAL =
                 WS-NET-MTM-TOTAL - SRT-NET-SIGN * SRT-TOTAL-CHARGE
           ELSE
             COMPUTE WS-NET-MTM-TOTAL =
                 WS-NET-MTM-TOTAL + SRT-NET-SIGN * SRT-MTM-AFTER-CHARGE
             COMPUTE WS-TRADE-COUNT =
                 WS-TRADE-COUNT + SRT-NET-SIGN
           END-IF
      *
           PERFORM 210-RETURN-ONE-RECORD.
      *
      * Blank segment on an older record is MTSDED0's default 'N'.
       225-FIND-SEGMENT.
      *
           MOVE SRT-SEGMENT-IND TO WS-WORK-SEGMENT
           IF WS-WORK-SEGMENT = SPACE
             MOVE 'N' TO WS-WORK-SEGMENT
           END-IF
           MOVE 1 TO WS-SEG-SUB
           PERFORM 227-STEP-SEGMENT
               UNTIL WS-SEG-SUB > 5
                  OR WS-SEGMENT-CODES(WS-SEG-SUB:1) = WS-WORK-SEGMENT
           IF WS-SEG-SUB > 5
             MOVE 1 TO WS-SEG-SUB
           END-IF.
      *
       226-CLEAR-SEGMENT.
      *
           MOVE ZERO TO WS-SEG-BUY-TOTAL(WS-SEG-SUB)
                        WS-SEG-SELL-TOTAL(WS-SEG-SUB)
                        WS-SEG-CHARGE-TOTAL(WS-SEG-SUB).
      *
       227-STEP-SEGMENT.
      *
           ADD 1 TO WS-SEG-SUB.
      *
       228-MOVE-SEGMENT-NET.
      *
           MOVE WS-SEG-BUY-TOTAL(WS-SEG-SUB)
                TO CNR-SEG-BUY-TOTAL(WS-SEG-SUB)
           MOVE WS-SEG-SELL-TOTAL(WS-SEG-SUB)
                TO CNR-SEG-SELL-TOTAL(WS-SEG-SUB)
           MOVE WS-SEG-CHARGE-TOTAL(WS-SEG-SUB)
                TO CNR-SEG-CHARGE-TOTAL(WS-SEG-SUB).
      *
      * One client's statement block, and the client's netted
      * figures out to the CLINET work file for the control list,
      * payment and ledger passes.
           MOVE WS-CHARGE-TOTAL    TO CNR-CHARGE-TOTAL
           MOVE WS-NET-OBLIGATION  TO CNR-NET-OBLIGATION
           MOVE WS-TRADE-COUNT     TO CNR-TRADE-COUNT
           MOVE WS-LEDGER-DATE-N   TO CNR-SETTLEMENT-DATE
           PERFORM 228-MOVE-SEGMENT-NET
               VARYING WS-SEG-SUB FROM 1 BY 1
                 UNTIL WS-SEG-SUB > 5
           WRITE CLIENT-NET-RECORD.
      *
      * One read-back pass over the per-client work file drives the
       043-FINISH-PAYMENT-FILE.
      *
           IF PAYMENT-FILE-AVAILABLE
             PERFORM 043A-ADD-SUBBROKER-PAYOUTS
             PERFORM 043D-ADD-CLOSURE-PAYOUTS
             PERFORM 043F-ADD-QUARTERLY-PAYOUTS
      *
             MOVE SPACES           TO BANK-PAYMENT-TRAILER
             MOVE 'TR'             TO BNT-TRAILER-ID
             MOVE WS-PAY-COUNT     TO BNT-RECORD-COUNT
                     WS-PAY-COUNT
             DISPLAY "MTSSTM0 - PAY-OUTS SKIPPED      = "
                     WS-PAY-SKIPPED
             DISPLAY "MTSSTM0 - SUB-BROKER PAYOUTS    = "
                     WS-SBK-PAY-COUNT
             DISPLAY "MTSSTM0 - SUB-BROKER SENT BEFORE= "
                     WS-SBK-SENT-BEFORE
             DISPLAY "MTSSTM0 - CLOSURE PAYOUTS       = "
                     WS-CLS-PAY-COUNT
             DISPLAY "MTSSTM0 - CLOSURE SENT BEFORE   = "
                     WS-CLS-SENT-BEFORE
             DISPLAY "MTSSTM0 - CLOSURE PAYOUT KEY HIT= "
                     WS-CLS-HELD-COUNT
             DISPLAY "MTSSTM0 - QUARTERLY PAYOUTS     = "
                     WS-QST-PAY-COUNT
             DISPLAY "MTSSTM0 - QUARTERLY SENT BEFORE = "
                     WS-QST-SENT-BEFORE
             DISPLAY "MTSSTM0 - QUARTERLY PAYOUT KEY  = "
                     WS-QST-HELD-COUNT
             IF WS-PAY-SKIPPED > ZERO
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
      *
      * Month-end sub-broker payouts ride the same bank file. Each
      * pending record is checked back against PAYMAS: still QUEUED
      * means no bank file has carried it yet, so it goes on this
      * one at the PAYMAS amount and is marked ISSUED for the MTSBRL0
      * return load. Anything else went out on an earlier run.
       043A-ADD-SUBBROKER-PAYOUTS.
      *
           OPEN INPUT SUBBROKER-PAYOUT-FILE
           IF WS-SBKPAY-STATUS NOT = '00'
             DISPLAY "SBKPAY NOT AVAILABLE, STATUS = "
                     WS-SBKPAY-STATUS
                     " - NO SUB-BROKER PAYOUTS ADDED"
             MOVE 4 TO RETURN-CODE
           ELSE
             READ SUBBROKER-PAYOUT-FILE
               AT END
                 MOVE 'Y' TO WS-SBK-EOF-SWITCH
             END-READ
             PERFORM 043B-ADD-ONE-SUBBROKER-PAYOUT
                 UNTIL END-OF-SBK-PAYOUTS
             CLOSE SUBBROKER-PAYOUT-FILE
           END-IF.
      *
       043B-ADD-ONE-SUBBROKER-PAYOUT.
      *
           MOVE SBP-KEY TO PAY-KEY
           READ PAYMENT-INSTR-FILE
             INVALID KEY
               DISPLAY "QUEUED PAYOUT NOT ON PAYMAS, SUB-BROKER = "
                       SBP-CLIENT-CODE " DATE = " SBP-SETTLE-DATE
               MOVE 4 TO RETURN-CODE
             NOT INVALID KEY
               IF PAY-IS-QUEUED AND PAY-FOR-SUBBROKER
                 PERFORM 043C-ISSUE-QUEUED-PAYOUT
                 IF PAYOUT-ISSUED
                   ADD 1 TO WS-SBK-PAY-COUNT
                 END-IF
               ELSE
                 ADD 1 TO WS-SBK-SENT-BEFORE
               END-IF
           END-READ
      *
           READ SUBBROKER-PAYOUT-FILE
             AT END
               MOVE 'Y' TO WS-SBK-EOF-SWITCH
           END-READ.
      *
      * Shared by every queued kind - the payee code is a sub-
      * broker's, a closing client's or a quarterly-settled client's
      * as the caller read it. The payout goes on the bank file only
      * once PAYMAS holds it ISSUED: one still QUEUED there after a
      * failed rewrite is left off, so the next run sends it once
      * and MTSBRL0 can always match the bank's return to it.
       043C-ISSUE-QUEUED-PAYOUT.
      *
           MOVE 'N' TO WS-PAYOUT-ISSUED-IND
           SET PAY-IS-ISSUED TO TRUE
           REWRITE PAYMENT-INSTRUCTION-RECORD
             INVALID KEY
               DISPLAY "PAYMAS REWRITE FAILED, PAYEE = "
                       PAY-CLIENT-CODE " - PAYOUT LEFT QUEUED"
               MOVE 4 TO RETURN-CODE
             NOT INVALID KEY
               MOVE 'Y' TO WS-PAYOUT-ISSUED-IND
               MOVE PAY-CLIENT-CODE        TO BNK-CLIENT-CODE
               MOVE PAY-BANK-ACCOUNT       TO BNK-BANK-ACCOUNT
               MOVE PAY-BANK-IFSC          TO BNK-BANK-IFSC
               MOVE PAY-AMOUNT             TO BNK-AMOUNT
               WRITE BANK-PAYMENT-RECORD
               ADD 1 TO WS-PAY-COUNT
               COMPUTE WS-PAY-PAISE = PAY-AMOUNT * 100
               ADD WS-PAY-PAISE TO WS-PAY-HASH-SUM
           END-REWRITE.
      *
      * Closing clients' final payouts, off the CLSPAY pending file
      * the nightly MTSCLC0 check rewrites - the 043A arrangement:
      * only an instruction still QUEUED on PAYMAS goes on the file.
       043D-ADD-CLOSURE-PAYOUTS.
      *
           OPEN INPUT CLOSURE-PAYOUT-FILE
           IF WS-CLSPAY-STATUS NOT = '00'
             DISPLAY "CLSPAY NOT AVAILABLE, STATUS = "
                     WS-CLSPAY-STATUS
                     " - NO CLOSURE PAYOUTS ADDED"
             MOVE 4 TO RETURN-CODE
           ELSE
             READ CLOSURE-PAYOUT-FILE
               AT END
                 MOVE 'Y' TO WS-CLS-EOF-SWITCH
             END-READ
             PERFORM 043E-ADD-ONE-CLOSURE-PAYOUT
                 UNTIL END-OF-CLS-PAYOUTS
             CLOSE CLOSURE-PAYOUT-FILE
           END-IF.
      *
       043E-ADD-ONE-CLOSURE-PAYOUT.
      *
           MOVE CLP-KEY TO PAY-KEY
           READ PAYMENT-INSTR-FILE
             INVALID KEY
               DISPLAY "QUEUED PAYOUT NOT ON PAYMAS, CLIENT = "
                       CLP-CLIENT-CODE " DATE = " CLP-SETTLE-DATE
               MOVE 4 TO RETURN-CODE
             NOT INVALID KEY
               IF PAY-IS-QUEUED AND PAY-FOR-CLOSURE
                 PERFORM 043C-ISSUE-QUEUED-PAYOUT
                 IF PAYOUT-ISSUED
                   ADD 1 TO WS-CLS-PAY-COUNT
                 END-IF
               ELSE
                 ADD 1 TO WS-CLS-SENT-BEFORE
               END-IF
           END-READ
      *
           READ CLOSURE-PAYOUT-FILE
             AT END
               MOVE 'Y' TO WS-CLS-EOF-SWITCH
           END-READ.
      *
      * Quarterly running-account settlement payouts, off the QSTPAY
      * pending file the MTSQST0 run writes - the 043A arrangement
      * once more.
       043F-ADD-QUARTERLY-PAYOUTS.
      *
           OPEN INPUT QUARTERLY-PAYOUT-FILE
           IF WS-QSTPAY-STATUS NOT = '00'
             DISPLAY "QSTPAY NOT AVAILABLE, STATUS = "
                     WS-QSTPAY-STATUS
                     " - NO QUARTERLY PAYOUTS ADDED"
             MOVE 4 TO RETURN-CODE
           ELSE
             READ QUARTERLY-PAYOUT-FILE
               AT END
                 MOVE 'Y' TO WS-QST-EOF-SWITCH
             END-READ
             PERFORM 043G-ADD-ONE-QUARTERLY-PAYOUT
                 UNTIL END-OF-QST-PAYOUTS
             CLOSE QUARTERLY-PAYOUT-FILE
           END-IF.
      *
       043G-ADD-ONE-QUARTERLY-PAYOUT.
      *
           MOVE QSP-KEY TO PAY-KEY
           READ PAYMENT-INSTR-FILE
             INVALID KEY
               DISPLAY "QUEUED PAYOUT NOT ON PAYMAS, CLIENT = "
                       QSP-CLIENT-CODE " DATE = " QSP-SETTLE-DATE
               MOVE 4 TO RETURN-CODE
             NOT INVALID KEY
               IF PAY-IS-QUEUED AND PAY-FOR-QUARTERLY
                 PERFORM 043C-ISSUE-QUEUED-PAYOUT
                 IF PAYOUT-ISSUED
                   ADD 1 TO WS-QST-PAY-COUNT
                 END-IF
               ELSE
                 ADD 1 TO WS-QST-SENT-BEFORE
               END-IF
           END-READ
      *
           READ QUARTERLY-PAYOUT-FILE
             AT END
               MOVE 'Y' TO WS-QST-EOF-SWITCH
           END-READ.
      *
      * The funds pay-out side goes to the bank as a file instead of
      * being re-keyed into the bank portal: one BANKPAY detail per
      * pay-out client with the settlement bank account held on
               INVALID KEY
                 PERFORM 044A-ISSUE-INSTRUCTION
               NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN PAY-IS-PAID
                     DISPLAY "INSTRUCTION ALREADY PAID, CLIENT = "
                             PAY-CLIENT-CODE " - NOT REISSUED"
                   WHEN PAY-FOR-CLOSURE
                     PERFORM 044D-HOLD-FOR-CLOSURE
                   WHEN PAY-FOR-QUARTERLY
                     PERFORM 044E-HOLD-FOR-QUARTERLY
                   WHEN OTHER
                     PERFORM 044B-REISSUE-INSTRUCTION
                 END-EVALUATE
             END-READ
           END-IF.
      *
           COMPUTE WS-PAY-PAISE = WS-NET-OBLIGATION * 100
           ADD WS-PAY-PAISE TO WS-PAY-HASH-SUM.
      *
      * The date's key already carries a closing client's final
      * payout - never overwritten by a settlement pay-out. The
      * closure check blocks a client with trades still to settle,
      * so this is a settlement rerun after closure, or a late
      * trade: flagged for the settlement desk.
       044D-HOLD-FOR-CLOSURE.
      *
           ADD 1 TO WS-PAY-SKIPPED
           ADD 1 TO WS-CLS-HELD-COUNT
           DISPLAY "CLOSURE PAYOUT HOLDS THE KEY, CLIENT = "
                   PAY-CLIENT-CODE
                   " - PAY-OUT NOT INSTRUCTED".
      *
      * Likewise a quarterly settlement payout - IGSLQSTJ runs after
      * the day's settlement, so this is a settlement rerun over the
      * quarter-end date: flagged for the settlement desk.
       044E-HOLD-FOR-QUARTERLY.
      *
           ADD 1 TO WS-PAY-SKIPPED
           ADD 1 TO WS-QST-HELD-COUNT
           DISPLAY "QUARTERLY PAYOUT HOLDS THE KEY, CLIENT = "
                   PAY-CLIENT-CODE
                   " - PAY-OUT NOT INSTRUCTED".
      *
      * One ledger record per client per settlement date - see
      * MTSLGR0 for the running-balance convention. Rerun-safe: a
      * record already on file for the date keeps its opening
           MOVE WS-NET-OBLIGATION    TO LGR-NET-OBLIGATION
           MOVE ZERO                 TO LGR-AMOUNT-RECEIVED
           MOVE ZERO                 TO LGR-AMOUNT-PAID
           MOVE ZERO                 TO LGR-INTEREST-CHARGED
           COMPUTE LGR-CLOSING-BALANCE =
               LGR-OPENING-BALANCE + LGR-NET-OBLIGATION
           WRITE CLIENT-LEDGER-RECORD
           END-WRITE.
      *
      * Rerun over the same settlement date: the received/paid
      * amounts the bank return load has posted and any delayed-
      * payment interest MTSDPC0 has charged stand, the day's net
      * obligation is re-derived, and the opening balance is
      * re-derived from the prior record's closing the same way an
      * add derives it - so a rerun HEALS a balance chain bent by
                       LGR-CLIENT-CODE
               MOVE 4 TO RETURN-CODE
             NOT INVALID KEY
               IF LGR-INTEREST-CHARGED NOT NUMERIC
                 MOVE ZERO TO LGR-INTEREST-CHARGED
               END-IF
               MOVE WS-PRIOR-CLOSING  TO LGR-OPENING-BALANCE
               MOVE WS-NET-OBLIGATION TO LGR-NET-OBLIGATION
               COMPUTE LGR-CLOSING-BALANCE =
                   LGR-OPENING-BALANCE + LGR-NET-OBLIGATION
                   + LGR-AMOUNT-RECEIVED - LGR-AMOUNT-PAID
                   - LGR-INTEREST-CHARGED
               REWRITE CLIENT-LEDGER-RECORD
                 INVALID KEY
                   DISPLAY "CLILGR REWRITE FAILED, CLIENT = "
