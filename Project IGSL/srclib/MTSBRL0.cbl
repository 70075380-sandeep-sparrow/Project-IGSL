      *        : DELTA INTO THE CLIENT'S LATER LEDGER RECORDS -
      *        : OPENING AND CLOSING ALIKE - KEEPING THE RUNNING
      *        : BALANCE CHAIN UNBROKEN (SEE 050-CASCADE-DELTA).
      *        : A SUB-BROKER PAYOUT INSTRUCTION (PAY-PAYEE-TYPE
      *        : 'S', CUT BY MTSSBP0) IS MARKED PAID OR FAILED THE
      *        : SAME WAY BUT POSTS NO CLIENT LEDGER; A RESULT FOR AN
      *        : INSTRUCTION STILL QUEUED - NEVER YET ON A BANK FILE
      *        : - IS REJECTED.
      *        : AN ACCOUNT CLOSURE FINAL PAYOUT (PAYEE TYPE 'C', CUT
      *        : BY MTSCLC0) IS A CLIENT PAYMENT LIKE ANY OTHER: PAID
      *        : POSTS TO THE CLOSING LEDGER RECORD IT IS KEYED ON.
      *        : A QUARTERLY RUNNING-ACCOUNT SETTLEMENT PAYOUT (PAYEE
      *        : TYPE 'R', CUT BY MTSQST0) LIKEWISE POSTS TO THE
      *        : LEDGER RECORD IT IS KEYED ON.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
            EVALUATE TRUE
              WHEN PAY-IS-PAID
                ADD 1 TO WS-DUPLICATE-COUNT
              WHEN PAY-IS-QUEUED
                MOVE 'INSTR QUEUED - NOT YET SENT'
                     TO WS-REJECT-REASON
                PERFORM 090-REJECT-RECORD
              WHEN WS-RET-AMOUNT-N NOT = PAY-AMOUNT
                MOVE 'PAID AMOUNT DIFFERS FROM INSTR'
                     TO WS-REJECT-REASON
              WHEN OTHER
                SET PAY-IS-PAID TO TRUE
                REWRITE PAYMENT-INSTRUCTION-RECORD
                IF NOT PAY-FOR-SUBBROKER
                  PERFORM 036-POST-LEDGER-PAID
                END-IF
                ADD 1 TO WS-PAID-COUNT
            END-EVALUATE.
      *
                PERFORM 090-REJECT-RECORD
              WHEN PAY-IS-FAILED
                ADD 1 TO WS-DUPLICATE-COUNT
              WHEN PAY-IS-QUEUED
                MOVE 'INSTR QUEUED - NOT YET SENT'
                     TO WS-REJECT-REASON
                PERFORM 090-REJECT-RECORD
              WHEN OTHER
                SET PAY-IS-FAILED TO TRUE
                REWRITE PAYMENT-INSTRUCTION-RECORD
                PERFORM 090-REJECT-RECORD
              NOT INVALID KEY
                ADD PAY-AMOUNT TO LGR-AMOUNT-PAID
                IF LGR-INTEREST-CHARGED NOT NUMERIC
                  MOVE ZERO TO LGR-INTEREST-CHARGED
                END-IF
                COMPUTE LGR-CLOSING-BALANCE =
                    LGR-OPENING-BALANCE + LGR-NET-OBLIGATION
                    + LGR-AMOUNT-RECEIVED - LGR-AMOUNT-PAID
                    - LGR-INTEREST-CHARGED
                REWRITE CLIENT-LEDGER-RECORD
      * A payment lowers the closing by its amount; later records
      * already opened off the old closing absorb the same delta.
                COMPUTE WS-CASCADE-DELTA =
                    WS-RET-AMOUNT-N - LGR-AMOUNT-RECEIVED
                MOVE WS-RET-AMOUNT-N TO LGR-AMOUNT-RECEIVED
                IF LGR-INTEREST-CHARGED NOT NUMERIC
                  MOVE ZERO TO LGR-INTEREST-CHARGED
                END-IF
                COMPUTE LGR-CLOSING-BALANCE =
                    LGR-OPENING-BALANCE + LGR-NET-OBLIGATION
                    + LGR-AMOUNT-RECEIVED - LGR-AMOUNT-PAID
                    - LGR-INTEREST-CHARGED
                REWRITE CLIENT-LEDGER-RECORD
                ADD 1 TO WS-RECEIPT-COUNT
                MOVE BR-CLIENT-CODE TO WS-CASCADE-CLIENT
