      * running-balance convention. The operator keys a client code
      * and gets the client's CURRENT position: the latest ledger
      * record's date, opening balance, net obligation, amounts
      * received and paid, delayed-payment interest charged, and the
      * closing balance carried forward - one keyed read instead of
      * a paper trail of daily statements.
      * The nines-complement date in the ledger key puts the newest
      * record first within a client, so a GTEQ read on client +
      * complement(99999999) lands straight on it.
             MOVE WS-AMOUNT-EDITED     TO RECVDO
             MOVE LGR-AMOUNT-PAID      TO WS-AMOUNT-EDITED
             MOVE WS-AMOUNT-EDITED     TO PAIDO
             IF LGR-INTEREST-CHARGED NOT NUMERIC
               MOVE ZERO TO LGR-INTEREST-CHARGED
             END-IF
             MOVE LGR-INTEREST-CHARGED TO WS-AMOUNT-EDITED
             MOVE WS-AMOUNT-EDITED     TO INTCHGO
             MOVE LGR-CLOSING-BALANCE  TO WS-AMOUNT-EDITED
             MOVE WS-AMOUNT-EDITED     TO CLSBALO
             EVALUATE TRUE
