      * client master (MTSCLI0) before the trade is accepted. New
      * fields are appended at the end of the record so existing
      * field offsets never move under programs compiled earlier.
      *
      * Charge adjustments: the end-of-day intraday re-rating run
      * (MTSIRR0) re-prices the intraday part of a trade and appends
      * the difference against the trade's seq number - entry type
      * 'A' for charges raised on the client, 'C' for charges
      * credited back, one record per direction so every charge
      * field stays unsigned. An adjustment carries no quantity and
      * no trade value - only the charge fields differ from zero -
      * so programs that net quantities or trade counts skip it
      * (TXL-IS-ADJUSTMENT), and programs that net charges take
      * TXL-NETS-NEGATIVE (a reversal or a credit) as the minus
      * sign in place of TXL-IS-REVERSAL.
      *****************************************************************
       01  TXN-LOG-RECORD.
           05 TXL-TRADE-SEQ-NO         PIC 9(06).
           05 TXL-ENTRY-TYPE           PIC X(01)          VALUE 'O'.
               88 TXL-IS-ORIGINAL                         VALUE 'O'.
               88 TXL-IS-REVERSAL                         VALUE 'R'.
               88 TXL-IS-CHARGE-RAISE                     VALUE 'A'.
               88 TXL-IS-CHARGE-CREDIT                    VALUE 'C'.
               88 TXL-IS-ADJUSTMENT                       VALUE 'A'
                                                                'C'.
               88 TXL-NETS-NEGATIVE                       VALUE 'R'
                                                                'C'.
           05 TXL-LOG-DATE             PIC X(10).
           05 TXL-BUY-SELL-IND         PIC X(01).
           05 TXL-BUY-AMOUNT           PIC 9(08)V99.
      * above; on a reversal these fields ride through from the
      * original TRDMAS record, so the original's keying session
      * stays answerable even after the trade is reversed. Spaces on
      * records logged before the fields existed. A trade the system
      * raised itself - the F-segment expiry close-out - carries the
      * raising program's name as operator and spaces for the time
      * and terminal, since no session keyed it.
           05 TXL-ENTRY-TIME           PIC X(08).
           05 TXL-ENTRY-OPERATOR       PIC X(08).
           05 TXL-ENTRY-TERMINAL       PIC X(04).
