      *****************************************************************
      * MTSNFO0 - Clearing corporation net funds obligation file
      * record layout (NFOIN), 80 bytes. The clearing corporation
      * states IGSL's whole-book funds obligation for one settlement
      * date, one detail record per exchange segment traded (MTSDED0
      * codes N B F C M): the buy and sell consideration it cleared
      * for us, the charges it levies on the settlement (transaction
      * charges, STT, stamp duty and the like - never IGSL's own
      * brokerage) and the net funds obligation, with the direction
      * the money moves - 'PI' pay-in, IGSL pays the clearing
      * corporation; 'PO' pay-out, the clearing corporation pays
      * IGSL. Amounts are unsigned; for a 'PO' record
      *   NFO-NET-AMOUNT = SELL - BUY - CHARGES
      * and for a 'PI' record the same figure negated.
      *
      * Control trailer the clearing corporation appends as the
      * LAST record of the file, same 80-byte length, the MTSEXC0
      * convention: NFT-TRAILER-ID carries 'TR' - unambiguous
      * because a detail record starts with a numeric settlement
      * date - NFT-RECORD-COUNT counts the details ahead of it, and
      * NFT-NET-HASH is the low-order seven digits of the sum of
      * NFO-NET-AMOUNT in paise. MTSNFE0 proves the file before the
      * MTSNFR0 reconciliation is allowed to read it.
      *****************************************************************
       01  NET-OBLIGATION-RECORD.
           05 NFO-SETTLEMENT-DATE      PIC 9(08).
           05 NFO-SEGMENT              PIC X(01).
           05 NFO-BUY-VALUE            PIC 9(13)V99.
           05 NFO-SELL-VALUE           PIC 9(13)V99.
           05 NFO-CHARGES              PIC 9(11)V99.
           05 NFO-NET-AMOUNT           PIC 9(13)V99.
           05 NFO-DIRECTION            PIC X(02).
               88 NFO-IS-PAY-IN                           VALUE 'PI'.
               88 NFO-IS-PAY-OUT                          VALUE 'PO'.
           05 FILLER                   PIC X(11).
      *
       01  NET-OBLIGATION-TRAILER.
           05 NFT-TRAILER-ID           PIC X(02).
           05 NFT-RECORD-COUNT         PIC 9(05).
           05 NFT-NET-HASH             PIC 9(07).
           05 FILLER                   PIC X(66).
