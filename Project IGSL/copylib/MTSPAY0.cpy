      * status byte is what makes that posting rerun-safe - a return
      * record for an instruction already marked paid posts nothing
      * a second time.
      *
      * The month-end MTSSBP0 sub-broker payout run also instructs
      * here, keyed on the last calendar day of the payout month and
      * the sub-broker code (MTSSBK0 - the maintenance screens keep
      * sub-broker and client codes apart), with PAY-PAYEE-TYPE 'S'.
      * It writes the instruction QUEUED and leaves a copy on the
      * SBKPAY pending file; the next MTSSTM0 run adds each queued
      * instruction to its BANKPAY file and marks it issued, so one
      * bank file and one return load serve both kinds of payee.
      * A sub-broker payment has no client ledger to post - MTSBRL0
      * only marks it paid or failed. PAY-PAYEE-TYPE is spaces on
      * client instructions, including those cut before the field
      * was carved from the spare bytes.
      *
      * A closing client's final payout (MTSCLC0 - see MTSCLR0) is
      * queued the same way with PAY-PAYEE-TYPE 'C', keyed on the
      * date of the closing ledger record it pays off, and reaches
      * MTSSTM0 through the CLSPAY pending file. It is a client
      * payment: MTSBRL0 posts it to that ledger record when paid.
      *
      * The quarterly MTSQST0 running-account settlement returns a
      * client's idle credit balance the same way again - PAYEE
      * TYPE 'R', QUEUED, keyed on the date of the client's ledger
      * record it pays off, reaching MTSSTM0 through the QSTPAY
      * pending file - and MTSBRL0 posts it to that record when
      * paid.
      *****************************************************************
       01  PAYMENT-INSTRUCTION-RECORD.
           05 PAY-KEY.
               88 PAY-IS-ISSUED                           VALUE 'I'.
               88 PAY-IS-PAID                             VALUE 'P'.
               88 PAY-IS-FAILED                           VALUE 'F'.
               88 PAY-IS-QUEUED                           VALUE 'Q'.
           05 PAY-PAYEE-TYPE           PIC X(01).
               88 PAY-FOR-CLIENT                          VALUE ' '.
               88 PAY-FOR-SUBBROKER                       VALUE 'S'.
               88 PAY-FOR-CLOSURE                         VALUE 'C'.
               88 PAY-FOR-QUARTERLY                       VALUE 'R'.
           05 FILLER                   PIC X(09).
