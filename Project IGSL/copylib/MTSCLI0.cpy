               88 CLI-PLAN-PERCENTAGE                     VALUE 'P'.
               88 CLI-PLAN-FLAT-FEE                       VALUE 'F'.
           05 CLI-DEFAULT-SEGMENT     PIC X(01).
      * A client with a closure request raised on MTSC is CLOSURE
      * PENDING until the supervisor approves the closure - no new
      * trade is taken for it, see MTSCLR0. A client with no
      * original trade over the RATMAS 'DM' period is set DORMANT by
      * the monthly MTSDRM0 scan - no trade is taken for it until a
      * supervisor reactivates it on MTSC.
           05 CLI-STATUS              PIC X(01).
               88 CLI-IS-ACTIVE                           VALUE 'A'.
               88 CLI-IS-CLOSED                           VALUE 'C'.
               88 CLI-IS-CLOSURE-PENDING                  VALUE 'P'.
               88 CLI-IS-DORMANT                          VALUE 'D'.
      * Introducing sub-broker (authorised person) on SBKMAS - see
      * MTSSBK0. Spaces for a direct client. Carved from the spare
      * bytes, so no offset moved; the month-end MTSSBP0 payout run
      * credits the client's brokerage to whichever sub-broker the
      * client is linked to when the run is made.
           05 CLI-SUB-BROKER-CODE     PIC X(06).
           05 FILLER                  PIC X(04).
      * Settlement bank account for the funds pay-out interface -
      * appended at the end so existing field offsets never move
      * (the CLIMAS cluster was redefined to the new 77-byte record
