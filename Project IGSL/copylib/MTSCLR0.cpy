      *****************************************************************
      * MTSCLR0 - Client account closure request record layout.
      * One record per client on the CLSREQ indexed (VSAM KSDS)
      * file, keyed on the client code. Raised online on the MTSC
      * screen (MTSPGM2 action 'D'), which also sets the client
      * CLOSURE PENDING on CLIMAS so no new trade can be keyed, and
      * worked every night by the MTSCLC0 closure check:
      *   'R' RAISED    - keyed online, not yet checked.
      *   'B' BLOCKED   - the last check found obstacles (a pay-in
      *                   still owed, an unpaid PAYMAS instruction,
      *                   a pending reversal, an open break, an
      *                   unconfirmed short holding, trades not yet
      *                   settled, no bank account for the payout).
      *                   Re-checked every night until clean.
      *   'Q' QUEUED    - clean: the closure statement was printed,
      *                   holdings transferred out and the final
      *                   payout instructed QUEUED on PAYMAS (payee
      *                   type 'C') and copied to the CLSPAY pending
      *                   file for the next MTSSTM0 bank file.
      *                   It stays queued while the payout is on a
      *                   bank file (PAYMAS ISSUED) until the bank
      *                   confirms it paid.
      *   'A' AWAITING  - the bank has confirmed the final payout
      *                   paid (or none was due) - ready for
      *                   supervisor approval on MTSC (action 'C').
      *   'C' CLOSED    - approved; CLIMAS shows the client closed.
      *   'W' WITHDRAWN - the request was withdrawn on MTSC (action
      *                   'W') before any payout was queued.
      * A payout the bank returns failed is re-queued by the next
      * check at the bank account then on CLIMAS.
      *
      * CLR-PAYOUT-DATE is the PAYMAS key date of the final payout
      * and the date of the client's closing ledger record on
      * CLILGR; CLR-PAYOUT-AMOUNT is zero when nothing was owed.
      * CLR-APPROVED-BY is the supervisor id keyed at approval,
      * validated on SUPMAS - never the operator who raised the
      * request.
      * CLR-PRIOR-STATUS is the client's CLIMAS status when the
      * request was raised - a withdrawal puts it back, so a dormant
      * client stays dormant until a supervisor reactivates it.
      *****************************************************************
       01  CLOSURE-REQUEST-RECORD.
           05 CLR-CLIENT-CODE          PIC X(06).
           05 CLR-STATUS               PIC X(01).
               88 CLR-IS-RAISED                           VALUE 'R'.
               88 CLR-IS-BLOCKED                          VALUE 'B'.
               88 CLR-IS-QUEUED                           VALUE 'Q'.
               88 CLR-IS-AWAITING-APPROVAL                VALUE 'A'.
               88 CLR-IS-CLOSED                           VALUE 'C'.
               88 CLR-IS-WITHDRAWN                        VALUE 'W'.
               88 CLR-NEEDS-CHECK                         VALUE 'R'
                                                                'B'.
               88 CLR-IS-FINISHED                         VALUE 'C'
                                                                'W'.
           05 CLR-REQUEST-DATE         PIC 9(08).
           05 CLR-REQUEST-TIME         PIC X(08).
           05 CLR-REQUEST-OPERATOR     PIC X(08).
           05 CLR-LAST-CHECK-DATE      PIC 9(08).
           05 CLR-OBSTACLE-COUNT       PIC 9(03).
           05 CLR-STATEMENT-DATE       PIC 9(08).
           05 CLR-PAYOUT-DATE          PIC 9(08).
           05 CLR-PAYOUT-AMOUNT        PIC 9(11)V99.
           05 CLR-SCRIPS-TRANSFERRED   PIC 9(03).
           05 CLR-APPROVED-BY          PIC X(08).
           05 CLR-APPROVED-DATE        PIC 9(08).
           05 CLR-APPROVED-TIME        PIC X(08).
           05 CLR-PRIOR-STATUS         PIC X(01).
           05 FILLER                   PIC X(19).
