      *****************************************************************
      * MTSCAM0 - Corporate action master record layout.
      * One record per corporate action on the CAMAST indexed (VSAM
      * KSDS) file, keyed scrip + ex-date (YYYYMMDD). Maintained
      * online by MTSPGMG (transaction MTSA) in the MTSPGM8 style and
      * applied by the nightly MTSCAP0 run on or after the ex-date.
      *
      * CA-ACTION-TYPE and the figures it uses:
      *   'S' split    - every CA-RATIO-OLD shares held become
      *                  CA-RATIO-NEW shares (a 1:2 split is keyed
      *                  new 2, old 1); the holding's total cost is
      *                  unchanged, so the per-share cost falls.
      *   'B' bonus    - CA-RATIO-NEW bonus shares are allotted for
      *                  every CA-RATIO-OLD held (a 1:1 bonus is new
      *                  1, old 1); the bonus shares cost nothing, so
      *                  the holding's average cost falls.
      *   'D' dividend - CA-DIVIDEND-PER-SHARE rupees per share held;
      *                  no change to the holding.
      * Fractional entitlements from a ratio are not allotted - the
      * company settles those in cash outside the system.
      *
      * CA-STATUS is 'P' pending until MTSCAP0 applies the action
      * ('A', with the business date applied). An applied action can
      * no longer be changed online; a pending one can be cancelled
      * ('C') and is then never applied.
      *****************************************************************
       01  CORPORATE-ACTION-RECORD.
           05 CA-KEY.
               10 CA-SCRIP-CODE        PIC X(10).
               10 CA-EX-DATE           PIC 9(08).
           05 CA-ACTION-TYPE           PIC X(01).
               88 CA-IS-SPLIT                             VALUE 'S'.
               88 CA-IS-BONUS                             VALUE 'B'.
               88 CA-IS-DIVIDEND                          VALUE 'D'.
           05 CA-RATIO-NEW             PIC 9(05).
           05 CA-RATIO-OLD             PIC 9(05).
           05 CA-DIVIDEND-PER-SHARE    PIC 9(05)V99.
           05 CA-DESCRIPTION           PIC X(30).
           05 CA-STATUS                PIC X(01).
               88 CA-IS-PENDING                           VALUE 'P'.
               88 CA-IS-APPLIED                           VALUE 'A'.
               88 CA-IS-CANCELLED                         VALUE 'C'.
           05 CA-APPLIED-DATE          PIC 9(08).
           05 CA-ENTERED-BY            PIC X(08).
           05 FILLER                   PIC X(15).
