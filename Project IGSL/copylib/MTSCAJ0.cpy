      *****************************************************************
      * MTSCAJ0 - Corporate action client adjustment record layout.
      * One record per client holding touched by a corporate action,
      * written by MTSCAP0 to the CAADJ indexed (VSAM KSDS) file when
      * it applies the action, keyed client + scrip + ex-date so one
      * client's adjustments in a scrip read back as a keyed slice in
      * ex-date order.
      *
      * Split and bonus records carry the HLDMAS holding before and
      * after the action. The annual capital gains statement
      * (MTSCGT0) honours them when it rebuilds the client's buy
      * lots from history: a split re-states every lot bought before
      * the ex-date in the new shares at the same total cost (buy
      * dates unchanged, so no bogus short-term gain), and a bonus
      * adds a nil-cost lot of the allotted shares dated the
      * ex-date. Dividend records carry the entitlement only - the
      * holding is unchanged.
      *
      * A record already on file for the client, scrip and ex-date
      * is what stops a rerun of MTSCAP0 adjusting a holding twice.
      *****************************************************************
       01  CA-ADJUSTMENT-RECORD.
           05 CAJ-KEY.
               10 CAJ-CLIENT-CODE      PIC X(06).
               10 CAJ-SCRIP-CODE       PIC X(10).
               10 CAJ-EX-DATE          PIC 9(08).
           05 CAJ-ACTION-TYPE          PIC X(01).
               88 CAJ-IS-SPLIT                            VALUE 'S'.
               88 CAJ-IS-BONUS                            VALUE 'B'.
               88 CAJ-IS-DIVIDEND                         VALUE 'D'.
           05 CAJ-RATIO-NEW            PIC 9(05).
           05 CAJ-RATIO-OLD            PIC 9(05).
           05 CAJ-QTY-BEFORE           PIC S9(10).
           05 CAJ-QTY-AFTER            PIC S9(10).
           05 CAJ-AVG-COST-BEFORE      PIC 9(06)V9(4).
           05 CAJ-AVG-COST-AFTER       PIC 9(06)V9(4).
           05 CAJ-DIVIDEND-PER-SHARE   PIC 9(05)V99.
           05 CAJ-DIVIDEND-AMOUNT      PIC 9(11)V99.
           05 CAJ-PROCESS-DATE         PIC 9(08).
           05 FILLER                   PIC X(20).
