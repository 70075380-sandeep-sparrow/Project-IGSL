      *****************************************************************
      * MTSHLD0 - Client securities holdings master record layout.
      * One record per client per scrip on the HLDMAS indexed (VSAM
      * KSDS) file, keyed client + scrip so one client's holdings
      * are a single keyed slice. Posted on settlement day by
      * MTSHPS0 from the same SETTIN slice MTSSEC0 states - a net
      * bought quantity is received into the holding, a net sold
      * quantity delivered out of it - and read online by the MTSI
      * holdings inquiry (MTSPGMF) so the dealing desk can see a
      * client's free stock before accepting a sell.
      *
      * HLD-AVERAGE-COST is the weighted average purchase price per
      * share: a receipt re-averages it over the quantity already
      * held, a delivery leaves it alone, and a holding delivered
      * down to nothing carries zero. HLD-QUANTITY is signed - a
      * client who delivers stock bought before the master existed
      * (or lodged from outside) goes negative, which MTSHPS0 lists
      * as an exception for the DP desk to confirm.
      *
      * HLD-LAST-MOVEMENT-DATE is the settlement date that last
      * moved the holding. MTSHPS0 never posts the same settlement
      * date onto a holding twice, which is what makes a rerun of
      * the posting step safe.
      *****************************************************************
       01  HOLDINGS-RECORD.
           05 HLD-KEY.
               10 HLD-CLIENT-CODE      PIC X(06).
               10 HLD-SCRIP-CODE       PIC X(10).
           05 HLD-QUANTITY             PIC S9(10).
           05 HLD-AVERAGE-COST         PIC 9(06)V9(4).
           05 HLD-LAST-MOVEMENT-DATE   PIC 9(08).
           05 FILLER                   PIC X(20).
