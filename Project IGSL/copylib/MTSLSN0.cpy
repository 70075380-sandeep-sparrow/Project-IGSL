      *****************************************************************
      * MTSLSN0 - Client ledger reconciliation snapshot record
      * layout. One record per client on the LGRSNP indexed (VSAM
      * KSDS) file, keyed on client code, holding the client's
      * CLILGR current position (the newest ledger record's
      * LGR-CLOSING-BALANCE, MTSLGR0 sign convention) as the MTSGLR0
      * GL control account reconciliation last saw it. The next
      * run's ledger movement for the client is its current position
      * less SNP-BALANCE - the money the GL should have been posted
      * with in between.
      *
      * SNP-PRIOR-DATE/SNP-PRIOR-BALANCE keep the position before
      * that, so a rerun for a business date already reconciled
      * (SNP-RECON-DATE = the business date) measures from the same
      * starting point as the first run did and rewrites the record
      * the same way - the reconciliation can be rerun freely.
      * Written only by MTSGLR0; a client new to the ledger has no
      * record until its first reconciliation.
      *****************************************************************
       01  LEDGER-SNAPSHOT-RECORD.
           05 SNP-CLIENT-CODE          PIC X(06).
           05 SNP-RECON-DATE           PIC 9(08).
           05 SNP-BALANCE              PIC S9(11)V99.
           05 SNP-PRIOR-DATE           PIC 9(08).
           05 SNP-PRIOR-BALANCE        PIC S9(11)V99.
           05 FILLER                   PIC X(12).
