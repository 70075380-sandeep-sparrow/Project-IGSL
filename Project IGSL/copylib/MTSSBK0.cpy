      *****************************************************************
      * MTSSBK0 - Sub-broker (authorised person) master record layout.
      * One record per sub-broker on the SBKMAS indexed (VSAM KSDS)
      * file, keyed on SBK-SUBBROKER-CODE - the code each introduced
      * client carries in CLI-SUB-BROKER-CODE on CLIMAS (MTSCLI0).
      * Maintained online by MTSPGMH (transaction MTSJ - restricted
      * to supervisors through CICS transaction security, the same
      * arrangement as MTSM); every posted change is journalled to
      * MNTJRN under file id 'SBKMAS' with before and after images.
      *
      * SBK-SHARE-PCT is the sub-broker's percentage of the net
      * brokerage IGSL earns from the clients it introduced - the
      * month-end MTSSBP0 payout run pays that share, less the
      * statutory TDS taken at the 'TD' RATMAS rate (see MTSRTE0),
      * to the bank account held here. A sub-broker with no PAN on
      * file is deducted at the higher no-PAN rate. Only an active
      * sub-broker is paid: a suspended one still gets its statement
      * but the payout is withheld, and a closed one can no longer
      * be linked to a client. Sub-broker codes share the PAYMAS key
      * space with client codes, so MTSPGM2 and MTSPGMH each refuse
      * a code already in use on the other master.
      *
      * The record is held to 80 bytes so it fits the MNTJRN image.
      *****************************************************************
       01  SUBBROKER-MASTER-RECORD.
           05 SBK-SUBBROKER-CODE      PIC X(06).
           05 SBK-SUBBROKER-NAME      PIC X(30).
           05 SBK-SHARE-PCT           PIC 9(03)V99.
           05 SBK-PAN                 PIC X(10).
           05 SBK-BANK-ACCOUNT        PIC X(16).
           05 SBK-BANK-IFSC           PIC X(11).
           05 SBK-STATUS              PIC X(01).
               88 SBK-IS-ACTIVE                           VALUE 'A'.
               88 SBK-IS-SUSPENDED                        VALUE 'S'.
               88 SBK-IS-CLOSED                           VALUE 'C'.
           05 FILLER                  PIC X(01).
