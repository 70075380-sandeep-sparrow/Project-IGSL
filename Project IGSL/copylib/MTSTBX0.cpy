      *****************************************************************
      * MTSTBX0 - Accounting system trial-balance extract record
      * layout (TBXIN), 60 bytes. Sent back by the accounting system
      * each night once it has taken in the day's GLPOST file, and
      * read by the MTSGLR0 client ledger to GL control account
      * reconciliation. Two kinds of detail record:
      *   'B' - an account balance as at TBX-AS-AT-DATE, one or more
      *         per account (they are summed), client code spaces;
      *   'P' - one posting made to an account on TBX-AS-AT-DATE,
      *         carrying the client code the posting was made for
      *         where the account keeps client detail (spaces where
      *         it does not), with the accounting system's journal
      *         reference.
      * TBX-DR-CR is 'DR' or 'CR' and TBX-AMOUNT is unsigned, the
      * GLPOST convention. Every record carries the same as-at date.
      *
      * Control trailer the accounting system appends as the LAST
      * record of the file, same 60-byte length, the MTSEXC0
      * convention. TBT-TRAILER-ID carries 'TR' - unambiguous
      * because a detail record starts with 'B' or 'P'.
      * TBT-RECORD-COUNT is the count of detail records ahead of the
      * trailer; TBT-AMOUNT-HASH is the low-order seven digits of
      * the sum of TBX-AMOUNT in paise over all of them. MTSGLR0
      * proves the file against the trailer before using any of it.
      *****************************************************************
       01  TRIAL-BALANCE-RECORD.
           05 TBX-RECORD-TYPE          PIC X(01).
               88 TBX-IS-BALANCE                          VALUE 'B'.
               88 TBX-IS-POSTING                          VALUE 'P'.
           05 TBX-AS-AT-DATE           PIC 9(08).
           05 TBX-ACCOUNT-CODE         PIC X(06).
           05 TBX-CLIENT-CODE          PIC X(06).
           05 TBX-DR-CR                PIC X(02).
               88 TBX-IS-DEBIT                            VALUE 'DR'.
               88 TBX-IS-CREDIT                           VALUE 'CR'.
           05 TBX-AMOUNT               PIC 9(13)V99.
           05 TBX-JOURNAL-REF          PIC X(12).
           05 FILLER                   PIC X(10).
       01  TRIAL-BALANCE-TRAILER.
           05 TBT-TRAILER-ID           PIC X(02).
           05 TBT-RECORD-COUNT         PIC 9(07).
           05 TBT-AMOUNT-HASH          PIC 9(07).
           05 FILLER                   PIC X(44).
