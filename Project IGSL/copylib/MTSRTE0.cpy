      *          the highest tier reached wins, and the applied tier
      *          is shown on the contract note. Flat-fee-plan clients
      *          and clients with no CLILIM record are untouched.
      *   'DP' - delayed-payment interest (code = spaces): the daily
      *          interest rate the nightly MTSDPC0 run charges on a
      *          client's debit LGR-CLOSING-BALANCE once the debit is
      *          older than RT-DP-GRACE-DAYS calendar days - see
      *          MTSDPI0. No record on file means no interest is
      *          charged for that date.
      *   'LQ' - liquidation risk parameters (code = spaces): the
      *          haircut percentage the nightly MTSLQD0 risk-desk run
      *          takes off the closing value of a client's holdings
      *          before counting them against an overdue debit, and
      *          the regulatory debit age in calendar days past which
      *          the client is flagged for mandatory square-off. No
      *          record on file runs on the compiled-in defaults in
      *          MTSLQD0 and the report says so.
      *   'IX' - intraday per-segment rates (code = N/B/F/C/M, the
      *          same four columns and RT-EXCHANGE-RATES view as
      *          'EX'): what the end-of-day MTSIRR0 re-rating charges
      *          on the part of a trade squared off the same day. A
      *          segment with no 'IX' record is not re-rated - its
      *          trades keep the delivery charges MTSPGM0 billed.
      *   'IS' - intraday stamp duty rate on the buy leg (code =
      *          spaces), used by MTSIRR0 in place of the 'SD'
      *          delivery slab for the squared-off part. No record
      *          on file leaves stamp duty as billed.
      *   'TD' - TDS on sub-broker commission (code = spaces): the
      *          percentage the month-end MTSSBP0 payout run deducts
      *          from a sub-broker's brokerage share, and the higher
      *          percentage deducted when the sub-broker has no PAN
      *          on SBKMAS (see MTSSBK0). Read as at the last day of
      *          the payout month; no record on file runs on the
      *          compiled-in defaults in MTSSBP0 and the statement
      *          says so.
      *   'HK' - housekeeping retention in calendar days (code =
      *          the working file it governs: BK = BRKMAS written-off
      *          breaks, PR = PNDREV rejected reversals, MJ = MNTJRN
      *          journal, PY = PAYMAS paid instructions, LG = CLILGR
      *          daily ledger records). The monthly MTSHKP0 run
      *          archives and deletes records older than this as at
      *          the business date; a file with no record on file is
      *          left untouched and the run ends with a warning.
      *   'DM' - dormancy period in calendar days (code = spaces): the
      *          monthly MTSDRM0 scan sets DORMANT on CLIMAS any
      *          active client with no original trade on TXNHIST over
      *          this many days to the business date. No record on
      *          file marks nobody and the run ends with a warning.
      *   'SV' - trade surveillance thresholds (code = the check):
      *          VS = a client's share of a scrip's exchange day
      *          volume, in percent; BP = a trade priced within this
      *          percent of the SCRMAS band low/high; RR = this many
      *          reversals of one client's trades, and RL = this many
      *          duplicate or limit releases by one supervisor, each
      *          over RT-SV-PERIOD-DAYS calendar days to the business
      *          date. The nightly MTSSRV0 run skips a check with no
      *          record on file and ends with a warning.
      *   'TW' - trading window (code = N/B/F/C/M): the segment's
      *          session open and close times of day as HHMMSS. The
      *          MTSOPR0 operator activity report lists every original
      *          trade whose TXL-ENTRY-TIME falls outside its segment's
      *          window as an exception; a segment with no record on
      *          file is not checked and the report says so.
      *   'XP' - derivatives expiry close-out rates (code = F, the
      *          same four columns and RT-EXCHANGE-RATES view as
      *          'EX'): what the MTSXPR0 expiry run charges on the
      *          system-generated entries that close open F-segment
      *          positions at the final settlement price. No record
      *          on file falls back to the segment's 'EX' rates and
      *          the expiry report says so.
      *   'QR' - quarterly running-account retention (code = spaces):
      *          the amount the MTSQST0 quarterly settlement keeps
      *          back from every client's credit balance over and
      *          above the client's unsettled obligations - the
      *          regulatory retention amount. No record on file runs
      *          on the compiled-in default in MTSQST0 and the
      *          statement says so.
      *****************************************************************
       01  RATE-MASTER-RECORD.
           05 RT-KEY.
               10 RT-VT-THRESHOLD      PIC 9(10)V99.
               10 RT-VT-BROKERAGE-RATE PIC V9(7).
               10 FILLER               PIC X(21).
           05 RT-DELAYED-PAYMENT REDEFINES RT-RATE-DATA.
               10 RT-DP-DAILY-RATE     PIC V9(7).
               10 RT-DP-GRACE-DAYS     PIC 9(03).
               10 FILLER               PIC X(30).
           05 RT-LIQUIDATION-RISK REDEFINES RT-RATE-DATA.
               10 RT-LQ-HAIRCUT-PCT    PIC 9(03)V99.
               10 RT-LQ-SQUAREOFF-DAYS PIC 9(03).
               10 FILLER               PIC X(32).
           05 RT-INTRADAY-STAMP REDEFINES RT-RATE-DATA.
               10 RT-IS-STAMP-RATE     PIC V9(5).
               10 FILLER               PIC X(35).
           05 RT-COMMISSION-TDS REDEFINES RT-RATE-DATA.
               10 RT-TD-TDS-PCT        PIC 9(03)V99.
               10 RT-TD-NO-PAN-PCT     PIC 9(03)V99.
               10 FILLER               PIC X(30).
           05 RT-HOUSEKEEPING REDEFINES RT-RATE-DATA.
               10 RT-HK-RETAIN-DAYS    PIC 9(05).
               10 FILLER               PIC X(35).
           05 RT-DORMANCY REDEFINES RT-RATE-DATA.
               10 RT-DM-DORMANT-DAYS   PIC 9(05).
               10 FILLER               PIC X(35).
           05 RT-SURVEILLANCE REDEFINES RT-RATE-DATA.
               10 RT-SV-PERCENT        PIC 9(03)V99.
               10 RT-SV-COUNT          PIC 9(03).
               10 RT-SV-PERIOD-DAYS    PIC 9(03).
               10 FILLER               PIC X(29).
           05 RT-TRADING-WINDOW REDEFINES RT-RATE-DATA.
               10 RT-TW-OPEN-TIME      PIC 9(06).
               10 RT-TW-CLOSE-TIME     PIC 9(06).
               10 FILLER               PIC X(28).
           05 RT-QUARTERLY-RETENTION REDEFINES RT-RATE-DATA.
               10 RT-QR-RETAIN-AMOUNT  PIC 9(09)V99.
               10 FILLER               PIC X(29).
      *
      * Record only (no work fields) so the same copybook serves both
      * a WORKING-STORAGE copy (MTSPGM0/MTSPGM3) and a batch FD copy
