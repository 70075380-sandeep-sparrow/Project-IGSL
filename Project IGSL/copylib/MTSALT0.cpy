      *****************************************************************
      * MTSALT0 - Trade surveillance alert record layout.
      * One record per alert on the ALTMAS indexed (VSAM KSDS) file,
      * raised by the nightly MTSSRV0 surveillance run and worked by
      * compliance on the online alert workstation (MTSPGMI,
      * transaction MTSW). Keyed alert type + subject + the business
      * date the alert was raised:
      *   'B' BAND     - one original trade priced within the 'SV'
      *                  BP percent of its SCRMAS band low or high;
      *                  subject = trade sequence number.
      *   'V' VOLUME   - one client's quantity in one scrip for the
      *                  day at or above the 'SV' VS percent of the
      *                  exchange's traded quantity on the bhavcopy;
      *                  subject = scrip code + client code.
      *   'R' REVERSAL - a client with the 'SV' RR count of reversed
      *                  trades or more inside the RR period;
      *                  subject = client code.
      *   'D' DUP REL  - a supervisor who released the 'SV' RL count
      *                  of same-day duplicates or more inside the RL
      *                  period (TXL-DUP-RELEASE-IND); subject =
      *                  supervisor id.
      *   'L' LIMIT    - the same for releases over a CLILIM trading
      *                  limit (TXL-LIMIT-OVERRIDE-IND).
      * A day alert (B, V) is raised once - a rerun finds it on file.
      * A pattern alert (R, D, L) stands for the pattern until it is
      * reviewed: while open it is refreshed in place each night
      * with the latest count and event date; once reviewed it is
      * not raised again unless an event newer than
      * ALT-LAST-EVENT-DATE arrives while the pattern still holds -
      * then a new alert is raised under the new date.
      *
      * ALT-MEASURE / ALT-LIMIT carry what was seen against what
      * triggered it: price and band edge for 'B', share and
      * threshold percent for 'V', zero for pattern alerts, whose
      * figure is ALT-EVENT-COUNT. The review fields belong to the
      * workstation: who marked the alert reviewed, when, and the
      * disposition comment.
      *****************************************************************
       01  SURVEILLANCE-ALERT-RECORD.
           05 ALT-KEY.
               10 ALT-ALERT-TYPE       PIC X(01).
                   88 ALT-IS-BAND-ALERT                   VALUE 'B'.
                   88 ALT-IS-VOLUME-ALERT                 VALUE 'V'.
                   88 ALT-IS-REVERSAL-ALERT               VALUE 'R'.
                   88 ALT-IS-DUP-RELEASE-ALERT            VALUE 'D'.
                   88 ALT-IS-LIMIT-RELEASE-ALERT          VALUE 'L'.
                   88 ALT-IS-PATTERN-ALERT                VALUE 'R'
                                                                'D'
                                                                'L'.
               10 ALT-SUBJECT          PIC X(16).
               10 ALT-RAISED-DATE      PIC 9(08).
           05 ALT-STATUS               PIC X(01).
               88 ALT-IS-OPEN                             VALUE 'O'.
               88 ALT-IS-REVIEWED                         VALUE 'R'.
           05 ALT-CLIENT-CODE          PIC X(06).
           05 ALT-SCRIP-CODE           PIC X(10).
           05 ALT-SUPERVISOR           PIC X(08).
           05 ALT-TRADE-SEQ-NO         PIC 9(06).
           05 ALT-EVENT-COUNT          PIC 9(05).
           05 ALT-FIRST-EVENT-DATE     PIC 9(08).
           05 ALT-LAST-EVENT-DATE      PIC 9(08).
           05 ALT-MEASURE              PIC 9(07)V99.
           05 ALT-LIMIT                PIC 9(07)V99.
           05 ALT-REFRESHED-DATE       PIC 9(08).
           05 ALT-REVIEWED-BY          PIC X(08).
           05 ALT-REVIEWED-DATE        PIC 9(08).
           05 ALT-REVIEWED-TIME        PIC X(08).
           05 ALT-REVIEW-COMMENT       PIC X(40).
           05 FILLER                   PIC X(20).
