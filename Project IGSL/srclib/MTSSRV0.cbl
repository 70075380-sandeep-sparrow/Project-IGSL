      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: NIGHTLY TRADE SURVEILLANCE. THE DAY'S TRANSACTION
      *        : LOG AND THE RECENT TXNHIST HISTORY ARE CHECKED FOR
      *        : UNUSUAL ACTIVITY AGAINST THE RATMAS 'SV' THRESHOLDS
      *        : IN FORCE ON THE BUSINESS DATE:
      *        :   VS - A CLIENT'S QUANTITY IN A SCRIP TODAY AS A
      *        :        SHARE OF THE EXCHANGE'S TRADED QUANTITY ON
      *        :        THE PROVED BHAVCOPY;
      *        :   BP - AN ORIGINAL TRADE PRICED AT OR NEAR THE
      *        :        SCRMAS BAND LOW OR HIGH;
      *        :   RR - A CLIENT WITH REPEATED REVERSALS IN THE
      *        :        PERIOD;
      *        :   RL - A SUPERVISOR RELEASING DUPLICATES OR LIMIT
      *        :        BREACHES OVER AND OVER IN THE PERIOD.
      *        : EVERY ALERT GOES ONTO THE ALTMAS KEYED ALERT FILE
      *        : (MTSALT0) OPEN, FOR COMPLIANCE TO MARK REVIEWED ON
      *        : THE MTSW WORKSTATION, AND ONTO THE DAILY ALERT
      *        : REPORT WITH EVERY ALERT STILL OPEN FROM EARLIER
      *        : DAYS. A REVIEWED PATTERN IS NOT RAISED AGAIN UNTIL
      *        : IT HAS NEW ACTIVITY; A DAY ALERT IS RAISED ONCE, SO
      *        : THE RUN IS RERUN-SAFE.
      *        : THE BAND CHECK NEEDS THE BAND THE DAY WAS TRADED
      *        : UNDER, SO THE STEP RUNS AHEAD OF THE CLOSING-PRICE
      *        : LOAD THAT REFRESHES SCRMAS FOR THE NEXT SESSION.
      *        : TODAY COMES OFF TXNLOG ONLY AND HISTORY IS READ UP
      *        : TO THE DAY BEFORE, SO IT DOES NOT MATTER WHETHER
      *        : THE HISTORY LOAD HAS RUN. A CHECK WITH NO 'SV'
      *        : RECORD IS SKIPPED AND ENDS THE STEP RC=4.
      *        : THE EXPIRY CLOSE-OUT ENTRIES MTSXPR0 POSTS (OPERATOR
      *        : 'MTSXPR0') ARE SYSTEM TRADES AT THE FINAL SETTLEMENT
      *        : PRICE, NOT CLIENT ACTIVITY - THEY ARE ONLY COUNTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSSRV0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT TRADE-HISTORY-FILE ASSIGN TO TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT SCRIP-MASTER-FILE ASSIGN TO SCRMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCR-SCRIP-CODE
               FILE STATUS IS WS-SCRMAS-STATUS.
      *
           SELECT BHAVCOPY-FILE ASSIGN TO BHAVIN
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ALERT-MASTER-FILE ASSIGN TO ALTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALT-KEY
               FILE STATUS IS WS-ALTMAS-STATUS.
      *
           SELECT RATE-MASTER-FILE ASSIGN TO RATMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATMAS-STATUS.
      *
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BDT-CONTROL-KEY
               FILE STATUS IS WS-BUSDAT-STATUS.
      *
           SELECT REPORT-FILE ASSIGN TO SRVRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  TXN-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSLOG0.
      *
       FD  TRADE-HISTORY-FILE.
           COPY MTSHIS0.
      *
       FD  SCRIP-MASTER-FILE.
           COPY MTSSCR0.
      *
       FD  BHAVCOPY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSBHV0.
      *
       FD  ALERT-MASTER-FILE.
           COPY MTSALT0.
      *
       FD  RATE-MASTER-FILE.
           COPY MTSRTE0.
      *
       FD  BUSINESS-DATE-FILE.
           COPY MTSBDT0.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
      * One record per surveillance event, sorted so each alert
      * subject's events arrive together - see MTSALT0 for the alert
      * types and subjects. Volume subjects lead with the scrip so
      * the groups come off in the bhavcopy's own scrip order.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-ALERT-TYPE           PIC X(01).
           05 SR-SUBJECT              PIC X(16).
           05 SR-EVENT-DATE           PIC 9(08).
           05 SR-TRADE-SEQ-NO         PIC 9(06).
           05 SR-CLIENT-CODE          PIC X(06).
           05 SR-SCRIP-CODE           PIC X(10).
           05 SR-SUPERVISOR           PIC X(08).
           05 SR-QUANTITY             PIC 9(09).
           05 SR-PRICE                PIC 9(06)V99.
           05 SR-BAND-EDGE            PIC 9(06)V99.
      *
       WORKING-STORAGE SECTION.
      *
      * The history record's log data is mapped through this working
      * copy, renamed so it stands apart from the TXNLOG record.
           COPY MTSLOG0 REPLACING ==TXN-LOG-RECORD==
                               BY ==HIST-TXN-RECORD==
                          LEADING ==TXL-== BY ==HTX-==.
      *
       01  WS-HIST-STATUS             PIC X(02).
       01  WS-SCRMAS-STATUS           PIC X(02).
       01  WS-ALTMAS-STATUS           PIC X(02).
       01  WS-RATMAS-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
      *
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-INPUT                               VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH         PIC X(01)          VALUE 'N'.
           88 END-OF-SORTED                              VALUE 'Y'.
       01  WS-BHV-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-BHAVCOPY                            VALUE 'Y'.
       01  WS-ALT-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-ALERTS                              VALUE 'Y'.
      *
       01  WS-BUSDAT-DATE-N           PIC 9(08)          VALUE ZERO.
       01  WS-WORK-INT                PIC S9(09)  COMP.
      *
       01  RATE-LOOKUP-KEY.
           05 RLK-RATE-TYPE           PIC X(02).
           05 RLK-RATE-CODE           PIC X(02).
           05 RLK-EFFECTIVE-CDATE     PIC 9(08).
       01  WS-RATE-FOUND-IND          PIC X(01)          VALUE 'N'.
           88 RATE-FOUND                                 VALUE 'Y'.
      *
      * Thresholds in force - a check whose switch stays 'N' has no
      * 'SV' record and is not run.
       01  WS-VS-SWITCH               PIC X(01)          VALUE 'N'.
           88 VOLUME-CHECK-ON                            VALUE 'Y'.
       01  WS-BP-SWITCH               PIC X(01)          VALUE 'N'.
           88 BAND-CHECK-ON                              VALUE 'Y'.
       01  WS-RR-SWITCH               PIC X(01)          VALUE 'N'.
           88 REVERSAL-CHECK-ON                          VALUE 'Y'.
       01  WS-RL-SWITCH               PIC X(01)          VALUE 'N'.
           88 RELEASE-CHECK-ON                           VALUE 'Y'.
       01  WS-VS-PERCENT              PIC 9(03)V99       VALUE ZERO.
       01  WS-BP-PERCENT              PIC 9(03)V99       VALUE ZERO.
       01  WS-RR-COUNT                PIC 9(03)          VALUE ZERO.
       01  WS-RR-FROM-DATE            PIC 9(08)          VALUE ZERO.
       01  WS-RL-COUNT                PIC 9(03)          VALUE ZERO.
       01  WS-RL-FROM-DATE            PIC 9(08)          VALUE ZERO.
       01  WS-HIST-FROM-DATE          PIC 9(08)          VALUE ZERO.
      *
       01  WS-NEAR-LOW                PIC 9(07)V99.
       01  WS-NEAR-HIGH               PIC 9(07)V99.
       01  WS-BAND-EDGE               PIC 9(06)V99.
       01  WS-SHARE-PERCENT           PIC 9(05)V99.
      *
      * The subject group being assessed: its first event, held
      * here because the sort record has moved on to the next
      * group's event by the time the group is judged, and what its
      * events add up to.
       01  WS-GROUP-FIRST.
           05 GF-ALERT-TYPE           PIC X(01).
           05 GF-SUBJECT              PIC X(16).
           05 GF-EVENT-DATE           PIC 9(08).
           05 GF-TRADE-SEQ-NO         PIC 9(06).
           05 GF-CLIENT-CODE          PIC X(06).
           05 GF-SCRIP-CODE           PIC X(10).
           05 GF-SUPERVISOR           PIC X(08).
           05 GF-QUANTITY             PIC 9(09).
           05 GF-PRICE                PIC 9(06)V99.
           05 GF-BAND-EDGE            PIC 9(06)V99.
       01  WS-GROUP-COUNT             PIC 9(05).
       01  WS-GROUP-QUANTITY          PIC 9(11).
       01  WS-GROUP-FIRST-DATE        PIC 9(08).
       01  WS-GROUP-LAST-DATE         PIC 9(08).
      *
      * The latest alert already on file for a pattern subject.
       01  WS-LATEST-FOUND-IND        PIC X(01).
           88 LATEST-ALERT-FOUND                         VALUE 'Y'.
       01  WS-LATEST-DONE-IND         PIC X(01).
           88 LATEST-SEARCH-DONE                         VALUE 'Y'.
       01  WS-LATEST-KEY              PIC X(25).
       01  WS-LATEST-STATUS           PIC X(01).
       01  WS-LATEST-LAST-EVENT       PIC 9(08).
       01  WS-NEW-ALERT               PIC X(187).
      *
       01  WS-LOG-READ                PIC 9(07)          VALUE ZERO.
       01  WS-HIST-READ               PIC 9(07)          VALUE ZERO.
       01  WS-EVENTS-RELEASED         PIC 9(07)          VALUE ZERO.
       01  WS-RAISED-COUNT            PIC 9(05)          VALUE ZERO.
       01  WS-ON-FILE-COUNT           PIC 9(05)          VALUE ZERO.
       01  WS-REFRESHED-COUNT         PIC 9(05)          VALUE ZERO.
       01  WS-SUPPRESSED-COUNT        PIC 9(05)          VALUE ZERO.
       01  WS-CARRIED-COUNT           PIC 9(05)          VALUE ZERO.
       01  WS-UNMEASURED-COUNT        PIC 9(05)          VALUE ZERO.
       01  WS-ERROR-COUNT             PIC 9(05)          VALUE ZERO.
       01  WS-CLOSE-OUT-COUNT         PIC 9(05)          VALUE ZERO.
       01  WS-EXPIRY-OPERATOR         PIC X(08)
           VALUE 'MTSXPR0'.
      *
       01  WS-PROC-DATE.
           05 WS-PROC-YEAR            PIC 9(4).
           05 WS-PROC-MONTH           PIC 9(2).
           05 WS-PROC-DAY             PIC 9(2).
       01  WS-PROC-DATE-N REDEFINES WS-PROC-DATE
                                      PIC 9(8).
      *
        01  SYSTEM-DATE-AND-TIME.
            05  CURRENT-DATE.
                10  CURRENT-YEAR      PIC 9(2).
                10  CURRENT-MONTH     PIC 9(2).
                10  CURRENT-DAY       PIC 9(2).
      *
       01  WS-HEADING-LINE-1.
           05 FILLER                  PIC X(44)
              VALUE '*** IGSL TRADE SURVEILLANCE ALERT REPORT ***'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WH-BUSINESS-DATE        PIC 9(08).
      *
       01  WS-SECTION-LINE.
           05 WS-SECTION-TITLE        PIC X(60).
      *
       01  WS-COLUMN-HEADINGS.
           05 FILLER                  PIC X(10)  VALUE 'ALERT'.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT'.
           05 FILLER                  PIC X(12)  VALUE 'SCRIP'.
           05 FILLER                  PIC X(10)  VALUE 'SUPVSR'.
           05 FILLER                  PIC X(08)  VALUE 'TRADE'.
           05 FILLER                  PIC X(08)  VALUE ' EVENTS'.
           05 FILLER                  PIC X(18)  VALUE 'FIRST    LAST'.
           05 FILLER                  PIC X(14)  VALUE '     MEASURE'.
           05 FILLER                  PIC X(14)  VALUE '       LIMIT'.
           05 FILLER                  PIC X(10)  VALUE 'RAISED'.
           05 FILLER                  PIC X(10)  VALUE 'STATUS'.
      *
       01  WS-DETAIL-LINE.
           05 WD-ALERT-TYPE           PIC X(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-SCRIP-CODE           PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-SUPERVISOR           PIC X(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-TRADE-SEQ-NO         PIC ZZZZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-EVENT-COUNT          PIC ZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-FIRST-DATE           PIC 9(08).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WD-LAST-DATE            PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-MEASURE              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-LIMIT                PIC Z,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-RAISED-DATE          PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-STATUS               PIC X(10).
      *
       01  WS-CHECK-OFF-LINE.
           05 FILLER                  PIC X(16)
              VALUE 'CHECK NOT RUN - '.
           05 WC-CHECK-NAME           PIC X(30).
           05 FILLER                  PIC X(30)
              VALUE ' - NO RATMAS SV RECORD, CODE '.
           05 WC-CHECK-CODE           PIC X(02).
      *
       01  WS-TOTAL-LINE.
           05 WT-TAG                  PIC X(40).
           05 WT-COUNT                PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           MOVE 'ALERTS RAISED OR STANDING ON TODAY''S ACTIVITY'
                TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADINGS
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ALERT-TYPE
                                SR-SUBJECT
                                SR-EVENT-DATE
                                SR-TRADE-SEQ-NO
               INPUT PROCEDURE IS 100-RELEASE-EVENTS
               OUTPUT PROCEDURE IS 200-ASSESS-EVENTS
      *
           PERFORM 400-LIST-CARRIED-ALERTS
      *
           PERFORM 050-TERMINATE
      *
           STOP RUN.
      *
       010-INITIALIZE.
      *
           ACCEPT CURRENT-DATE FROM DATE
           IF CURRENT-YEAR > 50
             COMPUTE WS-PROC-YEAR = 1900 + CURRENT-YEAR
           ELSE
             COMPUTE WS-PROC-YEAR = 2000 + CURRENT-YEAR
           END-IF
           MOVE CURRENT-MONTH TO WS-PROC-MONTH
           MOVE CURRENT-DAY   TO WS-PROC-DAY
      *
           PERFORM 011-GET-BUSINESS-DATE
           PERFORM 035-OPEN-FILES
      *
           MOVE WS-BUSDAT-DATE-N TO WH-BUSINESS-DATE
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
      *
           PERFORM 012-GET-THRESHOLDS
      *
           IF VOLUME-CHECK-ON
             PERFORM 255-READ-BHAVCOPY
           END-IF.
      *
      * Alerts are dated by the business date, never the wall clock,
      * so a rerun after midnight finds the night's alerts on file.
       011-GET-BUSINESS-DATE.
      *
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDAT-STATUS = '00'
             READ BUSINESS-DATE-FILE
               AT END
                 CONTINUE
             END-READ
             IF WS-BUSDAT-STATUS = '00'
               MOVE BDT-BUSINESS-DATE TO WS-BUSDAT-DATE-N
             END-IF
             CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUSDAT-DATE-N = ZERO
             DISPLAY "BUSDAT NOT AVAILABLE - NO BUSINESS DATE, "
                     "NO SURVEILLANCE RUN"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      * One 'SV' record per check. The pattern checks count back
      * over their period to the business date inclusive, and the
      * history is read from the earlier of the two period starts.
       012-GET-THRESHOLDS.
      *
           MOVE 'SV' TO RLK-RATE-TYPE
           COMPUTE RLK-EFFECTIVE-CDATE = 99999999 - WS-BUSDAT-DATE-N
      *
           MOVE 'VS' TO RLK-RATE-CODE
           PERFORM 014-GET-EFFECTIVE-RATE
           IF RATE-FOUND AND RT-SV-PERCENT > ZERO
             MOVE 'Y'           TO WS-VS-SWITCH
             MOVE RT-SV-PERCENT TO WS-VS-PERCENT
           ELSE
             MOVE 'VOLUME SHARE OF THE DAY'  TO WC-CHECK-NAME
             PERFORM 016-REPORT-CHECK-OFF
           END-IF
      *
           MOVE 'BP' TO RLK-RATE-CODE
           PERFORM 014-GET-EFFECTIVE-RATE
           IF RATE-FOUND AND RT-SV-PERCENT > ZERO
             MOVE 'Y'           TO WS-BP-SWITCH
             MOVE RT-SV-PERCENT TO WS-BP-PERCENT
           ELSE
             MOVE 'PRICE NEAR BAND LOW/HIGH' TO WC-CHECK-NAME
             PERFORM 016-REPORT-CHECK-OFF
           END-IF
      *
           MOVE 'RR' TO RLK-RATE-CODE
           PERFORM 014-GET-EFFECTIVE-RATE
           IF RATE-FOUND AND RT-SV-COUNT > ZERO
              AND RT-SV-PERIOD-DAYS > ZERO
             MOVE 'Y'           TO WS-RR-SWITCH
             MOVE RT-SV-COUNT   TO WS-RR-COUNT
             COMPUTE WS-WORK-INT =
                 FUNCTION INTEGER-OF-DATE(WS-BUSDAT-DATE-N)
                 - RT-SV-PERIOD-DAYS + 1
             COMPUTE WS-RR-FROM-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
             MOVE WS-RR-FROM-DATE TO WS-HIST-FROM-DATE
           ELSE
             MOVE 'REPEATED REVERSALS'       TO WC-CHECK-NAME
             PERFORM 016-REPORT-CHECK-OFF
           END-IF
      *
           MOVE 'RL' TO RLK-RATE-CODE
           PERFORM 014-GET-EFFECTIVE-RATE
           IF RATE-FOUND AND RT-SV-COUNT > ZERO
              AND RT-SV-PERIOD-DAYS > ZERO
             MOVE 'Y'           TO WS-RL-SWITCH
             MOVE RT-SV-COUNT   TO WS-RL-COUNT
             COMPUTE WS-WORK-INT =
                 FUNCTION INTEGER-OF-DATE(WS-BUSDAT-DATE-N)
                 - RT-SV-PERIOD-DAYS + 1
             COMPUTE WS-RL-FROM-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
             IF WS-HIST-FROM-DATE = ZERO
                OR WS-RL-FROM-DATE < WS-HIST-FROM-DATE
               MOVE WS-RL-FROM-DATE TO WS-HIST-FROM-DATE
             END-IF
           ELSE
             MOVE 'REPEATED SUPERVISOR RELEASES' TO WC-CHECK-NAME
             PERFORM 016-REPORT-CHECK-OFF
           END-IF.
      *
      * RATE-LOOKUP-KEY carries type/code/complemented date, so the
      * first record at or after it is the latest rate effective on
      * or before the business date - compared back before use.
       014-GET-EFFECTIVE-RATE.
      *
           MOVE 'N' TO WS-RATE-FOUND-IND
           MOVE RATE-LOOKUP-KEY TO RT-KEY
           START RATE-MASTER-FILE KEY NOT < RT-KEY
             INVALID KEY
               CONTINUE
           END-START
           IF WS-RATMAS-STATUS = '00'
             READ RATE-MASTER-FILE NEXT
               AT END
                 CONTINUE
             END-READ
             IF WS-RATMAS-STATUS = '00'
               AND RT-RATE-TYPE = RLK-RATE-TYPE
               AND RT-RATE-CODE = RLK-RATE-CODE
               MOVE 'Y' TO WS-RATE-FOUND-IND
             END-IF
           END-IF.
      *
       016-REPORT-CHECK-OFF.
      *
           MOVE RLK-RATE-CODE TO WC-CHECK-CODE
           WRITE REPORT-LINE FROM WS-CHECK-OFF-LINE
           MOVE 4 TO RETURN-CODE.
      *
       035-OPEN-FILES.
      *
           OPEN INPUT TXN-LOG-FILE
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATMAS-STATUS NOT = '00'
             DISPLAY "RATMAS OPEN FAILED, STATUS = " WS-RATMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT TRADE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
             DISPLAY "TXNHIST OPEN FAILED, STATUS = " WS-HIST-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT SCRIP-MASTER-FILE
           IF WS-SCRMAS-STATUS NOT = '00'
             DISPLAY "SCRMAS OPEN FAILED, STATUS = " WS-SCRMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O ALERT-MASTER-FILE
           IF WS-ALTMAS-STATUS NOT = '00'
             DISPLAY "ALTMAS OPEN FAILED, STATUS = " WS-ALTMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT BHAVCOPY-FILE
           OPEN OUTPUT REPORT-FILE.
      *
      * Today's events off TXNLOG, then the pattern events of the
      * earlier days of the period off TXNHIST. A reversal carries
      * its original's release fields, so releases are counted on
      * original postings only; adjustments are not trading, and
      * nor are the MTSXPR0 expiry close-outs.
       100-RELEASE-EVENTS.
      *
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           PERFORM 110-RELEASE-LOG-EVENTS UNTIL END-OF-INPUT
      *
           IF WS-HIST-FROM-DATE > ZERO
             MOVE 'N'               TO WS-EOF-SWITCH
             MOVE WS-HIST-FROM-DATE TO TXH-BUSINESS-DATE
             MOVE ZERO              TO TXH-TRADE-SEQ-NO
             MOVE LOW-VALUES        TO TXH-ENTRY-TYPE
             START TRADE-HISTORY-FILE KEY NOT < TXH-KEY
               INVALID KEY
                 MOVE 'Y' TO WS-EOF-SWITCH
             END-START
             PERFORM 130-RELEASE-HISTORY-EVENTS UNTIL END-OF-INPUT
           END-IF.
      *
       110-RELEASE-LOG-EVENTS.
      *
           ADD 1 TO WS-LOG-READ
           MOVE SPACES            TO SORT-RECORD
           MOVE WS-BUSDAT-DATE-N  TO SR-EVENT-DATE
           MOVE TXL-TRADE-SEQ-NO  TO SR-TRADE-SEQ-NO
           MOVE TXL-CLIENT-CODE   TO SR-CLIENT-CODE
           MOVE TXL-SCRIP-CODE    TO SR-SCRIP-CODE
           MOVE TXL-QUANTITY      TO SR-QUANTITY
           MOVE TXL-TRADE-PRICE   TO SR-PRICE
           MOVE ZERO              TO SR-BAND-EDGE
      *
           EVALUATE TRUE
             WHEN TXL-ENTRY-OPERATOR = WS-EXPIRY-OPERATOR
               ADD 1 TO WS-CLOSE-OUT-COUNT
             WHEN TXL-IS-ORIGINAL
               IF VOLUME-CHECK-ON
                 MOVE 'V'             TO SR-ALERT-TYPE
                 MOVE SPACES          TO SR-SUBJECT
                 MOVE TXL-SCRIP-CODE  TO SR-SUBJECT(1:10)
                 MOVE TXL-CLIENT-CODE TO SR-SUBJECT(11:6)
                 PERFORM 190-RELEASE-EVENT
               END-IF
               IF BAND-CHECK-ON
                 PERFORM 120-CHECK-PRICE-BAND
               END-IF
               IF RELEASE-CHECK-ON
                 MOVE TXL-OVERRIDE-SUPERVISOR TO SR-SUPERVISOR
                 MOVE TXL-OVERRIDE-SUPERVISOR TO SR-SUBJECT
                 IF TXL-DUP-RELEASE-IND = 'Y'
                   MOVE 'D' TO SR-ALERT-TYPE
                   PERFORM 190-RELEASE-EVENT
                 END-IF
                 IF TXL-LIMIT-OVERRIDE-IND = 'Y'
                   MOVE 'L' TO SR-ALERT-TYPE
                   PERFORM 190-RELEASE-EVENT
                 END-IF
               END-IF
             WHEN TXL-IS-REVERSAL
               IF REVERSAL-CHECK-ON
                 MOVE 'R'             TO SR-ALERT-TYPE
                 MOVE TXL-CLIENT-CODE TO SR-SUBJECT
                 PERFORM 190-RELEASE-EVENT
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
      *
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
      * The band on SCRMAS is still the one the day traded under -
      * the closing-price load has not yet refreshed it. A zero
      * edge means no band on that side.
       120-CHECK-PRICE-BAND.
      *
           MOVE TXL-SCRIP-CODE TO SCR-SCRIP-CODE
           READ SCRIP-MASTER-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF WS-SCRMAS-STATUS = '00'
             MOVE ZERO TO WS-BAND-EDGE
             COMPUTE WS-NEAR-LOW =
                 SCR-BAND-LOW * (100 + WS-BP-PERCENT) / 100
             COMPUTE WS-NEAR-HIGH =
                 SCR-BAND-HIGH * (100 - WS-BP-PERCENT) / 100
             IF SCR-BAND-LOW > ZERO
                AND TXL-TRADE-PRICE NOT > WS-NEAR-LOW
               MOVE SCR-BAND-LOW  TO WS-BAND-EDGE
             END-IF
             IF SCR-BAND-HIGH > ZERO
                AND TXL-TRADE-PRICE NOT < WS-NEAR-HIGH
               MOVE SCR-BAND-HIGH TO WS-BAND-EDGE
             END-IF
             IF WS-BAND-EDGE > ZERO
               MOVE 'B'              TO SR-ALERT-TYPE
               MOVE SPACES           TO SR-SUBJECT
               MOVE TXL-TRADE-SEQ-NO TO SR-SUBJECT(1:6)
               MOVE WS-BAND-EDGE     TO SR-BAND-EDGE
               PERFORM 190-RELEASE-EVENT
             END-IF
           END-IF.
      *
       130-RELEASE-HISTORY-EVENTS.
      *
           READ TRADE-HISTORY-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT END-OF-INPUT
             IF TXH-BUSINESS-DATE NOT < WS-BUSDAT-DATE-N
               MOVE 'Y' TO WS-EOF-SWITCH
             END-IF
           END-IF
           IF NOT END-OF-INPUT
             ADD 1 TO WS-HIST-READ
             MOVE TXH-TXN-DATA       TO HIST-TXN-RECORD
             MOVE SPACES             TO SORT-RECORD
             MOVE TXH-BUSINESS-DATE  TO SR-EVENT-DATE
             MOVE HTX-TRADE-SEQ-NO   TO SR-TRADE-SEQ-NO
             MOVE HTX-CLIENT-CODE    TO SR-CLIENT-CODE
             MOVE HTX-SCRIP-CODE     TO SR-SCRIP-CODE
             MOVE ZERO               TO SR-QUANTITY SR-PRICE
                                        SR-BAND-EDGE
             EVALUATE TRUE
               WHEN HTX-IS-REVERSAL
                 IF REVERSAL-CHECK-ON
                    AND TXH-BUSINESS-DATE NOT < WS-RR-FROM-DATE
                   MOVE 'R'             TO SR-ALERT-TYPE
                   MOVE HTX-CLIENT-CODE TO SR-SUBJECT
                   PERFORM 190-RELEASE-EVENT
                 END-IF
               WHEN HTX-IS-ORIGINAL
                 IF RELEASE-CHECK-ON
                    AND TXH-BUSINESS-DATE NOT < WS-RL-FROM-DATE
                   MOVE HTX-OVERRIDE-SUPERVISOR TO SR-SUPERVISOR
                   MOVE HTX-OVERRIDE-SUPERVISOR TO SR-SUBJECT
                   IF HTX-DUP-RELEASE-IND = 'Y'
                     MOVE 'D' TO SR-ALERT-TYPE
                     PERFORM 190-RELEASE-EVENT
                   END-IF
                   IF HTX-LIMIT-OVERRIDE-IND = 'Y'
                     MOVE 'L' TO SR-ALERT-TYPE
                     PERFORM 190-RELEASE-EVENT
                   END-IF
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *
       190-RELEASE-EVENT.
      *
           RELEASE SORT-RECORD
           ADD 1 TO WS-EVENTS-RELEASED.
      *
      * Each alert subject's events are taken together and the group
      * judged against its threshold.
       200-ASSESS-EVENTS.
      *
           PERFORM 210-RETURN-EVENT
           PERFORM 220-ASSESS-ONE-SUBJECT UNTIL END-OF-SORTED.
      *
       210-RETURN-EVENT.
      *
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
      *
       220-ASSESS-ONE-SUBJECT.
      *
           MOVE SORT-RECORD    TO WS-GROUP-FIRST
           MOVE SR-EVENT-DATE  TO WS-GROUP-FIRST-DATE
           MOVE ZERO           TO WS-GROUP-COUNT WS-GROUP-QUANTITY
           PERFORM 230-ADD-EVENT
               UNTIL END-OF-SORTED
                  OR SR-ALERT-TYPE NOT = GF-ALERT-TYPE
                  OR SR-SUBJECT NOT = GF-SUBJECT
      *
           EVALUATE GF-ALERT-TYPE
             WHEN 'B'
               PERFORM 260-BUILD-ALERT
               MOVE GF-PRICE     TO ALT-MEASURE
               MOVE GF-BAND-EDGE TO ALT-LIMIT
               PERFORM 300-RAISE-DAY-ALERT
             WHEN 'V'
               PERFORM 250-ASSESS-VOLUME-SHARE
             WHEN 'R'
               IF WS-GROUP-COUNT NOT < WS-RR-COUNT
                 PERFORM 260-BUILD-ALERT
                 PERFORM 310-RAISE-PATTERN-ALERT
               END-IF
             WHEN OTHER
               IF WS-GROUP-COUNT NOT < WS-RL-COUNT
                 PERFORM 260-BUILD-ALERT
                 PERFORM 310-RAISE-PATTERN-ALERT
               END-IF
           END-EVALUATE.
      *
      * The event in hand belongs to the group; the next is read
      * ahead, and a group end leaves it waiting in the sort record
      * as the first event of the next group.
       230-ADD-EVENT.
      *
           ADD 1             TO WS-GROUP-COUNT
           ADD SR-QUANTITY   TO WS-GROUP-QUANTITY
           MOVE SR-EVENT-DATE TO WS-GROUP-LAST-DATE
           PERFORM 210-RETURN-EVENT.
      *
      * The client's quantity against the exchange's traded quantity
      * for the scrip - groups come in scrip order, so the bhavcopy
      * is walked forward alongside. A scrip the exchange did not
      * price, or priced with no volume, cannot be measured.
       250-ASSESS-VOLUME-SHARE.
      *
           PERFORM 255-READ-BHAVCOPY
               UNTIL END-OF-BHAVCOPY
                  OR BHV-SCRIP-CODE NOT < GF-SCRIP-CODE
           IF END-OF-BHAVCOPY
              OR BHV-SCRIP-CODE NOT = GF-SCRIP-CODE
              OR BHV-TRADED-QTY = ZERO
             ADD 1 TO WS-UNMEASURED-COUNT
           ELSE
             COMPUTE WS-SHARE-PERCENT ROUNDED =
                 WS-GROUP-QUANTITY * 100 / BHV-TRADED-QTY
               ON SIZE ERROR
                 MOVE 99999.99 TO WS-SHARE-PERCENT
             END-COMPUTE
             IF WS-SHARE-PERCENT NOT < WS-VS-PERCENT
               PERFORM 260-BUILD-ALERT
               MOVE ZERO             TO ALT-TRADE-SEQ-NO
               MOVE WS-SHARE-PERCENT TO ALT-MEASURE
               MOVE WS-VS-PERCENT    TO ALT-LIMIT
               PERFORM 300-RAISE-DAY-ALERT
             END-IF
           END-IF.
      *
      * The trailer ends the details, the MTSBHL0 reader convention.
       255-READ-BHAVCOPY.
      *
           IF NOT END-OF-BHAVCOPY
             READ BHAVCOPY-FILE
               AT END
                 MOVE 'Y' TO WS-BHV-EOF-SWITCH
             END-READ
           END-IF
           IF NOT END-OF-BHAVCOPY
              AND BHT-IS-TRAILER
             MOVE 'Y' TO WS-BHV-EOF-SWITCH
           END-IF.
      *
      * The alert as raised today, from the group's first event; the
      * caller fills in the measure against the limit.
       260-BUILD-ALERT.
      *
           MOVE SPACES              TO SURVEILLANCE-ALERT-RECORD
           MOVE GF-ALERT-TYPE       TO ALT-ALERT-TYPE
           MOVE GF-SUBJECT          TO ALT-SUBJECT
           MOVE WS-BUSDAT-DATE-N    TO ALT-RAISED-DATE
           MOVE 'O'                 TO ALT-STATUS
           MOVE GF-CLIENT-CODE      TO ALT-CLIENT-CODE
           MOVE GF-SCRIP-CODE       TO ALT-SCRIP-CODE
           MOVE GF-TRADE-SEQ-NO     TO ALT-TRADE-SEQ-NO
           MOVE WS-GROUP-COUNT      TO ALT-EVENT-COUNT
           MOVE WS-GROUP-FIRST-DATE TO ALT-FIRST-EVENT-DATE
           MOVE WS-GROUP-LAST-DATE  TO ALT-LAST-EVENT-DATE
           MOVE ZERO                TO ALT-MEASURE ALT-LIMIT
           MOVE WS-BUSDAT-DATE-N    TO ALT-REFRESHED-DATE
           MOVE ZERO                TO ALT-REVIEWED-DATE
      *
      * Who the alert is about: the releasing supervisor for a
      * release pattern, the client (and scrip) otherwise - a
      * reversal pattern spans scrips and trades.
           IF GF-ALERT-TYPE = 'D' OR GF-ALERT-TYPE = 'L'
             MOVE GF-SUPERVISOR     TO ALT-SUPERVISOR
             MOVE SPACES            TO ALT-CLIENT-CODE ALT-SCRIP-CODE
             MOVE ZERO              TO ALT-TRADE-SEQ-NO
           END-IF
           IF GF-ALERT-TYPE = 'R'
             MOVE SPACES            TO ALT-SCRIP-CODE
             MOVE ZERO              TO ALT-TRADE-SEQ-NO
           END-IF.
      *
      * A day alert is raised once: on a rerun the WRITE finds it
      * already on file and it is reported as such, whatever
      * compliance has since done with it.
       300-RAISE-DAY-ALERT.
      *
           WRITE SURVEILLANCE-ALERT-RECORD
             INVALID KEY
               CONTINUE
           END-WRITE
           EVALUATE WS-ALTMAS-STATUS
             WHEN '00'
               ADD 1 TO WS-RAISED-COUNT
               MOVE 'NEW'     TO WD-STATUS
               PERFORM 350-PRINT-ALERT
             WHEN '22'
               ADD 1 TO WS-ON-FILE-COUNT
               MOVE 'ON FILE' TO WD-STATUS
               PERFORM 350-PRINT-ALERT
             WHEN OTHER
               PERFORM 340-ALERT-WRITE-FAILED
           END-EVALUATE.
      *
      * A pattern alert stands until reviewed: the subject's latest
      * alert is found first. Open - it is refreshed with tonight's
      * count. Reviewed - a new alert only when an event newer than
      * the reviewed one has come in.
       310-RAISE-PATTERN-ALERT.
      *
           MOVE SURVEILLANCE-ALERT-RECORD TO WS-NEW-ALERT
           MOVE 'N'  TO WS-LATEST-FOUND-IND WS-LATEST-DONE-IND
           MOVE ZERO TO ALT-RAISED-DATE
           START ALERT-MASTER-FILE KEY NOT < ALT-KEY
             INVALID KEY
               MOVE 'Y' TO WS-LATEST-DONE-IND
           END-START
           PERFORM 315-READ-SUBJECT-ALERT UNTIL LATEST-SEARCH-DONE
      *
           EVALUATE TRUE
             WHEN NOT LATEST-ALERT-FOUND
               PERFORM 320-WRITE-PATTERN-ALERT
             WHEN WS-LATEST-STATUS = 'O'
               PERFORM 330-REFRESH-PATTERN-ALERT
             WHEN WS-GROUP-LAST-DATE > WS-LATEST-LAST-EVENT
               PERFORM 320-WRITE-PATTERN-ALERT
             WHEN OTHER
               ADD 1 TO WS-SUPPRESSED-COUNT
           END-EVALUATE.
      *
       315-READ-SUBJECT-ALERT.
      *
           READ ALERT-MASTER-FILE NEXT
             AT END
               MOVE 'Y' TO WS-LATEST-DONE-IND
           END-READ
           IF NOT LATEST-SEARCH-DONE
             IF ALT-ALERT-TYPE NOT = GF-ALERT-TYPE
                OR ALT-SUBJECT NOT = GF-SUBJECT
               MOVE 'Y' TO WS-LATEST-DONE-IND
             ELSE
               MOVE 'Y'                 TO WS-LATEST-FOUND-IND
               MOVE ALT-KEY             TO WS-LATEST-KEY
               MOVE ALT-STATUS          TO WS-LATEST-STATUS
               MOVE ALT-LAST-EVENT-DATE TO WS-LATEST-LAST-EVENT
             END-IF
           END-IF.
      *
       320-WRITE-PATTERN-ALERT.
      *
           MOVE WS-NEW-ALERT TO SURVEILLANCE-ALERT-RECORD
           PERFORM 300-RAISE-DAY-ALERT.
      *
       330-REFRESH-PATTERN-ALERT.
      *
           MOVE WS-LATEST-KEY TO ALT-KEY
           READ ALERT-MASTER-FILE
             INVALID KEY
               CONTINUE
           END-READ
           IF WS-ALTMAS-STATUS NOT = '00'
             PERFORM 340-ALERT-WRITE-FAILED
           ELSE
             MOVE WS-GROUP-COUNT      TO ALT-EVENT-COUNT
             MOVE WS-GROUP-FIRST-DATE TO ALT-FIRST-EVENT-DATE
             MOVE WS-GROUP-LAST-DATE  TO ALT-LAST-EVENT-DATE
             MOVE WS-BUSDAT-DATE-N    TO ALT-REFRESHED-DATE
             REWRITE SURVEILLANCE-ALERT-RECORD
               INVALID KEY
                 PERFORM 340-ALERT-WRITE-FAILED
               NOT INVALID KEY
                 ADD 1 TO WS-REFRESHED-COUNT
                 MOVE 'STILL OPEN' TO WD-STATUS
                 PERFORM 350-PRINT-ALERT
             END-REWRITE
           END-IF.
      *
       340-ALERT-WRITE-FAILED.
      *
           DISPLAY "ALTMAS UPDATE FAILED, STATUS = " WS-ALTMAS-STATUS
                   " ALERT = " ALT-KEY
           ADD 1 TO WS-ERROR-COUNT
           MOVE 4 TO RETURN-CODE.
      *
       350-PRINT-ALERT.
      *
           EVALUATE TRUE
             WHEN ALT-IS-BAND-ALERT
               MOVE 'BAND'     TO WD-ALERT-TYPE
             WHEN ALT-IS-VOLUME-ALERT
               MOVE 'VOLUME'   TO WD-ALERT-TYPE
             WHEN ALT-IS-REVERSAL-ALERT
               MOVE 'REVERSAL' TO WD-ALERT-TYPE
             WHEN ALT-IS-DUP-RELEASE-ALERT
               MOVE 'DUP REL'  TO WD-ALERT-TYPE
             WHEN OTHER
               MOVE 'LIMIT'    TO WD-ALERT-TYPE
           END-EVALUATE
           MOVE ALT-CLIENT-CODE      TO WD-CLIENT-CODE
           MOVE ALT-SCRIP-CODE       TO WD-SCRIP-CODE
           MOVE ALT-SUPERVISOR       TO WD-SUPERVISOR
           MOVE ALT-TRADE-SEQ-NO     TO WD-TRADE-SEQ-NO
           MOVE ALT-EVENT-COUNT      TO WD-EVENT-COUNT
           MOVE ALT-FIRST-EVENT-DATE TO WD-FIRST-DATE
           MOVE ALT-LAST-EVENT-DATE  TO WD-LAST-DATE
           MOVE ALT-MEASURE          TO WD-MEASURE
           MOVE ALT-LIMIT            TO WD-LIMIT
           MOVE ALT-RAISED-DATE      TO WD-RAISED-DATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
      * Every alert still open that tonight's run did not raise or
      * refresh - the worklist compliance has not yet cleared.
       400-LIST-CARRIED-ALERTS.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'OPEN ALERTS CARRIED FROM EARLIER DAYS'
                TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADINGS
      *
           MOVE LOW-VALUES TO ALT-KEY
           START ALERT-MASTER-FILE KEY NOT < ALT-KEY
             INVALID KEY
               MOVE 'Y' TO WS-ALT-EOF-SWITCH
           END-START
           PERFORM 410-LIST-ONE-CARRIED UNTIL END-OF-ALERTS.
      *
       410-LIST-ONE-CARRIED.
      *
           READ ALERT-MASTER-FILE NEXT
             AT END
               MOVE 'Y' TO WS-ALT-EOF-SWITCH
           END-READ
           IF NOT END-OF-ALERTS
             IF ALT-IS-OPEN
                AND ALT-REFRESHED-DATE < WS-BUSDAT-DATE-N
               ADD 1 TO WS-CARRIED-COUNT
               MOVE 'OPEN' TO WD-STATUS
               PERFORM 350-PRINT-ALERT
             END-IF
           END-IF.
      *
       050-TERMINATE.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ALERTS RAISED TONIGHT                  ' TO WT-TAG
           MOVE WS-RAISED-COUNT     TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ALREADY ON FILE - RERUN                ' TO WT-TAG
           MOVE WS-ON-FILE-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'OPEN PATTERN ALERTS REFRESHED          ' TO WT-TAG
           MOVE WS-REFRESHED-COUNT  TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'REVIEWED PATTERNS - NO NEW ACTIVITY    ' TO WT-TAG
           MOVE WS-SUPPRESSED-COUNT TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'OPEN ALERTS CARRIED                    ' TO WT-TAG
           MOVE WS-CARRIED-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'VOLUME NOT MEASURABLE - NO EXCH VOLUME ' TO WT-TAG
           MOVE WS-UNMEASURED-COUNT TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EXPIRY CLOSE-OUTS - NOT SURVEYED       ' TO WT-TAG
           MOVE WS-CLOSE-OUT-COUNT  TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOT UPDATED - SEE SYSOUT               ' TO WT-TAG
           MOVE WS-ERROR-COUNT      TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
      *
           CLOSE TXN-LOG-FILE
           CLOSE TRADE-HISTORY-FILE
           CLOSE SCRIP-MASTER-FILE
           CLOSE BHAVCOPY-FILE
           CLOSE ALERT-MASTER-FILE
           CLOSE RATE-MASTER-FILE
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSSRV0 - TXNLOG RECORDS READ  = " WS-LOG-READ
           DISPLAY "MTSSRV0 - TXNHIST RECORDS READ = " WS-HIST-READ
           DISPLAY "MTSSRV0 - EVENTS SORTED        = "
                   WS-EVENTS-RELEASED
           DISPLAY "MTSSRV0 - ALERTS RAISED        = " WS-RAISED-COUNT.
      *
       END PROGRAM MTSSRV0.
