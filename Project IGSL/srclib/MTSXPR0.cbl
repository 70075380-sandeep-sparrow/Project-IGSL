      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: F-SEGMENT DERIVATIVES CONTRACT EXPIRY CLOSE-OUT.
      *        : SCANS SCRMAS (MTSSCR0) FOR SEGMENT 'F' CONTRACTS
      *        : NOT YET EXPIRED - ACTIVE OR SUSPENDED - WHOSE
      *        : SCR-EXPIRY-DATE HAS COME (ON OR BEFORE THE BUSINESS
      *        : DATE), TAKES EACH ONE'S FINAL
      *        : SETTLEMENT PRICE FROM THE DAY'S EXCHANGE BHAVIN FILE
      *        : (MTSBHV0 CLOSE), AND WORKS OUT EVERY CLIENT'S OPEN
      *        : POSITION PER CONTRACT FROM THE WHOLE TXNHIST TRADE
      *        : HISTORY PLUS TODAY'S TXNLOG - BOUGHT LESS SOLD, A
      *        : REVERSAL TAKING ITS TRADE BACK OUT. EACH OPEN
      *        : POSITION IS CLOSED BY A SYSTEM-GENERATED OPPOSITE
      *        : TRADE AT THE FINAL SETTLEMENT PRICE: A NEW TRDSEQ
      *        : SEQUENCE NUMBER, WRITTEN TO TRDMAS AND APPENDED TO
      *        : TXNLOG AS AN ORDINARY ORIGINAL ('O') ENTRY WITH ITS
      *        : SETTLEMENT DATE, SO THE NORMAL SETTLEMENT, LEDGER,
      *        : GL AND HISTORY RUNS SETTLE THE RESULTING PROFIT OR
      *        : LOSS LIKE ANY OTHER TRADE. CLOSING ENTRIES ARE
      *        : CHARGED AT THE RATMAS 'XP' EXPIRY RATES FOR SEGMENT
      *        : F (THE 'EX' SEGMENT RATES WHEN NO 'XP' RATE IS ON
      *        : FILE), WITH GST THE MTSPGM0 WAY AND NO STAMP DUTY ON
      *        : AN EXCHANGE-SETTLED CLOSE-OUT, AND JOIN THE DAYCTL
      *        : CONTROL TOTALS (MTSCTL0) SO MTSBAL0 STILL BALANCES
      *        : THE FILE. A CONTRACT WHOSE POSITIONS ARE ALL CLOSED
      *        : IS MARKED EXPIRED ON SCRMAS, WHICH SUSPENDS IT FROM
      *        : TRADING FOR GOOD. A CONTRACT THE EXCHANGE DID NOT
      *        : PRICE KEEPS ITS OPEN POSITIONS AND STAYS ACTIVE,
      *        : LISTED ON THE REPORT, AND THE STEP ENDS RC=4; SO
      *        : DOES A CLOSING ENTRY TRDMAS REFUSED, NO CLOSE-OUT
      *        : RATE ON FILE, OR A CONTRACT PAST THE TABLE. IT
      *        : ENDS RC=12 IF TRDSEQ OR DAYCTL WILL NOT TAKE ITS
      *        : REWRITE; AFTER A TRDSEQ FAILURE NO FURTHER CLOSING
      *        : ENTRY IS POSTED AND THE REST OF THE POSITIONS ARE
      *        : LEFT OPEN. A RERUN
      *        : POSTS NOTHING TWICE: CLOSED POSITIONS NET TO ZERO
      *        : AND EXPIRED CONTRACTS ARE NO LONGER SELECTED. THE
      *        : JOB RUNS WHILE TXNLOG, TRDMAS, TRDSEQ, DAYCTL AND
      *        : SCRMAS ARE CLOSED TO THE CICS REGION.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSXPR0.
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
           SELECT TRADE-MASTER-FILE ASSIGN TO TRDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXL-TRADE-SEQ-NO
               FILE STATUS IS WS-TRDMAS-STATUS.
      *
           SELECT TRADE-SEQ-FILE ASSIGN TO TRDSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TSQ-CONTROL-KEY
               FILE STATUS IS WS-TRDSEQ-STATUS.
      *
           SELECT SCRIP-MASTER-FILE ASSIGN TO SCRMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-SCRIP-CODE
               FILE STATUS IS WS-SCRMAS-STATUS.
      *
           SELECT BHAVCOPY-FILE ASSIGN TO BHAVIN
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CLIENT-MASTER-FILE ASSIGN TO CLIMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CLIENT-CODE
               FILE STATUS IS WS-CLIMAS-STATUS.
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
           SELECT DAY-CONTROL-FILE ASSIGN TO DAYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCT-CONTROL-KEY
               FILE STATUS IS WS-DAYCTL-STATUS.
      *
           SELECT REPORT-FILE ASSIGN TO XPRRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * Read in full by the sort, then reopened EXTEND for the
      * closing entries - the MTSREV0 output record convention.
       FD  TXN-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSLOG0 REPLACING
                ==TXN-LOG-RECORD== BY ==TXN-LOG-OUT-RECORD==
                LEADING ==TXL-== BY ==TXO-==.
      *
       FD  TRADE-HISTORY-FILE.
           COPY MTSHIS0.
      *
      * The closing entry is built here and written to the master
      * first - the log record is a copy of what TRDMAS accepted.
       FD  TRADE-MASTER-FILE.
           COPY MTSLOG0.
      *
       FD  TRADE-SEQ-FILE.
           COPY MTSSEQ0.
      *
       FD  SCRIP-MASTER-FILE.
           COPY MTSSCR0.
      *
       FD  BHAVCOPY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSBHV0.
      *
       FD  CLIENT-MASTER-FILE.
           COPY MTSCLI0.
      *
       FD  RATE-MASTER-FILE.
           COPY MTSRTE0.
      *
       FD  BUSINESS-DATE-FILE.
           COPY MTSBDT0.
      *
       FD  DAY-CONTROL-FILE.
           COPY MTSCTL0.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
      * One record per trade or reversal in an expiring contract,
      * quantity signed the way it moves the client's position:
      * bought plus, sold minus, a reversal the other way round.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-SCRIP-CODE           PIC X(10).
           05 SR-CLIENT-CODE          PIC X(06).
           05 SR-SIGNED-QTY           PIC S9(09).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-HIST-STATUS             PIC X(02).
       01  WS-TRDMAS-STATUS           PIC X(02).
       01  WS-TRDSEQ-STATUS           PIC X(02).
       01  WS-SCRMAS-STATUS           PIC X(02).
       01  WS-CLIMAS-STATUS           PIC X(02).
       01  WS-RATMAS-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
       01  WS-DAYCTL-STATUS           PIC X(02).
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-INPUT                               VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH         PIC X(01)          VALUE 'N'.
           88 END-OF-SORTED                              VALUE 'Y'.
       01  WS-CLIMAS-SWITCH           PIC X(01)          VALUE 'N'.
           88 CLIENT-MASTER-OPEN                         VALUE 'Y'.
       01  WS-RATE-SOURCE-IND         PIC X(01)          VALUE 'N'.
           88 XP-RATE-IN-FORCE                           VALUE 'X'.
           88 EX-RATE-IN-FORCE                           VALUE 'E'.
           88 NO-CLOSE-OUT-RATE                          VALUE 'N'.
       01  WS-ENTRY-FAILED-IND        PIC X(01)          VALUE 'N'.
           88 ENTRY-FAILED                               VALUE 'Y'.
       01  WS-TRDSEQ-FAILED-IND       PIC X(01)          VALUE 'N'.
           88 TRDSEQ-FAILED                              VALUE 'Y'.
      *
      * HIST-TXN-RECORD is TXH-TXN-DATA unpacked back into the
      * MTSLOG0 layout under its own data names.
           COPY MTSLOG0 REPLACING
                ==TXN-LOG-RECORD== BY ==HIST-TXN-RECORD==
                LEADING ==TXL-== BY ==HTX-==.
      *
      * RATMAS lookup work area - see MTSRTE0 and the CALC1002
      * 075-GET-EFFECTIVE-RATE convention.
       01  RATE-LOOKUP-KEY.
           05 RLK-RATE-TYPE           PIC X(02).
           05 RLK-RATE-CODE           PIC X(02).
           05 RLK-EFFECTIVE-CDATE     PIC 9(08).
       01  WS-RATE-FOUND-IND          PIC X(01)          VALUE 'N'.
           88 RATE-FOUND                                 VALUE 'Y'.
      *
      * Close-out rates for segment F in force on the business date.
       01  WS-BROKERAGE-RATE          PIC V9(7)          VALUE ZERO.
       01  WS-TRANSACTION-RATE        PIC V9(7)          VALUE ZERO.
       01  WS-STT-RATE                PIC V9(7)          VALUE ZERO.
       01  WS-STT-RATE-SELL           PIC V9(7)          VALUE ZERO.
      *
      * Business-day calculator parameters - see MTSBDP0.
           COPY MTSBDP0.
       01  WS-SETTLE-CYCLE-DAYS       PIC 9(02)          VALUE 1.
       01  WS-SETTLE-COUNT            PIC 9(02).
       01  WS-SETTLEMENT-DATE-N       PIC 9(08)          VALUE ZERO.
      *
      * The contracts expiring tonight, in SCRMAS key order, with
      * their final settlement price and how their positions fared.
       01  WS-CONTRACT-LIMIT          PIC S9(4) COMP     VALUE 200.
       01  WS-CONTRACT-COUNT          PIC S9(4) COMP     VALUE ZERO.
       01  WS-CON-SUB                 PIC S9(4) COMP.
       01  WS-CONTRACT-TABLE.
           05 WS-CONTRACT-ENTRY       OCCURS 200 TIMES.
               10 WE-SCRIP-CODE       PIC X(10).
               10 WE-SCRIP-NAME       PIC X(30).
               10 WE-CONTRACT-TYPE    PIC X(01).
               10 WE-EXPIRY-DATE      PIC 9(08).
               10 WE-FINAL-PRICE      PIC 9(06)V99.
               10 WE-PRICE-IND        PIC X(01).
                   88 WE-PRICE-FOUND                     VALUE 'Y'.
               10 WE-CLOSED-COUNT     PIC 9(06).
               10 WE-OPEN-COUNT       PIC 9(06).
      *
      * The position being closed and the entry being built for it.
       01  WS-CURR-SCRIP              PIC X(10)          VALUE SPACES.
       01  WS-CURR-CLIENT             PIC X(06)          VALUE SPACES.
       01  WS-NET-QTY                 PIC S9(11)         VALUE ZERO.
       01  WS-CLOSE-QTY-LEFT          PIC 9(11).
       01  WS-CLOSE-SIDE              PIC X(01).
       01  WS-ENTRY-QTY               PIC 9(08).
       01  WS-MAX-ENTRY-QTY           PIC 9(10).
       01  WS-ENTRY-VALUE             PIC 9(08)V99.
       01  WS-NEXT-TRADE-SEQ          PIC 9(06).
       01  WS-LAST-SEQ-ISSUED         PIC 9(06)          VALUE ZERO.
      *
       01  WS-CHARGES.
           05 WS-BROKERAGE-CHARGE     PIC 9(06)V99.
           05 WS-TRANSACTION-CHARGE   PIC 9(06)V99.
           05 WS-STT-CHARGE           PIC 9(06)V99.
           05 WS-GST-CHARGE           PIC 9(06)V99.
           05 WS-CGST-CHARGE          PIC 9(06)V99.
           05 WS-SGST-CHARGE          PIC 9(06)V99.
           05 WS-IGST-CHARGE          PIC 9(06)V99.
           05 WS-TOTAL-CHARGE         PIC 9(06)V99.
       01  WS-UNROUNDED-CHARGES.
           05 WS-UNR-BROKERAGE        PIC 9(06)V9(06).
           05 WS-UNR-TRANSACTION      PIC 9(06)V9(06).
           05 WS-UNR-STT              PIC 9(06)V9(06).
           05 WS-UNR-GST              PIC 9(06)V9(06).
       01  WS-ROUNDING-DIFF           PIC S9(04)V99.
      *
       01  WS-CONTRACT-READ           PIC 9(07)          VALUE ZERO.
       01  WS-EXPIRING-COUNT          PIC 9(06)          VALUE ZERO.
       01  WS-OVERFLOW-COUNT          PIC 9(06)          VALUE ZERO.
       01  WS-PRICED-COUNT            PIC 9(06)          VALUE ZERO.
       01  WS-HIST-READ               PIC 9(09)          VALUE ZERO.
       01  WS-LOG-READ                PIC 9(07)          VALUE ZERO.
       01  WS-POSITION-COUNT          PIC 9(06)          VALUE ZERO.
       01  WS-CLOSED-COUNT            PIC 9(06)          VALUE ZERO.
       01  WS-UNPRICED-COUNT          PIC 9(06)          VALUE ZERO.
       01  WS-REFUSED-COUNT           PIC 9(06)          VALUE ZERO.
       01  WS-ENTRY-COUNT             PIC 9(06)          VALUE ZERO.
       01  WS-EXPIRED-COUNT           PIC 9(06)          VALUE ZERO.
       01  WS-LEFT-ACTIVE-COUNT       PIC 9(06)          VALUE ZERO.
       01  WS-ENTRY-CHARGE-SUM        PIC 9(12)V99       VALUE ZERO.
      *
       01  WS-PROC-DATE.
           05 WS-PROC-YEAR            PIC 9(4).
           05 WS-PROC-MONTH           PIC 9(2).
           05 WS-PROC-DAY             PIC 9(2).
       01  WS-PROC-DATE-N REDEFINES WS-PROC-DATE
                                      PIC 9(8).
       01  WS-PROC-DATE-X REDEFINES WS-PROC-DATE
                                      PIC X(8).
      * The business date in the online DD/MM/YY log-date shape.
       01  WS-LOG-DATE                PIC X(10)          VALUE SPACES.
      *
        01  SYSTEM-DATE-AND-TIME.
            05  CURRENT-DATE.
                10  CURRENT-YEAR      PIC 9(2).
                10  CURRENT-MONTH     PIC 9(2).
                10  CURRENT-DAY       PIC 9(2).
      *
       01  WS-HEADING-LINE-1.
           05 FILLER                  PIC X(44)
              VALUE '*** IGSL F-SEGMENT CONTRACT EXPIRY CLOSE-OUT'.
           05 FILLER                  PIC X(04)  VALUE ' ***'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WH-BUSINESS-DATE        PIC 9(08).
           05 FILLER                  PIC X(21)
              VALUE '   SETTLEMENT DATE: '.
           05 WH-SETTLEMENT-DATE      PIC 9(08).
           05 FILLER                  PIC X(21)
              VALUE '   CLOSE-OUT RATES: '.
           05 WH-RATE-TAG             PIC X(40).
      *
       01  WS-COLUMN-HEADINGS.
           05 FILLER                  PIC X(11)  VALUE '   TRADE NO'.
           05 FILLER                  PIC X(10)  VALUE '  CLIENT'.
           05 FILLER                  PIC X(12)  VALUE 'SCRIP'.
           05 FILLER                  PIC X(06)  VALUE 'B/S'.
           05 FILLER                  PIC X(12)  VALUE '  QUANTITY'.
           05 FILLER                  PIC X(14)
              VALUE '  FINAL PRICE'.
           05 FILLER                  PIC X(16)
              VALUE '  CONSIDERATION'.
           05 FILLER                  PIC X(12)  VALUE '    CHARGES'.
      *
       01  WS-DETAIL-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WD-TRADE-SEQ-NO         PIC 9(06).
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 WD-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-SCRIP-CODE           PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-BUY-SELL             PIC X(04).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-QUANTITY             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 WD-FINAL-PRICE          PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-CONSIDERATION        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-CHARGES              PIC ZZZ,ZZ9.99.
      *
       01  WS-CONTRACT-HEADINGS.
           05 FILLER                  PIC X(12)  VALUE 'SCRIP'.
           05 FILLER                  PIC X(32)  VALUE 'CONTRACT NAME'.
           05 FILLER                  PIC X(08)  VALUE 'TYPE'.
           05 FILLER                  PIC X(10)  VALUE 'EXPIRY'.
           05 FILLER                  PIC X(12)  VALUE ' FINAL PRICE'.
           05 FILLER                  PIC X(08)  VALUE '  CLOSED'.
           05 FILLER                  PIC X(08)  VALUE '    OPEN'.
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 FILLER                  PIC X(06)  VALUE 'STATUS'.
      *
       01  WS-CONTRACT-LINE.
           05 WK-SCRIP-CODE           PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WK-SCRIP-NAME           PIC X(30).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WK-CONTRACT-TYPE        PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WK-EXPIRY-DATE          PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WK-FINAL-PRICE          PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WK-CLOSED-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WK-OPEN-COUNT           PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 WK-STATUS               PIC X(39).
      *
       01  WS-COUNT-LINE.
           05 WT-TAG                  PIC X(40).
           05 WT-COUNT                PIC Z,ZZZ,ZZ9.
      *
       01  WS-MESSAGE-LINE            PIC X(132).
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           IF WS-CONTRACT-COUNT > ZERO
             PERFORM 020-GET-FINAL-PRICES
             SORT SORT-WORK-FILE
                 ON ASCENDING KEY SR-SCRIP-CODE
                                  SR-CLIENT-CODE
                 INPUT PROCEDURE IS 100-RELEASE-POSITIONS
                 OUTPUT PROCEDURE IS 200-CLOSE-POSITIONS
             PERFORM 030-EXPIRE-CONTRACTS
             PERFORM 035-UPDATE-DAY-CONTROL
           END-IF
      *
           PERFORM 040-PRINT-TOTALS
      *
           PERFORM 050-TERMINATE
      *
           STOP RUN.
      *
       010-INITIALIZE.
      *
           ACCEPT CURRENT-DATE FROM DATE
           PERFORM 011-GET-BUSINESS-DATE
      *
           OPEN INPUT  TRADE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
             DISPLAY "TXNHIST OPEN FAILED, STATUS = " WS-HIST-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O    TRADE-MASTER-FILE
           IF WS-TRDMAS-STATUS NOT = '00'
             DISPLAY "TRDMAS OPEN FAILED, STATUS = " WS-TRDMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O    TRADE-SEQ-FILE
           IF WS-TRDSEQ-STATUS NOT = '00'
             DISPLAY "TRDSEQ OPEN FAILED, STATUS = " WS-TRDSEQ-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE 'S' TO TSQ-CONTROL-KEY
           READ TRADE-SEQ-FILE
             INVALID KEY
               DISPLAY "TRDSEQ CONTROL RECORD NOT FOUND, STATUS = "
                       WS-TRDSEQ-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-READ
           OPEN I-O    SCRIP-MASTER-FILE
           IF WS-SCRMAS-STATUS NOT = '00'
             DISPLAY "SCRMAS OPEN FAILED, STATUS = " WS-SCRMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT  CLIENT-MASTER-FILE
           IF WS-CLIMAS-STATUS = '00'
             MOVE 'Y' TO WS-CLIMAS-SWITCH
           ELSE
             DISPLAY "CLIMAS NOT AVAILABLE, STATUS = "
                     WS-CLIMAS-STATUS
                     " - GST SPLIT AS INTRA-STATE"
           END-IF
           OPEN OUTPUT REPORT-FILE
      *
           PERFORM 012-GET-CLOSE-OUT-RATES
           PERFORM 014-DERIVE-SETTLEMENT-DATE
      *
           MOVE WS-PROC-DATE-N       TO WH-BUSINESS-DATE
           MOVE WS-SETTLEMENT-DATE-N TO WH-SETTLEMENT-DATE
           EVALUATE TRUE
             WHEN XP-RATE-IN-FORCE
               MOVE 'XP EXPIRY RATES'              TO WH-RATE-TAG
             WHEN EX-RATE-IN-FORCE
               MOVE 'EX SEGMENT RATES - NO XP ON FILE'
                                                  TO WH-RATE-TAG
             WHEN OTHER
               MOVE 'NONE ON FILE - NOT CHARGED'   TO WH-RATE-TAG
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
      *
           PERFORM 016-SELECT-CONTRACTS
           IF WS-CONTRACT-COUNT = ZERO
             MOVE 'NO F-SEGMENT CONTRACT EXPIRES - NOTHING TO CLOSE'
                  TO WS-MESSAGE-LINE
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
             DISPLAY WS-MESSAGE-LINE
           ELSE
             IF NO-CLOSE-OUT-RATE
               MOVE 'NO XP OR EX RATE FOR SEGMENT F ON RATMAS'
                    TO WS-MESSAGE-LINE
               WRITE REPORT-LINE FROM WS-MESSAGE-LINE
               DISPLAY WS-MESSAGE-LINE
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
      *
      * A close-out posts real trades under the business date, so
      * it will not run on a guessed date: no BUSDAT, no run.
       011-GET-BUSINESS-DATE.
      *
           MOVE ZERO TO WS-PROC-DATE-N
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDAT-STATUS = '00'
             READ BUSINESS-DATE-FILE
               AT END
                 CONTINUE
             END-READ
             IF WS-BUSDAT-STATUS = '00'
               MOVE BDT-BUSINESS-DATE TO WS-PROC-DATE-N
             END-IF
             CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-PROC-DATE-N = ZERO
             DISPLAY "BUSDAT NOT AVAILABLE, STATUS = "
                     WS-BUSDAT-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           STRING WS-PROC-DATE-X(7:2),
                  '/',
                  WS-PROC-DATE-X(5:2),
                  '/',
                  WS-PROC-DATE-X(3:2) DELIMITED BY SIZE
                  INTO WS-LOG-DATE
           END-STRING.
      *
      * The 'XP' expiry close-out rates for segment F, the ordinary
      * 'EX' segment F rates when no 'XP' rate is on file, and the
      * segment's 'SC' settlement cycle - all as at the business
      * date. With no rate at all the entries post uncharged and the
      * step says so.
       012-GET-CLOSE-OUT-RATES.
      *
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATMAS-STATUS NOT = '00'
             DISPLAY "RATMAS NOT AVAILABLE, STATUS = "
                     WS-RATMAS-STATUS
           ELSE
             MOVE 'XP'   TO RLK-RATE-TYPE
             MOVE 'F '   TO RLK-RATE-CODE
             COMPUTE RLK-EFFECTIVE-CDATE = 99999999 - WS-PROC-DATE-N
             PERFORM 013-GET-EFFECTIVE-RATE
             IF RATE-FOUND
               MOVE 'X' TO WS-RATE-SOURCE-IND
             ELSE
               MOVE 'EX' TO RLK-RATE-TYPE
               PERFORM 013-GET-EFFECTIVE-RATE
               IF RATE-FOUND
                 MOVE 'E' TO WS-RATE-SOURCE-IND
               END-IF
             END-IF
             IF NOT NO-CLOSE-OUT-RATE
               MOVE RT-BROKERAGE-RATE   TO WS-BROKERAGE-RATE
               MOVE RT-TRANSACTION-RATE TO WS-TRANSACTION-RATE
               MOVE RT-STT-RATE         TO WS-STT-RATE
               MOVE RT-STT-RATE-SELL    TO WS-STT-RATE-SELL
             END-IF
             MOVE 'SC'   TO RLK-RATE-TYPE
             PERFORM 013-GET-EFFECTIVE-RATE
             IF RATE-FOUND
               MOVE RT-SETTLE-CYCLE-DAYS TO WS-SETTLE-CYCLE-DAYS
             END-IF
             CLOSE RATE-MASTER-FILE
           END-IF.
      *
      * Keyed read for key >= type/code/complement(business date);
      * the complemented date makes that the latest rate effective
      * on or before the business date. The requested type/code is
      * compared back before the record is believed.
       013-GET-EFFECTIVE-RATE.
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
      * Closing entries settle like a trade keyed today: the
      * business date plus the F segment's settlement cycle in
      * trading days, weekends and HOLCAL holidays skipped (MTSBDC0
      * one trading day at a time, the MTSPGM0 derivation).
       014-DERIVE-SETTLEMENT-DATE.
      *
           MOVE WS-PROC-DATE-N TO WS-SETTLEMENT-DATE-N
           MOVE ZERO TO WS-SETTLE-COUNT
           PERFORM 015-STEP-ONE-SETTLE-DAY
               UNTIL WS-SETTLE-COUNT NOT < WS-SETTLE-CYCLE-DAYS.
      *
       015-STEP-ONE-SETTLE-DAY.
      *
           MOVE 'N'                  TO BDC-FUNCTION
           MOVE WS-SETTLEMENT-DATE-N TO BDC-DATE-1
           CALL 'MTSBDC0' USING BDC-PARM-AREA
           IF BDC-OK
             MOVE BDC-RESULT-DATE TO WS-SETTLEMENT-DATE-N
             ADD 1 TO WS-SETTLE-COUNT
           ELSE
             DISPLAY "MTSBDC0 REFUSED DATE " WS-SETTLEMENT-DATE-N
                     " - SETTLEMENT DATE LEFT ZERO"
             MOVE ZERO TO WS-SETTLEMENT-DATE-N
             MOVE WS-SETTLE-CYCLE-DAYS TO WS-SETTLE-COUNT
           END-IF.
      *
      * Every F-segment contract not yet expired whose expiry date
      * has come - a suspended contract still has positions to
      * close. An earlier expiry not yet expired was left open on an
      * earlier night (no final price, or past the table) and is
      * taken again. A contract past the table is left for a rerun.
       016-SELECT-CONTRACTS.
      *
           MOVE 'N'        TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO SCR-SCRIP-CODE
           START SCRIP-MASTER-FILE KEY NOT < SCR-SCRIP-CODE
             INVALID KEY
               MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 017-SELECT-ONE-CONTRACT UNTIL END-OF-INPUT.
      *
       017-SELECT-ONE-CONTRACT.
      *
           READ SCRIP-MASTER-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT END-OF-INPUT
             ADD 1 TO WS-CONTRACT-READ
             IF SCR-SEGMENT = 'F'
                AND NOT SCR-IS-EXPIRED
                AND SCR-EXPIRY-DATE NUMERIC
                AND SCR-EXPIRY-DATE > ZERO
                AND SCR-EXPIRY-DATE NOT > WS-PROC-DATE-N
               ADD 1 TO WS-EXPIRING-COUNT
               IF WS-CONTRACT-COUNT < WS-CONTRACT-LIMIT
                 ADD 1 TO WS-CONTRACT-COUNT
                 MOVE WS-CONTRACT-COUNT TO WS-CON-SUB
                 MOVE SCR-SCRIP-CODE    TO WE-SCRIP-CODE(WS-CON-SUB)
                 MOVE SCR-SCRIP-NAME    TO WE-SCRIP-NAME(WS-CON-SUB)
                 MOVE SCR-CONTRACT-TYPE
                      TO WE-CONTRACT-TYPE(WS-CON-SUB)
                 MOVE SCR-EXPIRY-DATE   TO WE-EXPIRY-DATE(WS-CON-SUB)
                 MOVE ZERO              TO WE-FINAL-PRICE(WS-CON-SUB)
                                           WE-CLOSED-COUNT(WS-CON-SUB)
                                           WE-OPEN-COUNT(WS-CON-SUB)
                 MOVE 'N'               TO WE-PRICE-IND(WS-CON-SUB)
               ELSE
                 ADD 1 TO WS-OVERFLOW-COUNT
                 MOVE SPACES TO WS-MESSAGE-LINE
                 STRING 'CONTRACT ' SCR-SCRIP-CODE
                        ' PAST THE CONTRACT TABLE - LEFT FOR A RERUN'
                        DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                 END-STRING
                 WRITE REPORT-LINE FROM WS-MESSAGE-LINE
               END-IF
             END-IF
           END-IF.
      *
      * The final settlement price is the exchange's close for the
      * contract on the business date. The trailer ends the file.
       020-GET-FINAL-PRICES.
      *
           OPEN INPUT BHAVCOPY-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 022-READ-BHAVCOPY
           PERFORM 024-TAKE-ONE-PRICE UNTIL END-OF-INPUT
           CLOSE BHAVCOPY-FILE.
      *
       022-READ-BHAVCOPY.
      *
           READ BHAVCOPY-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT END-OF-INPUT
             IF BHT-IS-TRAILER
               MOVE 'Y' TO WS-EOF-SWITCH
             END-IF
           END-IF.
      *
       024-TAKE-ONE-PRICE.
      *
           MOVE BHV-SCRIP-CODE TO WS-CURR-SCRIP
           PERFORM 060-FIND-CONTRACT
           IF WS-CON-SUB NOT > WS-CONTRACT-COUNT
              AND BHV-CLOSE-PRICE NUMERIC
              AND BHV-CLOSE-PRICE > ZERO
              AND BHV-TRADE-DATE = WS-PROC-DATE-N
             MOVE BHV-CLOSE-PRICE TO WE-FINAL-PRICE(WS-CON-SUB)
             MOVE 'Y'             TO WE-PRICE-IND(WS-CON-SUB)
             ADD 1 TO WS-PRICED-COUNT
           END-IF
           PERFORM 022-READ-BHAVCOPY.
      *
      * A contract whose positions all closed - or that had none -
      * is marked expired on SCRMAS; one with a position still open
      * stays active for the desk to settle and is taken again by
      * the next run.
       030-EXPIRE-CONTRACTS.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '*** CONTRACTS EXPIRING ***' TO WS-MESSAGE-LINE
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           WRITE REPORT-LINE FROM WS-CONTRACT-HEADINGS
           PERFORM 032-EXPIRE-ONE-CONTRACT
               VARYING WS-CON-SUB FROM 1 BY 1
                 UNTIL WS-CON-SUB > WS-CONTRACT-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
      *
       032-EXPIRE-ONE-CONTRACT.
      *
           MOVE WE-SCRIP-CODE(WS-CON-SUB)   TO WK-SCRIP-CODE
           MOVE WE-SCRIP-NAME(WS-CON-SUB)   TO WK-SCRIP-NAME
           EVALUATE WE-CONTRACT-TYPE(WS-CON-SUB)
             WHEN 'F'
               MOVE 'FUTURE'                TO WK-CONTRACT-TYPE
             WHEN 'C'
               MOVE 'CALL'                  TO WK-CONTRACT-TYPE
             WHEN 'P'
               MOVE 'PUT'                   TO WK-CONTRACT-TYPE
             WHEN OTHER
               MOVE SPACES                  TO WK-CONTRACT-TYPE
           END-EVALUATE
           MOVE WE-EXPIRY-DATE(WS-CON-SUB)  TO WK-EXPIRY-DATE
           MOVE WE-FINAL-PRICE(WS-CON-SUB)  TO WK-FINAL-PRICE
           MOVE WE-CLOSED-COUNT(WS-CON-SUB) TO WK-CLOSED-COUNT
           MOVE WE-OPEN-COUNT(WS-CON-SUB)   TO WK-OPEN-COUNT
      *
           IF WE-OPEN-COUNT(WS-CON-SUB) > ZERO
             ADD 1 TO WS-LEFT-ACTIVE-COUNT
             IF WE-PRICE-FOUND(WS-CON-SUB)
               MOVE 'LEFT ACTIVE - ENTRY REFUSED ON TRDMAS'
                    TO WK-STATUS
             ELSE
               MOVE 'LEFT ACTIVE - NO FINAL PRICE ON BHAVIN'
                    TO WK-STATUS
             END-IF
           ELSE
             MOVE WE-SCRIP-CODE(WS-CON-SUB) TO SCR-SCRIP-CODE
             READ SCRIP-MASTER-FILE
               INVALID KEY
                 ADD 1 TO WS-LEFT-ACTIVE-COUNT
                 MOVE 'NOT ON SCRMAS - NOT MARKED EXPIRED'
                      TO WK-STATUS
               NOT INVALID KEY
                 SET SCR-IS-EXPIRED TO TRUE
                 REWRITE SCRIP-MASTER-RECORD
                 IF WS-SCRMAS-STATUS = '00'
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'EXPIRED - SUSPENDED FROM TRADING'
                        TO WK-STATUS
                 ELSE
                   DISPLAY "SCRMAS REWRITE FAILED, STATUS = "
                           WS-SCRMAS-STATUS " CONTRACT = "
                           WE-SCRIP-CODE(WS-CON-SUB)
                   ADD 1 TO WS-LEFT-ACTIVE-COUNT
                   MOVE 'SCRMAS REWRITE FAILED - NOT EXPIRED'
                        TO WK-STATUS
                   IF RETURN-CODE < 4
                     MOVE 4 TO RETURN-CODE
                   END-IF
                 END-IF
             END-READ
           END-IF
      *
           WRITE REPORT-LINE FROM WS-CONTRACT-LINE.
      *
      * What this run appended to the log joins the online day
      * control totals (MTSCTL0), so the MTSBAL0 balancing step
      * still proves TXNLOG against the control record afterwards.
      * Closing entries are trades: the count, the charge sum and
      * the last sequence issued all move. A missing control record
      * or file simply leaves the totals to be explained on the
      * balancing report.
       035-UPDATE-DAY-CONTROL.
      *
           IF WS-ENTRY-COUNT > ZERO
             OPEN I-O DAY-CONTROL-FILE
             IF WS-DAYCTL-STATUS = '00'
               MOVE 'C' TO DCT-CONTROL-KEY
               READ DAY-CONTROL-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
      * Same business-date rollover the online posting paths do.
                   IF DCT-BUSINESS-DATE NOT = WS-PROC-DATE-N
                     MOVE WS-PROC-DATE-N TO DCT-BUSINESS-DATE
                     MOVE ZERO TO DCT-TRADE-COUNT
                                  DCT-REVERSAL-COUNT
                                  DCT-TOTAL-CHARGE-SUM
                                  DCT-LAST-TRADE-SEQ
                   END-IF
                   ADD WS-ENTRY-COUNT
                       TO DCT-TRADE-COUNT
                   ADD WS-ENTRY-CHARGE-SUM
                       TO DCT-TOTAL-CHARGE-SUM
                   IF WS-LAST-SEQ-ISSUED > DCT-LAST-TRADE-SEQ
                     MOVE WS-LAST-SEQ-ISSUED TO DCT-LAST-TRADE-SEQ
                   END-IF
                   REWRITE DAYCTL-RECORD
                   IF WS-DAYCTL-STATUS NOT = '00'
                     DISPLAY "DAYCTL REWRITE FAILED, STATUS = "
                             WS-DAYCTL-STATUS
                             " - CLOSING ENTRIES NOT IN THE TOTALS"
                     MOVE 12 TO RETURN-CODE
                   END-IF
               END-READ
               CLOSE DAY-CONTROL-FILE
             ELSE
               DISPLAY "DAYCTL NOT AVAILABLE, STATUS = "
                       WS-DAYCTL-STATUS
                       " - BALANCING STEP WILL SHOW THE GAP"
             END-IF
           END-IF.
      *
       040-PRINT-TOTALS.
      *
           MOVE 'SCRMAS RECORDS READ                    ' TO WT-TAG
           MOVE WS-CONTRACT-READ     TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'F-SEGMENT CONTRACTS EXPIRING           ' TO WT-TAG
           MOVE WS-EXPIRING-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CONTRACTS PAST THE TABLE - NOT DONE    ' TO WT-TAG
           MOVE WS-OVERFLOW-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CONTRACTS WITH A FINAL PRICE           ' TO WT-TAG
           MOVE WS-PRICED-COUNT      TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TXNHIST RECORDS READ                   ' TO WT-TAG
           MOVE WS-HIST-READ         TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TXNLOG RECORDS READ                    ' TO WT-TAG
           MOVE WS-LOG-READ          TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'OPEN POSITIONS FOUND                   ' TO WT-TAG
           MOVE WS-POSITION-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'POSITIONS CLOSED                       ' TO WT-TAG
           MOVE WS-CLOSED-COUNT      TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLOSING ENTRIES POSTED                 ' TO WT-TAG
           MOVE WS-ENTRY-COUNT       TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'POSITIONS LEFT OPEN - NO FINAL PRICE   ' TO WT-TAG
           MOVE WS-UNPRICED-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'POSITIONS LEFT OPEN - TRDMAS REFUSED   ' TO WT-TAG
           MOVE WS-REFUSED-COUNT     TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CONTRACTS MARKED EXPIRED               ' TO WT-TAG
           MOVE WS-EXPIRED-COUNT     TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CONTRACTS LEFT ACTIVE                  ' TO WT-TAG
           MOVE WS-LEFT-ACTIVE-COUNT TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
      *
           IF WS-OVERFLOW-COUNT > ZERO
              OR WS-LEFT-ACTIVE-COUNT > ZERO
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
      *
       050-TERMINATE.
      *
           CLOSE TRADE-HISTORY-FILE
           CLOSE TRADE-MASTER-FILE
           CLOSE TRADE-SEQ-FILE
           CLOSE SCRIP-MASTER-FILE
           IF CLIENT-MASTER-OPEN
             CLOSE CLIENT-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSXPR0 - CONTRACTS EXPIRING = " WS-EXPIRING-COUNT
           DISPLAY "MTSXPR0 - POSITIONS CLOSED   = " WS-CLOSED-COUNT
           DISPLAY "MTSXPR0 - CLOSING ENTRIES    = " WS-ENTRY-COUNT
           DISPLAY "MTSXPR0 - CONTRACTS EXPIRED  = " WS-EXPIRED-COUNT
           DISPLAY "MTSXPR0 - CONTRACTS ACTIVE   = "
                   WS-LEFT-ACTIVE-COUNT.
      *
      * Linear search of the contract table for WS-CURR-SCRIP;
      * WS-CON-SUB past WS-CONTRACT-COUNT means not expiring.
       060-FIND-CONTRACT.
      *
           MOVE 1 TO WS-CON-SUB
           PERFORM 065-STEP-CONTRACT
               UNTIL WS-CON-SUB > WS-CONTRACT-COUNT
                  OR WE-SCRIP-CODE(WS-CON-SUB) = WS-CURR-SCRIP.
      *
       065-STEP-CONTRACT.
      *
           ADD 1 TO WS-CON-SUB.
      *
      * Every trade and reversal ever logged in an expiring contract:
      * the history up to yesterday off TXNHIST, today off TXNLOG.
      * Adjustments carry no quantity and are passed by.
       100-RELEASE-POSITIONS.
      *
           MOVE 'N'        TO WS-EOF-SWITCH
           MOVE ZERO       TO TXH-BUSINESS-DATE
                              TXH-TRADE-SEQ-NO
           MOVE LOW-VALUES TO TXH-ENTRY-TYPE
           START TRADE-HISTORY-FILE KEY NOT < TXH-KEY
             INVALID KEY
               MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 110-RELEASE-HISTORY-ENTRY UNTIL END-OF-INPUT
      *
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TXN-LOG-FILE
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           PERFORM 120-RELEASE-LOG-ENTRY UNTIL END-OF-INPUT
           CLOSE TXN-LOG-FILE.
      *
       110-RELEASE-HISTORY-ENTRY.
      *
           READ TRADE-HISTORY-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT END-OF-INPUT
             IF TXH-BUSINESS-DATE NOT < WS-PROC-DATE-N
               MOVE 'Y' TO WS-EOF-SWITCH
             END-IF
           END-IF
           IF NOT END-OF-INPUT
             ADD 1 TO WS-HIST-READ
             MOVE TXH-TXN-DATA TO HIST-TXN-RECORD
             IF NOT HTX-IS-ADJUSTMENT
                AND HTX-QUANTITY NUMERIC
                AND HTX-QUANTITY > ZERO
               MOVE HTX-SCRIP-CODE TO WS-CURR-SCRIP
               PERFORM 060-FIND-CONTRACT
               IF WS-CON-SUB NOT > WS-CONTRACT-COUNT
                 MOVE HTX-SCRIP-CODE  TO SR-SCRIP-CODE
                 MOVE HTX-CLIENT-CODE TO SR-CLIENT-CODE
                 MOVE HTX-QUANTITY    TO SR-SIGNED-QTY
                 IF HTX-BUY-SELL-IND = 'S'
                   COMPUTE SR-SIGNED-QTY = ZERO - SR-SIGNED-QTY
                 END-IF
                 IF HTX-IS-REVERSAL
                   COMPUTE SR-SIGNED-QTY = ZERO - SR-SIGNED-QTY
                 END-IF
                 RELEASE SORT-RECORD
               END-IF
             END-IF
           END-IF.
      *
       120-RELEASE-LOG-ENTRY.
      *
           ADD 1 TO WS-LOG-READ
           IF NOT TXO-IS-ADJUSTMENT
              AND TXO-QUANTITY NUMERIC
              AND TXO-QUANTITY > ZERO
             MOVE TXO-SCRIP-CODE TO WS-CURR-SCRIP
             PERFORM 060-FIND-CONTRACT
             IF WS-CON-SUB NOT > WS-CONTRACT-COUNT
               MOVE TXO-SCRIP-CODE  TO SR-SCRIP-CODE
               MOVE TXO-CLIENT-CODE TO SR-CLIENT-CODE
               MOVE TXO-QUANTITY    TO SR-SIGNED-QTY
               IF TXO-BUY-SELL-IND = 'S'
                 COMPUTE SR-SIGNED-QTY = ZERO - SR-SIGNED-QTY
               END-IF
               IF TXO-IS-REVERSAL
                 COMPUTE SR-SIGNED-QTY = ZERO - SR-SIGNED-QTY
               END-IF
               RELEASE SORT-RECORD
             END-IF
           END-IF
      *
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
       200-CLOSE-POSITIONS.
      *
           OPEN EXTEND TXN-LOG-FILE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADINGS
           MOVE SPACES TO WS-CURR-SCRIP WS-CURR-CLIENT
           MOVE ZERO   TO WS-NET-QTY
           PERFORM 210-RETURN-ONE-RECORD
           PERFORM 220-ADD-UP-POSITION UNTIL END-OF-SORTED
           IF WS-CURR-SCRIP NOT = SPACES
             PERFORM 300-CLOSE-ONE-POSITION
           END-IF
           CLOSE TXN-LOG-FILE.
      *
       210-RETURN-ONE-RECORD.
      *
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
      *
      * A scrip/client break closes the position just netted.
       220-ADD-UP-POSITION.
      *
           IF SR-SCRIP-CODE NOT = WS-CURR-SCRIP
              OR SR-CLIENT-CODE NOT = WS-CURR-CLIENT
             IF WS-CURR-SCRIP NOT = SPACES
               PERFORM 300-CLOSE-ONE-POSITION
             END-IF
             MOVE SR-SCRIP-CODE  TO WS-CURR-SCRIP
             MOVE SR-CLIENT-CODE TO WS-CURR-CLIENT
             MOVE ZERO           TO WS-NET-QTY
           END-IF
           ADD SR-SIGNED-QTY TO WS-NET-QTY
           PERFORM 210-RETURN-ONE-RECORD.
      *
      * A long position is sold out, a short one bought in, at the
      * final settlement price. Without a price the position stays
      * open and is listed for the desk.
       300-CLOSE-ONE-POSITION.
      *
           IF WS-NET-QTY NOT = ZERO
             ADD 1 TO WS-POSITION-COUNT
             PERFORM 060-FIND-CONTRACT
             IF WE-PRICE-FOUND(WS-CON-SUB)
               IF WS-NET-QTY > ZERO
                 MOVE 'S' TO WS-CLOSE-SIDE
                 MOVE WS-NET-QTY TO WS-CLOSE-QTY-LEFT
               ELSE
                 MOVE 'B' TO WS-CLOSE-SIDE
                 COMPUTE WS-CLOSE-QTY-LEFT = ZERO - WS-NET-QTY
               END-IF
               PERFORM 305-SET-ENTRY-LIMIT
               IF TRDSEQ-FAILED
                 MOVE 'Y' TO WS-ENTRY-FAILED-IND
               ELSE
                 MOVE 'N' TO WS-ENTRY-FAILED-IND
               END-IF
               PERFORM 310-POST-CLOSING-ENTRY
                   UNTIL WS-CLOSE-QTY-LEFT = ZERO
                      OR ENTRY-FAILED
               IF ENTRY-FAILED
                 ADD 1 TO WS-REFUSED-COUNT
                 ADD 1 TO WE-OPEN-COUNT(WS-CON-SUB)
               ELSE
                 ADD 1 TO WS-CLOSED-COUNT
                 ADD 1 TO WE-CLOSED-COUNT(WS-CON-SUB)
               END-IF
             ELSE
               ADD 1 TO WS-UNPRICED-COUNT
               ADD 1 TO WE-OPEN-COUNT(WS-CON-SUB)
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING 'CLIENT ' WS-CURR-CLIENT
                      ' CONTRACT ' WS-CURR-SCRIP
                      ' - NO FINAL SETTLEMENT PRICE, POSITION LEFT'
                      ' OPEN'
                      DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-MESSAGE-LINE
             END-IF
           END-IF.
      *
      * The largest quantity one entry can carry: its consideration
      * must fit TXL-BUY-AMOUNT and its quantity TXL-QUANTITY. A
      * bigger position closes in as many entries as it takes.
       305-SET-ENTRY-LIMIT.
      *
           COMPUTE WS-MAX-ENTRY-QTY =
               99999999.99 / WE-FINAL-PRICE(WS-CON-SUB)
           IF WS-MAX-ENTRY-QTY > 99999999
             MOVE 99999999 TO WS-MAX-ENTRY-QTY
           END-IF.
      *
      * One closing entry: the next sequence number off TRDSEQ, the
      * trade onto TRDMAS, then the same record onto TXNLOG. An
      * entry TRDMAS will not take is reported and nothing more of
      * the position is closed. A sequence number TRDSEQ will not
      * hold back is never used: the run stops closing positions
      * altogether, since every later entry would draw on it too.
       310-POST-CLOSING-ENTRY.
      *
           IF WS-CLOSE-QTY-LEFT > WS-MAX-ENTRY-QTY
             MOVE WS-MAX-ENTRY-QTY  TO WS-ENTRY-QTY
           ELSE
             MOVE WS-CLOSE-QTY-LEFT TO WS-ENTRY-QTY
           END-IF
           COMPUTE WS-ENTRY-VALUE =
               WS-ENTRY-QTY * WE-FINAL-PRICE(WS-CON-SUB)
           PERFORM 320-COMPUTE-CHARGES
      *
           ADD 1 TO TSQ-LAST-TRADE-SEQ-NO
           REWRITE TRDSEQ-RECORD
           IF WS-TRDSEQ-STATUS NOT = '00'
             DISPLAY "TRDSEQ REWRITE FAILED, STATUS = "
                     WS-TRDSEQ-STATUS
                     " - NO FURTHER CLOSING ENTRIES POSTED"
             MOVE 12 TO RETURN-CODE
             MOVE 'Y' TO WS-TRDSEQ-FAILED-IND
             MOVE 'Y' TO WS-ENTRY-FAILED-IND
             MOVE SPACES TO WS-MESSAGE-LINE
             STRING 'TRDSEQ REWRITE FAILED, STATUS = '
                    WS-TRDSEQ-STATUS
                    ' - NO FURTHER POSITIONS CLOSED'
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
             END-STRING
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           ELSE
             PERFORM 315-WRITE-CLOSING-ENTRY
           END-IF.
      *
       315-WRITE-CLOSING-ENTRY.
      *
           MOVE TSQ-LAST-TRADE-SEQ-NO TO WS-NEXT-TRADE-SEQ
           PERFORM 330-BUILD-CLOSING-ENTRY
      *
           WRITE TXN-LOG-RECORD
             INVALID KEY
               MOVE 'Y' TO WS-ENTRY-FAILED-IND
           END-WRITE
           IF ENTRY-FAILED
             MOVE SPACES TO WS-MESSAGE-LINE
             STRING 'CLIENT ' WS-CURR-CLIENT
                    ' CONTRACT ' WS-CURR-SCRIP
                    ' - TRADE ' WS-NEXT-TRADE-SEQ
                    ' REFUSED BY TRDMAS, STATUS = ' WS-TRDMAS-STATUS
                    ' - POSITION LEFT OPEN'
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
             END-STRING
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           ELSE
             WRITE TXN-LOG-OUT-RECORD FROM TXN-LOG-RECORD
             ADD 1                  TO WS-ENTRY-COUNT
             ADD WS-TOTAL-CHARGE    TO WS-ENTRY-CHARGE-SUM
             MOVE WS-NEXT-TRADE-SEQ TO WS-LAST-SEQ-ISSUED
             SUBTRACT WS-ENTRY-QTY FROM WS-CLOSE-QTY-LEFT
             PERFORM 340-PRINT-CLOSING-ENTRY
           END-IF.
      *
      * Close-out charges: brokerage, transaction charge and STT on
      * the consideration at the close-out rates (percentage basis
      * for every client - there is no flat fee on a system close),
      * no stamp duty, and GST the MTSPGM0 way, IGST for a client
      * billed inter-state. Rounding difference as MTSPGM0 logs it.
       320-COMPUTE-CHARGES.
      *
           COMPUTE WS-BROKERAGE-CHARGE ROUNDED =
               WS-ENTRY-VALUE * WS-BROKERAGE-RATE
           COMPUTE WS-UNR-BROKERAGE =
               WS-ENTRY-VALUE * WS-BROKERAGE-RATE
           COMPUTE WS-TRANSACTION-CHARGE ROUNDED =
               WS-ENTRY-VALUE * WS-TRANSACTION-RATE
           COMPUTE WS-UNR-TRANSACTION =
               WS-ENTRY-VALUE * WS-TRANSACTION-RATE
           IF WS-CLOSE-SIDE = 'S'
             COMPUTE WS-STT-CHARGE ROUNDED =
                 WS-ENTRY-VALUE * WS-STT-RATE-SELL
             COMPUTE WS-UNR-STT =
                 WS-ENTRY-VALUE * WS-STT-RATE-SELL
           ELSE
             COMPUTE WS-STT-CHARGE ROUNDED =
                 WS-ENTRY-VALUE * WS-STT-RATE
             COMPUTE WS-UNR-STT =
                 WS-ENTRY-VALUE * WS-STT-RATE
           END-IF
           COMPUTE WS-GST-CHARGE ROUNDED =
               (WS-BROKERAGE-CHARGE + WS-TRANSACTION-CHARGE) * 0.18
           COMPUTE WS-UNR-GST =
               (WS-BROKERAGE-CHARGE + WS-TRANSACTION-CHARGE) * 0.18
      *
           MOVE 'I' TO CLI-STATE-CODE
           IF CLIENT-MASTER-OPEN
             MOVE WS-CURR-CLIENT TO CLI-CLIENT-CODE
             READ CLIENT-MASTER-FILE
               INVALID KEY
                 MOVE 'I' TO CLI-STATE-CODE
             END-READ
           END-IF
           IF CLI-IS-INTER-STATE
             MOVE WS-GST-CHARGE TO WS-IGST-CHARGE
             MOVE ZERO          TO WS-CGST-CHARGE WS-SGST-CHARGE
           ELSE
             COMPUTE WS-CGST-CHARGE ROUNDED = WS-GST-CHARGE / 2
             COMPUTE WS-SGST-CHARGE ROUNDED = WS-GST-CHARGE / 2
             MOVE ZERO          TO WS-IGST-CHARGE
           END-IF
      *
           COMPUTE WS-TOTAL-CHARGE =
               WS-BROKERAGE-CHARGE + WS-TRANSACTION-CHARGE +
               WS-STT-CHARGE + WS-GST-CHARGE
           COMPUTE WS-ROUNDING-DIFF =
               WS-TOTAL-CHARGE -
               (WS-UNR-BROKERAGE + WS-UNR-TRANSACTION +
                WS-UNR-STT + WS-UNR-GST).
      *
      * The closing entry is an ordinary original in the contract,
      * dated the business date. It carries no MTM and none of the
      * override, margin or reversal audit; the raising program
      * stands as the operator and the keying time and terminal are
      * left blank - see the MTSLOG0 entry-capture audit note.
       330-BUILD-CLOSING-ENTRY.
      *
           INITIALIZE TXN-LOG-RECORD
           MOVE WS-NEXT-TRADE-SEQ      TO TXL-TRADE-SEQ-NO
           SET TXL-IS-ORIGINAL         TO TRUE
           MOVE WS-LOG-DATE            TO TXL-LOG-DATE
           MOVE WS-CLOSE-SIDE          TO TXL-BUY-SELL-IND
           MOVE WS-ENTRY-VALUE         TO TXL-BUY-AMOUNT
           MOVE ZERO                   TO TXL-MTM-AMOUNT
                                          TXL-MTM-AFTER-CHARGE
                                          TXL-STAMP-DUTY
                                          TXL-MARGIN-PENALTY
           MOVE WS-BROKERAGE-CHARGE    TO TXL-BROKERAGE-CHARGE
           MOVE WS-TRANSACTION-CHARGE  TO TXL-TRANSACTION-CHARGE
           MOVE WS-STT-CHARGE          TO TXL-STT-CHARGE
           MOVE WS-GST-CHARGE          TO TXL-GST-CHARGE
           MOVE WS-CGST-CHARGE         TO TXL-CGST-CHARGE
           MOVE WS-SGST-CHARGE         TO TXL-SGST-CHARGE
           MOVE WS-IGST-CHARGE         TO TXL-IGST-CHARGE
           MOVE WS-TOTAL-CHARGE        TO TXL-TOTAL-CHARGE
           MOVE WS-ROUNDING-DIFF       TO TXL-ROUNDING-DIFF
           MOVE WS-CURR-CLIENT         TO TXL-CLIENT-CODE
           MOVE 'F'                    TO TXL-SEGMENT-IND
           MOVE 'R'                    TO TXL-CURRENCY-CODE
           MOVE 'P'                    TO TXL-PLAN-IND
           MOVE 'N'                    TO TXL-LIMIT-OVERRIDE-IND
                                          TXL-MARGIN-OVERRIDE-IND
                                          TXL-DUP-RELEASE-IND
           MOVE WS-CURR-SCRIP          TO TXL-SCRIP-CODE
           MOVE WS-ENTRY-QTY           TO TXL-QUANTITY
           MOVE WE-FINAL-PRICE(WS-CON-SUB)
                                       TO TXL-TRADE-PRICE
           MOVE 'MTSXPR0'              TO TXL-ENTRY-OPERATOR
           MOVE WS-SETTLEMENT-DATE-N   TO TXL-SETTLEMENT-DATE.
      *
       340-PRINT-CLOSING-ENTRY.
      *
           MOVE WS-NEXT-TRADE-SEQ          TO WD-TRADE-SEQ-NO
           MOVE WS-CURR-CLIENT             TO WD-CLIENT-CODE
           MOVE WS-CURR-SCRIP              TO WD-SCRIP-CODE
           IF WS-CLOSE-SIDE = 'S'
             MOVE 'SELL'                   TO WD-BUY-SELL
           ELSE
             MOVE 'BUY'                    TO WD-BUY-SELL
           END-IF
           MOVE WS-ENTRY-QTY               TO WD-QUANTITY
           MOVE WE-FINAL-PRICE(WS-CON-SUB) TO WD-FINAL-PRICE
           MOVE WS-ENTRY-VALUE             TO WD-CONSIDERATION
           MOVE WS-TOTAL-CHARGE            TO WD-CHARGES
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
       END PROGRAM MTSXPR0.
