      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: END-OF-DAY INTRADAY VERSUS DELIVERY CLASSIFICATION
      *        : AND CHARGE RE-RATING. MTSPGM0 PRICES EVERY TRADE AS
      *        : IT IS KEYED, SO A ROUND TRIP SQUARED OFF THE SAME DAY
      *        : IS BILLED DELIVERY STT AND STAMP DUTY ON BOTH LEGS.
      *        : THIS RUN SORTS THE DAY'S TXNLOG (MTSLOG0) BY CLIENT,
      *        : SCRIP AND TRADE SEQUENCE, DROPS TRADES REVERSED THE
      *        : SAME DAY, AND PAIRS EACH CLIENT'S BUYS AGAINST SELLS
      *        : IN THE SAME SCRIP: THE SMALLER OF THE BOUGHT AND
      *        : SOLD QUANTITY IS INTRADAY, ALLOCATED TO BOTH SIDES
      *        : FIRST-IN FIRST-OUT BY TRADE SEQUENCE, AND THE REST
      *        : STAYS DELIVERY. THE INTRADAY PART OF EACH TRADE IS
      *        : RE-PRICED FROM THE RATMAS 'IX' SEGMENT RATES AND THE
      *        : 'IS' STAMP RATE (MTSRTE0) - THE DELIVERY PART KEEPS
      *        : ITS SHARE OF THE CHARGES AS BILLED - AND GST IS
      *        : RECOMPUTED THE MTSPGM0 WAY. THE DIFFERENCE POSTS TO
      *        : TXNLOG AS ADJUSTMENT ENTRIES AGAINST THE TRADE'S
      *        : SEQUENCE NUMBER ('A' CHARGES RAISED, 'C' CHARGES
      *        : CREDITED BACK) SO SETTLEMENT, GL AND INVOICING PICK
      *        : THEM UP, THE TRDMAS TRADE IS REWRITTEN AT THE
      *        : CORRECTED CHARGES SO A LATER REVERSAL NETS EXACTLY,
      *        : AND THE ADJUSTMENTS JOIN THE DAYCTL CONTROL TOTALS
      *        : (MTSCTL0) SO MTSBAL0 STILL BALANCES THE FILE. THE
      *        : RE-RATING REPORT SHOWS EACH RE-RATED TRADE AND THE
      *        : ORIGINAL VERSUS CORRECTED CHARGES PER CLIENT BY
      *        : COMPONENT. A SEGMENT WITH NO 'IX' RATE IS NOT
      *        : RE-RATED. A TXNLOG ALREADY CARRYING ADJUSTMENTS IS
      *        : NOT RE-RATED AGAIN, SO A RERUN POSTS NOTHING TWICE;
      *        : THAT, NO 'IX' RATE AT ALL, A TRADE MISSING FROM
      *        : TRDMAS OR A SCRIP PAST THE GROUP TABLE ENDS THE STEP
      *        : RC=4; A TRDMAS REWRITE THAT FAILS, LEAVING THE TRADE
      *        : AT ITS OLD CHARGES BEHIND ADJUSTMENTS ALREADY ON
      *        : TXNLOG, ENDS IT RC=12. THE JOB RUNS WHILE THE TXNLOG
      *        : DATASET IS CLOSED TO THE CICS REGION, AHEAD OF THE
      *        : REST OF THE END-OF-DAY SUITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSIRR0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT TRADE-MASTER-FILE ASSIGN TO TRDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXL-TRADE-SEQ-NO
               FILE STATUS IS WS-TRDMAS-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO IRRRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * Read in full by the sort, then reopened EXTEND for the
      * adjustment entries - the MTSREV0 output record convention.
       FD  TXN-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSLOG0 REPLACING
                ==TXN-LOG-RECORD== BY ==TXN-LOG-OUT-RECORD==
                LEADING ==TXL-== BY ==TXO-==.
      *
      * The trade master carries the same MTSLOG0 layout the log
      * does - the record read back here IS the trade re-rated.
       FD  TRADE-MASTER-FILE.
           COPY MTSLOG0.
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
      * One record per original or reversal carrying a scrip and a
      * quantity. Client, scrip, sequence, then entry type ('O'
      * before 'R') puts a same-day reversal directly behind the
      * original it reverses.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-CLIENT-CODE          PIC X(06).
           05 SR-SCRIP-CODE           PIC X(10).
           05 SR-TRADE-SEQ-NO         PIC 9(06).
           05 SR-ENTRY-TYPE           PIC X(01).
           05 SR-BUY-SELL-IND         PIC X(01).
           05 SR-QUANTITY             PIC 9(08).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-TRDMAS-STATUS           PIC X(02).
       01  WS-RATMAS-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
       01  WS-DAYCTL-STATUS           PIC X(02).
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-LOG                                 VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH         PIC X(01)          VALUE 'N'.
           88 END-OF-SORTED                              VALUE 'Y'.
       01  WS-RERATED-SWITCH          PIC X(01)          VALUE 'N'.
           88 LOG-ALREADY-RERATED                        VALUE 'Y'.
       01  WS-ANY-IX-SWITCH           PIC X(01)          VALUE 'N'.
           88 ANY-IX-RATE-FOUND                          VALUE 'Y'.
       01  WS-IS-FOUND-SWITCH         PIC X(01)          VALUE 'N'.
           88 IS-RATE-FOUND                              VALUE 'Y'.
       01  WS-CLIENT-HEADED-IND       PIC X(01)          VALUE 'N'.
           88 CLIENT-IS-HEADED                           VALUE 'Y'.
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
      * The 'IX' rates in force on the business date, one row per
      * exchange segment in MTSDED0 order; a row not found leaves
      * that segment's trades as billed.
       01  WS-SEGMENT-CODES           PIC X(05)          VALUE 'NBFCM'.
       01  WS-IX-RATE-TABLE.
           05 WS-IX-ENTRY             OCCURS 5 TIMES.
               10 WX-FOUND-IND        PIC X(01).
                   88 WX-RATE-FOUND                      VALUE 'Y'.
               10 WX-BROKERAGE-RATE   PIC V9(7).
               10 WX-TRANSACTION-RATE PIC V9(7).
               10 WX-STT-RATE         PIC V9(7).
               10 WX-STT-RATE-SELL    PIC V9(7).
       01  WS-IS-STAMP-RATE           PIC V9(5)          VALUE ZERO.
       01  WS-SEG-SUB                 PIC S9(4) COMP.
       01  WS-WORK-SEGMENT            PIC X(01).
      *
      * One client/scrip group of the day's originals in sequence
      * order, each with its same-day reversal mark and the part of
      * its quantity classified intraday.
       01  WS-GROUP-LIMIT             PIC S9(4) COMP     VALUE 300.
       01  WS-GROUP-COUNT             PIC S9(4) COMP     VALUE ZERO.
       01  WS-GROUP-SUB               PIC S9(4) COMP.
       01  WS-GROUP-OVERFLOW-IND      PIC X(01)          VALUE 'N'.
           88 GROUP-OVERFLOWED                           VALUE 'Y'.
       01  WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY          OCCURS 300 TIMES.
               10 WG-TRADE-SEQ-NO     PIC 9(06).
               10 WG-BUY-SELL-IND     PIC X(01).
               10 WG-QUANTITY         PIC 9(08).
               10 WG-INTRADAY-QTY     PIC 9(08).
               10 WG-REVERSED-IND     PIC X(01).
                   88 WG-IS-REVERSED                     VALUE 'Y'.
      *
       01  WS-CURR-CLIENT             PIC X(06)          VALUE SPACES.
       01  WS-CURR-SCRIP              PIC X(10)          VALUE SPACES.
       01  WS-BUY-QTY                 PIC 9(10).
       01  WS-SELL-QTY                PIC 9(10).
       01  WS-BUY-LEFT                PIC 9(10).
       01  WS-SELL-LEFT               PIC 9(10).
      *
      * One trade's re-rating: charges as billed, as corrected, and
      * the signed difference per component.
       01  WS-DELIVERY-QTY            PIC 9(08).
       01  WS-INTRADAY-VALUE          PIC 9(08)V99.
       01  WS-OLD-CHARGES.
           05 WS-OLD-BROKERAGE        PIC 9(06)V99.
           05 WS-OLD-TXN-CHARGE       PIC 9(06)V99.
           05 WS-OLD-STT              PIC 9(06)V99.
           05 WS-OLD-STAMP-DUTY       PIC 9(06)V99.
           05 WS-OLD-GST              PIC 9(06)V99.
           05 WS-OLD-CGST             PIC 9(06)V99.
           05 WS-OLD-SGST             PIC 9(06)V99.
           05 WS-OLD-IGST             PIC 9(06)V99.
           05 WS-OLD-TOTAL            PIC 9(06)V99.
       01  WS-NEW-CHARGES.
           05 WS-NEW-BROKERAGE        PIC 9(06)V99.
           05 WS-NEW-TXN-CHARGE       PIC 9(06)V99.
           05 WS-NEW-STT              PIC 9(06)V99.
           05 WS-NEW-STAMP-DUTY       PIC 9(06)V99.
           05 WS-NEW-GST              PIC 9(06)V99.
           05 WS-NEW-CGST             PIC 9(06)V99.
           05 WS-NEW-SGST             PIC 9(06)V99.
           05 WS-NEW-IGST             PIC 9(06)V99.
           05 WS-NEW-TOTAL            PIC 9(06)V99.
       01  WS-DIFF-CHARGES.
           05 WS-DIFF-BROKERAGE       PIC S9(06)V99.
           05 WS-DIFF-TXN-CHARGE      PIC S9(06)V99.
           05 WS-DIFF-STT             PIC S9(06)V99.
           05 WS-DIFF-STAMP-DUTY      PIC S9(06)V99.
           05 WS-DIFF-GST             PIC S9(06)V99.
           05 WS-DIFF-CGST            PIC S9(06)V99.
           05 WS-DIFF-SGST            PIC S9(06)V99.
           05 WS-DIFF-IGST            PIC S9(06)V99.
      * +1 posts the raised components as an 'A' entry, -1 the
      * credited components as a 'C' entry.
       01  WS-ADJ-SIGN                PIC S9(01).
      *
      * Original and corrected charges by component (brokerage,
      * transaction, STT, stamp duty, GST, total) for the client
      * being printed and for the run.
       01  WS-COMPONENT-NAMES.
           05 FILLER                  PIC X(20)  VALUE 'BROKERAGE'.
           05 FILLER                  PIC X(20)
              VALUE 'TRANSACTION CHARGES'.
           05 FILLER                  PIC X(20)  VALUE 'STT'.
           05 FILLER                  PIC X(20)  VALUE 'STAMP DUTY'.
           05 FILLER                  PIC X(20)  VALUE 'GST'.
           05 FILLER                  PIC X(20)  VALUE 'TOTAL CHARGES'.
       01  WS-COMPONENT-NAME-TABLE REDEFINES WS-COMPONENT-NAMES.
           05 WS-COMPONENT-NAME       PIC X(20)  OCCURS 6 TIMES.
       01  WS-COMP-SUB                PIC S9(4) COMP.
       01  WS-CLIENT-TOTALS.
           05 WS-CLIENT-COMP          OCCURS 6 TIMES.
               10 WC-ORIGINAL         PIC S9(11)V99.
               10 WC-CORRECTED        PIC S9(11)V99.
       01  WS-GRAND-TOTALS.
           05 WS-GRAND-COMP           OCCURS 6 TIMES.
               10 WG-ORIGINAL         PIC S9(11)V99.
               10 WG-CORRECTED        PIC S9(11)V99.
      *
       01  WS-LOG-COUNT               PIC 9(07)          VALUE ZERO.
       01  WS-RERATED-COUNT           PIC 9(06)          VALUE ZERO.
       01  WS-NO-RATE-COUNT           PIC 9(06)          VALUE ZERO.
       01  WS-RAISE-COUNT             PIC 9(06)          VALUE ZERO.
       01  WS-CREDIT-COUNT            PIC 9(06)          VALUE ZERO.
       01  WS-NOTFOUND-COUNT          PIC 9(06)          VALUE ZERO.
       01  WS-OVERFLOW-COUNT          PIC 9(06)          VALUE ZERO.
       01  WS-ADJ-CHARGE-SUM          PIC 9(12)V99       VALUE ZERO.
      *
       01  WS-PROC-DATE.
           05 WS-PROC-YEAR            PIC 9(4).
           05 WS-PROC-MONTH           PIC 9(2).
           05 WS-PROC-DAY             PIC 9(2).
       01  WS-PROC-DATE-N REDEFINES WS-PROC-DATE
                                      PIC 9(8).
      * Business date as read from BUSDAT, zero when the control
      * record was not available - drives the DAYCTL rollover below.
       01  WS-BUSDAT-DATE-N           PIC 9(08)          VALUE ZERO.
      *
        01  SYSTEM-DATE-AND-TIME.
            05  CURRENT-DATE.
                10  CURRENT-YEAR      PIC 9(2).
                10  CURRENT-MONTH     PIC 9(2).
                10  CURRENT-DAY       PIC 9(2).
      *
       01  WS-HEADING-LINE-1.
           05 FILLER                  PIC X(44)
              VALUE '*** IGSL INTRADAY CHARGE RE-RATING REPORT **'.
           05 FILLER                  PIC X(01)  VALUE '*'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WH-BUSINESS-DATE        PIC 9(08).
           05 FILLER                  PIC X(33)
              VALUE '   INTRADAY STAMP RATE (IS):    '.
           05 WH-STAMP-TAG            PIC X(30).
      *
       01  WS-CLIENT-HEADER-LINE.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT: '.
           05 WC-CLIENT-CODE          PIC X(06).
      *
       01  WS-COLUMN-HEADINGS.
           05 FILLER                  PIC X(11)  VALUE '   TRADE NO'.
           05 FILLER                  PIC X(12)  VALUE '  SCRIP'.
           05 FILLER                  PIC X(06)  VALUE 'B/S'.
           05 FILLER                  PIC X(12)  VALUE '  QUANTITY'.
           05 FILLER                  PIC X(12)  VALUE '  INTRADAY'.
           05 FILLER                  PIC X(14)
              VALUE '   BILLED CHG'.
           05 FILLER                  PIC X(14)
              VALUE 'CORRECTED CHG'.
           05 FILLER                  PIC X(14)
              VALUE '    DIFFERENCE'.
      *
       01  WS-DETAIL-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WD-TRADE-SEQ-NO         PIC 9(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-SCRIP-CODE           PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-BUY-SELL             PIC X(04).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-QUANTITY             PIC ZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-INTRADAY-QTY         PIC ZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-ORIGINAL             PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 WD-CORRECTED            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WD-DIFFERENCE           PIC -ZZZ,ZZ9.99.
      *
       01  WS-COMPONENT-HEADINGS.
           05 FILLER                  PIC X(26)  VALUE SPACES.
           05 FILLER                  PIC X(18)
              VALUE '        ORIGINAL'.
           05 FILLER                  PIC X(18)
              VALUE '       CORRECTED'.
           05 FILLER                  PIC X(18)
              VALUE '      DIFFERENCE'.
      *
       01  WS-COMPONENT-LINE.
           05 FILLER                  PIC X(06)  VALUE SPACES.
           05 WK-COMPONENT            PIC X(20).
           05 WK-ORIGINAL             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WK-CORRECTED            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WK-DIFFERENCE           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-COUNT-LINE.
           05 WT-TAG                  PIC X(40).
           05 WT-COUNT                PIC Z,ZZZ,ZZ9.
      *
       01  WS-MESSAGE-LINE            PIC X(80).
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           IF ANY-IX-RATE-FOUND
             SORT SORT-WORK-FILE
                 ON ASCENDING KEY SR-CLIENT-CODE
                                  SR-SCRIP-CODE
                                  SR-TRADE-SEQ-NO
                                  SR-ENTRY-TYPE
                 INPUT PROCEDURE IS 100-RELEASE-DAY-LOG
                 OUTPUT PROCEDURE IS 200-RERATE-TRADES
           END-IF
      *
           PERFORM 035-UPDATE-DAY-CONTROL
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
           IF CURRENT-YEAR > 50
             COMPUTE WS-PROC-YEAR = 1900 + CURRENT-YEAR
           ELSE
             COMPUTE WS-PROC-YEAR = 2000 + CURRENT-YEAR
           END-IF
           MOVE CURRENT-MONTH TO WS-PROC-MONTH
           MOVE CURRENT-DAY   TO WS-PROC-DAY
           PERFORM 011-GET-BUSINESS-DATE
      *
           PERFORM 012-GET-INTRADAY-RATES
      *
           OPEN I-O    TRADE-MASTER-FILE
           IF WS-TRDMAS-STATUS NOT = '00'
             DISPLAY "TRDMAS OPEN FAILED, STATUS = " WS-TRDMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
      *
           MOVE WS-PROC-DATE-N TO WH-BUSINESS-DATE
           IF IS-RATE-FOUND
             MOVE 'IN FORCE'                       TO WH-STAMP-TAG
           ELSE
             MOVE 'NONE - STAMP DUTY LEFT AS BILLED' TO WH-STAMP-TAG
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
      *
           INITIALIZE WS-GRAND-TOTALS
           IF NOT ANY-IX-RATE-FOUND
             MOVE 'NO IX RATE IN FORCE ON RATMAS - NOTHING RE-RATED'
                  TO WS-MESSAGE-LINE
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
             DISPLAY WS-MESSAGE-LINE
             MOVE 4 TO RETURN-CODE
           END-IF.
      *
       011-GET-BUSINESS-DATE.
      *
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSDAT-STATUS = '00'
             READ BUSINESS-DATE-FILE
               AT END
                 CONTINUE
             END-READ
             IF WS-BUSDAT-STATUS = '00'
               MOVE BDT-BUSINESS-DATE TO WS-PROC-DATE-N
                                         WS-BUSDAT-DATE-N
             END-IF
             CLOSE BUSINESS-DATE-FILE
           END-IF.
      *
      * The 'IX' row for each segment and the 'IS' stamp rate, all
      * effective on the business date. Without RATMAS nothing can
      * be re-rated and the step says so.
       012-GET-INTRADAY-RATES.
      *
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATMAS-STATUS NOT = '00'
             DISPLAY "RATMAS NOT AVAILABLE, STATUS = "
                     WS-RATMAS-STATUS
           ELSE
             PERFORM 013-GET-SEGMENT-RATE
                 VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > 5
             MOVE 'IS'   TO RLK-RATE-TYPE
             MOVE SPACES TO RLK-RATE-CODE
             COMPUTE RLK-EFFECTIVE-CDATE = 99999999 - WS-PROC-DATE-N
             PERFORM 014-GET-EFFECTIVE-RATE
             IF RATE-FOUND
               MOVE RT-IS-STAMP-RATE TO WS-IS-STAMP-RATE
               MOVE 'Y' TO WS-IS-FOUND-SWITCH
             END-IF
             CLOSE RATE-MASTER-FILE
           END-IF.
      *
       013-GET-SEGMENT-RATE.
      *
           MOVE 'N'    TO WX-FOUND-IND(WS-SEG-SUB)
           MOVE 'IX'   TO RLK-RATE-TYPE
           MOVE SPACES TO RLK-RATE-CODE
           MOVE WS-SEGMENT-CODES(WS-SEG-SUB:1) TO RLK-RATE-CODE(1:1)
           COMPUTE RLK-EFFECTIVE-CDATE = 99999999 - WS-PROC-DATE-N
           PERFORM 014-GET-EFFECTIVE-RATE
           IF RATE-FOUND
             MOVE 'Y'                 TO WX-FOUND-IND(WS-SEG-SUB)
             MOVE RT-BROKERAGE-RATE   TO WX-BROKERAGE-RATE(WS-SEG-SUB)
             MOVE RT-TRANSACTION-RATE
                  TO WX-TRANSACTION-RATE(WS-SEG-SUB)
             MOVE RT-STT-RATE         TO WX-STT-RATE(WS-SEG-SUB)
             MOVE RT-STT-RATE-SELL    TO WX-STT-RATE-SELL(WS-SEG-SUB)
             MOVE 'Y'                 TO WS-ANY-IX-SWITCH
           END-IF.
      *
      * Keyed read for key >= type/code/complement(business date);
      * the complemented date makes that the latest rate effective
      * on or before the business date. The requested type/code is
      * compared back before the record is believed.
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
      * What this run appended to the log joins the online day
      * control totals (MTSCTL0), so the MTSBAL0 balancing step
      * still proves TXNLOG against the control record afterwards.
      * Adjustments are neither trades nor reversals - only the
      * charge sum moves. A missing control record or file simply
      * leaves the totals to be explained on the balancing report.
       035-UPDATE-DAY-CONTROL.
      *
           IF WS-RAISE-COUNT > ZERO OR WS-CREDIT-COUNT > ZERO
             OPEN I-O DAY-CONTROL-FILE
             IF WS-DAYCTL-STATUS = '00'
               MOVE 'C' TO DCT-CONTROL-KEY
               READ DAY-CONTROL-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
      * Same business-date rollover the online posting paths do.
                   IF WS-BUSDAT-DATE-N NOT = ZERO
                      AND DCT-BUSINESS-DATE NOT = WS-BUSDAT-DATE-N
                     MOVE WS-BUSDAT-DATE-N TO DCT-BUSINESS-DATE
                     MOVE ZERO TO DCT-TRADE-COUNT
                                  DCT-REVERSAL-COUNT
                                  DCT-TOTAL-CHARGE-SUM
                                  DCT-LAST-TRADE-SEQ
                   END-IF
                   ADD WS-ADJ-CHARGE-SUM
                       TO DCT-TOTAL-CHARGE-SUM
                   REWRITE DAYCTL-RECORD
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
           IF WS-RERATED-COUNT > ZERO
             MOVE '*** RUN TOTAL - ALL CLIENTS ***' TO WS-MESSAGE-LINE
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
             WRITE REPORT-LINE FROM WS-COMPONENT-HEADINGS
             PERFORM 042-PRINT-GRAND-COMPONENT
                 VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > 6
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
      *
           MOVE 'LOG ENTRIES READ                       ' TO WT-TAG
           MOVE WS-LOG-COUNT      TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TRADES RE-RATED (PART OR ALL INTRADAY) ' TO WT-TAG
           MOVE WS-RERATED-COUNT  TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'INTRADAY TRADES LEFT - NO IX RATE      ' TO WT-TAG
           MOVE WS-NO-RATE-COUNT  TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CHARGE RAISE ENTRIES POSTED (A)        ' TO WT-TAG
           MOVE WS-RAISE-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CHARGE CREDIT ENTRIES POSTED (C)       ' TO WT-TAG
           MOVE WS-CREDIT-COUNT   TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TRADES NOT ON TRDMAS - NOT RE-RATED    ' TO WT-TAG
           MOVE WS-NOTFOUND-COUNT TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SCRIPS PAST THE GROUP TABLE - NOT DONE ' TO WT-TAG
           MOVE WS-OVERFLOW-COUNT TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
      *
           IF WS-NOTFOUND-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
      *
       042-PRINT-GRAND-COMPONENT.
      *
           MOVE WS-COMPONENT-NAME(WS-COMP-SUB) TO WK-COMPONENT
           MOVE WG-ORIGINAL(WS-COMP-SUB)       TO WK-ORIGINAL
           MOVE WG-CORRECTED(WS-COMP-SUB)      TO WK-CORRECTED
           COMPUTE WK-DIFFERENCE =
               WG-CORRECTED(WS-COMP-SUB) - WG-ORIGINAL(WS-COMP-SUB)
           WRITE REPORT-LINE FROM WS-COMPONENT-LINE.
      *
       050-TERMINATE.
      *
           CLOSE TRADE-MASTER-FILE
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSIRR0 - TRADES RE-RATED       = " WS-RERATED-COUNT
           DISPLAY "MTSIRR0 - CHARGE RAISES POSTED  = " WS-RAISE-COUNT
           DISPLAY "MTSIRR0 - CHARGE CREDITS POSTED = " WS-CREDIT-COUNT.
      *
      * Every original and reversal that names a scrip and a
      * quantity goes into the sort; anything logged before the
      * scrip fields existed cannot be paired. An adjustment already
      * on the log means this day was re-rated by an earlier run.
       100-RELEASE-DAY-LOG.
      *
           OPEN INPUT TXN-LOG-FILE
           PERFORM 110-READ-LOG
           PERFORM 120-RELEASE-ONE-ENTRY UNTIL END-OF-LOG
           CLOSE TXN-LOG-FILE.
      *
       110-READ-LOG.
      *
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
       120-RELEASE-ONE-ENTRY.
      *
           ADD 1 TO WS-LOG-COUNT
           IF TXO-IS-ADJUSTMENT
             MOVE 'Y' TO WS-RERATED-SWITCH
           ELSE
             IF TXO-SCRIP-CODE NOT = SPACES
                AND TXO-QUANTITY NUMERIC
                AND TXO-QUANTITY > ZERO
               MOVE TXO-CLIENT-CODE    TO SR-CLIENT-CODE
               MOVE TXO-SCRIP-CODE     TO SR-SCRIP-CODE
               MOVE TXO-TRADE-SEQ-NO   TO SR-TRADE-SEQ-NO
               MOVE TXO-ENTRY-TYPE     TO SR-ENTRY-TYPE
               MOVE TXO-BUY-SELL-IND   TO SR-BUY-SELL-IND
               MOVE TXO-QUANTITY       TO SR-QUANTITY
               RELEASE SORT-RECORD
             END-IF
           END-IF
           PERFORM 110-READ-LOG.
      *
       200-RERATE-TRADES.
      *
           IF LOG-ALREADY-RERATED
             MOVE 'TXNLOG ALREADY CARRIES RE-RATING ADJUSTMENTS - NONE'
                  TO WS-MESSAGE-LINE
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
             DISPLAY WS-MESSAGE-LINE
             MOVE 4 TO RETURN-CODE
           ELSE
             OPEN EXTEND TXN-LOG-FILE
             PERFORM 210-RETURN-ONE-RECORD
             PERFORM 220-PROCESS-ONE-ENTRY UNTIL END-OF-SORTED
             IF WS-CURR-CLIENT NOT = SPACES
               PERFORM 300-RERATE-GROUP
               PERFORM 280-CLOSE-CLIENT
             END-IF
             CLOSE TXN-LOG-FILE
           END-IF.
      *
       210-RETURN-ONE-RECORD.
      *
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
      *
      * A client/scrip break re-rates the group just gathered. An
      * original joins the group; a reversal carrying the sequence
      * number of the entry just added marks it reversed - the pair
      * is out of the pairing. Any other reversal is of an earlier
      * day's trade, already classified that day, and is passed by.
       220-PROCESS-ONE-ENTRY.
      *
           IF SR-CLIENT-CODE NOT = WS-CURR-CLIENT
              OR SR-SCRIP-CODE NOT = WS-CURR-SCRIP
             IF WS-CURR-CLIENT NOT = SPACES
               PERFORM 300-RERATE-GROUP
             END-IF
             IF SR-CLIENT-CODE NOT = WS-CURR-CLIENT
               IF WS-CURR-CLIENT NOT = SPACES
                 PERFORM 280-CLOSE-CLIENT
               END-IF
               PERFORM 270-OPEN-CLIENT
             END-IF
             MOVE SR-SCRIP-CODE TO WS-CURR-SCRIP
             MOVE ZERO          TO WS-GROUP-COUNT
             MOVE 'N'           TO WS-GROUP-OVERFLOW-IND
           END-IF
      *
           IF SR-ENTRY-TYPE = 'R'
             IF WS-GROUP-COUNT > ZERO
               IF WG-TRADE-SEQ-NO(WS-GROUP-COUNT) = SR-TRADE-SEQ-NO
                 MOVE 'Y' TO WG-REVERSED-IND(WS-GROUP-COUNT)
               END-IF
             END-IF
           ELSE
             IF WS-GROUP-COUNT < WS-GROUP-LIMIT
               ADD 1 TO WS-GROUP-COUNT
               MOVE SR-TRADE-SEQ-NO TO WG-TRADE-SEQ-NO(WS-GROUP-COUNT)
               MOVE SR-BUY-SELL-IND TO WG-BUY-SELL-IND(WS-GROUP-COUNT)
               MOVE SR-QUANTITY     TO WG-QUANTITY(WS-GROUP-COUNT)
               MOVE ZERO            TO WG-INTRADAY-QTY(WS-GROUP-COUNT)
               MOVE 'N'             TO WG-REVERSED-IND(WS-GROUP-COUNT)
             ELSE
               MOVE 'Y' TO WS-GROUP-OVERFLOW-IND
             END-IF
           END-IF
      *
           PERFORM 210-RETURN-ONE-RECORD.
      *
       270-OPEN-CLIENT.
      *
           MOVE SR-CLIENT-CODE TO WS-CURR-CLIENT
           MOVE 'N'            TO WS-CLIENT-HEADED-IND
           INITIALIZE WS-CLIENT-TOTALS.
      *
      * The client's original-versus-corrected summary, printed only
      * when at least one of the client's trades was re-rated.
       280-CLOSE-CLIENT.
      *
           IF CLIENT-IS-HEADED
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             WRITE REPORT-LINE FROM WS-COMPONENT-HEADINGS
             PERFORM 285-PRINT-CLIENT-COMPONENT
                 VARYING WS-COMP-SUB FROM 1 BY 1
                   UNTIL WS-COMP-SUB > 6
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.
      *
       285-PRINT-CLIENT-COMPONENT.
      *
           MOVE WS-COMPONENT-NAME(WS-COMP-SUB) TO WK-COMPONENT
           MOVE WC-ORIGINAL(WS-COMP-SUB)       TO WK-ORIGINAL
           MOVE WC-CORRECTED(WS-COMP-SUB)      TO WK-CORRECTED
           COMPUTE WK-DIFFERENCE =
               WC-CORRECTED(WS-COMP-SUB) - WC-ORIGINAL(WS-COMP-SUB)
           WRITE REPORT-LINE FROM WS-COMPONENT-LINE.
      *
       290-HEAD-CLIENT.
      *
           MOVE WS-CURR-CLIENT TO WC-CLIENT-CODE
           WRITE REPORT-LINE FROM WS-CLIENT-HEADER-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADINGS
           MOVE 'Y' TO WS-CLIENT-HEADED-IND.
      *
      * The smaller of the group's bought and sold quantity (same
      * day reversals left out) is the intraday quantity, allocated
      * to the buys and to the sells oldest trade first. A group
      * that outgrew the table is reported and left as billed -
      * pairing only part of it would misclassify the rest.
       300-RERATE-GROUP.
      *
           IF GROUP-OVERFLOWED
             ADD 1 TO WS-OVERFLOW-COUNT
             MOVE SPACES TO WS-MESSAGE-LINE
             STRING 'CLIENT ' WS-CURR-CLIENT ' SCRIP ' WS-CURR-SCRIP
                    ' - TOO MANY TRADES, LEFT AS BILLED'
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
             END-STRING
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           ELSE
             MOVE ZERO TO WS-BUY-QTY WS-SELL-QTY
             PERFORM 310-ADD-UP-SIDES
                 VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
             IF WS-BUY-QTY < WS-SELL-QTY
               MOVE WS-BUY-QTY  TO WS-BUY-LEFT WS-SELL-LEFT
             ELSE
               MOVE WS-SELL-QTY TO WS-BUY-LEFT WS-SELL-LEFT
             END-IF
             IF WS-BUY-LEFT > ZERO
               PERFORM 320-ALLOCATE-INTRADAY
                   VARYING WS-GROUP-SUB FROM 1 BY 1
                     UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               PERFORM 330-RERATE-ONE-TRADE
                   VARYING WS-GROUP-SUB FROM 1 BY 1
                     UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
             END-IF
           END-IF.
      *
       310-ADD-UP-SIDES.
      *
           IF NOT WG-IS-REVERSED(WS-GROUP-SUB)
             IF WG-BUY-SELL-IND(WS-GROUP-SUB) = 'S'
               ADD WG-QUANTITY(WS-GROUP-SUB) TO WS-SELL-QTY
             ELSE
               ADD WG-QUANTITY(WS-GROUP-SUB) TO WS-BUY-QTY
             END-IF
           END-IF.
      *
       320-ALLOCATE-INTRADAY.
      *
           IF NOT WG-IS-REVERSED(WS-GROUP-SUB)
             IF WG-BUY-SELL-IND(WS-GROUP-SUB) = 'S'
               IF WG-QUANTITY(WS-GROUP-SUB) < WS-SELL-LEFT
                 MOVE WG-QUANTITY(WS-GROUP-SUB)
                      TO WG-INTRADAY-QTY(WS-GROUP-SUB)
               ELSE
                 MOVE WS-SELL-LEFT TO WG-INTRADAY-QTY(WS-GROUP-SUB)
               END-IF
               SUBTRACT WG-INTRADAY-QTY(WS-GROUP-SUB) FROM WS-SELL-LEFT
             ELSE
               IF WG-QUANTITY(WS-GROUP-SUB) < WS-BUY-LEFT
                 MOVE WG-QUANTITY(WS-GROUP-SUB)
                      TO WG-INTRADAY-QTY(WS-GROUP-SUB)
               ELSE
                 MOVE WS-BUY-LEFT  TO WG-INTRADAY-QTY(WS-GROUP-SUB)
               END-IF
               SUBTRACT WG-INTRADAY-QTY(WS-GROUP-SUB) FROM WS-BUY-LEFT
             END-IF
           END-IF.
      *
      * The trade is re-read from TRDMAS for update - the master is
      * what a later reversal copies, so it must carry the corrected
      * charges. A trade no longer an original there was reversed
      * by another path and is left alone.
       330-RERATE-ONE-TRADE.
      *
           IF WG-INTRADAY-QTY(WS-GROUP-SUB) > ZERO
             MOVE WG-TRADE-SEQ-NO(WS-GROUP-SUB) TO TXL-TRADE-SEQ-NO
             READ TRADE-MASTER-FILE
               INVALID KEY
                 PERFORM 335-REPORT-NOT-ON-MASTER
               NOT INVALID KEY
                 IF TXL-IS-ORIGINAL
                   PERFORM 340-FIND-SEGMENT
                   IF WX-RATE-FOUND(WS-SEG-SUB)
                     PERFORM 350-RECOMPUTE-CHARGES
                     PERFORM 360-POST-ADJUSTMENTS
                   ELSE
                     ADD 1 TO WS-NO-RATE-COUNT
                   END-IF
                 END-IF
             END-READ
           END-IF.
      *
       335-REPORT-NOT-ON-MASTER.
      *
           ADD 1 TO WS-NOTFOUND-COUNT
           MOVE SPACES TO WS-MESSAGE-LINE
           STRING 'TRADE ' WG-TRADE-SEQ-NO(WS-GROUP-SUB)
                  ' NOT ON TRDMAS - NOT RE-RATED'
                  DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE.
      *
      * Blank segment on an older record is MTSDED0's default 'N'.
       340-FIND-SEGMENT.
      *
           MOVE TXL-SEGMENT-IND TO WS-WORK-SEGMENT
           IF WS-WORK-SEGMENT = SPACE
             MOVE 'N' TO WS-WORK-SEGMENT
           END-IF
           MOVE 1 TO WS-SEG-SUB
           PERFORM 345-STEP-SEGMENT
               UNTIL WS-SEG-SUB > 5
                  OR WS-SEGMENT-CODES(WS-SEG-SUB:1) = WS-WORK-SEGMENT
           IF WS-SEG-SUB > 5
             MOVE 1 TO WS-SEG-SUB
           END-IF.
      *
       345-STEP-SEGMENT.
      *
           ADD 1 TO WS-SEG-SUB.
      *
      * The delivery part keeps its share of each charge as billed;
      * the intraday part, valued at its share of the trade value,
      * is charged at the 'IX' rates. Flat-fee brokerage is per
      * trade and does not change; stamp duty is a buy-leg charge
      * and moves only when an 'IS' rate is in force. GST follows
      * from the new brokerage and transaction charge as MTSPGM0
      * computes it, split the way the trade was billed.
       350-RECOMPUTE-CHARGES.
      *
           MOVE TXL-BROKERAGE-CHARGE   TO WS-OLD-BROKERAGE
           MOVE TXL-TRANSACTION-CHARGE TO WS-OLD-TXN-CHARGE
           MOVE TXL-STT-CHARGE         TO WS-OLD-STT
           MOVE TXL-STAMP-DUTY         TO WS-OLD-STAMP-DUTY
           MOVE TXL-GST-CHARGE         TO WS-OLD-GST
           MOVE TXL-CGST-CHARGE        TO WS-OLD-CGST
           MOVE TXL-SGST-CHARGE        TO WS-OLD-SGST
           MOVE TXL-IGST-CHARGE        TO WS-OLD-IGST
           MOVE TXL-TOTAL-CHARGE       TO WS-OLD-TOTAL
      *
           COMPUTE WS-DELIVERY-QTY =
               TXL-QUANTITY - WG-INTRADAY-QTY(WS-GROUP-SUB)
           COMPUTE WS-INTRADAY-VALUE ROUNDED =
               TXL-BUY-AMOUNT * WG-INTRADAY-QTY(WS-GROUP-SUB)
                              / TXL-QUANTITY
      *
           IF TXL-PLAN-IND = 'F'
             MOVE WS-OLD-BROKERAGE TO WS-NEW-BROKERAGE
           ELSE
             COMPUTE WS-NEW-BROKERAGE ROUNDED =
                 WS-OLD-BROKERAGE * WS-DELIVERY-QTY / TXL-QUANTITY
               + WS-INTRADAY-VALUE * WX-BROKERAGE-RATE(WS-SEG-SUB)
           END-IF
           COMPUTE WS-NEW-TXN-CHARGE ROUNDED =
               WS-OLD-TXN-CHARGE * WS-DELIVERY-QTY / TXL-QUANTITY
             + WS-INTRADAY-VALUE * WX-TRANSACTION-RATE(WS-SEG-SUB)
           IF TXL-BUY-SELL-IND = 'S'
             COMPUTE WS-NEW-STT ROUNDED =
                 WS-OLD-STT * WS-DELIVERY-QTY / TXL-QUANTITY
               + WS-INTRADAY-VALUE * WX-STT-RATE-SELL(WS-SEG-SUB)
             MOVE WS-OLD-STAMP-DUTY TO WS-NEW-STAMP-DUTY
           ELSE
             COMPUTE WS-NEW-STT ROUNDED =
                 WS-OLD-STT * WS-DELIVERY-QTY / TXL-QUANTITY
               + WS-INTRADAY-VALUE * WX-STT-RATE(WS-SEG-SUB)
             IF IS-RATE-FOUND
               COMPUTE WS-NEW-STAMP-DUTY ROUNDED =
                   WS-OLD-STAMP-DUTY * WS-DELIVERY-QTY / TXL-QUANTITY
                 + WS-INTRADAY-VALUE * WS-IS-STAMP-RATE
             ELSE
               MOVE WS-OLD-STAMP-DUTY TO WS-NEW-STAMP-DUTY
             END-IF
           END-IF
      *
           COMPUTE WS-NEW-GST ROUNDED =
               (WS-NEW-BROKERAGE + WS-NEW-TXN-CHARGE) * 0.18
           IF WS-OLD-IGST > ZERO
             MOVE WS-NEW-GST TO WS-NEW-IGST
             MOVE ZERO       TO WS-NEW-CGST WS-NEW-SGST
           ELSE
             COMPUTE WS-NEW-CGST ROUNDED = WS-NEW-GST / 2
             COMPUTE WS-NEW-SGST ROUNDED = WS-NEW-GST / 2
             MOVE ZERO       TO WS-NEW-IGST
           END-IF
           COMPUTE WS-NEW-TOTAL =
               WS-NEW-BROKERAGE + WS-NEW-TXN-CHARGE + WS-NEW-STT +
               WS-NEW-STAMP-DUTY + WS-NEW-GST + TXL-MARGIN-PENALTY
      *
           COMPUTE WS-DIFF-BROKERAGE  =
               WS-NEW-BROKERAGE  - WS-OLD-BROKERAGE
           COMPUTE WS-DIFF-TXN-CHARGE =
               WS-NEW-TXN-CHARGE - WS-OLD-TXN-CHARGE
           COMPUTE WS-DIFF-STT        = WS-NEW-STT  - WS-OLD-STT
           COMPUTE WS-DIFF-STAMP-DUTY =
               WS-NEW-STAMP-DUTY - WS-OLD-STAMP-DUTY
           COMPUTE WS-DIFF-GST        = WS-NEW-GST  - WS-OLD-GST
           COMPUTE WS-DIFF-CGST       = WS-NEW-CGST - WS-OLD-CGST
           COMPUTE WS-DIFF-SGST       = WS-NEW-SGST - WS-OLD-SGST
           COMPUTE WS-DIFF-IGST       = WS-NEW-IGST - WS-OLD-IGST.
      *
      * The raised components post as one 'A' entry and the
      * credited ones as one 'C' entry, then the master is rewritten
      * at the corrected charges with the MTM after charges moved to
      * match. A trade whose charges come out the same is reported
      * but posts nothing. A master the REWRITE does not take would
      * net a later reversal against the old charges, so the step
      * ends RC=12 for the trade to be put right by hand.
       360-POST-ADJUSTMENTS.
      *
           MOVE +1 TO WS-ADJ-SIGN
           PERFORM 370-WRITE-ADJUSTMENT
           MOVE -1 TO WS-ADJ-SIGN
           PERFORM 370-WRITE-ADJUSTMENT
      *
           IF WS-NEW-CHARGES NOT = WS-OLD-CHARGES
             MOVE WS-NEW-BROKERAGE   TO TXL-BROKERAGE-CHARGE
             MOVE WS-NEW-TXN-CHARGE  TO TXL-TRANSACTION-CHARGE
             MOVE WS-NEW-STT         TO TXL-STT-CHARGE
             MOVE WS-NEW-STAMP-DUTY  TO TXL-STAMP-DUTY
             MOVE WS-NEW-GST         TO TXL-GST-CHARGE
             MOVE WS-NEW-CGST        TO TXL-CGST-CHARGE
             MOVE WS-NEW-SGST        TO TXL-SGST-CHARGE
             MOVE WS-NEW-IGST        TO TXL-IGST-CHARGE
             MOVE WS-NEW-TOTAL       TO TXL-TOTAL-CHARGE
             COMPUTE TXL-MTM-AFTER-CHARGE =
                 TXL-MTM-AMOUNT - WS-NEW-TOTAL
             REWRITE TXN-LOG-RECORD
             IF WS-TRDMAS-STATUS NOT = '00'
               DISPLAY "TRDMAS REWRITE FAILED, STATUS = "
                       WS-TRDMAS-STATUS " TRADE = " TXL-TRADE-SEQ-NO
                       " - ADJUSTMENTS POSTED, MASTER NOT CORRECTED"
               IF RETURN-CODE < 12
                 MOVE 12 TO RETURN-CODE
               END-IF
             END-IF
           END-IF
      *
           ADD 1 TO WS-RERATED-COUNT
           PERFORM 380-PRINT-RERATED-TRADE.
      *
      * The adjustment is the trade's own record with only the
      * charge differences in one direction left in it: no quantity,
      * no value, no penalty, none of the original's override or
      * reversal audit. Written only when something moved that way.
       370-WRITE-ADJUSTMENT.
      *
           MOVE TXN-LOG-RECORD TO TXN-LOG-OUT-RECORD
           IF WS-ADJ-SIGN > ZERO
             SET TXO-IS-CHARGE-RAISE  TO TRUE
           ELSE
             SET TXO-IS-CHARGE-CREDIT TO TRUE
           END-IF
           MOVE ZERO   TO TXO-BUY-AMOUNT
                          TXO-MTM-AMOUNT
                          TXO-MTM-AFTER-CHARGE
                          TXO-QUANTITY
                          TXO-MARGIN-PENALTY
                          TXO-ROUNDING-DIFF
                          TXO-REV-REQUEST-DATE
                          TXO-MARGIN-FEED-AMT
                          TXO-MARGIN-USED-AMT
           MOVE 'N'    TO TXO-LIMIT-OVERRIDE-IND
                          TXO-MARGIN-OVERRIDE-IND
                          TXO-DUP-RELEASE-IND
           MOVE SPACES TO TXO-OVERRIDE-SUPERVISOR
                          TXO-REV-REQUEST-OPER
                          TXO-REV-REQUEST-TIME
                          TXO-REV-APPROVE-SUPV
                          TXO-REV-APPROVE-TIME
      *
           MOVE ZERO TO TXO-DEDUCTIONS
           IF WS-ADJ-SIGN * WS-DIFF-BROKERAGE > ZERO
             COMPUTE TXO-BROKERAGE-CHARGE =
                 WS-ADJ-SIGN * WS-DIFF-BROKERAGE
           END-IF
           IF WS-ADJ-SIGN * WS-DIFF-TXN-CHARGE > ZERO
             COMPUTE TXO-TRANSACTION-CHARGE =
                 WS-ADJ-SIGN * WS-DIFF-TXN-CHARGE
           END-IF
           IF WS-ADJ-SIGN * WS-DIFF-STT > ZERO
             COMPUTE TXO-STT-CHARGE = WS-ADJ-SIGN * WS-DIFF-STT
           END-IF
           IF WS-ADJ-SIGN * WS-DIFF-STAMP-DUTY > ZERO
             COMPUTE TXO-STAMP-DUTY =
                 WS-ADJ-SIGN * WS-DIFF-STAMP-DUTY
           END-IF
           IF WS-ADJ-SIGN * WS-DIFF-GST > ZERO
             COMPUTE TXO-GST-CHARGE = WS-ADJ-SIGN * WS-DIFF-GST
           END-IF
           IF WS-ADJ-SIGN * WS-DIFF-CGST > ZERO
             COMPUTE TXO-CGST-CHARGE = WS-ADJ-SIGN * WS-DIFF-CGST
           END-IF
           IF WS-ADJ-SIGN * WS-DIFF-SGST > ZERO
             COMPUTE TXO-SGST-CHARGE = WS-ADJ-SIGN * WS-DIFF-SGST
           END-IF
           IF WS-ADJ-SIGN * WS-DIFF-IGST > ZERO
             COMPUTE TXO-IGST-CHARGE = WS-ADJ-SIGN * WS-DIFF-IGST
           END-IF
           COMPUTE TXO-TOTAL-CHARGE =
               TXO-BROKERAGE-CHARGE + TXO-TRANSACTION-CHARGE +
               TXO-STT-CHARGE + TXO-STAMP-DUTY + TXO-GST-CHARGE
      *
           IF TXO-DEDUCTIONS NOT = ZERO
             WRITE TXN-LOG-OUT-RECORD
             ADD TXO-TOTAL-CHARGE TO WS-ADJ-CHARGE-SUM
             IF WS-ADJ-SIGN > ZERO
               ADD 1 TO WS-RAISE-COUNT
             ELSE
               ADD 1 TO WS-CREDIT-COUNT
             END-IF
           END-IF.
      *
       380-PRINT-RERATED-TRADE.
      *
           IF NOT CLIENT-IS-HEADED
             PERFORM 290-HEAD-CLIENT
           END-IF
           MOVE WG-TRADE-SEQ-NO(WS-GROUP-SUB) TO WD-TRADE-SEQ-NO
           MOVE WS-CURR-SCRIP                 TO WD-SCRIP-CODE
           IF WG-BUY-SELL-IND(WS-GROUP-SUB) = 'S'
             MOVE 'SELL'                      TO WD-BUY-SELL
           ELSE
             MOVE 'BUY'                       TO WD-BUY-SELL
           END-IF
           MOVE WG-QUANTITY(WS-GROUP-SUB)     TO WD-QUANTITY
           MOVE WG-INTRADAY-QTY(WS-GROUP-SUB) TO WD-INTRADAY-QTY
           MOVE WS-OLD-TOTAL                  TO WD-ORIGINAL
           MOVE WS-NEW-TOTAL                  TO WD-CORRECTED
           COMPUTE WD-DIFFERENCE = WS-NEW-TOTAL - WS-OLD-TOTAL
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
      *
           ADD WS-OLD-BROKERAGE    TO WC-ORIGINAL(1)  WG-ORIGINAL(1)
           ADD WS-NEW-BROKERAGE    TO WC-CORRECTED(1) WG-CORRECTED(1)
           ADD WS-OLD-TXN-CHARGE   TO WC-ORIGINAL(2)  WG-ORIGINAL(2)
           ADD WS-NEW-TXN-CHARGE   TO WC-CORRECTED(2) WG-CORRECTED(2)
           ADD WS-OLD-STT          TO WC-ORIGINAL(3)  WG-ORIGINAL(3)
           ADD WS-NEW-STT          TO WC-CORRECTED(3) WG-CORRECTED(3)
           ADD WS-OLD-STAMP-DUTY   TO WC-ORIGINAL(4)  WG-ORIGINAL(4)
           ADD WS-NEW-STAMP-DUTY   TO WC-CORRECTED(4) WG-CORRECTED(4)
           ADD WS-OLD-GST          TO WC-ORIGINAL(5)  WG-ORIGINAL(5)
           ADD WS-NEW-GST          TO WC-CORRECTED(5) WG-CORRECTED(5)
           ADD WS-OLD-TOTAL        TO WC-ORIGINAL(6)  WG-ORIGINAL(6)
           ADD WS-NEW-TOTAL        TO WC-CORRECTED(6) WG-CORRECTED(6).
      *
       END PROGRAM MTSIRR0.
