      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: NIGHTLY CLIENT PORTFOLIO VALUATION AT THE EXCHANGE
      *        : CLOSE. EVERY NON-ZERO HOLDING ON THE HLDMAS CLIENT
      *        : HOLDINGS MASTER (MTSHLD0) IS VALUED AT THE LATEST
      *        : CLOSE ON THE PRCMAS PRICE HISTORY (MTSPRC0) AND ITS
      *        : MARK-TO-MARKET FOR THE DAY - QUANTITY TIMES CLOSE
      *        : LESS PREVIOUS CLOSE - REPORTED PER CLIENT (WITH THE
      *        : COST OF THE HOLDING AT ITS AVERAGE COST, SO THE
      *        : UNREALISED GAIN SHOWS TOO) AND THEN PER SCRIP ACROSS
      *        : ALL CLIENTS. A SCRIP NOT PRICED TODAY IS VALUED AT
      *        : ITS LAST CLOSE WITH NO MOVEMENT FOR THE DAY AND
      *        : TAGGED STALE; A SCRIP NEVER PRICED AT ALL IS LISTED
      *        : UNVALUED AND ENDS THE STEP RC=4. READ-ONLY.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSMTM0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT HOLDINGS-FILE ASSIGN TO HLDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLDMAS-STATUS.
      *
           SELECT PRICE-HISTORY-FILE ASSIGN TO PRCMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-KEY
               FILE STATUS IS WS-PRCMAS-STATUS.
      *
           SELECT CLIENT-MASTER-FILE ASSIGN TO CLIMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CLIENT-CODE
               FILE STATUS IS WS-CLIMAS-STATUS.
      *
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BDT-CONTROL-KEY
               FILE STATUS IS WS-BUSDAT-STATUS.
      *
           SELECT REPORT-FILE ASSIGN TO MTMRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  HOLDINGS-FILE.
           COPY MTSHLD0.
      *
       FD  PRICE-HISTORY-FILE.
           COPY MTSPRC0.
      *
       FD  CLIENT-MASTER-FILE.
           COPY MTSCLI0.
      *
       FD  BUSINESS-DATE-FILE.
           COPY MTSBDT0.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
      * One record per valued holding, sorted by scrip for the
      * across-clients summary.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SM-SCRIP-CODE           PIC X(10).
           05 SM-QUANTITY             PIC S9(10).
           05 SM-CLOSE-PRICE          PIC 9(06)V99.
           05 SM-STALE-IND            PIC X(01).
           05 SM-MARKET-VALUE         PIC S9(13)V99.
           05 SM-DAY-MTM              PIC S9(13)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-HLDMAS-STATUS           PIC X(02).
       01  WS-PRCMAS-STATUS           PIC X(02).
       01  WS-CLIMAS-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
       01  WS-HLD-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-HOLDINGS                            VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH         PIC X(01)          VALUE 'N'.
           88 END-OF-SORTED                              VALUE 'Y'.
      *
       01  WS-PRICE-FOUND-IND         PIC X(01).
           88 PRICE-FOUND                                VALUE 'Y'.
       01  WS-STALE-IND               PIC X(01).
           88 PRICE-IS-STALE                             VALUE 'Y'.
      *
       01  WS-CURR-CLIENT             PIC X(06)          VALUE SPACES.
       01  WS-CURR-SCRIP              PIC X(10)          VALUE SPACES.
      *
       01  WS-MARKET-VALUE            PIC S9(13)V99.
       01  WS-COST-VALUE              PIC S9(13)V99.
       01  WS-DAY-MTM                 PIC S9(13)V99.
       01  WS-UNREALISED              PIC S9(13)V99.
      *
       01  WS-CLIENT-TOTALS.
           05 WS-CLI-VALUE            PIC S9(13)V99.
           05 WS-CLI-COST             PIC S9(13)V99.
           05 WS-CLI-MTM              PIC S9(13)V99.
       01  WS-GRAND-TOTALS.
           05 WS-GRAND-VALUE          PIC S9(15)V99      VALUE ZERO.
           05 WS-GRAND-COST           PIC S9(15)V99      VALUE ZERO.
           05 WS-GRAND-MTM            PIC S9(15)V99      VALUE ZERO.
       01  WS-SCRIP-TOTALS.
           05 WS-SCP-QUANTITY         PIC S9(12).
           05 WS-SCP-HOLDERS          PIC 9(06).
           05 WS-SCP-CLOSE            PIC 9(06)V99.
           05 WS-SCP-STALE-IND        PIC X(01).
           05 WS-SCP-VALUE            PIC S9(15)V99.
           05 WS-SCP-MTM              PIC S9(15)V99.
      *
       01  WS-HOLDING-COUNT           PIC 9(06)          VALUE ZERO.
       01  WS-CLIENT-COUNT            PIC 9(06)          VALUE ZERO.
       01  WS-STALE-COUNT             PIC 9(06)          VALUE ZERO.
       01  WS-UNPRICED-COUNT          PIC 9(06)          VALUE ZERO.
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
              VALUE '*** IGSL CLIENT HOLDINGS VALUATION AT EXCHAN'.
           05 FILLER                  PIC X(14)  VALUE 'GE CLOSE ***'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WH-BUSINESS-DATE        PIC 9(08).
      *
       01  WS-CLIENT-HEADER-LINE.
           05 FILLER                  PIC X(09)  VALUE 'CLIENT:  '.
           05 WC-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WC-CLIENT-NAME          PIC X(30).
      *
       01  WS-COLUMN-HEADINGS.
           05 FILLER                  PIC X(15)  VALUE '   SCRIP'.
           05 FILLER                  PIC X(16)  VALUE '      QUANTITY'.
           05 FILLER                  PIC X(12)  VALUE '     CLOSE'.
           05 FILLER                  PIC X(20)
              VALUE '      MARKET VALUE'.
           05 FILLER                  PIC X(20)
              VALUE '     COST (AVERAGE)'.
           05 FILLER                  PIC X(20)
              VALUE '   UNREALISED G/L'.
           05 FILLER                  PIC X(20)
              VALUE '      DAY MTM G/L'.
      *
       01  WS-DETAIL-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WD-SCRIP-CODE           PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-QUANTITY             PIC -Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-CLOSE                PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-MARKET-VALUE         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-COST-VALUE           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-UNREALISED           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-DAY-MTM              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WD-TAG                  PIC X(08).
      *
       01  WS-UNPRICED-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WU-SCRIP-CODE           PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WU-QUANTITY             PIC -Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(40)
              VALUE 'NO CLOSING PRICE ON FILE - NOT VALUED'.
      *
       01  WS-TOTAL-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WT-TAG                  PIC X(40).
           05 WT-MARKET-VALUE         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WT-COST-VALUE           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WT-UNREALISED           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WT-DAY-MTM              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-SCRIP-HEADING-LINE.
           05 FILLER                  PIC X(44)
              VALUE '*** VALUATION BY SCRIP, ALL CLIENTS ***'.
      *
       01  WS-SCRIP-COLUMN-HEADINGS.
           05 FILLER                  PIC X(12)  VALUE 'SCRIP'.
           05 FILLER                  PIC X(09)  VALUE ' HOLDERS'.
           05 FILLER                  PIC X(19)
              VALUE '  TOTAL QUANTITY'.
           05 FILLER                  PIC X(12)  VALUE '     CLOSE'.
           05 FILLER                  PIC X(22)
              VALUE '        MARKET VALUE'.
           05 FILLER                  PIC X(22)
              VALUE '         DAY MTM G/L'.
      *
       01  WS-SCRIP-LINE.
           05 WS-SCRIP-OUT            PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-HOLDERS-OUT          PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-QUANTITY-OUT         PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-CLOSE-OUT            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-VALUE-OUT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-MTM-OUT              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WS-TAG-OUT              PIC X(08).
      *
       01  WS-COUNT-LINE.
           05 WK-TAG                  PIC X(34).
           05 WK-COUNT                PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SM-SCRIP-CODE
               INPUT PROCEDURE IS 100-VALUE-BY-CLIENT
               OUTPUT PROCEDURE IS 200-SUMMARISE-BY-SCRIP
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
           OPEN INPUT HOLDINGS-FILE
           IF WS-HLDMAS-STATUS NOT = '00'
             DISPLAY "HLDMAS OPEN FAILED, STATUS = " WS-HLDMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT PRICE-HISTORY-FILE
           IF WS-PRCMAS-STATUS NOT = '00'
             DISPLAY "PRCMAS OPEN FAILED, STATUS = " WS-PRCMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIMAS-STATUS NOT = '00'
             DISPLAY "CLIMAS OPEN FAILED, STATUS = " WS-CLIMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
      *
           MOVE WS-PROC-DATE-N TO WH-BUSINESS-DATE
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADINGS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
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
             END-IF
             CLOSE BUSINESS-DATE-FILE
           END-IF.
      *
      * The client section prints straight off the holdings master
      * (client + scrip order); each valued holding is released for
      * the scrip summary.
       100-VALUE-BY-CLIENT.
      *
           PERFORM 110-READ-HOLDING
           PERFORM 120-VALUE-ONE-HOLDING UNTIL END-OF-HOLDINGS
           IF WS-CURR-CLIENT NOT = SPACES
             PERFORM 140-PRINT-CLIENT-TOTALS
           END-IF
      *
           MOVE 'ALL CLIENTS'            TO WT-TAG
           MOVE WS-GRAND-VALUE           TO WT-MARKET-VALUE
           MOVE WS-GRAND-COST            TO WT-COST-VALUE
           COMPUTE WT-UNREALISED = WS-GRAND-VALUE - WS-GRAND-COST
           MOVE WS-GRAND-MTM             TO WT-DAY-MTM
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
      *
       110-READ-HOLDING.
      *
           READ HOLDINGS-FILE NEXT
             AT END
               MOVE 'Y' TO WS-HLD-EOF-SWITCH
           END-READ.
      *
       120-VALUE-ONE-HOLDING.
      *
           IF HLD-QUANTITY NOT = ZERO
             IF HLD-CLIENT-CODE NOT = WS-CURR-CLIENT
               IF WS-CURR-CLIENT NOT = SPACES
                 PERFORM 140-PRINT-CLIENT-TOTALS
               END-IF
               PERFORM 135-HEAD-CLIENT
             END-IF
             ADD 1 TO WS-HOLDING-COUNT
             PERFORM 125-FIND-CLOSE
             IF PRICE-FOUND
               PERFORM 130-PRINT-VALUATION
             ELSE
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE 4 TO RETURN-CODE
               MOVE HLD-SCRIP-CODE TO WU-SCRIP-CODE
               MOVE HLD-QUANTITY   TO WU-QUANTITY
               WRITE REPORT-LINE FROM WS-UNPRICED-LINE
             END-IF
           END-IF
           PERFORM 110-READ-HOLDING.
      *
      * Latest close on or before the business date - the inverted
      * date in the key puts it first at or after the START point.
       125-FIND-CLOSE.
      *
           MOVE 'N' TO WS-PRICE-FOUND-IND
           MOVE 'N' TO WS-STALE-IND
           MOVE HLD-SCRIP-CODE TO PRC-SCRIP-CODE
           COMPUTE PRC-PRICE-CDATE = 99999999 - WS-PROC-DATE-N
           START PRICE-HISTORY-FILE KEY NOT < PRC-KEY
             INVALID KEY
               MOVE '23' TO WS-PRCMAS-STATUS
           END-START
           IF WS-PRCMAS-STATUS = '00'
             READ PRICE-HISTORY-FILE NEXT
               AT END
                 MOVE '10' TO WS-PRCMAS-STATUS
             END-READ
             IF WS-PRCMAS-STATUS = '00'
                AND PRC-SCRIP-CODE = HLD-SCRIP-CODE
               MOVE 'Y' TO WS-PRICE-FOUND-IND
               IF PRC-PRICE-DATE NOT = WS-PROC-DATE-N
                 MOVE 'Y' TO WS-STALE-IND
               END-IF
             END-IF
           END-IF.
      *
      * A stale close values the holding but moves nothing today.
       130-PRINT-VALUATION.
      *
           COMPUTE WS-MARKET-VALUE = HLD-QUANTITY * PRC-CLOSE-PRICE
           IF HLD-QUANTITY > ZERO
             COMPUTE WS-COST-VALUE ROUNDED =
                 HLD-QUANTITY * HLD-AVERAGE-COST
           ELSE
             MOVE ZERO TO WS-COST-VALUE
           END-IF
           COMPUTE WS-UNREALISED = WS-MARKET-VALUE - WS-COST-VALUE
           IF PRICE-IS-STALE OR PRC-PREV-CLOSE = ZERO
             MOVE ZERO TO WS-DAY-MTM
           ELSE
             COMPUTE WS-DAY-MTM =
                 HLD-QUANTITY * (PRC-CLOSE-PRICE - PRC-PREV-CLOSE)
           END-IF
      *
           MOVE HLD-SCRIP-CODE    TO WD-SCRIP-CODE
           MOVE HLD-QUANTITY      TO WD-QUANTITY
           MOVE PRC-CLOSE-PRICE   TO WD-CLOSE
           MOVE WS-MARKET-VALUE   TO WD-MARKET-VALUE
           MOVE WS-COST-VALUE     TO WD-COST-VALUE
           MOVE WS-UNREALISED     TO WD-UNREALISED
           MOVE WS-DAY-MTM        TO WD-DAY-MTM
           EVALUATE TRUE
             WHEN PRICE-IS-STALE
               MOVE 'STALE'       TO WD-TAG
               ADD 1 TO WS-STALE-COUNT
             WHEN HLD-QUANTITY < ZERO
               MOVE 'SHORT'       TO WD-TAG
             WHEN OTHER
               MOVE SPACES        TO WD-TAG
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
      *
           ADD WS-MARKET-VALUE TO WS-CLI-VALUE
           ADD WS-COST-VALUE   TO WS-CLI-COST
           ADD WS-DAY-MTM      TO WS-CLI-MTM
      *
           MOVE HLD-SCRIP-CODE    TO SM-SCRIP-CODE
           MOVE HLD-QUANTITY      TO SM-QUANTITY
           MOVE PRC-CLOSE-PRICE   TO SM-CLOSE-PRICE
           MOVE WS-STALE-IND      TO SM-STALE-IND
           MOVE WS-MARKET-VALUE   TO SM-MARKET-VALUE
           MOVE WS-DAY-MTM        TO SM-DAY-MTM
           RELEASE SORT-RECORD.
      *
       135-HEAD-CLIENT.
      *
           MOVE HLD-CLIENT-CODE TO WS-CURR-CLIENT
           MOVE ZERO TO WS-CLI-VALUE WS-CLI-COST WS-CLI-MTM
           ADD 1 TO WS-CLIENT-COUNT
           MOVE HLD-CLIENT-CODE TO CLI-CLIENT-CODE
           READ CLIENT-MASTER-FILE
             INVALID KEY
               MOVE 'NOT ON CLIENT MASTER' TO CLI-CLIENT-NAME
           END-READ
           MOVE HLD-CLIENT-CODE TO WC-CLIENT-CODE
           MOVE CLI-CLIENT-NAME TO WC-CLIENT-NAME
           WRITE REPORT-LINE FROM WS-CLIENT-HEADER-LINE.
      *
       140-PRINT-CLIENT-TOTALS.
      *
           MOVE 'CLIENT TOTAL'           TO WT-TAG
           MOVE WS-CLI-VALUE             TO WT-MARKET-VALUE
           MOVE WS-CLI-COST              TO WT-COST-VALUE
           COMPUTE WT-UNREALISED = WS-CLI-VALUE - WS-CLI-COST
           MOVE WS-CLI-MTM               TO WT-DAY-MTM
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-CLI-VALUE TO WS-GRAND-VALUE
           ADD WS-CLI-COST  TO WS-GRAND-COST
           ADD WS-CLI-MTM   TO WS-GRAND-MTM.
      *
       200-SUMMARISE-BY-SCRIP.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SCRIP-HEADING-LINE
           WRITE REPORT-LINE FROM WS-SCRIP-COLUMN-HEADINGS
           MOVE SPACES TO WS-CURR-SCRIP
           PERFORM 210-RETURN-ONE-RECORD
           PERFORM 220-ADD-ONE-HOLDING UNTIL END-OF-SORTED
           IF WS-CURR-SCRIP NOT = SPACES
             PERFORM 230-PRINT-SCRIP-LINE
           END-IF
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CLIENTS VALUED                  =' TO WK-TAG
           MOVE WS-CLIENT-COUNT                     TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'HOLDINGS VALUED OR LISTED       =' TO WK-TAG
           MOVE WS-HOLDING-COUNT                    TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'VALUED AT A STALE CLOSE         =' TO WK-TAG
           MOVE WS-STALE-COUNT                      TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'NOT VALUED - NO CLOSE ON FILE   =' TO WK-TAG
           MOVE WS-UNPRICED-COUNT                   TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
      *
       210-RETURN-ONE-RECORD.
      *
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
      *
       220-ADD-ONE-HOLDING.
      *
           IF SM-SCRIP-CODE NOT = WS-CURR-SCRIP
             IF WS-CURR-SCRIP NOT = SPACES
               PERFORM 230-PRINT-SCRIP-LINE
             END-IF
             MOVE SM-SCRIP-CODE  TO WS-CURR-SCRIP
             MOVE ZERO           TO WS-SCP-QUANTITY WS-SCP-HOLDERS
                                    WS-SCP-VALUE WS-SCP-MTM
             MOVE SM-CLOSE-PRICE TO WS-SCP-CLOSE
             MOVE SM-STALE-IND   TO WS-SCP-STALE-IND
           END-IF
           ADD 1               TO WS-SCP-HOLDERS
           ADD SM-QUANTITY     TO WS-SCP-QUANTITY
           ADD SM-MARKET-VALUE TO WS-SCP-VALUE
           ADD SM-DAY-MTM      TO WS-SCP-MTM
           PERFORM 210-RETURN-ONE-RECORD.
      *
       230-PRINT-SCRIP-LINE.
      *
           MOVE WS-CURR-SCRIP    TO WS-SCRIP-OUT
           MOVE WS-SCP-HOLDERS   TO WS-HOLDERS-OUT
           MOVE WS-SCP-QUANTITY  TO WS-QUANTITY-OUT
           MOVE WS-SCP-CLOSE     TO WS-CLOSE-OUT
           MOVE WS-SCP-VALUE     TO WS-VALUE-OUT
           MOVE WS-SCP-MTM       TO WS-MTM-OUT
           IF WS-SCP-STALE-IND = 'Y'
             MOVE 'STALE'        TO WS-TAG-OUT
           ELSE
             MOVE SPACES         TO WS-TAG-OUT
           END-IF
           WRITE REPORT-LINE FROM WS-SCRIP-LINE.
      *
       050-TERMINATE.
      *
           CLOSE HOLDINGS-FILE
           CLOSE PRICE-HISTORY-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSMTM0 - BUSINESS DATE      = " WS-PROC-DATE-N
           DISPLAY "MTSMTM0 - CLIENTS VALUED     = " WS-CLIENT-COUNT
           DISPLAY "MTSMTM0 - HOLDINGS           = " WS-HOLDING-COUNT
           DISPLAY "MTSMTM0 - STALE CLOSE        = " WS-STALE-COUNT
           DISPLAY "MTSMTM0 - NOT VALUED         = " WS-UNPRICED-COUNT.
      *
       END PROGRAM MTSMTM0.
