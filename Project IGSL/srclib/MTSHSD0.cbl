      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: ONE-OFF HOLDINGS CUTOVER SEED. BUILDS THE HLDMAS
      *        : CLIENT HOLDINGS MASTER (MTSHLD0) FROM THE WHOLE
      *        : TXNHIST TRADE HISTORY, SO MTSHPS0 STARTS FROM THE
      *        : STOCK CLIENTS ACTUALLY HOLD INSTEAD OF AN EMPTY
      *        : MASTER THAT WOULD SHOW EVERY DELIVERY OF STOCK
      *        : BOUGHT BEFORE CUTOVER AS NOT HELD. PARM IS THE LAST
      *        : SETTLEMENT DATE ALREADY SETTLED AT CUTOVER
      *        : (PARM='YYYYMMDD') - EVERY TRADE SETTLING ON OR
      *        : BEFORE IT IS TAKEN, LATER ONES ARE LEFT FOR MTSHPS0.
      *        : THE HISTORY IS SORTED BY CLIENT / SCRIP THE MTSCGT0
      *        : REBUILD WAY, THEN BY SETTLEMENT DATE, AND EACH
      *        : SETTLEMENT DATE'S NET BOUGHT/SOLD QUANTITY IS
      *        : POSTED IN DATE ORDER EXACTLY AS MTSHPS0 WOULD HAVE
      *        : POSTED IT - REVERSALS NETTING OUT, A RECEIPT
      *        : RE-AVERAGING THE COST AT THE DAY'S AVERAGE BUY
      *        : PRICE, A DELIVERY KEEPING THE AVERAGE HELD - SO THE
      *        : SEEDED HOLDING, ITS AVERAGE COST AND ITS LAST
      *        : MOVEMENT DATE ARE WHAT DAILY POSTING WOULD HAVE
      *        : LEFT. TRADES LOGGED BEFORE THE SETTLEMENT-DATE FIELD
      *        : EXISTED CARRY ZERO THERE AND SETTLED LONG AGO - THEY
      *        : ARE TAKEN ON THEIR BUSINESS DATE AND COUNTED. TRADES
      *        : WITH NO SCRIP AND RE-RATING CHARGE ADJUSTMENTS MOVE
      *        : NO SHARES AND ARE PASSED OVER, AS IN MTSCGT0. A
      *        : SCRIP NETTING TO NOTHING IS NOT WRITTEN; ONE NETTING
      *        : BELOW ZERO (STOCK LODGED FROM OUTSIDE) IS WRITTEN
      *        : AND LISTED FOR THE DP DESK, AS MTSHPS0 LISTS IT.
      *        : RERUN-SAFE: A HOLDING ALREADY ON HLDMAS IS LEFT
      *        : EXACTLY AS IT STANDS AND COUNTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSHSD0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT TRADE-HISTORY-FILE ASSIGN TO TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT HOLDINGS-FILE ASSIGN TO HLDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLDMAS-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  TRADE-HISTORY-FILE.
           COPY MTSHIS0.
      *
       FD  HOLDINGS-FILE.
           COPY MTSHLD0.
      *
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SD-CLIENT-CODE          PIC X(06).
           05 SD-SCRIP-CODE           PIC X(10).
           05 SD-SETTLE-DATE          PIC 9(08).
           05 SD-NET-SIGN             PIC S9(01).
           05 SD-BUY-SELL-IND         PIC X(01).
           05 SD-QUANTITY             PIC 9(08).
           05 SD-VALUE                PIC 9(14)V99.
      *
       WORKING-STORAGE SECTION.
      *
           COPY MTSLOG0.
      *
       01  WS-HIST-STATUS             PIC X(02).
       01  WS-HLDMAS-STATUS           PIC X(02).
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-HISTORY                             VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH         PIC X(01)          VALUE 'N'.
           88 END-OF-SORTED                              VALUE 'Y'.
      *
       01  WS-CUTOVER-DATE-N          PIC 9(08).
      *
      * Control-break accumulators - one client/scrip holding built
      * up in core across its settlement dates, one settlement date
      * netted at a time, signed so reversals can net a side
      * negative - the MTSHPS0 arithmetic.
       01  WS-CURR-CLIENT             PIC X(06).
       01  WS-CURR-SCRIP              PIC X(10).
       01  WS-CURR-SETTLE-DATE        PIC 9(08).
       01  WS-BOUGHT-QTY              PIC S9(10).
       01  WS-SOLD-QTY                PIC S9(10).
       01  WS-BOUGHT-VALUE            PIC S9(14)V99.
       01  WS-NET-QTY                 PIC S9(10).
       01  WS-BUY-PRICE               PIC 9(06)V9(4).
       01  WS-HELD-COST               PIC S9(16)V99.
       01  WS-SEED-QUANTITY           PIC S9(10).
       01  WS-SEED-AVERAGE-COST       PIC 9(06)V9(4).
       01  WS-SEED-MOVEMENT-DATE      PIC 9(08).
      *
       01  WS-TAKEN-COUNT             PIC 9(06)          VALUE ZERO.
       01  WS-UNDATED-COUNT           PIC 9(06)          VALUE ZERO.
       01  WS-NO-SCRIP-COUNT          PIC 9(06)          VALUE ZERO.
       01  WS-LOADED-COUNT            PIC 9(06)          VALUE ZERO.
       01  WS-PRESENT-COUNT           PIC 9(06)          VALUE ZERO.
       01  WS-SQUARE-COUNT            PIC 9(06)          VALUE ZERO.
       01  WS-SHORT-COUNT             PIC 9(06)          VALUE ZERO.
       01  WS-FAILED-COUNT            PIC 9(06)          VALUE ZERO.
      *
       LINKAGE SECTION.
      *
      * Receives the JCL EXEC PARM= string, same convention as
      * MTSHPS0: the eight-digit last settlement date at cutover.
       01  WS-PARM-AREA.
           05 WS-PARM-LENGTH          PIC S9(4) COMP.
           05 WS-PARM-TEXT            PIC X(08).
      *
       PROCEDURE DIVISION USING WS-PARM-AREA.
      *
       001-MAIN-PARA.
      *
           IF WS-PARM-LENGTH < 8
              OR WS-PARM-TEXT(1:8) NOT NUMERIC
             DISPLAY "MTSHSD0 PARM MUST BE THE CUTOVER SETTLEMENT "
                     "DATE YYYYMMDD"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-PARM-TEXT(1:8) TO WS-CUTOVER-DATE-N
      *
           OPEN INPUT TRADE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
             DISPLAY "TXNHIST OPEN FAILED, STATUS = " WS-HIST-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O HOLDINGS-FILE
           IF WS-HLDMAS-STATUS NOT = '00' AND NOT = '97'
             DISPLAY "HLDMAS OPEN FAILED, STATUS = " WS-HLDMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-CLIENT-CODE
                                SD-SCRIP-CODE
                                SD-SETTLE-DATE
               INPUT PROCEDURE IS 100-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 200-BUILD-HOLDINGS
      *
           PERFORM 050-TERMINATE
      *
           STOP RUN.
      *
      * History is keyed business date first and nothing settles
      * before it trades, so the walk stops once the business date
      * passes the cutover date - the MTSSXT0 walk.
       100-RELEASE-HISTORY.
      *
           MOVE LOW-VALUES TO TXH-KEY
           START TRADE-HISTORY-FILE KEY NOT < TXH-KEY
             INVALID KEY
               MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 110-RELEASE-ONE-RECORD UNTIL END-OF-HISTORY.
      *
       110-RELEASE-ONE-RECORD.
      *
           READ TRADE-HISTORY-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT END-OF-HISTORY
             IF TXH-BUSINESS-DATE > WS-CUTOVER-DATE-N
               MOVE 'Y' TO WS-EOF-SWITCH
             ELSE
               MOVE TXH-TXN-DATA TO TXN-LOG-RECORD
               EVALUATE TRUE
                 WHEN TXL-IS-ADJUSTMENT
                   CONTINUE
                 WHEN TXL-SCRIP-CODE = SPACES
                   OR TXL-QUANTITY NOT NUMERIC
                   OR TXL-TRADE-PRICE NOT NUMERIC
                   ADD 1 TO WS-NO-SCRIP-COUNT
                 WHEN TXL-SETTLEMENT-DATE NOT NUMERIC
                   OR TXL-SETTLEMENT-DATE = ZERO
                   ADD 1 TO WS-UNDATED-COUNT
                   MOVE TXH-BUSINESS-DATE TO SD-SETTLE-DATE
                   PERFORM 120-RELEASE-ONE-TRADE
                 WHEN TXL-SETTLEMENT-DATE > WS-CUTOVER-DATE-N
                   CONTINUE
                 WHEN OTHER
                   MOVE TXL-SETTLEMENT-DATE TO SD-SETTLE-DATE
                   PERFORM 120-RELEASE-ONE-TRADE
               END-EVALUATE
             END-IF
           END-IF.
      *
       120-RELEASE-ONE-TRADE.
      *
           MOVE TXL-CLIENT-CODE  TO SD-CLIENT-CODE
           MOVE TXL-SCRIP-CODE   TO SD-SCRIP-CODE
           IF TXL-IS-REVERSAL
             MOVE -1 TO SD-NET-SIGN
           ELSE
             MOVE +1 TO SD-NET-SIGN
           END-IF
           MOVE TXL-BUY-SELL-IND TO SD-BUY-SELL-IND
           MOVE TXL-QUANTITY     TO SD-QUANTITY
           COMPUTE SD-VALUE = TXL-QUANTITY * TXL-TRADE-PRICE
           ADD 1 TO WS-TAKEN-COUNT
           RELEASE SORT-RECORD.
      *
       200-BUILD-HOLDINGS.
      *
           MOVE SPACES TO WS-CURR-CLIENT WS-CURR-SCRIP
           PERFORM 210-RETURN-ONE-RECORD
           PERFORM 220-BREAK-AND-ACCUMULATE UNTIL END-OF-SORTED
           IF WS-CURR-CLIENT NOT = SPACES
             PERFORM 230-CLOSE-SETTLE-DATE
             PERFORM 250-WRITE-HOLDING
           END-IF.
      *
       210-RETURN-ONE-RECORD.
      *
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
      *
       220-BREAK-AND-ACCUMULATE.
      *
           IF SD-CLIENT-CODE NOT = WS-CURR-CLIENT
              OR SD-SCRIP-CODE NOT = WS-CURR-SCRIP
             IF WS-CURR-CLIENT NOT = SPACES
               PERFORM 230-CLOSE-SETTLE-DATE
               PERFORM 250-WRITE-HOLDING
             END-IF
             MOVE SD-CLIENT-CODE TO WS-CURR-CLIENT
             MOVE SD-SCRIP-CODE  TO WS-CURR-SCRIP
             MOVE SD-SETTLE-DATE TO WS-CURR-SETTLE-DATE
             MOVE ZERO TO WS-SEED-QUANTITY WS-SEED-AVERAGE-COST
                          WS-SEED-MOVEMENT-DATE
             MOVE ZERO TO WS-BOUGHT-QTY WS-SOLD-QTY WS-BOUGHT-VALUE
           END-IF
           IF SD-SETTLE-DATE NOT = WS-CURR-SETTLE-DATE
             PERFORM 230-CLOSE-SETTLE-DATE
             MOVE SD-SETTLE-DATE TO WS-CURR-SETTLE-DATE
             MOVE ZERO TO WS-BOUGHT-QTY WS-SOLD-QTY WS-BOUGHT-VALUE
           END-IF
      *
           IF SD-BUY-SELL-IND = 'S'
             COMPUTE WS-SOLD-QTY =
                 WS-SOLD-QTY + SD-NET-SIGN * SD-QUANTITY
           ELSE
             COMPUTE WS-BOUGHT-QTY =
                 WS-BOUGHT-QTY + SD-NET-SIGN * SD-QUANTITY
             COMPUTE WS-BOUGHT-VALUE =
                 WS-BOUGHT-VALUE + SD-NET-SIGN * SD-VALUE
           END-IF
      *
           PERFORM 210-RETURN-ONE-RECORD.
      *
      * A settlement date netting flat moved nothing on the day and
      * leaves the holding, and its last movement date, as they
      * stand - MTSHPS0 counts it squared and posts nothing.
       230-CLOSE-SETTLE-DATE.
      *
           COMPUTE WS-NET-QTY = WS-BOUGHT-QTY - WS-SOLD-QTY
           IF WS-NET-QTY NOT = ZERO
             PERFORM 240-APPLY-MOVEMENT
           END-IF.
      *
      * The MTSHPS0 245-APPLY-MOVEMENT arithmetic, on the holding
      * held in core. Receipt: the new average is the cost of what
      * was already held (only a positive holding has a cost) plus
      * the net receipt at the day's average buy price, over the
      * new quantity. Delivery: the quantity drops and the per-share
      * cost of what is left is unchanged.
       240-APPLY-MOVEMENT.
      *
           IF WS-NET-QTY > ZERO
             IF WS-BOUGHT-QTY > ZERO
               COMPUTE WS-BUY-PRICE ROUNDED =
                   WS-BOUGHT-VALUE / WS-BOUGHT-QTY
             ELSE
               MOVE WS-SEED-AVERAGE-COST TO WS-BUY-PRICE
             END-IF
             IF WS-SEED-QUANTITY > ZERO
               COMPUTE WS-HELD-COST =
                   WS-SEED-QUANTITY * WS-SEED-AVERAGE-COST
             ELSE
               MOVE ZERO TO WS-HELD-COST
             END-IF
             ADD WS-NET-QTY TO WS-SEED-QUANTITY
             IF WS-SEED-QUANTITY > ZERO
               COMPUTE WS-SEED-AVERAGE-COST ROUNDED =
                   (WS-HELD-COST + WS-NET-QTY * WS-BUY-PRICE)
                   / WS-SEED-QUANTITY
             ELSE
               MOVE ZERO TO WS-SEED-AVERAGE-COST
             END-IF
           ELSE
             ADD WS-NET-QTY TO WS-SEED-QUANTITY
             IF WS-SEED-QUANTITY NOT > ZERO
               MOVE ZERO TO WS-SEED-AVERAGE-COST
             END-IF
           END-IF
           MOVE WS-CURR-SETTLE-DATE TO WS-SEED-MOVEMENT-DATE.
      *
      * A holding already on the master - a rerun, or one MTSHPS0
      * has posted since cutover - is left exactly as it stands.
       250-WRITE-HOLDING.
      *
           IF WS-SEED-QUANTITY = ZERO
             ADD 1 TO WS-SQUARE-COUNT
           ELSE
             MOVE SPACES                TO HOLDINGS-RECORD
             MOVE WS-CURR-CLIENT        TO HLD-CLIENT-CODE
             MOVE WS-CURR-SCRIP         TO HLD-SCRIP-CODE
             MOVE WS-SEED-QUANTITY      TO HLD-QUANTITY
             MOVE WS-SEED-AVERAGE-COST  TO HLD-AVERAGE-COST
             MOVE WS-SEED-MOVEMENT-DATE TO HLD-LAST-MOVEMENT-DATE
      *
             WRITE HOLDINGS-RECORD
               INVALID KEY
                 IF WS-HLDMAS-STATUS = '22'
                   ADD 1 TO WS-PRESENT-COUNT
                 ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "HLDMAS WRITE FAILED FOR " WS-CURR-CLIENT
                           " " WS-CURR-SCRIP ", STATUS = "
                           WS-HLDMAS-STATUS
                 END-IF
               NOT INVALID KEY
                 ADD 1 TO WS-LOADED-COUNT
                 IF HLD-QUANTITY < ZERO
                   ADD 1 TO WS-SHORT-COUNT
                   DISPLAY "HOLDING BELOW ZERO - NOT HELD, CLIENT "
                           WS-CURR-CLIENT " SCRIP " WS-CURR-SCRIP
                 END-IF
             END-WRITE
           END-IF.
      *
       050-TERMINATE.
      *
           CLOSE TRADE-HISTORY-FILE
           CLOSE HOLDINGS-FILE
      *
           DISPLAY "MTSHSD0 - CUTOVER SETTLE DATE = " WS-CUTOVER-DATE-N
           DISPLAY "MTSHSD0 - TRADES TAKEN        = " WS-TAKEN-COUNT
           DISPLAY "MTSHSD0 - OF WHICH UNDATED    = " WS-UNDATED-COUNT
           DISPLAY "MTSHSD0 - NO SCRIP, SKIPPED   = " WS-NO-SCRIP-COUNT
           DISPLAY "MTSHSD0 - HOLDINGS LOADED     = " WS-LOADED-COUNT
           DISPLAY "MTSHSD0 - OF WHICH NOT HELD   = " WS-SHORT-COUNT
           DISPLAY "MTSHSD0 - ALREADY ON HLDMAS   = " WS-PRESENT-COUNT
           DISPLAY "MTSHSD0 - SQUARED, NOT LOADED = " WS-SQUARE-COUNT
           DISPLAY "MTSHSD0 - HOLDINGS REJECTED   = " WS-FAILED-COUNT
           IF WS-FAILED-COUNT > ZERO
              OR WS-SHORT-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF.
      *
       END PROGRAM MTSHSD0.
