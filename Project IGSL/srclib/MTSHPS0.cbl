      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: SETTLEMENT-DAY HOLDINGS POSTING. READS THE SAME
      *        : SETTIN SLICE MTSSEC0 STATES (THE MTSSXT0 EXTRACT OF
      *        : EVERY TRADE SETTLING ON THE PARM DATE, MTSLOG0
      *        : LAYOUT), SORTS BY CLIENT AND SCRIP AND NETS EACH
      *        : CLIENT'S BOUGHT AND SOLD QUANTITIES PER SCRIP THE
      *        : MTSSEC0 WAY - REVERSALS NETTING OUT - THEN POSTS THE
      *        : NET ONTO THE HLDMAS HOLDINGS MASTER (MTSHLD0): A NET
      *        : BOUGHT QUANTITY IS RECEIVED INTO THE HOLDING AND
      *        : RE-AVERAGES ITS COST AT THE DAY'S AVERAGE BUY PRICE,
      *        : A NET SOLD QUANTITY IS DELIVERED OUT OF IT AT THE
      *        : AVERAGE COST ALREADY HELD. A SCRIP SQUARED THE SAME
      *        : DAY MOVES NOTHING. PRINTS A POSTING REGISTER WITH
      *        : THE HOLDING BEFORE AND AFTER; A DELIVERY THAT TAKES
      *        : A HOLDING BELOW ZERO (STOCK NOT HELD ON THE MASTER)
      *        : IS POSTED AND LISTED AS AN EXCEPTION.
      *        : RERUN-SAFE: A HOLDING WHOSE LAST MOVEMENT DATE IS
      *        : ALREADY THE PARM SETTLEMENT DATE (OR LATER -
      *        : SETTLEMENT DATES POST IN ORDER) IS NOT MOVED AGAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSHPS0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT TXN-LOG-FILE ASSIGN TO SETTIN
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT HOLDINGS-FILE ASSIGN TO HLDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLDMAS-STATUS.
      *
           SELECT REPORT-FILE ASSIGN TO HLDRPT
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
       FD  HOLDINGS-FILE.
           COPY MTSHLD0.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SH-CLIENT-CODE          PIC X(06).
           05 SH-SCRIP-CODE           PIC X(10).
           05 SH-NET-SIGN             PIC S9(01).
           05 SH-BUY-SELL-IND         PIC X(01).
           05 SH-QUANTITY             PIC 9(08).
           05 SH-VALUE                PIC 9(14)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-HLDMAS-STATUS           PIC X(02).
       01  WS-EOF-SWITCH               PIC X(01)          VALUE 'N'.
           88 END-OF-FILE                                 VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-SORTED                               VALUE 'Y'.
      *
       01  WS-SETTLE-DATE-N            PIC 9(08).
      *
      * Control-break accumulators - one client/scrip group at a
      * time, signed so reversals can net a side negative. The
      * bought value is what the day's purchases cost, the basis
      * the holding's average cost is re-averaged on.
       01  WS-CURR-CLIENT              PIC X(06).
       01  WS-CURR-SCRIP               PIC X(10).
       01  WS-BOUGHT-QTY               PIC S9(10).
       01  WS-SOLD-QTY                 PIC S9(10).
       01  WS-BOUGHT-VALUE             PIC S9(14)V99.
       01  WS-NET-QTY                  PIC S9(10).
       01  WS-BUY-PRICE                PIC 9(06)V9(4).
       01  WS-OLD-QTY                  PIC S9(10).
       01  WS-HELD-COST                PIC S9(16)V99.
      *
       01  WS-NEW-HOLDING-IND          PIC X(01).
           88 NEW-HOLDING                                 VALUE 'Y'.
       01  WS-REGISTER-TAG             PIC X(20).
      *
       01  WS-POSTED-COUNT             PIC 9(06)          VALUE ZERO.
       01  WS-OPENED-COUNT             PIC 9(06)          VALUE ZERO.
       01  WS-RERUN-COUNT              PIC 9(06)          VALUE ZERO.
       01  WS-SQUARE-COUNT             PIC 9(06)          VALUE ZERO.
       01  WS-SHORT-COUNT              PIC 9(06)          VALUE ZERO.
       01  WS-FAILED-COUNT             PIC 9(06)          VALUE ZERO.
       01  WS-RECEIVE-TOTAL            PIC S9(12)         VALUE ZERO.
       01  WS-DELIVER-TOTAL            PIC S9(12)         VALUE ZERO.
      *
       01  WS-HEADING-LINE-1.
           05 FILLER                   PIC X(44)
              VALUE '*** IGSL CLIENT HOLDINGS SETTLEMENT POSTING '.
           05 FILLER                   PIC X(04)
              VALUE '***'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                   PIC X(17)
              VALUE 'SETTLEMENT DATE: '.
           05 WH-SETTLE-DATE           PIC 9(08).
      *
       01  WS-COLUMN-HEADING.
           05 FILLER                   PIC X(19)
              VALUE 'CLIENT  SCRIP'.
           05 FILLER                   PIC X(18)
              VALUE '   HELD BEFORE'.
           05 FILLER                   PIC X(16)
              VALUE '  NET MOVEMENT'.
           05 FILLER                   PIC X(16)
              VALUE '    HELD AFTER'.
           05 FILLER                   PIC X(15)
              VALUE '    AVG COST'.
           05 FILLER                   PIC X(06)
              VALUE 'STATUS'.
      *
       01  WS-REGISTER-LINE.
           05 WR-CLIENT-CODE           PIC X(06).
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WR-SCRIP-CODE            PIC X(10).
           05 FILLER                   PIC X(01)  VALUE SPACES.
           05 WR-OLD-QTY               PIC -Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(04)  VALUE SPACES.
           05 WR-NET-QTY               PIC -Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WR-NEW-QTY               PIC -Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WR-AVERAGE-COST          PIC ZZZ,ZZ9.9999.
           05 FILLER                   PIC X(03)  VALUE SPACES.
           05 WR-TAG                   PIC X(20).
      *
       01  WS-TOTAL-LINE.
           05 WT-TAG                   PIC X(30).
           05 WT-COUNT                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.
      *
       LINKAGE SECTION.
      *
      * Receives the JCL EXEC PARM= string, same convention as
      * MTSSXT0: the eight-digit settlement date being posted.
       01  WS-PARM-AREA.
           05 WS-PARM-LENGTH          PIC S9(4) COMP.
           05 WS-PARM-TEXT            PIC X(08).
      *
       PROCEDURE DIVISION USING WS-PARM-AREA.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SH-CLIENT-CODE
                                SH-SCRIP-CODE
               INPUT PROCEDURE IS 100-RELEASE-TRADES
               OUTPUT PROCEDURE IS 200-NET-AND-POST
      *
           PERFORM 050-TERMINATE
      *
           STOP RUN.
      *
       010-INITIALIZE.
      *
           IF WS-PARM-LENGTH < 8
              OR WS-PARM-TEXT(1:8) NOT NUMERIC
             DISPLAY "MTSHPS0 PARM MUST BE THE SETTLEMENT DATE "
                     "YYYYMMDD"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-PARM-TEXT(1:8) TO WS-SETTLE-DATE-N
      *
           OPEN I-O HOLDINGS-FILE
           IF WS-HLDMAS-STATUS NOT = '00'
             DISPLAY "HLDMAS OPEN FAILED, STATUS = " WS-HLDMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT  TXN-LOG-FILE
           OPEN OUTPUT REPORT-FILE
      *
           MOVE WS-SETTLE-DATE-N TO WH-SETTLE-DATE
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING.
      *
       100-RELEASE-TRADES.
      *
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           PERFORM 110-RELEASE-ONE-TRADE UNTIL END-OF-FILE.
      *
      * A record logged before the scrip fields existed carries
      * spaces there and cannot be posted to a holding - skipped,
      * exactly as MTSSEC0 skips it. An intraday re-rating charge
      * adjustment moves no shares and is skipped as well.
       110-RELEASE-ONE-TRADE.
      *
           IF TXL-SCRIP-CODE NOT = SPACES
              AND TXL-QUANTITY NUMERIC
              AND TXL-TRADE-PRICE NUMERIC
              AND NOT TXL-IS-ADJUSTMENT
             MOVE TXL-CLIENT-CODE  TO SH-CLIENT-CODE
             MOVE TXL-SCRIP-CODE   TO SH-SCRIP-CODE
             IF TXL-IS-REVERSAL
               MOVE -1 TO SH-NET-SIGN
             ELSE
               MOVE +1 TO SH-NET-SIGN
             END-IF
             MOVE TXL-BUY-SELL-IND TO SH-BUY-SELL-IND
             MOVE TXL-QUANTITY     TO SH-QUANTITY
             COMPUTE SH-VALUE = TXL-QUANTITY * TXL-TRADE-PRICE
             RELEASE SORT-RECORD
           END-IF
      *
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
       200-NET-AND-POST.
      *
           MOVE SPACES TO WS-CURR-CLIENT WS-CURR-SCRIP
           PERFORM 210-RETURN-ONE-RECORD
           PERFORM 220-BREAK-AND-ACCUMULATE UNTIL END-OF-SORTED
           IF WS-CURR-CLIENT NOT = SPACES
             PERFORM 230-CLOSE-SCRIP-GROUP
           END-IF
      *
           PERFORM 260-PRINT-TOTALS.
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
           IF SH-CLIENT-CODE NOT = WS-CURR-CLIENT
              OR SH-SCRIP-CODE NOT = WS-CURR-SCRIP
             IF WS-CURR-CLIENT NOT = SPACES
               PERFORM 230-CLOSE-SCRIP-GROUP
             END-IF
             MOVE SH-CLIENT-CODE TO WS-CURR-CLIENT
             MOVE SH-SCRIP-CODE  TO WS-CURR-SCRIP
             MOVE ZERO TO WS-BOUGHT-QTY WS-SOLD-QTY WS-BOUGHT-VALUE
           END-IF
      *
           IF SH-BUY-SELL-IND = 'S'
             COMPUTE WS-SOLD-QTY =
                 WS-SOLD-QTY + SH-NET-SIGN * SH-QUANTITY
           ELSE
             COMPUTE WS-BOUGHT-QTY =
                 WS-BOUGHT-QTY + SH-NET-SIGN * SH-QUANTITY
             COMPUTE WS-BOUGHT-VALUE =
                 WS-BOUGHT-VALUE + SH-NET-SIGN * SH-VALUE
           END-IF
      *
           PERFORM 210-RETURN-ONE-RECORD.
      *
      * A group netting flat needs no depository movement (MTSSEC0
      * prints it SQUARE) and leaves the holding as it stands.
       230-CLOSE-SCRIP-GROUP.
      *
           COMPUTE WS-NET-QTY = WS-BOUGHT-QTY - WS-SOLD-QTY
           IF WS-NET-QTY = ZERO
             ADD 1 TO WS-SQUARE-COUNT
           ELSE
             PERFORM 240-POST-HOLDING
           END-IF.
      *
       240-POST-HOLDING.
      *
           MOVE WS-CURR-CLIENT TO HLD-CLIENT-CODE
           MOVE WS-CURR-SCRIP  TO HLD-SCRIP-CODE
           MOVE 'N'            TO WS-NEW-HOLDING-IND
           READ HOLDINGS-FILE
             INVALID KEY
               MOVE 'Y' TO WS-NEW-HOLDING-IND
           END-READ
      *
           IF NEW-HOLDING
             MOVE SPACES         TO HOLDINGS-RECORD
             MOVE WS-CURR-CLIENT TO HLD-CLIENT-CODE
             MOVE WS-CURR-SCRIP  TO HLD-SCRIP-CODE
             MOVE ZERO TO HLD-QUANTITY HLD-AVERAGE-COST
                          HLD-LAST-MOVEMENT-DATE
           END-IF
           MOVE HLD-QUANTITY TO WS-OLD-QTY
      *
           IF NOT NEW-HOLDING
              AND HLD-LAST-MOVEMENT-DATE NOT < WS-SETTLE-DATE-N
             ADD 1 TO WS-RERUN-COUNT
             MOVE 'ALREADY POSTED'   TO WS-REGISTER-TAG
             PERFORM 250-PRINT-REGISTER-LINE
           ELSE
             PERFORM 245-APPLY-MOVEMENT
           END-IF.
      *
      * Receipt: the new average is the cost of what was already
      * held (only a positive holding has a cost) plus the net
      * receipt at the day's average buy price, over the new
      * quantity. Delivery: the quantity drops and the per-share
      * cost of what is left is unchanged.
       245-APPLY-MOVEMENT.
      *
           IF WS-NET-QTY > ZERO
             IF WS-BOUGHT-QTY > ZERO
               COMPUTE WS-BUY-PRICE ROUNDED =
                   WS-BOUGHT-VALUE / WS-BOUGHT-QTY
             ELSE
               MOVE HLD-AVERAGE-COST TO WS-BUY-PRICE
             END-IF
             IF HLD-QUANTITY > ZERO
               COMPUTE WS-HELD-COST =
                   HLD-QUANTITY * HLD-AVERAGE-COST
             ELSE
               MOVE ZERO TO WS-HELD-COST
             END-IF
             ADD WS-NET-QTY TO HLD-QUANTITY
             IF HLD-QUANTITY > ZERO
               COMPUTE HLD-AVERAGE-COST ROUNDED =
                   (WS-HELD-COST + WS-NET-QTY * WS-BUY-PRICE)
                   / HLD-QUANTITY
             ELSE
               MOVE ZERO TO HLD-AVERAGE-COST
             END-IF
             ADD WS-NET-QTY TO WS-RECEIVE-TOTAL
           ELSE
             ADD WS-NET-QTY TO HLD-QUANTITY
             IF HLD-QUANTITY NOT > ZERO
               MOVE ZERO TO HLD-AVERAGE-COST
             END-IF
             SUBTRACT WS-NET-QTY FROM WS-DELIVER-TOTAL
           END-IF
           MOVE WS-SETTLE-DATE-N TO HLD-LAST-MOVEMENT-DATE
      *
           IF NEW-HOLDING
             WRITE HOLDINGS-RECORD
           ELSE
             REWRITE HOLDINGS-RECORD
           END-IF
      *
           EVALUATE TRUE
             WHEN WS-HLDMAS-STATUS NOT = '00'
               DISPLAY "HLDMAS UPDATE FAILED FOR " WS-CURR-CLIENT
                       " " WS-CURR-SCRIP ", STATUS = "
                       WS-HLDMAS-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE 4 TO RETURN-CODE
               MOVE 'NOT POSTED - SYSOUT' TO WS-REGISTER-TAG
             WHEN HLD-QUANTITY < ZERO
               ADD 1 TO WS-POSTED-COUNT
               ADD 1 TO WS-SHORT-COUNT
               MOVE 'EXCEPTION - NOT HELD' TO WS-REGISTER-TAG
             WHEN NEW-HOLDING
               ADD 1 TO WS-POSTED-COUNT
               ADD 1 TO WS-OPENED-COUNT
               MOVE 'NEW HOLDING'      TO WS-REGISTER-TAG
             WHEN OTHER
               ADD 1 TO WS-POSTED-COUNT
               MOVE 'POSTED'           TO WS-REGISTER-TAG
           END-EVALUATE
           PERFORM 250-PRINT-REGISTER-LINE.
      *
       250-PRINT-REGISTER-LINE.
      *
           MOVE WS-CURR-CLIENT   TO WR-CLIENT-CODE
           MOVE WS-CURR-SCRIP    TO WR-SCRIP-CODE
           MOVE WS-OLD-QTY       TO WR-OLD-QTY
           MOVE WS-NET-QTY       TO WR-NET-QTY
           MOVE HLD-QUANTITY     TO WR-NEW-QTY
           MOVE HLD-AVERAGE-COST TO WR-AVERAGE-COST
           MOVE WS-REGISTER-TAG  TO WR-TAG
           WRITE REPORT-LINE FROM WS-REGISTER-LINE.
      *
       260-PRINT-TOTALS.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'HOLDINGS POSTED            =' TO WT-TAG
           MOVE WS-POSTED-COUNT               TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  OF WHICH NEW HOLDINGS    =' TO WT-TAG
           MOVE WS-OPENED-COUNT               TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  OF WHICH NOT HELD        =' TO WT-TAG
           MOVE WS-SHORT-COUNT                TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ALREADY POSTED (RERUN)     =' TO WT-TAG
           MOVE WS-RERUN-COUNT                TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'SQUARED SAME DAY           =' TO WT-TAG
           MOVE WS-SQUARE-COUNT               TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOT POSTED (SEE SYSOUT)    =' TO WT-TAG
           MOVE WS-FAILED-COUNT               TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL QTY RECEIVED         =' TO WT-TAG
           MOVE WS-RECEIVE-TOTAL              TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL QTY DELIVERED        =' TO WT-TAG
           MOVE WS-DELIVER-TOTAL              TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
      *
       050-TERMINATE.
      *
           CLOSE TXN-LOG-FILE
           CLOSE HOLDINGS-FILE
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSHPS0 - SETTLEMENT DATE    = " WS-SETTLE-DATE-N
           DISPLAY "MTSHPS0 - HOLDINGS POSTED    = " WS-POSTED-COUNT
           DISPLAY "MTSHPS0 - NEW HOLDINGS       = " WS-OPENED-COUNT
           DISPLAY "MTSHPS0 - NOT HELD EXCEPTION = " WS-SHORT-COUNT
           DISPLAY "MTSHPS0 - ALREADY POSTED     = " WS-RERUN-COUNT
           DISPLAY "MTSHPS0 - NOT POSTED         = " WS-FAILED-COUNT.
      *
       END PROGRAM MTSHPS0.
