      *        : SORT (SAME CLIENT/SCRIP/SEQUENCE, 'O' BEFORE 'R')
      *        : AND THE PAIR CANCELS OUT OF THE MATCHING ENTIRELY;
      *        : TRADES LOGGED BEFORE THE SCRIP FIELDS EXISTED CARRY
      *        : SPACES THERE AND ARE COUNTED AND SKIPPED, AND
      *        : INTRADAY RE-RATING CHARGE ADJUSTMENTS (MTSIRR0)
      *        : MOVE NO SHARES AND ARE PASSED OVER. A SELL
      *        : WITH NO BUY LEFT TO MATCH, OR A SCRIP POSITION PAST
      *        : THE OPEN-LOT TABLE, IS FLAGGED AND ENDS THE STEP
      *        : RC=4 SO THE STATEMENT IS NEVER TRUSTED BLIND.
      *        : SPLITS AND BONUSES APPLIED BY THE CORPORATE ACTION
      *        : RUN (MTSCAP0) ARE READ FROM THE CAADJ ADJUSTMENT
      *        : FILE AND APPLIED TO THE OPEN LOTS ON THEIR EX-DATE:
      *        : A SPLIT RE-STATES EACH LOT'S QUANTITY AND PRICE
      *        : KEEPING ITS ORIGINAL BUY DATE, A BONUS ADDS A
      *        : NIL-COST LOT DATED THE EX-DATE - SO A SELL AFTER A
      *        : SPLIT IS NEITHER UNMATCHED NOR A BOGUS GAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT CA-ADJUSTMENT-FILE ASSIGN TO CAADJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAJ-KEY
               FILE STATUS IS WS-CAADJ-STATUS.
      *
           SELECT REPORT-FILE ASSIGN TO CGTRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       FD  TRADE-HISTORY-FILE.
           COPY MTSHIS0.
      *
       FD  CA-ADJUSTMENT-FILE.
           COPY MTSCAJ0.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           88 END-OF-HISTORY                             VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH         PIC X(01)          VALUE 'N'.
           88 END-OF-SORTED                              VALUE 'Y'.
       01  WS-CAADJ-STATUS            PIC X(02).
       01  WS-CAADJ-OPEN-IND          PIC X(01)          VALUE 'N'.
           88 CAADJ-IS-OPEN                              VALUE 'Y'.
       01  WS-ADJ-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-ADJUSTMENTS                         VALUE 'Y'.
      *
       01  WS-FY-END-YEAR             PIC 9(04).
       01  WS-FY-START-N              PIC 9(08).
               10 WL-QUANTITY         PIC S9(09).
               10 WL-PRICE            PIC 9(06)V99.
       01  WS-LOT-SUB                 PIC S9(4) COMP.
      *
      * The split and bonus adjustments on file for the client/scrip
      * group in hand, in ex-date order. WS-ADJ-NEXT is the first not
      * yet applied to the lots - each is applied just ahead of the
      * first trade dated on or after its ex-date, and any still
      * outstanding at the scrip break just before the open lots list.
       01  WS-ADJ-TABLE.
           05 WS-ADJ-COUNT            PIC S9(4) COMP     VALUE ZERO.
           05 WS-ADJ-NEXT             PIC S9(4) COMP     VALUE 1.
           05 WS-ADJ-ENTRY OCCURS 50 TIMES.
               10 WJ-EX-DATE          PIC 9(08).
               10 WJ-ACTION-TYPE      PIC X(01).
               10 WJ-RATIO-NEW        PIC 9(05).
               10 WJ-RATIO-OLD        PIC 9(05).
               10 WJ-BONUS-QTY        PIC S9(10).
      *
       01  WS-CURR-CLIENT             PIC X(06).
       01  WS-CURR-SCRIP              PIC X(10).
       01  WS-NO-SCRIP-COUNT          PIC 9(06)          VALUE ZERO.
       01  WS-UNMATCHED-SELL-COUNT    PIC 9(06)          VALUE ZERO.
       01  WS-LOT-OVERFLOW-COUNT      PIC 9(06)          VALUE ZERO.
       01  WS-ADJ-APPLIED-COUNT       PIC 9(06)          VALUE ZERO.
       01  WS-ADJ-OVERFLOW-COUNT      PIC 9(06)          VALUE ZERO.
      *
       01  WS-HEADING-LINE-1.
           05 FILLER                  PIC X(44)
       01  WS-WARNING-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WW-WARNING-TEXT         PIC X(70).
      *
       01  WS-ADJUSTMENT-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WA-SCRIP-CODE           PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WA-ACTION               PIC X(06).
           05 WA-RATIO-NEW            PIC ZZZZ9.
           05 FILLER                  PIC X(01)  VALUE ':'.
           05 WA-RATIO-OLD            PIC ZZZZ9.
           05 FILLER                  PIC X(04)  VALUE ' EX '.
           05 WA-EX-DATE              PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WA-TEXT                 PIC X(40).
      *
       LINKAGE SECTION.
      *
             STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
      *
      * Without the adjustment file the statement still runs, but a
      * split or bonus scrip will show unmatched sells - flagged RC=4.
           OPEN INPUT CA-ADJUSTMENT-FILE
           IF WS-CAADJ-STATUS = '00'
             MOVE 'Y' TO WS-CAADJ-OPEN-IND
           ELSE
             DISPLAY "CAADJ OPEN FAILED, STATUS = " WS-CAADJ-STATUS
                     " - NO CORPORATE ACTIONS APPLIED"
             MOVE 4 TO RETURN-CODE
           END-IF
      *
           COMPUTE WS-FY-START-N =
               (WS-FY-END-YEAR - 1) * 10000 + 0401
               MOVE 'Y' TO WS-EOF-SWITCH
             ELSE
               MOVE TXH-TXN-DATA TO TXN-LOG-RECORD
               EVALUATE TRUE
                 WHEN TXL-IS-ADJUSTMENT
                   CONTINUE
                 WHEN TXL-SCRIP-CODE = SPACES
                   OR TXL-QUANTITY NOT NUMERIC
                   ADD 1 TO WS-NO-SCRIP-COUNT
                 WHEN OTHER
                   MOVE TXL-CLIENT-CODE   TO CG-CLIENT-CODE
                   MOVE TXL-SCRIP-CODE    TO CG-SCRIP-CODE
                   MOVE TXL-TRADE-SEQ-NO  TO CG-TRADE-SEQ-NO
                   MOVE TXL-ENTRY-TYPE    TO CG-ENTRY-TYPE
                   MOVE TXH-BUSINESS-DATE TO CG-BUSINESS-DATE
                   MOVE TXL-BUY-SELL-IND  TO CG-BUY-SELL-IND
                   MOVE TXL-QUANTITY      TO CG-QUANTITY
                   MOVE TXL-TRADE-PRICE   TO CG-TRADE-PRICE
                   RELEASE SORT-RECORD
               END-EVALUATE
             END-IF
           END-IF.
      *
             MOVE WH-SCRIP-CODE  TO WS-CURR-SCRIP
             MOVE ZERO TO WS-LOT-COUNT
             MOVE 1    TO WS-LOT-FRONT
             PERFORM 280-LOAD-ADJUSTMENTS
           END-IF
      *
           PERFORM 282-APPLY-ONE-ADJUSTMENT
               UNTIL WS-ADJ-NEXT > WS-ADJ-COUNT
                  OR WJ-EX-DATE(WS-ADJ-NEXT) > WH-BUSINESS-DATE
      *
           IF WH-BUY-SELL-IND = 'S'
             PERFORM 250-MATCH-ONE-SELL
      * client's open holding in that scrip, carried into next year.
       260-CLOSE-SCRIP-GROUP.
      *
           PERFORM 282-APPLY-ONE-ADJUSTMENT
               UNTIL WS-ADJ-NEXT > WS-ADJ-COUNT
           PERFORM VARYING WS-LOT-SUB FROM WS-LOT-FRONT BY 1
                   UNTIL WS-LOT-SUB > WS-LOT-COUNT
             IF WL-QUANTITY(WS-LOT-SUB) > ZERO
           WRITE REPORT-LINE FROM WS-CLIENT-TOTAL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
      *
      * Adjustments dated after the year end belong to next year's
      * statement and are not loaded.
       280-LOAD-ADJUSTMENTS.
      *
           MOVE ZERO TO WS-ADJ-COUNT
           MOVE 1    TO WS-ADJ-NEXT
           IF CAADJ-IS-OPEN
             MOVE 'N'            TO WS-ADJ-EOF-SWITCH
             MOVE WS-CURR-CLIENT TO CAJ-CLIENT-CODE
             MOVE WS-CURR-SCRIP  TO CAJ-SCRIP-CODE
             MOVE ZERO           TO CAJ-EX-DATE
             START CA-ADJUSTMENT-FILE KEY NOT < CAJ-KEY
               INVALID KEY
                 MOVE 'Y' TO WS-ADJ-EOF-SWITCH
             END-START
             PERFORM 281-LOAD-ONE-ADJUSTMENT UNTIL END-OF-ADJUSTMENTS
           END-IF.
      *
       281-LOAD-ONE-ADJUSTMENT.
      *
           READ CA-ADJUSTMENT-FILE NEXT
             AT END
               MOVE 'Y' TO WS-ADJ-EOF-SWITCH
           END-READ
           IF NOT END-OF-ADJUSTMENTS
             IF CAJ-CLIENT-CODE NOT = WS-CURR-CLIENT
                OR CAJ-SCRIP-CODE NOT = WS-CURR-SCRIP
                OR CAJ-EX-DATE > WS-FY-END-N
               MOVE 'Y' TO WS-ADJ-EOF-SWITCH
             ELSE
               IF CAJ-IS-SPLIT OR CAJ-IS-BONUS
                 IF WS-ADJ-COUNT < 50
                   ADD 1 TO WS-ADJ-COUNT
                   MOVE CAJ-EX-DATE     TO WJ-EX-DATE(WS-ADJ-COUNT)
                   MOVE CAJ-ACTION-TYPE TO WJ-ACTION-TYPE(WS-ADJ-COUNT)
                   MOVE CAJ-RATIO-NEW   TO WJ-RATIO-NEW(WS-ADJ-COUNT)
                   MOVE CAJ-RATIO-OLD   TO WJ-RATIO-OLD(WS-ADJ-COUNT)
                   COMPUTE WJ-BONUS-QTY(WS-ADJ-COUNT) =
                       CAJ-QTY-AFTER - CAJ-QTY-BEFORE
                 ELSE
                   ADD 1 TO WS-ADJ-OVERFLOW-COUNT
                   PERFORM 290-HEAD-CLIENT
                   MOVE SPACES TO WW-WARNING-TEXT
                   STRING 'WARNING - TOO MANY CORPORATE ACTIONS, ',
                          'SCRIP ', WS-CURR-SCRIP,
                          ' - STATEMENT INCOMPLETE'
                          DELIMITED BY SIZE INTO WW-WARNING-TEXT
                   END-STRING
                   WRITE REPORT-LINE FROM WS-WARNING-LINE
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
      * A split re-states every open lot in the new shares - the same
      * cost, the buy date untouched, so the holding period runs on.
      * A bonus is a fresh lot of the allotted shares at nil cost,
      * acquired on the ex-date.
       282-APPLY-ONE-ADJUSTMENT.
      *
           PERFORM 290-HEAD-CLIENT
           MOVE WS-CURR-SCRIP                TO WA-SCRIP-CODE
           MOVE WJ-RATIO-NEW(WS-ADJ-NEXT)    TO WA-RATIO-NEW
           MOVE WJ-RATIO-OLD(WS-ADJ-NEXT)    TO WA-RATIO-OLD
           MOVE WJ-EX-DATE(WS-ADJ-NEXT)      TO WA-EX-DATE
           IF WJ-ACTION-TYPE(WS-ADJ-NEXT) = 'S'
             MOVE 'SPLIT '                   TO WA-ACTION
             MOVE 'OPEN LOTS RE-STATED AT THE NEW RATIO'
                  TO WA-TEXT
             PERFORM 283-SPLIT-ONE-LOT
                 VARYING WS-LOT-SUB FROM WS-LOT-FRONT BY 1
                 UNTIL WS-LOT-SUB > WS-LOT-COUNT
           ELSE
             MOVE 'BONUS '                   TO WA-ACTION
             MOVE 'BONUS SHARES ADDED AS A NIL-COST LOT'
                  TO WA-TEXT
             IF WJ-BONUS-QTY(WS-ADJ-NEXT) > ZERO
               PERFORM 284-ADD-BONUS-LOT
             END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-ADJUSTMENT-LINE
           ADD 1 TO WS-ADJ-APPLIED-COUNT
           ADD 1 TO WS-ADJ-NEXT.
      *
       283-SPLIT-ONE-LOT.
      *
           IF WL-QUANTITY(WS-LOT-SUB) > ZERO
             COMPUTE WL-QUANTITY(WS-LOT-SUB) =
                 WL-QUANTITY(WS-LOT-SUB) * WJ-RATIO-NEW(WS-ADJ-NEXT)
                 / WJ-RATIO-OLD(WS-ADJ-NEXT)
             COMPUTE WL-PRICE(WS-LOT-SUB) ROUNDED =
                 WL-PRICE(WS-LOT-SUB) * WJ-RATIO-OLD(WS-ADJ-NEXT)
                 / WJ-RATIO-NEW(WS-ADJ-NEXT)
           END-IF.
      *
       284-ADD-BONUS-LOT.
      *
           IF WS-LOT-COUNT < 1000
             ADD 1 TO WS-LOT-COUNT
             MOVE WJ-EX-DATE(WS-ADJ-NEXT)   TO WL-BUY-DATE(WS-LOT-COUNT)
             MOVE WJ-BONUS-QTY(WS-ADJ-NEXT) TO WL-QUANTITY(WS-LOT-COUNT)
             MOVE ZERO                      TO WL-PRICE(WS-LOT-COUNT)
           ELSE
             ADD 1 TO WS-LOT-OVERFLOW-COUNT
             MOVE SPACES TO WW-WARNING-TEXT
             STRING 'WARNING - OPEN LOT TABLE FULL FOR SCRIP ',
                    WS-CURR-SCRIP,
                    ' - STATEMENT INCOMPLETE'
                    DELIMITED BY SIZE INTO WW-WARNING-TEXT
             END-STRING
             WRITE REPORT-LINE FROM WS-WARNING-LINE
           END-IF.
      *
       290-HEAD-CLIENT.
      *
      *
           CLOSE TRADE-HISTORY-FILE
           CLOSE REPORT-FILE
           IF CAADJ-IS-OPEN
             CLOSE CA-ADJUSTMENT-FILE
           END-IF
      *
           DISPLAY "MTSCGT0 - REVERSAL PAIRS CANCELLED = "
                   WS-CANCELLED-COUNT
                   WS-UNMATCHED-SELL-COUNT
           DISPLAY "MTSCGT0 - LOT TABLE OVERFLOWS      = "
                   WS-LOT-OVERFLOW-COUNT
           DISPLAY "MTSCGT0 - CORPORATE ACTIONS APPLIED= "
                   WS-ADJ-APPLIED-COUNT
           DISPLAY "MTSCGT0 - CORPORATE ACTION OVERFLOW= "
                   WS-ADJ-OVERFLOW-COUNT
           IF WS-UNMATCHED-SELL-COUNT > ZERO
              OR WS-LOT-OVERFLOW-COUNT > ZERO
              OR WS-ADJ-OVERFLOW-COUNT > ZERO
              OR WS-UNPAIRED-REV-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF.
