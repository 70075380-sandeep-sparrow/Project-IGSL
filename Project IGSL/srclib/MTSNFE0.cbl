      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: PRE-VALIDATION EDIT OF THE CLEARING CORPORATION NET
      *        : FUNDS OBLIGATION FILE (NFOIN) BEFORE THE MTSNFR0
      *        : RECONCILIATION RUNS. PROVES EVERY DETAIL RECORD
      *        : NUMERIC, FOR A KNOWN SEGMENT AND DIRECTION, FOR THE
      *        : ONE SETTLEMENT DATE THE FILE STARTS WITH, NO SEGMENT
      *        : STATED TWICE, EACH NET AMOUNT EQUAL TO ITS OWN SELL
      *        : LESS BUY LESS CHARGES, AND THE FILE IN BALANCE WITH
      *        : THE CONTROL TRAILER THE CLEARING CORPORATION
      *        : APPENDS (RECORD COUNT AND NET-AMOUNT HASH TOTAL -
      *        : SEE MTSNFO0). ANY FAILURE PRINTS AN EDIT REPORT AND
      *        : ENDS RC=12, AND THE JOB HOLDS THE RECONCILIATION
      *        : STEP - A BAD FILE NEVER REACHES MTSNFR0.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSNFE0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT NET-OBLIGATION-FILE ASSIGN TO NFOIN
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO EDTOUT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  NET-OBLIGATION-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSNFO0.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-FILE                                VALUE 'Y'.
       01  WS-FILE-OK-IND             PIC X(01)          VALUE 'Y'.
           88 FILE-IS-CLEAN                              VALUE 'Y'.
       01  WS-TRAILER-SEEN-IND        PIC X(01)          VALUE 'N'.
           88 TRAILER-SEEN                               VALUE 'Y'.
      *
       01  WS-RECORD-COUNT            PIC 9(08)          VALUE ZERO.
       01  WS-ERROR-COUNT             PIC 9(06)          VALUE ZERO.
       01  WS-FILE-SETTLE-DATE        PIC 9(08)          VALUE ZERO.
      *
      * Segments already stated, in MTSDED0's segment order.
       01  WS-SEGMENT-CODES           PIC X(05)          VALUE 'NBFCM'.
       01  WS-SEG-SUB                 PIC S9(4) COMP.
       01  WS-SEGMENT-SEEN-FLAGS.
           05 WS-SEGMENT-SEEN OCCURS 5 TIMES
                                      PIC X(01).
      *
      * The record's own arithmetic, signed the clearing
      * corporation's way - pay-out positive.
       01  WS-COMPUTED-NET            PIC S9(15)V99.
       01  WS-STATED-NET              PIC S9(15)V99.
      *
      * Hash total: sum of the net amounts in paise, carried wide
      * and compared on its low-order seven digits - the definition
      * the trailer's NFT-NET-HASH uses (MTSNFO0).
       01  WS-NET-SUM                 PIC 9(18)          VALUE ZERO.
       01  WS-NET-PAISE               PIC 9(15).
       01  WS-HASH-WORK               PIC 9(18).
       01  WS-HASH-LOW7               PIC 9(07).
      *
       01  WS-HEADING-LINE.
           05 FILLER                  PIC X(44)
              VALUE '*** IGSL CLEARING CORP NET FUNDS OBLIGATION '.
           05 FILLER                  PIC X(20)
              VALUE 'FILE EDIT REPORT ***'.
      *
       01  WS-ERROR-LINE.
           05 FILLER                  PIC X(07)  VALUE 'RECORD '.
           05 WE-RECORD-NO            PIC ZZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WE-ERROR-TEXT           PIC X(45).
      *
       01  WS-SUMMARY-LINE.
           05 WE-SUMMARY-TAG          PIC X(24).
           05 WE-SUMMARY-COUNT        PIC ZZZZ,ZZ9.
      *
       01  WS-DATE-LINE.
           05 FILLER                  PIC X(24)
              VALUE 'SETTLEMENT DATE       ='.
           05 WE-SETTLE-DATE          PIC 9(08).
      *
       01  WS-VERDICT-LINE            PIC X(60).
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           PERFORM 020-EDIT-ONE-RECORD UNTIL END-OF-FILE
      *
           PERFORM 030-CHECK-TRAILER-PRESENT
      *
           PERFORM 040-PRINT-SUMMARY
      *
           PERFORM 050-TERMINATE
      *
           STOP RUN.
      *
       010-INITIALIZE.
      *
           OPEN INPUT  NET-OBLIGATION-FILE
           OPEN OUTPUT REPORT-FILE
      *
           MOVE SPACES TO WS-SEGMENT-SEEN-FLAGS
      *
           WRITE REPORT-LINE FROM WS-HEADING-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
      *
           READ NET-OBLIGATION-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
       020-EDIT-ONE-RECORD.
      *
           EVALUATE TRUE
      *
             WHEN NFT-TRAILER-ID = 'TR'
               PERFORM 025-EDIT-TRAILER
      *
             WHEN TRAILER-SEEN
               ADD 1 TO WS-RECORD-COUNT
               COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
               MOVE 'DATA RECORD AFTER THE CONTROL TRAILER'
                    TO WE-ERROR-TEXT
               PERFORM 028-RAISE-ERROR
      *
             WHEN NFO-SETTLEMENT-DATE NOT NUMERIC
                  OR NFO-BUY-VALUE NOT NUMERIC
                  OR NFO-SELL-VALUE NOT NUMERIC
                  OR NFO-CHARGES NOT NUMERIC
                  OR NFO-NET-AMOUNT NOT NUMERIC
               ADD 1 TO WS-RECORD-COUNT
               COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
               MOVE 'NON-NUMERIC DATE OR AMOUNT'
                    TO WE-ERROR-TEXT
               PERFORM 028-RAISE-ERROR
      *
             WHEN OTHER
               ADD 1 TO WS-RECORD-COUNT
               COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
               PERFORM 022-EDIT-DETAIL
      * The fifteen zoned digits of the net amount read whole as
      * paise - a decimal-aligned move would lose the fraction the
      * hash is defined over.
               MOVE NET-OBLIGATION-RECORD(53:15)
                    TO WS-NET-PAISE
               ADD WS-NET-PAISE TO WS-NET-SUM
      *
           END-EVALUATE
      *
           READ NET-OBLIGATION-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
      * The whole file states one settlement date - the first
      * detail record's.
       022-EDIT-DETAIL.
      *
           IF WS-FILE-SETTLE-DATE = ZERO
             MOVE NFO-SETTLEMENT-DATE TO WS-FILE-SETTLE-DATE
           END-IF
           IF NFO-SETTLEMENT-DATE NOT = WS-FILE-SETTLE-DATE
             MOVE 'SETTLEMENT DATE DIFFERS FROM THE FIRST RECORD'
                  TO WE-ERROR-TEXT
             PERFORM 028-RAISE-ERROR
           END-IF
      *
           MOVE 1 TO WS-SEG-SUB
           PERFORM 024-STEP-SEGMENT
               UNTIL WS-SEG-SUB > 5
                  OR WS-SEGMENT-CODES(WS-SEG-SUB:1) = NFO-SEGMENT
           IF WS-SEG-SUB > 5
             MOVE 'SEGMENT NOT N, B, F, C OR M' TO WE-ERROR-TEXT
             PERFORM 028-RAISE-ERROR
           ELSE
             IF WS-SEGMENT-SEEN(WS-SEG-SUB) = 'Y'
               MOVE 'SEGMENT STATED MORE THAN ONCE' TO WE-ERROR-TEXT
               PERFORM 028-RAISE-ERROR
             END-IF
             MOVE 'Y' TO WS-SEGMENT-SEEN(WS-SEG-SUB)
           END-IF
      *
           IF NOT NFO-IS-PAY-IN AND NOT NFO-IS-PAY-OUT
             MOVE 'DIRECTION NOT PI OR PO' TO WE-ERROR-TEXT
             PERFORM 028-RAISE-ERROR
           ELSE
             COMPUTE WS-COMPUTED-NET =
                 NFO-SELL-VALUE - NFO-BUY-VALUE - NFO-CHARGES
             IF NFO-IS-PAY-IN
               COMPUTE WS-STATED-NET = 0 - NFO-NET-AMOUNT
             ELSE
               MOVE NFO-NET-AMOUNT TO WS-STATED-NET
             END-IF
             IF WS-COMPUTED-NET NOT = WS-STATED-NET
               MOVE 'NET NOT EQUAL TO SELL - BUY - CHARGES'
                    TO WE-ERROR-TEXT
               PERFORM 028-RAISE-ERROR
             END-IF
           END-IF.
      *
       024-STEP-SEGMENT.
      *
           ADD 1 TO WS-SEG-SUB.
      *
       025-EDIT-TRAILER.
      *
           IF TRAILER-SEEN
             COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
             MOVE 'MORE THAN ONE CONTROL TRAILER' TO WE-ERROR-TEXT
             PERFORM 028-RAISE-ERROR
           ELSE
             MOVE 'Y' TO WS-TRAILER-SEEN-IND
      *
             IF NFT-RECORD-COUNT NOT NUMERIC
                OR NFT-NET-HASH NOT NUMERIC
               COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
               MOVE 'TRAILER COUNT OR HASH NOT NUMERIC'
                    TO WE-ERROR-TEXT
               PERFORM 028-RAISE-ERROR
             ELSE
               IF NFT-RECORD-COUNT NOT = WS-RECORD-COUNT
                 COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
                 MOVE 'TRAILER RECORD COUNT DOES NOT BALANCE'
                      TO WE-ERROR-TEXT
                 PERFORM 028-RAISE-ERROR
               END-IF
      *
               MOVE WS-NET-SUM TO WS-HASH-WORK
               MOVE WS-HASH-WORK(12:7) TO WS-HASH-LOW7
               IF NFT-NET-HASH NOT = WS-HASH-LOW7
                 COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
                 MOVE 'TRAILER NET-AMOUNT HASH DOES NOT BALANCE'
                      TO WE-ERROR-TEXT
                 PERFORM 028-RAISE-ERROR
               END-IF
             END-IF
           END-IF.
      *
       028-RAISE-ERROR.
      *
           ADD 1 TO WS-ERROR-COUNT
           MOVE 'N' TO WS-FILE-OK-IND
           WRITE REPORT-LINE FROM WS-ERROR-LINE.
      *
      * A file with no detail at all states no obligation - the
      * clearing corporation always sends a record for a segment
      * traded, so an empty file is not taken as a nil day.
       030-CHECK-TRAILER-PRESENT.
      *
           IF NOT TRAILER-SEEN
             COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
             MOVE 'CONTROL TRAILER MISSING FROM FILE'
                  TO WE-ERROR-TEXT
             PERFORM 028-RAISE-ERROR
           END-IF
           IF WS-RECORD-COUNT = ZERO
             MOVE ZERO TO WE-RECORD-NO
             MOVE 'NO OBLIGATION RECORDS ON THE FILE'
                  TO WE-ERROR-TEXT
             PERFORM 028-RAISE-ERROR
           END-IF.
      *
       040-PRINT-SUMMARY.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FILE-SETTLE-DATE       TO WE-SETTLE-DATE
           WRITE REPORT-LINE FROM WS-DATE-LINE
           MOVE 'DETAIL RECORDS READ   =' TO WE-SUMMARY-TAG
           MOVE WS-RECORD-COUNT           TO WE-SUMMARY-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'EDIT ERRORS RAISED    =' TO WE-SUMMARY-TAG
           MOVE WS-ERROR-COUNT            TO WE-SUMMARY-COUNT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF FILE-IS-CLEAN
             MOVE 'NFOIN CLEAN - RECONCILIATION MAY RUN'
                  TO WS-VERDICT-LINE
           ELSE
             MOVE 'NFOIN FAILED EDIT - RECONCILIATION HELD'
                  TO WS-VERDICT-LINE
             MOVE 12 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE FROM WS-VERDICT-LINE
           DISPLAY WS-VERDICT-LINE.
      *
       050-TERMINATE.
      *
           CLOSE NET-OBLIGATION-FILE
           CLOSE REPORT-FILE.
      *
       END PROGRAM MTSNFE0.
