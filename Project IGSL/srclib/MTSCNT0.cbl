      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: END-OF-DAY CONSOLIDATED CONTRACT NOTES. READS THE
      *        : DAY'S TXNLOG (MTSLOG0), SORTS IT BY CLIENT AND TRADE
      *        : SEQUENCE, AND PRINTS ONE NUMBERED CONTRACT NOTE PER
      *        : CLIENT FOR THE TRADING DAY - EVERY TRADE LISTED,
      *        : A TRADE REVERSED THE SAME DAY SHOWN STRUCK OUT WITH
      *        : ITS REVERSAL, A REVERSAL OF AN EARLIER DAY'S TRADE
      *        : SHOWN AS A NEGATIVE LINE - THEN THE DAY'S CHARGES
      *        : SUMMED BY COMPONENT AND THE NET AMOUNT PAYABLE OR
      *        : RECEIVABLE, NETTED THE MTSSTM0 WAY (SELLS LESS
      *        : BUYS LESS CHARGES). CLIENT NAME AND STATE COME FROM
      *        : CLIMAS. THE PER-TRADE CNOTE PRINT FROM MTSPGM0 IS A
      *        : TRADE CONFIRMATION ONLY; THIS IS THE CONTRACT NOTE.
      *        : NOTE NUMBERS ARE ISSUED GAPLESS FROM THE CNTSEQ
      *        : ONE-RECORD CONTROL FILE (MTSCNQ0, THE INVSEQ
      *        : CONVENTION): ASSIGNED CONSECUTIVELY AS NOTES PRINT
      *        : AND COMMITTED BACK ONCE AT CLEAN END OF JOB, SO AN
      *        : ABENDED RUN COMMITS NOTHING AND THE RERUN REISSUES
      *        : THE SAME NUMBERS. A BUSINESS DATE ALREADY COMMITTED
      *        : ON CNTSEQ ISSUES NOTHING AND ENDS RC=4. EVERY NOTE
      *        : ISSUED IS LISTED ON THE DISPATCH REGISTER. AN
      *        : INTRADAY RE-RATING ADJUSTMENT (MTSIRR0) PRINTS AS A
      *        : CHARGES-ONLY LINE UNDER THE TRADE IT CORRECTS AND
      *        : MOVES THE CHARGE TOTALS, NOT THE TRADE COUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSCNT0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT CLIENT-MASTER-FILE ASSIGN TO CLIMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CLIENT-CODE
               FILE STATUS IS WS-CLIMAS-STATUS.
      *
           SELECT NOTE-CONTROL-FILE ASSIGN TO CNTSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNQ-CONTROL-KEY
               FILE STATUS IS WS-CNTSEQ-STATUS.
      *
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BDT-CONTROL-KEY
               FILE STATUS IS WS-BUSDAT-STATUS.
      *
           SELECT NOTE-PRINT-FILE ASSIGN TO CNTRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT DISPATCH-REGISTER-FILE ASSIGN TO DSPRPT
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
       FD  CLIENT-MASTER-FILE.
           COPY MTSCLI0.
      *
       FD  NOTE-CONTROL-FILE.
           COPY MTSCNQ0.
      *
       FD  BUSINESS-DATE-FILE.
           COPY MTSBDT0.
      *
       FD  NOTE-PRINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  NOTE-LINE                  PIC X(132).
      *
       FD  DISPATCH-REGISTER-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE              PIC X(132).
      *
      * One record per logged entry. Client, then trade sequence,
      * then SR-ENTRY-ORDER (original 1, reversal 2, re-rating
      * adjustment 3) puts a same-day reversal directly behind the
      * original it reverses and an adjustment behind its trade.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-CLIENT-CODE          PIC X(06).
           05 SR-TRADE-SEQ-NO         PIC 9(06).
           05 SR-ENTRY-ORDER          PIC 9(01).
           05 SR-ENTRY-TYPE           PIC X(01).
           05 SR-ENTRY-TIME           PIC X(08).
           05 SR-BUY-SELL-IND         PIC X(01).
           05 SR-SCRIP-CODE           PIC X(10).
           05 SR-QUANTITY             PIC 9(08).
           05 SR-TRADE-PRICE          PIC 9(06)V99.
           05 SR-TRADE-VALUE          PIC 9(08)V99.
           05 SR-BROKERAGE            PIC 9(06)V99.
           05 SR-TXN-CHARGE           PIC 9(06)V99.
           05 SR-STT                  PIC 9(06)V99.
           05 SR-STAMP-DUTY           PIC 9(06)V99.
           05 SR-CGST                 PIC 9(06)V99.
           05 SR-SGST                 PIC 9(06)V99.
           05 SR-IGST                 PIC 9(06)V99.
           05 SR-MARGIN-PENALTY       PIC 9(06)V99.
           05 SR-TOTAL-CHARGE         PIC 9(06)V99.
           05 SR-SETTLEMENT-DATE      PIC 9(08).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CLIMAS-STATUS           PIC X(02).
       01  WS-CNTSEQ-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-LOG                                 VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH         PIC X(01)          VALUE 'N'.
           88 END-OF-SORTED                              VALUE 'Y'.
       01  WS-ISSUED-SWITCH           PIC X(01)          VALUE 'N'.
           88 DATE-ALREADY-ISSUED                        VALUE 'Y'.
      *
      * The original trade held back one record, so a reversal
      * following it can strike it out instead of it printing plain.
       01  WS-HELD-SWITCH             PIC X(01)          VALUE 'N'.
           88 TRADE-IS-HELD                              VALUE 'Y'.
       01  WS-HELD-TRADE              PIC X(139).
       01  WS-HELD-TRADE-SWAP         PIC X(139).
      *
       01  WS-CURR-CLIENT             PIC X(06)          VALUE SPACES.
       01  WS-NEXT-NOTE-NO            PIC 9(08).
       01  WS-FIRST-NOTE-NO           PIC 9(08)          VALUE ZERO.
      *
      * One note's figures, signed so a reversal of an earlier day's
      * trade takes its amounts back off.
       01  WS-NOTE-TOTALS.
           05 WS-NT-BUY-VALUE         PIC S9(11)V99.
           05 WS-NT-SELL-VALUE        PIC S9(11)V99.
           05 WS-NT-BROKERAGE         PIC S9(09)V99.
           05 WS-NT-TXN-CHARGE        PIC S9(09)V99.
           05 WS-NT-STT               PIC S9(09)V99.
           05 WS-NT-STAMP-DUTY        PIC S9(09)V99.
           05 WS-NT-CGST              PIC S9(09)V99.
           05 WS-NT-SGST              PIC S9(09)V99.
           05 WS-NT-IGST              PIC S9(09)V99.
           05 WS-NT-MARGIN-PENALTY    PIC S9(09)V99.
           05 WS-NT-TOTAL-CHARGE      PIC S9(09)V99.
           05 WS-NT-TRADE-COUNT       PIC 9(05).
           05 WS-NT-STRUCK-COUNT      PIC 9(05).
           05 WS-NT-EARLIER-REV-COUNT PIC 9(05).
       01  WS-SIGN                    PIC S9(01).
       01  WS-NET-AMOUNT              PIC S9(11)V99.
      *
       01  WS-NOTE-COUNT              PIC 9(06)          VALUE ZERO.
       01  WS-LOG-COUNT               PIC 9(07)          VALUE ZERO.
       01  WS-STRUCK-TOTAL            PIC 9(06)          VALUE ZERO.
       01  WS-HOLD-COUNT              PIC 9(06)          VALUE ZERO.
       01  WS-PAYIN-TOTAL             PIC S9(13)V99      VALUE ZERO.
       01  WS-PAYOUT-TOTAL            PIC S9(13)V99      VALUE ZERO.
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
       01  WS-NOTE-HEAD-1.
           05 FILLER                  PIC X(30)
              VALUE '*** IGSL CONTRACT NOTE NO. '.
           05 WN-NOTE-NO              PIC 9(08).
           05 FILLER                  PIC X(05)  VALUE ' ***'.
      *
       01  WS-NOTE-HEAD-2.
           05 FILLER                  PIC X(12)
              VALUE 'TRADE DATE: '.
           05 WN-TRADE-DATE           PIC 9(08).
           05 FILLER                  PIC X(50)
              VALUE '   ONE NOTE FOR ALL TRADES OF THE DAY'.
      *
       01  WS-NOTE-HEAD-3.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT: '.
           05 WN-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WN-CLIENT-NAME          PIC X(30).
           05 FILLER                  PIC X(09)
              VALUE '  STATE: '.
           05 WN-STATE-TAG            PIC X(11).
      *
       01  WS-TRADE-HEADINGS.
           05 FILLER                  PIC X(11)  VALUE '   TRADE NO'.
           05 FILLER                  PIC X(10)  VALUE '  TIME'.
           05 FILLER                  PIC X(06)  VALUE 'B/S'.
           05 FILLER                  PIC X(12)  VALUE 'SCRIP'.
           05 FILLER                  PIC X(12)  VALUE '  QUANTITY'.
           05 FILLER                  PIC X(12)  VALUE '     PRICE'.
           05 FILLER                  PIC X(16)  VALUE '   TRADE VALUE'.
           05 FILLER                  PIC X(13)  VALUE '    CHARGES'.
           05 FILLER                  PIC X(10)  VALUE 'SETTLES'.
      *
      * WT-TRADE-DATA is the part of the line struck through with
      * hyphens when the trade was reversed the same day.
       01  WS-TRADE-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WT-TRADE-DATA.
               10 WT-TRADE-SEQ-NO     PIC 9(06).
               10 FILLER              PIC X(02).
               10 WT-ENTRY-TIME       PIC X(08).
               10 FILLER              PIC X(02).
               10 WT-BUY-SELL         PIC X(04).
               10 FILLER              PIC X(02).
               10 WT-SCRIP-CODE       PIC X(10).
               10 FILLER              PIC X(02).
               10 WT-QUANTITY         PIC ZZ,ZZZ,ZZ9.
               10 FILLER              PIC X(02).
               10 WT-PRICE            PIC ZZZ,ZZ9.99.
               10 FILLER              PIC X(02).
               10 WT-TRADE-VALUE      PIC -ZZ,ZZZ,ZZ9.99.
               10 FILLER              PIC X(02).
               10 WT-CHARGES          PIC -ZZZ,ZZ9.99.
               10 FILLER              PIC X(02).
               10 WT-SETTLEMENT-DATE  PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WT-TAG                  PIC X(30).
      *
       01  WS-SUMMARY-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WS-SUM-TAG              PIC X(34).
           05 WS-SUM-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-COUNT-SUMMARY-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'TRADES: '.
           05 WS-SUM-TRADES           PIC ZZ,ZZ9.
           05 FILLER                  PIC X(15)
              VALUE '   STRUCK OUT: '.
           05 WS-SUM-STRUCK           PIC ZZ,ZZ9.
           05 FILLER                  PIC X(30)
              VALUE '   EARLIER TRADES REVERSED: '.
           05 WS-SUM-EARLIER          PIC ZZ,ZZ9.
      *
       01  WS-REGISTER-HEAD-1.
           05 FILLER                  PIC X(44)
              VALUE '*** IGSL CONTRACT NOTE DISPATCH REGISTER ***'.
      *
       01  WS-REGISTER-HEAD-2.
           05 FILLER                  PIC X(12)
              VALUE 'TRADE DATE: '.
           05 WR-TRADE-DATE           PIC 9(08).
      *
       01  WS-REGISTER-HEADINGS.
           05 FILLER                  PIC X(10)  VALUE 'NOTE NO'.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT'.
           05 FILLER                  PIC X(32)  VALUE 'NAME'.
           05 FILLER                  PIC X(08)  VALUE 'TRADES'.
           05 FILLER                  PIC X(08)  VALUE 'STRUCK'.
           05 FILLER                  PIC X(18)
              VALUE '        NET AMOUNT'.
           05 FILLER                  PIC X(12)  VALUE '  PAY/RECV'.
           05 FILLER                  PIC X(20)  VALUE 'DISPATCH'.
      *
       01  WS-REGISTER-LINE.
           05 WR-NOTE-NO              PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WR-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WR-CLIENT-NAME          PIC X(30).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WR-TRADES               PIC ZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WR-STRUCK               PIC ZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WR-NET-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WR-PAY-RECV             PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WR-DISPATCH             PIC X(30).
      *
       01  WS-REGISTER-TOTAL.
           05 WK-TAG                  PIC X(34).
           05 WK-COUNT                PIC ZZZ,ZZ9.
      *
       01  WS-REGISTER-AMOUNT.
           05 WA-TAG                  PIC X(34).
           05 WA-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-REGISTER-RANGE.
           05 FILLER                  PIC X(34)
              VALUE 'NOTE NUMBERS ISSUED              ='.
           05 WG-FIRST-NOTE-NO        PIC 9(08).
           05 FILLER                  PIC X(04)  VALUE ' TO '.
           05 WG-LAST-NOTE-NO         PIC 9(08).
      *
       01  WS-MESSAGE-LINE            PIC X(80).
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           IF NOT DATE-ALREADY-ISSUED
             SORT SORT-WORK-FILE
                 ON ASCENDING KEY SR-CLIENT-CODE
                                  SR-TRADE-SEQ-NO
                                  SR-ENTRY-ORDER
                                  SR-ENTRY-TYPE
                 INPUT PROCEDURE IS 100-RELEASE-DAY-LOG
                 OUTPUT PROCEDURE IS 200-PRINT-NOTES
           END-IF
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
           OPEN INPUT  CLIENT-MASTER-FILE
           IF WS-CLIMAS-STATUS NOT = '00'
             DISPLAY "CLIMAS OPEN FAILED, STATUS = " WS-CLIMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O    NOTE-CONTROL-FILE
           IF WS-CNTSEQ-STATUS NOT = '00'
             DISPLAY "CNTSEQ OPEN FAILED, STATUS = " WS-CNTSEQ-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT NOTE-PRINT-FILE
           OPEN OUTPUT DISPATCH-REGISTER-FILE
      *
      * Numbering starts after the last number committed by the
      * previous clean run; a control file never yet written starts
      * the sequence at one.
           MOVE 'C' TO CNQ-CONTROL-KEY
           READ NOTE-CONTROL-FILE
             INVALID KEY
               MOVE ZERO TO CNQ-LAST-NOTE-NO
               MOVE ZERO TO CNQ-LAST-NOTE-DATE
           END-READ
           MOVE CNQ-LAST-NOTE-NO TO WS-NEXT-NOTE-NO
      *
           MOVE WS-PROC-DATE-N TO WR-TRADE-DATE
           WRITE REGISTER-LINE FROM WS-REGISTER-HEAD-1
           WRITE REGISTER-LINE FROM WS-REGISTER-HEAD-2
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
      *
           IF CNQ-LAST-NOTE-DATE = WS-PROC-DATE-N
             MOVE 'Y' TO WS-ISSUED-SWITCH
             MOVE 'CONTRACT NOTES ALREADY ISSUED FOR THIS DATE - NONE'
                  TO WS-MESSAGE-LINE
             WRITE REGISTER-LINE FROM WS-MESSAGE-LINE
             DISPLAY WS-MESSAGE-LINE
             MOVE 4 TO RETURN-CODE
           ELSE
             WRITE REGISTER-LINE FROM WS-REGISTER-HEADINGS
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
             END-IF
             CLOSE BUSINESS-DATE-FILE
           END-IF.
      *
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
           MOVE TXL-CLIENT-CODE        TO SR-CLIENT-CODE
           MOVE TXL-TRADE-SEQ-NO       TO SR-TRADE-SEQ-NO
           MOVE TXL-ENTRY-TYPE         TO SR-ENTRY-TYPE
           EVALUATE TRUE
             WHEN TXL-IS-REVERSAL
               MOVE 2                  TO SR-ENTRY-ORDER
             WHEN TXL-IS-ADJUSTMENT
               MOVE 3                  TO SR-ENTRY-ORDER
             WHEN OTHER
               MOVE 1                  TO SR-ENTRY-ORDER
           END-EVALUATE
           MOVE TXL-ENTRY-TIME         TO SR-ENTRY-TIME
           MOVE TXL-BUY-SELL-IND       TO SR-BUY-SELL-IND
           MOVE TXL-SCRIP-CODE         TO SR-SCRIP-CODE
           MOVE TXL-QUANTITY           TO SR-QUANTITY
           MOVE TXL-TRADE-PRICE        TO SR-TRADE-PRICE
           MOVE TXL-BUY-AMOUNT         TO SR-TRADE-VALUE
           MOVE TXL-BROKERAGE-CHARGE   TO SR-BROKERAGE
           MOVE TXL-TRANSACTION-CHARGE TO SR-TXN-CHARGE
           MOVE TXL-STT-CHARGE         TO SR-STT
           MOVE TXL-STAMP-DUTY         TO SR-STAMP-DUTY
           MOVE TXL-CGST-CHARGE        TO SR-CGST
           MOVE TXL-SGST-CHARGE        TO SR-SGST
           MOVE TXL-IGST-CHARGE        TO SR-IGST
           MOVE TXL-MARGIN-PENALTY     TO SR-MARGIN-PENALTY
           MOVE TXL-TOTAL-CHARGE       TO SR-TOTAL-CHARGE
           IF TXL-SETTLEMENT-DATE NUMERIC
             MOVE TXL-SETTLEMENT-DATE  TO SR-SETTLEMENT-DATE
           ELSE
             MOVE ZERO                 TO SR-SETTLEMENT-DATE
           END-IF
           RELEASE SORT-RECORD
           PERFORM 110-READ-LOG.
      *
       200-PRINT-NOTES.
      *
           PERFORM 210-RETURN-ONE-RECORD
           PERFORM 220-PROCESS-ONE-ENTRY UNTIL END-OF-SORTED
           IF WS-CURR-CLIENT NOT = SPACES
             PERFORM 230-FLUSH-HELD-TRADE
             PERFORM 260-CLOSE-NOTE
           END-IF
      *
      * The numbers issued commit in one rewrite only now that every
      * note printed - the gapless guarantee.
           MOVE 'C'                 TO CNQ-CONTROL-KEY
           MOVE WS-NEXT-NOTE-NO     TO CNQ-LAST-NOTE-NO
           MOVE WS-PROC-DATE-N      TO CNQ-LAST-NOTE-DATE
           REWRITE CNTSEQ-RECORD
             INVALID KEY
               WRITE CNTSEQ-RECORD
           END-REWRITE
      *
           PERFORM 280-PRINT-REGISTER-TOTALS.
      *
       210-RETURN-ONE-RECORD.
      *
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
      *
      * An original is held back one record. A reversal carrying
      * the held trade's sequence number strikes it out - the pair
      * nets to nothing on the note. Any other reversal is of a
      * trade logged on an earlier day and prints as a negative line.
      * A re-rating adjustment releases the trade it follows and
      * prints as a charges-only line - raised or credited back.
       220-PROCESS-ONE-ENTRY.
      *
           IF SR-CLIENT-CODE NOT = WS-CURR-CLIENT
             IF WS-CURR-CLIENT NOT = SPACES
               PERFORM 230-FLUSH-HELD-TRADE
               PERFORM 260-CLOSE-NOTE
             END-IF
             PERFORM 250-OPEN-NOTE
           END-IF
      *
           EVALUATE SR-ENTRY-TYPE
             WHEN 'R'
               IF TRADE-IS-HELD
                  AND WS-HELD-TRADE(7:6) = SR-TRADE-SEQ-NO
                 PERFORM 235-PRINT-STRUCK-TRADE
               ELSE
                 PERFORM 230-FLUSH-HELD-TRADE
                 MOVE -1 TO WS-SIGN
                 MOVE 'REVERSAL OF EARLIER TRADE' TO WT-TAG
                 PERFORM 240-PRINT-TRADE-LINE
                 ADD 1 TO WS-NT-EARLIER-REV-COUNT
               END-IF
             WHEN 'A'
               PERFORM 230-FLUSH-HELD-TRADE
               MOVE +1 TO WS-SIGN
               MOVE 'INTRADAY RE-RATE CHARGE RAISED' TO WT-TAG
               PERFORM 240-PRINT-TRADE-LINE
             WHEN 'C'
               PERFORM 230-FLUSH-HELD-TRADE
               MOVE -1 TO WS-SIGN
               MOVE 'INTRADAY RE-RATE CHARGE CREDIT' TO WT-TAG
               PERFORM 240-PRINT-TRADE-LINE
             WHEN OTHER
               PERFORM 230-FLUSH-HELD-TRADE
               MOVE SORT-RECORD TO WS-HELD-TRADE
               MOVE 'Y' TO WS-HELD-SWITCH
           END-EVALUATE
      *
           PERFORM 210-RETURN-ONE-RECORD.
      *
      * The held original had no same-day reversal - it prints and
      * counts in full. The held image goes back through the sort
      * record so one print paragraph serves every line.
       230-FLUSH-HELD-TRADE.
      *
           IF TRADE-IS-HELD
             MOVE SORT-RECORD   TO WS-HELD-TRADE-SWAP
             MOVE WS-HELD-TRADE TO SORT-RECORD
             MOVE +1     TO WS-SIGN
             MOVE SPACES TO WT-TAG
             PERFORM 240-PRINT-TRADE-LINE
             ADD 1 TO WS-NT-TRADE-COUNT
             MOVE WS-HELD-TRADE-SWAP TO SORT-RECORD
             MOVE 'N' TO WS-HELD-SWITCH
           END-IF.
      *
      * The original struck through and the reversal beneath it;
      * neither touches the note's totals.
       235-PRINT-STRUCK-TRADE.
      *
           MOVE SORT-RECORD   TO WS-HELD-TRADE-SWAP
           MOVE WS-HELD-TRADE TO SORT-RECORD
           MOVE ZERO TO WS-SIGN
           PERFORM 245-FORMAT-TRADE-LINE
           INSPECT WT-TRADE-DATA REPLACING ALL SPACE BY '-'
           MOVE '** STRUCK OUT - REVERSED **' TO WT-TAG
           WRITE NOTE-LINE FROM WS-TRADE-LINE
           MOVE WS-HELD-TRADE-SWAP TO SORT-RECORD
           PERFORM 245-FORMAT-TRADE-LINE
           MOVE 'REVERSAL OF TRADE ABOVE' TO WT-TAG
           WRITE NOTE-LINE FROM WS-TRADE-LINE
           MOVE 'N' TO WS-HELD-SWITCH
           ADD 1 TO WS-NT-TRADE-COUNT
           ADD 1 TO WS-NT-STRUCK-COUNT
           ADD 1 TO WS-STRUCK-TOTAL.
      *
      * Prints the entry in SORT-RECORD and adds it into the note
      * totals with WS-SIGN (+1 a trade or charge raised, -1 an
      * earlier-day reversal or charge credited back).
       240-PRINT-TRADE-LINE.
      *
           PERFORM 245-FORMAT-TRADE-LINE
           WRITE NOTE-LINE FROM WS-TRADE-LINE
      *
           IF SR-BUY-SELL-IND = 'S'
             COMPUTE WS-NT-SELL-VALUE =
                 WS-NT-SELL-VALUE + WS-SIGN * SR-TRADE-VALUE
           ELSE
             COMPUTE WS-NT-BUY-VALUE =
                 WS-NT-BUY-VALUE + WS-SIGN * SR-TRADE-VALUE
           END-IF
           COMPUTE WS-NT-BROKERAGE =
               WS-NT-BROKERAGE + WS-SIGN * SR-BROKERAGE
           COMPUTE WS-NT-TXN-CHARGE =
               WS-NT-TXN-CHARGE + WS-SIGN * SR-TXN-CHARGE
           COMPUTE WS-NT-STT =
               WS-NT-STT + WS-SIGN * SR-STT
           COMPUTE WS-NT-STAMP-DUTY =
               WS-NT-STAMP-DUTY + WS-SIGN * SR-STAMP-DUTY
           COMPUTE WS-NT-CGST =
               WS-NT-CGST + WS-SIGN * SR-CGST
           COMPUTE WS-NT-SGST =
               WS-NT-SGST + WS-SIGN * SR-SGST
           COMPUTE WS-NT-IGST =
               WS-NT-IGST + WS-SIGN * SR-IGST
           COMPUTE WS-NT-MARGIN-PENALTY =
               WS-NT-MARGIN-PENALTY + WS-SIGN * SR-MARGIN-PENALTY
           COMPUTE WS-NT-TOTAL-CHARGE =
               WS-NT-TOTAL-CHARGE + WS-SIGN * SR-TOTAL-CHARGE.
      *
       245-FORMAT-TRADE-LINE.
      *
           MOVE SPACES               TO WT-TRADE-DATA
           MOVE SR-TRADE-SEQ-NO      TO WT-TRADE-SEQ-NO
           MOVE SR-ENTRY-TIME        TO WT-ENTRY-TIME
           IF SR-BUY-SELL-IND = 'S'
             MOVE 'SELL'             TO WT-BUY-SELL
           ELSE
             MOVE 'BUY'              TO WT-BUY-SELL
           END-IF
           MOVE SR-SCRIP-CODE        TO WT-SCRIP-CODE
           MOVE SR-QUANTITY          TO WT-QUANTITY
           MOVE SR-TRADE-PRICE       TO WT-PRICE
           IF SR-ENTRY-TYPE = 'R' OR 'C'
             COMPUTE WT-TRADE-VALUE = ZERO - SR-TRADE-VALUE
             COMPUTE WT-CHARGES     = ZERO - SR-TOTAL-CHARGE
           ELSE
             MOVE SR-TRADE-VALUE     TO WT-TRADE-VALUE
             MOVE SR-TOTAL-CHARGE    TO WT-CHARGES
           END-IF
           MOVE SR-SETTLEMENT-DATE   TO WT-SETTLEMENT-DATE.
      *
       250-OPEN-NOTE.
      *
           MOVE SR-CLIENT-CODE TO WS-CURR-CLIENT
           MOVE 'N'  TO WS-HELD-SWITCH
           MOVE ZERO TO WS-NT-BUY-VALUE
                        WS-NT-SELL-VALUE
                        WS-NT-BROKERAGE
                        WS-NT-TXN-CHARGE
                        WS-NT-STT
                        WS-NT-STAMP-DUTY
                        WS-NT-CGST
                        WS-NT-SGST
                        WS-NT-IGST
                        WS-NT-MARGIN-PENALTY
                        WS-NT-TOTAL-CHARGE
                        WS-NT-TRADE-COUNT
                        WS-NT-STRUCK-COUNT
                        WS-NT-EARLIER-REV-COUNT
      *
           ADD 1 TO WS-NEXT-NOTE-NO
           ADD 1 TO WS-NOTE-COUNT
           IF WS-FIRST-NOTE-NO = ZERO
             MOVE WS-NEXT-NOTE-NO TO WS-FIRST-NOTE-NO
           END-IF
      *
           MOVE WS-CURR-CLIENT TO CLI-CLIENT-CODE
           READ CLIENT-MASTER-FILE
             INVALID KEY
               MOVE 'NOT ON CLIENT MASTER' TO CLI-CLIENT-NAME
               MOVE 'I' TO CLI-STATE-CODE
           END-READ
      *
           MOVE WS-NEXT-NOTE-NO TO WN-NOTE-NO
           WRITE NOTE-LINE FROM WS-NOTE-HEAD-1
           MOVE WS-PROC-DATE-N  TO WN-TRADE-DATE
           WRITE NOTE-LINE FROM WS-NOTE-HEAD-2
           MOVE WS-CURR-CLIENT  TO WN-CLIENT-CODE
           MOVE CLI-CLIENT-NAME TO WN-CLIENT-NAME
           IF CLI-IS-INTER-STATE
             MOVE 'INTER-STATE' TO WN-STATE-TAG
           ELSE
             MOVE 'INTRA-STATE' TO WN-STATE-TAG
           END-IF
           WRITE NOTE-LINE FROM WS-NOTE-HEAD-3
           MOVE SPACES TO NOTE-LINE
           WRITE NOTE-LINE
           WRITE NOTE-LINE FROM WS-TRADE-HEADINGS.
      *
      * The day's charges by component, then the net the MTSSTM0
      * way: sells less buys less charges, negative = the client
      * pays in.
       260-CLOSE-NOTE.
      *
           MOVE SPACES TO NOTE-LINE
           WRITE NOTE-LINE
           MOVE WS-NT-TRADE-COUNT       TO WS-SUM-TRADES
           MOVE WS-NT-STRUCK-COUNT      TO WS-SUM-STRUCK
           MOVE WS-NT-EARLIER-REV-COUNT TO WS-SUM-EARLIER
           WRITE NOTE-LINE FROM WS-COUNT-SUMMARY-LINE
      *
           MOVE 'BUY CONSIDERATION'        TO WS-SUM-TAG
           MOVE WS-NT-BUY-VALUE            TO WS-SUM-AMOUNT
           WRITE NOTE-LINE FROM WS-SUMMARY-LINE
           MOVE 'SELL CONSIDERATION'       TO WS-SUM-TAG
           MOVE WS-NT-SELL-VALUE           TO WS-SUM-AMOUNT
           WRITE NOTE-LINE FROM WS-SUMMARY-LINE
           MOVE 'BROKERAGE'                TO WS-SUM-TAG
           MOVE WS-NT-BROKERAGE            TO WS-SUM-AMOUNT
           WRITE NOTE-LINE FROM WS-SUMMARY-LINE
           MOVE 'EXCHANGE TRANSACTION CHARGES' TO WS-SUM-TAG
           MOVE WS-NT-TXN-CHARGE           TO WS-SUM-AMOUNT
           WRITE NOTE-LINE FROM WS-SUMMARY-LINE
           MOVE 'SECURITIES TRANSACTION TAX' TO WS-SUM-TAG
           MOVE WS-NT-STT                  TO WS-SUM-AMOUNT
           WRITE NOTE-LINE FROM WS-SUMMARY-LINE
           MOVE 'STAMP DUTY'               TO WS-SUM-TAG
           MOVE WS-NT-STAMP-DUTY           TO WS-SUM-AMOUNT
           WRITE NOTE-LINE FROM WS-SUMMARY-LINE
           MOVE 'CGST'                     TO WS-SUM-TAG
           MOVE WS-NT-CGST                 TO WS-SUM-AMOUNT
           WRITE NOTE-LINE FROM WS-SUMMARY-LINE
           MOVE 'SGST'                     TO WS-SUM-TAG
           MOVE WS-NT-SGST                 TO WS-SUM-AMOUNT
           WRITE NOTE-LINE FROM WS-SUMMARY-LINE
           MOVE 'IGST'                     TO WS-SUM-TAG
           MOVE WS-NT-IGST                 TO WS-SUM-AMOUNT
           WRITE NOTE-LINE FROM WS-SUMMARY-LINE
           IF WS-NT-MARGIN-PENALTY NOT = ZERO
             MOVE 'MARGIN SHORTFALL PENALTY' TO WS-SUM-TAG
             MOVE WS-NT-MARGIN-PENALTY     TO WS-SUM-AMOUNT
             WRITE NOTE-LINE FROM WS-SUMMARY-LINE
           END-IF
           MOVE 'TOTAL CHARGES'            TO WS-SUM-TAG
           MOVE WS-NT-TOTAL-CHARGE         TO WS-SUM-AMOUNT
           WRITE NOTE-LINE FROM WS-SUMMARY-LINE
      *
           COMPUTE WS-NET-AMOUNT =
               WS-NT-SELL-VALUE - WS-NT-BUY-VALUE - WS-NT-TOTAL-CHARGE
           IF WS-NET-AMOUNT < ZERO
             MOVE 'NET AMOUNT PAYABLE BY CLIENT'    TO WS-SUM-TAG
             COMPUTE WS-SUM-AMOUNT = ZERO - WS-NET-AMOUNT
             SUBTRACT WS-NET-AMOUNT FROM WS-PAYIN-TOTAL
           ELSE
             MOVE 'NET AMOUNT RECEIVABLE BY CLIENT' TO WS-SUM-TAG
             MOVE WS-NET-AMOUNT            TO WS-SUM-AMOUNT
             ADD WS-NET-AMOUNT TO WS-PAYOUT-TOTAL
           END-IF
           WRITE NOTE-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO NOTE-LINE
           WRITE NOTE-LINE
      *
           PERFORM 270-REGISTER-NOTE.
      *
      * A note for a client missing from CLIMAS is still numbered
      * and printed - the trades happened - but held back from
      * dispatch until the back office sets the client up.
       270-REGISTER-NOTE.
      *
           MOVE WS-NEXT-NOTE-NO    TO WR-NOTE-NO
           MOVE WS-CURR-CLIENT     TO WR-CLIENT-CODE
           MOVE CLI-CLIENT-NAME    TO WR-CLIENT-NAME
           MOVE WS-NT-TRADE-COUNT  TO WR-TRADES
           MOVE WS-NT-STRUCK-COUNT TO WR-STRUCK
           IF WS-NET-AMOUNT < ZERO
             COMPUTE WR-NET-AMOUNT = ZERO - WS-NET-AMOUNT
             MOVE 'PAYABLE'        TO WR-PAY-RECV
           ELSE
             MOVE WS-NET-AMOUNT    TO WR-NET-AMOUNT
             MOVE 'RECEIVABLE'     TO WR-PAY-RECV
           END-IF
           IF WS-CLIMAS-STATUS = '00'
             MOVE 'BRANCH PRINT - DISPATCH' TO WR-DISPATCH
           ELSE
             MOVE 'HOLD - NOT ON CLIENT MASTER' TO WR-DISPATCH
             ADD 1 TO WS-HOLD-COUNT
           END-IF
           WRITE REGISTER-LINE FROM WS-REGISTER-LINE.
      *
       280-PRINT-REGISTER-TOTALS.
      *
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE 'CONTRACT NOTES ISSUED            =' TO WK-TAG
           MOVE WS-NOTE-COUNT                        TO WK-COUNT
           WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL
           IF WS-NOTE-COUNT > ZERO
             MOVE WS-FIRST-NOTE-NO TO WG-FIRST-NOTE-NO
             MOVE WS-NEXT-NOTE-NO  TO WG-LAST-NOTE-NO
             WRITE REGISTER-LINE FROM WS-REGISTER-RANGE
           END-IF
           MOVE 'NOTES HELD FROM DISPATCH         =' TO WK-TAG
           MOVE WS-HOLD-COUNT                        TO WK-COUNT
           WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL
           MOVE 'TRADES STRUCK OUT (SAME-DAY REV) =' TO WK-TAG
           MOVE WS-STRUCK-TOTAL                      TO WK-COUNT
           WRITE REGISTER-LINE FROM WS-REGISTER-TOTAL
           MOVE 'NET PAYABLE BY CLIENTS           =' TO WA-TAG
           MOVE WS-PAYIN-TOTAL                       TO WA-AMOUNT
           WRITE REGISTER-LINE FROM WS-REGISTER-AMOUNT
           MOVE 'NET RECEIVABLE BY CLIENTS        =' TO WA-TAG
           MOVE WS-PAYOUT-TOTAL                      TO WA-AMOUNT
           WRITE REGISTER-LINE FROM WS-REGISTER-AMOUNT.
      *
       050-TERMINATE.
      *
           CLOSE CLIENT-MASTER-FILE
           CLOSE NOTE-CONTROL-FILE
           CLOSE NOTE-PRINT-FILE
           CLOSE DISPATCH-REGISTER-FILE
      *
           DISPLAY "MTSCNT0 - BUSINESS DATE      = " WS-PROC-DATE-N
           DISPLAY "MTSCNT0 - LOG RECORDS READ   = " WS-LOG-COUNT
           DISPLAY "MTSCNT0 - NOTES ISSUED       = " WS-NOTE-COUNT
           DISPLAY "MTSCNT0 - NOTES HELD         = " WS-HOLD-COUNT
           DISPLAY "MTSCNT0 - LAST NOTE NO       = " WS-NEXT-NOTE-NO.
      *
       END PROGRAM MTSCNT0.
