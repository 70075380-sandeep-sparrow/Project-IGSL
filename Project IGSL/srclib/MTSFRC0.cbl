      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: FORWARD RECOVERY OF THE ONLINE TRADING FILES. RUN
      *        : AFTER THE IGSLFRCJ JOB HAS RESTORED TRDMAS, CLILIM,
      *        : DAYCTL AND TRDSEQ FROM THE LAST GOOD IGSLFBKJ
      *        : BACKUP, IT REPLAYS THE DAY'S TXNLOG DATASET OVER
      *        : THEM IN LOG ORDER:
      *        :   ORIGINAL ('O')  - TRADE WRITTEN TO TRDMAS, OR
      *        :                     REPLACED BY THE LOGGED IMAGE
      *        :                     WHEN THE RESTORE LEFT A COPY;
      *        :   REVERSAL ('R')  - TRDMAS REWRITTEN WITH THE
      *        :                     REVERSED IMAGE, AS MTSPGM1 /
      *        :                     MTSPGM7 / MTSREV0 DO;
      *        :   ADJUSTMENT ('A'/'C') - THE MTSIRR0 CHARGE
      *        :                     DIFFERENCES ADDED TO OR TAKEN
      *        :                     OFF THE TRDMAS TRADE.
      *        : EACH LIMIT-MONITORED CLIENT'S LIM-DAY-EXPOSURE-USED
      *        : IS RE-DERIVED OUTRIGHT FROM THE DAY'S ORIGINALS AND
      *        : LIM-MTD-TURNOVER FROM THE RESTORED MONTH-TO-DATE
      *        : PLUS THE DAY, THE DAYCTL COUNTS, CHARGE SUM AND LAST
      *        : SEQ ARE RE-DERIVED FROM THE LOG, AND TRDSEQ IS
      *        : CARRIED UP TO THE HIGHEST TRADE SEQ LOGGED.
      *        : THE LOG IS CHECKED BEFORE ANYTHING IS TOUCHED - AN
      *        : ENTRY OFF THE BUSDAT BUSINESS DATE OR OF AN UNKNOWN
      *        : TYPE ENDS THE STEP RC=12 WITH THE RESTORED FILES
      *        : UNCHANGED. AFTER THE REPLAY THE REBUILT FILES ARE
      *        : READ BACK AND PROVED AGAINST THE LOG ON THE
      *        : RECOVERY REPORT: ANY DIFFERENCE ENDS RC=12 (DO NOT
      *        : REOPEN THE FILES TO CICS); A REPLAY EXCEPTION THAT
      *        : STILL PROVES ENDS RC=4. A PROVEN REBUILD LEAVES
      *        : DAYCTL READY FOR THE MTSBAL0 GATE AS NORMAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSFRC0.
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
           SELECT CLIENT-LIMIT-FILE ASSIGN TO CLILIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIM-CLIENT-CODE
               FILE STATUS IS WS-CLILIM-STATUS.
      *
           SELECT DAY-CONTROL-FILE ASSIGN TO DAYCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DCT-CONTROL-KEY
               FILE STATUS IS WS-DAYCTL-STATUS.
      *
           SELECT TRADE-SEQ-FILE ASSIGN TO TRDSEQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TSQ-CONTROL-KEY
               FILE STATUS IS WS-TRDSEQ-STATUS.
      *
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BDT-CONTROL-KEY
               FILE STATUS IS WS-BUSDAT-STATUS.
      *
           SELECT REPORT-FILE ASSIGN TO FRCRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * Same MTSLOG0 layout under renamed data names - the log entry
      * being replayed, kept apart from the TRDMAS record it is
      * replayed onto.
       FD  TXN-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSLOG0 REPLACING
                ==TXN-LOG-RECORD== BY ==TXN-LOG-IN-RECORD==
                LEADING ==TXL-== BY ==TXI-==.
      *
       FD  TRADE-MASTER-FILE.
           COPY MTSLOG0.
      *
       FD  CLIENT-LIMIT-FILE.
           COPY MTSLIM0.
      *
       FD  DAY-CONTROL-FILE.
           COPY MTSCTL0.
      *
       FD  TRADE-SEQ-FILE.
           COPY MTSSEQ0.
      *
       FD  BUSINESS-DATE-FILE.
           COPY MTSBDT0.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
      * One record per logged original of a coded client - the day
      * exposure each trade consumed, in client order for the
      * CLILIM match.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-CLIENT-CODE          PIC X(06).
           05 SR-TRADE-AMOUNT         PIC 9(08)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-TRDMAS-STATUS           PIC X(02).
       01  WS-CLILIM-STATUS           PIC X(02).
       01  WS-DAYCTL-STATUS           PIC X(02).
       01  WS-TRDSEQ-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-LOG                                 VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH         PIC X(01)          VALUE 'N'.
           88 END-OF-SORTED                              VALUE 'Y'.
       01  WS-LIMIT-EOF-SWITCH        PIC X(01)          VALUE 'N'.
           88 END-OF-LIMITS                              VALUE 'Y'.
       01  WS-PROVEN-IND              PIC X(01)          VALUE 'Y'.
           88 REBUILD-PROVEN                             VALUE 'Y'.
      *
      * The business day being recovered, and the DD/MM/YY shape
      * MTSPGM0/MTSPGM1 stamp into TXL-LOG-DATE from it.
       01  WS-BUSDAT-DATE-N           PIC 9(08)          VALUE ZERO.
       01  WS-BUS-DATE-X              PIC X(08).
       01  WS-BUS-DATE-N REDEFINES WS-BUS-DATE-X
                                      PIC 9(08).
       01  WS-LOG-DATE-EXPECTED       PIC X(08).
       01  WS-TURNOVER-MONTH          PIC 9(06).
      *
      * What the log says, added up before anything is touched.
       01  WS-LOG-TOTALS.
           05 WL-ENTRY-COUNT          PIC 9(08)          VALUE ZERO.
           05 WL-ORIGINAL-COUNT       PIC 9(08)          VALUE ZERO.
           05 WL-REVERSAL-COUNT       PIC 9(08)          VALUE ZERO.
           05 WL-ADJUSTMENT-COUNT     PIC 9(08)          VALUE ZERO.
           05 WL-CHARGE-SUM           PIC 9(12)V99       VALUE ZERO.
           05 WL-NET-TRADE-CHARGE     PIC S9(12)V99      VALUE ZERO.
           05 WL-HIGH-TRADE-SEQ       PIC 9(06)          VALUE ZERO.
           05 WL-CLIENT-EXPOSURE      PIC 9(13)V99       VALUE ZERO.
           05 WL-OFF-DATE-COUNT       PIC 9(08)          VALUE ZERO.
           05 WL-BAD-ENTRY-COUNT      PIC 9(08)          VALUE ZERO.
      *
      * What the replay did.
       01  WS-REPLAY-COUNTS.
           05 WR-TRADES-ADDED         PIC 9(08)          VALUE ZERO.
           05 WR-TRADES-REPLACED      PIC 9(08)          VALUE ZERO.
           05 WR-REVERSALS-APPLIED    PIC 9(08)          VALUE ZERO.
           05 WR-REVERSALS-ADDED      PIC 9(08)          VALUE ZERO.
           05 WR-ADJUSTMENTS-APPLIED  PIC 9(08)          VALUE ZERO.
           05 WR-ADJUSTMENTS-MISSED   PIC 9(08)          VALUE ZERO.
           05 WR-WRITE-ERRORS         PIC 9(08)          VALUE ZERO.
           05 WR-LIMITS-REBUILT       PIC 9(06)          VALUE ZERO.
           05 WR-LIMITS-CLEARED       PIC 9(06)          VALUE ZERO.
           05 WR-UNLIMITED-CLIENTS    PIC 9(06)          VALUE ZERO.
           05 WR-UNLIMITED-EXPOSURE   PIC 9(13)V99       VALUE ZERO.
      *
      * What the rebuilt files say when read back.
       01  WS-PROOF-TOTALS.
           05 WP-ORIGINALS-FOUND      PIC 9(08)          VALUE ZERO.
           05 WP-ORIGINALS-MISSING    PIC 9(08)          VALUE ZERO.
           05 WP-REVERSED-FOUND       PIC 9(08)          VALUE ZERO.
           05 WP-NET-TRADE-CHARGE     PIC S9(12)V99      VALUE ZERO.
           05 WP-LIMIT-EXPOSURE       PIC 9(13)V99       VALUE ZERO.
      *
      * The two sides of one proof line, before editing.
       01  WS-COMPARE-LOG             PIC S9(13)V99.
       01  WS-COMPARE-REBUILT         PIC S9(13)V99.
      *
       01  WS-RESTORED-SEQ            PIC 9(06)          VALUE ZERO.
       01  WS-REBUILT-SEQ             PIC 9(06)          VALUE ZERO.
      *
      * CLILIM match work - the sorted client's day exposure against
      * the limit record in hand; HIGH-VALUES marks either side run
      * out.
       01  WS-SORT-CLIENT             PIC X(06).
       01  WS-SORT-EXPOSURE           PIC 9(13)V99.
       01  WS-LIMIT-CLIENT            PIC X(06).
       01  WS-CLIENT-EXPOSURE         PIC 9(13)V99.
       01  WS-BASE-TURNOVER           PIC 9(13)V99.
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
              VALUE '*** IGSL FORWARD RECOVERY - TRDMAS / CLILIM '.
           05 FILLER                  PIC X(27)
              VALUE '/ DAYCTL / TRDSEQ REBUILD *'.
           05 FILLER                  PIC X(02)  VALUE '**'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WH-BUSINESS-DATE        PIC 9(08).
           05 FILLER                  PIC X(13)
              VALUE '   RUN DATE: '.
           05 WH-RUN-DATE             PIC 9(08).
      *
       01  WS-SECTION-LINE.
           05 WS-SECTION-TEXT         PIC X(60).
      *
       01  WS-COMPARE-LINE.
           05 WB-ITEM                 PIC X(26).
           05 FILLER                  PIC X(06)  VALUE ' LOG ='.
           05 WB-LOG                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(10)  VALUE ' REBUILT ='.
           05 WB-REBUILT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WB-FLAG                 PIC X(08).
      *
       01  WS-COUNT-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WK-TAG                  PIC X(40).
           05 WK-COUNT                PIC ZZ,ZZZ,ZZ9.
      *
       01  WS-AMOUNT-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WA-TAG                  PIC X(40).
           05 WA-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-MESSAGE-LINE            PIC X(80).
       01  WS-VERDICT-LINE            PIC X(80).
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           PERFORM 020-CHECK-LOG-ENTRY UNTIL END-OF-LOG
           CLOSE TXN-LOG-FILE
      *
           PERFORM 030-REFUSE-UNCLEAN-LOG
      *
           PERFORM 035-OPEN-MASTERS
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CLIENT-CODE
               INPUT PROCEDURE IS 100-REPLAY-LOG
               OUTPUT PROCEDURE IS 200-REBUILD-LIMITS
      *
           PERFORM 300-REBUILD-DAY-CONTROL
      *
           PERFORM 310-REBUILD-TRADE-SEQ
      *
           PERFORM 400-PROVE-TRADE-MASTER
      *
           PERFORM 450-PROVE-CLIENT-LIMITS
      *
           PERFORM 500-PRINT-PROOF
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
      *
           OPEN OUTPUT REPORT-FILE
           MOVE WS-BUSDAT-DATE-N TO WH-BUSINESS-DATE
           MOVE WS-PROC-DATE-N   TO WH-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
      *
           OPEN INPUT TXN-LOG-FILE
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
      * The day being rebuilt is the day BUSDAT has open - without
      * it there is no telling which log entries belong, so nothing
      * is attempted.
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
             DISPLAY "BUSDAT NOT AVAILABLE - NO BUSINESS DATE TO "
                     "RECOVER, NOTHING CHANGED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
      *
           MOVE WS-BUSDAT-DATE-N TO WS-BUS-DATE-N
           STRING WS-BUS-DATE-X(7:2),
                  '/',
                  WS-BUS-DATE-X(5:2),
                  '/',
                  WS-BUS-DATE-X(3:2) DELIMITED BY SIZE
                  INTO WS-LOG-DATE-EXPECTED
           END-STRING
           COMPUTE WS-TURNOVER-MONTH = WS-BUSDAT-DATE-N / 100.
      *
      * First pass: the log is added up the way MTSBAL0 adds it up
      * and checked entry by entry. Every entry of the day carries
      * the business date - originals and reversals are stamped with
      * it, adjustments carry their trade's - so anything else means
      * the wrong or a stale log dataset is allocated.
       020-CHECK-LOG-ENTRY.
      *
           ADD 1 TO WL-ENTRY-COUNT
           IF TXI-TRADE-SEQ-NO NOT NUMERIC
              OR NOT (TXI-IS-ORIGINAL OR TXI-IS-REVERSAL
                      OR TXI-IS-ADJUSTMENT)
             ADD 1 TO WL-BAD-ENTRY-COUNT
           ELSE
             IF TXI-LOG-DATE(1:8) NOT = WS-LOG-DATE-EXPECTED
               ADD 1 TO WL-OFF-DATE-COUNT
             END-IF
             ADD TXI-TOTAL-CHARGE TO WL-CHARGE-SUM
             EVALUATE TRUE
               WHEN TXI-IS-REVERSAL
                 ADD 1 TO WL-REVERSAL-COUNT
               WHEN TXI-IS-CHARGE-RAISE
                 ADD 1 TO WL-ADJUSTMENT-COUNT
                 ADD TXI-TOTAL-CHARGE TO WL-NET-TRADE-CHARGE
               WHEN TXI-IS-CHARGE-CREDIT
                 ADD 1 TO WL-ADJUSTMENT-COUNT
                 SUBTRACT TXI-TOTAL-CHARGE FROM WL-NET-TRADE-CHARGE
               WHEN OTHER
                 ADD 1 TO WL-ORIGINAL-COUNT
                 ADD TXI-TOTAL-CHARGE TO WL-NET-TRADE-CHARGE
                 IF TXI-TRADE-SEQ-NO > WL-HIGH-TRADE-SEQ
                   MOVE TXI-TRADE-SEQ-NO TO WL-HIGH-TRADE-SEQ
                 END-IF
                 IF TXI-CLIENT-CODE NOT = SPACES
                   ADD TXI-BUY-AMOUNT TO WL-CLIENT-EXPOSURE
                 END-IF
             END-EVALUATE
           END-IF
      *
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
      * A log that fails the first pass is never replayed - the
      * restored files stay exactly as the backup left them.
       030-REFUSE-UNCLEAN-LOG.
      *
           IF WL-OFF-DATE-COUNT > ZERO OR WL-BAD-ENTRY-COUNT > ZERO
             MOVE 'TXNLOG DOES NOT BELONG TO THE BUSINESS DATE'
                  TO WS-SECTION-TEXT
             WRITE REPORT-LINE FROM WS-SECTION-LINE
             MOVE 'ENTRIES ON THE LOG'         TO WK-TAG
             MOVE WL-ENTRY-COUNT               TO WK-COUNT
             WRITE REPORT-LINE FROM WS-COUNT-LINE
             MOVE 'ENTRIES DATED OFF THE BUSINESS DATE' TO WK-TAG
             MOVE WL-OFF-DATE-COUNT            TO WK-COUNT
             WRITE REPORT-LINE FROM WS-COUNT-LINE
             MOVE 'ENTRIES WITH A BAD SEQ OR ENTRY TYPE' TO WK-TAG
             MOVE WL-BAD-ENTRY-COUNT           TO WK-COUNT
             WRITE REPORT-LINE FROM WS-COUNT-LINE
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE 'NOTHING REPLAYED - RESTORED FILES LEFT AS BACKED UP'
                  TO WS-VERDICT-LINE
             WRITE REPORT-LINE FROM WS-VERDICT-LINE
             DISPLAY WS-VERDICT-LINE
             CLOSE REPORT-FILE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
       035-OPEN-MASTERS.
      *
           OPEN I-O TRADE-MASTER-FILE
           IF WS-TRDMAS-STATUS NOT = '00'
             DISPLAY "TRDMAS OPEN FAILED, STATUS = " WS-TRDMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O CLIENT-LIMIT-FILE
           IF WS-CLILIM-STATUS NOT = '00'
             DISPLAY "CLILIM OPEN FAILED, STATUS = " WS-CLILIM-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O DAY-CONTROL-FILE
           IF WS-DAYCTL-STATUS NOT = '00'
             DISPLAY "DAYCTL OPEN FAILED, STATUS = " WS-DAYCTL-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O TRADE-SEQ-FILE
           IF WS-TRDSEQ-STATUS NOT = '00'
             DISPLAY "TRDSEQ OPEN FAILED, STATUS = " WS-TRDSEQ-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
       050-TERMINATE.
      *
           CLOSE TRADE-MASTER-FILE
           CLOSE DAY-CONTROL-FILE
           CLOSE TRADE-SEQ-FILE
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSFRC0 - LOG ENTRIES REPLAYED = " WL-ENTRY-COUNT
           DISPLAY "MTSFRC0 - TRADES ADDED         = " WR-TRADES-ADDED
           DISPLAY "MTSFRC0 - TRADES REPLACED      = "
                   WR-TRADES-REPLACED
           DISPLAY "MTSFRC0 - LIMITS REBUILT       = "
                   WR-LIMITS-REBUILT
           DISPLAY "MTSFRC0 - TRADE SEQ REBUILT TO = " WS-REBUILT-SEQ.
      *
      * Second pass, in log order, so a trade is written before its
      * reversal or adjustment is applied to it.
       100-REPLAY-LOG.
      *
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TXN-LOG-FILE
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           PERFORM 110-REPLAY-ONE-ENTRY UNTIL END-OF-LOG
           CLOSE TXN-LOG-FILE.
      *
       110-REPLAY-ONE-ENTRY.
      *
           EVALUATE TRUE
             WHEN TXI-IS-REVERSAL
               PERFORM 130-REPLAY-REVERSAL
             WHEN TXI-IS-ADJUSTMENT
               PERFORM 140-REPLAY-ADJUSTMENT
             WHEN OTHER
               PERFORM 120-REPLAY-ORIGINAL
           END-EVALUATE
      *
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
      * The logged image IS the trade as MTSPGM0 wrote it to TRDMAS.
      * A copy the restore left behind (a trade keyed after the
      * backup, still on the cluster) is replaced by the log image,
      * so whatever state it was in, the replay starts it over. The
      * day exposure it consumed goes to the sort for the CLILIM
      * rebuild - TXL-BUY-AMOUNT is logged already converted to
      * rupees at the RATMAS rate, the same figure MTSPGM0 added to
      * CLILIM, so it is taken as it stands.
       120-REPLAY-ORIGINAL.
      *
           MOVE TXN-LOG-IN-RECORD TO TXN-LOG-RECORD
           WRITE TXN-LOG-RECORD
             INVALID KEY
               PERFORM 125-REPLACE-TRADE
             NOT INVALID KEY
               ADD 1 TO WR-TRADES-ADDED
           END-WRITE
      *
           IF TXI-CLIENT-CODE NOT = SPACES
             MOVE TXI-CLIENT-CODE TO SR-CLIENT-CODE
             MOVE TXI-BUY-AMOUNT  TO SR-TRADE-AMOUNT
             RELEASE SORT-RECORD
           END-IF.
      *
       125-REPLACE-TRADE.
      *
           IF WS-TRDMAS-STATUS = '22'
             REWRITE TXN-LOG-RECORD
             IF WS-TRDMAS-STATUS = '00'
               ADD 1 TO WR-TRADES-REPLACED
             ELSE
               PERFORM 190-REPORT-WRITE-ERROR
             END-IF
           ELSE
             PERFORM 190-REPORT-WRITE-ERROR
           END-IF.
      *
      * The reversal entry is the master record as the reversing
      * path rewrote it. A reversal whose trade is not on the
      * restored master (reversed from a day the backup no longer
      * holds) is written as logged and reported.
       130-REPLAY-REVERSAL.
      *
           MOVE TXN-LOG-IN-RECORD TO TXN-LOG-RECORD
           REWRITE TXN-LOG-RECORD
             INVALID KEY
               PERFORM 135-ADD-REVERSED-TRADE
             NOT INVALID KEY
               ADD 1 TO WR-REVERSALS-APPLIED
           END-REWRITE.
      *
       135-ADD-REVERSED-TRADE.
      *
           WRITE TXN-LOG-RECORD
             INVALID KEY
               PERFORM 190-REPORT-WRITE-ERROR
             NOT INVALID KEY
               ADD 1 TO WR-REVERSALS-ADDED
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING 'REVERSAL ' TXI-TRADE-SEQ-NO
                      ' - TRADE NOT ON RESTORED TRDMAS, WRITTEN AS'
                      ' LOGGED' DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               END-STRING
               WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           END-WRITE.
      *
      * An MTSIRR0 adjustment carries only the charge differences in
      * one direction; applied to the trade the way MTSIRR0 rewrote
      * it, with the MTM after charges moved to match.
       140-REPLAY-ADJUSTMENT.
      *
           MOVE TXI-TRADE-SEQ-NO TO TXL-TRADE-SEQ-NO
           READ TRADE-MASTER-FILE
             INVALID KEY
               PERFORM 148-REPORT-ADJUSTMENT-MISSED
             NOT INVALID KEY
               PERFORM 145-APPLY-ADJUSTMENT
           END-READ.
      *
       145-APPLY-ADJUSTMENT.
      *
           IF TXI-IS-CHARGE-RAISE
             ADD TXI-BROKERAGE-CHARGE   TO TXL-BROKERAGE-CHARGE
             ADD TXI-TRANSACTION-CHARGE TO TXL-TRANSACTION-CHARGE
             ADD TXI-STT-CHARGE         TO TXL-STT-CHARGE
             ADD TXI-STAMP-DUTY         TO TXL-STAMP-DUTY
             ADD TXI-GST-CHARGE         TO TXL-GST-CHARGE
             ADD TXI-CGST-CHARGE        TO TXL-CGST-CHARGE
             ADD TXI-SGST-CHARGE        TO TXL-SGST-CHARGE
             ADD TXI-IGST-CHARGE        TO TXL-IGST-CHARGE
             ADD TXI-TOTAL-CHARGE       TO TXL-TOTAL-CHARGE
           ELSE
             SUBTRACT TXI-BROKERAGE-CHARGE   FROM TXL-BROKERAGE-CHARGE
             SUBTRACT TXI-TRANSACTION-CHARGE
                                           FROM TXL-TRANSACTION-CHARGE
             SUBTRACT TXI-STT-CHARGE         FROM TXL-STT-CHARGE
             SUBTRACT TXI-STAMP-DUTY         FROM TXL-STAMP-DUTY
             SUBTRACT TXI-GST-CHARGE         FROM TXL-GST-CHARGE
             SUBTRACT TXI-CGST-CHARGE        FROM TXL-CGST-CHARGE
             SUBTRACT TXI-SGST-CHARGE        FROM TXL-SGST-CHARGE
             SUBTRACT TXI-IGST-CHARGE        FROM TXL-IGST-CHARGE
             SUBTRACT TXI-TOTAL-CHARGE       FROM TXL-TOTAL-CHARGE
           END-IF
           COMPUTE TXL-MTM-AFTER-CHARGE =
               TXL-MTM-AMOUNT - TXL-TOTAL-CHARGE
           REWRITE TXN-LOG-RECORD
           IF WS-TRDMAS-STATUS = '00'
             ADD 1 TO WR-ADJUSTMENTS-APPLIED
           ELSE
             PERFORM 190-REPORT-WRITE-ERROR
           END-IF.
      *
       148-REPORT-ADJUSTMENT-MISSED.
      *
           ADD 1 TO WR-ADJUSTMENTS-MISSED
           MOVE SPACES TO WS-MESSAGE-LINE
           STRING 'ADJUSTMENT ' TXI-TRADE-SEQ-NO
                  ' - TRADE NOT ON TRDMAS, NOT APPLIED'
                  DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE.
      *
       190-REPORT-WRITE-ERROR.
      *
           ADD 1 TO WR-WRITE-ERRORS
           MOVE SPACES TO WS-MESSAGE-LINE
           STRING 'TRADE ' TXI-TRADE-SEQ-NO
                  ' ENTRY ' TXI-ENTRY-TYPE
                  ' - TRDMAS UPDATE FAILED, STATUS = '
                  WS-TRDMAS-STATUS
                  DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           DISPLAY WS-MESSAGE-LINE
           MOVE 'N' TO WS-PROVEN-IND.
      *
      * The sorted day exposure is matched against CLILIM in client
      * order. A limit client that traded gets the day rebuilt from
      * its trades; one dated today that did not trade (a record
      * the restore brought back part-way through the day) is
      * cleared back to nothing used. A client with no limit record
      * trades unchecked and accumulates nothing, as online.
       200-REBUILD-LIMITS.
      *
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN
           PERFORM 205-NEXT-CLIENT-TOTAL
           PERFORM 208-READ-NEXT-LIMIT
      *
           PERFORM 210-MATCH-CLIENT
               UNTIL WS-SORT-CLIENT = HIGH-VALUES
                 AND WS-LIMIT-CLIENT = HIGH-VALUES
      *
           CLOSE CLIENT-LIMIT-FILE.
      *
       205-NEXT-CLIENT-TOTAL.
      *
           IF END-OF-SORTED
             MOVE HIGH-VALUES TO WS-SORT-CLIENT
           ELSE
             MOVE SR-CLIENT-CODE TO WS-SORT-CLIENT
             MOVE ZERO           TO WS-SORT-EXPOSURE
             PERFORM 207-ADD-AND-RETURN
                 UNTIL END-OF-SORTED
                    OR SR-CLIENT-CODE NOT = WS-SORT-CLIENT
           END-IF.
      *
       207-ADD-AND-RETURN.
      *
           ADD SR-TRADE-AMOUNT TO WS-SORT-EXPOSURE
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
      *
       208-READ-NEXT-LIMIT.
      *
           READ CLIENT-LIMIT-FILE NEXT
             AT END
               MOVE HIGH-VALUES TO WS-LIMIT-CLIENT
           END-READ
           IF WS-CLILIM-STATUS = '00'
             MOVE LIM-CLIENT-CODE TO WS-LIMIT-CLIENT
           ELSE
             MOVE HIGH-VALUES TO WS-LIMIT-CLIENT
           END-IF.
      *
       210-MATCH-CLIENT.
      *
           EVALUATE TRUE
             WHEN WS-SORT-CLIENT < WS-LIMIT-CLIENT
               ADD 1 TO WR-UNLIMITED-CLIENTS
               ADD WS-SORT-EXPOSURE TO WR-UNLIMITED-EXPOSURE
               PERFORM 205-NEXT-CLIENT-TOTAL
             WHEN WS-SORT-CLIENT = WS-LIMIT-CLIENT
               MOVE WS-SORT-EXPOSURE TO WS-CLIENT-EXPOSURE
               PERFORM 220-REBUILD-CLIENT-LIMIT
               ADD 1 TO WR-LIMITS-REBUILT
               PERFORM 205-NEXT-CLIENT-TOTAL
               PERFORM 208-READ-NEXT-LIMIT
             WHEN OTHER
               IF LIM-EXPOSURE-DATE = WS-BUSDAT-DATE-N
                 MOVE ZERO TO WS-CLIENT-EXPOSURE
                 PERFORM 220-REBUILD-CLIENT-LIMIT
                 ADD 1 TO WR-LIMITS-CLEARED
               END-IF
               PERFORM 208-READ-NEXT-LIMIT
           END-EVALUATE.
      *
      * Day exposure is the day's trades outright. Month-to-date
      * turnover keeps what the restored record held for the month
      * before today - any part of today the backup already carried
      * comes off first, since exposure and turnover move together
      * as MTSPGM0 posts - then takes the day on top. A record from
      * an earlier month, or keyed before the turnover fields
      * existed, starts the month at the day. Caps as MTSPGM0.
       220-REBUILD-CLIENT-LIMIT.
      *
           MOVE ZERO TO WS-BASE-TURNOVER
           IF LIM-TURNOVER-MONTH NUMERIC
              AND LIM-MTD-TURNOVER NUMERIC
              AND LIM-TURNOVER-MONTH = WS-TURNOVER-MONTH
             MOVE LIM-MTD-TURNOVER TO WS-BASE-TURNOVER
             IF LIM-EXPOSURE-DATE = WS-BUSDAT-DATE-N
                AND LIM-DAY-EXPOSURE-USED NUMERIC
               IF LIM-DAY-EXPOSURE-USED > WS-BASE-TURNOVER
                 MOVE ZERO TO WS-BASE-TURNOVER
               ELSE
                 SUBTRACT LIM-DAY-EXPOSURE-USED FROM WS-BASE-TURNOVER
               END-IF
             END-IF
           END-IF
      *
           MOVE WS-BUSDAT-DATE-N  TO LIM-EXPOSURE-DATE
           MOVE WS-TURNOVER-MONTH TO LIM-TURNOVER-MONTH
           COMPUTE LIM-DAY-EXPOSURE-USED = WS-CLIENT-EXPOSURE
             ON SIZE ERROR
               MOVE 9999999999.99 TO LIM-DAY-EXPOSURE-USED
           END-COMPUTE
           COMPUTE LIM-MTD-TURNOVER =
               WS-BASE-TURNOVER + WS-CLIENT-EXPOSURE
             ON SIZE ERROR
               MOVE 9999999999999.99 TO LIM-MTD-TURNOVER
           END-COMPUTE
      *
           REWRITE CLIENT-LIMIT-RECORD
           IF WS-CLILIM-STATUS NOT = '00'
             MOVE SPACES TO WS-MESSAGE-LINE
             STRING 'CLIENT ' LIM-CLIENT-CODE
                    ' - CLILIM REWRITE FAILED, STATUS = '
                    WS-CLILIM-STATUS
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
             END-STRING
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
             DISPLAY WS-MESSAGE-LINE
             MOVE 'N' TO WS-PROVEN-IND
           END-IF.
      *
      * The day control record is the log's own totals - every
      * entry on the log belongs to the business date, so the
      * counters are re-derived outright, never added to what the
      * backup carried.
       300-REBUILD-DAY-CONTROL.
      *
           MOVE 'C' TO DCT-CONTROL-KEY
           READ DAY-CONTROL-FILE
             INVALID KEY
               PERFORM 305-WRITE-DAY-CONTROL
             NOT INVALID KEY
               PERFORM 307-REWRITE-DAY-CONTROL
           END-READ.
      *
       305-WRITE-DAY-CONTROL.
      *
           PERFORM 308-SET-DAY-CONTROL
           WRITE DAYCTL-RECORD
           IF WS-DAYCTL-STATUS NOT = '00'
             DISPLAY "DAYCTL WRITE FAILED, STATUS = " WS-DAYCTL-STATUS
             MOVE 'N' TO WS-PROVEN-IND
           END-IF.
      *
       307-REWRITE-DAY-CONTROL.
      *
           PERFORM 308-SET-DAY-CONTROL
           REWRITE DAYCTL-RECORD
           IF WS-DAYCTL-STATUS NOT = '00'
             DISPLAY "DAYCTL REWRITE FAILED, STATUS = "
                     WS-DAYCTL-STATUS
             MOVE 'N' TO WS-PROVEN-IND
           END-IF.
      *
       308-SET-DAY-CONTROL.
      *
           MOVE 'C'                 TO DCT-CONTROL-KEY
           MOVE WS-BUSDAT-DATE-N    TO DCT-BUSINESS-DATE
           MOVE WL-ORIGINAL-COUNT   TO DCT-TRADE-COUNT
           MOVE WL-REVERSAL-COUNT   TO DCT-REVERSAL-COUNT
           MOVE WL-CHARGE-SUM       TO DCT-TOTAL-CHARGE-SUM
           MOVE WL-HIGH-TRADE-SEQ   TO DCT-LAST-TRADE-SEQ.
      *
      * The next trade must never reuse a reference already on the
      * log: TRDSEQ is carried up to the highest seq logged, and
      * left alone when the restored figure is already past it.
       310-REBUILD-TRADE-SEQ.
      *
           MOVE 'S' TO TSQ-CONTROL-KEY
           READ TRADE-SEQ-FILE
             INVALID KEY
               PERFORM 315-WRITE-TRADE-SEQ
             NOT INVALID KEY
               PERFORM 317-RAISE-TRADE-SEQ
           END-READ.
      *
       315-WRITE-TRADE-SEQ.
      *
           MOVE ZERO              TO WS-RESTORED-SEQ
           MOVE 'S'               TO TSQ-CONTROL-KEY
           MOVE WL-HIGH-TRADE-SEQ TO TSQ-LAST-TRADE-SEQ-NO
                                     WS-REBUILT-SEQ
           WRITE TRDSEQ-RECORD
           IF WS-TRDSEQ-STATUS NOT = '00'
             DISPLAY "TRDSEQ WRITE FAILED, STATUS = " WS-TRDSEQ-STATUS
             MOVE 'N' TO WS-PROVEN-IND
           END-IF.
      *
       317-RAISE-TRADE-SEQ.
      *
           MOVE TSQ-LAST-TRADE-SEQ-NO TO WS-RESTORED-SEQ
                                         WS-REBUILT-SEQ
           IF WL-HIGH-TRADE-SEQ > TSQ-LAST-TRADE-SEQ-NO
             MOVE WL-HIGH-TRADE-SEQ TO TSQ-LAST-TRADE-SEQ-NO
                                       WS-REBUILT-SEQ
             REWRITE TRDSEQ-RECORD
             IF WS-TRDSEQ-STATUS NOT = '00'
               DISPLAY "TRDSEQ REWRITE FAILED, STATUS = "
                       WS-TRDSEQ-STATUS
               MOVE 'N' TO WS-PROVEN-IND
             END-IF
           END-IF.
      *
      * Third pass: every trade the log names is read back from the
      * rebuilt master. Each original must be there and its charges
      * must add up to what the log says the day's trades now cost
      * (originals plus raises less credits); each reversal must
      * find its trade marked reversed.
       400-PROVE-TRADE-MASTER.
      *
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TXN-LOG-FILE
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           PERFORM 410-PROVE-ONE-ENTRY UNTIL END-OF-LOG
           CLOSE TXN-LOG-FILE.
      *
       410-PROVE-ONE-ENTRY.
      *
           IF NOT TXI-IS-ADJUSTMENT
             MOVE TXI-TRADE-SEQ-NO TO TXL-TRADE-SEQ-NO
             READ TRADE-MASTER-FILE
               INVALID KEY
                 PERFORM 415-COUNT-MISSING-TRADE
               NOT INVALID KEY
                 PERFORM 420-COUNT-FOUND-TRADE
             END-READ
           END-IF
      *
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
       415-COUNT-MISSING-TRADE.
      *
           IF TXI-IS-ORIGINAL
             ADD 1 TO WP-ORIGINALS-MISSING
           END-IF.
      *
       420-COUNT-FOUND-TRADE.
      *
           IF TXI-IS-REVERSAL
             IF TXL-IS-REVERSAL
               ADD 1 TO WP-REVERSED-FOUND
             END-IF
           ELSE
             ADD 1 TO WP-ORIGINALS-FOUND
             ADD TXL-TOTAL-CHARGE TO WP-NET-TRADE-CHARGE
           END-IF.
      *
      * CLILIM read back from the top: the day exposure on every
      * record dated today, plus what the clients with no limit
      * record traded, must add up to the coded-client
      * consideration the first pass took straight off the log.
       450-PROVE-CLIENT-LIMITS.
      *
           OPEN INPUT CLIENT-LIMIT-FILE
           IF WS-CLILIM-STATUS NOT = '00'
             DISPLAY "CLILIM REOPEN FAILED, STATUS = "
                     WS-CLILIM-STATUS
             MOVE 'N' TO WS-PROVEN-IND
           ELSE
             PERFORM 455-ADD-ONE-LIMIT UNTIL END-OF-LIMITS
             CLOSE CLIENT-LIMIT-FILE
           END-IF.
      *
       455-ADD-ONE-LIMIT.
      *
           READ CLIENT-LIMIT-FILE NEXT
             AT END
               MOVE 'Y' TO WS-LIMIT-EOF-SWITCH
           END-READ
           IF WS-CLILIM-STATUS = '00'
             IF LIM-EXPOSURE-DATE = WS-BUSDAT-DATE-N
               ADD LIM-DAY-EXPOSURE-USED TO WP-LIMIT-EXPOSURE
             END-IF
           ELSE
             MOVE 'Y' TO WS-LIMIT-EOF-SWITCH
           END-IF.
      *
       500-PRINT-PROOF.
      *
           MOVE 'TXNLOG REPLAYED' TO WS-SECTION-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           MOVE 'ENTRIES ON THE LOG'           TO WK-TAG
           MOVE WL-ENTRY-COUNT                 TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TRADES ADDED TO TRDMAS'       TO WK-TAG
           MOVE WR-TRADES-ADDED                TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TRADES REPLACED ON TRDMAS'    TO WK-TAG
           MOVE WR-TRADES-REPLACED             TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'REVERSALS APPLIED'            TO WK-TAG
           MOVE WR-REVERSALS-APPLIED           TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'REVERSALS WRITTEN WITHOUT THEIR TRADE' TO WK-TAG
           MOVE WR-REVERSALS-ADDED             TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CHARGE ADJUSTMENTS APPLIED'   TO WK-TAG
           MOVE WR-ADJUSTMENTS-APPLIED         TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CHARGE ADJUSTMENTS NOT APPLIED' TO WK-TAG
           MOVE WR-ADJUSTMENTS-MISSED          TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TRDMAS UPDATES FAILED'        TO WK-TAG
           MOVE WR-WRITE-ERRORS                TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LIMIT CLIENTS REBUILT FROM THE DAY' TO WK-TAG
           MOVE WR-LIMITS-REBUILT              TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LIMIT CLIENTS CLEARED (NO TRADES TODAY)' TO WK-TAG
           MOVE WR-LIMITS-CLEARED              TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENTS TRADED WITH NO LIMIT RECORD' TO WK-TAG
           MOVE WR-UNLIMITED-CLIENTS           TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE '  CONSIDERATION THEY TRADED'  TO WA-TAG
           MOVE WR-UNLIMITED-EXPOSURE          TO WA-AMOUNT
           WRITE REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'TRDSEQ AS RESTORED'           TO WK-TAG
           MOVE WS-RESTORED-SEQ                TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
      *
           MOVE 'REBUILT FILES PROVED AGAINST THE LOG'
                TO WS-SECTION-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           PERFORM 510-PROVE-DAY-CONTROL
      *
           MOVE 'TRDMAS TRADES ON FILE'  TO WB-ITEM
           MOVE WL-ORIGINAL-COUNT        TO WS-COMPARE-LOG
           MOVE WP-ORIGINALS-FOUND       TO WS-COMPARE-REBUILT
           PERFORM 590-FLAG-COMPARE
           MOVE 'TRDMAS TRADES REVERSED' TO WB-ITEM
           MOVE WL-REVERSAL-COUNT        TO WS-COMPARE-LOG
           MOVE WP-REVERSED-FOUND        TO WS-COMPARE-REBUILT
           PERFORM 590-FLAG-COMPARE
           MOVE 'TRDMAS NET TRADE CHARGES' TO WB-ITEM
           MOVE WL-NET-TRADE-CHARGE      TO WS-COMPARE-LOG
           MOVE WP-NET-TRADE-CHARGE      TO WS-COMPARE-REBUILT
           PERFORM 590-FLAG-COMPARE
           MOVE 'CLILIM + NO-LIMIT EXPOSURE' TO WB-ITEM
           MOVE WL-CLIENT-EXPOSURE       TO WS-COMPARE-LOG
           COMPUTE WS-COMPARE-REBUILT =
               WP-LIMIT-EXPOSURE + WR-UNLIMITED-EXPOSURE
           PERFORM 590-FLAG-COMPARE
           MOVE 'TRDSEQ NOT BELOW LOG'   TO WB-ITEM
           MOVE WL-HIGH-TRADE-SEQ        TO WB-LOG
           MOVE WS-REBUILT-SEQ           TO WB-REBUILT
           IF WS-REBUILT-SEQ NOT < WL-HIGH-TRADE-SEQ
             MOVE 'OK'       TO WB-FLAG
           ELSE
             MOVE '*DIFFER*' TO WB-FLAG
             MOVE 'N'        TO WS-PROVEN-IND
           END-IF
           WRITE REPORT-LINE FROM WS-COMPARE-LINE
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF REBUILD-PROVEN
             MOVE 'REBUILD PROVED TO TXNLOG - FILES MAY BE REOPENED'
                  TO WS-VERDICT-LINE
             IF WR-REVERSALS-ADDED > ZERO
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             MOVE 'REBUILD DOES NOT PROVE - KEEP FILES CLOSED'
                  TO WS-VERDICT-LINE
             MOVE 12 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE FROM WS-VERDICT-LINE
           DISPLAY WS-VERDICT-LINE.
      *
      * The rebuilt control record read back and set against the
      * log exactly as MTSBAL0 will set it at the EOD gate.
       510-PROVE-DAY-CONTROL.
      *
           MOVE 'C' TO DCT-CONTROL-KEY
           READ DAY-CONTROL-FILE
             INVALID KEY
               MOVE ZERO TO DCT-TRADE-COUNT
                            DCT-REVERSAL-COUNT
                            DCT-TOTAL-CHARGE-SUM
                            DCT-LAST-TRADE-SEQ
               MOVE 'N' TO WS-PROVEN-IND
           END-READ
      *
           MOVE 'DAYCTL TRADES WRITTEN'  TO WB-ITEM
           MOVE WL-ORIGINAL-COUNT        TO WS-COMPARE-LOG
           MOVE DCT-TRADE-COUNT          TO WS-COMPARE-REBUILT
           PERFORM 590-FLAG-COMPARE
           MOVE 'DAYCTL REVERSALS WRITTEN' TO WB-ITEM
           MOVE WL-REVERSAL-COUNT        TO WS-COMPARE-LOG
           MOVE DCT-REVERSAL-COUNT       TO WS-COMPARE-REBUILT
           PERFORM 590-FLAG-COMPARE
           MOVE 'DAYCTL TOTAL CHARGE SUM' TO WB-ITEM
           MOVE WL-CHARGE-SUM            TO WS-COMPARE-LOG
           MOVE DCT-TOTAL-CHARGE-SUM     TO WS-COMPARE-REBUILT
           PERFORM 590-FLAG-COMPARE
           MOVE 'DAYCTL LAST TRADE SEQ'  TO WB-ITEM
           MOVE WL-HIGH-TRADE-SEQ        TO WS-COMPARE-LOG
           MOVE DCT-LAST-TRADE-SEQ       TO WS-COMPARE-REBUILT
           PERFORM 590-FLAG-COMPARE.
      *
       590-FLAG-COMPARE.
      *
           MOVE WS-COMPARE-LOG     TO WB-LOG
           MOVE WS-COMPARE-REBUILT TO WB-REBUILT
           IF WS-COMPARE-LOG = WS-COMPARE-REBUILT
             MOVE 'OK'       TO WB-FLAG
           ELSE
             MOVE '*DIFFER*' TO WB-FLAG
             MOVE 'N'        TO WS-PROVEN-IND
           END-IF
           WRITE REPORT-LINE FROM WS-COMPARE-LINE.
      *
       END PROGRAM MTSFRC0.
