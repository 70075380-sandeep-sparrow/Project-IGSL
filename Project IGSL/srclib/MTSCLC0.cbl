      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: NIGHTLY CLIENT ACCOUNT CLOSURE CHECK. WORKS EVERY
      *        : CLOSURE REQUEST ON CLSREQ (MTSCLR0) STILL IN HAND:
      *        :   RAISED/BLOCKED - LISTS EVERY OBSTACLE TO CLOSING
      *        :     THE ACCOUNT: A PAY-IN STILL OWED ON THE CLILGR
      *        :     LEDGER, AN UNPAID (ISSUED, QUEUED OR FAILED)
      *        :     PAYMAS INSTRUCTION, A PENDING REVERSAL ON
      *        :     PNDREV, AN OPEN BREAK ON BRKMAS (BOTH TRACED TO
      *        :     THE CLIENT THROUGH TRDMAS), A SHORT HOLDING ON
      *        :     HLDMAS, TRADES ON TXNHIST NOT YET SETTLED, AND
      *        :     NO BANK ACCOUNT TO PAY A CREDIT BALANCE TO. AN
      *        :     ACCOUNT WITH NONE IS CLEAN: ITS HOLDINGS ARE
      *        :     TRANSFERRED OUT, THE FINAL CLOSURE STATEMENT IS
      *        :     PRINTED (LEDGER HISTORY, HOLDINGS TRANSFERRED
      *        :     OUT, FINAL PAYOUT) AND ANY CREDIT BALANCE IS
      *        :     INSTRUCTED QUEUED ON PAYMAS (PAYEE TYPE 'C')
      *        :     AGAINST A CLOSING LEDGER RECORD, WITH A COPY ON
      *        :     THE CLSPAY PENDING FILE THE NEXT MTSSTM0 RUN
      *        :     PUTS ON THE BANK FILE - THE MTSSBP0 PATTERN.
      *        :   QUEUED/AWAITING - FOLLOWS THE FINAL PAYOUT ON
      *        :     PAYMAS: ONCE THE BANK CONFIRMS IT PAID THE
      *        :     REQUEST AWAITS SUPERVISOR APPROVAL ON MTSC - A
      *        :     PAYOUT ONLY ON A BANK FILE (ISSUED) KEEPS IT
      *        :     QUEUED; A PAYOUT RETURNED
      *        :     FAILED IS RE-QUEUED AT THE BANK ACCOUNT NOW ON
      *        :     CLIMAS.
      *        : CLOSED AND WITHDRAWN REQUESTS ARE ONLY COUNTED. THE
      *        : CLIENT ITSELF IS NEVER CLOSED HERE - THAT IS THE
      *        : SUPERVISOR'S APPROVAL ON MTSC (MTSPGM2). A FILE THAT
      *        : WILL NOT OPEN STOPS THE RUN RC=12 WITH NOTHING
      *        : CHANGED; A REQUEST THAT COULD NOT BE WORKED ENDS THE
      *        : STEP RC=4 AND IS TRIED AGAIN NEXT RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSCLC0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CLOSURE-REQUEST-FILE ASSIGN TO CLSREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLR-CLIENT-CODE
               FILE STATUS IS WS-CLSREQ-STATUS.
      *
           SELECT CLIENT-MASTER-FILE ASSIGN TO CLIMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CLIENT-CODE
               FILE STATUS IS WS-CLIMAS-STATUS.
      *
           SELECT CLIENT-LEDGER-FILE ASSIGN TO CLILGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGR-KEY
               FILE STATUS IS WS-CLILGR-STATUS.
      *
           SELECT PAYMENT-INSTR-FILE ASSIGN TO PAYMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAYMAS-STATUS.
      *
           SELECT PENDING-REVERSAL-FILE ASSIGN TO PNDREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-TRADE-SEQ-NO
               FILE STATUS IS WS-PNDREV-STATUS.
      *
           SELECT OPEN-BREAKS-FILE ASSIGN TO BRKMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBR-TRADE-SEQ-NO
               FILE STATUS IS WS-BRKMAS-STATUS.
      *
           SELECT TRADE-MASTER-FILE ASSIGN TO TRDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TXL-TRADE-SEQ-NO
               FILE STATUS IS WS-TRDMAS-STATUS.
      *
           SELECT HOLDINGS-FILE ASSIGN TO HLDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLDMAS-STATUS.
      *
           SELECT TRADE-HISTORY-FILE ASSIGN TO TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BDT-CONTROL-KEY
               FILE STATUS IS WS-BUSDAT-STATUS.
      *
           SELECT CLOSURE-PAYOUT-FILE ASSIGN TO CLSPAY
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO CLCRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT STATEMENT-FILE ASSIGN TO CLSSTMT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CLOSURE-REQUEST-FILE.
           COPY MTSCLR0.
      *
       FD  CLIENT-MASTER-FILE.
           COPY MTSCLI0.
      *
       FD  CLIENT-LEDGER-FILE.
           COPY MTSLGR0.
      *
       FD  PAYMENT-INSTR-FILE.
           COPY MTSPAY0.
      *
       FD  PENDING-REVERSAL-FILE.
           COPY MTSPND0.
      *
       FD  OPEN-BREAKS-FILE.
           COPY MTSBRK0.
      *
       FD  TRADE-MASTER-FILE.
           COPY MTSLOG0.
      *
       FD  HOLDINGS-FILE.
           COPY MTSHLD0.
      *
       FD  TRADE-HISTORY-FILE.
           COPY MTSHIS0.
      *
       FD  BUSINESS-DATE-FILE.
           COPY MTSBDT0.
      *
      * Final payouts pending the bank - PAYMAS record images, read
      * by every MTSSTM0 run. Rewritten whole each night with every
      * payout still queued.
       FD  CLOSURE-PAYOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSPAY0 REPLACING ==PAYMENT-INSTRUCTION-RECORD==
                               BY ==CLOSURE-PAYOUT-RECORD==
                          LEADING ==PAY-== BY ==CLP-==.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
       FD  STATEMENT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-LINE             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CLSREQ-STATUS           PIC X(02).
       01  WS-CLIMAS-STATUS           PIC X(02).
       01  WS-CLILGR-STATUS           PIC X(02).
       01  WS-PAYMAS-STATUS           PIC X(02).
       01  WS-PNDREV-STATUS           PIC X(02).
       01  WS-BRKMAS-STATUS           PIC X(02).
       01  WS-TRDMAS-STATUS           PIC X(02).
       01  WS-HLDMAS-STATUS           PIC X(02).
       01  WS-HIST-STATUS             PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
      *
       01  WS-REQ-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-REQUESTS                            VALUE 'Y'.
      * One switch serves every keyed walk - ledger, history,
      * reversals, breaks, holdings - each run to its end in turn.
       01  WS-WALK-DONE-IND           PIC X(01).
           88 WALK-IS-DONE                               VALUE 'Y'.
      *
       01  WS-BUSDAT-DATE-N           PIC 9(08)          VALUE ZERO.
      *
      * Trade history log record view - TXNHIST data area moved in,
      * kept apart from the TRDMAS record area.
           COPY MTSLOG0 REPLACING ==TXN-LOG-RECORD==
                               BY ==HIST-TXN-RECORD==
                          LEADING ==TXL-== BY ==HTX-==.
      *
      * The client in hand - its latest ledger position, what the
      * check found and where the final payout will be keyed.
       01  WS-CLIENT-OK-IND           PIC X(01).
           88 CLIENT-ON-FILE                             VALUE 'Y'.
       01  WS-LATEST-LEDGER-DATE      PIC 9(08).
       01  WS-LATEST-CLOSING          PIC S9(11)V99.
       01  WS-OBSTACLE-COUNT          PIC 9(03).
       01  WS-TO-TRANSFER-COUNT       PIC 9(03).
       01  WS-TRANSFER-COUNT          PIC 9(03).
       01  WS-UNSETTLED-COUNT         PIC 9(05).
       01  WS-LAST-SETTLE-DATE        PIC 9(08).
       01  WS-PAYOUT-DATE             PIC 9(08).
       01  WS-TRADE-CLIENT            PIC X(06).
       01  WS-FINALISE-OK-IND         PIC X(01).
           88 FINALISE-OK                                VALUE 'Y'.
      *
      * Trades are looked for on TXNHIST from this many calendar
      * days before the latest ledger date - wider than any
      * settlement cycle plus a run of holidays, so a trade still
      * to settle cannot sit earlier than the scan starts.
       01  WS-SETTLE-LOOKBACK-DAYS    PIC 9(03)          VALUE 10.
       01  WS-SCAN-FROM-INT           PIC S9(09)  COMP.
       01  WS-SCAN-FROM-DATE          PIC 9(08).
       01  WS-SCAN-BASE-DATE          PIC 9(08).
      *
       01  WS-REQUESTS-READ           PIC 9(05)          VALUE ZERO.
       01  WS-CHECKED-COUNT           PIC 9(05)          VALUE ZERO.
       01  WS-BLOCKED-COUNT           PIC 9(05)          VALUE ZERO.
       01  WS-STATEMENT-COUNT         PIC 9(05)          VALUE ZERO.
       01  WS-QUEUED-COUNT            PIC 9(05)          VALUE ZERO.
       01  WS-AWAITING-COUNT          PIC 9(05)          VALUE ZERO.
       01  WS-ISSUED-COUNT            PIC 9(05)          VALUE ZERO.
       01  WS-REQUEUED-COUNT          PIC 9(05)          VALUE ZERO.
       01  WS-FINISHED-COUNT          PIC 9(05)          VALUE ZERO.
       01  WS-ERROR-COUNT             PIC 9(05)          VALUE ZERO.
       01  WS-PENDING-WRITTEN         PIC 9(05)          VALUE ZERO.
       01  WS-QUEUED-TOTAL            PIC S9(13)V99      VALUE ZERO.
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
              VALUE '*** IGSL CLIENT ACCOUNT CLOSURE CHECK - OBST'.
           05 FILLER                  PIC X(25)
              VALUE 'ACLES AND FINAL PAYOUTS *'.
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
       01  WS-CLIENT-LINE.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT: '.
           05 WC-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WC-CLIENT-NAME          PIC X(30).
           05 FILLER                  PIC X(12)
              VALUE ' REQUESTED: '.
           05 WC-REQUEST-DATE         PIC 9(08).
           05 FILLER                  PIC X(04)  VALUE ' BY '.
           05 WC-REQUEST-OPERATOR     PIC X(08).
           05 FILLER                  PIC X(10)
              VALUE '   STAGE: '.
           05 WC-STAGE                PIC X(10).
      *
      * One line per obstacle, note or result under the client.
      * The amount column is blanked where there is no amount.
       01  WS-ITEM-LINE.
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 WI-TAG                  PIC X(10).
           05 WI-TEXT                 PIC X(50).
           05 WI-REFERENCE            PIC X(16).
           05 WI-AMOUNT-AREA          PIC X(18).
           05 WI-AMOUNT REDEFINES WI-AMOUNT-AREA
                                      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TOTAL-LINE.
           05 WT-TAG                  PIC X(34).
           05 WT-COUNT                PIC ZZ,ZZ9.
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 WT-AMOUNT-AREA          PIC X(18).
           05 WT-AMOUNT REDEFINES WT-AMOUNT-AREA
                                      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *
      * The closure statement - one block per client made clean.
       01  WS-STMT-HEADING.
           05 FILLER                  PIC X(44)
              VALUE '*** IGSL CLIENT ACCOUNT CLOSURE STATEMENT **'.
           05 FILLER                  PIC X(01)  VALUE '*'.
      *
       01  WS-STMT-CLIENT-LINE.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT: '.
           05 WS-SC-CLIENT-CODE       PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-SC-CLIENT-NAME       PIC X(30).
           05 FILLER                  PIC X(18)
              VALUE ' STATEMENT DATE:  '.
           05 WS-SC-STATEMENT-DATE    PIC 9(08).
      *
       01  WS-STMT-REQUEST-LINE.
           05 FILLER                  PIC X(19)
              VALUE 'CLOSURE REQUESTED: '.
           05 WS-SR-REQUEST-DATE      PIC 9(08).
           05 FILLER                  PIC X(04)  VALUE ' AT '.
           05 WS-SR-REQUEST-TIME      PIC X(08).
           05 FILLER                  PIC X(04)  VALUE ' BY '.
           05 WS-SR-REQUEST-OPERATOR  PIC X(08).
      *
       01  WS-STMT-SECTION-LINE.
           05 WS-SS-TITLE             PIC X(60).
      *
       01  WS-STMT-LEDGER-COLUMNS.
           05 FILLER                  PIC X(10)  VALUE 'DATE'.
           05 FILLER                  PIC X(18)  VALUE '       OPENING'.
           05 FILLER                  PIC X(18)  VALUE '    OBLIGATION'.
           05 FILLER                  PIC X(18)  VALUE '      RECEIVED'.
           05 FILLER                  PIC X(18)  VALUE '          PAID'.
           05 FILLER                  PIC X(18)  VALUE '      INTEREST'.
           05 FILLER                  PIC X(18)  VALUE '       CLOSING'.
      *
       01  WS-STMT-LEDGER-LINE.
           05 WS-SL-DATE              PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-SL-OPENING           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-SL-OBLIGATION        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-SL-RECEIVED          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-SL-PAID              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-SL-INTEREST          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-SL-CLOSING           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-STMT-HOLDING-COLUMNS.
           05 FILLER                  PIC X(12)  VALUE 'SCRIP'.
           05 FILLER                  PIC X(14)  VALUE '      QUANTITY'.
           05 FILLER                  PIC X(16)
              VALUE '    AVERAGE COST'.
           05 FILLER                  PIC X(14)  VALUE '  LAST MOVED'.
      *
       01  WS-STMT-HOLDING-LINE.
           05 WS-SH-SCRIP-CODE        PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-SH-QUANTITY          PIC -Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-SH-AVERAGE-COST      PIC ZZZ,ZZ9.9999.
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 WS-SH-LAST-MOVED        PIC 9(08).
      *
       01  WS-STMT-PAYOUT-LINE.
           05 FILLER                  PIC X(22)
              VALUE 'FINAL PAYOUT AMOUNT : '.
           05 WS-SP-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(13)
              VALUE '  TO ACCOUNT '.
           05 WS-SP-BANK-ACCOUNT      PIC X(16).
           05 FILLER                  PIC X(06)  VALUE ' IFSC '.
           05 WS-SP-BANK-IFSC         PIC X(11).
      *
       01  WS-STMT-RULE-LINE.
           05 FILLER                  PIC X(60)  VALUE ALL '-'.
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           MOVE LOW-VALUES TO CLR-CLIENT-CODE
           START CLOSURE-REQUEST-FILE KEY NOT LESS THAN CLR-CLIENT-CODE
             INVALID KEY
               MOVE 'Y' TO WS-REQ-EOF-SWITCH
           END-START
           IF NOT END-OF-REQUESTS
             PERFORM 025-READ-NEXT-REQUEST
           END-IF
           PERFORM 020-PROCESS-ONE-REQUEST UNTIL END-OF-REQUESTS
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
           PERFORM 015-OPEN-FILES
      *
           MOVE WS-BUSDAT-DATE-N TO WH-BUSINESS-DATE
           MOVE WS-PROC-DATE-N   TO WH-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
      *
      * The closing ledger record and the final payout are dated
      * the business date, never the wall clock - without it
      * nothing is checked.
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
                     "NO CLOSURE REQUEST CHECKED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      * Every file is opened before any request is touched, so a
      * missing dataset stops the run with nothing changed.
       015-OPEN-FILES.
      *
           OPEN I-O CLOSURE-REQUEST-FILE
           IF WS-CLSREQ-STATUS NOT = '00'
             DISPLAY "CLSREQ OPEN FAILED, STATUS = " WS-CLSREQ-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIMAS-STATUS NOT = '00'
             DISPLAY "CLIMAS OPEN FAILED, STATUS = " WS-CLIMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O CLIENT-LEDGER-FILE
           IF WS-CLILGR-STATUS NOT = '00'
             DISPLAY "CLILGR OPEN FAILED, STATUS = " WS-CLILGR-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O PAYMENT-INSTR-FILE
           IF WS-PAYMAS-STATUS NOT = '00'
             DISPLAY "PAYMAS OPEN FAILED, STATUS = " WS-PAYMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT PENDING-REVERSAL-FILE
           IF WS-PNDREV-STATUS NOT = '00'
             DISPLAY "PNDREV OPEN FAILED, STATUS = " WS-PNDREV-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT OPEN-BREAKS-FILE
           IF WS-BRKMAS-STATUS NOT = '00'
             DISPLAY "BRKMAS OPEN FAILED, STATUS = " WS-BRKMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT TRADE-MASTER-FILE
           IF WS-TRDMAS-STATUS NOT = '00'
             DISPLAY "TRDMAS OPEN FAILED, STATUS = " WS-TRDMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O HOLDINGS-FILE
           IF WS-HLDMAS-STATUS NOT = '00'
             DISPLAY "HLDMAS OPEN FAILED, STATUS = " WS-HLDMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT TRADE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
             DISPLAY "TXNHIST OPEN FAILED, STATUS = " WS-HIST-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
      *
           OPEN OUTPUT CLOSURE-PAYOUT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT STATEMENT-FILE.
      *
       020-PROCESS-ONE-REQUEST.
      *
           ADD 1 TO WS-REQUESTS-READ
           EVALUATE TRUE
             WHEN CLR-IS-FINISHED
               ADD 1 TO WS-FINISHED-COUNT
             WHEN CLR-NEEDS-CHECK
               PERFORM 100-CHECK-CLOSURE
             WHEN CLR-IS-QUEUED OR CLR-IS-AWAITING-APPROVAL
               PERFORM 300-FOLLOW-PAYOUT
             WHEN OTHER
               MOVE 'UNKNOWN STAGE' TO WC-STAGE
               PERFORM 030-PRINT-CLIENT-LINE
               MOVE 'ERROR'        TO WI-TAG
               MOVE 'CLOSURE REQUEST STAGE NOT RECOGNISED'
                                   TO WI-TEXT
               MOVE CLR-STATUS     TO WI-REFERENCE
               MOVE SPACES         TO WI-AMOUNT-AREA
               PERFORM 040-WRITE-ITEM-LINE
               PERFORM 045-COUNT-ERROR
           END-EVALUATE
      *
           PERFORM 025-READ-NEXT-REQUEST.
      *
       025-READ-NEXT-REQUEST.
      *
           READ CLOSURE-REQUEST-FILE NEXT
             AT END
               MOVE 'Y' TO WS-REQ-EOF-SWITCH
           END-READ.
      *
      * The client master record for the request in hand - name
      * for the report, bank account for the payout.
       028-GET-CLIENT.
      *
           MOVE 'N'             TO WS-CLIENT-OK-IND
           MOVE CLR-CLIENT-CODE TO CLI-CLIENT-CODE
           READ CLIENT-MASTER-FILE
             INVALID KEY
               MOVE SPACES TO CLIENT-MASTER-RECORD
               MOVE CLR-CLIENT-CODE TO CLI-CLIENT-CODE
               MOVE '** NOT ON CLIMAS **' TO CLI-CLIENT-NAME
             NOT INVALID KEY
               MOVE 'Y' TO WS-CLIENT-OK-IND
           END-READ.
      *
       030-PRINT-CLIENT-LINE.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CLR-CLIENT-CODE      TO WC-CLIENT-CODE
           MOVE CLI-CLIENT-NAME      TO WC-CLIENT-NAME
           MOVE CLR-REQUEST-DATE     TO WC-REQUEST-DATE
           MOVE CLR-REQUEST-OPERATOR TO WC-REQUEST-OPERATOR
           WRITE REPORT-LINE FROM WS-CLIENT-LINE.
      *
       040-WRITE-ITEM-LINE.
      *
           WRITE REPORT-LINE FROM WS-ITEM-LINE.
      *
       045-COUNT-ERROR.
      *
           ADD 1 TO WS-ERROR-COUNT
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * A request not yet clean: every obstacle is looked for and
      * listed - not just the first - so the desk can clear them
      * all in one pass. None found makes the account clean.
       100-CHECK-CLOSURE.
      *
           PERFORM 028-GET-CLIENT
           IF CLR-IS-RAISED
             MOVE 'RAISED'  TO WC-STAGE
           ELSE
             MOVE 'BLOCKED' TO WC-STAGE
           END-IF
           PERFORM 030-PRINT-CLIENT-LINE
      *
           IF NOT CLIENT-ON-FILE OR NOT CLI-IS-CLOSURE-PENDING
             MOVE 'ERROR'  TO WI-TAG
             MOVE 'CLIENT NOT CLOSURE PENDING ON CLIMAS - SKIPPED'
                           TO WI-TEXT
             MOVE SPACES   TO WI-REFERENCE
             MOVE SPACES   TO WI-AMOUNT-AREA
             PERFORM 040-WRITE-ITEM-LINE
             PERFORM 045-COUNT-ERROR
           ELSE
             ADD 1 TO WS-CHECKED-COUNT
             MOVE ZERO TO WS-OBSTACLE-COUNT
                          WS-TO-TRANSFER-COUNT
      *
             PERFORM 110-CHECK-LEDGER
             PERFORM 120-CHECK-UNSETTLED
             PERFORM 130-CHECK-REVERSALS
             PERFORM 140-CHECK-BREAKS
             PERFORM 150-CHECK-HOLDINGS
             PERFORM 160-CHECK-PAYOUT-READY
      *
             MOVE WS-BUSDAT-DATE-N  TO CLR-LAST-CHECK-DATE
             MOVE WS-OBSTACLE-COUNT TO CLR-OBSTACLE-COUNT
             IF WS-OBSTACLE-COUNT > ZERO
               SET CLR-IS-BLOCKED TO TRUE
               ADD 1 TO WS-BLOCKED-COUNT
               MOVE 'RESULT'  TO WI-TAG
               MOVE 'CLOSURE BLOCKED - OBSTACLES ABOVE TO BE CLEARED'
                              TO WI-TEXT
               MOVE WS-OBSTACLE-COUNT TO WI-REFERENCE
               MOVE SPACES    TO WI-AMOUNT-AREA
               PERFORM 040-WRITE-ITEM-LINE
             ELSE
               PERFORM 200-FINALISE-CLOSURE
             END-IF
             PERFORM 900-REWRITE-REQUEST
           END-IF.
      *
      * The client's ledger records newest first - the first is the
      * current position. Every ledger date is probed on PAYMAS for
      * a pay-out the bank has not yet confirmed paid.
       110-CHECK-LEDGER.
      *
           MOVE ZERO TO WS-LATEST-LEDGER-DATE
           MOVE ZERO TO WS-LATEST-CLOSING
           MOVE 'N'  TO WS-WALK-DONE-IND
           MOVE CLR-CLIENT-CODE TO LGR-CLIENT-CODE
           MOVE ZERO            TO LGR-LEDGER-CDATE
           START CLIENT-LEDGER-FILE KEY NOT LESS THAN LGR-KEY
             INVALID KEY
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-START
           PERFORM 112-CHECK-ONE-LEDGER-RECORD UNTIL WALK-IS-DONE
      *
           IF WS-LATEST-CLOSING < ZERO
             MOVE 'OBSTACLE' TO WI-TAG
             MOVE 'PAY-IN STILL OWED BY CLIENT ON LEDGER'
                             TO WI-TEXT
             MOVE WS-LATEST-LEDGER-DATE TO WI-REFERENCE
             MOVE WS-LATEST-CLOSING     TO WI-AMOUNT
             PERFORM 180-LIST-OBSTACLE
           END-IF.
      *
       112-CHECK-ONE-LEDGER-RECORD.
      *
           READ CLIENT-LEDGER-FILE NEXT
             AT END
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-READ
           IF NOT WALK-IS-DONE
             IF LGR-CLIENT-CODE NOT = CLR-CLIENT-CODE
               MOVE 'Y' TO WS-WALK-DONE-IND
             ELSE
               IF WS-LATEST-LEDGER-DATE = ZERO
                 MOVE LGR-LEDGER-DATE     TO WS-LATEST-LEDGER-DATE
                 MOVE LGR-CLOSING-BALANCE TO WS-LATEST-CLOSING
               END-IF
               MOVE LGR-LEDGER-DATE TO PAY-SETTLE-DATE
               MOVE CLR-CLIENT-CODE TO PAY-CLIENT-CODE
               READ PAYMENT-INSTR-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF NOT PAY-IS-PAID
                     MOVE 'OBSTACLE' TO WI-TAG
                     EVALUATE TRUE
                       WHEN PAY-IS-FAILED
                         MOVE 'PAY-OUT FAILED AT BANK - NOT YET REPAID'
                              TO WI-TEXT
                       WHEN PAY-IS-QUEUED
                         MOVE 'PAY-OUT QUEUED - NOT YET SENT TO BANK'
                              TO WI-TEXT
                       WHEN OTHER
                         MOVE 'PAY-OUT ISSUED - BANK NOT YET CONFIRMED'
                              TO WI-TEXT
                     END-EVALUATE
                     MOVE PAY-SETTLE-DATE TO WI-REFERENCE
                     MOVE PAY-AMOUNT      TO WI-AMOUNT
                     PERFORM 180-LIST-OBSTACLE
                   END-IF
               END-READ
             END-IF
           END-IF.
      *
      * A trade on TXNHIST for the client that settles after its
      * latest ledger record has not reached the ledger yet. An
      * unstamped pre-conversion record is judged on its trade
      * date instead.
       120-CHECK-UNSETTLED.
      *
           MOVE ZERO TO WS-UNSETTLED-COUNT
           MOVE ZERO TO WS-LAST-SETTLE-DATE
           IF WS-LATEST-LEDGER-DATE > ZERO
             MOVE WS-LATEST-LEDGER-DATE TO WS-SCAN-BASE-DATE
           ELSE
             IF CLR-REQUEST-DATE NUMERIC AND CLR-REQUEST-DATE > ZERO
               MOVE CLR-REQUEST-DATE TO WS-SCAN-BASE-DATE
             ELSE
               MOVE WS-BUSDAT-DATE-N TO WS-SCAN-BASE-DATE
             END-IF
           END-IF
           COMPUTE WS-SCAN-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCAN-BASE-DATE)
               - WS-SETTLE-LOOKBACK-DAYS
           COMPUTE WS-SCAN-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-FROM-INT)
      *
           MOVE 'N'               TO WS-WALK-DONE-IND
           MOVE WS-SCAN-FROM-DATE TO TXH-BUSINESS-DATE
           MOVE ZERO              TO TXH-TRADE-SEQ-NO
           MOVE LOW-VALUES        TO TXH-ENTRY-TYPE
           START TRADE-HISTORY-FILE KEY NOT LESS THAN TXH-KEY
             INVALID KEY
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-START
           PERFORM 122-CHECK-ONE-HISTORY-RECORD UNTIL WALK-IS-DONE
      *
           IF WS-UNSETTLED-COUNT > ZERO
             MOVE 'OBSTACLE' TO WI-TAG
             MOVE 'TRADE ENTRIES STILL TO SETTLE - LAST SETTLES'
                             TO WI-TEXT
             MOVE WS-LAST-SETTLE-DATE TO WI-REFERENCE
             MOVE SPACES     TO WI-AMOUNT-AREA
             PERFORM 180-LIST-OBSTACLE
           END-IF.
      *
       122-CHECK-ONE-HISTORY-RECORD.
      *
           READ TRADE-HISTORY-FILE NEXT
             AT END
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-READ
           IF NOT WALK-IS-DONE
             MOVE TXH-TXN-DATA TO HIST-TXN-RECORD
             IF HTX-CLIENT-CODE = CLR-CLIENT-CODE
               IF HTX-SETTLEMENT-DATE NUMERIC
                  AND HTX-SETTLEMENT-DATE > ZERO
                 IF HTX-SETTLEMENT-DATE > WS-LATEST-LEDGER-DATE
                   ADD 1 TO WS-UNSETTLED-COUNT
                   IF HTX-SETTLEMENT-DATE > WS-LAST-SETTLE-DATE
                     MOVE HTX-SETTLEMENT-DATE TO WS-LAST-SETTLE-DATE
                   END-IF
                 END-IF
               ELSE
                 IF TXH-BUSINESS-DATE > WS-LATEST-LEDGER-DATE
                   ADD 1 TO WS-UNSETTLED-COUNT
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
      * PNDREV carries no client code - each pending request is
      * traced to its client through the trade on TRDMAS.
       130-CHECK-REVERSALS.
      *
           MOVE 'N'  TO WS-WALK-DONE-IND
           MOVE ZERO TO PND-TRADE-SEQ-NO
           START PENDING-REVERSAL-FILE
                 KEY NOT LESS THAN PND-TRADE-SEQ-NO
             INVALID KEY
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-START
           PERFORM 132-CHECK-ONE-REVERSAL UNTIL WALK-IS-DONE.
      *
       132-CHECK-ONE-REVERSAL.
      *
           READ PENDING-REVERSAL-FILE NEXT
             AT END
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-READ
           IF NOT WALK-IS-DONE AND PND-IS-PENDING
             MOVE PND-TRADE-SEQ-NO TO TXL-TRADE-SEQ-NO
             PERFORM 170-GET-TRADE-CLIENT
             IF WS-TRADE-CLIENT = CLR-CLIENT-CODE
               MOVE 'OBSTACLE' TO WI-TAG
               MOVE 'REVERSAL REQUEST PENDING APPROVAL ON TRADE'
                               TO WI-TEXT
               MOVE PND-TRADE-SEQ-NO TO WI-REFERENCE
               MOVE PND-TOTAL-CHARGE TO WI-AMOUNT
               PERFORM 180-LIST-OBSTACLE
             END-IF
           END-IF.
      *
      * BRKMAS likewise - an open break (written-off ones are
      * settled business) traced through TRDMAS.
       140-CHECK-BREAKS.
      *
           MOVE 'N'  TO WS-WALK-DONE-IND
           MOVE ZERO TO OBR-TRADE-SEQ-NO
           START OPEN-BREAKS-FILE KEY NOT LESS THAN OBR-TRADE-SEQ-NO
             INVALID KEY
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-START
           PERFORM 142-CHECK-ONE-BREAK UNTIL WALK-IS-DONE.
      *
       142-CHECK-ONE-BREAK.
      *
           READ OPEN-BREAKS-FILE NEXT
             AT END
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-READ
           IF NOT WALK-IS-DONE AND OBR-IS-OPEN
             MOVE OBR-TRADE-SEQ-NO TO TXL-TRADE-SEQ-NO
             PERFORM 170-GET-TRADE-CLIENT
             IF WS-TRADE-CLIENT = CLR-CLIENT-CODE
               MOVE 'OBSTACLE' TO WI-TAG
               MOVE 'RECONCILIATION BREAK STILL OPEN ON TRADE'
                               TO WI-TEXT
               MOVE OBR-TRADE-SEQ-NO TO WI-REFERENCE
               MOVE OBR-OUR-CHARGE   TO WI-AMOUNT
               PERFORM 180-LIST-OBSTACLE
             END-IF
           END-IF.
      *
      * Stock held is transferred out when the account is made
      * clean, so a long holding is listed but does not block. A
      * short one is stock the client delivered that was never
      * shown coming in - the DP desk must confirm it first.
       150-CHECK-HOLDINGS.
      *
           MOVE 'N'             TO WS-WALK-DONE-IND
           MOVE CLR-CLIENT-CODE TO HLD-CLIENT-CODE
           MOVE LOW-VALUES      TO HLD-SCRIP-CODE
           START HOLDINGS-FILE KEY NOT LESS THAN HLD-KEY
             INVALID KEY
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-START
           PERFORM 152-CHECK-ONE-HOLDING UNTIL WALK-IS-DONE.
      *
       152-CHECK-ONE-HOLDING.
      *
           READ HOLDINGS-FILE NEXT
             AT END
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-READ
           IF NOT WALK-IS-DONE
             IF HLD-CLIENT-CODE NOT = CLR-CLIENT-CODE
               MOVE 'Y' TO WS-WALK-DONE-IND
             ELSE
               MOVE HLD-SCRIP-CODE TO WI-REFERENCE
               MOVE HLD-QUANTITY   TO WI-AMOUNT
               EVALUATE TRUE
                 WHEN HLD-QUANTITY < ZERO
                   MOVE 'OBSTACLE' TO WI-TAG
                   MOVE 'SHORT HOLDING - DP DESK TO CONFIRM (QTY)'
                                   TO WI-TEXT
                   PERFORM 180-LIST-OBSTACLE
                 WHEN HLD-QUANTITY > ZERO
                   ADD 1 TO WS-TO-TRANSFER-COUNT
                   MOVE 'NOTE'     TO WI-TAG
                   MOVE 'HOLDING TO BE TRANSFERRED OUT AT CLOSURE (QTY)'
                                   TO WI-TEXT
                   PERFORM 040-WRITE-ITEM-LINE
               END-EVALUATE
             END-IF
           END-IF.
      *
      * A credit balance is paid out on a PAYMAS instruction keyed
      * on the closing ledger record's date - the latest ledger
      * record when it is already the business date's, otherwise a
      * new record for the business date. The key must be free, and
      * there must be a bank account to pay.
       160-CHECK-PAYOUT-READY.
      *
           IF WS-LATEST-CLOSING > ZERO
             IF CLI-BANK-ACCOUNT = SPACES
               MOVE 'OBSTACLE' TO WI-TAG
               MOVE 'NO BANK ACCOUNT ON CLIMAS FOR THE FINAL PAYOUT'
                               TO WI-TEXT
               MOVE SPACES     TO WI-REFERENCE
               MOVE WS-LATEST-CLOSING TO WI-AMOUNT
               PERFORM 180-LIST-OBSTACLE
             END-IF
      *
             IF WS-LATEST-LEDGER-DATE < WS-BUSDAT-DATE-N
               MOVE WS-BUSDAT-DATE-N      TO WS-PAYOUT-DATE
             ELSE
               MOVE WS-LATEST-LEDGER-DATE TO WS-PAYOUT-DATE
             END-IF
             MOVE WS-PAYOUT-DATE  TO PAY-SETTLE-DATE
             MOVE CLR-CLIENT-CODE TO PAY-CLIENT-CODE
             READ PAYMENT-INSTR-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
      * An unpaid instruction on the latest ledger date is already
      * listed by the ledger check.
                 IF PAY-IS-PAID
                    OR WS-PAYOUT-DATE NOT = WS-LATEST-LEDGER-DATE
                   MOVE 'OBSTACLE' TO WI-TAG
                   MOVE 'FINAL PAYOUT KEY IN USE ON PAYMAS - RETRY'
                                   TO WI-TEXT
                   MOVE WS-PAYOUT-DATE TO WI-REFERENCE
                   MOVE PAY-AMOUNT     TO WI-AMOUNT
                   PERFORM 180-LIST-OBSTACLE
                 END-IF
             END-READ
           END-IF.
      *
      * The trade's client off TRDMAS - spaces when the trade is
      * not on file, which matches no client.
       170-GET-TRADE-CLIENT.
      *
           READ TRADE-MASTER-FILE
             INVALID KEY
               MOVE SPACES TO WS-TRADE-CLIENT
             NOT INVALID KEY
               MOVE TXL-CLIENT-CODE TO WS-TRADE-CLIENT
           END-READ.
      *
       180-LIST-OBSTACLE.
      *
           ADD 1 TO WS-OBSTACLE-COUNT
           PERFORM 040-WRITE-ITEM-LINE.
      *
      * The account is clean. The closing ledger record and the
      * queued payout go on first - if either fails the request
      * stays as it was for the next run, with nothing transferred
      * and no statement issued. So does a holding that will not
      * transfer - see 204-ABANDON-STATEMENT.
       200-FINALISE-CLOSURE.
      *
           MOVE 'Y'  TO WS-FINALISE-OK-IND
           MOVE ZERO TO WS-TRANSFER-COUNT
           IF WS-LATEST-CLOSING > ZERO
             PERFORM 230-QUEUE-FINAL-PAYOUT
           ELSE
             MOVE ZERO TO WS-PAYOUT-DATE
           END-IF
      *
           IF FINALISE-OK
             MOVE SPACES TO STATEMENT-LINE
             WRITE STATEMENT-LINE FROM WS-STMT-HEADING
             MOVE CLR-CLIENT-CODE  TO WS-SC-CLIENT-CODE
             MOVE CLI-CLIENT-NAME  TO WS-SC-CLIENT-NAME
             MOVE WS-BUSDAT-DATE-N TO WS-SC-STATEMENT-DATE
             WRITE STATEMENT-LINE FROM WS-STMT-CLIENT-LINE
             MOVE CLR-REQUEST-DATE     TO WS-SR-REQUEST-DATE
             MOVE CLR-REQUEST-TIME     TO WS-SR-REQUEST-TIME
             MOVE CLR-REQUEST-OPERATOR TO WS-SR-REQUEST-OPERATOR
             WRITE STATEMENT-LINE FROM WS-STMT-REQUEST-LINE
      *
             PERFORM 210-PRINT-LEDGER-HISTORY
             PERFORM 220-TRANSFER-HOLDINGS
             IF FINALISE-OK
               PERFORM 202-COMPLETE-STATEMENT
             ELSE
               PERFORM 204-ABANDON-STATEMENT
             END-IF
           END-IF.
      *
      * Every holding transferred - the statement is finished and
      * the request moves on to follow its payout.
       202-COMPLETE-STATEMENT.
      *
           PERFORM 225-PRINT-FINAL-PAYOUT
      *
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE FROM WS-STMT-RULE-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-STATEMENT-COUNT
      *
           MOVE WS-BUSDAT-DATE-N  TO CLR-STATEMENT-DATE
           MOVE WS-PAYOUT-DATE    TO CLR-PAYOUT-DATE
           MOVE WS-TRANSFER-COUNT TO CLR-SCRIPS-TRANSFERRED
           MOVE 'RESULT' TO WI-TAG
           MOVE SPACES   TO WI-REFERENCE
           IF WS-LATEST-CLOSING > ZERO
             MOVE WS-LATEST-CLOSING TO CLR-PAYOUT-AMOUNT
             SET CLR-IS-QUEUED TO TRUE
             ADD 1 TO WS-QUEUED-COUNT
             ADD WS-LATEST-CLOSING TO WS-QUEUED-TOTAL
             MOVE 'CLEAN - STATEMENT ISSUED, FINAL PAYOUT QUEUED'
                           TO WI-TEXT
             MOVE WS-LATEST-CLOSING TO WI-AMOUNT
           ELSE
             MOVE ZERO TO CLR-PAYOUT-AMOUNT
             SET CLR-IS-AWAITING-APPROVAL TO TRUE
             ADD 1 TO WS-AWAITING-COUNT
             MOVE 'CLEAN - STATEMENT ISSUED, NO PAYOUT DUE'
                           TO WI-TEXT
             MOVE SPACES   TO WI-AMOUNT-AREA
           END-IF
           PERFORM 040-WRITE-ITEM-LINE
           IF WS-TRANSFER-COUNT > ZERO
             MOVE 'NOTE' TO WI-TAG
             MOVE 'SCRIPS TRANSFERRED OUT - SEE CLOSURE STATEMENT'
                         TO WI-TEXT
             MOVE WS-TRANSFER-COUNT TO WI-REFERENCE
             MOVE SPACES TO WI-AMOUNT-AREA
             PERFORM 040-WRITE-ITEM-LINE
           END-IF.
      *
      * A holding that would not transfer leaves the request as it
      * stood, to be finalised again next run: the statement so far
      * is marked not issued and the request's status and dates are
      * not moved on. Holdings already taken to nil are not held on
      * the retry and a payout already queued is an obstacle until
      * the bank confirms it paid, so the reissued statement shows
      * only what is still to go.
       204-ABANDON-STATEMENT.
      *
           MOVE '*** STATEMENT NOT ISSUED - HOLDING TRANSFER FAILED ***'
                TO WS-SS-TITLE
           WRITE STATEMENT-LINE FROM WS-STMT-SECTION-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'ERROR'  TO WI-TAG
           MOVE 'HOLDING NOT TRANSFERRED - REQUEST LEFT PENDING'
                         TO WI-TEXT
           MOVE SPACES   TO WI-REFERENCE
           MOVE SPACES   TO WI-AMOUNT-AREA
           PERFORM 040-WRITE-ITEM-LINE.
      *
      * Every ledger record the client has, newest first - the key
      * order, see MTSLGR0. Includes the closing record just posted.
       210-PRINT-LEDGER-HISTORY.
      *
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'LEDGER HISTORY (NEWEST FIRST)' TO WS-SS-TITLE
           WRITE STATEMENT-LINE FROM WS-STMT-SECTION-LINE
           WRITE STATEMENT-LINE FROM WS-STMT-LEDGER-COLUMNS
      *
           MOVE 'N' TO WS-WALK-DONE-IND
           MOVE CLR-CLIENT-CODE TO LGR-CLIENT-CODE
           MOVE ZERO            TO LGR-LEDGER-CDATE
           START CLIENT-LEDGER-FILE KEY NOT LESS THAN LGR-KEY
             INVALID KEY
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-START
           PERFORM 212-PRINT-ONE-LEDGER-RECORD UNTIL WALK-IS-DONE.
      *
       212-PRINT-ONE-LEDGER-RECORD.
      *
           READ CLIENT-LEDGER-FILE NEXT
             AT END
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-READ
           IF NOT WALK-IS-DONE
             IF LGR-CLIENT-CODE NOT = CLR-CLIENT-CODE
               MOVE 'Y' TO WS-WALK-DONE-IND
             ELSE
               IF LGR-INTEREST-CHARGED NOT NUMERIC
                 MOVE ZERO TO LGR-INTEREST-CHARGED
               END-IF
               MOVE LGR-LEDGER-DATE      TO WS-SL-DATE
               MOVE LGR-OPENING-BALANCE  TO WS-SL-OPENING
               MOVE LGR-NET-OBLIGATION   TO WS-SL-OBLIGATION
               MOVE LGR-AMOUNT-RECEIVED  TO WS-SL-RECEIVED
               MOVE LGR-AMOUNT-PAID      TO WS-SL-PAID
               MOVE LGR-INTEREST-CHARGED TO WS-SL-INTEREST
               MOVE LGR-CLOSING-BALANCE  TO WS-SL-CLOSING
               WRITE STATEMENT-LINE FROM WS-STMT-LEDGER-LINE
             END-IF
           END-IF.
      *
      * Each long holding is delivered out to the client's own
      * depository account: taken to nil on HLDMAS dated the
      * business date, then listed on the statement - a holding
      * delivered down to nothing carries zero average cost, see
      * MTSHLD0.
       220-TRANSFER-HOLDINGS.
      *
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'HOLDINGS TRANSFERRED OUT' TO WS-SS-TITLE
           WRITE STATEMENT-LINE FROM WS-STMT-SECTION-LINE
           WRITE STATEMENT-LINE FROM WS-STMT-HOLDING-COLUMNS
      *
           MOVE 'N'             TO WS-WALK-DONE-IND
           MOVE CLR-CLIENT-CODE TO HLD-CLIENT-CODE
           MOVE LOW-VALUES      TO HLD-SCRIP-CODE
           START HOLDINGS-FILE KEY NOT LESS THAN HLD-KEY
             INVALID KEY
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-START
           PERFORM 222-TRANSFER-ONE-HOLDING UNTIL WALK-IS-DONE
      *
           IF WS-TRANSFER-COUNT = ZERO AND FINALISE-OK
             MOVE '  NONE HELD' TO WS-SS-TITLE
             WRITE STATEMENT-LINE FROM WS-STMT-SECTION-LINE
           END-IF.
      *
       222-TRANSFER-ONE-HOLDING.
      *
           READ HOLDINGS-FILE NEXT
             AT END
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-READ
           IF NOT WALK-IS-DONE
             IF HLD-CLIENT-CODE NOT = CLR-CLIENT-CODE
               MOVE 'Y' TO WS-WALK-DONE-IND
             ELSE
               IF HLD-QUANTITY > ZERO
                 MOVE HLD-SCRIP-CODE   TO WS-SH-SCRIP-CODE
                 MOVE HLD-QUANTITY     TO WS-SH-QUANTITY
                 MOVE HLD-AVERAGE-COST TO WS-SH-AVERAGE-COST
                 MOVE WS-BUSDAT-DATE-N TO WS-SH-LAST-MOVED
      *
                 MOVE ZERO             TO HLD-QUANTITY
                 MOVE ZERO             TO HLD-AVERAGE-COST
                 MOVE WS-BUSDAT-DATE-N TO HLD-LAST-MOVEMENT-DATE
                 REWRITE HOLDINGS-RECORD
                   INVALID KEY
                     DISPLAY "HLDMAS REWRITE FAILED, CLIENT = "
                             HLD-CLIENT-CODE " SCRIP = " HLD-SCRIP-CODE
                     MOVE 'N' TO WS-FINALISE-OK-IND
                     PERFORM 045-COUNT-ERROR
                   NOT INVALID KEY
                     WRITE STATEMENT-LINE FROM WS-STMT-HOLDING-LINE
                     ADD 1 TO WS-TRANSFER-COUNT
                 END-REWRITE
               END-IF
             END-IF
           END-IF.
      *
       225-PRINT-FINAL-PAYOUT.
      *
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-LATEST-CLOSING > ZERO
             MOVE WS-LATEST-CLOSING TO WS-SP-AMOUNT
             MOVE CLI-BANK-ACCOUNT  TO WS-SP-BANK-ACCOUNT
             MOVE CLI-BANK-IFSC     TO WS-SP-BANK-IFSC
             WRITE STATEMENT-LINE FROM WS-STMT-PAYOUT-LINE
           ELSE
             MOVE 'FINAL PAYOUT AMOUNT : NIL - NO BALANCE DUE'
                  TO WS-SS-TITLE
             WRITE STATEMENT-LINE FROM WS-STMT-SECTION-LINE
           END-IF.
      *
      * The closing ledger record carries the payout: MTSBRL0 posts
      * it paid there and the balance closes at zero.
       230-QUEUE-FINAL-PAYOUT.
      *
           IF WS-PAYOUT-DATE NOT = WS-LATEST-LEDGER-DATE
             PERFORM 232-POST-CLOSING-LEDGER
           END-IF
      *
           IF FINALISE-OK
             MOVE SPACES               TO PAYMENT-INSTRUCTION-RECORD
             MOVE WS-PAYOUT-DATE       TO PAY-SETTLE-DATE
             MOVE CLR-CLIENT-CODE      TO PAY-CLIENT-CODE
             MOVE CLI-BANK-ACCOUNT     TO PAY-BANK-ACCOUNT
             MOVE CLI-BANK-IFSC        TO PAY-BANK-IFSC
             MOVE WS-LATEST-CLOSING    TO PAY-AMOUNT
             SET PAY-IS-QUEUED         TO TRUE
             SET PAY-FOR-CLOSURE       TO TRUE
             WRITE PAYMENT-INSTRUCTION-RECORD
               INVALID KEY
                 MOVE 'N' TO WS-FINALISE-OK-IND
                 MOVE 'ERROR'  TO WI-TAG
                 MOVE 'PAYMAS WRITE FAILED - FINAL PAYOUT NOT QUEUED'
                               TO WI-TEXT
                 MOVE WS-PAYOUT-DATE TO WI-REFERENCE
                 MOVE SPACES   TO WI-AMOUNT-AREA
                 PERFORM 040-WRITE-ITEM-LINE
                 PERFORM 045-COUNT-ERROR
               NOT INVALID KEY
                 PERFORM 240-WRITE-PENDING-PAYOUT
             END-WRITE
           END-IF.
      *
      * A new ledger record for the business date, opening at the
      * latest closing with nothing else on it - the MTSSTM0 add
      * convention with a zero day's obligation.
       232-POST-CLOSING-LEDGER.
      *
           MOVE SPACES                TO CLIENT-LEDGER-RECORD
           MOVE CLR-CLIENT-CODE       TO LGR-CLIENT-CODE
           COMPUTE LGR-LEDGER-CDATE = 99999999 - WS-PAYOUT-DATE
           MOVE WS-PAYOUT-DATE        TO LGR-LEDGER-DATE
           MOVE WS-LATEST-CLOSING     TO LGR-OPENING-BALANCE
           MOVE ZERO                  TO LGR-NET-OBLIGATION
           MOVE ZERO                  TO LGR-AMOUNT-RECEIVED
           MOVE ZERO                  TO LGR-AMOUNT-PAID
           MOVE ZERO                  TO LGR-INTEREST-CHARGED
           MOVE WS-LATEST-CLOSING     TO LGR-CLOSING-BALANCE
           WRITE CLIENT-LEDGER-RECORD
             INVALID KEY
               MOVE 'N' TO WS-FINALISE-OK-IND
               MOVE 'ERROR'  TO WI-TAG
               MOVE 'CLILGR WRITE FAILED - FINAL PAYOUT NOT QUEUED'
                             TO WI-TEXT
               MOVE WS-PAYOUT-DATE TO WI-REFERENCE
               MOVE SPACES   TO WI-AMOUNT-AREA
               PERFORM 040-WRITE-ITEM-LINE
               PERFORM 045-COUNT-ERROR
           END-WRITE.
      *
       240-WRITE-PENDING-PAYOUT.
      *
           MOVE PAYMENT-INSTRUCTION-RECORD TO CLOSURE-PAYOUT-RECORD
           WRITE CLOSURE-PAYOUT-RECORD
           ADD 1 TO WS-PENDING-WRITTEN.
      *
      * A clean account's final payout, followed on PAYMAS until
      * the bank confirms it paid - only then does the request
      * await approval. Issued on a bank file it stays queued, since
      * the bank may yet return it. Failed at the bank, it is
      * re-queued at the bank account now on CLIMAS for the next
      * bank file.
       300-FOLLOW-PAYOUT.
      *
           PERFORM 028-GET-CLIENT
           IF CLR-IS-QUEUED
             MOVE 'QUEUED'   TO WC-STAGE
           ELSE
             MOVE 'AWAITING' TO WC-STAGE
           END-IF
           PERFORM 030-PRINT-CLIENT-LINE
           MOVE 'RESULT' TO WI-TAG
           MOVE SPACES   TO WI-REFERENCE
      *
           IF CLR-PAYOUT-AMOUNT = ZERO
             SET CLR-IS-AWAITING-APPROVAL TO TRUE
             ADD 1 TO WS-AWAITING-COUNT
             MOVE 'NO PAYOUT DUE - AWAITING SUPERVISOR APPROVAL'
                           TO WI-TEXT
             MOVE SPACES   TO WI-AMOUNT-AREA
             PERFORM 040-WRITE-ITEM-LINE
           ELSE
             MOVE CLR-PAYOUT-DATE   TO PAY-SETTLE-DATE
             MOVE CLR-CLIENT-CODE   TO PAY-CLIENT-CODE
             MOVE CLR-PAYOUT-DATE   TO WI-REFERENCE
             MOVE CLR-PAYOUT-AMOUNT TO WI-AMOUNT
             READ PAYMENT-INSTR-FILE
               INVALID KEY
                 MOVE 'ERROR' TO WI-TAG
                 MOVE 'FINAL PAYOUT NOT ON PAYMAS' TO WI-TEXT
                 PERFORM 040-WRITE-ITEM-LINE
                 PERFORM 045-COUNT-ERROR
               NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN PAY-IS-QUEUED
                     SET CLR-IS-QUEUED TO TRUE
                     ADD 1 TO WS-QUEUED-COUNT
                     ADD PAY-AMOUNT TO WS-QUEUED-TOTAL
                     MOVE 'FINAL PAYOUT QUEUED FOR THE NEXT BANK FILE'
                          TO WI-TEXT
                     PERFORM 040-WRITE-ITEM-LINE
                     PERFORM 240-WRITE-PENDING-PAYOUT
                   WHEN PAY-IS-FAILED
                     PERFORM 310-REQUEUE-FAILED-PAYOUT
                   WHEN PAY-IS-PAID
                     SET CLR-IS-AWAITING-APPROVAL TO TRUE
                     ADD 1 TO WS-AWAITING-COUNT
                     MOVE 'FINAL PAYOUT PAID - AWAITING APPROVAL'
                          TO WI-TEXT
                     PERFORM 040-WRITE-ITEM-LINE
                   WHEN OTHER
                     SET CLR-IS-QUEUED TO TRUE
                     ADD 1 TO WS-ISSUED-COUNT
                     MOVE 'FINAL PAYOUT ON BANK FILE - AWAITING PAYMENT'
                          TO WI-TEXT
                     PERFORM 040-WRITE-ITEM-LINE
                 END-EVALUATE
             END-READ
           END-IF
      *
           MOVE WS-BUSDAT-DATE-N TO CLR-LAST-CHECK-DATE
           PERFORM 900-REWRITE-REQUEST.
      *
      * No bank account left on CLIMAS leaves the payout failed and
      * the closure waiting - approval is refused until it is paid.
       310-REQUEUE-FAILED-PAYOUT.
      *
           SET CLR-IS-QUEUED TO TRUE
           IF CLIENT-ON-FILE AND CLI-BANK-ACCOUNT NOT = SPACES
             MOVE CLI-BANK-ACCOUNT TO PAY-BANK-ACCOUNT
             MOVE CLI-BANK-IFSC    TO PAY-BANK-IFSC
             SET PAY-IS-QUEUED     TO TRUE
             REWRITE PAYMENT-INSTRUCTION-RECORD
               INVALID KEY
                 MOVE 'ERROR' TO WI-TAG
                 MOVE 'PAYMAS REWRITE FAILED - PAYOUT NOT RE-QUEUED'
                              TO WI-TEXT
                 PERFORM 040-WRITE-ITEM-LINE
                 PERFORM 045-COUNT-ERROR
               NOT INVALID KEY
                 ADD 1 TO WS-REQUEUED-COUNT
                 ADD 1 TO WS-QUEUED-COUNT
                 ADD PAY-AMOUNT TO WS-QUEUED-TOTAL
                 MOVE 'FINAL PAYOUT FAILED AT BANK - RE-QUEUED'
                      TO WI-TEXT
                 PERFORM 040-WRITE-ITEM-LINE
                 PERFORM 240-WRITE-PENDING-PAYOUT
             END-REWRITE
           ELSE
             MOVE 'ERROR' TO WI-TAG
             MOVE 'PAYOUT FAILED AT BANK - NO BANK ACCOUNT ON CLIMAS'
                          TO WI-TEXT
             PERFORM 040-WRITE-ITEM-LINE
             PERFORM 045-COUNT-ERROR
           END-IF.
      *
       900-REWRITE-REQUEST.
      *
           REWRITE CLOSURE-REQUEST-RECORD
             INVALID KEY
               DISPLAY "CLSREQ REWRITE FAILED, CLIENT = "
                       CLR-CLIENT-CODE
               PERFORM 045-COUNT-ERROR
           END-REWRITE.
      *
       050-TERMINATE.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WT-AMOUNT-AREA
           MOVE 'CLOSURE REQUESTS READ          =' TO WT-TAG
           MOVE WS-REQUESTS-READ    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CHECKED FOR OBSTACLES          =' TO WT-TAG
           MOVE WS-CHECKED-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'BLOCKED                        =' TO WT-TAG
           MOVE WS-BLOCKED-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLOSURE STATEMENTS ISSUED      =' TO WT-TAG
           MOVE WS-STATEMENT-COUNT  TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'AWAITING SUPERVISOR APPROVAL   =' TO WT-TAG
           MOVE WS-AWAITING-COUNT   TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'FINAL PAYOUTS AWAITING BANK    =' TO WT-TAG
           MOVE WS-ISSUED-COUNT     TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'RE-QUEUED AFTER BANK FAILURE   =' TO WT-TAG
           MOVE WS-REQUEUED-COUNT   TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLOSED OR WITHDRAWN            =' TO WT-TAG
           MOVE WS-FINISHED-COUNT   TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOT WORKED - SEE ERRORS        =' TO WT-TAG
           MOVE WS-ERROR-COUNT      TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'FINAL PAYOUTS QUEUED FOR BANK  =' TO WT-TAG
           MOVE WS-QUEUED-COUNT     TO WT-COUNT
           MOVE WS-QUEUED-TOTAL     TO WT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
      *
           CLOSE CLOSURE-REQUEST-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE CLIENT-LEDGER-FILE
           CLOSE PAYMENT-INSTR-FILE
           CLOSE PENDING-REVERSAL-FILE
           CLOSE OPEN-BREAKS-FILE
           CLOSE TRADE-MASTER-FILE
           CLOSE HOLDINGS-FILE
           CLOSE TRADE-HISTORY-FILE
           CLOSE CLOSURE-PAYOUT-FILE
           CLOSE REPORT-FILE
           CLOSE STATEMENT-FILE
      *
           DISPLAY "MTSCLC0 - CLOSURE REQUESTS READ = " WS-REQUESTS-READ
           DISPLAY "MTSCLC0 - STATEMENTS ISSUED     = "
                   WS-STATEMENT-COUNT
           DISPLAY "MTSCLC0 - PAYOUTS PENDING BANK  = "
                   WS-PENDING-WRITTEN
           DISPLAY "MTSCLC0 - REQUESTS NOT WORKED   = " WS-ERROR-COUNT.
      *
       END PROGRAM MTSCLC0.
