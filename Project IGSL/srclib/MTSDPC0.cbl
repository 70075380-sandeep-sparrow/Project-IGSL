      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: NIGHTLY DELAYED-PAYMENT CHARGE (DPC) RUN. WALKS THE
      *        : CLILGR CLIENT FUNDS LEDGER (MTSLGR0) THE MTSAGR0
      *        : WAY - THE FIRST RECORD OF EACH CLIENT GROUP IS THE
      *        : CURRENT POSITION - AND CHARGES INTEREST ON EVERY
      *        : DEBIT CLOSING BALANCE (A PAY-IN STILL OWED TO IGSL)
      *        : OLDER THAN THE GRACE PERIOD, AT THE DAILY RATE HELD
      *        : ON RATMAS AS RATE TYPE 'DP' (MTSRTE0) EFFECTIVE ON
      *        : THE BUSINESS DATE. THE AGE IS CALENDAR DAYS FROM
      *        : THE OLDEST LEDGER DATE OF THE UNBROKEN RUN OF DEBIT
      *        : CLOSING BALANCES TO THE BUSINESS DATE, THE MTSLQD0
      *        : WAY, SO A CLIENT STILL TRADING WHILE IN DEBIT AGES
      *        : FROM WHEN THE DEBIT FIRST STOOD. GST AT 18% IS
      *        : CHARGED ON THE INTEREST, SPLIT CGST/SGST OR IGST
      *        : OFF CLI-STATE-CODE. THE CHARGE IS POSTED AS ITS OWN
      *        : MOVEMENT, LGR-INTEREST-CHARGED, ON THE CLIENT'S
      *        : CURRENT LEDGER RECORD, AND ONE DPCINT INTEREST
      *        : REGISTER RECORD (MTSDPI0) IS WRITTEN PER CLIENT PER
      *        : DATE FOR MTSGLP0 AND MTSINV0 TO PICK UP. PRINTS THE
      *        : PER-CLIENT INTEREST REGISTER.
      *        : RERUN-SAFE: A CLIENT ALREADY ON DPCINT FOR THE DATE
      *        : IS REPRINTED FROM THE REGISTER AND NOT CHARGED
      *        : AGAIN. NO 'DP' RATE IN FORCE CHARGES NOTHING AND
      *        : ENDS THE STEP RC=4 SO THE OMISSION IS SEEN. A
      *        : LEDGER REWRITE THAT FAILS TAKES THE REGISTER RECORD
      *        : BACK OUT, SO THE CLIENT IS CHARGED ON THE RERUN, AND
      *        : ENDS THE STEP RC=12.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSDPC0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CLIENT-LEDGER-FILE ASSIGN TO CLILGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGR-KEY
               FILE STATUS IS WS-CLILGR-STATUS.
      *
           SELECT DELAYED-INTEREST-FILE ASSIGN TO DPCINT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPI-KEY
               FILE STATUS IS WS-DPCINT-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO DPCRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CLIENT-LEDGER-FILE.
           COPY MTSLGR0.
      *
       FD  DELAYED-INTEREST-FILE.
           COPY MTSDPI0.
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
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CLILGR-STATUS           PIC X(02).
       01  WS-DPCINT-STATUS           PIC X(02).
       01  WS-CLIMAS-STATUS           PIC X(02).
       01  WS-RATMAS-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-LEDGER                              VALUE 'Y'.
      *
      * RATMAS lookup work area - see MTSRTE0 and the CALC1002
      * 075-GET-EFFECTIVE-RATE convention.
       01  RATE-LOOKUP-KEY.
           05 RLK-RATE-TYPE           PIC X(02).
           05 RLK-RATE-CODE           PIC X(02).
           05 RLK-EFFECTIVE-CDATE     PIC 9(08).
       01  WS-RATE-FOUND-IND          PIC X(01)          VALUE 'N'.
           88 RATE-FOUND                                 VALUE 'Y'.
       01  WS-DP-DAILY-RATE           PIC V9(7)          VALUE ZERO.
       01  WS-DP-GRACE-DAYS           PIC 9(03)          VALUE ZERO.
       01  WS-DP-RATE-IND             PIC X(01)          VALUE 'N'.
           88 DP-RATE-IN-FORCE                           VALUE 'Y'.
      *
       01  WS-PREV-CLIENT             PIC X(06)          VALUE SPACES.
       01  WS-DEBIT-RUN-IND           PIC X(01).
           88 DEBIT-RUN-OPEN                             VALUE 'Y'.
       01  WS-DEBIT-SINCE             PIC 9(08).
      *
      * The client's current ledger record is held here while the
      * older records behind it are read to age the debit, and the
      * record the walk stopped on while the charge is posted.
       01  WS-CURRENT-LEDGER          PIC X(97).
       01  WS-NEXT-LEDGER             PIC X(97).
       01  WS-AGE-DAYS                PIC S9(05).
       01  WS-TODAY-INT               PIC S9(09)  COMP.
       01  WS-LEDGER-INT              PIC S9(09)  COMP.
      *
      * One client's charge - interest on the debit, then GST on the
      * interest split the MTSPGM0 way (each half of an intra-state
      * split rounded on its own). The ledger is debited with the
      * sum of the pieces, so the GL posting of the same pieces
      * balances by construction.
       01  WS-DEBIT-BALANCE           PIC S9(11)V99.
       01  WS-INTEREST-AMT            PIC 9(09)V99.
       01  WS-GST-AMT                 PIC 9(06)V99.
       01  WS-CGST-AMT                PIC 9(06)V99.
       01  WS-SGST-AMT                PIC 9(06)V99.
       01  WS-IGST-AMT                PIC 9(06)V99.
       01  WS-CHARGE-AMT              PIC 9(09)V99.
      *
       01  WS-CHARGED-COUNT           PIC 9(06)          VALUE ZERO.
       01  WS-RERUN-COUNT             PIC 9(06)          VALUE ZERO.
       01  WS-GRACE-COUNT             PIC 9(06)          VALUE ZERO.
       01  WS-INTEREST-TOTAL          PIC 9(11)V99       VALUE ZERO.
       01  WS-GST-TOTAL               PIC 9(11)V99       VALUE ZERO.
       01  WS-CHARGE-TOTAL            PIC 9(11)V99       VALUE ZERO.
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
              VALUE '*** IGSL DELAYED-PAYMENT INTEREST REGISTER *'.
           05 FILLER                  PIC X(02)  VALUE '**'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WH-BUSINESS-DATE        PIC 9(08).
           05 FILLER                  PIC X(15)
              VALUE '   DAILY RATE: '.
           05 WH-DAILY-RATE           PIC .9(7).
           05 FILLER                  PIC X(15)
              VALUE '   GRACE DAYS: '.
           05 WH-GRACE-DAYS           PIC ZZ9.
      *
       01  WS-COLUMN-HEADINGS.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT'.
           05 FILLER                  PIC X(22)  VALUE 'NAME'.
           05 FILLER                  PIC X(19)  VALUE 'DEBIT BALANCE'.
           05 FILLER                  PIC X(11)  VALUE 'DEBIT FROM'.
           05 FILLER                  PIC X(06)  VALUE 'DAYS'.
           05 FILLER                  PIC X(15)  VALUE 'INTEREST'.
           05 FILLER                  PIC X(12)  VALUE 'GST'.
           05 FILLER                  PIC X(15)  VALUE 'TOTAL CHARGE'.
      *
       01  WS-DETAIL-LINE.
           05 WD-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-CLIENT-NAME          PIC X(20).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-DEBIT-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-LEDGER-DATE          PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-AGE-DAYS             PIC ZZZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-INTEREST             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WD-GST                  PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WD-CHARGE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-TAG                  PIC X(16).
      *
       01  WS-TOTAL-LINE.
           05 WT-TAG                  PIC X(24).
           05 WT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-COUNT-LINE.
           05 WC-TAG                  PIC X(24).
           05 WC-COUNT                PIC ZZZ,ZZ9.
      *
       01  WS-MESSAGE-LINE            PIC X(80).
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           PERFORM 020-CHARGE-ONE-RECORD UNTIL END-OF-LEDGER
      *
           PERFORM 030-PRINT-TOTALS
      *
           PERFORM 040-TERMINATE
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATE-N)
      *
           PERFORM 012-GET-DP-RATE
      *
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PROC-DATE-N   TO WH-BUSINESS-DATE
           MOVE WS-DP-DAILY-RATE TO WH-DAILY-RATE
           MOVE WS-DP-GRACE-DAYS TO WH-GRACE-DAYS
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
      *
           IF NOT DP-RATE-IN-FORCE
             MOVE 'NO DP RATE IN FORCE ON RATMAS - NO INTEREST CHARGED'
                  TO WS-MESSAGE-LINE
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
             DISPLAY WS-MESSAGE-LINE
             MOVE 'Y' TO WS-EOF-SWITCH
             MOVE 4 TO RETURN-CODE
           ELSE
             WRITE REPORT-LINE FROM WS-COLUMN-HEADINGS
             PERFORM 013-OPEN-FILES
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
      * The 'DP' rate effective on the business date. A missing
      * RATMAS or no 'DP' record on or before the date leaves
      * DP-RATE-IN-FORCE off - interest is never charged at a
      * compiled-in guess.
       012-GET-DP-RATE.
      *
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATMAS-STATUS NOT = '00'
             DISPLAY "RATMAS NOT AVAILABLE, STATUS = "
                     WS-RATMAS-STATUS
           ELSE
             MOVE 'DP'   TO RLK-RATE-TYPE
             MOVE SPACES TO RLK-RATE-CODE
             COMPUTE RLK-EFFECTIVE-CDATE = 99999999 - WS-PROC-DATE-N
             PERFORM 014-GET-EFFECTIVE-RATE
             IF RATE-FOUND
               MOVE RT-DP-DAILY-RATE TO WS-DP-DAILY-RATE
               MOVE RT-DP-GRACE-DAYS TO WS-DP-GRACE-DAYS
               IF WS-DP-DAILY-RATE > ZERO
                 MOVE 'Y' TO WS-DP-RATE-IND
               END-IF
             END-IF
             CLOSE RATE-MASTER-FILE
           END-IF.
      *
       013-OPEN-FILES.
      *
           OPEN I-O CLIENT-LEDGER-FILE
           IF WS-CLILGR-STATUS NOT = '00'
             DISPLAY "CLILGR OPEN FAILED, STATUS = "
                     WS-CLILGR-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O DELAYED-INTEREST-FILE
           IF WS-DPCINT-STATUS NOT = '00'
             DISPLAY "DPCINT OPEN FAILED, STATUS = "
                     WS-DPCINT-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIMAS-STATUS NOT = '00'
             DISPLAY "CLIMAS OPEN FAILED, STATUS = "
                     WS-CLIMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
      *
           MOVE LOW-VALUES TO LGR-KEY
           START CLIENT-LEDGER-FILE KEY NOT < LGR-KEY
             INVALID KEY
               MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 015-READ-NEXT-LEDGER.
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
       015-READ-NEXT-LEDGER.
      *
           IF NOT END-OF-LEDGER
             READ CLIENT-LEDGER-FILE NEXT
               AT END
                 MOVE 'Y' TO WS-EOF-SWITCH
             END-READ
           END-IF.
      *
      * The complemented date sorts each client's newest record
      * first, so only the first record of a client group - the
      * current position - can carry a charge; the history behind
      * it is read only to age a debit, and otherwise skipped.
       020-CHARGE-ONE-RECORD.
      *
           IF LGR-CLIENT-CODE NOT = WS-PREV-CLIENT
             MOVE LGR-CLIENT-CODE TO WS-PREV-CLIENT
             IF LGR-CLOSING-BALANCE < ZERO
               PERFORM 021-CHARGE-DEBIT-CLIENT
             ELSE
               PERFORM 015-READ-NEXT-LEDGER
             END-IF
           ELSE
             PERFORM 015-READ-NEXT-LEDGER
           END-IF.
      *
      * The debit dates from the oldest record of the unbroken run
      * of debit closing balances behind the current one (see
      * MTSLQD0 020/022). The current record is put back in the
      * record area for the charge - the REWRITE goes by key - and
      * the record the walk stopped on restored after it.
       021-CHARGE-DEBIT-CLIENT.
      *
           MOVE CLIENT-LEDGER-RECORD TO WS-CURRENT-LEDGER
           MOVE LGR-LEDGER-DATE      TO WS-DEBIT-SINCE
           MOVE 'Y' TO WS-DEBIT-RUN-IND
           PERFORM 015-READ-NEXT-LEDGER
           PERFORM 022-FOLLOW-DEBIT-RUN
               UNTIL END-OF-LEDGER
                  OR LGR-CLIENT-CODE NOT = WS-PREV-CLIENT
                  OR NOT DEBIT-RUN-OPEN
           MOVE CLIENT-LEDGER-RECORD TO WS-NEXT-LEDGER
           MOVE WS-CURRENT-LEDGER    TO CLIENT-LEDGER-RECORD
           PERFORM 025-AGE-DEBIT
           MOVE WS-NEXT-LEDGER       TO CLIENT-LEDGER-RECORD.
      *
       022-FOLLOW-DEBIT-RUN.
      *
           IF LGR-CLOSING-BALANCE < ZERO
             MOVE LGR-LEDGER-DATE TO WS-DEBIT-SINCE
             PERFORM 015-READ-NEXT-LEDGER
           ELSE
             MOVE 'N' TO WS-DEBIT-RUN-IND
           END-IF.
      *
      * Calendar days from the start of the debit run to the
      * business date - a debit inside the grace period, or a
      * ledger record dated ahead of the business date, is left
      * alone.
       025-AGE-DEBIT.
      *
           COMPUTE WS-LEDGER-INT =
               FUNCTION INTEGER-OF-DATE(WS-DEBIT-SINCE)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-LEDGER-INT
           IF WS-AGE-DAYS NOT > WS-DP-GRACE-DAYS
             ADD 1 TO WS-GRACE-COUNT
           ELSE
             MOVE LGR-CLIENT-CODE TO CLI-CLIENT-CODE
             READ CLIENT-MASTER-FILE
               INVALID KEY
                 MOVE 'NOT ON CLIENT MASTER' TO CLI-CLIENT-NAME
                 MOVE 'I' TO CLI-STATE-CODE
             END-READ
      *
             MOVE WS-PROC-DATE-N  TO DPI-CHARGE-DATE
             MOVE LGR-CLIENT-CODE TO DPI-CLIENT-CODE
             READ DELAYED-INTEREST-FILE
               INVALID KEY
                 PERFORM 026-CHARGE-INTEREST
               NOT INVALID KEY
                 PERFORM 028-REPORT-ALREADY-CHARGED
             END-READ
           END-IF.
      *
       026-CHARGE-INTEREST.
      *
           COMPUTE WS-DEBIT-BALANCE = ZERO - LGR-CLOSING-BALANCE
           COMPUTE WS-INTEREST-AMT ROUNDED =
               WS-DEBIT-BALANCE * WS-DP-DAILY-RATE
      *
      * A debit too small to earn a paisa of interest charges
      * nothing and writes no register record.
           IF WS-INTEREST-AMT > ZERO
             COMPUTE WS-GST-AMT ROUNDED = WS-INTEREST-AMT * 0.18
             IF CLI-IS-INTER-STATE
               MOVE WS-GST-AMT TO WS-IGST-AMT
               MOVE ZERO       TO WS-CGST-AMT WS-SGST-AMT
             ELSE
               COMPUTE WS-CGST-AMT ROUNDED = WS-GST-AMT / 2
               COMPUTE WS-SGST-AMT ROUNDED = WS-GST-AMT / 2
               MOVE ZERO       TO WS-IGST-AMT
             END-IF
             COMPUTE WS-CHARGE-AMT =
                 WS-INTEREST-AMT + WS-CGST-AMT + WS-SGST-AMT
                 + WS-IGST-AMT
      *
             MOVE SPACES             TO DELAYED-INTEREST-RECORD
             MOVE WS-PROC-DATE-N     TO DPI-CHARGE-DATE
             MOVE LGR-CLIENT-CODE    TO DPI-CLIENT-CODE
             MOVE WS-DEBIT-SINCE     TO DPI-LEDGER-DATE
             MOVE WS-DEBIT-BALANCE   TO DPI-DEBIT-BALANCE
             MOVE WS-AGE-DAYS        TO DPI-DAYS-OVERDUE
             MOVE WS-DP-DAILY-RATE   TO DPI-DAILY-RATE
             MOVE WS-INTEREST-AMT    TO DPI-INTEREST-AMOUNT
             MOVE WS-CGST-AMT        TO DPI-CGST-CHARGE
             MOVE WS-SGST-AMT        TO DPI-SGST-CHARGE
             MOVE WS-IGST-AMT        TO DPI-IGST-CHARGE
             MOVE WS-CHARGE-AMT      TO DPI-TOTAL-CHARGE
             WRITE DELAYED-INTEREST-RECORD
               INVALID KEY
                 DISPLAY "DPCINT WRITE FAILED, CLIENT = "
                         DPI-CLIENT-CODE
                 MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                 PERFORM 027-POST-LEDGER-CHARGE
             END-WRITE
           END-IF.
      *
      * The record in hand is the client's newest, so nothing is
      * dated after it and no later opening balance needs the
      * MTSBRL0 cascade. Records written before the interest field
      * existed carry spaces there. A charge the ledger will not
      * take is not left on the register for MTSGLP0 and MTSINV0
      * to bill - the register record comes back out, so the rerun
      * charges the client afresh.
       027-POST-LEDGER-CHARGE.
      *
           IF LGR-INTEREST-CHARGED NOT NUMERIC
             MOVE ZERO TO LGR-INTEREST-CHARGED
           END-IF
           ADD WS-CHARGE-AMT TO LGR-INTEREST-CHARGED
           SUBTRACT WS-CHARGE-AMT FROM LGR-CLOSING-BALANCE
           REWRITE CLIENT-LEDGER-RECORD
           IF WS-CLILGR-STATUS = '00'
             ADD 1 TO WS-CHARGED-COUNT
             MOVE SPACES TO WD-TAG
             PERFORM 029-PRINT-REGISTER-LINE
           ELSE
             DISPLAY "CLILGR REWRITE FAILED, STATUS = "
                     WS-CLILGR-STATUS " CLIENT = " LGR-CLIENT-CODE
             DELETE DELAYED-INTEREST-FILE
             IF WS-DPCINT-STATUS NOT = '00'
               DISPLAY "DPCINT DELETE FAILED, STATUS = "
                       WS-DPCINT-STATUS " CLIENT = " DPI-CLIENT-CODE
                       " - REMOVE THE RECORD BEFORE ANY RERUN"
             END-IF
             IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
             END-IF
           END-IF.
      *
      * Rerun over a date already charged: the register record
      * stands as written and is reprinted so the rerun's register
      * is complete, but nothing is posted a second time.
       028-REPORT-ALREADY-CHARGED.
      *
           MOVE DPI-LEDGER-DATE     TO WS-DEBIT-SINCE
           MOVE DPI-DEBIT-BALANCE   TO WS-DEBIT-BALANCE
           MOVE DPI-DAYS-OVERDUE    TO WS-AGE-DAYS
           MOVE DPI-INTEREST-AMOUNT TO WS-INTEREST-AMT
           MOVE DPI-CGST-CHARGE     TO WS-CGST-AMT
           MOVE DPI-SGST-CHARGE     TO WS-SGST-AMT
           MOVE DPI-IGST-CHARGE     TO WS-IGST-AMT
           MOVE DPI-TOTAL-CHARGE    TO WS-CHARGE-AMT
           ADD 1 TO WS-RERUN-COUNT
           MOVE 'ALREADY CHARGED' TO WD-TAG
           PERFORM 029-PRINT-REGISTER-LINE.
      *
       029-PRINT-REGISTER-LINE.
      *
           COMPUTE WS-GST-AMT =
               WS-CGST-AMT + WS-SGST-AMT + WS-IGST-AMT
           MOVE LGR-CLIENT-CODE     TO WD-CLIENT-CODE
           MOVE CLI-CLIENT-NAME     TO WD-CLIENT-NAME
           MOVE WS-DEBIT-BALANCE    TO WD-DEBIT-BALANCE
           MOVE WS-DEBIT-SINCE      TO WD-LEDGER-DATE
           MOVE WS-AGE-DAYS         TO WD-AGE-DAYS
           MOVE WS-INTEREST-AMT     TO WD-INTEREST
           MOVE WS-GST-AMT          TO WD-GST
           MOVE WS-CHARGE-AMT       TO WD-CHARGE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
      *
           ADD WS-INTEREST-AMT TO WS-INTEREST-TOTAL
           ADD WS-GST-AMT      TO WS-GST-TOTAL
           ADD WS-CHARGE-AMT   TO WS-CHARGE-TOTAL.
      *
       030-PRINT-TOTALS.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CLIENTS CHARGED TODAY  =' TO WC-TAG
           MOVE WS-CHARGED-COUNT           TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ALREADY CHARGED (RERUN)=' TO WC-TAG
           MOVE WS-RERUN-COUNT             TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DEBITS INSIDE GRACE    =' TO WC-TAG
           MOVE WS-GRACE-COUNT             TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TOTAL INTEREST         =' TO WT-TAG
           MOVE WS-INTEREST-TOTAL          TO WT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL GST ON INTEREST  =' TO WT-TAG
           MOVE WS-GST-TOTAL               TO WT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL CHARGED TO LEDGER=' TO WT-TAG
           MOVE WS-CHARGE-TOTAL            TO WT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
      *
       040-TERMINATE.
      *
           IF DP-RATE-IN-FORCE
             CLOSE CLIENT-LEDGER-FILE
             CLOSE DELAYED-INTEREST-FILE
             CLOSE CLIENT-MASTER-FILE
           END-IF
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSDPC0 - CLIENTS CHARGED      = " WS-CHARGED-COUNT
           DISPLAY "MTSDPC0 - ALREADY CHARGED      = " WS-RERUN-COUNT
           DISPLAY "MTSDPC0 - TOTAL CHARGED        = " WS-CHARGE-TOTAL.
      *
       END PROGRAM MTSDPC0.
