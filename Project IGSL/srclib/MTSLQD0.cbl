      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: NIGHTLY RISK-DESK LIQUIDATION CANDIDATE REPORT. ONE
      *        : BLOCK PER CLIENT WITH AN OVERDUE PAY-IN DEBIT ON THE
      *        : CLILGR CLIENT FUNDS LEDGER (MTSLGR0), SHOWING THE
      *        : DEBIT AND ITS AGE, THE MGF-AVAILABLE-MARGIN ON THE
      *        : MARBAL MARGIN FILE (MTSMGF0) AND THE CLOSING VALUE
      *        : OF THE CLIENT'S HLDMAS HOLDINGS (MTSHLD0) AT THE
      *        : PRCMAS CLOSE (MTSPRC0) AFTER THE RATMAS 'LQ'
      *        : HAIRCUT (MTSRTE0). THE SHORTFALL IS THE DEBIT LESS
      *        : THE MARGIN, AND THE HOLDINGS ARE LISTED IN THE ORDER
      *        : TO SELL THEM TO COVER IT - PRICED TODAY BEFORE
      *        : STALE, LARGEST HAIRCUT VALUE FIRST, MOST EXCHANGE
      *        : VOLUME BREAKING A TIE - WITH THE QUANTITY TO SELL.
      *        : THE DEBIT AGE IS CALENDAR DAYS FROM THE OLDEST
      *        : LEDGER DATE OF THE CLIENT'S UNBROKEN RUN OF DEBIT
      *        : CLOSING BALANCES TO THE BUSINESS DATE - HOW LONG
      *        : THE CLIENT HAS OWED, NOT JUST THE AGE OF THE LATEST
      *        : RECORD MTSAGR0 PRINTS. A CLIENT WITH A SHORTFALL
      *        : PAST THE 'LQ' SQUARE-OFF AGE IS FLAGGED MANDATORY
      *        : SQUARE-OFF AND ITS SELL LIST IS WRITTEN TO THE
      *        : SQROFF FILE (MTSSQO0) FOR THE DEALING DESK.
      *        : READ-ONLY AGAINST EVERY MASTER. NO 'LQ' RATE IN
      *        : FORCE RUNS ON THE COMPILED-IN DEFAULTS AND ENDS THE
      *        : STEP RC=4 SO THE OMISSION IS SEEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSLQD0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CLIENT-LEDGER-FILE ASSIGN TO CLILGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LGR-KEY
               FILE STATUS IS WS-CLILGR-STATUS.
      *
           SELECT MARGIN-BALANCE-FILE ASSIGN TO MARBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MGF-CLIENT-CODE
               FILE STATUS IS WS-MARBAL-STATUS.
      *
           SELECT HOLDINGS-FILE ASSIGN TO HLDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT SQUARE-OFF-FILE ASSIGN TO SQROFF
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO LQDRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CLIENT-LEDGER-FILE.
           COPY MTSLGR0.
      *
       FD  MARGIN-BALANCE-FILE.
           COPY MTSMGF0.
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
       FD  RATE-MASTER-FILE.
           COPY MTSRTE0.
      *
       FD  BUSINESS-DATE-FILE.
           COPY MTSBDT0.
      *
       FD  SQUARE-OFF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSSQO0.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CLILGR-STATUS           PIC X(02).
       01  WS-MARBAL-STATUS           PIC X(02).
       01  WS-HLDMAS-STATUS           PIC X(02).
       01  WS-PRCMAS-STATUS           PIC X(02).
       01  WS-CLIMAS-STATUS           PIC X(02).
       01  WS-RATMAS-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-LEDGER                              VALUE 'Y'.
       01  WS-HLD-EOF-SWITCH          PIC X(01).
           88 END-OF-CLIENT-HOLDINGS                     VALUE 'Y'.
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
      * Compiled-in fallback when no 'LQ' rate is in force - the
      * exchange's minimum VaR-style haircut on equity collateral
      * and the pay-in square-off age the risk policy was set at.
       01  WS-LQ-HAIRCUT-PCT          PIC 9(03)V99       VALUE 20.00.
       01  WS-LQ-SQUAREOFF-DAYS       PIC 9(03)          VALUE 5.
       01  WS-LQ-DEFAULT-IND          PIC X(01)          VALUE 'Y'.
           88 LQ-DEFAULTS-USED                           VALUE 'Y'.
      *
       01  WS-CURR-CLIENT             PIC X(06)          VALUE SPACES.
       01  WS-NEXT-CLIENT             PIC X(06)          VALUE SPACES.
       01  WS-DEBIT-RUN-IND           PIC X(01).
           88 DEBIT-RUN-OPEN                             VALUE 'Y'.
       01  WS-DEBIT-SINCE             PIC 9(08).
       01  WS-AGE-DAYS                PIC S9(05).
       01  WS-TODAY-INT               PIC S9(09)  COMP.
       01  WS-LEDGER-INT              PIC S9(09)  COMP.
      *
       01  WS-MANDATORY-IND           PIC X(01).
           88 MANDATORY-SQUARE-OFF                       VALUE 'Y'.
       01  WS-PRICE-FOUND-IND         PIC X(01).
           88 PRICE-FOUND                                VALUE 'Y'.
      *
      * One client's figures. The shortfall is what the margin does
      * not cover; WS-REMAINING counts it down as holdings are
      * picked for sale at their haircut value.
       01  WS-DEBIT-BALANCE           PIC S9(11)V99.
       01  WS-MARGIN-AMT              PIC 9(08)V99.
       01  WS-SHORTFALL               PIC S9(11)V99.
       01  WS-REMAINING               PIC S9(11)V99.
       01  WS-COVERED                 PIC S9(11)V99.
       01  WS-CLI-MARKET-VALUE        PIC S9(13)V99.
       01  WS-CLI-HAIRCUT-VALUE       PIC S9(13)V99.
       01  WS-HAIRCUT-PRICE           PIC 9(06)V9(4).
       01  WS-SELL-QTY                PIC 9(10).
       01  WS-SELL-VALUE              PIC S9(13)V99.
       01  WS-PRIORITY                PIC 9(03).
      *
      * The client's holdings, loaded once and then picked off in
      * liquidation order by repeated selection of the best entry
      * not yet listed. WH-RANK-GROUP puts a holding priced today
      * (1) ahead of one on a stale close (2) and one never priced
      * (3), so an illiquid scrip is never the first thing sold.
       01  WS-HOLDING-TABLE.
           05 WS-HLD-COUNT            PIC S9(4) COMP     VALUE ZERO.
           05 WS-HLD-ENTRY OCCURS 200 TIMES.
               10 WH-SCRIP-CODE       PIC X(10).
               10 WH-QUANTITY         PIC 9(10).
               10 WH-CLOSE-PRICE      PIC 9(06)V99.
               10 WH-MARKET-VALUE     PIC S9(13)V99.
               10 WH-HAIRCUT-VALUE    PIC S9(13)V99.
               10 WH-TRADED-QTY       PIC 9(12).
               10 WH-RANK-GROUP       PIC 9(01).
               10 WH-LISTED-IND       PIC X(01).
       01  WS-HLD-SUB                 PIC S9(4) COMP.
       01  WS-BEST-SUB                PIC S9(4) COMP.
       01  WS-RANK-NO                 PIC S9(4) COMP.
       01  WS-OVERFLOW-IND            PIC X(01).
           88 TABLE-OVERFLOWED                           VALUE 'Y'.
      *
       01  WS-DEBIT-CLIENT-COUNT      PIC 9(06)          VALUE ZERO.
       01  WS-OVERDUE-COUNT           PIC 9(06)          VALUE ZERO.
       01  WS-SHORTFALL-COUNT         PIC 9(06)          VALUE ZERO.
       01  WS-MANDATORY-COUNT         PIC 9(06)          VALUE ZERO.
       01  WS-NO-MARGIN-COUNT         PIC 9(06)          VALUE ZERO.
       01  WS-OVERFLOW-COUNT          PIC 9(06)          VALUE ZERO.
       01  WS-SQO-COUNT               PIC 9(05)          VALUE ZERO.
       01  WS-SQO-QUANTITY            PIC 9(12)          VALUE ZERO.
       01  WS-DEBIT-TOTAL             PIC S9(13)V99      VALUE ZERO.
       01  WS-SHORTFALL-TOTAL         PIC S9(13)V99      VALUE ZERO.
       01  WS-UNCOVERED-TOTAL         PIC S9(13)V99      VALUE ZERO.
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
              VALUE '*** IGSL RISK DESK - LIQUIDATION CANDIDATES '.
           05 FILLER                  PIC X(20)
              VALUE 'FOR OVERDUE DEBITS *'.
           05 FILLER                  PIC X(02)  VALUE '**'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WH-BUSINESS-DATE        PIC 9(08).
           05 FILLER                  PIC X(12)
              VALUE '   HAIRCUT: '.
           05 WH-HAIRCUT-PCT          PIC ZZ9.99.
           05 FILLER                  PIC X(32)
              VALUE ' PCT   SQUARE-OFF PAST DEBIT AGE'.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WH-SQUAREOFF-DAYS       PIC ZZ9.
           05 FILLER                  PIC X(06)  VALUE ' DAYS '.
           05 WH-DEFAULT-TAG          PIC X(40).
      *
       01  WS-CLIENT-LINE-1.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT: '.
           05 W1-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 W1-CLIENT-NAME          PIC X(30).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(15)
              VALUE 'OVERDUE DEBIT: '.
           05 W1-DEBIT-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(07)  VALUE ' SINCE '.
           05 W1-DEBIT-SINCE          PIC 9(08).
           05 FILLER                  PIC X(05)  VALUE ' AGE '.
           05 W1-AGE-DAYS             PIC ZZZZ9.
           05 FILLER                  PIC X(06)  VALUE ' DAYS '.
           05 W1-TAG                  PIC X(20).
      *
       01  WS-CLIENT-LINE-2.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'MARGIN: '.
           05 W2-MARGIN               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 W2-MARGIN-TAG           PIC X(16).
           05 FILLER                  PIC X(26)
              VALUE '  HOLDINGS AFTER HAIRCUT: '.
           05 W2-HAIRCUT-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(13)
              VALUE '  SHORTFALL: '.
           05 W2-SHORTFALL            PIC Z,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-MARGIN-DATE-TAG.
           05 FILLER                  PIC X(06)  VALUE '(FEED '.
           05 WM-BALANCE-DATE         PIC 9(08).
           05 FILLER                  PIC X(01)  VALUE ')'.
      *
       01  WS-COLUMN-HEADINGS.
           05 FILLER                  PIC X(10)  VALUE '   RANK'.
           05 FILLER                  PIC X(12)  VALUE 'SCRIP'.
           05 FILLER                  PIC X(15)  VALUE '     HELD QTY'.
           05 FILLER                  PIC X(12)  VALUE '     CLOSE'.
           05 FILLER                  PIC X(19)
              VALUE '     MARKET VALUE'.
           05 FILLER                  PIC X(19)
              VALUE '    HAIRCUT VALUE'.
           05 FILLER                  PIC X(17)
              VALUE '  EXCHANGE VOLUME'.
           05 FILLER                  PIC X(15)  VALUE '     SELL QTY'.
      *
       01  WS-DETAIL-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WD-RANK                 PIC ZZ9.
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 WD-SCRIP-CODE           PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-QUANTITY             PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-CLOSE                PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-MARKET-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-HAIRCUT-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-TRADED-QTY           PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-SELL-QTY             PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-TAG                  PIC X(10).
      *
       01  WS-CLIENT-FOOTER.
           05 FILLER                  PIC X(10)  VALUE SPACES.
           05 FILLER                  PIC X(24)
              VALUE 'COVERED BY LIQUIDATION: '.
           05 WF-COVERED              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(13)
              VALUE '  UNCOVERED: '.
           05 WF-UNCOVERED            PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WF-TAG                  PIC X(40).
      *
       01  WS-TOTAL-LINE.
           05 WT-TAG                  PIC X(34).
           05 WT-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-COUNT-LINE.
           05 WK-TAG                  PIC X(34).
           05 WK-COUNT                PIC ZZZ,ZZ9.
      *
       01  WS-MESSAGE-LINE            PIC X(80).
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           PERFORM 020-ASSESS-ONE-CLIENT UNTIL END-OF-LEDGER
      *
           PERFORM 060-PRINT-TOTALS
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATE-N)
      *
           PERFORM 012-GET-LQ-RATE
           PERFORM 013-OPEN-FILES
      *
           MOVE WS-PROC-DATE-N       TO WH-BUSINESS-DATE
           MOVE WS-LQ-HAIRCUT-PCT    TO WH-HAIRCUT-PCT
           MOVE WS-LQ-SQUAREOFF-DAYS TO WH-SQUAREOFF-DAYS
           IF LQ-DEFAULTS-USED
             MOVE '(NO LQ RATE ON RATMAS - DEFAULTS USED)'
                  TO WH-DEFAULT-TAG
           ELSE
             MOVE SPACES TO WH-DEFAULT-TAG
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF LQ-DEFAULTS-USED
             MOVE 'NO LQ RATE IN FORCE ON RATMAS - COMPILED-IN DEFAULTS'
                  TO WS-MESSAGE-LINE
             DISPLAY WS-MESSAGE-LINE
             MOVE 4 TO RETURN-CODE
           END-IF
      *
           PERFORM 015-READ-NEXT-LEDGER.
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
      * The 'LQ' parameters effective on the business date. Unlike
      * the 'DP' interest run this one cannot simply stand down when
      * the rate is missing - the desk still needs the list - so the
      * compiled-in defaults stay in force and the report says so.
       012-GET-LQ-RATE.
      *
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATMAS-STATUS NOT = '00'
             DISPLAY "RATMAS NOT AVAILABLE, STATUS = "
                     WS-RATMAS-STATUS
           ELSE
             MOVE 'LQ'   TO RLK-RATE-TYPE
             MOVE SPACES TO RLK-RATE-CODE
             COMPUTE RLK-EFFECTIVE-CDATE = 99999999 - WS-PROC-DATE-N
             PERFORM 014-GET-EFFECTIVE-RATE
             IF RATE-FOUND
               MOVE RT-LQ-HAIRCUT-PCT    TO WS-LQ-HAIRCUT-PCT
               MOVE RT-LQ-SQUAREOFF-DAYS TO WS-LQ-SQUAREOFF-DAYS
               MOVE 'N' TO WS-LQ-DEFAULT-IND
             END-IF
             CLOSE RATE-MASTER-FILE
           END-IF.
      *
       013-OPEN-FILES.
      *
           OPEN INPUT CLIENT-LEDGER-FILE
           IF WS-CLILGR-STATUS NOT = '00'
             DISPLAY "CLILGR OPEN FAILED, STATUS = "
                     WS-CLILGR-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT MARGIN-BALANCE-FILE
           IF WS-MARBAL-STATUS NOT = '00'
             DISPLAY "MARBAL OPEN FAILED, STATUS = "
                     WS-MARBAL-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT HOLDINGS-FILE
           IF WS-HLDMAS-STATUS NOT = '00'
             DISPLAY "HLDMAS OPEN FAILED, STATUS = "
                     WS-HLDMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT PRICE-HISTORY-FILE
           IF WS-PRCMAS-STATUS NOT = '00'
             DISPLAY "PRCMAS OPEN FAILED, STATUS = "
                     WS-PRCMAS-STATUS
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
           OPEN OUTPUT SQUARE-OFF-FILE
           OPEN OUTPUT REPORT-FILE.
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
      * WS-NEXT-CLIENT goes to HIGH-VALUES at end of file so the
      * client-group loops below stop without touching the record
      * area after the last read.
       015-READ-NEXT-LEDGER.
      *
           READ CLIENT-LEDGER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF END-OF-LEDGER
             MOVE HIGH-VALUES     TO WS-NEXT-CLIENT
           ELSE
             MOVE LGR-CLIENT-CODE TO WS-NEXT-CLIENT
           END-IF.
      *
      * The complemented date sorts each client's newest record
      * first, so the head of the group is the current position.
      * A debit there is followed back through the client's history
      * while the closing balance stays in debit; the oldest ledger
      * date of that run is when the client started owing.
       020-ASSESS-ONE-CLIENT.
      *
           MOVE WS-NEXT-CLIENT TO WS-CURR-CLIENT
           IF LGR-CLOSING-BALANCE < ZERO
             COMPUTE WS-DEBIT-BALANCE = ZERO - LGR-CLOSING-BALANCE
             MOVE LGR-LEDGER-DATE TO WS-DEBIT-SINCE
             MOVE 'Y' TO WS-DEBIT-RUN-IND
             ADD 1 TO WS-DEBIT-CLIENT-COUNT
           ELSE
             MOVE 'N' TO WS-DEBIT-RUN-IND
           END-IF
           IF DEBIT-RUN-OPEN
             PERFORM 015-READ-NEXT-LEDGER
             PERFORM 022-FOLLOW-DEBIT-RUN
                 UNTIL WS-NEXT-CLIENT NOT = WS-CURR-CLIENT
             PERFORM 025-AGE-DEBIT
           ELSE
             PERFORM 015-READ-NEXT-LEDGER
             PERFORM 015-READ-NEXT-LEDGER
                 UNTIL WS-NEXT-CLIENT NOT = WS-CURR-CLIENT
           END-IF.
      *
       022-FOLLOW-DEBIT-RUN.
      *
           IF DEBIT-RUN-OPEN
             IF LGR-CLOSING-BALANCE < ZERO
               MOVE LGR-LEDGER-DATE TO WS-DEBIT-SINCE
             ELSE
               MOVE 'N' TO WS-DEBIT-RUN-IND
             END-IF
           END-IF
           PERFORM 015-READ-NEXT-LEDGER.
      *
      * A debit first posted on the business date itself is not yet
      * overdue - the pay-in is due today - so it is counted and
      * left off the report.
       025-AGE-DEBIT.
      *
           COMPUTE WS-LEDGER-INT =
               FUNCTION INTEGER-OF-DATE(WS-DEBIT-SINCE)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-LEDGER-INT
           IF WS-AGE-DAYS > ZERO
             ADD 1 TO WS-OVERDUE-COUNT
             ADD WS-DEBIT-BALANCE TO WS-DEBIT-TOTAL
             PERFORM 030-GET-CLIENT-MARGIN
             PERFORM 035-LOAD-HOLDINGS
             PERFORM 040-PRINT-CLIENT
           END-IF.
      *
      * A client missing from the morning margin feed is treated as
      * holding no margin; a balance from an older feed is still
      * used but its date is printed beside it.
       030-GET-CLIENT-MARGIN.
      *
           MOVE WS-CURR-CLIENT TO MGF-CLIENT-CODE
           READ MARGIN-BALANCE-FILE
             INVALID KEY
               MOVE ZERO TO MGF-AVAILABLE-MARGIN
               MOVE ZERO TO MGF-BALANCE-DATE
           END-READ
           MOVE MGF-AVAILABLE-MARGIN TO WS-MARGIN-AMT
           IF WS-MARBAL-STATUS NOT = '00'
             MOVE 'NO MARGIN FEED'   TO W2-MARGIN-TAG
             ADD 1 TO WS-NO-MARGIN-COUNT
           ELSE
             IF MGF-BALANCE-DATE = WS-PROC-DATE-N
               MOVE SPACES           TO W2-MARGIN-TAG
             ELSE
               MOVE MGF-BALANCE-DATE TO WM-BALANCE-DATE
               MOVE WS-MARGIN-DATE-TAG TO W2-MARGIN-TAG
             END-IF
           END-IF
      *
           COMPUTE WS-SHORTFALL = WS-DEBIT-BALANCE - WS-MARGIN-AMT
           IF WS-SHORTFALL < ZERO
             MOVE ZERO TO WS-SHORTFALL
           END-IF.
      *
      * The client's slice of the holdings master, long positions
      * only - a short (negative) holding is not something that can
      * be sold to raise money.
       035-LOAD-HOLDINGS.
      *
           MOVE ZERO TO WS-HLD-COUNT
           MOVE ZERO TO WS-CLI-MARKET-VALUE WS-CLI-HAIRCUT-VALUE
           MOVE 'N'  TO WS-OVERFLOW-IND
           MOVE 'N'  TO WS-HLD-EOF-SWITCH
           MOVE WS-CURR-CLIENT TO HLD-CLIENT-CODE
           MOVE LOW-VALUES     TO HLD-SCRIP-CODE
           START HOLDINGS-FILE KEY NOT < HLD-KEY
             INVALID KEY
               MOVE 'Y' TO WS-HLD-EOF-SWITCH
           END-START
           PERFORM 036-READ-HOLDING
           PERFORM 037-LOAD-ONE-HOLDING UNTIL END-OF-CLIENT-HOLDINGS.
      *
       036-READ-HOLDING.
      *
           IF NOT END-OF-CLIENT-HOLDINGS
             READ HOLDINGS-FILE NEXT
               AT END
                 MOVE 'Y' TO WS-HLD-EOF-SWITCH
             END-READ
             IF NOT END-OF-CLIENT-HOLDINGS
                AND HLD-CLIENT-CODE NOT = WS-CURR-CLIENT
               MOVE 'Y' TO WS-HLD-EOF-SWITCH
             END-IF
           END-IF.
      *
       037-LOAD-ONE-HOLDING.
      *
           IF HLD-QUANTITY > ZERO
             IF WS-HLD-COUNT NOT < 200
               MOVE 'Y' TO WS-OVERFLOW-IND
             ELSE
               ADD 1 TO WS-HLD-COUNT
               MOVE WS-HLD-COUNT    TO WS-HLD-SUB
               MOVE HLD-SCRIP-CODE  TO WH-SCRIP-CODE (WS-HLD-SUB)
               MOVE HLD-QUANTITY    TO WH-QUANTITY (WS-HLD-SUB)
               MOVE 'N'             TO WH-LISTED-IND (WS-HLD-SUB)
               PERFORM 038-FIND-CLOSE
               IF PRICE-FOUND
                 MOVE PRC-CLOSE-PRICE TO WH-CLOSE-PRICE (WS-HLD-SUB)
                 MOVE PRC-TRADED-QTY  TO WH-TRADED-QTY (WS-HLD-SUB)
                 COMPUTE WH-MARKET-VALUE (WS-HLD-SUB) =
                     HLD-QUANTITY * PRC-CLOSE-PRICE
                 COMPUTE WH-HAIRCUT-VALUE (WS-HLD-SUB) ROUNDED =
                     WH-MARKET-VALUE (WS-HLD-SUB)
                     * (100 - WS-LQ-HAIRCUT-PCT) / 100
                 IF PRC-PRICE-DATE = WS-PROC-DATE-N
                   MOVE 1 TO WH-RANK-GROUP (WS-HLD-SUB)
                 ELSE
                   MOVE 2 TO WH-RANK-GROUP (WS-HLD-SUB)
                 END-IF
                 ADD WH-MARKET-VALUE (WS-HLD-SUB)
                     TO WS-CLI-MARKET-VALUE
                 ADD WH-HAIRCUT-VALUE (WS-HLD-SUB)
                     TO WS-CLI-HAIRCUT-VALUE
               ELSE
                 MOVE ZERO TO WH-CLOSE-PRICE (WS-HLD-SUB)
                              WH-TRADED-QTY (WS-HLD-SUB)
                              WH-MARKET-VALUE (WS-HLD-SUB)
                              WH-HAIRCUT-VALUE (WS-HLD-SUB)
                 MOVE 3 TO WH-RANK-GROUP (WS-HLD-SUB)
               END-IF
             END-IF
           END-IF
           PERFORM 036-READ-HOLDING.
      *
      * Latest close on or before the business date - the MTSMTM0
      * lookup. PRC-TRADED-QTY on that close is the liquidity
      * measure used to break a tie in the sell order.
       038-FIND-CLOSE.
      *
           MOVE 'N' TO WS-PRICE-FOUND-IND
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
             END-IF
           END-IF.
      *
       040-PRINT-CLIENT.
      *
           MOVE WS-CURR-CLIENT TO CLI-CLIENT-CODE
           READ CLIENT-MASTER-FILE
             INVALID KEY
               MOVE 'NOT ON CLIENT MASTER' TO CLI-CLIENT-NAME
           END-READ
      *
           IF WS-SHORTFALL > ZERO
              AND WS-AGE-DAYS > WS-LQ-SQUAREOFF-DAYS
             MOVE 'Y' TO WS-MANDATORY-IND
             ADD 1 TO WS-MANDATORY-COUNT
             MOVE 'MANDATORY SQUARE-OFF' TO W1-TAG
           ELSE
             MOVE 'N' TO WS-MANDATORY-IND
             MOVE SPACES TO W1-TAG
           END-IF
           IF WS-SHORTFALL > ZERO
             ADD 1 TO WS-SHORTFALL-COUNT
             ADD WS-SHORTFALL TO WS-SHORTFALL-TOTAL
           END-IF
      *
           MOVE WS-CURR-CLIENT       TO W1-CLIENT-CODE
           MOVE CLI-CLIENT-NAME      TO W1-CLIENT-NAME
           MOVE WS-DEBIT-BALANCE     TO W1-DEBIT-BALANCE
           MOVE WS-DEBIT-SINCE       TO W1-DEBIT-SINCE
           MOVE WS-AGE-DAYS          TO W1-AGE-DAYS
           WRITE REPORT-LINE FROM WS-CLIENT-LINE-1
           MOVE WS-MARGIN-AMT        TO W2-MARGIN
           MOVE WS-CLI-HAIRCUT-VALUE TO W2-HAIRCUT-VALUE
           MOVE WS-SHORTFALL         TO W2-SHORTFALL
           WRITE REPORT-LINE FROM WS-CLIENT-LINE-2
      *
           MOVE WS-SHORTFALL TO WS-REMAINING
           MOVE ZERO         TO WS-COVERED WS-PRIORITY
           IF WS-HLD-COUNT > ZERO
             WRITE REPORT-LINE FROM WS-COLUMN-HEADINGS
             PERFORM 042-LIST-NEXT-HOLDING
                 VARYING WS-RANK-NO FROM 1 BY 1
                 UNTIL WS-RANK-NO > WS-HLD-COUNT
           END-IF
           PERFORM 048-PRINT-CLIENT-FOOTER.
      *
      * Picks the best holding not yet listed, then decides how
      * much of it to sell while any shortfall remains.
       042-LIST-NEXT-HOLDING.
      *
           MOVE ZERO TO WS-BEST-SUB
           PERFORM 043-COMPARE-HOLDING
               VARYING WS-HLD-SUB FROM 1 BY 1
               UNTIL WS-HLD-SUB > WS-HLD-COUNT
           MOVE 'Y' TO WH-LISTED-IND (WS-BEST-SUB)
           MOVE ZERO   TO WS-SELL-QTY
           MOVE SPACES TO WD-TAG
           IF WH-RANK-GROUP (WS-BEST-SUB) = 3
             MOVE 'NO CLOSE' TO WD-TAG
           ELSE
             IF WS-REMAINING > ZERO
                AND WH-HAIRCUT-VALUE (WS-BEST-SUB) > ZERO
               PERFORM 045-SIZE-SALE
             END-IF
             IF WS-SELL-QTY = ZERO
                AND WH-RANK-GROUP (WS-BEST-SUB) = 2
               MOVE 'STALE' TO WD-TAG
             END-IF
           END-IF
      *
           MOVE WS-RANK-NO                     TO WD-RANK
           MOVE WH-SCRIP-CODE (WS-BEST-SUB)    TO WD-SCRIP-CODE
           MOVE WH-QUANTITY (WS-BEST-SUB)      TO WD-QUANTITY
           MOVE WH-CLOSE-PRICE (WS-BEST-SUB)   TO WD-CLOSE
           MOVE WH-MARKET-VALUE (WS-BEST-SUB)  TO WD-MARKET-VALUE
           MOVE WH-HAIRCUT-VALUE (WS-BEST-SUB) TO WD-HAIRCUT-VALUE
           MOVE WH-TRADED-QTY (WS-BEST-SUB)    TO WD-TRADED-QTY
           MOVE WS-SELL-QTY                    TO WD-SELL-QTY
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
      *
           IF WS-SELL-QTY > ZERO AND MANDATORY-SQUARE-OFF
             PERFORM 046-WRITE-SQUARE-OFF
           END-IF.
      *
      * Better = lower rank group, then larger haircut value, then
      * more exchange volume on the close.
       043-COMPARE-HOLDING.
      *
           IF WH-LISTED-IND (WS-HLD-SUB) = 'N'
             IF WS-BEST-SUB = ZERO
               MOVE WS-HLD-SUB TO WS-BEST-SUB
             ELSE
               EVALUATE TRUE
                 WHEN WH-RANK-GROUP (WS-HLD-SUB) <
                      WH-RANK-GROUP (WS-BEST-SUB)
                   MOVE WS-HLD-SUB TO WS-BEST-SUB
                 WHEN WH-RANK-GROUP (WS-HLD-SUB) >
                      WH-RANK-GROUP (WS-BEST-SUB)
                   CONTINUE
                 WHEN WH-HAIRCUT-VALUE (WS-HLD-SUB) >
                      WH-HAIRCUT-VALUE (WS-BEST-SUB)
                   MOVE WS-HLD-SUB TO WS-BEST-SUB
                 WHEN WH-HAIRCUT-VALUE (WS-HLD-SUB) =
                      WH-HAIRCUT-VALUE (WS-BEST-SUB)
                  AND WH-TRADED-QTY (WS-HLD-SUB) >
                      WH-TRADED-QTY (WS-BEST-SUB)
                   MOVE WS-HLD-SUB TO WS-BEST-SUB
               END-EVALUATE
             END-IF
           END-IF.
      *
      * The whole holding when its haircut value does not clear the
      * remaining shortfall; otherwise just enough whole shares,
      * each counted at the close less the haircut, to clear it.
       045-SIZE-SALE.
      *
           IF WH-HAIRCUT-VALUE (WS-BEST-SUB) NOT > WS-REMAINING
             MOVE WH-QUANTITY (WS-BEST-SUB)      TO WS-SELL-QTY
             MOVE WH-HAIRCUT-VALUE (WS-BEST-SUB) TO WS-SELL-VALUE
             MOVE 'SELL ALL' TO WD-TAG
           ELSE
             COMPUTE WS-HAIRCUT-PRICE =
                 WH-CLOSE-PRICE (WS-BEST-SUB)
                 * (100 - WS-LQ-HAIRCUT-PCT) / 100
             COMPUTE WS-SELL-QTY = WS-REMAINING / WS-HAIRCUT-PRICE
             IF WS-SELL-QTY * WS-HAIRCUT-PRICE < WS-REMAINING
               ADD 1 TO WS-SELL-QTY
             END-IF
             IF WS-SELL-QTY > WH-QUANTITY (WS-BEST-SUB)
               MOVE WH-QUANTITY (WS-BEST-SUB) TO WS-SELL-QTY
             END-IF
             MOVE WS-REMAINING TO WS-SELL-VALUE
             MOVE 'SELL PART' TO WD-TAG
           END-IF
           ADD WS-SELL-VALUE TO WS-COVERED
           SUBTRACT WS-SELL-VALUE FROM WS-REMAINING.
      *
       046-WRITE-SQUARE-OFF.
      *
           ADD 1 TO WS-PRIORITY
           MOVE SPACES                       TO SQUARE-OFF-RECORD
           MOVE WS-CURR-CLIENT               TO SQO-CLIENT-CODE
           MOVE WH-SCRIP-CODE (WS-BEST-SUB)  TO SQO-SCRIP-CODE
           MOVE WS-PRIORITY                  TO SQO-PRIORITY
           MOVE WS-SELL-QTY                  TO SQO-SELL-QUANTITY
           MOVE WH-CLOSE-PRICE (WS-BEST-SUB) TO SQO-CLOSE-PRICE
           MOVE WS-PROC-DATE-N               TO SQO-BUSINESS-DATE
           MOVE WS-AGE-DAYS                  TO SQO-DEBIT-AGE-DAYS
           MOVE WS-SHORTFALL                 TO SQO-SHORTFALL
           WRITE SQUARE-OFF-RECORD
           ADD 1           TO WS-SQO-COUNT
           ADD WS-SELL-QTY TO WS-SQO-QUANTITY.
      *
       048-PRINT-CLIENT-FOOTER.
      *
           MOVE WS-COVERED   TO WF-COVERED
           MOVE WS-REMAINING TO WF-UNCOVERED
           EVALUATE TRUE
             WHEN WS-SHORTFALL = ZERO
               MOVE 'MARGIN COVERS THE DEBIT' TO WF-TAG
             WHEN WS-HLD-COUNT = ZERO
               MOVE 'NO HOLDINGS TO LIQUIDATE' TO WF-TAG
             WHEN WS-REMAINING > ZERO
               MOVE 'HOLDINGS DO NOT COVER THE SHORTFALL' TO WF-TAG
             WHEN OTHER
               MOVE SPACES TO WF-TAG
           END-EVALUATE
           IF TABLE-OVERFLOWED
             MOVE 'OVER 200 HOLDINGS - LIST INCOMPLETE' TO WF-TAG
             ADD 1 TO WS-OVERFLOW-COUNT
             MOVE 4 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE FROM WS-CLIENT-FOOTER
           ADD WS-REMAINING TO WS-UNCOVERED-TOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
      *
       060-PRINT-TOTALS.
      *
           IF WS-OVERDUE-COUNT = ZERO
             MOVE 'NO CLIENT HAS AN OVERDUE DEBIT ON THE LEDGER'
                  TO WS-MESSAGE-LINE
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE 'CLIENTS IN DEBIT                 =' TO WK-TAG
           MOVE WS-DEBIT-CLIENT-COUNT                TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENTS WITH AN OVERDUE DEBIT    =' TO WK-TAG
           MOVE WS-OVERDUE-COUNT                     TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENTS WITH A SHORTFALL         =' TO WK-TAG
           MOVE WS-SHORTFALL-COUNT                   TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'MANDATORY SQUARE-OFF CLIENTS     =' TO WK-TAG
           MOVE WS-MANDATORY-COUNT                   TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SQUARE-OFF INSTRUCTIONS WRITTEN  =' TO WK-TAG
           MOVE WS-SQO-COUNT                         TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENTS NOT ON THE MARGIN FEED   =' TO WK-TAG
           MOVE WS-NO-MARGIN-COUNT                   TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'OVERDUE DEBIT TOTAL              =' TO WT-TAG
           MOVE WS-DEBIT-TOTAL                       TO WT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'SHORTFALL TOTAL                  =' TO WT-TAG
           MOVE WS-SHORTFALL-TOTAL                   TO WT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'UNCOVERED BY HOLDINGS TOTAL      =' TO WT-TAG
           MOVE WS-UNCOVERED-TOTAL                   TO WT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
      *
           MOVE SPACES           TO SQUARE-OFF-TRAILER
           MOVE 'TR'             TO SQT-TRAILER-ID
           MOVE WS-SQO-COUNT     TO SQT-RECORD-COUNT
           MOVE WS-SQO-QUANTITY  TO SQT-QUANTITY-TOTAL
           WRITE SQUARE-OFF-TRAILER.
      *
       050-TERMINATE.
      *
           CLOSE CLIENT-LEDGER-FILE
           CLOSE MARGIN-BALANCE-FILE
           CLOSE HOLDINGS-FILE
           CLOSE PRICE-HISTORY-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE SQUARE-OFF-FILE
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSLQD0 - BUSINESS DATE      = " WS-PROC-DATE-N
           DISPLAY "MTSLQD0 - CLIENTS IN DEBIT   = "
                   WS-DEBIT-CLIENT-COUNT
           DISPLAY "MTSLQD0 - OVERDUE            = " WS-OVERDUE-COUNT
           DISPLAY "MTSLQD0 - WITH SHORTFALL     = " WS-SHORTFALL-COUNT
           DISPLAY "MTSLQD0 - MANDATORY SQ-OFF   = " WS-MANDATORY-COUNT
           DISPLAY "MTSLQD0 - SQ-OFF RECORDS     = " WS-SQO-COUNT
           DISPLAY "MTSLQD0 - TABLE OVERFLOWS    = " WS-OVERFLOW-COUNT.
      *
       END PROGRAM MTSLQD0.
