      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: QUARTERLY RUNNING-ACCOUNT SETTLEMENT. RETURNS THE
      *        : CLIENT MONEY IGSL HOLDS WITH NO TRADING NEED, AS THE
      *        : REGULATIONS REQUIRE AT LEAST ONCE A QUARTER. FOR
      *        : EVERY CLIENT ON CLIMAS (MTSCLI0) THE LATEST CLILGR
      *        : LEDGER RECORD (MTSLGR0) GIVES THE BALANCE HELD. A
      *        : CREDIT BALANCE HAS KEPT BACK FROM IT, IN ORDER:
      *        :   - THE PAY-IN THE CLIENT WILL OWE ON TRADES NOT
      *        :     YET SETTLED (TXNHIST ENTRIES SETTLING AFTER THE
      *        :     LATEST LEDGER DATE, NETTED SELLS - BUYS -
      *        :     CHARGES THE MTSSTM0 WAY);
      *        :   - PAY-OUTS ALREADY INSTRUCTED ON PAYMAS (MTSPAY0)
      *        :     THE BANK HAS NOT YET CONFIRMED PAID, AND ANY
      *        :     RETURNED FAILED - THE LEDGER STILL CARRIES THEM;
      *        :   - THE REGULATORY RETENTION AMOUNT, RATMAS 'QR'
      *        :     (MTSRTE0).
      *        : THE REST IS INSTRUCTED QUEUED ON PAYMAS (PAYEE TYPE
      *        : 'R') AGAINST A LEDGER RECORD FOR THE BUSINESS DATE,
      *        : WITH A COPY ON THE QSTPAY PENDING FILE THE NEXT
      *        : MTSSTM0 RUN PUTS ON THE BANK FILE (MTSBNK0) - THE
      *        : MTSCLC0 CLOSURE PAYOUT PATTERN - AND THE MTSBRL0
      *        : RETURN LOAD POSTS IT TO THAT LEDGER RECORD WHEN
      *        : PAID. A CLIENT CLOSING ITS ACCOUNT IS PAID BY THE
      *        : CLOSURE INSTEAD; ONE WITH NO BANK ACCOUNT, OR WHOSE
      *        : PAYMAS KEY IS ALREADY IN USE, HAS THE REST HELD.
      *        : EVERY CLIENT WITH A LEDGER GETS A RETENTION
      *        : STATEMENT ON QSTSTMT - BALANCE HELD, EACH AMOUNT
      *        : RETAINED AND WHY, AMOUNT PAID - AND THE SETTLEMENT
      *        : DESK A CONTROL LIST ON QSTRPT. RERUN-SAFE: A PAYOUT
      *        : STILL QUEUED FROM AN EARLIER RUN OF THE SAME DATE IS
      *        : RE-DERIVED, ONE ALREADY ON A BANK FILE IS RETAINED
      *        : AS INSTRUCTED. A FILE THAT WILL NOT OPEN STOPS THE
      *        : RUN RC=12 WITH NOTHING CHANGED; A CLIENT HELD OR NOT
      *        : WORKED, OR NO 'QR' RATE IN FORCE, ENDS THE STEP
      *        : RC=4.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSQST0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE ASSIGN TO CLIMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT TRADE-HISTORY-FILE ASSIGN TO TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-KEY
               FILE STATUS IS WS-HIST-STATUS.
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
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
      *
           SELECT QUARTERLY-PAYOUT-FILE ASSIGN TO QSTPAY
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO QSTRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT STATEMENT-FILE ASSIGN TO QSTSTMT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
       FD  TRADE-HISTORY-FILE.
           COPY MTSHIS0.
      *
       FD  RATE-MASTER-FILE.
           COPY MTSRTE0.
      *
       FD  BUSINESS-DATE-FILE.
           COPY MTSBDT0.
      *
      * One record per trade entry still to settle in the scan
      * window, netted to its signed effect on the client's funds.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SRT-CLIENT-CODE         PIC X(06).
           05 SRT-SETTLEMENT-DATE     PIC 9(08).
           05 SRT-NET-AMOUNT          PIC S9(11)V99.
      *
      * Quarterly payouts pending the bank - PAYMAS record images,
      * read by every MTSSTM0 run. Rewritten whole by each run with
      * the payouts it queued.
       FD  QUARTERLY-PAYOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSPAY0 REPLACING ==PAYMENT-INSTRUCTION-RECORD==
                               BY ==QUARTERLY-PAYOUT-RECORD==
                          LEADING ==PAY-== BY ==QSP-==.
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
       01  WS-CLIMAS-STATUS           PIC X(02).
       01  WS-CLILGR-STATUS           PIC X(02).
       01  WS-PAYMAS-STATUS           PIC X(02).
       01  WS-HIST-STATUS             PIC X(02).
       01  WS-RATMAS-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
      *
       01  WS-CLI-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-CLIENTS                             VALUE 'Y'.
       01  WS-HIST-EOF-SWITCH         PIC X(01)          VALUE 'N'.
           88 END-OF-HISTORY                             VALUE 'Y'.
      * One switch serves every keyed ledger walk, each run to its
      * end in turn.
       01  WS-WALK-DONE-IND           PIC X(01).
           88 WALK-IS-DONE                               VALUE 'Y'.
      *
      * The client the next sorted trade belongs to - HIGH-VALUES at
      * the end of the sort so the merge against CLIMAS stops
      * without touching the record area after the last RETURN.
       01  WS-SORT-CLIENT             PIC X(06).
      *
       01  WS-BUSDAT-DATE-N           PIC 9(08)          VALUE ZERO.
      *
      * Trade history log record view - TXNHIST data area moved in.
           COPY MTSLOG0 REPLACING ==TXN-LOG-RECORD==
                               BY ==HIST-TXN-RECORD==
                          LEADING ==TXL-== BY ==HTX-==.
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
      * Compiled-in fallback when no 'QR' rate is in force - the
      * retention the regulation allows a broker to keep back from
      * a client's running account at settlement.
       01  WS-QR-RETAIN-AMOUNT        PIC 9(09)V99       VALUE 10000.00.
       01  WS-QR-DEFAULT-IND          PIC X(01)          VALUE 'Y'.
           88 QR-DEFAULT-USED                            VALUE 'Y'.
      *
      * Trades are looked for on TXNHIST from this many calendar
      * days before the business date - wider than any settlement
      * cycle plus a run of holidays, the MTSCLC0 look-back, so a
      * trade still to settle cannot sit earlier than the scan.
       01  WS-SETTLE-LOOKBACK-DAYS    PIC 9(03)          VALUE 10.
       01  WS-SCAN-FROM-INT           PIC S9(09)  COMP.
       01  WS-SCAN-FROM-DATE          PIC 9(08).
      *
      * The client in hand - latest ledger position, what is kept
      * back from it and why, and what is paid.
       01  WS-LATEST-LEDGER-DATE      PIC 9(08).
       01  WS-LATEST-CLOSING          PIC S9(11)V99.
       01  WS-PAYOUT-DATE             PIC 9(08).
       01  WS-UNSETTLED-NET           PIC S9(11)V99.
       01  WS-UNSETTLED-COUNT         PIC 9(05).
       01  WS-LAST-SETTLE-DATE        PIC 9(08).
       01  WS-INFLIGHT-AMOUNT         PIC S9(11)V99.
       01  WS-INFLIGHT-COUNT          PIC 9(03).
       01  WS-FAILED-AMOUNT           PIC S9(11)V99.
       01  WS-FAILED-COUNT            PIC 9(03).
       01  WS-OWN-QUEUED-IND          PIC X(01).
           88 OWN-PAYOUT-QUEUED                          VALUE 'Y'.
      *
      * Each amount retained is capped at what is left of the
      * balance after the ones before it - see 260-ALLOCATE-
      * RETENTION - so the retained total never exceeds the balance.
       01  WS-BALANCE-LEFT            PIC S9(11)V99.
       01  WS-RETAIN-UNSETTLED        PIC S9(11)V99.
       01  WS-RETAIN-INFLIGHT         PIC S9(11)V99.
       01  WS-RETAIN-FAILED           PIC S9(11)V99.
       01  WS-RETAIN-REGULATORY       PIC S9(11)V99.
       01  WS-RETAIN-HELD             PIC S9(11)V99.
       01  WS-RETAIN-TOTAL            PIC S9(11)V99.
       01  WS-PAYOUT-AMOUNT           PIC S9(11)V99.
       01  WS-WANTED-AMOUNT           PIC S9(11)V99.
       01  WS-HELD-REASON             PIC X(50).
       01  WS-RESULT-TEXT             PIC X(30).
       01  WS-PAYOUT-OK-IND           PIC X(01).
           88 PAYOUT-OK                                  VALUE 'Y'.
      *
       01  WS-CLIENTS-READ            PIC 9(07)          VALUE ZERO.
       01  WS-CLOSED-COUNT            PIC 9(07)          VALUE ZERO.
       01  WS-NO-LEDGER-COUNT         PIC 9(07)          VALUE ZERO.
       01  WS-STATEMENT-COUNT         PIC 9(07)          VALUE ZERO.
       01  WS-NO-CREDIT-COUNT         PIC 9(07)          VALUE ZERO.
       01  WS-CREDIT-COUNT            PIC 9(07)          VALUE ZERO.
       01  WS-PAID-COUNT              PIC 9(07)          VALUE ZERO.
       01  WS-REDERIVED-COUNT         PIC 9(07)          VALUE ZERO.
       01  WS-RETAINED-COUNT          PIC 9(07)          VALUE ZERO.
       01  WS-CLOSURE-COUNT           PIC 9(07)          VALUE ZERO.
       01  WS-HELD-COUNT              PIC 9(07)          VALUE ZERO.
       01  WS-ERROR-COUNT             PIC 9(07)          VALUE ZERO.
       01  WS-ORPHAN-COUNT            PIC 9(07)          VALUE ZERO.
       01  WS-RELEASED-COUNT          PIC 9(07)          VALUE ZERO.
       01  WS-PENDING-WRITTEN         PIC 9(07)          VALUE ZERO.
       01  WS-BALANCE-TOTAL           PIC S9(13)V99      VALUE ZERO.
       01  WS-RETAINED-TOTAL          PIC S9(13)V99      VALUE ZERO.
       01  WS-PAID-TOTAL              PIC S9(13)V99      VALUE ZERO.
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
       01  WS-MESSAGE-LINE            PIC X(80).
      *
      * The settlement desk's control list.
       01  WS-HEADING-LINE-1.
           05 FILLER                  PIC X(44)
              VALUE '*** IGSL QUARTERLY RUNNING-ACCOUNT SETTLEMEN'.
           05 FILLER                  PIC X(22)
              VALUE 'T - CONTROL LIST *****'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WH-BUSINESS-DATE        PIC 9(08).
           05 FILLER                  PIC X(13)
              VALUE '   RUN DATE: '.
           05 WH-RUN-DATE             PIC 9(08).
           05 FILLER                  PIC X(24)
              VALUE '   RETENTION PER CLIENT '.
           05 WH-RETAIN-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WH-DEFAULT-TAG          PIC X(40).
      *
       01  WS-COLUMN-LINE.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT'.
           05 FILLER                  PIC X(30)  VALUE 'NAME'.
           05 FILLER                  PIC X(18)
              VALUE '   BALANCE HELD'.
           05 FILLER                  PIC X(18)
              VALUE '       RETAINED'.
           05 FILLER                  PIC X(18)
              VALUE '           PAID'.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(30)  VALUE 'RESULT'.
      *
       01  WS-CONTROL-LINE.
           05 WL-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WL-CLIENT-NAME          PIC X(30).
           05 WL-BALANCE              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WL-RETAINED             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WL-PAID                 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WL-RESULT               PIC X(30).
      *
       01  WS-TOTAL-LINE.
           05 WT-TAG                  PIC X(40).
           05 WT-COUNT                PIC Z,ZZZ,ZZ9.
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 WT-AMOUNT-AREA          PIC X(18).
           05 WT-AMOUNT REDEFINES WT-AMOUNT-AREA
                                      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *
      * The retention statement - one block per client, the copy
      * sent to the client.
       01  WS-STMT-HEADING.
           05 FILLER                  PIC X(44)
              VALUE '*** IGSL QUARTERLY RUNNING-ACCOUNT SETTLEMEN'.
           05 FILLER                  PIC X(26)
              VALUE 'T - RETENTION STATEMENT **'.
           05 FILLER                  PIC X(01)  VALUE '*'.
      *
       01  WS-STMT-CLIENT-LINE.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT: '.
           05 WS-SC-CLIENT-CODE       PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-SC-CLIENT-NAME       PIC X(30).
           05 FILLER                  PIC X(19)
              VALUE ' SETTLEMENT DATE:  '.
           05 WS-SC-SETTLE-DATE       PIC 9(08).
      *
       01  WS-STMT-TITLE-LINE.
           05 WS-ST-TITLE             PIC X(70).
      *
      * One amount line - the balance, each amount retained with
      * its reason, the totals and the payout. The note carries the
      * reference the reason needs (a date, a count, the account).
       01  WS-STMT-AMOUNT-LINE.
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 WS-SA-TEXT              PIC X(52).
           05 WS-SA-AMOUNT            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-SA-NOTE              PIC X(44).
      *
       01  WS-STMT-RULE-LINE.
           05 FILLER                  PIC X(76)  VALUE ALL '-'.
      *
       01  WS-NOTE-COUNT              PIC ZZ9.
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CLIENT-CODE
               INPUT PROCEDURE IS 100-RELEASE-OPEN-TRADES
               OUTPUT PROCEDURE IS 200-SETTLE-CLIENTS
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
           PERFORM 012-GET-QR-RATE
           PERFORM 015-OPEN-FILES
      *
           COMPUTE WS-SCAN-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-BUSDAT-DATE-N)
               - WS-SETTLE-LOOKBACK-DAYS
           COMPUTE WS-SCAN-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-FROM-INT)
      *
           MOVE WS-BUSDAT-DATE-N    TO WH-BUSINESS-DATE
           MOVE WS-PROC-DATE-N      TO WH-RUN-DATE
           MOVE WS-QR-RETAIN-AMOUNT TO WH-RETAIN-AMOUNT
           IF QR-DEFAULT-USED
             MOVE '(NO QR RATE ON RATMAS - DEFAULT USED)'
                  TO WH-DEFAULT-TAG
           ELSE
             MOVE SPACES TO WH-DEFAULT-TAG
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           IF QR-DEFAULT-USED
             MOVE 'NO QR RATE IN FORCE ON RATMAS - COMPILED-IN DEFAULT'
                  TO WS-MESSAGE-LINE
             DISPLAY WS-MESSAGE-LINE
             MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * The payout ledger record and the PAYMAS key are dated the
      * business date, never the wall clock - without it nothing
      * is settled.
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
                     "NO CLIENT SETTLED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      * The 'QR' retention effective on the business date. Client
      * money still has to go back when it is missing, so the
      * compiled-in default stays in force and the report says so -
      * the 'LQ' arrangement in MTSLQD0.
       012-GET-QR-RATE.
      *
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATMAS-STATUS NOT = '00'
             DISPLAY "RATMAS NOT AVAILABLE, STATUS = "
                     WS-RATMAS-STATUS
           ELSE
             MOVE 'QR'   TO RLK-RATE-TYPE
             MOVE SPACES TO RLK-RATE-CODE
             COMPUTE RLK-EFFECTIVE-CDATE = 99999999 - WS-BUSDAT-DATE-N
             PERFORM 014-GET-EFFECTIVE-RATE
             IF RATE-FOUND
               MOVE RT-QR-RETAIN-AMOUNT TO WS-QR-RETAIN-AMOUNT
               MOVE 'N' TO WS-QR-DEFAULT-IND
             END-IF
             CLOSE RATE-MASTER-FILE
           END-IF.
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
      * Every file is opened before any client is touched, so a
      * missing dataset stops the run with nothing changed.
       015-OPEN-FILES.
      *
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
           OPEN INPUT TRADE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
             DISPLAY "TXNHIST OPEN FAILED, STATUS = " WS-HIST-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
      *
           OPEN OUTPUT QUARTERLY-PAYOUT-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT STATEMENT-FILE.
      *
       045-COUNT-ERROR.
      *
           ADD 1 TO WS-ERROR-COUNT
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * Sort input: every stamped TXNHIST entry from the scan start
      * on that settles after it, as its signed effect on the
      * client's funds - sells less buys less charges, a reversal
      * or a charge credit netting the other way, the MTSSTM0
      * definition. Whether it is still to settle is judged per
      * client against the latest ledger date in the merge.
       100-RELEASE-OPEN-TRADES.
      *
           MOVE WS-SCAN-FROM-DATE TO TXH-BUSINESS-DATE
           MOVE ZERO              TO TXH-TRADE-SEQ-NO
           MOVE LOW-VALUES        TO TXH-ENTRY-TYPE
           START TRADE-HISTORY-FILE KEY NOT LESS THAN TXH-KEY
             INVALID KEY
               MOVE 'Y' TO WS-HIST-EOF-SWITCH
           END-START
           PERFORM 110-RELEASE-ONE-TRADE UNTIL END-OF-HISTORY.
      *
       110-RELEASE-ONE-TRADE.
      *
           READ TRADE-HISTORY-FILE NEXT
             AT END
               MOVE 'Y' TO WS-HIST-EOF-SWITCH
           END-READ
           IF NOT END-OF-HISTORY
             MOVE TXH-TXN-DATA TO HIST-TXN-RECORD
             IF HTX-SETTLEMENT-DATE NUMERIC
                AND HTX-SETTLEMENT-DATE > WS-SCAN-FROM-DATE
               MOVE HTX-CLIENT-CODE     TO SRT-CLIENT-CODE
               MOVE HTX-SETTLEMENT-DATE TO SRT-SETTLEMENT-DATE
               IF HTX-BUY-SELL-IND = 'S'
                 COMPUTE SRT-NET-AMOUNT =
                     HTX-BUY-AMOUNT - HTX-TOTAL-CHARGE
               ELSE
                 COMPUTE SRT-NET-AMOUNT =
                     ZERO - HTX-BUY-AMOUNT - HTX-TOTAL-CHARGE
               END-IF
               IF HTX-NETS-NEGATIVE
                 COMPUTE SRT-NET-AMOUNT = ZERO - SRT-NET-AMOUNT
               END-IF
               RELEASE SORT-RECORD
               ADD 1 TO WS-RELEASED-COUNT
             END-IF
           END-IF.
      *
      * Sort output: CLIMAS walked in client order, the sorted trades
      * merged against it - client count puts no ceiling on the run.
       200-SETTLE-CLIENTS.
      *
           PERFORM 210-RETURN-ONE-TRADE
      *
           MOVE LOW-VALUES TO CLI-CLIENT-CODE
           START CLIENT-MASTER-FILE KEY NOT LESS THAN CLI-CLIENT-CODE
             INVALID KEY
               MOVE 'Y' TO WS-CLI-EOF-SWITCH
           END-START
           IF NOT END-OF-CLIENTS
             PERFORM 215-READ-NEXT-CLIENT
           END-IF
           PERFORM 220-SETTLE-ONE-CLIENT UNTIL END-OF-CLIENTS
      *
      * Trades left over belong to codes not on CLIMAS.
           PERFORM 232-SKIP-ORPHAN-TRADE
               UNTIL WS-SORT-CLIENT = HIGH-VALUES.
      *
       210-RETURN-ONE-TRADE.
      *
           RETURN SORT-WORK-FILE
             AT END
               MOVE HIGH-VALUES TO WS-SORT-CLIENT
             NOT AT END
               MOVE SRT-CLIENT-CODE TO WS-SORT-CLIENT
           END-RETURN.
      *
       215-READ-NEXT-CLIENT.
      *
           READ CLIENT-MASTER-FILE NEXT
             AT END
               MOVE 'Y' TO WS-CLI-EOF-SWITCH
           END-READ.
      *
      * A closed client has nothing left to settle; one with no
      * ledger has never had money held. Everyone else gets a
      * statement.
       220-SETTLE-ONE-CLIENT.
      *
           ADD 1 TO WS-CLIENTS-READ
           PERFORM 225-GET-LATEST-LEDGER
           PERFORM 230-NET-UNSETTLED-TRADES
      *
           EVALUATE TRUE
             WHEN CLI-IS-CLOSED
               ADD 1 TO WS-CLOSED-COUNT
             WHEN WS-LATEST-LEDGER-DATE = ZERO
               ADD 1 TO WS-NO-LEDGER-COUNT
             WHEN OTHER
               PERFORM 240-WORK-CLIENT
           END-EVALUATE
      *
           PERFORM 215-READ-NEXT-CLIENT.
      *
      * The client's ledger records run newest first - see MTSLGR0 -
      * so the first one is the current position. The payout is
      * keyed on the business date, or on the latest ledger date
      * when that is already the business date's or later.
       225-GET-LATEST-LEDGER.
      *
           MOVE ZERO TO WS-LATEST-LEDGER-DATE
           MOVE ZERO TO WS-LATEST-CLOSING
           MOVE CLI-CLIENT-CODE TO LGR-CLIENT-CODE
           MOVE ZERO            TO LGR-LEDGER-CDATE
           START CLIENT-LEDGER-FILE KEY NOT LESS THAN LGR-KEY
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENT-LEDGER-FILE NEXT
                 AT END
                   CONTINUE
                 NOT AT END
                   IF LGR-CLIENT-CODE = CLI-CLIENT-CODE
                     MOVE LGR-LEDGER-DATE     TO WS-LATEST-LEDGER-DATE
                     MOVE LGR-CLOSING-BALANCE TO WS-LATEST-CLOSING
                   END-IF
               END-READ
           END-START
      *
           IF WS-LATEST-LEDGER-DATE < WS-BUSDAT-DATE-N
             MOVE WS-BUSDAT-DATE-N      TO WS-PAYOUT-DATE
           ELSE
             MOVE WS-LATEST-LEDGER-DATE TO WS-PAYOUT-DATE
           END-IF.
      *
      * The client's sorted trades: those settling after the latest
      * ledger date have not reached the ledger yet and are netted.
       230-NET-UNSETTLED-TRADES.
      *
           MOVE ZERO TO WS-UNSETTLED-NET
           MOVE ZERO TO WS-UNSETTLED-COUNT
           MOVE ZERO TO WS-LAST-SETTLE-DATE
           PERFORM 232-SKIP-ORPHAN-TRADE
               UNTIL WS-SORT-CLIENT NOT < CLI-CLIENT-CODE
           PERFORM 234-ADD-ONE-TRADE
               UNTIL WS-SORT-CLIENT NOT = CLI-CLIENT-CODE.
      *
       232-SKIP-ORPHAN-TRADE.
      *
           ADD 1 TO WS-ORPHAN-COUNT
           PERFORM 210-RETURN-ONE-TRADE.
      *
       234-ADD-ONE-TRADE.
      *
           IF SRT-SETTLEMENT-DATE > WS-LATEST-LEDGER-DATE
             ADD SRT-NET-AMOUNT TO WS-UNSETTLED-NET
             ADD 1 TO WS-UNSETTLED-COUNT
             IF SRT-SETTLEMENT-DATE > WS-LAST-SETTLE-DATE
               MOVE SRT-SETTLEMENT-DATE TO WS-LAST-SETTLE-DATE
             END-IF
           END-IF
           PERFORM 210-RETURN-ONE-TRADE.
      *
      * One client with a ledger: what is held, what is kept back
      * and why, what is paid - onto the statement and the control
      * list.
       240-WORK-CLIENT.
      *
           MOVE ZERO   TO WS-INFLIGHT-AMOUNT
                          WS-INFLIGHT-COUNT
                          WS-FAILED-AMOUNT
                          WS-FAILED-COUNT
                          WS-RETAIN-UNSETTLED
                          WS-RETAIN-INFLIGHT
                          WS-RETAIN-FAILED
                          WS-RETAIN-REGULATORY
                          WS-RETAIN-HELD
                          WS-RETAIN-TOTAL
                          WS-PAYOUT-AMOUNT
           MOVE SPACES TO WS-HELD-REASON
           MOVE 'N'    TO WS-OWN-QUEUED-IND
      *
           IF WS-LATEST-CLOSING > ZERO
             ADD 1 TO WS-CREDIT-COUNT
             PERFORM 250-CHECK-INSTRUCTIONS
             PERFORM 260-ALLOCATE-RETENTION
             IF WS-PAYOUT-AMOUNT > ZERO
               PERFORM 270-INSTRUCT-PAYOUT
             END-IF
             PERFORM 290-COUNT-RESULT
           ELSE
             ADD 1 TO WS-NO-CREDIT-COUNT
           END-IF
      *
           PERFORM 300-PRINT-STATEMENT.
      *
      * Every ledger date of the client is probed on PAYMAS for a
      * pay-out the bank has not confirmed paid: its money is still
      * in the balance and must not be paid a second time. This
      * run's own payout still queued from an earlier run of the
      * same date is the one exception - it is re-derived below.
       250-CHECK-INSTRUCTIONS.
      *
           MOVE 'N' TO WS-WALK-DONE-IND
           MOVE CLI-CLIENT-CODE TO LGR-CLIENT-CODE
           MOVE ZERO            TO LGR-LEDGER-CDATE
           START CLIENT-LEDGER-FILE KEY NOT LESS THAN LGR-KEY
             INVALID KEY
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-START
           PERFORM 252-CHECK-ONE-LEDGER-RECORD UNTIL WALK-IS-DONE.
      *
       252-CHECK-ONE-LEDGER-RECORD.
      *
           READ CLIENT-LEDGER-FILE NEXT
             AT END
               MOVE 'Y' TO WS-WALK-DONE-IND
           END-READ
           IF NOT WALK-IS-DONE
             IF LGR-CLIENT-CODE NOT = CLI-CLIENT-CODE
               MOVE 'Y' TO WS-WALK-DONE-IND
             ELSE
               MOVE LGR-LEDGER-DATE TO PAY-SETTLE-DATE
               MOVE CLI-CLIENT-CODE TO PAY-CLIENT-CODE
               READ PAYMENT-INSTR-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   EVALUATE TRUE
                     WHEN PAY-IS-PAID
                       CONTINUE
                     WHEN PAY-IS-QUEUED AND PAY-FOR-QUARTERLY
                          AND PAY-SETTLE-DATE = WS-PAYOUT-DATE
                       MOVE 'Y' TO WS-OWN-QUEUED-IND
                     WHEN PAY-IS-FAILED
                       ADD PAY-AMOUNT TO WS-FAILED-AMOUNT
                       ADD 1          TO WS-FAILED-COUNT
                     WHEN OTHER
                       ADD PAY-AMOUNT TO WS-INFLIGHT-AMOUNT
                       ADD 1          TO WS-INFLIGHT-COUNT
                   END-EVALUATE
               END-READ
             END-IF
           END-IF.
      *
      * Kept back in order - unsettled pay-in, unconfirmed and
      * failed pay-outs, the regulatory retention - each capped at
      * what is left of the balance. What remains is paid unless
      * the whole of it must be held: a closure in hand pays the
      * client out itself, and no bank account means no payment.
       260-ALLOCATE-RETENTION.
      *
           MOVE WS-LATEST-CLOSING TO WS-BALANCE-LEFT
      *
           IF WS-UNSETTLED-NET < ZERO
             COMPUTE WS-WANTED-AMOUNT = ZERO - WS-UNSETTLED-NET
             PERFORM 262-TAKE-FROM-BALANCE
             MOVE WS-WANTED-AMOUNT TO WS-RETAIN-UNSETTLED
           END-IF
      *
           MOVE WS-INFLIGHT-AMOUNT TO WS-WANTED-AMOUNT
           PERFORM 262-TAKE-FROM-BALANCE
           MOVE WS-WANTED-AMOUNT TO WS-RETAIN-INFLIGHT
      *
           MOVE WS-FAILED-AMOUNT TO WS-WANTED-AMOUNT
           PERFORM 262-TAKE-FROM-BALANCE
           MOVE WS-WANTED-AMOUNT TO WS-RETAIN-FAILED
      *
           MOVE WS-QR-RETAIN-AMOUNT TO WS-WANTED-AMOUNT
           PERFORM 262-TAKE-FROM-BALANCE
           MOVE WS-WANTED-AMOUNT TO WS-RETAIN-REGULATORY
      *
           IF WS-BALANCE-LEFT > ZERO
             EVALUATE TRUE
               WHEN CLI-IS-CLOSURE-PENDING
                 MOVE 'ACCOUNT CLOSURE IN HAND - PAID BY THE CLOSURE'
                      TO WS-HELD-REASON
                 MOVE 'HELD - CLOSURE IN HAND' TO WS-RESULT-TEXT
               WHEN CLI-BANK-ACCOUNT = SPACES
                 MOVE 'NO BANK ACCOUNT ON FILE FOR THE PAYMENT'
                      TO WS-HELD-REASON
                 MOVE 'HELD - NO BANK ACCOUNT' TO WS-RESULT-TEXT
             END-EVALUATE
             IF WS-HELD-REASON NOT = SPACES
               MOVE WS-BALANCE-LEFT TO WS-RETAIN-HELD
               MOVE ZERO            TO WS-BALANCE-LEFT
             END-IF
           END-IF
      *
           MOVE WS-BALANCE-LEFT TO WS-PAYOUT-AMOUNT.
      *
       262-TAKE-FROM-BALANCE.
      *
           IF WS-WANTED-AMOUNT > WS-BALANCE-LEFT
             MOVE WS-BALANCE-LEFT TO WS-WANTED-AMOUNT
           END-IF
           IF WS-WANTED-AMOUNT < ZERO
             MOVE ZERO TO WS-WANTED-AMOUNT
           END-IF
           SUBTRACT WS-WANTED-AMOUNT FROM WS-BALANCE-LEFT.
      *
      * The payout goes on PAYMAS QUEUED, keyed on the ledger
      * record it pays off - a new one for the business date unless
      * the latest already is it. A key held by any other payment
      * cannot be overlaid: the amount is held for a rerun.
       270-INSTRUCT-PAYOUT.
      *
           MOVE 'Y' TO WS-PAYOUT-OK-IND
           MOVE WS-PAYOUT-DATE  TO PAY-SETTLE-DATE
           MOVE CLI-CLIENT-CODE TO PAY-CLIENT-CODE
           READ PAYMENT-INSTR-FILE
             INVALID KEY
               PERFORM 272-QUEUE-NEW-PAYOUT
             NOT INVALID KEY
               IF PAY-IS-QUEUED AND PAY-FOR-QUARTERLY
                 PERFORM 276-REDERIVE-QUEUED-PAYOUT
               ELSE
                 MOVE 'PAYMENT KEY IN USE - PAID ON A LATER RUN'
                      TO WS-HELD-REASON
                 MOVE 'HELD - PAYMAS KEY IN USE' TO WS-RESULT-TEXT
                 MOVE 'N' TO WS-PAYOUT-OK-IND
               END-IF
           END-READ
      *
           IF NOT PAYOUT-OK
             ADD WS-PAYOUT-AMOUNT TO WS-RETAIN-HELD
             MOVE ZERO TO WS-PAYOUT-AMOUNT
           END-IF.
      *
       272-QUEUE-NEW-PAYOUT.
      *
           IF WS-PAYOUT-DATE NOT = WS-LATEST-LEDGER-DATE
             PERFORM 274-POST-PAYOUT-LEDGER
           END-IF
      *
           IF PAYOUT-OK
             MOVE SPACES               TO PAYMENT-INSTRUCTION-RECORD
             MOVE WS-PAYOUT-DATE       TO PAY-SETTLE-DATE
             MOVE CLI-CLIENT-CODE      TO PAY-CLIENT-CODE
             MOVE CLI-BANK-ACCOUNT     TO PAY-BANK-ACCOUNT
             MOVE CLI-BANK-IFSC        TO PAY-BANK-IFSC
             MOVE WS-PAYOUT-AMOUNT     TO PAY-AMOUNT
             SET PAY-IS-QUEUED         TO TRUE
             SET PAY-FOR-QUARTERLY     TO TRUE
             WRITE PAYMENT-INSTRUCTION-RECORD
               INVALID KEY
                 DISPLAY "PAYMAS WRITE FAILED, CLIENT = "
                         CLI-CLIENT-CODE
                 MOVE 'PAYMENT NOT INSTRUCTED - PAID ON A LATER RUN'
                      TO WS-HELD-REASON
                 MOVE 'ERROR - PAYMAS WRITE FAILED' TO WS-RESULT-TEXT
                 MOVE 'N' TO WS-PAYOUT-OK-IND
                 PERFORM 045-COUNT-ERROR
               NOT INVALID KEY
                 PERFORM 280-WRITE-PENDING-PAYOUT
                 MOVE 'PAYOUT QUEUED' TO WS-RESULT-TEXT
             END-WRITE
           END-IF.
      *
      * A new ledger record for the payout date, opening at the
      * latest closing with nothing else on it - the MTSSTM0 add
      * convention with a zero day's obligation. MTSBRL0 posts the
      * payment to it when the bank confirms it paid.
       274-POST-PAYOUT-LEDGER.
      *
           MOVE SPACES                TO CLIENT-LEDGER-RECORD
           MOVE CLI-CLIENT-CODE       TO LGR-CLIENT-CODE
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
               DISPLAY "CLILGR WRITE FAILED, CLIENT = "
                       CLI-CLIENT-CODE
               MOVE 'PAYMENT NOT INSTRUCTED - PAID ON A LATER RUN'
                    TO WS-HELD-REASON
               MOVE 'ERROR - CLILGR WRITE FAILED' TO WS-RESULT-TEXT
               MOVE 'N' TO WS-PAYOUT-OK-IND
               PERFORM 045-COUNT-ERROR
           END-WRITE.
      *
      * Rerun over the same date before any bank file carried it:
      * the payout is refreshed to the re-derived amount and the
      * bank account now on CLIMAS.
       276-REDERIVE-QUEUED-PAYOUT.
      *
           MOVE CLI-BANK-ACCOUNT  TO PAY-BANK-ACCOUNT
           MOVE CLI-BANK-IFSC     TO PAY-BANK-IFSC
           MOVE WS-PAYOUT-AMOUNT  TO PAY-AMOUNT
           REWRITE PAYMENT-INSTRUCTION-RECORD
             INVALID KEY
               DISPLAY "PAYMAS REWRITE FAILED, CLIENT = "
                       CLI-CLIENT-CODE
               MOVE 'PAYMENT NOT INSTRUCTED - PAID ON A LATER RUN'
                    TO WS-HELD-REASON
               MOVE 'ERROR - PAYMAS REWRITE FAILED' TO WS-RESULT-TEXT
               MOVE 'N' TO WS-PAYOUT-OK-IND
               PERFORM 045-COUNT-ERROR
             NOT INVALID KEY
               PERFORM 280-WRITE-PENDING-PAYOUT
               ADD 1 TO WS-REDERIVED-COUNT
               MOVE 'PAYOUT QUEUED (RE-DERIVED)' TO WS-RESULT-TEXT
           END-REWRITE.
      *
       280-WRITE-PENDING-PAYOUT.
      *
           MOVE PAYMENT-INSTRUCTION-RECORD TO QUARTERLY-PAYOUT-RECORD
           WRITE QUARTERLY-PAYOUT-RECORD
           ADD 1 TO WS-PENDING-WRITTEN.
      *
      * A run-level count and control-list line for a client with a
      * credit balance. A held client that was not paid by its own
      * closure wants the desk's attention.
       290-COUNT-RESULT.
      *
           COMPUTE WS-RETAIN-TOTAL =
               WS-RETAIN-UNSETTLED + WS-RETAIN-INFLIGHT
               + WS-RETAIN-FAILED + WS-RETAIN-REGULATORY
               + WS-RETAIN-HELD
           ADD WS-LATEST-CLOSING TO WS-BALANCE-TOTAL
           ADD WS-RETAIN-TOTAL   TO WS-RETAINED-TOTAL
      *
           EVALUATE TRUE
             WHEN WS-PAYOUT-AMOUNT > ZERO
               ADD 1 TO WS-PAID-COUNT
               ADD WS-PAYOUT-AMOUNT TO WS-PAID-TOTAL
             WHEN CLI-IS-CLOSURE-PENDING
               ADD 1 TO WS-CLOSURE-COUNT
             WHEN WS-HELD-REASON NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             WHEN OTHER
               ADD 1 TO WS-RETAINED-COUNT
               MOVE 'FULLY RETAINED' TO WS-RESULT-TEXT
           END-EVALUATE
      *
           MOVE CLI-CLIENT-CODE   TO WL-CLIENT-CODE
           MOVE CLI-CLIENT-NAME   TO WL-CLIENT-NAME
           MOVE WS-LATEST-CLOSING TO WL-BALANCE
           MOVE WS-RETAIN-TOTAL   TO WL-RETAINED
           MOVE WS-PAYOUT-AMOUNT  TO WL-PAID
           MOVE WS-RESULT-TEXT    TO WL-RESULT
           WRITE REPORT-LINE FROM WS-CONTROL-LINE.
      *
      * The client's retention statement: the balance held, every
      * amount kept back with the reason for it, and the payment.
       300-PRINT-STATEMENT.
      *
           ADD 1 TO WS-STATEMENT-COUNT
           WRITE STATEMENT-LINE FROM WS-STMT-HEADING
           MOVE CLI-CLIENT-CODE  TO WS-SC-CLIENT-CODE
           MOVE CLI-CLIENT-NAME  TO WS-SC-CLIENT-NAME
           MOVE WS-BUSDAT-DATE-N TO WS-SC-SETTLE-DATE
           WRITE STATEMENT-LINE FROM WS-STMT-CLIENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
      *
           MOVE 'BALANCE HELD FOR YOU ON YOUR RUNNING ACCOUNT'
                                        TO WS-SA-TEXT
           MOVE WS-LATEST-CLOSING       TO WS-SA-AMOUNT
           MOVE SPACES                  TO WS-SA-NOTE
           STRING 'LEDGER OF ' WS-LATEST-LEDGER-DATE
                  DELIMITED BY SIZE INTO WS-SA-NOTE
           WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
      *
           IF WS-LATEST-CLOSING NOT > ZERO
             MOVE SPACES TO STATEMENT-LINE
             WRITE STATEMENT-LINE
             MOVE '    NO CREDIT BALANCE IS HELD FOR YOU - NOTHING IS'
                  TO WS-ST-TITLE
             MOVE ' RETAINED OR PAID' TO WS-ST-TITLE(51:17)
             WRITE STATEMENT-LINE FROM WS-STMT-TITLE-LINE
           ELSE
             PERFORM 310-PRINT-RETENTION
           END-IF
      *
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE FROM WS-STMT-RULE-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
      *
       310-PRINT-RETENTION.
      *
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 'AMOUNT RETAINED AND WHY' TO WS-ST-TITLE
           WRITE STATEMENT-LINE FROM WS-STMT-TITLE-LINE
      *
           IF WS-RETAIN-UNSETTLED > ZERO
             MOVE '  PAY-IN DUE ON TRADES NOT YET SETTLED'
                                          TO WS-SA-TEXT
             MOVE WS-RETAIN-UNSETTLED     TO WS-SA-AMOUNT
             MOVE SPACES                  TO WS-SA-NOTE
             STRING 'SETTLING TO ' WS-LAST-SETTLE-DATE
                    DELIMITED BY SIZE INTO WS-SA-NOTE
             WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           END-IF
           IF WS-RETAIN-INFLIGHT > ZERO
             MOVE '  PAYMENTS TO YOU ALREADY SENT, NOT YET CONFIRMED'
                                          TO WS-SA-TEXT
             MOVE WS-RETAIN-INFLIGHT      TO WS-SA-AMOUNT
             MOVE WS-INFLIGHT-COUNT       TO WS-NOTE-COUNT
             MOVE SPACES                  TO WS-SA-NOTE
             STRING WS-NOTE-COUNT ' PAYMENT INSTRUCTION(S)'
                    DELIMITED BY SIZE INTO WS-SA-NOTE
             WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           END-IF
           IF WS-RETAIN-FAILED > ZERO
             MOVE '  PAYMENTS TO YOU RETURNED BY THE BANK'
                                          TO WS-SA-TEXT
             MOVE WS-RETAIN-FAILED        TO WS-SA-AMOUNT
             MOVE WS-FAILED-COUNT         TO WS-NOTE-COUNT
             MOVE SPACES                  TO WS-SA-NOTE
             STRING WS-NOTE-COUNT ' TO BE REPAID - CHECK BANK DETAILS'
                    DELIMITED BY SIZE INTO WS-SA-NOTE
             WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           END-IF
           IF WS-RETAIN-REGULATORY > ZERO
             MOVE '  REGULATORY RETENTION AMOUNT'
                                          TO WS-SA-TEXT
             MOVE WS-RETAIN-REGULATORY    TO WS-SA-AMOUNT
             MOVE SPACES                  TO WS-SA-NOTE
             WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           END-IF
           IF WS-RETAIN-HELD > ZERO
             MOVE SPACES                  TO WS-SA-TEXT
             MOVE WS-HELD-REASON          TO WS-SA-TEXT(3:50)
             MOVE WS-RETAIN-HELD          TO WS-SA-AMOUNT
             MOVE SPACES                  TO WS-SA-NOTE
             WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           END-IF
      *
           MOVE 'TOTAL AMOUNT RETAINED'   TO WS-SA-TEXT
           MOVE WS-RETAIN-TOTAL           TO WS-SA-AMOUNT
           MOVE SPACES                    TO WS-SA-NOTE
           WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
      *
           MOVE 'AMOUNT PAID TO YOUR BANK ACCOUNT'
                                          TO WS-SA-TEXT
           MOVE WS-PAYOUT-AMOUNT          TO WS-SA-AMOUNT
           MOVE SPACES                    TO WS-SA-NOTE
           IF WS-PAYOUT-AMOUNT > ZERO
             STRING 'A/C ' CLI-BANK-ACCOUNT ' IFSC ' CLI-BANK-IFSC
                    DELIMITED BY SIZE INTO WS-SA-NOTE
           END-IF
           WRITE STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE.
      *
       050-TERMINATE.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WT-AMOUNT-AREA
           MOVE 'CLIENTS READ ON CLIMAS               =' TO WT-TAG
           MOVE WS-CLIENTS-READ     TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLOSED - NOT SETTLED                 =' TO WT-TAG
           MOVE WS-CLOSED-COUNT     TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NO LEDGER - NOTHING HELD             =' TO WT-TAG
           MOVE WS-NO-LEDGER-COUNT  TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'RETENTION STATEMENTS ISSUED          =' TO WT-TAG
           MOVE WS-STATEMENT-COUNT  TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NO CREDIT BALANCE                    =' TO WT-TAG
           MOVE WS-NO-CREDIT-COUNT  TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CREDIT BALANCES SETTLED              =' TO WT-TAG
           MOVE WS-CREDIT-COUNT     TO WT-COUNT
           MOVE WS-BALANCE-TOTAL    TO WT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO WT-AMOUNT-AREA
           MOVE 'FULLY RETAINED                       =' TO WT-TAG
           MOVE WS-RETAINED-COUNT   TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'HELD FOR ACCOUNT CLOSURE             =' TO WT-TAG
           MOVE WS-CLOSURE-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'HELD - SEE CONTROL LIST              =' TO WT-TAG
           MOVE WS-HELD-COUNT       TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOT WORKED - SEE SYSOUT              =' TO WT-TAG
           MOVE WS-ERROR-COUNT      TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL AMOUNT RETAINED                =' TO WT-TAG
           MOVE WS-CREDIT-COUNT     TO WT-COUNT
           MOVE WS-RETAINED-TOTAL   TO WT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PAYOUTS QUEUED FOR THE BANK FILE     =' TO WT-TAG
           MOVE WS-PAID-COUNT       TO WT-COUNT
           MOVE WS-PAID-TOTAL       TO WT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
      *
           CLOSE CLIENT-MASTER-FILE
           CLOSE CLIENT-LEDGER-FILE
           CLOSE PAYMENT-INSTR-FILE
           CLOSE TRADE-HISTORY-FILE
           CLOSE QUARTERLY-PAYOUT-FILE
           CLOSE REPORT-FILE
           CLOSE STATEMENT-FILE
      *
           DISPLAY "MTSQST0 - CLIENTS READ          = " WS-CLIENTS-READ
           DISPLAY "MTSQST0 - STATEMENTS ISSUED     = "
                   WS-STATEMENT-COUNT
           DISPLAY "MTSQST0 - PAYOUTS PENDING BANK  = "
                   WS-PENDING-WRITTEN
           DISPLAY "MTSQST0 - PAYOUTS RE-DERIVED    = "
                   WS-REDERIVED-COUNT
           DISPLAY "MTSQST0 - OPEN TRADES SORTED    = "
                   WS-RELEASED-COUNT
           DISPLAY "MTSQST0 - TRADES NOT ON CLIMAS  = " WS-ORPHAN-COUNT
           DISPLAY "MTSQST0 - CLIENTS HELD          = " WS-HELD-COUNT
           DISPLAY "MTSQST0 - CLIENTS NOT WORKED    = " WS-ERROR-COUNT.
      *
       END PROGRAM MTSQST0.
