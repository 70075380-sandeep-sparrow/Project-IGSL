      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: MONTH-END SUB-BROKER BROKERAGE SHARE PAYOUT. READS
      *        : THE PARM MONTH'S SLICE OF THE TXNHIST HISTORY MASTER
      *        : (PARM='YYYYMM'), CREDITS EACH CLIENT'S BROKERAGE TO
      *        : THE SUB-BROKER (AUTHORISED PERSON) THE CLIENT IS
      *        : LINKED TO ON CLIMAS (CLI-SUB-BROKER-CODE), SORTS BY
      *        : SUB-BROKER AND CLIENT, AND PRINTS ONE PAYOUT
      *        : STATEMENT PER SUB-BROKER: EACH CLIENT'S NET TRADES
      *        : AND NET BROKERAGE - REVERSALS NETTING OUT THE WAY
      *        : MTSRPT0 NETS THEM AND AN INTRADAY RE-RATING
      *        : ADJUSTMENT (MTSIRR0) MOVING THE BROKERAGE BUT NOT
      *        : THE TRADE COUNT - THEN THE GROSS, THE SBKMAS SHARE
      *        : PERCENTAGE (MTSSBK0), THE TDS AT THE RATMAS 'TD'
      *        : RATE IN FORCE ON THE LAST DAY OF THE MONTH (THE
      *        : HIGHER NO-PAN RATE WHEN NO PAN IS ON FILE) AND THE
      *        : NET PAYABLE. DIRECT CLIENTS ARE NOT STATED.
      *        : AN ACTIVE SUB-BROKER WITH A POSITIVE NET PAYABLE
      *        : AND A BANK ACCOUNT ON FILE IS INSTRUCTED ON PAYMAS
      *        : (MTSPAY0 - KEYED LAST DAY OF THE MONTH + SUB-BROKER
      *        : CODE, PAYEE TYPE 'S', STATUS QUEUED) AND COPIED TO
      *        : THE SBKPAY PENDING FILE, WHICH THE NEXT MTSSTM0
      *        : SETTLEMENT RUN ADDS TO ITS BANKPAY FILE - MTSBRL0
      *        : THEN MARKS IT PAID OR FAILED OFF THE BANK'S RETURN.
      *        : A SUSPENDED OR CLOSED SUB-BROKER GETS ITS STATEMENT
      *        : BUT THE PAYOUT IS WITHHELD; A MONTH THAT NETS TO NO
      *        : POSITIVE BROKERAGE PAYS NOTHING (NO CLAWBACK).
      *        : RERUN-SAFE: A PAYOUT STILL QUEUED, OR FAILED AT THE
      *        : BANK, IS RE-QUEUED AT THE RE-DERIVED AMOUNT; ONE
      *        : ALREADY ISSUED OR PAID IS REPORTED AND LEFT ALONE.
      *        : NO 'TD' RATE IN FORCE RUNS ON THE COMPILED-IN
      *        : DEFAULTS AND ENDS THE STEP RC=4, AS DOES A PAYOUT
      *        : THAT COULD NOT BE INSTRUCTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSSBP0.
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
           SELECT CLIENT-MASTER-FILE ASSIGN TO CLIMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CLIENT-CODE
               FILE STATUS IS WS-CLIMAS-STATUS.
      *
           SELECT SUBBROKER-MASTER-FILE ASSIGN TO SBKMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SBK-SUBBROKER-CODE
               FILE STATUS IS WS-SBKMAS-STATUS.
      *
           SELECT RATE-MASTER-FILE ASSIGN TO RATMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATMAS-STATUS.
      *
           SELECT PAYMENT-INSTR-FILE ASSIGN TO PAYMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAYMAS-STATUS.
      *
           SELECT SUBBROKER-PAYOUT-FILE ASSIGN TO SBKPAY
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO SBPRPT
               ORGANIZATION IS SEQUENTIAL.
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
       FD  CLIENT-MASTER-FILE.
           COPY MTSCLI0.
      *
       FD  SUBBROKER-MASTER-FILE.
           COPY MTSSBK0.
      *
       FD  RATE-MASTER-FILE.
           COPY MTSRTE0.
      *
       FD  PAYMENT-INSTR-FILE.
           COPY MTSPAY0.
      *
      * Pending payouts for MTSSTM0 - PAYMAS record images, see
      * MTSPAY0.
       FD  SUBBROKER-PAYOUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSPAY0 REPLACING ==PAYMENT-INSTRUCTION-RECORD==
                               BY ==SUBBROKER-PAYOUT-RECORD==
                          LEADING ==PAY-== BY ==SBP-==.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-SUBBROKER-CODE       PIC X(06).
           05 SR-CLIENT-CODE          PIC X(06).
           05 SR-NET-SIGN             PIC S9(01).
           05 SR-COUNT-SIGN           PIC S9(01).
           05 SR-BROKERAGE            PIC 9(06)V99.
      *
       WORKING-STORAGE SECTION.
      *
      * The history record's log data is mapped through this
      * working copy - the MTSINV0 convention.
           COPY MTSLOG0.
      *
       01  WS-HIST-STATUS             PIC X(02).
       01  WS-CLIMAS-STATUS           PIC X(02).
       01  WS-SBKMAS-STATUS           PIC X(02).
       01  WS-RATMAS-STATUS           PIC X(02).
       01  WS-PAYMAS-STATUS           PIC X(02).
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-SLICE                               VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH         PIC X(01)          VALUE 'N'.
           88 END-OF-SORTED                              VALUE 'Y'.
      *
       01  WS-PAYOUT-MONTH            PIC 9(06).
       01  WS-PAYOUT-MONTH-X REDEFINES WS-PAYOUT-MONTH.
           05 WS-PAYOUT-YEAR          PIC 9(04).
           05 WS-PAYOUT-MM            PIC 9(02).
       01  WS-SLICE-FROM-N            PIC 9(08).
       01  WS-MONTH-END-N             PIC 9(08).
      *
      * Calendar month lengths - February is lengthened in a leap
      * year by 016-SET-MONTH-END.
       01  WS-MONTH-DAYS-VALUES       PIC X(24)
              VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS           PIC 9(02)  OCCURS 12 TIMES.
       01  WS-LAST-DAY                PIC 9(02).
       01  WS-LEAP-QUOTIENT           PIC 9(04).
       01  WS-LEAP-REM-4              PIC 9(03).
       01  WS-LEAP-REM-100            PIC 9(03).
       01  WS-LEAP-REM-400            PIC 9(03).
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
      * Compiled-in fallback when no 'TD' rate is in force - the
      * section 194H rate on commission and the higher rate deducted
      * when the payee has furnished no PAN.
       01  WS-TD-TDS-PCT              PIC 9(03)V99       VALUE 2.00.
       01  WS-TD-NO-PAN-PCT           PIC 9(03)V99       VALUE 20.00.
       01  WS-TD-DEFAULT-IND          PIC X(01)          VALUE 'Y'.
           88 TD-DEFAULTS-USED                           VALUE 'Y'.
      *
      * Input-side client cache - the slice is in date/sequence
      * order, so a client's trades usually come in runs and one
      * CLIMAS read serves the run.
       01  WS-LAST-CLIENT             PIC X(06)          VALUE SPACES.
       01  WS-LAST-SUBBROKER          PIC X(06)          VALUE SPACES.
      *
      * Control-break accumulators, signed so reversals net out.
       01  WS-CURR-SUBBROKER          PIC X(06)          VALUE SPACES.
       01  WS-CURR-CLIENT             PIC X(06)          VALUE SPACES.
       01  WS-CLI-BROKERAGE           PIC S9(09)V99.
       01  WS-CLI-TRADES              PIC S9(05).
       01  WS-SBK-GROSS               PIC S9(11)V99.
       01  WS-SBK-CLIENTS             PIC 9(05).
       01  WS-SBK-SHARE               PIC S9(11)V99.
       01  WS-SBK-TDS-PCT             PIC 9(03)V99.
       01  WS-SBK-TDS                 PIC S9(11)V99.
       01  WS-SBK-NET-PAYABLE         PIC S9(11)V99.
       01  WS-SBK-FOUND-IND           PIC X(01).
           88 SUBBROKER-ON-FILE                          VALUE 'Y'.
      *
      * Run totals.
       01  WS-SBK-COUNT               PIC 9(05)          VALUE ZERO.
       01  WS-CLIENT-COUNT            PIC 9(06)          VALUE ZERO.
       01  WS-DIRECT-COUNT            PIC 9(07)          VALUE ZERO.
       01  WS-QUEUED-COUNT            PIC 9(05)          VALUE ZERO.
       01  WS-WITHHELD-COUNT          PIC 9(05)          VALUE ZERO.
       01  WS-NO-PAYOUT-COUNT         PIC 9(05)          VALUE ZERO.
       01  WS-SENT-BEFORE-COUNT       PIC 9(05)          VALUE ZERO.
       01  WS-FAILED-COUNT            PIC 9(05)          VALUE ZERO.
       01  WS-GROSS-TOTAL             PIC S9(13)V99      VALUE ZERO.
       01  WS-SHARE-TOTAL             PIC S9(13)V99      VALUE ZERO.
       01  WS-TDS-TOTAL               PIC S9(13)V99      VALUE ZERO.
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
              VALUE '*** IGSL SUB-BROKER BROKERAGE SHARE PAYOUT S'.
           05 FILLER                  PIC X(13)
              VALUE 'TATEMENT ***'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(14)
              VALUE 'PAYOUT MONTH: '.
           05 WH-PAYOUT-MONTH         PIC 9(06).
           05 FILLER                  PIC X(13)
              VALUE '   RUN DATE: '.
           05 WH-RUN-DATE             PIC 9(08).
           05 FILLER                  PIC X(07)  VALUE '   TDS '.
           05 WH-TDS-PCT              PIC ZZ9.99.
           05 FILLER                  PIC X(10)  VALUE '%, NO PAN '.
           05 WH-NO-PAN-PCT           PIC ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE '% '.
           05 WH-DEFAULT-TAG          PIC X(38).
      *
       01  WS-SBK-HEAD-1.
           05 FILLER                  PIC X(12)  VALUE 'SUB-BROKER: '.
           05 WS-SBK-CODE-OUT         PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-SBK-NAME-OUT         PIC X(30).
           05 FILLER                  PIC X(08)  VALUE '  SHARE '.
           05 WS-SBK-PCT-OUT          PIC ZZ9.99.
           05 FILLER                  PIC X(07)  VALUE '%  PAN '.
           05 WS-SBK-PAN-OUT          PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-SBK-STATUS-OUT       PIC X(20).
      *
       01  WS-SBK-COLUMNS.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT'.
           05 FILLER                  PIC X(32)  VALUE 'NAME'.
           05 FILLER                  PIC X(12)  VALUE '  NET TRADES'.
           05 FILLER                  PIC X(20)
              VALUE '       NET BROKERAGE'.
      *
       01  WS-CLIENT-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WC-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WC-CLIENT-NAME          PIC X(30).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WC-TRADES               PIC -ZZZ,ZZ9.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WC-BROKERAGE            PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-SBK-AMOUNT-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WA-TAG                  PIC X(30).
           05 WA-AMOUNT               PIC -Z,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-SBK-RESULT-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WR-TEXT                 PIC X(60).
      *
       01  WS-TOTAL-LINE.
           05 WT-TAG                  PIC X(34).
           05 WT-AMOUNT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-COUNT-LINE.
           05 WK-TAG                  PIC X(34).
           05 WK-COUNT                PIC Z,ZZZ,ZZ9.
      *
       01  WS-MESSAGE-LINE            PIC X(80).
      *
       LINKAGE SECTION.
      *
      * Receives the JCL EXEC PARM= string, same convention as
      * MTSINV0: the six-digit payout month.
       01  WS-PARM-AREA.
           05 WS-PARM-LENGTH          PIC S9(4) COMP.
           05 WS-PARM-TEXT            PIC X(08).
      *
       PROCEDURE DIVISION USING WS-PARM-AREA.
      *
       001-MAIN-PARA.
      *
           IF WS-PARM-LENGTH < 6
              OR WS-PARM-TEXT(1:6) NOT NUMERIC
             DISPLAY "MTSSBP0 PARM MUST BE THE PAYOUT MONTH YYYYMM"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-PARM-TEXT(1:6) TO WS-PAYOUT-MONTH
           IF WS-PAYOUT-MM < 1 OR WS-PAYOUT-MM > 12
             DISPLAY "MTSSBP0 PARM MONTH MUST BE 01 THROUGH 12"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
      *
           PERFORM 010-INITIALIZE
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-SUBBROKER-CODE
                                SR-CLIENT-CODE
               INPUT PROCEDURE IS 100-RELEASE-MONTH-SLICE
               OUTPUT PROCEDURE IS 200-STATE-AND-INSTRUCT
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
      *
           PERFORM 016-SET-MONTH-END
           PERFORM 012-GET-TD-RATE
           PERFORM 013-OPEN-FILES
      *
           MOVE WS-PAYOUT-MONTH      TO WH-PAYOUT-MONTH
           MOVE WS-PROC-DATE-N       TO WH-RUN-DATE
           MOVE WS-TD-TDS-PCT        TO WH-TDS-PCT
           MOVE WS-TD-NO-PAN-PCT     TO WH-NO-PAN-PCT
           IF TD-DEFAULTS-USED
             MOVE '(NO TD RATE ON RATMAS - DEFAULTS USED)'
                  TO WH-DEFAULT-TAG
           ELSE
             MOVE SPACES TO WH-DEFAULT-TAG
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF TD-DEFAULTS-USED
             MOVE 'NO TD RATE IN FORCE ON RATMAS - COMPILED-IN DEFAULTS'
                  TO WS-MESSAGE-LINE
             DISPLAY WS-MESSAGE-LINE
             MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * The 'TD' rates in force on the last day of the payout month
      * - the day the commission is credited - so a rerun of an old
      * month deducts at the rate of that month.
       012-GET-TD-RATE.
      *
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATMAS-STATUS NOT = '00'
             DISPLAY "RATMAS NOT AVAILABLE, STATUS = "
                     WS-RATMAS-STATUS
           ELSE
             MOVE 'TD'   TO RLK-RATE-TYPE
             MOVE SPACES TO RLK-RATE-CODE
             COMPUTE RLK-EFFECTIVE-CDATE = 99999999 - WS-MONTH-END-N
             PERFORM 014-GET-EFFECTIVE-RATE
             IF RATE-FOUND
               MOVE RT-TD-TDS-PCT        TO WS-TD-TDS-PCT
               MOVE RT-TD-NO-PAN-PCT     TO WS-TD-NO-PAN-PCT
               MOVE 'N' TO WS-TD-DEFAULT-IND
             END-IF
             CLOSE RATE-MASTER-FILE
           END-IF.
      *
       013-OPEN-FILES.
      *
           OPEN INPUT  TRADE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
             DISPLAY "TXNHIST OPEN FAILED, STATUS = " WS-HIST-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT  CLIENT-MASTER-FILE
           IF WS-CLIMAS-STATUS NOT = '00'
             DISPLAY "CLIMAS OPEN FAILED, STATUS = " WS-CLIMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT  SUBBROKER-MASTER-FILE
           IF WS-SBKMAS-STATUS NOT = '00'
             DISPLAY "SBKMAS OPEN FAILED, STATUS = " WS-SBKMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O    PAYMENT-INSTR-FILE
           IF WS-PAYMAS-STATUS NOT = '00'
             DISPLAY "PAYMAS OPEN FAILED, STATUS = " WS-PAYMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT SUBBROKER-PAYOUT-FILE
           OPEN OUTPUT REPORT-FILE.
      *
      * Keyed read for key >= type/code/complement(date); the
      * complemented date makes that the latest rate effective on or
      * before the date. The requested type/code is compared back
      * before the record is believed.
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
      * History keys lead with the business date, so the payout
      * month is one keyed slice from YYYYMM01; the walk stops once
      * the business date leaves the month.
       015-POSITION-ON-MONTH.
      *
           MOVE LOW-VALUES       TO TXH-KEY
           MOVE WS-SLICE-FROM-N  TO TXH-BUSINESS-DATE
           START TRADE-HISTORY-FILE KEY NOT < TXH-KEY
             INVALID KEY
               MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
      *
      * The payout is dated the last calendar day of the month - the
      * PAYMAS key date, the 'TD' rate date and the slice end. A
      * year divisible by 4 is a leap year unless it is a century
      * not divisible by 400.
       016-SET-MONTH-END.
      *
           COMPUTE WS-SLICE-FROM-N = WS-PAYOUT-MONTH * 100 + 1
           MOVE WS-MONTH-DAYS (WS-PAYOUT-MM) TO WS-LAST-DAY
           IF WS-PAYOUT-MM = 2
             DIVIDE WS-PAYOUT-YEAR BY 4
                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
             DIVIDE WS-PAYOUT-YEAR BY 100
                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
             DIVIDE WS-PAYOUT-YEAR BY 400
                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
             IF WS-LEAP-REM-4 = ZERO
                AND (WS-LEAP-REM-100 NOT = ZERO
                     OR WS-LEAP-REM-400 = ZERO)
               MOVE 29 TO WS-LAST-DAY
             END-IF
           END-IF
           COMPUTE WS-MONTH-END-N =
               WS-PAYOUT-MONTH * 100 + WS-LAST-DAY.
      *
       100-RELEASE-MONTH-SLICE.
      *
           PERFORM 015-POSITION-ON-MONTH
           PERFORM 110-RELEASE-ONE-RECORD UNTIL END-OF-SLICE.
      *
      * Only clients linked to a sub-broker go into the sort. A
      * reversal nets its brokerage out and takes the trade back; an
      * intraday re-rating adjustment moves the brokerage only.
       110-RELEASE-ONE-RECORD.
      *
           READ TRADE-HISTORY-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT END-OF-SLICE
             IF TXH-BUSINESS-DATE > WS-MONTH-END-N
               MOVE 'Y' TO WS-EOF-SWITCH
             ELSE
               MOVE TXH-TXN-DATA TO TXN-LOG-RECORD
               IF TXL-CLIENT-CODE NOT = WS-LAST-CLIENT
                 PERFORM 120-GET-CLIENT-LINK
               END-IF
               IF WS-LAST-SUBBROKER = SPACES
                 ADD 1 TO WS-DIRECT-COUNT
               ELSE
                 MOVE WS-LAST-SUBBROKER    TO SR-SUBBROKER-CODE
                 MOVE TXL-CLIENT-CODE      TO SR-CLIENT-CODE
                 IF TXL-NETS-NEGATIVE
                   MOVE -1 TO SR-NET-SIGN
                 ELSE
                   MOVE +1 TO SR-NET-SIGN
                 END-IF
                 EVALUATE TRUE
                   WHEN TXL-IS-ADJUSTMENT
                     MOVE ZERO TO SR-COUNT-SIGN
                   WHEN TXL-IS-REVERSAL
                     MOVE -1   TO SR-COUNT-SIGN
                   WHEN OTHER
                     MOVE +1   TO SR-COUNT-SIGN
                 END-EVALUATE
                 MOVE TXL-BROKERAGE-CHARGE TO SR-BROKERAGE
                 RELEASE SORT-RECORD
               END-IF
             END-IF
           END-IF.
      *
       120-GET-CLIENT-LINK.
      *
           MOVE TXL-CLIENT-CODE TO WS-LAST-CLIENT
           MOVE TXL-CLIENT-CODE TO CLI-CLIENT-CODE
           READ CLIENT-MASTER-FILE
             INVALID KEY
               MOVE SPACES TO CLI-SUB-BROKER-CODE
           END-READ
           MOVE CLI-SUB-BROKER-CODE TO WS-LAST-SUBBROKER.
      *
       200-STATE-AND-INSTRUCT.
      *
           PERFORM 210-RETURN-ONE-RECORD
           PERFORM 220-BREAK-ON-SUBBROKER UNTIL END-OF-SORTED
           IF WS-CURR-SUBBROKER NOT = SPACES
             PERFORM 230-FINISH-CLIENT
             PERFORM 250-FINISH-SUBBROKER
           END-IF.
      *
       210-RETURN-ONE-RECORD.
      *
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
      *
       220-BREAK-ON-SUBBROKER.
      *
           IF SR-SUBBROKER-CODE NOT = WS-CURR-SUBBROKER
             IF WS-CURR-SUBBROKER NOT = SPACES
               PERFORM 230-FINISH-CLIENT
               PERFORM 250-FINISH-SUBBROKER
             END-IF
             PERFORM 240-START-SUBBROKER
             MOVE SPACES TO WS-CURR-CLIENT
           END-IF
           IF SR-CLIENT-CODE NOT = WS-CURR-CLIENT
             IF WS-CURR-CLIENT NOT = SPACES
               PERFORM 230-FINISH-CLIENT
             END-IF
             MOVE SR-CLIENT-CODE TO WS-CURR-CLIENT
             MOVE ZERO TO WS-CLI-BROKERAGE
                          WS-CLI-TRADES
           END-IF
      *
           COMPUTE WS-CLI-BROKERAGE = WS-CLI-BROKERAGE +
               SR-NET-SIGN * SR-BROKERAGE
           ADD SR-COUNT-SIGN TO WS-CLI-TRADES
      *
           PERFORM 210-RETURN-ONE-RECORD.
      *
       230-FINISH-CLIENT.
      *
           MOVE WS-CURR-CLIENT TO CLI-CLIENT-CODE
           READ CLIENT-MASTER-FILE
             INVALID KEY
               MOVE 'NOT ON CLIENT MASTER' TO CLI-CLIENT-NAME
           END-READ
           MOVE WS-CURR-CLIENT     TO WC-CLIENT-CODE
           MOVE CLI-CLIENT-NAME    TO WC-CLIENT-NAME
           MOVE WS-CLI-TRADES      TO WC-TRADES
           MOVE WS-CLI-BROKERAGE   TO WC-BROKERAGE
           WRITE REPORT-LINE FROM WS-CLIENT-LINE
           ADD WS-CLI-BROKERAGE    TO WS-SBK-GROSS
           ADD 1                   TO WS-SBK-CLIENTS
           ADD 1                   TO WS-CLIENT-COUNT.
      *
      * A code linked on CLIMAS but missing from SBKMAS still gets a
      * statement so the brokerage is seen - it cannot be paid.
       240-START-SUBBROKER.
      *
           MOVE SR-SUBBROKER-CODE TO WS-CURR-SUBBROKER
           MOVE ZERO TO WS-SBK-GROSS
                        WS-SBK-CLIENTS
           ADD 1 TO WS-SBK-COUNT
      *
           MOVE SR-SUBBROKER-CODE TO SBK-SUBBROKER-CODE
           MOVE 'Y' TO WS-SBK-FOUND-IND
           READ SUBBROKER-MASTER-FILE
             INVALID KEY
               MOVE 'N'                    TO WS-SBK-FOUND-IND
               MOVE SPACES                 TO SUBBROKER-MASTER-RECORD
               MOVE SR-SUBBROKER-CODE      TO SBK-SUBBROKER-CODE
               MOVE 'NOT ON SUB-BROKER MASTER' TO SBK-SUBBROKER-NAME
               MOVE ZERO                   TO SBK-SHARE-PCT
           END-READ
      *
           MOVE SBK-SUBBROKER-CODE TO WS-SBK-CODE-OUT
           MOVE SBK-SUBBROKER-NAME TO WS-SBK-NAME-OUT
           MOVE SBK-SHARE-PCT      TO WS-SBK-PCT-OUT
           IF SBK-PAN = SPACES
             MOVE 'NONE'           TO WS-SBK-PAN-OUT
           ELSE
             MOVE SBK-PAN          TO WS-SBK-PAN-OUT
           END-IF
           EVALUATE TRUE
             WHEN NOT SUBBROKER-ON-FILE
               MOVE 'NOT ON FILE'  TO WS-SBK-STATUS-OUT
             WHEN SBK-IS-ACTIVE
               MOVE 'ACTIVE'       TO WS-SBK-STATUS-OUT
             WHEN SBK-IS-SUSPENDED
               MOVE 'SUSPENDED'    TO WS-SBK-STATUS-OUT
             WHEN OTHER
               MOVE 'CLOSED'       TO WS-SBK-STATUS-OUT
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-SBK-HEAD-1
           WRITE REPORT-LINE FROM WS-SBK-COLUMNS.
      *
      * Share and TDS are each rounded to the paise as the payee's
      * statement shows them; net payable is the difference, so the
      * three lines always foot.
       250-FINISH-SUBBROKER.
      *
           IF WS-SBK-GROSS > ZERO
             COMPUTE WS-SBK-SHARE ROUNDED =
                 WS-SBK-GROSS * SBK-SHARE-PCT / 100
           ELSE
             MOVE ZERO TO WS-SBK-SHARE
           END-IF
           IF SBK-PAN = SPACES
             MOVE WS-TD-NO-PAN-PCT TO WS-SBK-TDS-PCT
           ELSE
             MOVE WS-TD-TDS-PCT    TO WS-SBK-TDS-PCT
           END-IF
           COMPUTE WS-SBK-TDS ROUNDED =
               WS-SBK-SHARE * WS-SBK-TDS-PCT / 100
           COMPUTE WS-SBK-NET-PAYABLE = WS-SBK-SHARE - WS-SBK-TDS
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'GROSS NET BROKERAGE'      TO WA-TAG
           MOVE WS-SBK-GROSS               TO WA-AMOUNT
           WRITE REPORT-LINE FROM WS-SBK-AMOUNT-LINE
           MOVE 'SUB-BROKER SHARE'         TO WA-TAG
           MOVE WS-SBK-SHARE               TO WA-AMOUNT
           WRITE REPORT-LINE FROM WS-SBK-AMOUNT-LINE
           MOVE SPACES                     TO WA-TAG
           STRING 'LESS TDS @ '           DELIMITED BY SIZE
                  WH-TDS-PCT              DELIMITED BY SIZE
                  '%'                     DELIMITED BY SIZE
                  INTO WA-TAG
           END-STRING
           IF SBK-PAN = SPACES
             MOVE SPACES                   TO WA-TAG
             STRING 'LESS TDS @ '         DELIMITED BY SIZE
                    WH-NO-PAN-PCT         DELIMITED BY SIZE
                    '% (NO PAN)'          DELIMITED BY SIZE
                    INTO WA-TAG
             END-STRING
           END-IF
           MOVE WS-SBK-TDS                 TO WA-AMOUNT
           WRITE REPORT-LINE FROM WS-SBK-AMOUNT-LINE
           MOVE 'NET PAYABLE'              TO WA-TAG
           MOVE WS-SBK-NET-PAYABLE         TO WA-AMOUNT
           WRITE REPORT-LINE FROM WS-SBK-AMOUNT-LINE
      *
           ADD WS-SBK-GROSS TO WS-GROSS-TOTAL
           ADD WS-SBK-SHARE TO WS-SHARE-TOTAL
           ADD WS-SBK-TDS   TO WS-TDS-TOTAL
      *
           MOVE SPACES TO WR-TEXT
           EVALUATE TRUE
             WHEN NOT SUBBROKER-ON-FILE
               MOVE 'PAYOUT WITHHELD - SUB-BROKER NOT ON SBKMAS'
                    TO WR-TEXT
               ADD 1 TO WS-WITHHELD-COUNT
               DISPLAY "SUB-BROKER NOT ON SBKMAS, CODE = "
                       WS-CURR-SUBBROKER " - PAYOUT WITHHELD"
               MOVE 4 TO RETURN-CODE
             WHEN WS-SBK-NET-PAYABLE NOT > ZERO
               MOVE 'NO PAYOUT - MONTH NETS TO NO POSITIVE SHARE'
                    TO WR-TEXT
               ADD 1 TO WS-NO-PAYOUT-COUNT
             WHEN NOT SBK-IS-ACTIVE
               MOVE 'PAYOUT WITHHELD - SUB-BROKER NOT ACTIVE'
                    TO WR-TEXT
               ADD 1 TO WS-WITHHELD-COUNT
             WHEN SBK-BANK-ACCOUNT = SPACES
               MOVE 'PAYOUT WITHHELD - NO BANK ACCOUNT ON FILE'
                    TO WR-TEXT
               ADD 1 TO WS-WITHHELD-COUNT
               DISPLAY "NO BANK ACCOUNT ON FILE, SUB-BROKER = "
                       WS-CURR-SUBBROKER " - PAYOUT NOT INSTRUCTED"
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               PERFORM 260-INSTRUCT-PAYOUT
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-SBK-RESULT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
      *
       260-INSTRUCT-PAYOUT.
      *
           MOVE WS-MONTH-END-N    TO PAY-SETTLE-DATE
           MOVE WS-CURR-SUBBROKER TO PAY-CLIENT-CODE
           READ PAYMENT-INSTR-FILE
             INVALID KEY
               PERFORM 262-QUEUE-NEW-PAYOUT
             NOT INVALID KEY
               PERFORM 264-CHECK-EXISTING-PAYOUT
           END-READ.
      *
       262-QUEUE-NEW-PAYOUT.
      *
           MOVE SPACES             TO PAYMENT-INSTRUCTION-RECORD
           MOVE WS-MONTH-END-N     TO PAY-SETTLE-DATE
           MOVE WS-CURR-SUBBROKER  TO PAY-CLIENT-CODE
           PERFORM 266-MOVE-PAYOUT-VALUES
           WRITE PAYMENT-INSTRUCTION-RECORD
             INVALID KEY
               DISPLAY "PAYMAS WRITE FAILED, SUB-BROKER = "
                       PAY-CLIENT-CODE
               MOVE 'PAYOUT NOT INSTRUCTED - PAYMAS WRITE FAILED'
                    TO WR-TEXT
               ADD 1 TO WS-FAILED-COUNT
               MOVE 4 TO RETURN-CODE
             NOT INVALID KEY
               PERFORM 268-WRITE-PENDING-PAYOUT
           END-WRITE.
      *
      * Still queued, or failed at the bank: re-queued at the
      * re-derived amount and bank details. Issued or paid: already
      * on a bank file - left alone. A client instruction under the
      * same key cannot be overlaid.
       264-CHECK-EXISTING-PAYOUT.
      *
           EVALUATE TRUE
             WHEN NOT PAY-FOR-SUBBROKER
               DISPLAY "PAYMAS KEY HELD BY CLIENT INSTR, CODE = "
                       PAY-CLIENT-CODE " - PAYOUT NOT INSTRUCTED"
               MOVE 'PAYOUT NOT INSTRUCTED - PAYMAS KEY IN USE'
                    TO WR-TEXT
               ADD 1 TO WS-FAILED-COUNT
               MOVE 4 TO RETURN-CODE
             WHEN PAY-IS-QUEUED OR PAY-IS-FAILED
               PERFORM 266-MOVE-PAYOUT-VALUES
               REWRITE PAYMENT-INSTRUCTION-RECORD
                 INVALID KEY
                   DISPLAY "PAYMAS REWRITE FAILED, SUB-BROKER = "
                           PAY-CLIENT-CODE
                   MOVE 'PAYOUT NOT INSTRUCTED - PAYMAS REWRITE ERROR'
                        TO WR-TEXT
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE 4 TO RETURN-CODE
                 NOT INVALID KEY
                   PERFORM 268-WRITE-PENDING-PAYOUT
               END-REWRITE
             WHEN OTHER
               MOVE 'PAYOUT ALREADY SENT TO BANK - NOT REISSUED'
                    TO WR-TEXT
               ADD 1 TO WS-SENT-BEFORE-COUNT
               DISPLAY "PAYOUT ALREADY SENT, SUB-BROKER = "
                       PAY-CLIENT-CODE " - NOT REISSUED"
           END-EVALUATE.
      *
       266-MOVE-PAYOUT-VALUES.
      *
           MOVE SBK-BANK-ACCOUNT    TO PAY-BANK-ACCOUNT
           MOVE SBK-BANK-IFSC       TO PAY-BANK-IFSC
           MOVE WS-SBK-NET-PAYABLE  TO PAY-AMOUNT
           SET PAY-IS-QUEUED        TO TRUE
           SET PAY-FOR-SUBBROKER    TO TRUE.
      *
       268-WRITE-PENDING-PAYOUT.
      *
           MOVE PAYMENT-INSTRUCTION-RECORD TO SUBBROKER-PAYOUT-RECORD
           WRITE SUBBROKER-PAYOUT-RECORD
           ADD 1                  TO WS-QUEUED-COUNT
           ADD WS-SBK-NET-PAYABLE TO WS-QUEUED-TOTAL
           MOVE 'PAYMENT QUEUED FOR THE NEXT BANK PAYMENT FILE'
                TO WR-TEXT.
      *
       060-PRINT-TOTALS.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '*** RUN TOTALS ***' TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SUB-BROKERS STATED              =' TO WK-TAG
           MOVE WS-SBK-COUNT                        TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENTS STATED                  =' TO WK-TAG
           MOVE WS-CLIENT-COUNT                     TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DIRECT-CLIENT ENTRIES SKIPPED   =' TO WK-TAG
           MOVE WS-DIRECT-COUNT                     TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'PAYOUTS QUEUED                  =' TO WK-TAG
           MOVE WS-QUEUED-COUNT                     TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'PAYOUTS WITHHELD                =' TO WK-TAG
           MOVE WS-WITHHELD-COUNT                   TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'NO PAYOUT DUE                   =' TO WK-TAG
           MOVE WS-NO-PAYOUT-COUNT                  TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ALREADY SENT - NOT REISSUED     =' TO WK-TAG
           MOVE WS-SENT-BEFORE-COUNT                TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'NOT INSTRUCTED - PAYMAS ERROR   =' TO WK-TAG
           MOVE WS-FAILED-COUNT                     TO WK-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TOTAL GROSS NET BROKERAGE       =' TO WT-TAG
           MOVE WS-GROSS-TOTAL                      TO WT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL SUB-BROKER SHARE          =' TO WT-TAG
           MOVE WS-SHARE-TOTAL                      TO WT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL TDS DEDUCTED              =' TO WT-TAG
           MOVE WS-TDS-TOTAL                        TO WT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL PAYOUTS QUEUED            =' TO WT-TAG
           MOVE WS-QUEUED-TOTAL                     TO WT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
      *
       050-TERMINATE.
      *
           CLOSE TRADE-HISTORY-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE SUBBROKER-MASTER-FILE
           CLOSE PAYMENT-INSTR-FILE
           CLOSE SUBBROKER-PAYOUT-FILE
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSSBP0 - PAYOUT MONTH       = " WS-PAYOUT-MONTH
           DISPLAY "MTSSBP0 - SUB-BROKERS STATED = " WS-SBK-COUNT
           DISPLAY "MTSSBP0 - PAYOUTS QUEUED     = " WS-QUEUED-COUNT
           DISPLAY "MTSSBP0 - PAYOUTS WITHHELD   = " WS-WITHHELD-COUNT
           DISPLAY "MTSSBP0 - ALREADY SENT       = "
                   WS-SENT-BEFORE-COUNT
           DISPLAY "MTSSBP0 - PAYMAS ERRORS      = " WS-FAILED-COUNT.
      *
       END PROGRAM MTSSBP0.
