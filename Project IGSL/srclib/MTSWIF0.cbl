      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: WHAT-IF REPRICING OF A PROPOSED RATE CARD AGAINST
      *        : ONE MONTH OF TRADE HISTORY. READS THE PARM MONTH'S
      *        : SLICE OF TXNHIST (MTSHIS0) AND PRICES EVERY ORIGINAL
      *        : AND REVERSAL TWICE THE WAY MTSPGM0 PRICES A TRADE -
      *        : ONCE ON THE RATES IN FORCE ON ITS BUSINESS DATE AND
      *        : ONCE ON THE PROPOSED RATES - FOR BROKERAGE (SEGMENT
      *        : RATE, 'VT' VOLUME TIER OR FLAT FEE), TRANSACTION
      *        : CHARGE, STT, STAMP DUTY AND GST.
      *        : THE PROPOSED CARD IS EITHER THE RATMAS CARD IN FORCE
      *        : ON A FUTURE DATE (PARM='YYYYMM,YYYYMMDD' - RATES
      *        : ALREADY KEYED AHEAD ON MTSM) OR, WITH NO DATE, THE
      *        : RATES IN FORCE ON EACH TRADE'S DATE. EITHER WAY, ANY
      *        : RECORDS ON THE SCNRAT SCENARIO FILE - RATMAS RECORD
      *        : IMAGES (MTSRTE0) OF TYPE EX, SD, FF OR VT - ARE LAID
      *        : OVER IT, SO A PROPOSAL CAN BE TRIED WITHOUT KEYING
      *        : IT INTO THE LIVE RATE MASTER.
      *        : PRINTS THE MONTH BY COMPONENT (AS BILLED, AT CURRENT
      *        : RATES, AT PROPOSED RATES, DIFFERENCE), BY SEGMENT
      *        : AND BROKERAGE PLAN, AND THE CLIENTS WHOSE CHARGES
      *        : MOVE MOST. EVERY LIVE FILE IS OPENED INPUT - NOTHING
      *        : IS UPDATED. NO PROPOSED RATES AT ALL, OR A SCENARIO
      *        : RECORD THAT COULD NOT BE USED, ENDS THE STEP RC=4.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSWIF0.
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
           SELECT RATE-MASTER-FILE ASSIGN TO RATMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATMAS-STATUS.
      *
           SELECT CLIENT-LIMIT-FILE ASSIGN TO CLILIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIM-CLIENT-CODE
               FILE STATUS IS WS-CLILIM-STATUS.
      *
           SELECT CLIENT-MASTER-FILE ASSIGN TO CLIMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CLIENT-CODE
               FILE STATUS IS WS-CLIMAS-STATUS.
      *
           SELECT SCENARIO-RATE-FILE ASSIGN TO SCNRAT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO WIFRPT
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
       FD  RATE-MASTER-FILE.
           COPY MTSRTE0.
      *
       FD  CLIENT-LIMIT-FILE.
           COPY MTSLIM0.
      *
       FD  CLIENT-MASTER-FILE.
           COPY MTSCLI0.
      *
      * Proposed rates - RATMAS record images under renamed data
      * names; the effective date on them is not used.
       FD  SCENARIO-RATE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSRTE0 REPLACING
                ==RATE-MASTER-RECORD== BY ==SCENARIO-RATE-RECORD==
                LEADING ==RT-== BY ==SCN-==.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
      * One record per history entry, in client and date order so
      * each client's month-to-date turnover builds up trade by
      * trade the way CLILIM built it up on the day.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-CLIENT-CODE          PIC X(06).
           05 SR-BUSINESS-DATE.
               10 SR-BUS-MONTH        PIC 9(06).
               10 SR-BUS-DAY          PIC 9(02).
           05 SR-TRADE-SEQ-NO         PIC 9(06).
           05 SR-ENTRY-TYPE           PIC X(01).
           05 SR-SIGN                 PIC S9(01).
           05 SR-BUY-SELL-IND         PIC X(01).
           05 SR-SEGMENT-IND          PIC X(01).
           05 SR-PLAN-IND             PIC X(01).
           05 SR-BUY-AMOUNT           PIC 9(08)V99.
           05 SR-BILLED               PIC 9(06)V99  OCCURS 5 TIMES.
      *
       WORKING-STORAGE SECTION.
      *
      * The history record's log data is mapped through this
      * working copy - the MTSINV0 convention.
           COPY MTSLOG0.
      *
      * Compiled-in rate tables - the fallback for any rate with no
      * RATMAS record in force, exactly as MTSPGM0 falls back.
           COPY MTSDED0.
      *
       01  WS-HIST-STATUS             PIC X(02).
       01  WS-RATMAS-STATUS           PIC X(02).
       01  WS-CLILIM-STATUS           PIC X(02).
       01  WS-CLIMAS-STATUS           PIC X(02).
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-SLICE                               VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH         PIC X(01)          VALUE 'N'.
           88 END-OF-SORTED                              VALUE 'Y'.
       01  WS-SCN-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-SCENARIO                            VALUE 'Y'.
      *
       01  WS-SIM-MONTH               PIC 9(06).
       01  WS-SIM-MONTH-X REDEFINES WS-SIM-MONTH.
           05 WS-SIM-YEAR             PIC 9(04).
           05 WS-SIM-MM               PIC 9(02).
       01  WS-SLICE-FROM-N            PIC 9(08).
       01  WS-MONTH-END-N             PIC 9(08).
       01  WS-RATE-DATE-N             PIC 9(08).
      *
       01  WS-PROPOSAL-DATE-N         PIC 9(08)          VALUE ZERO.
       01  WS-PROPOSAL-DATE-IND       PIC X(01)          VALUE 'N'.
           88 PROPOSAL-DATE-GIVEN                        VALUE 'Y'.
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
       01  WS-CODE-N                  PIC 9(02).
      *
      * The two rate cards, one set of rates per calendar day of
      * the month: card 1 the rates in force, card 2 the proposal.
      * Segments run in MTSDED0's EXCHANGE-RATE-TABLE order.
       01  WS-RATE-CARDS.
           05 RC-CARD                 OCCURS 2 TIMES.
               10 RC-DAY              OCCURS 31 TIMES.
                   15 RC-SEGMENT      OCCURS 5 TIMES.
                       20 RC-BROKERAGE-RATE   PIC V9(7).
                       20 RC-TRANSACTION-RATE PIC V9(7).
                       20 RC-STT-RATE         PIC V9(7).
                       20 RC-STT-RATE-SELL    PIC V9(7).
                   15 RC-SLAB         OCCURS 3 TIMES.
                       20 RC-SD-UPPER-LIMIT   PIC 9(10)V99.
                       20 RC-SD-RATE          PIC V9(5).
                   15 RC-FLAT-FEE             PIC 9(04)V99.
                   15 RC-TIER         OCCURS 9 TIMES.
                       20 RC-TIER-FOUND       PIC X(01).
                       20 RC-TIER-THRESHOLD   PIC 9(10)V99.
                       20 RC-TIER-RATE        PIC V9(7).
       01  WS-CARD-SUB                PIC S9(4) COMP.
       01  WS-DAY-SUB                 PIC S9(4) COMP.
       01  WS-SEG-SUB                 PIC S9(4) COMP.
       01  WS-SLAB-SUB                PIC S9(4) COMP.
       01  WS-TIER-SUB                PIC S9(4) COMP.
       01  WS-COMP-SUB                PIC S9(4) COMP.
       01  WS-SP-SUB                  PIC S9(4) COMP.
       01  WS-SEGMENT-CODES           PIC X(05)          VALUE 'NBFCM'.
      *
       01  WS-SCN-VALID-IND           PIC X(01).
           88 SCENARIO-RECORD-VALID                      VALUE 'Y'.
       01  WS-SCN-READ-COUNT          PIC 9(05)          VALUE ZERO.
       01  WS-SCN-APPLIED-COUNT       PIC 9(05)          VALUE ZERO.
       01  WS-SCN-UNUSED-COUNT        PIC 9(05)          VALUE ZERO.
      *
      * One trade priced on each card, by component (brokerage,
      * transaction, STT, stamp duty, GST, total).
       01  WS-PRICED-TRADE.
           05 WP-CARD                 OCCURS 2 TIMES.
               10 WP-COMP             PIC 9(07)V99  OCCURS 6 TIMES.
       01  WS-APPLIED-RATE            PIC V9(7).
      *
       01  WS-COMPONENT-NAMES.
           05 FILLER                  PIC X(20)  VALUE 'BROKERAGE'.
           05 FILLER                  PIC X(20)
              VALUE 'TRANSACTION CHARGES'.
           05 FILLER                  PIC X(20)  VALUE 'STT'.
           05 FILLER                  PIC X(20)  VALUE 'STAMP DUTY'.
           05 FILLER                  PIC X(20)  VALUE 'GST'.
           05 FILLER                  PIC X(20)  VALUE 'TOTAL CHARGES'.
       01  WS-COMPONENT-NAME-TABLE REDEFINES WS-COMPONENT-NAMES.
           05 WS-COMPONENT-NAME       PIC X(20)  OCCURS 6 TIMES.
      *
       01  WS-SEGMENT-NAMES.
           05 FILLER                  PIC X(12)  VALUE 'NSE CASH'.
           05 FILLER                  PIC X(12)  VALUE 'BSE CASH'.
           05 FILLER                  PIC X(12)  VALUE 'F&O'.
           05 FILLER                  PIC X(12)  VALUE 'CURRENCY'.
           05 FILLER                  PIC X(12)  VALUE 'COMMODITY'.
       01  WS-SEGMENT-NAME-TABLE REDEFINES WS-SEGMENT-NAMES.
           05 WS-SEGMENT-NAME         PIC X(12)  OCCURS 5 TIMES.
      *
      * Run totals by component, signed so reversals net out.
       01  WS-GRAND-TOTALS.
           05 WS-GRAND-COMP           OCCURS 6 TIMES.
               10 WG-BILLED           PIC S9(13)V99.
               10 WG-CURRENT          PIC S9(13)V99.
               10 WG-PROPOSED         PIC S9(13)V99.
      *
      * Segment x plan totals - entry (segment - 1) * 2 + 1 for the
      * percentage plan, + 2 for flat fee.
       01  WS-SEGPLAN-TOTALS.
           05 WS-SEGPLAN              OCCURS 10 TIMES.
               10 WSP-TRADES          PIC S9(07).
               10 WSP-CURRENT         PIC S9(13)V99.
               10 WSP-PROPOSED        PIC S9(13)V99.
               10 WSP-BRK-CURRENT     PIC S9(13)V99.
               10 WSP-BRK-PROPOSED    PIC S9(13)V99.
      *
      * The client in hand.
       01  WS-CLIENT-OPEN-IND         PIC X(01)          VALUE 'N'.
           88 CLIENT-OPEN                                VALUE 'Y'.
       01  WS-CURR-CLIENT             PIC X(06).
       01  WS-ON-LIMITS-IND           PIC X(01).
           88 CLIENT-ON-LIMITS                           VALUE 'Y'.
       01  WS-RUN-TURNOVER            PIC 9(13)V99.
       01  WS-CLI-TRADES              PIC S9(07).
       01  WS-CLI-CURRENT             PIC S9(13)V99.
       01  WS-CLI-PROPOSED            PIC S9(13)V99.
       01  WS-CLI-DIFF                PIC S9(13)V99.
       01  WS-CLI-ABS-DIFF            PIC 9(13)V99.
      *
      * The clients whose month moves most, largest absolute change
      * first. Entry 21 is never printed - it only gives the
      * placement search somewhere to stop.
       01  WS-TOP-LIMIT               PIC S9(4) COMP     VALUE 20.
       01  WS-TOP-COUNT               PIC S9(4) COMP     VALUE ZERO.
       01  WS-TOP-POS                 PIC S9(4) COMP.
       01  WS-SHIFT-SUB               PIC S9(4) COMP.
       01  WS-TOP-CLIENTS.
           05 WS-TOP-ENTRY            OCCURS 21 TIMES.
               10 WT-CLIENT-CODE      PIC X(06).
               10 WT-TRADES           PIC S9(07).
               10 WT-CURRENT          PIC S9(13)V99.
               10 WT-PROPOSED         PIC S9(13)V99.
               10 WT-DIFF             PIC S9(13)V99.
               10 WT-ABS-DIFF         PIC 9(13)V99.
      *
       01  WS-ENTRY-COUNT             PIC 9(08)          VALUE ZERO.
       01  WS-ORIGINAL-COUNT          PIC 9(08)          VALUE ZERO.
       01  WS-REVERSAL-COUNT          PIC 9(08)          VALUE ZERO.
       01  WS-ADJUSTMENT-COUNT        PIC 9(08)          VALUE ZERO.
       01  WS-UNREADABLE-COUNT        PIC 9(08)          VALUE ZERO.
       01  WS-CLIENT-COUNT            PIC 9(06)          VALUE ZERO.
       01  WS-MOVED-COUNT             PIC 9(06)          VALUE ZERO.
      *
       01  WS-PERCENT                 PIC S9(05)V99.
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
              VALUE '*** IGSL WHAT-IF REPRICING SIMULATION - SIMU'.
           05 FILLER                  PIC X(31)
              VALUE 'LATION ONLY, NO FILE UPDATED **'.
           05 FILLER                  PIC X(01)  VALUE '*'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'HISTORY MONTH: '.
           05 WH-SIM-MONTH            PIC 9(06).
           05 FILLER                  PIC X(13)
              VALUE '   RUN DATE: '.
           05 WH-RUN-DATE             PIC 9(08).
           05 FILLER                  PIC X(19)
              VALUE '   PROPOSED RATES: '.
           05 WH-BASIS                PIC X(60).
      *
       01  WS-SECTION-LINE.
           05 WS-SECTION-TEXT         PIC X(80).
      *
       01  WS-COMPONENT-HEADINGS.
           05 FILLER                  PIC X(22)  VALUE 'COMPONENT'.
           05 FILLER                  PIC X(21)
              VALUE '            AS BILLED'.
           05 FILLER                  PIC X(21)
              VALUE '     AT CURRENT RATES'.
           05 FILLER                  PIC X(21)
              VALUE '    AT PROPOSED RATES'.
           05 FILLER                  PIC X(21)
              VALUE '           DIFFERENCE'.
           05 FILLER                  PIC X(10)  VALUE '  CHANGE %'.
      *
       01  WS-COMPONENT-LINE.
           05 WK-COMPONENT            PIC X(20).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WK-BILLED               PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WK-CURRENT              PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WK-PROPOSED             PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WK-DIFFERENCE           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WK-PERCENT              PIC -ZZZZ9.99.
      *
       01  WS-SEGPLAN-HEADINGS.
           05 FILLER                  PIC X(13)  VALUE 'SEGMENT'.
           05 FILLER                  PIC X(11)  VALUE 'PLAN'.
           05 FILLER                  PIC X(11)  VALUE ' NET TRADES'.
           05 FILLER                  PIC X(21)
              VALUE '   TOTAL AT CURRENT'.
           05 FILLER                  PIC X(21)
              VALUE '  TOTAL AT PROPOSED'.
           05 FILLER                  PIC X(21)
              VALUE '     TOTAL DIFFERENCE'.
           05 FILLER                  PIC X(21)
              VALUE ' BROKERAGE DIFFERENCE'.
           05 FILLER                  PIC X(10)  VALUE '  CHANGE %'.
      *
       01  WS-SEGPLAN-LINE.
           05 WS-SP-SEGMENT           PIC X(12).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WS-SP-PLAN              PIC X(10).
           05 WS-SP-TRADES            PIC -ZZZ,ZZZ,ZZ9.
           05 WS-SP-CURRENT           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-SP-PROPOSED          PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-SP-DIFFERENCE        PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-SP-BRK-DIFFERENCE    PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-SP-PERCENT           PIC -ZZZZ9.99.
      *
       01  WS-TOP-HEADINGS.
           05 FILLER                  PIC X(06)  VALUE 'RANK'.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT'.
           05 FILLER                  PIC X(31)  VALUE 'NAME'.
           05 FILLER                  PIC X(11)  VALUE ' NET TRADES'.
           05 FILLER                  PIC X(19)
              VALUE '   TOTAL AT CURRENT'.
           05 FILLER                  PIC X(19)
              VALUE '  TOTAL AT PROPOSED'.
           05 FILLER                  PIC X(19)
              VALUE '         DIFFERENCE'.
           05 FILLER                  PIC X(10)  VALUE '  CHANGE %'.
      *
       01  WS-TOP-LINE.
           05 WS-TL-RANK              PIC ZZ9.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WS-TL-CLIENT-CODE       PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-TL-CLIENT-NAME       PIC X(30).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WS-TL-TRADES            PIC -ZZZ,ZZZ,ZZ9.
           05 WS-TL-CURRENT           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-PROPOSED          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-TL-DIFFERENCE        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-TL-PERCENT           PIC -ZZZZ9.99.
      *
       01  WS-COUNT-LINE.
           05 WT-TAG                  PIC X(44).
           05 WT-COUNT                PIC ZZ,ZZZ,ZZ9.
      *
       01  WS-MESSAGE-LINE            PIC X(80).
      *
       LINKAGE SECTION.
      *
      * Receives the JCL EXEC PARM= string: the six-digit history
      * month, optionally followed by a comma and the eight-digit
      * date whose RATMAS card is the proposal.
       01  WS-PARM-AREA.
           05 WS-PARM-LENGTH          PIC S9(4) COMP.
           05 WS-PARM-TEXT            PIC X(16).
      *
       PROCEDURE DIVISION USING WS-PARM-AREA.
      *
       001-MAIN-PARA.
      *
           IF WS-PARM-LENGTH < 6
              OR WS-PARM-TEXT(1:6) NOT NUMERIC
             DISPLAY "MTSWIF0 PARM MUST BE YYYYMM OR YYYYMM,YYYYMMDD"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-PARM-TEXT(1:6) TO WS-SIM-MONTH
           IF WS-SIM-MM < 1 OR WS-SIM-MM > 12
             DISPLAY "MTSWIF0 PARM MONTH MUST BE 01 THROUGH 12"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           IF WS-PARM-LENGTH > 6
             IF WS-PARM-LENGTH < 15
                OR WS-PARM-TEXT(7:1) NOT = ','
                OR WS-PARM-TEXT(8:8) NOT NUMERIC
               DISPLAY "MTSWIF0 PARM MUST BE YYYYMM OR YYYYMM,YYYYMMDD"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE WS-PARM-TEXT(8:8) TO WS-PROPOSAL-DATE-N
             MOVE 'Y' TO WS-PROPOSAL-DATE-IND
           END-IF
      *
           PERFORM 010-INITIALIZE
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CLIENT-CODE
                                SR-BUSINESS-DATE
                                SR-TRADE-SEQ-NO
                                SR-ENTRY-TYPE
               INPUT PROCEDURE IS 100-RELEASE-MONTH-SLICE
               OUTPUT PROCEDURE IS 200-REPRICE-CLIENTS
      *
           PERFORM 500-PRINT-COMPONENTS
      *
           PERFORM 520-PRINT-SEGMENT-PLAN
      *
           PERFORM 540-PRINT-TOP-CLIENTS
      *
           PERFORM 560-PRINT-COUNTS
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
           PERFORM 013-OPEN-FILES
      *
           MOVE 1 TO WS-CARD-SUB
           PERFORM 020-LOAD-CURRENT-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
                 UNTIL WS-DAY-SUB > WS-LAST-DAY
           PERFORM 027-SET-PROPOSED-CARD
           PERFORM 030-APPLY-SCENARIO
           CLOSE RATE-MASTER-FILE
      *
           MOVE WS-SIM-MONTH   TO WH-SIM-MONTH
           MOVE WS-PROC-DATE-N TO WH-RUN-DATE
           MOVE SPACES         TO WH-BASIS
           IF PROPOSAL-DATE-GIVEN
             IF WS-SCN-APPLIED-COUNT > ZERO
               STRING 'RATMAS CARD AS AT ' WS-PROPOSAL-DATE-N
                      ' PLUS SCENARIO FILE' DELIMITED BY SIZE
                      INTO WH-BASIS
               END-STRING
             ELSE
               STRING 'RATMAS CARD AS AT ' WS-PROPOSAL-DATE-N
                      DELIMITED BY SIZE
                      INTO WH-BASIS
               END-STRING
             END-IF
           ELSE
             MOVE 'RATES IN FORCE PLUS SCENARIO FILE' TO WH-BASIS
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
      *
           IF NOT PROPOSAL-DATE-GIVEN AND WS-SCN-APPLIED-COUNT = ZERO
             MOVE 'NO PROPOSED RATES SUPPLIED - PROPOSED EQUALS CURRENT'
                  TO WS-MESSAGE-LINE
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
             DISPLAY WS-MESSAGE-LINE
             MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SCN-UNUSED-COUNT > ZERO
             MOVE 'SCENARIO RECORDS NOT USED - SEE COUNTS AT THE END'
                  TO WS-MESSAGE-LINE
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
             DISPLAY WS-MESSAGE-LINE
             MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * Every live file is opened INPUT - the simulation reads the
      * history, the rates, the CLILIM tier eligibility and the
      * client names, and writes nothing but its report.
       013-OPEN-FILES.
      *
           OPEN INPUT TRADE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
             DISPLAY "TXNHIST OPEN FAILED, STATUS = " WS-HIST-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATMAS-STATUS NOT = '00'
             DISPLAY "RATMAS OPEN FAILED, STATUS = " WS-RATMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT CLIENT-LIMIT-FILE
           IF WS-CLILIM-STATUS NOT = '00'
             DISPLAY "CLILIM OPEN FAILED, STATUS = " WS-CLILIM-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIMAS-STATUS NOT = '00'
             DISPLAY "CLIMAS OPEN FAILED, STATUS = " WS-CLIMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT  SCENARIO-RATE-FILE
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
      * History keys lead with the business date, so the month is
      * one keyed slice from YYYYMM01; the walk stops once the
      * business date leaves the month.
       015-POSITION-ON-MONTH.
      *
           MOVE LOW-VALUES       TO TXH-KEY
           MOVE WS-SLICE-FROM-N  TO TXH-BUSINESS-DATE
           START TRADE-HISTORY-FILE KEY NOT < TXH-KEY
             INVALID KEY
               MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
      *
      * A year divisible by 4 is a leap year unless it is a century
      * not divisible by 400.
       016-SET-MONTH-END.
      *
           COMPUTE WS-SLICE-FROM-N = WS-SIM-MONTH * 100 + 1
           MOVE WS-MONTH-DAYS (WS-SIM-MM) TO WS-LAST-DAY
           IF WS-SIM-MM = 2
             DIVIDE WS-SIM-YEAR BY 4
                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
             DIVIDE WS-SIM-YEAR BY 100
                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
             DIVIDE WS-SIM-YEAR BY 400
                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
             IF WS-LEAP-REM-4 = ZERO
                AND (WS-LEAP-REM-100 NOT = ZERO
                     OR WS-LEAP-REM-400 = ZERO)
               MOVE 29 TO WS-LAST-DAY
             END-IF
           END-IF
           COMPUTE WS-MONTH-END-N =
               WS-SIM-MONTH * 100 + WS-LAST-DAY.
      *
       020-LOAD-CURRENT-DAY.
      *
           COMPUTE WS-RATE-DATE-N = WS-SIM-MONTH * 100 + WS-DAY-SUB
           PERFORM 021-LOAD-CARD-DAY.
      *
      * One day of one card (WS-CARD-SUB / WS-DAY-SUB) as in force
      * on WS-RATE-DATE-N: the MTSDED0 defaults, then every RATMAS
      * rate MTSPGM0 loads laid over them. A 'VT' tier only exists
      * when it is on file.
       021-LOAD-CARD-DAY.
      *
           PERFORM 022-SET-DEFAULT-SEGMENT
               VARYING WS-SEG-SUB FROM 1 BY 1
                 UNTIL WS-SEG-SUB > 5
           PERFORM 023-SET-DEFAULT-SLAB
               VARYING WS-SLAB-SUB FROM 1 BY 1
                 UNTIL WS-SLAB-SUB > 3
           MOVE WS-FLAT-FEE-BROKERAGE
                TO RC-FLAT-FEE(WS-CARD-SUB, WS-DAY-SUB)
      *
           COMPUTE RLK-EFFECTIVE-CDATE = 99999999 - WS-RATE-DATE-N
           PERFORM 024-GET-SEGMENT-RATE
               VARYING WS-SEG-SUB FROM 1 BY 1
                 UNTIL WS-SEG-SUB > 5
           PERFORM 025-GET-SLAB-RATE
               VARYING WS-SLAB-SUB FROM 1 BY 1
                 UNTIL WS-SLAB-SUB > 3
           MOVE 'FF'   TO RLK-RATE-TYPE
           MOVE SPACES TO RLK-RATE-CODE
           PERFORM 014-GET-EFFECTIVE-RATE
           IF RATE-FOUND
             MOVE RT-FLAT-FEE-AMOUNT
                  TO RC-FLAT-FEE(WS-CARD-SUB, WS-DAY-SUB)
           END-IF
           PERFORM 026-GET-TIER-RATE
               VARYING WS-TIER-SUB FROM 1 BY 1
                 UNTIL WS-TIER-SUB > 9.
      *
       022-SET-DEFAULT-SEGMENT.
      *
           MOVE ER-BROKERAGE-RATE(WS-SEG-SUB)
             TO RC-BROKERAGE-RATE(WS-CARD-SUB, WS-DAY-SUB, WS-SEG-SUB)
           MOVE ER-TRANSACTION-RATE(WS-SEG-SUB)
             TO RC-TRANSACTION-RATE(WS-CARD-SUB, WS-DAY-SUB,
                                    WS-SEG-SUB)
           MOVE ER-STT-RATE(WS-SEG-SUB)
             TO RC-STT-RATE(WS-CARD-SUB, WS-DAY-SUB, WS-SEG-SUB)
           MOVE ER-STT-RATE-SELL(WS-SEG-SUB)
             TO RC-STT-RATE-SELL(WS-CARD-SUB, WS-DAY-SUB, WS-SEG-SUB).
      *
       023-SET-DEFAULT-SLAB.
      *
           MOVE SD-UPPER-LIMIT(WS-SLAB-SUB)
             TO RC-SD-UPPER-LIMIT(WS-CARD-SUB, WS-DAY-SUB, WS-SLAB-SUB)
           MOVE SD-RATE(WS-SLAB-SUB)
             TO RC-SD-RATE(WS-CARD-SUB, WS-DAY-SUB, WS-SLAB-SUB).
      *
       024-GET-SEGMENT-RATE.
      *
           MOVE 'EX' TO RLK-RATE-TYPE
           MOVE ER-SEGMENT-CODE(WS-SEG-SUB) TO RLK-RATE-CODE
           PERFORM 014-GET-EFFECTIVE-RATE
           IF RATE-FOUND
             MOVE RT-BROKERAGE-RATE
               TO RC-BROKERAGE-RATE(WS-CARD-SUB, WS-DAY-SUB,
                                    WS-SEG-SUB)
             MOVE RT-TRANSACTION-RATE
               TO RC-TRANSACTION-RATE(WS-CARD-SUB, WS-DAY-SUB,
                                      WS-SEG-SUB)
             MOVE RT-STT-RATE
               TO RC-STT-RATE(WS-CARD-SUB, WS-DAY-SUB, WS-SEG-SUB)
             MOVE RT-STT-RATE-SELL
               TO RC-STT-RATE-SELL(WS-CARD-SUB, WS-DAY-SUB,
                                   WS-SEG-SUB)
           END-IF.
      *
       025-GET-SLAB-RATE.
      *
           MOVE 'SD' TO RLK-RATE-TYPE
           MOVE WS-SLAB-SUB TO WS-CODE-N
           MOVE WS-CODE-N   TO RLK-RATE-CODE
           PERFORM 014-GET-EFFECTIVE-RATE
           IF RATE-FOUND
             MOVE RT-SD-UPPER-LIMIT
               TO RC-SD-UPPER-LIMIT(WS-CARD-SUB, WS-DAY-SUB,
                                    WS-SLAB-SUB)
             MOVE RT-SD-RATE
               TO RC-SD-RATE(WS-CARD-SUB, WS-DAY-SUB, WS-SLAB-SUB)
           END-IF.
      *
       026-GET-TIER-RATE.
      *
           MOVE 'N' TO RC-TIER-FOUND(WS-CARD-SUB, WS-DAY-SUB,
                                     WS-TIER-SUB)
           MOVE 'VT' TO RLK-RATE-TYPE
           MOVE WS-TIER-SUB TO WS-CODE-N
           MOVE WS-CODE-N   TO RLK-RATE-CODE
           PERFORM 014-GET-EFFECTIVE-RATE
           IF RATE-FOUND
             MOVE 'Y' TO RC-TIER-FOUND(WS-CARD-SUB, WS-DAY-SUB,
                                       WS-TIER-SUB)
             MOVE RT-VT-THRESHOLD
               TO RC-TIER-THRESHOLD(WS-CARD-SUB, WS-DAY-SUB,
                                    WS-TIER-SUB)
             MOVE RT-VT-BROKERAGE-RATE
               TO RC-TIER-RATE(WS-CARD-SUB, WS-DAY-SUB, WS-TIER-SUB)
           END-IF.
      *
      * With a proposal date the proposed card is that one date's
      * RATMAS card on every day of the month; without one it
      * starts as a copy of the current card, day for day.
       027-SET-PROPOSED-CARD.
      *
           IF PROPOSAL-DATE-GIVEN
             MOVE 2 TO WS-CARD-SUB
             MOVE 1 TO WS-DAY-SUB
             MOVE WS-PROPOSAL-DATE-N TO WS-RATE-DATE-N
             PERFORM 021-LOAD-CARD-DAY
             PERFORM 028-COPY-PROPOSAL-DAY
                 VARYING WS-DAY-SUB FROM 2 BY 1
                   UNTIL WS-DAY-SUB > WS-LAST-DAY
           ELSE
             PERFORM 029-COPY-CURRENT-DAY
                 VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-LAST-DAY
           END-IF.
      *
       028-COPY-PROPOSAL-DAY.
      *
           MOVE RC-DAY(2, 1) TO RC-DAY(2, WS-DAY-SUB).
      *
       029-COPY-CURRENT-DAY.
      *
           MOVE RC-DAY(1, WS-DAY-SUB) TO RC-DAY(2, WS-DAY-SUB).
      *
      * Each usable scenario record replaces its rate on every day
      * of the proposed card. Types the pricing does not use, codes
      * MTSPGM3 would refuse and non-numeric rates are counted and
      * left out.
       030-APPLY-SCENARIO.
      *
           MOVE 2 TO WS-CARD-SUB
           PERFORM 035-READ-SCENARIO
           PERFORM 031-APPLY-ONE-SCENARIO UNTIL END-OF-SCENARIO
           CLOSE SCENARIO-RATE-FILE.
      *
       031-APPLY-ONE-SCENARIO.
      *
           ADD 1 TO WS-SCN-READ-COUNT
           MOVE 'N' TO WS-SCN-VALID-IND
           EVALUATE SCN-RATE-TYPE
             WHEN 'EX'
               MOVE 1 TO WS-SEG-SUB
               PERFORM 345-STEP-SEGMENT
                   UNTIL WS-SEG-SUB > 5
                      OR WS-SEGMENT-CODES(WS-SEG-SUB:1) =
                         SCN-RATE-CODE(1:1)
               IF WS-SEG-SUB NOT > 5
                  AND SCN-RATE-CODE(2:1) = SPACE
                  AND SCN-BROKERAGE-RATE   NUMERIC
                  AND SCN-TRANSACTION-RATE NUMERIC
                  AND SCN-STT-RATE         NUMERIC
                  AND SCN-STT-RATE-SELL    NUMERIC
                 MOVE 'Y' TO WS-SCN-VALID-IND
               END-IF
             WHEN 'SD'
               IF SCN-RATE-CODE = '01' OR '02' OR '03'
                 AND SCN-SD-UPPER-LIMIT NUMERIC
                 AND SCN-SD-RATE        NUMERIC
                 MOVE SCN-RATE-CODE TO WS-CODE-N
                 MOVE WS-CODE-N     TO WS-SLAB-SUB
                 MOVE 'Y' TO WS-SCN-VALID-IND
               END-IF
             WHEN 'FF'
               IF SCN-FLAT-FEE-AMOUNT NUMERIC
                 MOVE 'Y' TO WS-SCN-VALID-IND
               END-IF
             WHEN 'VT'
               IF SCN-RATE-CODE(1:1) = '0'
                  AND SCN-RATE-CODE(2:1) NOT < '1'
                  AND SCN-RATE-CODE(2:1) NOT > '9'
                  AND SCN-VT-THRESHOLD     NUMERIC
                  AND SCN-VT-BROKERAGE-RATE NUMERIC
                 MOVE SCN-RATE-CODE TO WS-CODE-N
                 MOVE WS-CODE-N     TO WS-TIER-SUB
                 MOVE 'Y' TO WS-SCN-VALID-IND
               END-IF
           END-EVALUATE
           IF SCENARIO-RECORD-VALID
             PERFORM 032-APPLY-TO-DAY
                 VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-LAST-DAY
             ADD 1 TO WS-SCN-APPLIED-COUNT
           ELSE
             ADD 1 TO WS-SCN-UNUSED-COUNT
             DISPLAY "SCENARIO RECORD NOT USED: " SCN-RATE-TYPE " "
                     SCN-RATE-CODE
           END-IF
           PERFORM 035-READ-SCENARIO.
      *
       032-APPLY-TO-DAY.
      *
           EVALUATE SCN-RATE-TYPE
             WHEN 'EX'
               MOVE SCN-BROKERAGE-RATE
                 TO RC-BROKERAGE-RATE(WS-CARD-SUB, WS-DAY-SUB,
                                      WS-SEG-SUB)
               MOVE SCN-TRANSACTION-RATE
                 TO RC-TRANSACTION-RATE(WS-CARD-SUB, WS-DAY-SUB,
                                        WS-SEG-SUB)
               MOVE SCN-STT-RATE
                 TO RC-STT-RATE(WS-CARD-SUB, WS-DAY-SUB, WS-SEG-SUB)
               MOVE SCN-STT-RATE-SELL
                 TO RC-STT-RATE-SELL(WS-CARD-SUB, WS-DAY-SUB,
                                     WS-SEG-SUB)
             WHEN 'SD'
               MOVE SCN-SD-UPPER-LIMIT
                 TO RC-SD-UPPER-LIMIT(WS-CARD-SUB, WS-DAY-SUB,
                                      WS-SLAB-SUB)
               MOVE SCN-SD-RATE
                 TO RC-SD-RATE(WS-CARD-SUB, WS-DAY-SUB, WS-SLAB-SUB)
             WHEN 'FF'
               MOVE SCN-FLAT-FEE-AMOUNT
                 TO RC-FLAT-FEE(WS-CARD-SUB, WS-DAY-SUB)
             WHEN 'VT'
               MOVE 'Y'
                 TO RC-TIER-FOUND(WS-CARD-SUB, WS-DAY-SUB,
                                  WS-TIER-SUB)
               MOVE SCN-VT-THRESHOLD
                 TO RC-TIER-THRESHOLD(WS-CARD-SUB, WS-DAY-SUB,
                                      WS-TIER-SUB)
               MOVE SCN-VT-BROKERAGE-RATE
                 TO RC-TIER-RATE(WS-CARD-SUB, WS-DAY-SUB,
                                 WS-TIER-SUB)
           END-EVALUATE.
      *
       035-READ-SCENARIO.
      *
           READ SCENARIO-RATE-FILE
             AT END
               MOVE 'Y' TO WS-SCN-EOF-SWITCH
           END-READ.
      *
       050-TERMINATE.
      *
           CLOSE TRADE-HISTORY-FILE
           CLOSE CLIENT-LIMIT-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSWIF0 - HISTORY MONTH      = " WS-SIM-MONTH
           DISPLAY "MTSWIF0 - ENTRIES READ       = " WS-ENTRY-COUNT
           DISPLAY "MTSWIF0 - TRADES RE-PRICED   = " WS-ORIGINAL-COUNT
           DISPLAY "MTSWIF0 - REVERSALS RE-PRICED= " WS-REVERSAL-COUNT
           DISPLAY "MTSWIF0 - CLIENTS            = " WS-CLIENT-COUNT.
      *
       100-RELEASE-MONTH-SLICE.
      *
           PERFORM 015-POSITION-ON-MONTH
           PERFORM 110-RELEASE-ONE-RECORD UNTIL END-OF-SLICE.
      *
      * Originals and reversals are re-priced; an intraday
      * re-rating adjustment only moves the as-billed column. A
      * reversal and a credit adjustment net negative.
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
               ADD 1 TO WS-ENTRY-COUNT
               MOVE TXH-TXN-DATA TO TXN-LOG-RECORD
               IF TXL-BUY-AMOUNT NOT NUMERIC
                  OR TXL-DEDUCTIONS NOT NUMERIC
                  OR NOT (TXL-IS-ORIGINAL OR TXL-IS-REVERSAL
                          OR TXL-IS-ADJUSTMENT)
                 ADD 1 TO WS-UNREADABLE-COUNT
               ELSE
                 MOVE TXL-CLIENT-CODE        TO SR-CLIENT-CODE
                 MOVE TXH-BUSINESS-DATE      TO SR-BUSINESS-DATE
                 MOVE TXH-TRADE-SEQ-NO       TO SR-TRADE-SEQ-NO
                 MOVE TXH-ENTRY-TYPE         TO SR-ENTRY-TYPE
                 IF TXL-NETS-NEGATIVE
                   MOVE -1 TO SR-SIGN
                 ELSE
                   MOVE +1 TO SR-SIGN
                 END-IF
                 MOVE TXL-BUY-SELL-IND       TO SR-BUY-SELL-IND
                 MOVE TXL-SEGMENT-IND        TO SR-SEGMENT-IND
                 MOVE TXL-PLAN-IND           TO SR-PLAN-IND
                 MOVE TXL-BUY-AMOUNT         TO SR-BUY-AMOUNT
                 MOVE TXL-BROKERAGE-CHARGE   TO SR-BILLED(1)
                 MOVE TXL-TRANSACTION-CHARGE TO SR-BILLED(2)
                 MOVE TXL-STT-CHARGE         TO SR-BILLED(3)
                 MOVE TXL-STAMP-DUTY         TO SR-BILLED(4)
                 MOVE TXL-GST-CHARGE         TO SR-BILLED(5)
                 RELEASE SORT-RECORD
               END-IF
             END-IF
           END-IF.
      *
       200-REPRICE-CLIENTS.
      *
           PERFORM 210-RETURN-ONE-RECORD
           PERFORM 220-PROCESS-ONE-ENTRY UNTIL END-OF-SORTED
           IF CLIENT-OPEN
             PERFORM 240-FINISH-CLIENT
           END-IF.
      *
       210-RETURN-ONE-RECORD.
      *
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
      *
       220-PROCESS-ONE-ENTRY.
      *
           IF NOT CLIENT-OPEN
              OR SR-CLIENT-CODE NOT = WS-CURR-CLIENT
             IF CLIENT-OPEN
               PERFORM 240-FINISH-CLIENT
             END-IF
             PERFORM 230-START-CLIENT
           END-IF
      *
           PERFORM 225-ADD-BILLED
               VARYING WS-COMP-SUB FROM 1 BY 1
                 UNTIL WS-COMP-SUB > 5
           EVALUATE SR-ENTRY-TYPE
             WHEN 'O'
               ADD 1 TO WS-ORIGINAL-COUNT
               PERFORM 300-PRICE-ENTRY
             WHEN 'R'
               ADD 1 TO WS-REVERSAL-COUNT
               PERFORM 300-PRICE-ENTRY
             WHEN OTHER
               ADD 1 TO WS-ADJUSTMENT-COUNT
           END-EVALUATE
      *
           PERFORM 210-RETURN-ONE-RECORD.
      *
       225-ADD-BILLED.
      *
           COMPUTE WG-BILLED(WS-COMP-SUB) =
               WG-BILLED(WS-COMP-SUB) + SR-SIGN * SR-BILLED(WS-COMP-SUB)
           COMPUTE WG-BILLED(6) =
               WG-BILLED(6) + SR-SIGN * SR-BILLED(WS-COMP-SUB).
      *
      * Volume tiers only ever applied to a client with a CLILIM
      * record - MTSPGM0 takes the turnover from there - and the
      * turnover starts the month at nil.
       230-START-CLIENT.
      *
           MOVE 'Y'            TO WS-CLIENT-OPEN-IND
           MOVE SR-CLIENT-CODE TO WS-CURR-CLIENT
           ADD 1 TO WS-CLIENT-COUNT
           MOVE ZERO TO WS-RUN-TURNOVER WS-CLI-TRADES
                        WS-CLI-CURRENT  WS-CLI-PROPOSED
           MOVE 'N' TO WS-ON-LIMITS-IND
           IF SR-CLIENT-CODE NOT = SPACES
             MOVE SR-CLIENT-CODE TO LIM-CLIENT-CODE
             READ CLIENT-LIMIT-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'Y' TO WS-ON-LIMITS-IND
             END-READ
           END-IF.
      *
       240-FINISH-CLIENT.
      *
           COMPUTE WS-CLI-DIFF = WS-CLI-PROPOSED - WS-CLI-CURRENT
           IF WS-CLI-DIFF < ZERO
             COMPUTE WS-CLI-ABS-DIFF = ZERO - WS-CLI-DIFF
           ELSE
             MOVE WS-CLI-DIFF TO WS-CLI-ABS-DIFF
           END-IF
           IF WS-CLI-ABS-DIFF > ZERO
             ADD 1 TO WS-MOVED-COUNT
             IF WS-TOP-COUNT < WS-TOP-LIMIT
                OR WS-CLI-ABS-DIFF > WT-ABS-DIFF(WS-TOP-LIMIT)
               PERFORM 245-PLACE-IN-TOP
             END-IF
           END-IF.
      *
      * Insert in descending order of absolute change; once the
      * table is full the smallest entry drops off the end.
       245-PLACE-IN-TOP.
      *
           MOVE 1 TO WS-TOP-POS
           PERFORM 247-STEP-TOP
               UNTIL WS-TOP-POS > WS-TOP-COUNT
                  OR WS-CLI-ABS-DIFF > WT-ABS-DIFF(WS-TOP-POS)
           IF WS-TOP-COUNT < WS-TOP-LIMIT
             ADD 1 TO WS-TOP-COUNT
           END-IF
           PERFORM 246-SHIFT-TOP-DOWN
               VARYING WS-SHIFT-SUB FROM WS-TOP-COUNT BY -1
                 UNTIL WS-SHIFT-SUB NOT > WS-TOP-POS
           MOVE WS-CURR-CLIENT  TO WT-CLIENT-CODE(WS-TOP-POS)
           MOVE WS-CLI-TRADES   TO WT-TRADES(WS-TOP-POS)
           MOVE WS-CLI-CURRENT  TO WT-CURRENT(WS-TOP-POS)
           MOVE WS-CLI-PROPOSED TO WT-PROPOSED(WS-TOP-POS)
           MOVE WS-CLI-DIFF     TO WT-DIFF(WS-TOP-POS)
           MOVE WS-CLI-ABS-DIFF TO WT-ABS-DIFF(WS-TOP-POS).
      *
       246-SHIFT-TOP-DOWN.
      *
           MOVE WS-TOP-ENTRY(WS-SHIFT-SUB - 1)
             TO WS-TOP-ENTRY(WS-SHIFT-SUB).
      *
       247-STEP-TOP.
      *
           ADD 1 TO WS-TOP-POS.
      *
      * The entry priced on both cards with the rates of its own
      * calendar day, then added in with its sign everywhere it
      * counts. An original adds its value to the client's
      * month-to-date turnover before it is priced, as MTSPGM0
      * counts the trade being keyed.
       300-PRICE-ENTRY.
      *
           IF SR-ENTRY-TYPE = 'O'
             ADD SR-BUY-AMOUNT TO WS-RUN-TURNOVER
           END-IF
           PERFORM 340-FIND-SEGMENT
           MOVE SR-BUS-DAY TO WS-DAY-SUB
           PERFORM 310-PRICE-ON-CARD
               VARYING WS-CARD-SUB FROM 1 BY 1
                 UNTIL WS-CARD-SUB > 2
      *
           IF SR-PLAN-IND = 'F'
             COMPUTE WS-SP-SUB = (WS-SEG-SUB - 1) * 2 + 2
           ELSE
             COMPUTE WS-SP-SUB = (WS-SEG-SUB - 1) * 2 + 1
           END-IF
           ADD SR-SIGN TO WS-CLI-TRADES WSP-TRADES(WS-SP-SUB)
           PERFORM 330-ADD-PRICED
               VARYING WS-COMP-SUB FROM 1 BY 1
                 UNTIL WS-COMP-SUB > 6
           COMPUTE WS-CLI-CURRENT =
               WS-CLI-CURRENT  + SR-SIGN * WP-COMP(1, 6)
           COMPUTE WS-CLI-PROPOSED =
               WS-CLI-PROPOSED + SR-SIGN * WP-COMP(2, 6)
           COMPUTE WSP-CURRENT(WS-SP-SUB) =
               WSP-CURRENT(WS-SP-SUB)  + SR-SIGN * WP-COMP(1, 6)
           COMPUTE WSP-PROPOSED(WS-SP-SUB) =
               WSP-PROPOSED(WS-SP-SUB) + SR-SIGN * WP-COMP(2, 6)
           COMPUTE WSP-BRK-CURRENT(WS-SP-SUB) =
               WSP-BRK-CURRENT(WS-SP-SUB)  + SR-SIGN * WP-COMP(1, 1)
           COMPUTE WSP-BRK-PROPOSED(WS-SP-SUB) =
               WSP-BRK-PROPOSED(WS-SP-SUB) + SR-SIGN * WP-COMP(2, 1).
      *
      * MTSPGM0's CALCULATE-CHARGES on one card: brokerage at the
      * segment rate (or the highest 'VT' tier the turnover has
      * reached) or the flat fee, transaction charge and STT on the
      * value, stamp duty on the buy leg by slab, GST at 18 percent
      * of brokerage plus transaction charge. The margin penalty is
      * not a rate-card charge and is left out of both sides.
       310-PRICE-ON-CARD.
      *
           IF SR-PLAN-IND = 'F'
             MOVE RC-FLAT-FEE(WS-CARD-SUB, WS-DAY-SUB)
                  TO WP-COMP(WS-CARD-SUB, 1)
           ELSE
             MOVE RC-BROKERAGE-RATE(WS-CARD-SUB, WS-DAY-SUB,
                                    WS-SEG-SUB)
                  TO WS-APPLIED-RATE
             IF CLIENT-ON-LIMITS AND WS-RUN-TURNOVER > ZERO
               PERFORM 315-RESOLVE-TIER
                   VARYING WS-TIER-SUB FROM 1 BY 1
                     UNTIL WS-TIER-SUB > 9
             END-IF
             COMPUTE WP-COMP(WS-CARD-SUB, 1) ROUNDED =
                 SR-BUY-AMOUNT * WS-APPLIED-RATE
           END-IF
           COMPUTE WP-COMP(WS-CARD-SUB, 2) ROUNDED =
               SR-BUY-AMOUNT *
               RC-TRANSACTION-RATE(WS-CARD-SUB, WS-DAY-SUB, WS-SEG-SUB)
           IF SR-BUY-SELL-IND = 'S'
             COMPUTE WP-COMP(WS-CARD-SUB, 3) ROUNDED =
                 SR-BUY-AMOUNT *
                 RC-STT-RATE-SELL(WS-CARD-SUB, WS-DAY-SUB, WS-SEG-SUB)
             MOVE ZERO TO WP-COMP(WS-CARD-SUB, 4)
           ELSE
             COMPUTE WP-COMP(WS-CARD-SUB, 3) ROUNDED =
                 SR-BUY-AMOUNT *
                 RC-STT-RATE(WS-CARD-SUB, WS-DAY-SUB, WS-SEG-SUB)
             MOVE 1 TO WS-SLAB-SUB
             PERFORM 317-STEP-SLAB
                 UNTIL WS-SLAB-SUB = 3
                    OR SR-BUY-AMOUNT NOT >
                       RC-SD-UPPER-LIMIT(WS-CARD-SUB, WS-DAY-SUB,
                                         WS-SLAB-SUB)
             COMPUTE WP-COMP(WS-CARD-SUB, 4) ROUNDED =
                 SR-BUY-AMOUNT *
                 RC-SD-RATE(WS-CARD-SUB, WS-DAY-SUB, WS-SLAB-SUB)
           END-IF
           COMPUTE WP-COMP(WS-CARD-SUB, 5) ROUNDED =
               (WP-COMP(WS-CARD-SUB, 1) + WP-COMP(WS-CARD-SUB, 2))
               * 0.18
           COMPUTE WP-COMP(WS-CARD-SUB, 6) =
               WP-COMP(WS-CARD-SUB, 1) + WP-COMP(WS-CARD-SUB, 2)
             + WP-COMP(WS-CARD-SUB, 3) + WP-COMP(WS-CARD-SUB, 4)
             + WP-COMP(WS-CARD-SUB, 5).
      *
       315-RESOLVE-TIER.
      *
           IF RC-TIER-FOUND(WS-CARD-SUB, WS-DAY-SUB, WS-TIER-SUB) = 'Y'
              AND WS-RUN-TURNOVER NOT <
                  RC-TIER-THRESHOLD(WS-CARD-SUB, WS-DAY-SUB,
                                    WS-TIER-SUB)
             MOVE RC-TIER-RATE(WS-CARD-SUB, WS-DAY-SUB, WS-TIER-SUB)
                  TO WS-APPLIED-RATE
           END-IF.
      *
       317-STEP-SLAB.
      *
           ADD 1 TO WS-SLAB-SUB.
      *
       330-ADD-PRICED.
      *
           COMPUTE WG-CURRENT(WS-COMP-SUB) =
               WG-CURRENT(WS-COMP-SUB)
             + SR-SIGN * WP-COMP(1, WS-COMP-SUB)
           COMPUTE WG-PROPOSED(WS-COMP-SUB) =
               WG-PROPOSED(WS-COMP-SUB)
             + SR-SIGN * WP-COMP(2, WS-COMP-SUB).
      *
      * Blank segment on an older record is MTSDED0's default 'N'.
       340-FIND-SEGMENT.
      *
           MOVE 1 TO WS-SEG-SUB
           PERFORM 345-STEP-SEGMENT
               UNTIL WS-SEG-SUB > 5
                  OR WS-SEGMENT-CODES(WS-SEG-SUB:1) = SR-SEGMENT-IND
           IF WS-SEG-SUB > 5
             MOVE 1 TO WS-SEG-SUB
           END-IF.
      *
       345-STEP-SEGMENT.
      *
           ADD 1 TO WS-SEG-SUB.
      *
       500-PRINT-COMPONENTS.
      *
           MOVE 'CHARGES FOR THE MONTH BY COMPONENT' TO WS-SECTION-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-COMPONENT-HEADINGS
           PERFORM 510-PRINT-ONE-COMPONENT
               VARYING WS-COMP-SUB FROM 1 BY 1
                 UNTIL WS-COMP-SUB > 6
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'AS BILLED INCLUDES INTRADAY RE-RATING ADJUSTMENTS'
                TO WS-MESSAGE-LINE
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE 'RE-PRICED COLUMNS PRICE EVERY TRADE AS DELIVERY'
                TO WS-MESSAGE-LINE
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE 'MARGIN PENALTIES ARE LEFT OUT OF EVERY COLUMN'
                TO WS-MESSAGE-LINE
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
      *
       510-PRINT-ONE-COMPONENT.
      *
           MOVE WS-COMPONENT-NAME(WS-COMP-SUB) TO WK-COMPONENT
           MOVE WG-BILLED(WS-COMP-SUB)         TO WK-BILLED
           MOVE WG-CURRENT(WS-COMP-SUB)        TO WK-CURRENT
           MOVE WG-PROPOSED(WS-COMP-SUB)       TO WK-PROPOSED
           COMPUTE WK-DIFFERENCE =
               WG-PROPOSED(WS-COMP-SUB) - WG-CURRENT(WS-COMP-SUB)
           MOVE ZERO TO WS-PERCENT
           IF WG-CURRENT(WS-COMP-SUB) NOT = ZERO
             COMPUTE WS-PERCENT ROUNDED =
                 (WG-PROPOSED(WS-COMP-SUB) - WG-CURRENT(WS-COMP-SUB))
                 * 100 / WG-CURRENT(WS-COMP-SUB)
               ON SIZE ERROR
                 MOVE ZERO TO WS-PERCENT
             END-COMPUTE
           END-IF
           MOVE WS-PERCENT TO WK-PERCENT
           WRITE REPORT-LINE FROM WS-COMPONENT-LINE.
      *
       520-PRINT-SEGMENT-PLAN.
      *
           MOVE 'TOTAL CHARGES BY SEGMENT AND BROKERAGE PLAN'
                TO WS-SECTION-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           WRITE REPORT-LINE FROM WS-SEGPLAN-HEADINGS
           PERFORM 525-PRINT-ONE-SEGPLAN
               VARYING WS-SP-SUB FROM 1 BY 1
                 UNTIL WS-SP-SUB > 10
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
      *
      * Combinations with no trades in the month are not printed.
       525-PRINT-ONE-SEGPLAN.
      *
           IF WSP-TRADES(WS-SP-SUB) NOT = ZERO
              OR WSP-CURRENT(WS-SP-SUB) NOT = ZERO
              OR WSP-PROPOSED(WS-SP-SUB) NOT = ZERO
             COMPUTE WS-SEG-SUB = (WS-SP-SUB + 1) / 2
             MOVE WS-SEGMENT-NAME(WS-SEG-SUB) TO WS-SP-SEGMENT
             IF WS-SP-SUB = WS-SEG-SUB * 2
               MOVE 'FLAT FEE'   TO WS-SP-PLAN
             ELSE
               MOVE 'PERCENTAGE' TO WS-SP-PLAN
             END-IF
             MOVE WSP-TRADES(WS-SP-SUB)   TO WS-SP-TRADES
             MOVE WSP-CURRENT(WS-SP-SUB)  TO WS-SP-CURRENT
             MOVE WSP-PROPOSED(WS-SP-SUB) TO WS-SP-PROPOSED
             COMPUTE WS-SP-DIFFERENCE =
                 WSP-PROPOSED(WS-SP-SUB) - WSP-CURRENT(WS-SP-SUB)
             COMPUTE WS-SP-BRK-DIFFERENCE =
                 WSP-BRK-PROPOSED(WS-SP-SUB)
               - WSP-BRK-CURRENT(WS-SP-SUB)
             MOVE ZERO TO WS-PERCENT
             IF WSP-CURRENT(WS-SP-SUB) NOT = ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   (WSP-PROPOSED(WS-SP-SUB) - WSP-CURRENT(WS-SP-SUB))
                   * 100 / WSP-CURRENT(WS-SP-SUB)
                 ON SIZE ERROR
                   MOVE ZERO TO WS-PERCENT
               END-COMPUTE
             END-IF
             MOVE WS-PERCENT TO WS-SP-PERCENT
             WRITE REPORT-LINE FROM WS-SEGPLAN-LINE
           END-IF.
      *
       540-PRINT-TOP-CLIENTS.
      *
           MOVE 'CLIENTS MOST AFFECTED - LARGEST CHANGE FIRST'
                TO WS-SECTION-TEXT
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           IF WS-TOP-COUNT = ZERO
             MOVE 'NO CLIENT''S CHARGES CHANGE UNDER THE PROPOSED RATES'
                  TO WS-MESSAGE-LINE
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           ELSE
             WRITE REPORT-LINE FROM WS-TOP-HEADINGS
             PERFORM 545-PRINT-ONE-TOP
                 VARYING WS-TOP-POS FROM 1 BY 1
                   UNTIL WS-TOP-POS > WS-TOP-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
      *
       545-PRINT-ONE-TOP.
      *
           MOVE WS-TOP-POS                 TO WS-TL-RANK
           MOVE WT-CLIENT-CODE(WS-TOP-POS) TO WS-TL-CLIENT-CODE
           IF WT-CLIENT-CODE(WS-TOP-POS) = SPACES
             MOVE 'TRADES WITH NO CLIENT CODE' TO WS-TL-CLIENT-NAME
           ELSE
             MOVE WT-CLIENT-CODE(WS-TOP-POS) TO CLI-CLIENT-CODE
             READ CLIENT-MASTER-FILE
               INVALID KEY
                 MOVE 'NOT ON CLIENT MASTER' TO CLI-CLIENT-NAME
             END-READ
             MOVE CLI-CLIENT-NAME TO WS-TL-CLIENT-NAME
           END-IF
           MOVE WT-TRADES(WS-TOP-POS)      TO WS-TL-TRADES
           MOVE WT-CURRENT(WS-TOP-POS)     TO WS-TL-CURRENT
           MOVE WT-PROPOSED(WS-TOP-POS)    TO WS-TL-PROPOSED
           MOVE WT-DIFF(WS-TOP-POS)        TO WS-TL-DIFFERENCE
           MOVE ZERO TO WS-PERCENT
           IF WT-CURRENT(WS-TOP-POS) NOT = ZERO
             COMPUTE WS-PERCENT ROUNDED =
                 WT-DIFF(WS-TOP-POS) * 100 / WT-CURRENT(WS-TOP-POS)
               ON SIZE ERROR
                 MOVE ZERO TO WS-PERCENT
             END-COMPUTE
           END-IF
           MOVE WS-PERCENT TO WS-TL-PERCENT
           WRITE REPORT-LINE FROM WS-TOP-LINE.
      *
       560-PRINT-COUNTS.
      *
           MOVE 'HISTORY ENTRIES READ FOR THE MONTH' TO WT-TAG
           MOVE WS-ENTRY-COUNT       TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ORIGINAL TRADES RE-PRICED'          TO WT-TAG
           MOVE WS-ORIGINAL-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'REVERSALS RE-PRICED (NETTED OFF)'   TO WT-TAG
           MOVE WS-REVERSAL-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ADJUSTMENTS (AS BILLED ONLY)'       TO WT-TAG
           MOVE WS-ADJUSTMENT-COUNT  TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'UNREADABLE ENTRIES SKIPPED'         TO WT-TAG
           MOVE WS-UNREADABLE-COUNT  TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENTS TRADED'                     TO WT-TAG
           MOVE WS-CLIENT-COUNT      TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'CLIENTS WHOSE CHARGES CHANGE'       TO WT-TAG
           MOVE WS-MOVED-COUNT       TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SCENARIO RECORDS READ'              TO WT-TAG
           MOVE WS-SCN-READ-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SCENARIO RECORDS APPLIED'           TO WT-TAG
           MOVE WS-SCN-APPLIED-COUNT TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SCENARIO RECORDS NOT USED'          TO WT-TAG
           MOVE WS-SCN-UNUSED-COUNT  TO WT-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
      *
       END PROGRAM MTSWIF0.
