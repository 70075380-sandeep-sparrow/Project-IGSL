      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: CLEARING CORPORATION NET FUNDS OBLIGATION
      *        : RECONCILIATION. COMPARES THE CLEARING CORPORATION'S
      *        : NET FUNDS OBLIGATION FOR THE SETTLEMENT DATE (NFOIN,
      *        : MTSNFO0 - PROVEN BY THE MTSNFE0 EDIT GATE) WITH THE
      *        : TOTAL OF OUR CLIENT NETS FOR THE SAME DATE OFF THE
      *        : MTSSTM0 CLINET WORK FILE (MTSNET0), SEGMENT BY
      *        : SEGMENT AND FOR THE BOOK. BUY AND SELL
      *        : CONSIDERATION ARE SHOWN SIDE BY SIDE, THEN THE NET
      *        : FUNDS OBLIGATION, WHOSE DIFFERENCE IS BROKEN DOWN
      *        : INTO THE CHARGES THE TWO SIDES DEDUCT DIFFERENTLY -
      *        : OUR CLIENT NETS CARRY IGSL'S OWN BROKERAGE AND GST,
      *        : THE CLEARING CORPORATION ONLY ITS LEVIES - AND THE
      *        : UNEXPLAINED REMAINDER, WHICH IS THE NET
      *        : CONSIDERATION DIFFERENCE. AN UNEXPLAINED DIFFERENCE
      *        : OUTSIDE TOLERANCE ON ANY SEGMENT OR THE BOOK ENDS
      *        : RC=4 AND THE JOB HOLDS THE BANK PAYMENT FILE. A FILE
      *        : FOR ANOTHER SETTLEMENT DATE IS NOT RECONCILED AT
      *        : ALL - RC=12, THE BANK FILE HELD THE SAME WAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSNFR0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT NET-OBLIGATION-FILE ASSIGN TO NFOIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NFOIN-STATUS.
      *
           SELECT CLIENT-NET-FILE ASSIGN TO CLINET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLINET-STATUS.
      *
           SELECT REPORT-FILE ASSIGN TO NFRRPT
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
       FD  CLIENT-NET-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSNET0.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-NFOIN-STATUS            PIC X(02).
       01  WS-CLINET-STATUS           PIC X(02).
      *
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-FILE                                VALUE 'Y'.
      *
      * Allowed unexplained difference per segment and for the book,
      * in rupees - the MTSRECN0 figure.
       01  WS-TOLERANCE               PIC 9(04)V99       VALUE 1.00.
      *
       01  WS-NFO-SETTLE-DATE         PIC 9(08)          VALUE ZERO.
       01  WS-WRONG-DATE-COUNT        PIC 9(07)          VALUE ZERO.
       01  WS-CLIENT-COUNT            PIC 9(07)          VALUE ZERO.
       01  WS-NFO-COUNT               PIC 9(05)          VALUE ZERO.
       01  WS-OUT-COUNT               PIC 9(05)          VALUE ZERO.
      *
      * Segment table in MTSDED0's segment order; entry 6 is the
      * book total.
       01  WS-SEGMENT-CODES           PIC X(05)          VALUE 'NBFCM'.
       01  WS-SEG-SUB                 PIC S9(4) COMP.
       01  WS-SEGMENT-NAME-VALUES.
           05 FILLER                  PIC X(22)
              VALUE 'NSE CASH'.
           05 FILLER                  PIC X(22)
              VALUE 'BSE CASH'.
           05 FILLER                  PIC X(22)
              VALUE 'FUTURES AND OPTIONS'.
           05 FILLER                  PIC X(22)
              VALUE 'CURRENCY DERIVATIVES'.
           05 FILLER                  PIC X(22)
              VALUE 'COMMODITY DERIVATIVES'.
           05 FILLER                  PIC X(22)
              VALUE 'ALL SEGMENTS'.
       01  WS-SEGMENT-NAMES REDEFINES WS-SEGMENT-NAME-VALUES.
           05 WS-SEGMENT-NAME OCCURS 6 TIMES
                                      PIC X(22).
      *
      * Both sides signed the client-net way - sells less buys less
      * charges, positive money coming in to IGSL's clients.
       01  WS-SEGMENT-TABLE.
           05 WS-SEGMENT-ENTRY OCCURS 6 TIMES.
               10 SG-NFO-IND          PIC X(01).
                   88 SG-ON-NFO                          VALUE 'Y'.
               10 SG-OUR-BUY          PIC S9(13)V99.
               10 SG-OUR-SELL         PIC S9(13)V99.
               10 SG-OUR-CHARGES      PIC S9(13)V99.
               10 SG-OUR-NET          PIC S9(13)V99.
               10 SG-CC-BUY           PIC S9(13)V99.
               10 SG-CC-SELL          PIC S9(13)V99.
               10 SG-CC-CHARGES       PIC S9(13)V99.
               10 SG-CC-NET           PIC S9(13)V99.
      *
       01  WS-NET-DIFFERENCE          PIC S9(13)V99.
       01  WS-CHARGE-DIFFERENCE       PIC S9(13)V99.
       01  WS-UNEXPLAINED             PIC S9(13)V99.
       01  WS-ABS-UNEXPLAINED         PIC 9(13)V99.
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
              VALUE '*** IGSL CLEARING CORPORATION NET FUNDS OBLI'.
           05 FILLER                  PIC X(30)
              VALUE 'GATION RECONCILIATION ***'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(17)
              VALUE 'SETTLEMENT DATE: '.
           05 WH-SETTLE-DATE          PIC 9(08).
           05 FILLER                  PIC X(14)
              VALUE '   RUN DATE: '.
           05 WH-RUN-DATE             PIC 9(08).
           05 FILLER                  PIC X(15)
              VALUE '   TOLERANCE: '.
           05 WH-TOLERANCE            PIC Z,ZZ9.99.
      *
       01  WS-COLUMN-HEADING.
           05 FILLER                  PIC X(40)  VALUE SPACES.
           05 FILLER                  PIC X(22)
              VALUE '          IGSL CLIENTS'.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(22)
              VALUE '   CLEARING CORPORATN'.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(22)
              VALUE '            DIFFERENCE'.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(20)  VALUE 'STATUS'.
      *
       01  WS-SEGMENT-LINE.
           05 FILLER                  PIC X(08)  VALUE 'SEGMENT '.
           05 WG-SEGMENT-CODE         PIC X(01).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WG-SEGMENT-NAME         PIC X(22).
           05 WG-NOTE                 PIC X(40).
      *
       01  WS-COMPARE-LINE.
           05 WC-ITEM                 PIC X(40).
           05 WC-OURS                 PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WC-THEIRS               PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WC-DIFFERENCE           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WC-FLAG                 PIC X(20).
      *
      * The charges and unexplained lines carry only a difference.
       01  WS-BREAKDOWN-LINE.
           05 WK-ITEM                 PIC X(40).
           05 FILLER                  PIC X(48)  VALUE SPACES.
           05 WK-DIFFERENCE           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WK-FLAG                 PIC X(20).
      *
       01  WS-VERDICT-LINE            PIC X(80).
      *
       01  WS-TOTAL-LINE.
           05 WT-TAG                  PIC X(44).
           05 WT-COUNT                PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           PERFORM 020-LOAD-OBLIGATION
      *
           PERFORM 030-ADD-CLIENT-NETS
      *
           PERFORM 040-RECONCILE-SEGMENTS
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
           PERFORM 012-CLEAR-SEGMENT
               VARYING WS-SEG-SUB FROM 1 BY 1
                 UNTIL WS-SEG-SUB > 6
      *
           PERFORM 035-OPEN-FILES.
      *
       012-CLEAR-SEGMENT.
      *
           MOVE 'N'  TO SG-NFO-IND(WS-SEG-SUB)
           MOVE ZERO TO SG-OUR-BUY(WS-SEG-SUB)
                        SG-OUR-SELL(WS-SEG-SUB)
                        SG-OUR-CHARGES(WS-SEG-SUB)
                        SG-OUR-NET(WS-SEG-SUB)
                        SG-CC-BUY(WS-SEG-SUB)
                        SG-CC-SELL(WS-SEG-SUB)
                        SG-CC-CHARGES(WS-SEG-SUB)
                        SG-CC-NET(WS-SEG-SUB).
      *
      * The file has passed MTSNFE0, so every detail is for a known
      * segment, stated once, and the trailer closes it.
       020-LOAD-OBLIGATION.
      *
           MOVE 'N' TO WS-EOF-SWITCH
           READ NET-OBLIGATION-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           PERFORM 021-LOAD-ONE-SEGMENT UNTIL END-OF-FILE
           CLOSE NET-OBLIGATION-FILE.
      *
       021-LOAD-ONE-SEGMENT.
      *
           IF NFT-TRAILER-ID = 'TR'
             MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
             ADD 1 TO WS-NFO-COUNT
             MOVE NFO-SETTLEMENT-DATE TO WS-NFO-SETTLE-DATE
             MOVE 1 TO WS-SEG-SUB
             PERFORM 025-STEP-SEGMENT
                 UNTIL WS-SEG-SUB > 5
                    OR WS-SEGMENT-CODES(WS-SEG-SUB:1) = NFO-SEGMENT
             IF WS-SEG-SUB NOT > 5
               MOVE 'Y'            TO SG-NFO-IND(WS-SEG-SUB)
               MOVE NFO-BUY-VALUE  TO SG-CC-BUY(WS-SEG-SUB)
               MOVE NFO-SELL-VALUE TO SG-CC-SELL(WS-SEG-SUB)
               MOVE NFO-CHARGES    TO SG-CC-CHARGES(WS-SEG-SUB)
               IF NFO-IS-PAY-IN
                 COMPUTE SG-CC-NET(WS-SEG-SUB) = 0 - NFO-NET-AMOUNT
               ELSE
                 MOVE NFO-NET-AMOUNT TO SG-CC-NET(WS-SEG-SUB)
               END-IF
             END-IF
             READ NET-OBLIGATION-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-SWITCH
             END-READ
           END-IF.
      *
       025-STEP-SEGMENT.
      *
           ADD 1 TO WS-SEG-SUB.
      *
      * A client net for any other settlement date means the
      * clearing corporation's file and our run are not for the
      * same day - nothing is compared.
       030-ADD-CLIENT-NETS.
      *
           MOVE 'N' TO WS-EOF-SWITCH
           READ CLIENT-NET-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           PERFORM 031-ADD-ONE-CLIENT UNTIL END-OF-FILE
           CLOSE CLIENT-NET-FILE
      *
           MOVE WS-NFO-SETTLE-DATE TO WH-SETTLE-DATE
           MOVE WS-PROC-DATE-N     TO WH-RUN-DATE
           MOVE WS-TOLERANCE       TO WH-TOLERANCE
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
      *
           IF WS-WRONG-DATE-COUNT > ZERO
             MOVE 'NOT RECONCILED - CLINET IS NOT FOR THE SETTLEMENT '
                  TO WS-VERDICT-LINE
             MOVE 'DATE ON NFOIN' TO WS-VERDICT-LINE(51:13)
             WRITE REPORT-LINE FROM WS-VERDICT-LINE
             DISPLAY WS-VERDICT-LINE
             MOVE 12 TO RETURN-CODE
             CLOSE REPORT-FILE
             STOP RUN
           END-IF.
      *
       031-ADD-ONE-CLIENT.
      *
           ADD 1 TO WS-CLIENT-COUNT
           IF CNR-SETTLEMENT-DATE NOT = WS-NFO-SETTLE-DATE
             ADD 1 TO WS-WRONG-DATE-COUNT
           END-IF
           PERFORM 032-ADD-CLIENT-SEGMENT
               VARYING WS-SEG-SUB FROM 1 BY 1
                 UNTIL WS-SEG-SUB > 5
           READ CLIENT-NET-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
       032-ADD-CLIENT-SEGMENT.
      *
           ADD CNR-SEG-BUY-TOTAL(WS-SEG-SUB)
               TO SG-OUR-BUY(WS-SEG-SUB)
           ADD CNR-SEG-SELL-TOTAL(WS-SEG-SUB)
               TO SG-OUR-SELL(WS-SEG-SUB)
           ADD CNR-SEG-CHARGE-TOTAL(WS-SEG-SUB)
               TO SG-OUR-CHARGES(WS-SEG-SUB).
      *
       035-OPEN-FILES.
      *
           OPEN INPUT NET-OBLIGATION-FILE
           IF WS-NFOIN-STATUS NOT = '00'
             DISPLAY "NFOIN OPEN FAILED, STATUS = " WS-NFOIN-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT CLIENT-NET-FILE
           IF WS-CLINET-STATUS NOT = '00'
             DISPLAY "CLINET OPEN FAILED, STATUS = " WS-CLINET-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE.
      *
      * Each segment in turn, then the book - the sum of the five
      * built up as they go.
       040-RECONCILE-SEGMENTS.
      *
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
           PERFORM 041-RECONCILE-ONE-SEGMENT
               VARYING WS-SEG-SUB FROM 1 BY 1
                 UNTIL WS-SEG-SUB > 6.
      *
       041-RECONCILE-ONE-SEGMENT.
      *
           COMPUTE SG-OUR-NET(WS-SEG-SUB) =
                   SG-OUR-SELL(WS-SEG-SUB) - SG-OUR-BUY(WS-SEG-SUB)
                 - SG-OUR-CHARGES(WS-SEG-SUB)
           IF WS-SEG-SUB < 6
             ADD SG-OUR-BUY(WS-SEG-SUB)     TO SG-OUR-BUY(6)
             ADD SG-OUR-SELL(WS-SEG-SUB)    TO SG-OUR-SELL(6)
             ADD SG-OUR-CHARGES(WS-SEG-SUB) TO SG-OUR-CHARGES(6)
             ADD SG-CC-BUY(WS-SEG-SUB)      TO SG-CC-BUY(6)
             ADD SG-CC-SELL(WS-SEG-SUB)     TO SG-CC-SELL(6)
             ADD SG-CC-CHARGES(WS-SEG-SUB)  TO SG-CC-CHARGES(6)
             ADD SG-CC-NET(WS-SEG-SUB)      TO SG-CC-NET(6)
           END-IF
      *
      * A segment neither side traded has nothing to show.
           IF WS-SEG-SUB < 6
              AND NOT SG-ON-NFO(WS-SEG-SUB)
              AND SG-OUR-BUY(WS-SEG-SUB) = ZERO
              AND SG-OUR-SELL(WS-SEG-SUB) = ZERO
              AND SG-OUR-CHARGES(WS-SEG-SUB) = ZERO
             CONTINUE
           ELSE
             PERFORM 042-PRINT-SEGMENT
           END-IF.
      *
       042-PRINT-SEGMENT.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SEG-SUB < 6
             MOVE WS-SEGMENT-CODES(WS-SEG-SUB:1) TO WG-SEGMENT-CODE
           ELSE
             MOVE '*'                            TO WG-SEGMENT-CODE
           END-IF
           MOVE WS-SEGMENT-NAME(WS-SEG-SUB) TO WG-SEGMENT-NAME
           IF WS-SEG-SUB < 6 AND NOT SG-ON-NFO(WS-SEG-SUB)
             MOVE 'NOT ON THE CLEARING CORPORATION FILE'
                  TO WG-NOTE
           ELSE
             MOVE SPACES TO WG-NOTE
           END-IF
           WRITE REPORT-LINE FROM WS-SEGMENT-LINE
      *
           MOVE SPACES TO WC-FLAG
           MOVE 'BUY CONSIDERATION'       TO WC-ITEM
           MOVE SG-OUR-BUY(WS-SEG-SUB)    TO WC-OURS
           MOVE SG-CC-BUY(WS-SEG-SUB)     TO WC-THEIRS
           COMPUTE WC-DIFFERENCE =
                   SG-OUR-BUY(WS-SEG-SUB) - SG-CC-BUY(WS-SEG-SUB)
           WRITE REPORT-LINE FROM WS-COMPARE-LINE
           MOVE 'SELL CONSIDERATION'      TO WC-ITEM
           MOVE SG-OUR-SELL(WS-SEG-SUB)   TO WC-OURS
           MOVE SG-CC-SELL(WS-SEG-SUB)    TO WC-THEIRS
           COMPUTE WC-DIFFERENCE =
                   SG-OUR-SELL(WS-SEG-SUB) - SG-CC-SELL(WS-SEG-SUB)
           WRITE REPORT-LINE FROM WS-COMPARE-LINE
           MOVE 'CHARGES DEDUCTED'        TO WC-ITEM
           MOVE SG-OUR-CHARGES(WS-SEG-SUB) TO WC-OURS
           MOVE SG-CC-CHARGES(WS-SEG-SUB) TO WC-THEIRS
           COMPUTE WS-CHARGE-DIFFERENCE =
                   SG-OUR-CHARGES(WS-SEG-SUB)
                 - SG-CC-CHARGES(WS-SEG-SUB)
           MOVE WS-CHARGE-DIFFERENCE      TO WC-DIFFERENCE
           WRITE REPORT-LINE FROM WS-COMPARE-LINE
           MOVE 'NET FUNDS OBLIGATION'    TO WC-ITEM
           MOVE SG-OUR-NET(WS-SEG-SUB)    TO WC-OURS
           MOVE SG-CC-NET(WS-SEG-SUB)     TO WC-THEIRS
           COMPUTE WS-NET-DIFFERENCE =
                   SG-OUR-NET(WS-SEG-SUB) - SG-CC-NET(WS-SEG-SUB)
           MOVE WS-NET-DIFFERENCE         TO WC-DIFFERENCE
           WRITE REPORT-LINE FROM WS-COMPARE-LINE
      *
      * Our charges come off the client nets and the clearing
      * corporation's off its own, so the charge difference is
      * expected; what is left is the consideration.
           MOVE SPACES TO WK-FLAG
           MOVE '  OF WHICH CHARGES NOT LEVIED BY CC'  TO WK-ITEM
           COMPUTE WK-DIFFERENCE = 0 - WS-CHARGE-DIFFERENCE
           WRITE REPORT-LINE FROM WS-BREAKDOWN-LINE
           COMPUTE WS-UNEXPLAINED =
                   WS-NET-DIFFERENCE + WS-CHARGE-DIFFERENCE
           IF WS-UNEXPLAINED < ZERO
             COMPUTE WS-ABS-UNEXPLAINED = 0 - WS-UNEXPLAINED
           ELSE
             MOVE WS-UNEXPLAINED TO WS-ABS-UNEXPLAINED
           END-IF
           MOVE '  UNEXPLAINED DIFFERENCE'             TO WK-ITEM
           MOVE WS-UNEXPLAINED                         TO WK-DIFFERENCE
           IF WS-ABS-UNEXPLAINED > WS-TOLERANCE
             MOVE 'OUT OF TOLERANCE'                   TO WK-FLAG
             ADD 1 TO WS-OUT-COUNT
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 'AGREED'                             TO WK-FLAG
           END-IF
           WRITE REPORT-LINE FROM WS-BREAKDOWN-LINE.
      *
       050-TERMINATE.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CLEARING CORPORATION SEGMENT RECORDS       ' TO WT-TAG
           MOVE WS-NFO-COUNT          TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLIENT NETS ADDED                          ' TO WT-TAG
           MOVE WS-CLIENT-COUNT       TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'SEGMENTS / BOOK OUT OF TOLERANCE           ' TO WT-TAG
           MOVE WS-OUT-COUNT          TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OUT-COUNT > ZERO
             MOVE 'OUT OF TOLERANCE - BANK PAYMENT FILE TO BE HELD'
                  TO WS-VERDICT-LINE
           ELSE
             MOVE 'AGREED WITHIN TOLERANCE - BANK PAYMENT FILE MAY BE'
                  TO WS-VERDICT-LINE
             MOVE ' RELEASED' TO WS-VERDICT-LINE(51:9)
           END-IF
           WRITE REPORT-LINE FROM WS-VERDICT-LINE
           DISPLAY WS-VERDICT-LINE
      *
           CLOSE REPORT-FILE.
      *
       END PROGRAM MTSNFR0.
