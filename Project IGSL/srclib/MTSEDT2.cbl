      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: PRE-VALIDATION EDIT OF THE EXCHANGE CLOSING-PRICE
      *        : FILE (BHAVIN) BEFORE THE MTSBHL0 PRICE LOAD RUNS -
      *        : THE MTSEDT0 GATE APPLIED TO THE BHAVCOPY. PROVES
      *        : EVERY DETAIL RECORD NUMERIC WITH A NON-ZERO CLOSE
      *        : AND A BAND LOW NOT ABOVE ITS BAND HIGH, THE SCRIP
      *        : CODES STRICTLY ASCENDING (DUPLICATE-FREE), EVERY
      *        : DETAIL DATED THE BUSINESS DATE (A STALE FILE MUST
      *        : NOT REFRESH TOMORROW'S BANDS), AND THE FILE IN
      *        : BALANCE WITH THE CONTROL TRAILER THE EXCHANGE
      *        : APPENDS (RECORD COUNT AND CLOSE HASH TOTAL - SEE
      *        : MTSBHV0). ANY FAILURE PRINTS AN EDIT REPORT AND
      *        : ENDS RC=12, AND THE JOB HOLDS THE LOAD - A BAD FILE
      *        : NEVER REACHES SCRMAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSEDT2.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT BHAVCOPY-FILE ASSIGN TO BHAVIN
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BDT-CONTROL-KEY
               FILE STATUS IS WS-BUSDAT-STATUS.
      *
           SELECT REPORT-FILE ASSIGN TO EDTOUT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  BHAVCOPY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSBHV0.
      *
       FD  BUSINESS-DATE-FILE.
           COPY MTSBDT0.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BUSDAT-STATUS           PIC X(02).
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-FILE                                VALUE 'Y'.
       01  WS-FILE-OK-IND             PIC X(01)          VALUE 'Y'.
           88 FILE-IS-CLEAN                              VALUE 'Y'.
       01  WS-TRAILER-SEEN-IND        PIC X(01)          VALUE 'N'.
           88 TRAILER-SEEN                               VALUE 'Y'.
      *
       01  WS-RECORD-COUNT            PIC 9(08)          VALUE ZERO.
       01  WS-ERROR-COUNT             PIC 9(06)          VALUE ZERO.
       01  WS-PREV-SCRIP-CODE         PIC X(10)          VALUE SPACES.
      *
      * Hash total: sum of the closing prices in paise, carried wide
      * and compared on its low-order nine digits - the definition
      * the trailer's BHT-CLOSE-HASH uses (MTSBHV0).
       01  WS-CLOSE-SUM               PIC 9(13)V99       VALUE ZERO.
       01  WS-HASH-WORK               PIC 9(15).
       01  WS-HASH-LOW9               PIC 9(09).
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
       01  WS-HEADING-LINE.
           05 FILLER                  PIC X(44)
              VALUE '*** IGSL EXCHANGE CLOSING-PRICE FILE EDIT RE'.
           05 FILLER                  PIC X(09)  VALUE 'PORT ***'.
      *
       01  WS-DATE-LINE.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WD-BUSINESS-DATE        PIC 9(08).
      *
       01  WS-ERROR-LINE.
           05 FILLER                  PIC X(07)  VALUE 'RECORD '.
           05 WE-RECORD-NO            PIC ZZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WE-SCRIP-CODE           PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WE-ERROR-TEXT           PIC X(45).
      *
       01  WS-SUMMARY-LINE.
           05 WE-SUMMARY-TAG          PIC X(24).
           05 WE-SUMMARY-COUNT        PIC ZZZZ,ZZ9.
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
           OPEN INPUT  BHAVCOPY-FILE
           OPEN OUTPUT REPORT-FILE
      *
           WRITE REPORT-LINE FROM WS-HEADING-LINE
           MOVE WS-PROC-DATE-N TO WD-BUSINESS-DATE
           WRITE REPORT-LINE FROM WS-DATE-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
      *
           READ BHAVCOPY-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
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
       020-EDIT-ONE-RECORD.
      *
           EVALUATE TRUE
      *
             WHEN BHT-IS-TRAILER
               PERFORM 025-EDIT-TRAILER
      *
             WHEN TRAILER-SEEN
               ADD 1 TO WS-RECORD-COUNT
               COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
               MOVE 'DATA RECORD AFTER THE CONTROL TRAILER'
                    TO WE-ERROR-TEXT
               PERFORM 028-RAISE-ERROR
      *
             WHEN BHV-SCRIP-CODE = SPACES
               ADD 1 TO WS-RECORD-COUNT
               COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
               MOVE 'SCRIP CODE MISSING'
                    TO WE-ERROR-TEXT
               PERFORM 028-RAISE-ERROR
      *
             WHEN BHV-TRADE-DATE NOT NUMERIC
                  OR BHV-OPEN-PRICE NOT NUMERIC
                  OR BHV-HIGH-PRICE NOT NUMERIC
                  OR BHV-LOW-PRICE NOT NUMERIC
                  OR BHV-CLOSE-PRICE NOT NUMERIC
                  OR BHV-PREV-CLOSE NOT NUMERIC
                  OR BHV-BAND-LOW NOT NUMERIC
                  OR BHV-BAND-HIGH NOT NUMERIC
                  OR BHV-TRADED-QTY NOT NUMERIC
               ADD 1 TO WS-RECORD-COUNT
               COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
               MOVE 'NON-NUMERIC DATE, PRICE, BAND OR QUANTITY'
                    TO WE-ERROR-TEXT
               PERFORM 028-RAISE-ERROR
      *
             WHEN OTHER
               ADD 1 TO WS-RECORD-COUNT
               COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
               PERFORM 022-EDIT-DETAIL-VALUES
      *
           END-EVALUATE
      *
           READ BHAVCOPY-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
       022-EDIT-DETAIL-VALUES.
      *
           IF BHV-TRADE-DATE NOT = WS-PROC-DATE-N
             MOVE 'TRADE DATE IS NOT THE BUSINESS DATE'
                  TO WE-ERROR-TEXT
             PERFORM 028-RAISE-ERROR
           END-IF
           IF BHV-CLOSE-PRICE = ZERO
             MOVE 'CLOSING PRICE IS ZERO'
                  TO WE-ERROR-TEXT
             PERFORM 028-RAISE-ERROR
           END-IF
           IF BHV-BAND-HIGH > ZERO
              AND BHV-BAND-LOW > BHV-BAND-HIGH
             MOVE 'BAND LOW ABOVE BAND HIGH'
                  TO WE-ERROR-TEXT
             PERFORM 028-RAISE-ERROR
           END-IF
      * Strictly ascending proves both the ordering the load's match
      * walk against SCRMAS depends on and the absence of duplicate
      * scrip codes.
           IF BHV-SCRIP-CODE NOT > WS-PREV-SCRIP-CODE
             IF BHV-SCRIP-CODE = WS-PREV-SCRIP-CODE
               MOVE 'DUPLICATE SCRIP CODE'
                    TO WE-ERROR-TEXT
             ELSE
               MOVE 'SCRIP CODE OUT OF ASCENDING ORDER'
                    TO WE-ERROR-TEXT
             END-IF
             PERFORM 028-RAISE-ERROR
           END-IF
           MOVE BHV-SCRIP-CODE TO WS-PREV-SCRIP-CODE
           ADD BHV-CLOSE-PRICE TO WS-CLOSE-SUM.
      *
       025-EDIT-TRAILER.
      *
           MOVE SPACES TO WE-SCRIP-CODE
           IF TRAILER-SEEN
             COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
             MOVE 'MORE THAN ONE CONTROL TRAILER' TO WE-ERROR-TEXT
             PERFORM 028-RAISE-ERROR
           ELSE
             MOVE 'Y' TO WS-TRAILER-SEEN-IND
      *
             IF BHT-RECORD-COUNT NOT NUMERIC
                OR BHT-CLOSE-HASH NOT NUMERIC
               COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
               MOVE 'TRAILER COUNT OR HASH NOT NUMERIC'
                    TO WE-ERROR-TEXT
               PERFORM 028-RAISE-ERROR
             ELSE
               IF BHT-RECORD-COUNT NOT = WS-RECORD-COUNT
                 COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
                 MOVE 'TRAILER RECORD COUNT DOES NOT BALANCE'
                      TO WE-ERROR-TEXT
                 PERFORM 028-RAISE-ERROR
               END-IF
      *
               COMPUTE WS-HASH-WORK = WS-CLOSE-SUM * 100
               MOVE WS-HASH-WORK(7:9) TO WS-HASH-LOW9
               IF BHT-CLOSE-HASH NOT = WS-HASH-LOW9
                 COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
                 MOVE 'TRAILER CLOSE HASH DOES NOT BALANCE'
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
           IF NOT BHT-IS-TRAILER
             MOVE BHV-SCRIP-CODE TO WE-SCRIP-CODE
           END-IF
           WRITE REPORT-LINE FROM WS-ERROR-LINE.
      *
       030-CHECK-TRAILER-PRESENT.
      *
           IF NOT TRAILER-SEEN
             COMPUTE WE-RECORD-NO = WS-RECORD-COUNT
             MOVE SPACES TO WE-SCRIP-CODE
             MOVE 'CONTROL TRAILER MISSING FROM FILE'
                  TO WE-ERROR-TEXT
             ADD 1 TO WS-ERROR-COUNT
             MOVE 'N' TO WS-FILE-OK-IND
             WRITE REPORT-LINE FROM WS-ERROR-LINE
           END-IF.
      *
       040-PRINT-SUMMARY.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
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
             MOVE 'BHAVIN CLEAN - PRICE LOAD MAY RUN'
                  TO WS-VERDICT-LINE
           ELSE
             MOVE 'BHAVIN FAILED EDIT - PRICE LOAD HELD'
                  TO WS-VERDICT-LINE
             MOVE 12 TO RETURN-CODE
           END-IF
           WRITE REPORT-LINE FROM WS-VERDICT-LINE
           DISPLAY WS-VERDICT-LINE.
      *
       050-TERMINATE.
      *
           CLOSE BHAVCOPY-FILE
           CLOSE REPORT-FILE.
      *
       END PROGRAM MTSEDT2.
