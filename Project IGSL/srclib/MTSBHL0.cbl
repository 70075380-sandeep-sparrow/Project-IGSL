      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: NIGHTLY EXCHANGE CLOSING-PRICE (BHAVCOPY) LOAD. THE
      *        : BHAVIN FILE (MTSBHV0), ALREADY PROVED BY THE MTSEDT2
      *        : EDIT GATE, IS WALKED IN SCRIP ORDER AGAINST THE
      *        : SCRMAS SCRIP MASTER (MTSSCR0):
      *        :   - EVERY SCRIP'S PRICES GO ONTO THE PRCMAS DATED
      *        :     PRICE HISTORY (MTSPRC0) FOR THE TRADE DATE;
      *        :   - A SCRIP ON SCRMAS HAS ITS PRICE BAND REFRESHED
      *        :     FROM THE EXCHANGE'S NEXT-SESSION BAND - THE BAND
      *        :     MTSPGM0 VALIDATES A KEYED PRICE AGAINST. A SCRIP
      *        :     THE EXCHANGE SETS NO BAND FOR KEEPS THE ONE ON
      *        :     FILE;
      *        :   - AN ACTIVE SCRMAS SCRIP MISSING FROM THE FILE IS
      *        :     LISTED AS AN EXCEPTION - USUALLY A SUSPENSION
      *        :     NOT YET KEYED ON MTSP - AND ENDS THE STEP RC=4.
      *        : RERUN-SAFE: A PRICE ALREADY ON PRCMAS FOR THE DATE IS
      *        : REPLACED, AND THE BAND REFRESH IS THE SAME EITHER WAY.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSBHL0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT BHAVCOPY-FILE ASSIGN TO BHAVIN
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT SCRIP-MASTER-FILE ASSIGN TO SCRMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-SCRIP-CODE
               FILE STATUS IS WS-SCRMAS-STATUS.
      *
           SELECT PRICE-HISTORY-FILE ASSIGN TO PRCMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-KEY
               FILE STATUS IS WS-PRCMAS-STATUS.
      *
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BDT-CONTROL-KEY
               FILE STATUS IS WS-BUSDAT-STATUS.
      *
           SELECT REPORT-FILE ASSIGN TO BHLRPT
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
       FD  SCRIP-MASTER-FILE.
           COPY MTSSCR0.
      *
       FD  PRICE-HISTORY-FILE.
           COPY MTSPRC0.
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
       01  WS-SCRMAS-STATUS           PIC X(02).
       01  WS-PRCMAS-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
       01  WS-BHV-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-BHAVCOPY                            VALUE 'Y'.
       01  WS-SCR-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-SCRIPS                              VALUE 'Y'.
      *
      * Match-walk keys: an exhausted side carries HIGH-VALUES so the
      * other side simply runs out against it.
       01  WS-BHV-KEY                 PIC X(10).
       01  WS-SCR-KEY                 PIC X(10).
      *
       01  WS-PRICED-COUNT            PIC 9(06)          VALUE ZERO.
       01  WS-BAND-COUNT              PIC 9(06)          VALUE ZERO.
       01  WS-NO-BAND-COUNT           PIC 9(06)          VALUE ZERO.
       01  WS-NOT-ON-MASTER-COUNT     PIC 9(06)          VALUE ZERO.
       01  WS-MISSING-COUNT           PIC 9(06)          VALUE ZERO.
       01  WS-SUSPENDED-COUNT         PIC 9(06)          VALUE ZERO.
       01  WS-FAILED-COUNT            PIC 9(06)          VALUE ZERO.
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
              VALUE '*** IGSL EXCHANGE CLOSING-PRICE LOAD REGISTE'.
           05 FILLER                  PIC X(06)  VALUE 'R ***'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WH-BUSINESS-DATE        PIC 9(08).
      *
       01  WS-COLUMN-HEADINGS.
           05 FILLER                  PIC X(12)  VALUE 'SCRIP'.
           05 FILLER                  PIC X(32)  VALUE 'SCRIP NAME'.
           05 FILLER                  PIC X(04)  VALUE 'SEG'.
           05 FILLER                  PIC X(12)  VALUE '   BAND LOW'.
           05 FILLER                  PIC X(12)  VALUE '  BAND HIGH'.
           05 FILLER                  PIC X(40)  VALUE 'EXCEPTION'.
      *
       01  WS-EXCEPTION-LINE.
           05 WX-SCRIP-CODE           PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WX-SCRIP-NAME           PIC X(30).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WX-SEGMENT              PIC X(01).
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WX-BAND-LOW             PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WX-BAND-HIGH            PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WX-TEXT                 PIC X(50).
      *
       01  WS-COUNT-LINE.
           05 WC-TAG                  PIC X(34).
           05 WC-COUNT                PIC ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           PERFORM 020-READ-BHAVCOPY
           PERFORM 025-READ-SCRIP
           PERFORM 030-MATCH-ONE-KEY
               UNTIL END-OF-BHAVCOPY AND END-OF-SCRIPS
      *
           PERFORM 045-PRINT-TOTALS
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
           OPEN INPUT BHAVCOPY-FILE
           OPEN I-O SCRIP-MASTER-FILE
           IF WS-SCRMAS-STATUS NOT = '00'
             DISPLAY "SCRMAS OPEN FAILED, STATUS = " WS-SCRMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O PRICE-HISTORY-FILE
           IF WS-PRCMAS-STATUS NOT = '00'
             DISPLAY "PRCMAS OPEN FAILED, STATUS = " WS-PRCMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
      *
           MOVE WS-PROC-DATE-N TO WH-BUSINESS-DATE
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADINGS
      *
           MOVE LOW-VALUES TO SCR-SCRIP-CODE
           START SCRIP-MASTER-FILE KEY NOT < SCR-SCRIP-CODE
             INVALID KEY
               MOVE 'Y' TO WS-SCR-EOF-SWITCH
           END-START.
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
      * The control trailer is end of file - MTSEDT2 has already
      * proved the details against it.
       020-READ-BHAVCOPY.
      *
           IF NOT END-OF-BHAVCOPY
             READ BHAVCOPY-FILE
               AT END
                 MOVE 'Y' TO WS-BHV-EOF-SWITCH
             END-READ
           END-IF
           IF NOT END-OF-BHAVCOPY
              AND BHT-IS-TRAILER
             MOVE 'Y' TO WS-BHV-EOF-SWITCH
           END-IF
           IF END-OF-BHAVCOPY
             MOVE HIGH-VALUES    TO WS-BHV-KEY
           ELSE
             MOVE BHV-SCRIP-CODE TO WS-BHV-KEY
           END-IF.
      *
       025-READ-SCRIP.
      *
           IF NOT END-OF-SCRIPS
             READ SCRIP-MASTER-FILE NEXT
               AT END
                 MOVE 'Y' TO WS-SCR-EOF-SWITCH
             END-READ
           END-IF
           IF END-OF-SCRIPS
             MOVE HIGH-VALUES    TO WS-SCR-KEY
           ELSE
             MOVE SCR-SCRIP-CODE TO WS-SCR-KEY
           END-IF.
      *
       030-MATCH-ONE-KEY.
      *
           EVALUATE TRUE
             WHEN WS-BHV-KEY = WS-SCR-KEY
               PERFORM 035-STORE-PRICE
               PERFORM 036-REFRESH-BAND
               PERFORM 020-READ-BHAVCOPY
               PERFORM 025-READ-SCRIP
             WHEN WS-BHV-KEY < WS-SCR-KEY
      * Priced at the exchange but never set up here - the price is
      * kept so a scrip added later has history behind it.
               PERFORM 035-STORE-PRICE
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
               PERFORM 020-READ-BHAVCOPY
             WHEN OTHER
               PERFORM 038-SCRIP-NOT-PRICED
               PERFORM 025-READ-SCRIP
           END-EVALUATE.
      *
       035-STORE-PRICE.
      *
           MOVE SPACES                 TO PRICE-HISTORY-RECORD
           MOVE BHV-SCRIP-CODE         TO PRC-SCRIP-CODE
           COMPUTE PRC-PRICE-CDATE = 99999999 - BHV-TRADE-DATE
           MOVE BHV-TRADE-DATE         TO PRC-PRICE-DATE
           MOVE BHV-OPEN-PRICE         TO PRC-OPEN-PRICE
           MOVE BHV-HIGH-PRICE         TO PRC-HIGH-PRICE
           MOVE BHV-LOW-PRICE          TO PRC-LOW-PRICE
           MOVE BHV-CLOSE-PRICE        TO PRC-CLOSE-PRICE
           MOVE BHV-PREV-CLOSE         TO PRC-PREV-CLOSE
           MOVE BHV-TRADED-QTY         TO PRC-TRADED-QTY
           MOVE WS-PROC-DATE-N         TO PRC-LOAD-DATE
           WRITE PRICE-HISTORY-RECORD
           IF WS-PRCMAS-STATUS = '22'
             REWRITE PRICE-HISTORY-RECORD
           END-IF
           IF WS-PRCMAS-STATUS = '00'
             ADD 1 TO WS-PRICED-COUNT
           ELSE
             DISPLAY "PRCMAS WRITE FAILED FOR " BHV-SCRIP-CODE
                     ", STATUS = " WS-PRCMAS-STATUS
             ADD 1 TO WS-FAILED-COUNT
             MOVE 4 TO RETURN-CODE
           END-IF.
      *
       036-REFRESH-BAND.
      *
           IF BHV-BAND-HIGH = ZERO
             ADD 1 TO WS-NO-BAND-COUNT
           ELSE
             MOVE BHV-BAND-LOW  TO SCR-BAND-LOW
             MOVE BHV-BAND-HIGH TO SCR-BAND-HIGH
             REWRITE SCRIP-MASTER-RECORD
             IF WS-SCRMAS-STATUS = '00'
               ADD 1 TO WS-BAND-COUNT
             ELSE
               DISPLAY "SCRMAS REWRITE FAILED FOR " SCR-SCRIP-CODE
                       ", STATUS = " WS-SCRMAS-STATUS
               ADD 1 TO WS-FAILED-COUNT
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
      *
      * A suspended scrip is expected to be absent; an active one
      * that the exchange did not price is the exception the desk
      * follows up.
       038-SCRIP-NOT-PRICED.
      *
           IF SCR-IS-SUSPENDED
             ADD 1 TO WS-SUSPENDED-COUNT
           ELSE
             ADD 1 TO WS-MISSING-COUNT
             MOVE 4 TO RETURN-CODE
             MOVE SCR-SCRIP-CODE  TO WX-SCRIP-CODE
             MOVE SCR-SCRIP-NAME  TO WX-SCRIP-NAME
             MOVE SCR-SEGMENT     TO WX-SEGMENT
             MOVE SCR-BAND-LOW    TO WX-BAND-LOW
             MOVE SCR-BAND-HIGH   TO WX-BAND-HIGH
             MOVE 'NOT ON EXCHANGE FILE - CHECK FOR SUSPENSION'
                  TO WX-TEXT
             WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
           END-IF.
      *
       045-PRINT-TOTALS.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'PRICES STORED                   =' TO WC-TAG
           MOVE WS-PRICED-COUNT                     TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'PRICE BANDS REFRESHED           =' TO WC-TAG
           MOVE WS-BAND-COUNT                       TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'NO EXCHANGE BAND - BAND KEPT    =' TO WC-TAG
           MOVE WS-NO-BAND-COUNT                    TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'PRICED, NOT ON SCRIP MASTER     =' TO WC-TAG
           MOVE WS-NOT-ON-MASTER-COUNT              TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ACTIVE SCRIPS NOT PRICED        =' TO WC-TAG
           MOVE WS-MISSING-COUNT                    TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SUSPENDED SCRIPS NOT PRICED     =' TO WC-TAG
           MOVE WS-SUSPENDED-COUNT                  TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'UPDATES FAILED (SEE SYSOUT)     =' TO WC-TAG
           MOVE WS-FAILED-COUNT                     TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
      *
       050-TERMINATE.
      *
           CLOSE BHAVCOPY-FILE
           CLOSE SCRIP-MASTER-FILE
           CLOSE PRICE-HISTORY-FILE
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSBHL0 - BUSINESS DATE      = " WS-PROC-DATE-N
           DISPLAY "MTSBHL0 - PRICES STORED      = " WS-PRICED-COUNT
           DISPLAY "MTSBHL0 - BANDS REFRESHED    = " WS-BAND-COUNT
           DISPLAY "MTSBHL0 - NOT ON MASTER      = "
                   WS-NOT-ON-MASTER-COUNT
           DISPLAY "MTSBHL0 - ACTIVE NOT PRICED  = " WS-MISSING-COUNT
           DISPLAY "MTSBHL0 - UPDATES FAILED     = " WS-FAILED-COUNT.
      *
       END PROGRAM MTSBHL0.
