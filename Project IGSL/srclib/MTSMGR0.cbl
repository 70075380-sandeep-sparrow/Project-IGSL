      *        : USED, THE DIFFERENCE AND THE AUTHORIZING SUPERVISOR,
      *        : SO THE RISK DESK REVIEWS EVERY DEPARTURE FROM ITS
      *        : OWN NUMBERS THE NEXT MORNING.
      *        : A SECOND SECTION LISTS THE MTSD DAY-OPEN OVERRIDES
      *        : JOURNALLED TO MNTJRN (SEE MTSJRN0) FOR THE BUSINESS
      *        : DATE ON BUSDAT - THE DAY A SUPERVISOR OPENED OVER
      *        : EOD STEPS NOT YET COMPLETE - WITH THE SUPERVISOR,
      *        : THE REASON AND THE STEPS OUTSTANDING. THE JOB RUNS
      *        : BEFORE THE DAY-OPEN, SO BUSDAT STILL CARRIES THE DAY
      *        : UNDER REVIEW; SYSTEM DATE WHEN BUSDAT IS ABSENT. AN
      *        : UNREADABLE MNTJRN ENDS THE STEP RC=4.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
      *
           SELECT REPORT-FILE ASSIGN TO MGXRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT MAINT-JOURNAL-FILE ASSIGN TO MNTJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS WS-MNTJRN-STATUS.
      *
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BDT-CONTROL-KEY
               FILE STATUS IS WS-BUSDAT-STATUS.
      *
       DATA DIVISION.
      *
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
       FD  MAINT-JOURNAL-FILE.
           COPY MTSJRN0.
      *
       FD  BUSINESS-DATE-FILE.
           COPY MTSBDT0.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MNTJRN-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
       01  WS-JRN-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-JOURNAL                             VALUE 'Y'.
       01  WS-DAY-OPEN-COUNT          PIC 9(06)          VALUE ZERO.
      *
      * Day-open overrides are journalled under the wall-clock date,
      * which can run ahead of or behind the business date opened -
      * the journal is read from a week before the day under review.
       01  WS-JRN-FROM-N              PIC 9(08).
      *
        01  SYSTEM-DATE-AND-TIME.
            05  CURRENT-DATE.
                10  CURRENT-YEAR      PIC 9(2).
                10  CURRENT-MONTH     PIC 9(2).
                10  CURRENT-DAY       PIC 9(2).
      *
       01  WS-PROC-DATE.
           05 WS-PROC-YEAR            PIC 9(4).
           05 WS-PROC-MONTH           PIC 9(2).
           05 WS-PROC-DAY             PIC 9(2).
       01  WS-PROC-DATE-N REDEFINES WS-PROC-DATE
                                      PIC 9(8).
      *
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-FILE                                VALUE 'Y'.
           05 FILLER                  PIC X(22)
              VALUE 'OVERRIDES LISTED     ='.
           05 WX-COUNT                PIC ZZZ,ZZ9.
      *
       01  WS-DAY-OPEN-HEADING.
           05 FILLER                  PIC X(41)
              VALUE '*** DAY-OPEN OVERRIDES OVER INCOMPLETE EO'.
           05 FILLER                  PIC X(14)
              VALUE 'D - OPENED ON '.
           05 WD-REVIEW-DATE          PIC 9(08).
           05 FILLER                  PIC X(04)  VALUE ' ***'.
      *
       01  WS-DAY-OPEN-COLUMNS.
           05 FILLER                  PIC X(10)  VALUE 'OPENED'.
           05 FILLER                  PIC X(10)  VALUE 'DAY LEFT'.
           05 FILLER                  PIC X(10)  VALUE 'SUPERVSR'.
           05 FILLER                  PIC X(10)  VALUE 'OPERATOR'.
           05 FILLER                  PIC X(10)  VALUE 'TIME'.
           05 FILLER                  PIC X(06)  VALUE 'STEPS'.
           05 FILLER                  PIC X(18)  VALUE 'OUTSTANDING'.
           05 FILLER                  PIC X(40)  VALUE 'REASON'.
      *
       01  WS-DAY-OPEN-LINE.
           05 WD-OPEN-DATE            PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-PRIOR-DATE           PIC X(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-SUPERVISOR           PIC X(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-OPERATOR             PIC X(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-TIME                 PIC X(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-STEP-COUNT           PIC Z9.
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 WD-FIRST-STEPS          PIC X(16).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-REASON               PIC X(40).
      *
      * Outstanding steps past the first two, under the override
      * they belong to.
       01  WS-DAY-OPEN-STEPS-LINE.
           05 FILLER                  PIC X(56)  VALUE SPACES.
           05 WD-MORE-STEPS           PIC X(64).
      *
       01  WS-DAY-OPEN-COUNT-LINE.
           05 FILLER                  PIC X(22)
              VALUE 'DAY-OPEN OVERRIDES   ='.
           05 WD-COUNT                PIC ZZZ,ZZ9.
      *
       01  WS-MESSAGE-LINE            PIC X(80).
      *
       PROCEDURE DIVISION.
      *
           WRITE REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WX-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
      *
           PERFORM 030-LIST-DAY-OPEN-OVERRIDES
      *
           CLOSE TXN-LOG-FILE
           CLOSE REPORT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
      *
       030-LIST-DAY-OPEN-OVERRIDES.
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
           END-IF
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PROC-DATE-N TO WD-REVIEW-DATE
           WRITE REPORT-LINE FROM WS-DAY-OPEN-HEADING
      *
           OPEN INPUT MAINT-JOURNAL-FILE
           IF WS-MNTJRN-STATUS NOT = '00'
             MOVE 'MNTJRN UNAVAILABLE - DAY-OPEN OVERRIDES NOT CHECKED'
                  TO WS-MESSAGE-LINE
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
             DISPLAY WS-MESSAGE-LINE
             MOVE 4 TO RETURN-CODE
           ELSE
             WRITE REPORT-LINE FROM WS-DAY-OPEN-COLUMNS
             COMPUTE WS-JRN-FROM-N = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-PROC-DATE-N) - 7)
             MOVE LOW-VALUES    TO JRN-KEY
             MOVE WS-JRN-FROM-N TO JRN-CHANGE-DATE
             START MAINT-JOURNAL-FILE KEY NOT < JRN-KEY
               INVALID KEY
                 MOVE 'Y' TO WS-JRN-EOF-SWITCH
             END-START
             PERFORM 035-READ-JOURNAL UNTIL END-OF-JOURNAL
             CLOSE MAINT-JOURNAL-FILE
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE WS-DAY-OPEN-COUNT TO WD-COUNT
             WRITE REPORT-LINE FROM WS-DAY-OPEN-COUNT-LINE
           END-IF.
      *
      * Only BUSDAT journal entries are day-open overrides; the one
      * listed is the one that opened the business date under
      * review. A step-list record carries the rest of the steps of
      * the override just listed (same change time) - see MTSJRN0.
       035-READ-JOURNAL.
      *
           READ MAINT-JOURNAL-FILE NEXT
             AT END
               MOVE 'Y' TO WS-JRN-EOF-SWITCH
           END-READ
           IF NOT END-OF-JOURNAL
             IF JRN-FILE-ID = 'BUSDAT'
                AND JRN-DOV-OPEN-DATE = WS-PROC-DATE-N
                AND JRN-DOS-STEPS-RECORD
               IF WS-DAY-OPEN-COUNT > ZERO
                  AND JRN-CHANGE-TIME = WD-TIME
                 MOVE JRN-DOS-STEP-LIST      TO WD-MORE-STEPS
                 WRITE REPORT-LINE FROM WS-DAY-OPEN-STEPS-LINE
               END-IF
             END-IF
             IF JRN-FILE-ID = 'BUSDAT'
                AND JRN-DOV-OPEN-DATE = WS-PROC-DATE-N
                AND JRN-DOV-HEAD-RECORD
               ADD 1 TO WS-DAY-OPEN-COUNT
               MOVE JRN-DOV-OPEN-DATE        TO WD-OPEN-DATE
               MOVE JRN-BEFORE-IMAGE(2:8)    TO WD-PRIOR-DATE
               MOVE JRN-DOV-SUPERVISOR       TO WD-SUPERVISOR
               MOVE JRN-OPERATOR             TO WD-OPERATOR
               MOVE JRN-CHANGE-TIME          TO WD-TIME
               MOVE JRN-DOV-STEP-COUNT       TO WD-STEP-COUNT
               MOVE JRN-DOV-FIRST-STEPS      TO WD-FIRST-STEPS
               MOVE JRN-DOV-REASON           TO WD-REASON
               WRITE REPORT-LINE FROM WS-DAY-OPEN-LINE
             END-IF
           END-IF.
      *
       END PROGRAM MTSMGR0.
