      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: MONTHLY HOUSEKEEPING OF THE ONLINE WORKING FILES.
      *        : EACH FILE'S RETENTION PERIOD IS THE RATMAS 'HK'
      *        : RECORD IN FORCE ON THE BUSINESS DATE (MTSRTE0 -
      *        : CODE BK/PR/MJ/PY/LG), SO A CHANGE OF RETENTION IS A
      *        : KEYED-IN MTSM RECORD, NOT A RECOMPILE. A RECORD
      *        : DATED BEFORE THE BUSINESS DATE LESS THE RETENTION
      *        : IS EXPIRED: IT IS WRITTEN TO THAT FILE'S ARCHIVE
      *        : GENERATION FIRST AND ONLY THEN DELETED.
      *        :   BRKMAS - WRITTEN-OFF BREAKS, BY WRITE-OFF DATE.
      *        :            OPEN BREAKS ARE NEVER TOUCHED.
      *        :   PNDREV - REJECTED REVERSAL REQUESTS, BY REQUEST
      *        :            DATE. PENDING ONES ARE NEVER TOUCHED.
      *        :   MNTJRN - JOURNAL ENTRIES, BY CHANGE DATE.
      *        :   PAYMAS - PAID INSTRUCTIONS, BY SETTLEMENT DATE.
      *        :            QUEUED, ISSUED AND FAILED ONES STAY.
      *        :   CLILGR - DAILY LEDGER RECORDS, BY LEDGER DATE.
      *        :            EACH CLIENT'S LATEST RECORD STAYS (THE
      *        :            RUNNING BALANCE CARRIES ON IT), AS DOES
      *        :            THE UNBROKEN RUN OF DEBIT CLOSING
      *        :            BALANCES BEHIND A CURRENT DEBIT, WHICH
      *        :            MTSLQD0 AGES THE DEBIT FROM.
      *        : PRINTS PER FILE THE RETENTION, THE CUTOFF AND THE
      *        : RECORDS READ, ARCHIVED, DELETED AND RETAINED (WITH
      *        : HOW MANY WERE KEPT BECAUSE THEY ARE STILL OPEN OR
      *        : PENDING). A FILE WITH NO 'HK' RETENTION IN FORCE IS
      *        : LEFT UNTOUCHED AND ENDS THE STEP RC=4; A RECORD
      *        : ARCHIVED BUT NOT DELETED ENDS IT RC=8 (IT WILL BE
      *        : ARCHIVED AGAIN BY THE NEXT RUN, NEVER LOST).
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSHKP0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT OPEN-BREAKS-FILE ASSIGN TO BRKMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBR-TRADE-SEQ-NO
               FILE STATUS IS WS-BRKMAS-STATUS.
      *
           SELECT PENDING-REVERSAL-FILE ASSIGN TO PNDREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-TRADE-SEQ-NO
               FILE STATUS IS WS-PNDREV-STATUS.
      *
           SELECT MAINT-JOURNAL-FILE ASSIGN TO MNTJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS WS-MNTJRN-STATUS.
      *
           SELECT PAYMENT-INSTR-FILE ASSIGN TO PAYMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS WS-PAYMAS-STATUS.
      *
           SELECT CLIENT-LEDGER-FILE ASSIGN TO CLILGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGR-KEY
               FILE STATUS IS WS-CLILGR-STATUS.
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
           SELECT BREAKS-ARCHIVE-FILE ASSIGN TO BRKARC
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT PENDING-ARCHIVE-FILE ASSIGN TO PNDARC
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO JRNARC
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT PAYMENT-ARCHIVE-FILE ASSIGN TO PAYARC
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT LEDGER-ARCHIVE-FILE ASSIGN TO LGRARC
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT REPORT-FILE ASSIGN TO HKPRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  OPEN-BREAKS-FILE.
           COPY MTSBRK0.
      *
       FD  PENDING-REVERSAL-FILE.
           COPY MTSPND0.
      *
       FD  MAINT-JOURNAL-FILE.
           COPY MTSJRN0.
      *
       FD  PAYMENT-INSTR-FILE.
           COPY MTSPAY0.
      *
       FD  CLIENT-LEDGER-FILE.
           COPY MTSLGR0.
      *
       FD  RATE-MASTER-FILE.
           COPY MTSRTE0.
      *
       FD  BUSINESS-DATE-FILE.
           COPY MTSBDT0.
      *
      * The archives are the deleted records byte for byte, so the
      * usual copybook reads them back (or IDCAMS REPRO reloads them)
      * without conversion.
       FD  BREAKS-ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BREAKS-ARCHIVE-RECORD      PIC X(104).
      *
       FD  PENDING-ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PENDING-ARCHIVE-RECORD     PIC X(49).
      *
       FD  JOURNAL-ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-ARCHIVE-RECORD     PIC X(205).
      *
       FD  PAYMENT-ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PAYMENT-ARCHIVE-RECORD     PIC X(65).
      *
       FD  LEDGER-ARCHIVE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-ARCHIVE-RECORD      PIC X(97).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-BRKMAS-STATUS           PIC X(02).
       01  WS-PNDREV-STATUS           PIC X(02).
       01  WS-MNTJRN-STATUS           PIC X(02).
       01  WS-PAYMAS-STATUS           PIC X(02).
       01  WS-CLILGR-STATUS           PIC X(02).
       01  WS-RATMAS-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-FILE                                VALUE 'Y'.
      *
       01  RATE-LOOKUP-KEY.
           05 RLK-RATE-TYPE           PIC X(02).
           05 RLK-RATE-CODE           PIC X(02).
           05 RLK-EFFECTIVE-CDATE     PIC 9(08).
       01  WS-RATE-FOUND-IND          PIC X(01)          VALUE 'N'.
           88 RATE-FOUND                                 VALUE 'Y'.
      *
       01  WS-BUSDAT-DATE-N           PIC 9(08)          VALUE ZERO.
      *
      * The file in hand - its 'HK' code, its retention and the
      * first date that is still inside the retention period.
       01  WS-HK-FILE-CODE            PIC X(02).
       01  WS-RETENTION-IND           PIC X(01)          VALUE 'N'.
           88 RETENTION-SET                              VALUE 'Y'.
       01  WS-RETAIN-DAYS             PIC 9(05)          VALUE ZERO.
       01  WS-CUTOFF-INT              PIC S9(09)  COMP.
       01  WS-CUTOFF-DATE-N           PIC 9(08)          VALUE ZERO.
      *
      * Counts for the file in hand, cleared before each file.
       01  WS-FILE-COUNTS.
           05 WF-READ-COUNT           PIC 9(08).
           05 WF-ARCHIVED-COUNT       PIC 9(08).
           05 WF-DELETED-COUNT        PIC 9(08).
           05 WF-RETAINED-COUNT       PIC 9(08).
           05 WF-KEPT-OPEN-COUNT      PIC 9(08).
           05 WF-DELETE-FAIL-COUNT    PIC 9(08).
      *
       01  WS-FILES-SKIPPED           PIC 9(02)          VALUE ZERO.
       01  WS-TOTAL-DELETED           PIC 9(09)          VALUE ZERO.
      *
      * CLILGR walk - the client whose newest record was last seen,
      * and whether its current debit run is still being followed.
       01  WS-PREV-CLIENT             PIC X(06)          VALUE SPACES.
       01  WS-DEBIT-RUN-IND           PIC X(01)          VALUE 'N'.
           88 DEBIT-RUN-OPEN                             VALUE 'Y'.
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
              VALUE '*** IGSL MONTHLY HOUSEKEEPING - ARCHIVE AND '.
           05 FILLER                  PIC X(30)
              VALUE 'PURGE OF ONLINE WORKING FILES '.
           05 FILLER                  PIC X(03)  VALUE '***'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WH-BUSINESS-DATE        PIC 9(08).
           05 FILLER                  PIC X(13)
              VALUE '   RUN DATE: '.
           05 WH-RUN-DATE             PIC 9(08).
      *
       01  WS-COLUMN-HEADING.
           05 FILLER                  PIC X(08)  VALUE 'FILE'.
           05 FILLER                  PIC X(32)
              VALUE 'RECORDS ELIGIBLE'.
           05 FILLER                  PIC X(08)  VALUE ' RETAIN'.
           05 FILLER                  PIC X(10)  VALUE '  CUTOFF'.
           05 FILLER                  PIC X(11)  VALUE '       READ'.
           05 FILLER                  PIC X(11)  VALUE '   ARCHIVED'.
           05 FILLER                  PIC X(11)  VALUE '    DELETED'.
           05 FILLER                  PIC X(11)  VALUE '   RETAINED'.
           05 FILLER                  PIC X(11)  VALUE '  KEPT OPEN'.
      *
       01  WS-DETAIL-LINE.
           05 WD-FILE-NAME            PIC X(08).
           05 WD-DESCRIPTION          PIC X(32).
           05 WD-RETAIN-DAYS          PIC ZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-CUTOFF-DATE          PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-READ-COUNT           PIC ZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WD-ARCHIVED-COUNT       PIC ZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WD-DELETED-COUNT        PIC ZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WD-RETAINED-COUNT       PIC ZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WD-KEPT-OPEN-COUNT      PIC ZZ,ZZZ,ZZ9.
      *
       01  WS-SKIPPED-LINE.
           05 WK-FILE-NAME            PIC X(08).
           05 WK-DESCRIPTION          PIC X(32).
           05 FILLER                  PIC X(24)
              VALUE 'NO RATMAS HK RETENTION ('.
           05 WK-HK-CODE              PIC X(02).
           05 FILLER                  PIC X(31)
              VALUE ') IN FORCE - FILE NOT PURGED'.
      *
       01  WS-MESSAGE-LINE            PIC X(80).
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           PERFORM 100-PURGE-BREAKS
      *
           PERFORM 200-PURGE-PENDING-REVERSALS
      *
           PERFORM 300-PURGE-JOURNAL
      *
           PERFORM 400-PURGE-PAYMENTS
      *
           PERFORM 500-PURGE-LEDGER
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
           PERFORM 035-OPEN-FILES
      *
           MOVE WS-BUSDAT-DATE-N TO WH-BUSINESS-DATE
           MOVE WS-PROC-DATE-N   TO WH-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
      *
      * Retention is counted back from the business date, not the
      * wall clock, so a late or rerun job expires exactly what the
      * scheduled run would have - without it nothing is purged.
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
             DISPLAY "BUSDAT NOT AVAILABLE - NO BUSINESS DATE TO "
                     "COUNT RETENTION FROM, NOTHING PURGED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      * The 'HK' record for the file in hand, as in force on the
      * business date. No record, or a zero retention, leaves the
      * file alone - nothing is ever purged on a guessed period.
       012-SET-RETENTION.
      *
           MOVE 'N'             TO WS-RETENTION-IND
           MOVE ZERO            TO WS-RETAIN-DAYS
           MOVE ZERO            TO WS-CUTOFF-DATE-N
           MOVE 'HK'            TO RLK-RATE-TYPE
           MOVE WS-HK-FILE-CODE TO RLK-RATE-CODE
           COMPUTE RLK-EFFECTIVE-CDATE = 99999999 - WS-BUSDAT-DATE-N
           PERFORM 014-GET-EFFECTIVE-RATE
           IF RATE-FOUND
             IF RT-HK-RETAIN-DAYS NUMERIC
                AND RT-HK-RETAIN-DAYS > ZERO
               MOVE RT-HK-RETAIN-DAYS TO WS-RETAIN-DAYS
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUSDAT-DATE-N)
                   - WS-RETAIN-DAYS
               COMPUTE WS-CUTOFF-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               MOVE 'Y' TO WS-RETENTION-IND
             END-IF
           END-IF
           IF NOT RETENTION-SET
             ADD 1 TO WS-FILES-SKIPPED
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           INITIALIZE WS-FILE-COUNTS
           MOVE 'N' TO WS-EOF-SWITCH.
      *
      * RATE-LOOKUP-KEY carries type/code/complemented date, so
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
      * Every file is opened before any is touched, so a missing
      * dataset stops the run with nothing purged anywhere. The
      * online region must have the five files closed for the run.
       035-OPEN-FILES.
      *
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATMAS-STATUS NOT = '00'
             DISPLAY "RATMAS OPEN FAILED, STATUS = " WS-RATMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O OPEN-BREAKS-FILE
           IF WS-BRKMAS-STATUS NOT = '00'
             DISPLAY "BRKMAS OPEN FAILED, STATUS = " WS-BRKMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O PENDING-REVERSAL-FILE
           IF WS-PNDREV-STATUS NOT = '00'
             DISPLAY "PNDREV OPEN FAILED, STATUS = " WS-PNDREV-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O MAINT-JOURNAL-FILE
           IF WS-MNTJRN-STATUS NOT = '00'
             DISPLAY "MNTJRN OPEN FAILED, STATUS = " WS-MNTJRN-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O PAYMENT-INSTR-FILE
           IF WS-PAYMAS-STATUS NOT = '00'
             DISPLAY "PAYMAS OPEN FAILED, STATUS = " WS-PAYMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O CLIENT-LEDGER-FILE
           IF WS-CLILGR-STATUS NOT = '00'
             DISPLAY "CLILGR OPEN FAILED, STATUS = " WS-CLILGR-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
      *
           OPEN OUTPUT BREAKS-ARCHIVE-FILE
           OPEN OUTPUT PENDING-ARCHIVE-FILE
           OPEN OUTPUT JOURNAL-ARCHIVE-FILE
           OPEN OUTPUT PAYMENT-ARCHIVE-FILE
           OPEN OUTPUT LEDGER-ARCHIVE-FILE
           OPEN OUTPUT REPORT-FILE.
      *
       050-TERMINATE.
      *
           CLOSE RATE-MASTER-FILE
           CLOSE OPEN-BREAKS-FILE
           CLOSE PENDING-REVERSAL-FILE
           CLOSE MAINT-JOURNAL-FILE
           CLOSE PAYMENT-INSTR-FILE
           CLOSE CLIENT-LEDGER-FILE
           CLOSE BREAKS-ARCHIVE-FILE
           CLOSE PENDING-ARCHIVE-FILE
           CLOSE JOURNAL-ARCHIVE-FILE
           CLOSE PAYMENT-ARCHIVE-FILE
           CLOSE LEDGER-ARCHIVE-FILE
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FILES-SKIPPED > ZERO
             MOVE 'FILES WITH NO RETENTION IN FORCE WERE NOT PURGED'
                  TO WS-MESSAGE-LINE
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF
           IF RETURN-CODE = 8
             MOVE 'ARCHIVED BUT NOT DELETED - NEXT RUN ARCHIVES AGAIN'
                  TO WS-MESSAGE-LINE
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF
           MOVE '*** END OF HOUSEKEEPING REPORT ***' TO WS-MESSAGE-LINE
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSHKP0 - BUSINESS DATE   = " WS-BUSDAT-DATE-N
           DISPLAY "MTSHKP0 - RECORDS DELETED = " WS-TOTAL-DELETED
           DISPLAY "MTSHKP0 - FILES SKIPPED   = " WS-FILES-SKIPPED.
      *
      * BRKMAS - a written-off break past retention. MTSRECN0
      * normally deletes a write-off the night it is first reported,
      * so what this finds is a write-off that run never saw.
       100-PURGE-BREAKS.
      *
           MOVE 'BK' TO WS-HK-FILE-CODE
           PERFORM 012-SET-RETENTION
           IF RETENTION-SET
             PERFORM 105-READ-NEXT-BREAK
             PERFORM 110-SWEEP-ONE-BREAK UNTIL END-OF-FILE
           END-IF
           MOVE 'BRKMAS'                      TO WD-FILE-NAME
           MOVE 'WRITTEN-OFF RECON BREAKS'    TO WD-DESCRIPTION
           PERFORM 800-PRINT-FILE-LINE.
      *
       105-READ-NEXT-BREAK.
      *
           READ OPEN-BREAKS-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
       110-SWEEP-ONE-BREAK.
      *
           ADD 1 TO WF-READ-COUNT
           IF NOT OBR-IS-WRITTEN-OFF
             ADD 1 TO WF-KEPT-OPEN-COUNT
           ELSE
             IF OBR-WRITEOFF-DATE < WS-CUTOFF-DATE-N
               WRITE BREAKS-ARCHIVE-RECORD FROM OPEN-BREAK-RECORD
               ADD 1 TO WF-ARCHIVED-COUNT
               DELETE OPEN-BREAKS-FILE
                 INVALID KEY
                   DISPLAY "BRKMAS DELETE FAILED, SEQ = "
                           OBR-TRADE-SEQ-NO
                   ADD 1 TO WF-DELETE-FAIL-COUNT
                 NOT INVALID KEY
                   ADD 1 TO WF-DELETED-COUNT
               END-DELETE
             END-IF
           END-IF
           PERFORM 105-READ-NEXT-BREAK.
      *
      * PNDREV - a rejected request past retention, dated by its
      * request (the rejection is not stamped on the record). A
      * request still pending approval is never removed.
       200-PURGE-PENDING-REVERSALS.
      *
           MOVE 'PR' TO WS-HK-FILE-CODE
           PERFORM 012-SET-RETENTION
           IF RETENTION-SET
             PERFORM 205-READ-NEXT-PENDING
             PERFORM 210-SWEEP-ONE-PENDING UNTIL END-OF-FILE
           END-IF
           MOVE 'PNDREV'                      TO WD-FILE-NAME
           MOVE 'REJECTED REVERSAL REQUESTS'  TO WD-DESCRIPTION
           PERFORM 800-PRINT-FILE-LINE.
      *
       205-READ-NEXT-PENDING.
      *
           READ PENDING-REVERSAL-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
       210-SWEEP-ONE-PENDING.
      *
           ADD 1 TO WF-READ-COUNT
           IF NOT PND-IS-REJECTED
             ADD 1 TO WF-KEPT-OPEN-COUNT
           ELSE
             IF PND-REQUEST-DATE < WS-CUTOFF-DATE-N
               WRITE PENDING-ARCHIVE-RECORD
                   FROM PENDING-REVERSAL-RECORD
               ADD 1 TO WF-ARCHIVED-COUNT
               DELETE PENDING-REVERSAL-FILE
                 INVALID KEY
                   DISPLAY "PNDREV DELETE FAILED, SEQ = "
                           PND-TRADE-SEQ-NO
                   ADD 1 TO WF-DELETE-FAIL-COUNT
                 NOT INVALID KEY
                   ADD 1 TO WF-DELETED-COUNT
               END-DELETE
             END-IF
           END-IF
           PERFORM 205-READ-NEXT-PENDING.
      *
      * MNTJRN - every entry past retention; a journal entry has no
      * open state. The daily MTSJRP0 change report only ever reads
      * back to the previous trading day.
       300-PURGE-JOURNAL.
      *
           MOVE 'MJ' TO WS-HK-FILE-CODE
           PERFORM 012-SET-RETENTION
           IF RETENTION-SET
             PERFORM 305-READ-NEXT-JOURNAL
             PERFORM 310-SWEEP-ONE-JOURNAL UNTIL END-OF-FILE
           END-IF
           MOVE 'MNTJRN'                      TO WD-FILE-NAME
           MOVE 'MAINTENANCE JOURNAL ENTRIES' TO WD-DESCRIPTION
           PERFORM 800-PRINT-FILE-LINE.
      *
       305-READ-NEXT-JOURNAL.
      *
           READ MAINT-JOURNAL-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
       310-SWEEP-ONE-JOURNAL.
      *
           ADD 1 TO WF-READ-COUNT
           IF JRN-CHANGE-DATE < WS-CUTOFF-DATE-N
             WRITE JOURNAL-ARCHIVE-RECORD FROM MAINT-JOURNAL-RECORD
             ADD 1 TO WF-ARCHIVED-COUNT
             DELETE MAINT-JOURNAL-FILE
               INVALID KEY
                 DISPLAY "MNTJRN DELETE FAILED, KEY = " JRN-KEY
                 ADD 1 TO WF-DELETE-FAIL-COUNT
               NOT INVALID KEY
                 ADD 1 TO WF-DELETED-COUNT
             END-DELETE
           END-IF
           PERFORM 305-READ-NEXT-JOURNAL.
      *
      * PAYMAS - a paid instruction past retention. Queued and
      * issued instructions are still with the bank, and a failed
      * one is still owed to the payee, so only 'P' goes.
       400-PURGE-PAYMENTS.
      *
           MOVE 'PY' TO WS-HK-FILE-CODE
           PERFORM 012-SET-RETENTION
           IF RETENTION-SET
             PERFORM 405-READ-NEXT-PAYMENT
             PERFORM 410-SWEEP-ONE-PAYMENT UNTIL END-OF-FILE
           END-IF
           MOVE 'PAYMAS'                      TO WD-FILE-NAME
           MOVE 'PAID PAY-OUT INSTRUCTIONS'   TO WD-DESCRIPTION
           PERFORM 800-PRINT-FILE-LINE.
      *
       405-READ-NEXT-PAYMENT.
      *
           READ PAYMENT-INSTR-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
       410-SWEEP-ONE-PAYMENT.
      *
           ADD 1 TO WF-READ-COUNT
           IF NOT PAY-IS-PAID
             ADD 1 TO WF-KEPT-OPEN-COUNT
           ELSE
             IF PAY-SETTLE-DATE < WS-CUTOFF-DATE-N
               WRITE PAYMENT-ARCHIVE-RECORD
                   FROM PAYMENT-INSTRUCTION-RECORD
               ADD 1 TO WF-ARCHIVED-COUNT
               DELETE PAYMENT-INSTR-FILE
                 INVALID KEY
                   DISPLAY "PAYMAS DELETE FAILED, KEY = " PAY-KEY
                   ADD 1 TO WF-DELETE-FAIL-COUNT
                 NOT INVALID KEY
                   ADD 1 TO WF-DELETED-COUNT
               END-DELETE
             END-IF
           END-IF
           PERFORM 405-READ-NEXT-PAYMENT.
      *
      * CLILGR - the complemented date sorts each client's newest
      * record first. That record is the running balance every
      * nightly run carries forward from, so it always stays. When
      * it is a debit, the records behind it stay for as long as
      * the closing balance stays in debit - MTSLQD0 ages the debit
      * from the oldest of that run. Anything older than the run
      * (or than the newest record, for a client in credit) goes
      * once it is past retention.
       500-PURGE-LEDGER.
      *
           MOVE 'LG' TO WS-HK-FILE-CODE
           PERFORM 012-SET-RETENTION
           IF RETENTION-SET
             MOVE SPACES TO WS-PREV-CLIENT
             PERFORM 505-READ-NEXT-LEDGER
             PERFORM 510-SWEEP-ONE-LEDGER UNTIL END-OF-FILE
           END-IF
           MOVE 'CLILGR'                      TO WD-FILE-NAME
           MOVE 'DAILY CLIENT LEDGER RECORDS' TO WD-DESCRIPTION
           PERFORM 800-PRINT-FILE-LINE.
      *
       505-READ-NEXT-LEDGER.
      *
           READ CLIENT-LEDGER-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
       510-SWEEP-ONE-LEDGER.
      *
           ADD 1 TO WF-READ-COUNT
           IF LGR-CLIENT-CODE NOT = WS-PREV-CLIENT
             MOVE LGR-CLIENT-CODE TO WS-PREV-CLIENT
             ADD 1 TO WF-KEPT-OPEN-COUNT
             IF LGR-CLOSING-BALANCE < ZERO
               MOVE 'Y' TO WS-DEBIT-RUN-IND
             ELSE
               MOVE 'N' TO WS-DEBIT-RUN-IND
             END-IF
           ELSE
             IF DEBIT-RUN-OPEN AND LGR-CLOSING-BALANCE < ZERO
               ADD 1 TO WF-KEPT-OPEN-COUNT
             ELSE
               MOVE 'N' TO WS-DEBIT-RUN-IND
               IF LGR-LEDGER-DATE < WS-CUTOFF-DATE-N
                 PERFORM 515-ARCHIVE-LEDGER
               END-IF
             END-IF
           END-IF
           PERFORM 505-READ-NEXT-LEDGER.
      *
       515-ARCHIVE-LEDGER.
      *
           WRITE LEDGER-ARCHIVE-RECORD FROM CLIENT-LEDGER-RECORD
           ADD 1 TO WF-ARCHIVED-COUNT
           DELETE CLIENT-LEDGER-FILE
             INVALID KEY
               DISPLAY "CLILGR DELETE FAILED, KEY = " LGR-KEY
               ADD 1 TO WF-DELETE-FAIL-COUNT
             NOT INVALID KEY
               ADD 1 TO WF-DELETED-COUNT
           END-DELETE.
      *
      * One line per file - or the reason it was left alone.
       800-PRINT-FILE-LINE.
      *
           IF RETENTION-SET
             COMPUTE WF-RETAINED-COUNT =
                 WF-READ-COUNT - WF-DELETED-COUNT
             MOVE WS-RETAIN-DAYS       TO WD-RETAIN-DAYS
             MOVE WS-CUTOFF-DATE-N     TO WD-CUTOFF-DATE
             MOVE WF-READ-COUNT        TO WD-READ-COUNT
             MOVE WF-ARCHIVED-COUNT    TO WD-ARCHIVED-COUNT
             MOVE WF-DELETED-COUNT     TO WD-DELETED-COUNT
             MOVE WF-RETAINED-COUNT    TO WD-RETAINED-COUNT
             MOVE WF-KEPT-OPEN-COUNT   TO WD-KEPT-OPEN-COUNT
             WRITE REPORT-LINE FROM WS-DETAIL-LINE
             ADD WF-DELETED-COUNT TO WS-TOTAL-DELETED
             IF WF-DELETE-FAIL-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
             END-IF
           ELSE
             MOVE WD-FILE-NAME         TO WK-FILE-NAME
             MOVE WD-DESCRIPTION       TO WK-DESCRIPTION
             MOVE WS-HK-FILE-CODE      TO WK-HK-CODE
             WRITE REPORT-LINE FROM WS-SKIPPED-LINE
           END-IF.
      *
       END PROGRAM MTSHKP0.
