      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: MONTHLY DORMANT ACCOUNT SCAN. ANY ACTIVE CLIENT ON
      *        : CLIMAS WITH NO ORIGINAL TRADE ON THE TXNHIST HISTORY
      *        : MASTER OVER THE DORMANCY PERIOD - THE RATMAS 'DM'
      *        : RECORD IN FORCE ON THE BUSINESS DATE, IN CALENDAR
      *        : DAYS - IS SET DORMANT, THE CHANGE JOURNALLED TO
      *        : MNTJRN WITH BEFORE AND AFTER IMAGES (THE MTSCLL0
      *        : CONVENTION) AND LISTED ON THE DORMANCY REPORT.
      *        : MTSPGM0 AND MTSPGM9 TAKE NO TRADE FOR A DORMANT
      *        : CLIENT UNTIL A SUPERVISOR REACTIVATES IT ON MTSC
      *        : (MTSPGM2 ACTION 'R'). A CLIENT ADDED OR REACTIVATED
      *        : WITHIN THE PERIOD - AN ADD OR REACTIVATION ON MNTJRN
      *        : - HAS NOT HAD THE PERIOD TO TRADE IN AND IS LEFT
      *        : ALONE. THE TRADERS ARE SORTED OUT OF THE HISTORY
      *        : SLICE AND MATCHED AGAINST CLIMAS IN KEY ORDER, SO
      *        : CLIENT COUNT PUTS NO CEILING ON THE RUN. RERUN-SAFE:
      *        : A DORMANT CLIENT IS ONLY COUNTED. NO 'DM' RECORD,
      *        : OR HISTORY THAT DOES NOT REACH BACK TO THE START OF
      *        : THE PERIOD, MARKS NOBODY AND ENDS THE STEP RC=4 - NO
      *        : CLIENT IS EVER MADE DORMANT ON A GUESSED PERIOD.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSDRM0.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CLIENT-CODE
               FILE STATUS IS WS-CLIMAS-STATUS.
      *
           SELECT MAINT-JOURNAL-FILE ASSIGN TO MNTJRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS WS-MNTJRN-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO DRMRPT
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
       FD  MAINT-JOURNAL-FILE.
           COPY MTSJRN0.
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
      * One record per client activity inside the period - an
      * original trade off TXNHIST ('T') or an add/reactivation off
      * MNTJRN ('J'). Only the client code matters to the match.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 DS-CLIENT-CODE          PIC X(06).
           05 DS-SOURCE               PIC X(01).
      *
       WORKING-STORAGE SECTION.
      *
      * The history record's log data is mapped through this working
      * copy, the MTSCGT0 convention.
           COPY MTSLOG0.
      *
       01  WS-HIST-STATUS             PIC X(02).
       01  WS-CLIMAS-STATUS           PIC X(02).
       01  WS-MNTJRN-STATUS           PIC X(02).
       01  WS-RATMAS-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
      *
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-INPUT                               VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH         PIC X(01)          VALUE 'N'.
           88 END-OF-SORTED                              VALUE 'Y'.
       01  WS-CLI-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-CLIENTS                             VALUE 'Y'.
      *
       01  WS-BUSDAT-DATE-N           PIC 9(08)          VALUE ZERO.
      *
       01  RATE-LOOKUP-KEY.
           05 RLK-RATE-TYPE           PIC X(02).
           05 RLK-RATE-CODE           PIC X(02).
           05 RLK-EFFECTIVE-CDATE     PIC 9(08).
       01  WS-RATE-FOUND-IND          PIC X(01)          VALUE 'N'.
           88 RATE-FOUND                                 VALUE 'Y'.
      *
      * The period and where it starts. Nothing is marked unless the
      * period is set and the history is seen to cover all of it.
       01  WS-DORMANT-DAYS            PIC 9(05)          VALUE ZERO.
       01  WS-CUTOFF-INT              PIC S9(09)  COMP.
       01  WS-CUTOFF-DATE-N           PIC 9(08)          VALUE ZERO.
       01  WS-FIRST-HIST-DATE         PIC 9(08)          VALUE ZERO.
       01  WS-SCAN-OK-IND             PIC X(01)          VALUE 'N'.
           88 SCAN-CAN-PROCEED                           VALUE 'Y'.
       01  WS-SKIP-REASON             PIC X(60)          VALUE SPACES.
      *
       01  WS-HAS-ACTIVITY-IND        PIC X(01).
           88 CLIENT-HAS-ACTIVITY                        VALUE 'Y'.
      *
       01  WS-HIST-READ               PIC 9(07)          VALUE ZERO.
       01  WS-TRADES-RELEASED         PIC 9(07)          VALUE ZERO.
       01  WS-OPENINGS-RELEASED       PIC 9(05)          VALUE ZERO.
       01  WS-CLIENTS-READ            PIC 9(06)          VALUE ZERO.
       01  WS-ACTIVE-TRADING          PIC 9(06)          VALUE ZERO.
       01  WS-NEWLY-DORMANT           PIC 9(06)          VALUE ZERO.
       01  WS-ALREADY-DORMANT         PIC 9(06)          VALUE ZERO.
       01  WS-NOT-ACTIVE              PIC 9(06)          VALUE ZERO.
       01  WS-ERROR-COUNT             PIC 9(05)          VALUE ZERO.
      *
      * Change-journal work fields - one MNTJRN record per client
      * set dormant, the MTSCLL0 paragraph and conventions: the
      * program id stands as the operator, and a journal write that
      * fails leaves the status change posted and flags RC=4.
       01  WS-JRN-ACTION              PIC X(01).
       01  WS-JRN-BEFORE              PIC X(80).
       01  WS-JRN-AFTER               PIC X(80).
       01  WS-JRN-DONE-IND            PIC X(01).
           88 JOURNAL-WRITTEN                            VALUE 'Y'.
           88 JOURNAL-GIVEN-UP                           VALUE 'G'.
      *
        01  SYSTEM-DATE-AND-TIME.
            05  CURRENT-DATE.
                10  CURRENT-YEAR      PIC 9(2).
                10  CURRENT-MONTH     PIC 9(2).
                10  CURRENT-DAY       PIC 9(2).
            05  CURRENT-TIME.
                10  CURRENT-HOUR      PIC 9(2).
                10  CURRENT-MINUTE    PIC 9(2).
                10  CURRENT-SECOND    PIC 9(2).
                10  CURRENT-HNDSEC    PIC 9(2).
       01  WS-PROC-DATE.
           05 WS-PROC-YEAR            PIC 9(4).
           05 WS-PROC-MONTH           PIC 9(2).
           05 WS-PROC-DAY             PIC 9(2).
       01  WS-PROC-DATE-N REDEFINES WS-PROC-DATE
                                      PIC 9(8).
      *
       01  WS-HEADING-LINE-1.
           05 FILLER                  PIC X(44)
              VALUE '*** IGSL DORMANT ACCOUNT SCAN - CLIENTS SET '.
           05 FILLER                  PIC X(12)
              VALUE 'DORMANT ***'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WH-BUSINESS-DATE        PIC 9(08).
           05 FILLER                  PIC X(20)
              VALUE '   DORMANCY PERIOD: '.
           05 WH-DORMANT-DAYS         PIC ZZ,ZZ9.
           05 FILLER                  PIC X(25)
              VALUE ' DAYS   NO TRADE SINCE: '.
           05 WH-CUTOFF-DATE          PIC 9(08).
      *
       01  WS-COLUMN-HEADINGS.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT'.
           05 FILLER                  PIC X(32)  VALUE 'NAME'.
           05 FILLER                  PIC X(09)  VALUE 'SEGMENT'.
           05 FILLER                  PIC X(12)  VALUE 'SUB-BROKER'.
           05 FILLER                  PIC X(18)  VALUE 'BANK ACCOUNT'.
           05 FILLER                  PIC X(16)  VALUE 'STATUS'.
      *
       01  WS-DETAIL-LINE.
           05 WD-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-CLIENT-NAME          PIC X(30).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-SEGMENT              PIC X(01).
           05 FILLER                  PIC X(08)  VALUE SPACES.
           05 WD-SUB-BROKER           PIC X(06).
           05 FILLER                  PIC X(06)  VALUE SPACES.
           05 WD-BANK-ACCOUNT         PIC X(16).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-STATUS               PIC X(20).
      *
       01  WS-SKIP-LINE.
           05 FILLER                  PIC X(18)
              VALUE 'NO CLIENT MARKED: '.
           05 WK-REASON               PIC X(60).
           05 WK-DATE                 PIC 9(08).
      *
       01  WS-TOTAL-LINE.
           05 WT-TAG                  PIC X(40).
           05 WT-COUNT                PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           IF SCAN-CAN-PROCEED
             SORT SORT-WORK-FILE
                 ON ASCENDING KEY DS-CLIENT-CODE
                 INPUT PROCEDURE IS 100-RELEASE-ACTIVITY
                 OUTPUT PROCEDURE IS 200-MARK-DORMANT-CLIENTS
           ELSE
             MOVE WS-SKIP-REASON TO WK-REASON
             WRITE REPORT-LINE FROM WS-SKIP-LINE
             MOVE 4 TO RETURN-CODE
           END-IF
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
           PERFORM 035-OPEN-FILES
           PERFORM 012-SET-DORMANCY-PERIOD
           IF SCAN-CAN-PROCEED
             PERFORM 016-CHECK-HISTORY-REACH
           END-IF
      *
           MOVE WS-BUSDAT-DATE-N TO WH-BUSINESS-DATE
           MOVE WS-DORMANT-DAYS  TO WH-DORMANT-DAYS
           MOVE WS-CUTOFF-DATE-N TO WH-CUTOFF-DATE
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADINGS.
      *
      * The period runs back from the business date, never the wall
      * clock - without it nothing is scanned.
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
                     "NO CLIENT SCANNED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      * The 'DM' record in force on the business date. No record, or
      * a zero period, leaves every client as it is.
       012-SET-DORMANCY-PERIOD.
      *
           MOVE 'DM'   TO RLK-RATE-TYPE
           MOVE SPACES TO RLK-RATE-CODE
           COMPUTE RLK-EFFECTIVE-CDATE = 99999999 - WS-BUSDAT-DATE-N
           PERFORM 014-GET-EFFECTIVE-RATE
           IF RATE-FOUND
             AND RT-DM-DORMANT-DAYS NUMERIC
             AND RT-DM-DORMANT-DAYS > ZERO
               MOVE RT-DM-DORMANT-DAYS TO WS-DORMANT-DAYS
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-BUSDAT-DATE-N)
                   - WS-DORMANT-DAYS
               COMPUTE WS-CUTOFF-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               MOVE 'Y' TO WS-SCAN-OK-IND
           ELSE
             MOVE 'NO RATMAS DM DORMANCY PERIOD IN FORCE ON'
                  TO WS-SKIP-REASON
             MOVE WS-BUSDAT-DATE-N TO WK-DATE
           END-IF.
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
      * A client whose last trade has been purged from history would
      * look dormant when it is not - or the reverse - so the oldest
      * record on TXNHIST must be dated on or before the cutoff. A
      * period longer than the history retention is refused here.
       016-CHECK-HISTORY-REACH.
      *
           MOVE LOW-VALUES TO TXH-KEY
           START TRADE-HISTORY-FILE KEY NOT < TXH-KEY
             INVALID KEY
               CONTINUE
           END-START
           IF WS-HIST-STATUS = '00'
             READ TRADE-HISTORY-FILE NEXT
               AT END
                 CONTINUE
             END-READ
             IF WS-HIST-STATUS = '00'
               MOVE TXH-BUSINESS-DATE TO WS-FIRST-HIST-DATE
             END-IF
           END-IF
           IF WS-FIRST-HIST-DATE = ZERO
              OR WS-FIRST-HIST-DATE > WS-CUTOFF-DATE-N
             MOVE 'N' TO WS-SCAN-OK-IND
             MOVE 'TXNHIST DOES NOT REACH BACK TO THE CUTOFF - OLDEST'
                  TO WS-SKIP-REASON
             MOVE WS-FIRST-HIST-DATE TO WK-DATE
           END-IF.
      *
      * Every file is opened before any client is touched, so a
      * missing dataset stops the run with nothing changed.
       035-OPEN-FILES.
      *
           OPEN INPUT RATE-MASTER-FILE
           IF WS-RATMAS-STATUS NOT = '00'
             DISPLAY "RATMAS OPEN FAILED, STATUS = " WS-RATMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT TRADE-HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
             DISPLAY "TXNHIST OPEN FAILED, STATUS = " WS-HIST-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O CLIENT-MASTER-FILE
           IF WS-CLIMAS-STATUS NOT = '00'
             DISPLAY "CLIMAS OPEN FAILED, STATUS = " WS-CLIMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O MAINT-JOURNAL-FILE
           IF WS-MNTJRN-STATUS NOT = '00'
             DISPLAY "MNTJRN OPEN FAILED, STATUS = " WS-MNTJRN-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE.
      *
      * The history slice from the cutoff to the end of file gives
      * every client that traded within the period; the journal from
      * the cutoff gives every client opened or reactivated in it.
       100-RELEASE-ACTIVITY.
      *
           MOVE 'N'              TO WS-EOF-SWITCH
           MOVE WS-CUTOFF-DATE-N TO TXH-BUSINESS-DATE
           MOVE ZERO             TO TXH-TRADE-SEQ-NO
           MOVE LOW-VALUES       TO TXH-ENTRY-TYPE
           START TRADE-HISTORY-FILE KEY NOT < TXH-KEY
             INVALID KEY
               MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 110-RELEASE-ONE-TRADE UNTIL END-OF-INPUT
      *
           MOVE 'N'              TO WS-EOF-SWITCH
           MOVE LOW-VALUES       TO JRN-KEY
           MOVE WS-CUTOFF-DATE-N TO JRN-CHANGE-DATE
           START MAINT-JOURNAL-FILE KEY NOT < JRN-KEY
             INVALID KEY
               MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM 120-RELEASE-ONE-OPENING UNTIL END-OF-INPUT.
      *
       110-RELEASE-ONE-TRADE.
      *
           READ TRADE-HISTORY-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT END-OF-INPUT
             ADD 1 TO WS-HIST-READ
             MOVE TXH-TXN-DATA TO TXN-LOG-RECORD
             IF TXL-IS-ORIGINAL AND TXL-CLIENT-CODE NOT = SPACES
               MOVE TXL-CLIENT-CODE TO DS-CLIENT-CODE
               MOVE 'T'             TO DS-SOURCE
               RELEASE SORT-RECORD
               ADD 1 TO WS-TRADES-RELEASED
             END-IF
           END-IF.
      *
       120-RELEASE-ONE-OPENING.
      *
           READ MAINT-JOURNAL-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT END-OF-INPUT
             IF JRN-FILE-ID = 'CLIMAS'
                AND (JRN-IS-ADD OR JRN-IS-REACTIVATE)
               MOVE JRN-RECORD-KEY(1:6) TO DS-CLIENT-CODE
               MOVE 'J'                 TO DS-SOURCE
               RELEASE SORT-RECORD
               ADD 1 TO WS-OPENINGS-RELEASED
             END-IF
           END-IF.
      *
      * CLIMAS in key order against the sorted activity: a client
      * with no activity record at its code is set dormant if it is
      * still active. Closed and closure-pending clients are left
      * to their own workflow.
       200-MARK-DORMANT-CLIENTS.
      *
           PERFORM 210-RETURN-ONE-RECORD
           MOVE LOW-VALUES TO CLI-CLIENT-CODE
           START CLIENT-MASTER-FILE KEY NOT < CLI-CLIENT-CODE
             INVALID KEY
               MOVE 'Y' TO WS-CLI-EOF-SWITCH
           END-START
           PERFORM 220-READ-NEXT-CLIENT
           PERFORM 230-CHECK-ONE-CLIENT UNTIL END-OF-CLIENTS.
      *
       210-RETURN-ONE-RECORD.
      *
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
      *
       220-READ-NEXT-CLIENT.
      *
           IF NOT END-OF-CLIENTS
             READ CLIENT-MASTER-FILE NEXT
               AT END
                 MOVE 'Y' TO WS-CLI-EOF-SWITCH
             END-READ
           END-IF.
      *
       230-CHECK-ONE-CLIENT.
      *
           ADD 1 TO WS-CLIENTS-READ
           PERFORM 210-RETURN-ONE-RECORD
               UNTIL END-OF-SORTED
                  OR DS-CLIENT-CODE NOT < CLI-CLIENT-CODE
           MOVE 'N' TO WS-HAS-ACTIVITY-IND
           IF NOT END-OF-SORTED
             IF DS-CLIENT-CODE = CLI-CLIENT-CODE
               MOVE 'Y' TO WS-HAS-ACTIVITY-IND
             END-IF
           END-IF
      *
           EVALUATE TRUE
             WHEN CLI-IS-DORMANT
               ADD 1 TO WS-ALREADY-DORMANT
             WHEN NOT CLI-IS-ACTIVE
               ADD 1 TO WS-NOT-ACTIVE
             WHEN CLIENT-HAS-ACTIVITY
               ADD 1 TO WS-ACTIVE-TRADING
             WHEN OTHER
               PERFORM 240-SET-DORMANT
           END-EVALUATE
      *
           PERFORM 220-READ-NEXT-CLIENT.
      *
       240-SET-DORMANT.
      *
           MOVE CLIENT-MASTER-RECORD TO WS-JRN-BEFORE
           SET CLI-IS-DORMANT TO TRUE
           REWRITE CLIENT-MASTER-RECORD
             INVALID KEY
               DISPLAY "CLIMAS REWRITE FAILED, CLIENT = "
                       CLI-CLIENT-CODE
               ADD 1 TO WS-ERROR-COUNT
               MOVE 4 TO RETURN-CODE
             NOT INVALID KEY
               ADD 1 TO WS-NEWLY-DORMANT
               MOVE 'U'                  TO WS-JRN-ACTION
               MOVE CLIENT-MASTER-RECORD TO WS-JRN-AFTER
               PERFORM 030-JOURNAL-MAINT-CHANGE
      *
               MOVE CLI-CLIENT-CODE      TO WD-CLIENT-CODE
               MOVE CLI-CLIENT-NAME      TO WD-CLIENT-NAME
               MOVE CLI-DEFAULT-SEGMENT  TO WD-SEGMENT
               MOVE CLI-SUB-BROKER-CODE  TO WD-SUB-BROKER
               MOVE CLI-BANK-ACCOUNT     TO WD-BANK-ACCOUNT
               MOVE 'ACTIVE -> DORMANT'  TO WD-STATUS
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-REWRITE.
      *
      * One journal record per client set dormant - the MTSCLL0
      * paragraph. The change sequence breaks same-second ties; a
      * write failure other than a duplicate gives up rather than
      * looping, the status change having already posted.
       030-JOURNAL-MAINT-CHANGE.
      *
           ACCEPT CURRENT-TIME FROM TIME
           MOVE WS-PROC-DATE-N   TO JRN-CHANGE-DATE
           MOVE 'CLIMAS'         TO JRN-FILE-ID
           MOVE SPACES           TO JRN-RECORD-KEY
           MOVE CLI-CLIENT-CODE  TO JRN-RECORD-KEY(1:6)
           STRING CURRENT-HOUR,
                  ':',
                  CURRENT-MINUTE,
                  ':',
                  CURRENT-SECOND DELIMITED BY SIZE
                  INTO JRN-CHANGE-TIME
           END-STRING
           MOVE ZERO             TO JRN-CHANGE-SEQ
           MOVE WS-JRN-ACTION    TO JRN-ACTION
           MOVE 'MTSDRM0 '       TO JRN-OPERATOR
           MOVE WS-JRN-BEFORE    TO JRN-BEFORE-IMAGE
           MOVE WS-JRN-AFTER     TO JRN-AFTER-IMAGE
      *
           MOVE 'N' TO WS-JRN-DONE-IND
           PERFORM 032-WRITE-JOURNAL-RECORD
               UNTIL JOURNAL-WRITTEN OR JOURNAL-GIVEN-UP.
      *
       032-WRITE-JOURNAL-RECORD.
      *
           WRITE MAINT-JOURNAL-RECORD
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO WS-JRN-DONE-IND
           END-WRITE
           IF NOT JOURNAL-WRITTEN
             IF WS-MNTJRN-STATUS = '22' AND JRN-CHANGE-SEQ < 99
               ADD 1 TO JRN-CHANGE-SEQ
             ELSE
               DISPLAY "MNTJRN WRITE FAILED, STATUS = "
                       WS-MNTJRN-STATUS
                       " CLIENT = " CLI-CLIENT-CODE
               MOVE 'G' TO WS-JRN-DONE-IND
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
      *
       050-TERMINATE.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CLIENTS ON CLIMAS                      ' TO WT-TAG
           MOVE WS-CLIENTS-READ     TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ACTIVE - TRADED OR OPENED IN PERIOD    ' TO WT-TAG
           MOVE WS-ACTIVE-TRADING   TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'SET DORMANT THIS RUN                   ' TO WT-TAG
           MOVE WS-NEWLY-DORMANT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ALREADY DORMANT                        ' TO WT-TAG
           MOVE WS-ALREADY-DORMANT  TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLOSED OR CLOSURE PENDING              ' TO WT-TAG
           MOVE WS-NOT-ACTIVE       TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOT UPDATED - SEE SYSOUT               ' TO WT-TAG
           MOVE WS-ERROR-COUNT      TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
      *
           CLOSE RATE-MASTER-FILE
           CLOSE TRADE-HISTORY-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE MAINT-JOURNAL-FILE
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSDRM0 - HISTORY RECORDS READ = " WS-HIST-READ
           DISPLAY "MTSDRM0 - ORIGINAL TRADES      = "
                   WS-TRADES-RELEASED
           DISPLAY "MTSDRM0 - OPENED/REACTIVATED   = "
                   WS-OPENINGS-RELEASED
           DISPLAY "MTSDRM0 - CLIENTS READ         = " WS-CLIENTS-READ
           DISPLAY "MTSDRM0 - SET DORMANT          = " WS-NEWLY-DORMANT.
      *
       END PROGRAM MTSDRM0.
