      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: OPERATOR AND TERMINAL ACTIVITY REPORT - THE DAY AND
      *        : THE MONTH TO DATE. FOR EVERY OPERATOR AND EVERY
      *        : TERMINAL THAT KEYED A TRADE (TXL-ENTRY-OPERATOR /
      *        : TXL-ENTRY-TERMINAL): TRADES KEYED, REVERSALS THE
      *        : OPERATOR REQUESTED AGAINST THEIR OWN TRADES
      *        : (TXL-REV-REQUEST-OPER), LIMIT OVERRIDES AND
      *        : DUPLICATE RELEASES THEIR TRADES NEEDED, AND THE
      *        : MTSTCR0 TRADE-CAPTURE BREAKS TRACED BACK TO THEM
      *        : THROUGH THE TCRBRK EXTRACT (MTSTCB0), WITH THE
      *        : HOURLY DISTRIBUTION OF THE TRADES KEYED. EACH
      *        : OPERATOR IS BROKEN DOWN BY THE TERMINALS USED AND
      *        : EACH TERMINAL BY THE OPERATORS WHO USED IT, SO A
      *        : TERMINAL KEYED FROM BY MORE THAN ONE OPERATOR IS
      *        : FLAGGED SHARED FOR THE DESK MANAGER TO CHECK
      *        : AGAINST WHO IT IS ASSIGNED TO.
      *        : EVERY ORIGINAL TRADE OF THE DAY KEYED OUTSIDE ITS
      *        : SEGMENT'S RATMAS 'TW' TRADING WINDOW IS LISTED AS
      *        : AN EXCEPTION AND ENDS THE STEP RC=4; A SEGMENT
      *        : WITH NO WINDOW ON FILE IS NOT CHECKED AND THE
      *        : REPORT SAYS SO.
      *        : TODAY COMES OFF TXNLOG AND THE EARLIER DAYS OF THE
      *        : MONTH OFF TXNHIST, AS MTSSRV0 DOES, SO THE FIGURES
      *        : DO NOT DEPEND ON WHETHER THE HISTORY LOAD HAS RUN.
      *        : CHARGE ADJUSTMENTS ARE NOT KEYED TRADES AND ARE
      *        : LEFT OUT. NEITHER ARE THE MTSXPR0 EXPIRY CLOSE-OUT
      *        : ENTRIES - THEY ARE ONLY COUNTED, ON A LINE OF
      *        : THEIR OWN IN THE TOTALS.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSOPR0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT TXN-LOG-FILE ASSIGN TO TXNLOG
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT TRADE-HISTORY-FILE ASSIGN TO TXNHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXH-KEY
               FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT CAPTURE-BREAK-FILE ASSIGN TO CAPBRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAPBRK-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO OPRRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  TXN-LOG-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSLOG0.
      *
       FD  TRADE-HISTORY-FILE.
           COPY MTSHIS0.
      *
       FD  CAPTURE-BREAK-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSTCB0.
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
      * One record per activity event, released twice - once under
      * the operator ('O', minor = terminal) and once under the
      * terminal ('T', minor = operator) - so both views come off
      * one sort. Out-of-window exceptions ('X') are released once,
      * keyed on the entry time, and sort after both views. Event
      * types: K keyed, R own-trade reversal, L limit override,
      * D duplicate release, B capture break.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-SECTION              PIC X(01).
           05 SR-MAJOR-ID             PIC X(08).
           05 SR-MINOR-ID             PIC X(08).
           05 SR-EVENT-DATE           PIC 9(08).
           05 SR-TRADE-SEQ-NO         PIC 9(06).
           05 SR-EVENT-TYPE           PIC X(01).
           05 SR-TODAY-IND            PIC X(01).
               88 SR-IS-TODAY                            VALUE 'Y'.
           05 SR-HOUR                 PIC 9(02).
           05 SR-CLIENT-CODE          PIC X(06).
           05 SR-SCRIP-CODE           PIC X(10).
           05 SR-SEGMENT              PIC X(01).
           05 SR-ENTRY-TIME           PIC X(08).
           05 SR-OPERATOR             PIC X(08).
           05 SR-TERMINAL             PIC X(04).
           05 SR-WINDOW-OPEN          PIC 9(06).
           05 SR-WINDOW-CLOSE         PIC 9(06).
      *
       WORKING-STORAGE SECTION.
      *
      * The history record's log data is mapped through this working
      * copy, renamed so it stands apart from the TXNLOG record.
           COPY MTSLOG0 REPLACING ==TXN-LOG-RECORD==
                               BY ==HIST-TXN-RECORD==
                          LEADING ==TXL-== BY ==HTX-==.
      *
       01  WS-HIST-STATUS             PIC X(02).
       01  WS-CAPBRK-STATUS           PIC X(02).
       01  WS-RATMAS-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
      *
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-INPUT                               VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH         PIC X(01)          VALUE 'N'.
           88 END-OF-SORTED                              VALUE 'Y'.
       01  WS-CAPBRK-SWITCH           PIC X(01)          VALUE 'N'.
           88 BREAK-EXTRACT-OPEN                         VALUE 'Y'.
      *
       01  WS-BUSDAT-DATE-N           PIC 9(08)          VALUE ZERO.
      *
      * First of the business month - where the month to date
      * starts.
       01  WS-MONTH-START.
           05 WS-MONTH-START-YM       PIC 9(06).
           05 WS-MONTH-START-DD       PIC 9(02).
       01  WS-MONTH-START-N REDEFINES WS-MONTH-START
                                      PIC 9(08).
      *
       01  RATE-LOOKUP-KEY.
           05 RLK-RATE-TYPE           PIC X(02).
           05 RLK-RATE-CODE           PIC X(02).
           05 RLK-EFFECTIVE-CDATE     PIC 9(08).
       01  WS-RATE-FOUND-IND          PIC X(01)          VALUE 'N'.
           88 RATE-FOUND                                 VALUE 'Y'.
      *
      * The 'TW' trading window per segment, in MTSDED0's segment
      * order. A segment with no window on file is not checked.
       01  WS-SEGMENT-CODES           PIC X(05)          VALUE 'NBFCM'.
       01  WS-SEG-SUB                 PIC S9(4) COMP.
       01  WS-WINDOW-TABLE.
           05 WS-WINDOW-ENTRY OCCURS 5 TIMES.
               10 WW-WINDOW-IND       PIC X(01).
                   88 WW-WINDOW-SET                      VALUE 'Y'.
               10 WW-OPEN-TIME        PIC 9(06).
               10 WW-CLOSE-TIME       PIC 9(06).
      *
      * Entry time as keyed (HH:MM:SS) turned round for comparing
      * with a window.
       01  WS-ENTRY-HHMMSS.
           05 WS-ENTRY-HH             PIC X(02).
           05 WS-ENTRY-MM             PIC X(02).
           05 WS-ENTRY-SS             PIC X(02).
       01  WS-ENTRY-HHMMSS-N REDEFINES WS-ENTRY-HHMMSS
                                      PIC 9(06).
      *
      * A window time laid out for the report.
       01  WS-TIME-WORK               PIC 9(06).
       01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
           05 WS-TIME-HH              PIC 9(02).
           05 WS-TIME-MM              PIC 9(02).
           05 WS-TIME-SS              PIC 9(02).
       01  WS-TIME-EDIT.
           05 WS-EDIT-HH              PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE ':'.
           05 WS-EDIT-MM              PIC 9(02).
           05 FILLER                  PIC X(01)  VALUE ':'.
           05 WS-EDIT-SS              PIC 9(02).
      *
      * The log or history record in hand, reduced to what the
      * activity events need, so both sources release through the
      * same paragraph.
       01  WS-EVENT.
           05 EV-ENTRY-TYPE           PIC X(01).
               88 EV-IS-ORIGINAL                         VALUE 'O'.
               88 EV-IS-REVERSAL                         VALUE 'R'.
               88 EV-IS-ADJUSTMENT                       VALUE 'A'
                                                               'C'.
           05 EV-LIMIT-OVERRIDE-IND   PIC X(01).
           05 EV-DUP-RELEASE-IND      PIC X(01).
           05 EV-REV-REQUEST-OPER     PIC X(08).
      *
      * The group in progress. Counters are by event type in the
      * K R L D B order above.
       01  WS-CUR-SECTION             PIC X(01).
       01  WS-CUR-MAJOR               PIC X(08).
       01  WS-CUR-MINOR               PIC X(08).
       01  WS-EVENT-SUB               PIC S9(4) COMP.
       01  WS-HOUR-SUB                PIC S9(4) COMP.
       01  WS-COUNT-SUB               PIC S9(4) COMP.
       01  WS-PREV-BREAK-DATE         PIC 9(08).
       01  WS-PREV-BREAK-SEQ          PIC 9(06).
      *
       01  WS-MAJOR-STATS.
           05 MJ-DAY-COUNT OCCURS 5 TIMES
                                      PIC 9(07).
           05 MJ-MTD-COUNT OCCURS 5 TIMES
                                      PIC 9(07).
           05 MJ-DAY-HOUR OCCURS 24 TIMES
                                      PIC 9(05).
           05 MJ-MTD-HOUR OCCURS 24 TIMES
                                      PIC 9(05).
           05 MJ-DAY-MINORS           PIC 9(03).
           05 MJ-MTD-MINORS           PIC 9(03).
       01  WS-MINOR-STATS.
           05 MN-DAY-COUNT OCCURS 5 TIMES
                                      PIC 9(07).
           05 MN-MTD-COUNT OCCURS 5 TIMES
                                      PIC 9(07).
      *
       01  WS-LOG-READ                PIC 9(07)          VALUE ZERO.
       01  WS-HIST-READ               PIC 9(07)          VALUE ZERO.
       01  WS-BREAKS-READ             PIC 9(07)          VALUE ZERO.
       01  WS-EVENTS-RELEASED         PIC 9(07)          VALUE ZERO.
       01  WS-DAY-KEYED-COUNT         PIC 9(07)          VALUE ZERO.
       01  WS-MTD-KEYED-COUNT         PIC 9(07)          VALUE ZERO.
       01  WS-OPERATOR-COUNT          PIC 9(05)          VALUE ZERO.
       01  WS-TERMINAL-COUNT          PIC 9(05)          VALUE ZERO.
       01  WS-SHARED-COUNT            PIC 9(05)          VALUE ZERO.
       01  WS-DAY-UNTRACED-COUNT      PIC 9(05)          VALUE ZERO.
       01  WS-MTD-UNTRACED-COUNT      PIC 9(05)          VALUE ZERO.
       01  WS-EXCEPTION-COUNT         PIC 9(05)          VALUE ZERO.
       01  WS-UNCHECKED-COUNT         PIC 9(05)          VALUE ZERO.
       01  WS-NO-TIME-COUNT           PIC 9(05)          VALUE ZERO.
       01  WS-CLOSE-OUT-COUNT         PIC 9(05)          VALUE ZERO.
       01  WS-EXPIRY-OPERATOR         PIC X(08)
                                          VALUE 'MTSXPR0'.
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
              VALUE '*** IGSL OPERATOR AND TERMINAL ACTIVITY REPO'.
           05 FILLER                  PIC X(06)
              VALUE 'RT ***'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WH-BUSINESS-DATE        PIC 9(08).
           05 FILLER                  PIC X(22)
              VALUE '   MONTH TO DATE FROM '.
           05 WH-MONTH-START          PIC 9(08).
      *
       01  WS-SECTION-LINE.
           05 WS-SECTION-TITLE        PIC X(60).
      *
       01  WS-WINDOW-LINE.
           05 FILLER                  PIC X(10)  VALUE 'SEGMENT '.
           05 WW-SEGMENT              PIC X(01).
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WW-WINDOW-TEXT          PIC X(60).
      *
       01  WS-COLUMN-HEADING-1.
           05 WC-ID-TITLE             PIC X(16).
           05 FILLER                  PIC X(40)
              VALUE '---------------- TODAY ---------------  '.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 FILLER                  PIC X(50)
              VALUE '------------------- MONTH TO DATE -------------  '.
      *
       01  WS-COLUMN-HEADING-2.
           05 FILLER                  PIC X(16)  VALUE SPACES.
           05 FILLER                  PIC X(40)
              VALUE '  KEYED OWN REV LMT OVR DUP REL  BREAKS '.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 FILLER                  PIC X(25)
              VALUE '    KEYED   OWN REV   LMT'.
           05 FILLER                  PIC X(25)
              VALUE ' OVR   DUP REL    BREAKS '.
           05 FILLER                  PIC X(10)  VALUE 'FLAG'.
      *
       01  WS-HOUR-HEADING.
           05 FILLER                  PIC X(12)  VALUE 'HOUR'.
           05 FILLER                  PIC X(30)
              VALUE '   00   01   02   03   04   05'.
           05 FILLER                  PIC X(30)
              VALUE '   06   07   08   09   10   11'.
           05 FILLER                  PIC X(30)
              VALUE '   12   13   14   15   16   17'.
           05 FILLER                  PIC X(30)
              VALUE '   18   19   20   21   22   23'.
      *
       01  WS-MAJOR-LINE.
           05 WM-TITLE                PIC X(09).
           05 WM-ID                   PIC X(08).
      *
       01  WS-DETAIL-LINE.
           05 WD-LABEL                PIC X(06).
           05 WD-ID                   PIC X(08).
           05 FILLER                  PIC X(02).
           05 WD-DAY-CELL OCCURS 5 TIMES.
               10 WD-DAY-COUNT        PIC ZZZ,ZZ9.
               10 FILLER              PIC X(01).
           05 FILLER                  PIC X(03).
           05 WD-MTD-CELL OCCURS 5 TIMES.
               10 WD-MTD-COUNT        PIC Z,ZZZ,ZZ9.
               10 FILLER              PIC X(01).
           05 FILLER                  PIC X(02).
           05 WD-FLAG                 PIC X(21).
      *
       01  WS-HOUR-LINE.
           05 WL-LABEL                PIC X(12).
           05 WL-HOUR-COUNT OCCURS 24 TIMES
                                      PIC ZZZZ9.
      *
       01  WS-FLAG-TEXT.
           05 WF-TAG                  PIC X(14).
           05 WF-COUNT                PIC ZZ9.
           05 FILLER                  PIC X(04)  VALUE ' OPS'.
      *
       01  WS-EXCEPTION-HEADING.
           05 FILLER                  PIC X(10)  VALUE 'ENTRY TIME'.
           05 FILLER                  PIC X(10)  VALUE '    TRADE'.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT'.
           05 FILLER                  PIC X(12)  VALUE 'SCRIP'.
           05 FILLER                  PIC X(05)  VALUE 'SEG'.
           05 FILLER                  PIC X(10)  VALUE 'OPERATOR'.
           05 FILLER                  PIC X(06)  VALUE 'TERM'.
           05 FILLER                  PIC X(20)  VALUE 'SEGMENT WINDOW'.
      *
       01  WS-EXCEPTION-LINE.
           05 WX-ENTRY-TIME           PIC X(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WX-TRADE-SEQ-NO         PIC ZZZZZZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WX-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WX-SCRIP-CODE           PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WX-SEGMENT              PIC X(01).
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 WX-OPERATOR             PIC X(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WX-TERMINAL             PIC X(04).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WX-WINDOW-OPEN          PIC X(08).
           05 FILLER                  PIC X(04)  VALUE ' TO '.
           05 WX-WINDOW-CLOSE         PIC X(08).
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
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-SECTION
                                SR-MAJOR-ID
                                SR-MINOR-ID
                                SR-EVENT-DATE
                                SR-TRADE-SEQ-NO
                                SR-EVENT-TYPE
               INPUT PROCEDURE IS 100-RELEASE-ACTIVITY
               OUTPUT PROCEDURE IS 200-REPORT-ACTIVITY
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
      *
           MOVE WS-BUSDAT-DATE-N TO WS-MONTH-START-N
           MOVE 1                TO WS-MONTH-START-DD
      *
           MOVE WS-BUSDAT-DATE-N TO WH-BUSINESS-DATE
           MOVE WS-MONTH-START-N TO WH-MONTH-START
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
      *
           MOVE 'TRADING WINDOWS IN FORCE (RATMAS TW)'
                TO WS-SECTION-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           PERFORM 012-GET-SEGMENT-WINDOW
               VARYING WS-SEG-SUB FROM 1 BY 1
                 UNTIL WS-SEG-SUB > 5
      *
           IF NOT BREAK-EXTRACT-OPEN
             MOVE SPACES TO REPORT-LINE
             WRITE REPORT-LINE
             MOVE 'CAPTURE BREAK EXTRACT NOT AVAILABLE - BREAKS NOT '
                  TO REPORT-LINE
             MOVE 'TRACED' TO REPORT-LINE(50:6)
             WRITE REPORT-LINE
             MOVE 4 TO RETURN-CODE
           END-IF.
      *
      * Month to date and the day are both the business date's,
      * never the wall clock's, so a rerun after midnight reports
      * the same day.
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
                     "NO ACTIVITY REPORT"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
       012-GET-SEGMENT-WINDOW.
      *
           MOVE 'N'    TO WW-WINDOW-IND(WS-SEG-SUB)
           MOVE 'TW'   TO RLK-RATE-TYPE
           MOVE SPACES TO RLK-RATE-CODE
           MOVE WS-SEGMENT-CODES(WS-SEG-SUB:1) TO RLK-RATE-CODE(1:1)
           COMPUTE RLK-EFFECTIVE-CDATE = 99999999 - WS-BUSDAT-DATE-N
           PERFORM 014-GET-EFFECTIVE-RATE
      *
           MOVE SPACES TO WW-WINDOW-TEXT
           MOVE WS-SEGMENT-CODES(WS-SEG-SUB:1) TO WW-SEGMENT
           IF RATE-FOUND
             MOVE 'Y'              TO WW-WINDOW-IND(WS-SEG-SUB)
             MOVE RT-TW-OPEN-TIME  TO WW-OPEN-TIME(WS-SEG-SUB)
             MOVE RT-TW-CLOSE-TIME TO WW-CLOSE-TIME(WS-SEG-SUB)
             MOVE RT-TW-OPEN-TIME  TO WS-TIME-WORK
             PERFORM 016-EDIT-TIME
             MOVE WS-TIME-EDIT     TO WW-WINDOW-TEXT(1:8)
             MOVE ' TO '           TO WW-WINDOW-TEXT(9:4)
             MOVE RT-TW-CLOSE-TIME TO WS-TIME-WORK
             PERFORM 016-EDIT-TIME
             MOVE WS-TIME-EDIT     TO WW-WINDOW-TEXT(13:8)
           ELSE
             MOVE 'NOT CHECKED - NO RATMAS TW RECORD'
                  TO WW-WINDOW-TEXT
           END-IF
           WRITE REPORT-LINE FROM WS-WINDOW-LINE.
      *
      * RATE-LOOKUP-KEY carries type/code/complemented date, so the
      * first record at or after it is the latest rate effective on
      * or before the business date - compared back before use.
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
       016-EDIT-TIME.
      *
           MOVE WS-TIME-HH TO WS-EDIT-HH
           MOVE WS-TIME-MM TO WS-EDIT-MM
           MOVE WS-TIME-SS TO WS-EDIT-SS.
      *
      * Without the break extract the report still runs - the
      * breaks are just not traced, and the report says so.
       035-OPEN-FILES.
      *
           OPEN INPUT TXN-LOG-FILE
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
           OPEN INPUT CAPTURE-BREAK-FILE
           IF WS-CAPBRK-STATUS = '00'
             MOVE 'Y' TO WS-CAPBRK-SWITCH
           ELSE
             DISPLAY "CAPBRK OPEN FAILED, STATUS = " WS-CAPBRK-STATUS
           END-IF
           OPEN OUTPUT REPORT-FILE.
      *
      * Today off TXNLOG, the earlier days of the month off TXNHIST,
      * then the month's capture breaks. MTSXPR0's close-out entries
      * are not keyed by anyone and are only counted.
       100-RELEASE-ACTIVITY.
      *
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           PERFORM 110-RELEASE-LOG-ACTIVITY UNTIL END-OF-INPUT
      *
           IF WS-MONTH-START-N < WS-BUSDAT-DATE-N
             MOVE 'N'               TO WS-EOF-SWITCH
             MOVE WS-MONTH-START-N  TO TXH-BUSINESS-DATE
             MOVE ZERO              TO TXH-TRADE-SEQ-NO
             MOVE LOW-VALUES        TO TXH-ENTRY-TYPE
             START TRADE-HISTORY-FILE KEY NOT < TXH-KEY
               INVALID KEY
                 MOVE 'Y' TO WS-EOF-SWITCH
             END-START
             PERFORM 130-RELEASE-HISTORY-ACTIVITY UNTIL END-OF-INPUT
           END-IF
      *
           IF BREAK-EXTRACT-OPEN
             MOVE 'N' TO WS-EOF-SWITCH
             PERFORM 140-RELEASE-BREAKS UNTIL END-OF-INPUT
           END-IF.
      *
       110-RELEASE-LOG-ACTIVITY.
      *
           ADD 1 TO WS-LOG-READ
           IF TXL-ENTRY-OPERATOR = WS-EXPIRY-OPERATOR
             ADD 1 TO WS-CLOSE-OUT-COUNT
           ELSE
             MOVE SPACES             TO SORT-RECORD
             MOVE WS-BUSDAT-DATE-N   TO SR-EVENT-DATE
             MOVE 'Y'                TO SR-TODAY-IND
             MOVE TXL-TRADE-SEQ-NO   TO SR-TRADE-SEQ-NO
             MOVE TXL-CLIENT-CODE    TO SR-CLIENT-CODE
             MOVE TXL-SCRIP-CODE     TO SR-SCRIP-CODE
             MOVE TXL-SEGMENT-IND    TO SR-SEGMENT
             MOVE TXL-ENTRY-TIME     TO SR-ENTRY-TIME
             MOVE TXL-ENTRY-OPERATOR TO SR-OPERATOR
             MOVE TXL-ENTRY-TERMINAL TO SR-TERMINAL
             MOVE ZERO               TO SR-WINDOW-OPEN SR-WINDOW-CLOSE
             MOVE TXL-ENTRY-TYPE          TO EV-ENTRY-TYPE
             MOVE TXL-LIMIT-OVERRIDE-IND  TO EV-LIMIT-OVERRIDE-IND
             MOVE TXL-DUP-RELEASE-IND     TO EV-DUP-RELEASE-IND
             MOVE TXL-REV-REQUEST-OPER    TO EV-REV-REQUEST-OPER
             PERFORM 170-RELEASE-TRADE-EVENTS
             IF EV-IS-ORIGINAL
               PERFORM 150-CHECK-ENTRY-WINDOW
             END-IF
           END-IF
      *
           READ TXN-LOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
       130-RELEASE-HISTORY-ACTIVITY.
      *
           READ TRADE-HISTORY-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT END-OF-INPUT
             IF TXH-BUSINESS-DATE NOT < WS-BUSDAT-DATE-N
               MOVE 'Y' TO WS-EOF-SWITCH
             END-IF
           END-IF
           IF NOT END-OF-INPUT
             ADD 1 TO WS-HIST-READ
             MOVE TXH-TXN-DATA       TO HIST-TXN-RECORD
             IF HTX-ENTRY-OPERATOR = WS-EXPIRY-OPERATOR
               ADD 1 TO WS-CLOSE-OUT-COUNT
             ELSE
               MOVE SPACES             TO SORT-RECORD
               MOVE TXH-BUSINESS-DATE  TO SR-EVENT-DATE
               MOVE 'N'                TO SR-TODAY-IND
               MOVE HTX-TRADE-SEQ-NO   TO SR-TRADE-SEQ-NO
               MOVE HTX-CLIENT-CODE    TO SR-CLIENT-CODE
               MOVE HTX-SCRIP-CODE     TO SR-SCRIP-CODE
               MOVE HTX-SEGMENT-IND    TO SR-SEGMENT
               MOVE HTX-ENTRY-TIME     TO SR-ENTRY-TIME
               MOVE HTX-ENTRY-OPERATOR TO SR-OPERATOR
               MOVE HTX-ENTRY-TERMINAL TO SR-TERMINAL
               MOVE ZERO               TO SR-WINDOW-OPEN SR-WINDOW-CLOSE
               MOVE HTX-ENTRY-TYPE          TO EV-ENTRY-TYPE
               MOVE HTX-LIMIT-OVERRIDE-IND  TO EV-LIMIT-OVERRIDE-IND
               MOVE HTX-DUP-RELEASE-IND     TO EV-DUP-RELEASE-IND
               MOVE HTX-REV-REQUEST-OPER    TO EV-REV-REQUEST-OPER
               PERFORM 170-RELEASE-TRADE-EVENTS
             END-IF
           END-IF.
      *
      * A break with nobody to trace it to - never captured, or
      * captured before the keying audit fields existed - is only
      * counted.
       140-RELEASE-BREAKS.
      *
           READ CAPTURE-BREAK-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF NOT END-OF-INPUT
              AND TCB-BUSINESS-DATE NOT < WS-MONTH-START-N
              AND TCB-BUSINESS-DATE NOT > WS-BUSDAT-DATE-N
             ADD 1 TO WS-BREAKS-READ
             IF TCB-NOT-CAPTURED OR TCB-ENTRY-OPERATOR = SPACES
               ADD 1 TO WS-MTD-UNTRACED-COUNT
               IF TCB-BUSINESS-DATE = WS-BUSDAT-DATE-N
                 ADD 1 TO WS-DAY-UNTRACED-COUNT
               END-IF
             ELSE
               MOVE SPACES             TO SORT-RECORD
               MOVE TCB-BUSINESS-DATE  TO SR-EVENT-DATE
               IF TCB-BUSINESS-DATE = WS-BUSDAT-DATE-N
                 MOVE 'Y' TO SR-TODAY-IND
               ELSE
                 MOVE 'N' TO SR-TODAY-IND
               END-IF
               MOVE TCB-TRADE-SEQ-NO   TO SR-TRADE-SEQ-NO
               MOVE TCB-CLIENT-CODE    TO SR-CLIENT-CODE
               MOVE TCB-ENTRY-TIME     TO SR-ENTRY-TIME
               MOVE TCB-ENTRY-OPERATOR TO SR-OPERATOR
               MOVE TCB-ENTRY-TERMINAL TO SR-TERMINAL
               MOVE 99                 TO SR-HOUR
               MOVE ZERO               TO SR-WINDOW-OPEN
                                          SR-WINDOW-CLOSE
               MOVE 'B'                TO SR-EVENT-TYPE
               PERFORM 180-RELEASE-BOTH-VIEWS
             END-IF
           END-IF.
      *
      * An original trade of the day against its segment's window -
      * blank segment is MTSDED0's default 'N'. A trade with no
      * entry time was logged before the field existed and cannot
      * be judged.
       150-CHECK-ENTRY-WINDOW.
      *
           EVALUATE SR-SEGMENT
             WHEN 'B'
               MOVE 2 TO WS-SEG-SUB
             WHEN 'F'
               MOVE 3 TO WS-SEG-SUB
             WHEN 'C'
               MOVE 4 TO WS-SEG-SUB
             WHEN 'M'
               MOVE 5 TO WS-SEG-SUB
             WHEN OTHER
               MOVE 1 TO WS-SEG-SUB
           END-EVALUATE
      *
           MOVE SR-ENTRY-TIME(1:2) TO WS-ENTRY-HH
           MOVE SR-ENTRY-TIME(4:2) TO WS-ENTRY-MM
           MOVE SR-ENTRY-TIME(7:2) TO WS-ENTRY-SS
      *
           EVALUATE TRUE
             WHEN NOT WW-WINDOW-SET(WS-SEG-SUB)
               ADD 1 TO WS-UNCHECKED-COUNT
             WHEN WS-ENTRY-HHMMSS NOT NUMERIC
               ADD 1 TO WS-NO-TIME-COUNT
             WHEN WS-ENTRY-HHMMSS-N < WW-OPEN-TIME(WS-SEG-SUB)
             WHEN WS-ENTRY-HHMMSS-N > WW-CLOSE-TIME(WS-SEG-SUB)
               MOVE 'X'                TO SR-SECTION
               MOVE SR-ENTRY-TIME      TO SR-MAJOR-ID
               MOVE SPACES             TO SR-MINOR-ID
               MOVE 'X'                TO SR-EVENT-TYPE
               MOVE WS-SEGMENT-CODES(WS-SEG-SUB:1) TO SR-SEGMENT
               MOVE WW-OPEN-TIME(WS-SEG-SUB)  TO SR-WINDOW-OPEN
               MOVE WW-CLOSE-TIME(WS-SEG-SUB) TO SR-WINDOW-CLOSE
               PERFORM 190-RELEASE-EVENT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
      * A reversal carries its original's keying fields, so a
      * request by the operator who keyed the original is a
      * correction of their own work. Adjustments are not trades.
       170-RELEASE-TRADE-EVENTS.
      *
           IF SR-ENTRY-TIME(1:2) NUMERIC
              AND SR-ENTRY-TIME(1:2) < '24'
             MOVE SR-ENTRY-TIME(1:2) TO SR-HOUR
           ELSE
             MOVE 99 TO SR-HOUR
           END-IF
      *
           EVALUATE TRUE
             WHEN EV-IS-ORIGINAL
               MOVE 'K' TO SR-EVENT-TYPE
               PERFORM 180-RELEASE-BOTH-VIEWS
               IF EV-LIMIT-OVERRIDE-IND = 'Y'
                 MOVE 'L' TO SR-EVENT-TYPE
                 PERFORM 180-RELEASE-BOTH-VIEWS
               END-IF
               IF EV-DUP-RELEASE-IND = 'Y'
                 MOVE 'D' TO SR-EVENT-TYPE
                 PERFORM 180-RELEASE-BOTH-VIEWS
               END-IF
             WHEN EV-IS-REVERSAL
               IF EV-REV-REQUEST-OPER NOT = SPACES
                  AND EV-REV-REQUEST-OPER = SR-OPERATOR
                 MOVE 'R' TO SR-EVENT-TYPE
                 PERFORM 180-RELEASE-BOTH-VIEWS
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       180-RELEASE-BOTH-VIEWS.
      *
           MOVE 'O'          TO SR-SECTION
           MOVE SR-OPERATOR  TO SR-MAJOR-ID
           MOVE SPACES       TO SR-MINOR-ID
           MOVE SR-TERMINAL  TO SR-MINOR-ID(1:4)
           PERFORM 190-RELEASE-EVENT
      *
           MOVE 'T'          TO SR-SECTION
           MOVE SPACES       TO SR-MAJOR-ID
           MOVE SR-TERMINAL  TO SR-MAJOR-ID(1:4)
           MOVE SR-OPERATOR  TO SR-MINOR-ID
           PERFORM 190-RELEASE-EVENT.
      *
       190-RELEASE-EVENT.
      *
           RELEASE SORT-RECORD
           ADD 1 TO WS-EVENTS-RELEASED.
      *
       200-REPORT-ACTIVITY.
      *
           PERFORM 210-RETURN-EVENT
           PERFORM 220-REPORT-ONE-SECTION UNTIL END-OF-SORTED.
      *
       210-RETURN-EVENT.
      *
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
      *
       220-REPORT-ONE-SECTION.
      *
           MOVE SR-SECTION TO WS-CUR-SECTION
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
      *
           EVALUATE WS-CUR-SECTION
             WHEN 'O'
               MOVE 'ACTIVITY BY OPERATOR - TERMINALS USED UNDER EACH'
                    TO WS-SECTION-TITLE
               MOVE 'OPERATOR/TERM'  TO WC-ID-TITLE
             WHEN 'T'
               MOVE 'ACTIVITY BY TERMINAL - OPERATORS UNDER EACH'
                    TO WS-SECTION-TITLE
               MOVE 'TERMINAL/OPER'  TO WC-ID-TITLE
             WHEN OTHER
               MOVE 'TRADES KEYED OUTSIDE THE TRADING WINDOW'
                    TO WS-SECTION-TITLE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
      *
           IF WS-CUR-SECTION = 'X'
             WRITE REPORT-LINE FROM WS-EXCEPTION-HEADING
             PERFORM 280-LIST-EXCEPTION
                 UNTIL END-OF-SORTED
                    OR SR-SECTION NOT = WS-CUR-SECTION
           ELSE
             WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
             WRITE REPORT-LINE FROM WS-COLUMN-HEADING-2
             WRITE REPORT-LINE FROM WS-HOUR-HEADING
             PERFORM 230-REPORT-ONE-MAJOR
                 UNTIL END-OF-SORTED
                    OR SR-SECTION NOT = WS-CUR-SECTION
           END-IF.
      *
      * One operator (or terminal): its minor lines as they
      * complete, then its total, the flag and the hourly spread of
      * the trades it keyed.
       230-REPORT-ONE-MAJOR.
      *
           MOVE SR-MAJOR-ID TO WS-CUR-MAJOR
           INITIALIZE WS-MAJOR-STATS
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CUR-SECTION = 'O'
             MOVE 'OPERATOR ' TO WM-TITLE
             ADD 1 TO WS-OPERATOR-COUNT
           ELSE
             MOVE 'TERMINAL ' TO WM-TITLE
             ADD 1 TO WS-TERMINAL-COUNT
           END-IF
           MOVE WS-CUR-MAJOR TO WM-ID
           IF WS-CUR-MAJOR = SPACES
             MOVE '*NONE*' TO WM-ID
           END-IF
           WRITE REPORT-LINE FROM WS-MAJOR-LINE
      *
           PERFORM 240-REPORT-ONE-MINOR
               UNTIL END-OF-SORTED
                  OR SR-SECTION NOT = WS-CUR-SECTION
                  OR SR-MAJOR-ID NOT = WS-CUR-MAJOR
      *
           MOVE SPACES   TO WS-DETAIL-LINE
           MOVE 'TOTAL ' TO WD-LABEL
           MOVE WM-ID    TO WD-ID
           PERFORM 262-MOVE-MAJOR-COUNT
               VARYING WS-COUNT-SUB FROM 1 BY 1
                 UNTIL WS-COUNT-SUB > 5
           PERFORM 270-SET-FLAG
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
      *
           IF WS-CUR-SECTION = 'O'
             ADD MJ-DAY-COUNT(1) TO WS-DAY-KEYED-COUNT
             ADD MJ-MTD-COUNT(1) TO WS-MTD-KEYED-COUNT
           END-IF
      *
           IF MJ-DAY-COUNT(1) > ZERO
             MOVE 'KEYED TODAY' TO WL-LABEL
             PERFORM 264-MOVE-DAY-HOUR
                 VARYING WS-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-HOUR-SUB > 24
             WRITE REPORT-LINE FROM WS-HOUR-LINE
           END-IF
           IF MJ-MTD-COUNT(1) > ZERO
             MOVE 'KEYED MTD'   TO WL-LABEL
             PERFORM 266-MOVE-MTD-HOUR
                 VARYING WS-HOUR-SUB FROM 1 BY 1
                   UNTIL WS-HOUR-SUB > 24
             WRITE REPORT-LINE FROM WS-HOUR-LINE
           END-IF.
      *
      * A terminal (or operator) under the major. It counts towards
      * the major's tally of terminals/operators for the day and the
      * month only when trades were keyed on it.
       240-REPORT-ONE-MINOR.
      *
           MOVE SR-MINOR-ID TO WS-CUR-MINOR
           INITIALIZE WS-MINOR-STATS
           MOVE ZERO TO WS-PREV-BREAK-DATE WS-PREV-BREAK-SEQ
      *
           PERFORM 250-ADD-EVENT
               UNTIL END-OF-SORTED
                  OR SR-SECTION NOT = WS-CUR-SECTION
                  OR SR-MAJOR-ID NOT = WS-CUR-MAJOR
                  OR SR-MINOR-ID NOT = WS-CUR-MINOR
      *
           IF MN-DAY-COUNT(1) > ZERO
             ADD 1 TO MJ-DAY-MINORS
           END-IF
           IF MN-MTD-COUNT(1) > ZERO
             ADD 1 TO MJ-MTD-MINORS
           END-IF
      *
           MOVE SPACES       TO WS-DETAIL-LINE
           MOVE WS-CUR-MINOR TO WD-ID
           IF WS-CUR-MINOR = SPACES
             MOVE '*NONE*' TO WD-ID
           END-IF
           PERFORM 260-MOVE-MINOR-COUNT
               VARYING WS-COUNT-SUB FROM 1 BY 1
                 UNTIL WS-COUNT-SUB > 5
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
      *
      * A break extract generation written twice for one day (a
      * forced rerun of the reconciliation) would show the same
      * break twice - the sort brings the copies together, and the
      * second is dropped.
       250-ADD-EVENT.
      *
           EVALUATE SR-EVENT-TYPE
             WHEN 'K'
               MOVE 1 TO WS-EVENT-SUB
             WHEN 'R'
               MOVE 2 TO WS-EVENT-SUB
             WHEN 'L'
               MOVE 3 TO WS-EVENT-SUB
             WHEN 'D'
               MOVE 4 TO WS-EVENT-SUB
             WHEN OTHER
               MOVE 5 TO WS-EVENT-SUB
           END-EVALUATE
      *
           IF WS-EVENT-SUB = 5
              AND SR-EVENT-DATE = WS-PREV-BREAK-DATE
              AND SR-TRADE-SEQ-NO = WS-PREV-BREAK-SEQ
             CONTINUE
           ELSE
             ADD 1 TO MN-MTD-COUNT(WS-EVENT-SUB)
                      MJ-MTD-COUNT(WS-EVENT-SUB)
             IF SR-IS-TODAY
               ADD 1 TO MN-DAY-COUNT(WS-EVENT-SUB)
                        MJ-DAY-COUNT(WS-EVENT-SUB)
             END-IF
             IF WS-EVENT-SUB = 1 AND SR-HOUR < 24
               COMPUTE WS-HOUR-SUB = SR-HOUR + 1
               ADD 1 TO MJ-MTD-HOUR(WS-HOUR-SUB)
               IF SR-IS-TODAY
                 ADD 1 TO MJ-DAY-HOUR(WS-HOUR-SUB)
               END-IF
             END-IF
             IF WS-EVENT-SUB = 5
               MOVE SR-EVENT-DATE   TO WS-PREV-BREAK-DATE
               MOVE SR-TRADE-SEQ-NO TO WS-PREV-BREAK-SEQ
             END-IF
           END-IF
      *
           PERFORM 210-RETURN-EVENT.
      *
       260-MOVE-MINOR-COUNT.
      *
           MOVE MN-DAY-COUNT(WS-COUNT-SUB)
                TO WD-DAY-COUNT(WS-COUNT-SUB)
           MOVE MN-MTD-COUNT(WS-COUNT-SUB)
                TO WD-MTD-COUNT(WS-COUNT-SUB).
      *
       262-MOVE-MAJOR-COUNT.
      *
           MOVE MJ-DAY-COUNT(WS-COUNT-SUB)
                TO WD-DAY-COUNT(WS-COUNT-SUB)
           MOVE MJ-MTD-COUNT(WS-COUNT-SUB)
                TO WD-MTD-COUNT(WS-COUNT-SUB).
      *
       264-MOVE-DAY-HOUR.
      *
           MOVE MJ-DAY-HOUR(WS-HOUR-SUB) TO WL-HOUR-COUNT(WS-HOUR-SUB).
      *
       266-MOVE-MTD-HOUR.
      *
           MOVE MJ-MTD-HOUR(WS-HOUR-SUB) TO WL-HOUR-COUNT(WS-HOUR-SUB).
      *
      * A terminal keyed from by more than one operator is flagged
      * for the desk manager to set against who it is assigned to -
      * today first, else over the month. For an operator the
      * number of terminals worked today is shown.
       270-SET-FLAG.
      *
           MOVE SPACES TO WD-FLAG
           IF WS-CUR-SECTION = 'T'
             IF MJ-DAY-MINORS > 1
               MOVE 'SHARED TODAY -' TO WF-TAG
               MOVE MJ-DAY-MINORS    TO WF-COUNT
               MOVE WS-FLAG-TEXT     TO WD-FLAG
               ADD 1 TO WS-SHARED-COUNT
             ELSE
               IF MJ-MTD-MINORS > 1
                 MOVE 'SHARED MTD   -' TO WF-TAG
                 MOVE MJ-MTD-MINORS    TO WF-COUNT
                 MOVE WS-FLAG-TEXT     TO WD-FLAG
                 ADD 1 TO WS-SHARED-COUNT
               END-IF
             END-IF
           ELSE
             IF MJ-DAY-MINORS > 1
               MOVE MJ-DAY-MINORS TO WF-COUNT
               MOVE WF-COUNT             TO WD-FLAG(1:3)
               MOVE ' TERMINALS TODAY'   TO WD-FLAG(4:16)
             END-IF
           END-IF.
      *
       280-LIST-EXCEPTION.
      *
           MOVE SR-ENTRY-TIME      TO WX-ENTRY-TIME
           MOVE SR-TRADE-SEQ-NO    TO WX-TRADE-SEQ-NO
           MOVE SR-CLIENT-CODE     TO WX-CLIENT-CODE
           MOVE SR-SCRIP-CODE      TO WX-SCRIP-CODE
           MOVE SR-SEGMENT         TO WX-SEGMENT
           MOVE SR-OPERATOR        TO WX-OPERATOR
           MOVE SR-TERMINAL        TO WX-TERMINAL
           MOVE SR-WINDOW-OPEN     TO WS-TIME-WORK
           PERFORM 016-EDIT-TIME
           MOVE WS-TIME-EDIT       TO WX-WINDOW-OPEN
           MOVE SR-WINDOW-CLOSE    TO WS-TIME-WORK
           PERFORM 016-EDIT-TIME
           MOVE WS-TIME-EDIT       TO WX-WINDOW-CLOSE
           WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
      *
           PERFORM 210-RETURN-EVENT.
      *
       050-TERMINATE.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'OPERATORS REPORTED                          ' TO WT-TAG
           MOVE WS-OPERATOR-COUNT     TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TERMINALS REPORTED                          ' TO WT-TAG
           MOVE WS-TERMINAL-COUNT     TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TERMINALS SHARED BY MORE THAN ONE OPERATOR  ' TO WT-TAG
           MOVE WS-SHARED-COUNT       TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TRADES KEYED TODAY                          ' TO WT-TAG
           MOVE WS-DAY-KEYED-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TRADES KEYED MONTH TO DATE                  ' TO WT-TAG
           MOVE WS-MTD-KEYED-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CAPTURE BREAKS NOT TRACEABLE - TODAY        ' TO WT-TAG
           MOVE WS-DAY-UNTRACED-COUNT TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CAPTURE BREAKS NOT TRACEABLE - MTD          ' TO WT-TAG
           MOVE WS-MTD-UNTRACED-COUNT TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'KEYED OUTSIDE THE TRADING WINDOW            ' TO WT-TAG
           MOVE WS-EXCEPTION-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOT CHECKED - NO WINDOW FOR THE SEGMENT     ' TO WT-TAG
           MOVE WS-UNCHECKED-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOT CHECKED - NO ENTRY TIME ON THE TRADE    ' TO WT-TAG
           MOVE WS-NO-TIME-COUNT      TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EXPIRY CLOSE-OUTS - NOT COUNTED AS KEYED    ' TO WT-TAG
           MOVE WS-CLOSE-OUT-COUNT    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
      *
           IF WS-EXCEPTION-COUNT > ZERO
              OR WS-UNCHECKED-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
           END-IF
      *
           CLOSE TXN-LOG-FILE
           CLOSE TRADE-HISTORY-FILE
           IF BREAK-EXTRACT-OPEN
             CLOSE CAPTURE-BREAK-FILE
           END-IF
           CLOSE RATE-MASTER-FILE
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSOPR0 - TXNLOG RECORDS READ  = " WS-LOG-READ
           DISPLAY "MTSOPR0 - TXNHIST RECORDS READ = " WS-HIST-READ
           DISPLAY "MTSOPR0 - BREAKS IN THE MONTH  = " WS-BREAKS-READ
           DISPLAY "MTSOPR0 - EVENTS SORTED        = "
                   WS-EVENTS-RELEASED.
      *
       END PROGRAM MTSOPR0.
