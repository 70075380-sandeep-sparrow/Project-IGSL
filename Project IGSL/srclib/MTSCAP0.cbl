      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: NIGHTLY CORPORATE ACTION PROCESSOR. APPLIES EVERY
      *        : PENDING ACTION ON THE CAMAST CORPORATE ACTION MASTER
      *        : (MTSCAM0) WHOSE EX-DATE HAS ARRIVED - THE BUSINESS
      *        : DATE OR EARLIER, SO A MISSED NIGHT CATCHES UP - TO
      *        : THE HLDMAS CLIENT HOLDINGS MASTER (MTSHLD0) IN ONE
      *        : PASS OF THE HOLDINGS:
      *        :   SPLIT    - QUANTITY RE-STATED IN THE NEW SHARES,
      *        :              TOTAL COST UNCHANGED;
      *        :   BONUS    - BONUS SHARES ADDED AT NIL COST, THE
      *        :              AVERAGE COST RE-SPREAD OVER THEM;
      *        :   DIVIDEND - ENTITLEMENT AT THE PER-SHARE AMOUNT,
      *        :              THE HOLDING UNCHANGED.
      *        : ONE CAADJ ADJUSTMENT RECORD (MTSCAJ0) IS WRITTEN PER
      *        : CLIENT HOLDING TOUCHED - THE RECORDS THE CAPITAL
      *        : GAINS STATEMENT (MTSCGT0) HONOURS - AND THE ACTION
      *        : IS MARKED APPLIED. PRINTS AN ADJUSTMENT REGISTER
      *        : WITH A PER-ACTION SUMMARY AND A DIVIDEND ENTITLEMENT
      *        : LIST BY CLIENT. ONLY A POSITIVE SETTLED HOLDING IS
      *        : ENTITLED. THE HOLDING'S LAST MOVEMENT DATE IS LEFT
      *        : ALONE - IT BELONGS TO THE SETTLEMENT POSTING.
      *        : RERUN-SAFE: A HOLDING WITH AN ADJUSTMENT ALREADY ON
      *        : CAADJ FOR THE ACTION IS NOT ADJUSTED AGAIN, AND THE
      *        : CAADJ RECORD IS ONLY WRITTEN ONCE THE HOLDING ITSELF
      *        : HAS BEEN REWRITTEN. A SPLIT OR BONUS KEYED WITH A
      *        : ZERO RATIO, A DUE ACTION PAST THE TABLE, OR AN
      *        : ACTION THAT COULD NOT BE APPLIED TO EVERY HOLDING IN
      *        : ITS SCRIP IS LEFT PENDING FOR THE NEXT RUN AND ENDS
      *        : THE STEP RC=4.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSCAP0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT CORP-ACTION-FILE ASSIGN TO CAMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-CAMAST-STATUS.
      *
           SELECT HOLDINGS-FILE ASSIGN TO HLDMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLDMAS-STATUS.
      *
           SELECT CA-ADJUSTMENT-FILE ASSIGN TO CAADJ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAJ-KEY
               FILE STATUS IS WS-CAADJ-STATUS.
      *
           SELECT CLIENT-MASTER-FILE ASSIGN TO CLIMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CLIENT-CODE
               FILE STATUS IS WS-CLIMAS-STATUS.
      *
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BDT-CONTROL-KEY
               FILE STATUS IS WS-BUSDAT-STATUS.
      *
           SELECT REPORT-FILE ASSIGN TO CAPRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT DIVIDEND-FILE ASSIGN TO DIVRPT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CORP-ACTION-FILE.
           COPY MTSCAM0.
      *
       FD  HOLDINGS-FILE.
           COPY MTSHLD0.
      *
       FD  CA-ADJUSTMENT-FILE.
           COPY MTSCAJ0.
      *
       FD  CLIENT-MASTER-FILE.
           COPY MTSCLI0.
      *
       FD  BUSINESS-DATE-FILE.
           COPY MTSBDT0.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
       FD  DIVIDEND-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DIVIDEND-LINE              PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-CAMAST-STATUS           PIC X(02).
       01  WS-HLDMAS-STATUS           PIC X(02).
       01  WS-CAADJ-STATUS            PIC X(02).
       01  WS-CLIMAS-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
       01  WS-CA-EOF-SWITCH           PIC X(01)          VALUE 'N'.
           88 END-OF-ACTIONS                             VALUE 'Y'.
       01  WS-HLD-EOF-SWITCH          PIC X(01)          VALUE 'N'.
           88 END-OF-HOLDINGS                            VALUE 'Y'.
      *
      * The actions due tonight, in CAMAST key order - scrip, then
      * ex-date - so two actions in one scrip apply oldest first.
       01  WS-DUE-TABLE.
           05 WS-DUE-COUNT            PIC S9(4) COMP     VALUE ZERO.
           05 WS-DUE-ENTRY OCCURS 100 TIMES.
               10 WA-SCRIP-CODE       PIC X(10).
               10 WA-EX-DATE          PIC 9(08).
               10 WA-ACTION-TYPE      PIC X(01).
               10 WA-RATIO-NEW        PIC 9(05).
               10 WA-RATIO-OLD        PIC 9(05).
               10 WA-DIVIDEND-PS      PIC 9(05)V99.
               10 WA-HOLDER-COUNT     PIC 9(06).
               10 WA-RERUN-COUNT      PIC 9(06).
               10 WA-QTY-BEFORE       PIC S9(12).
               10 WA-QTY-AFTER        PIC S9(12).
               10 WA-DIVIDEND-TOTAL   PIC 9(13)V99.
               10 WA-FAILED-IND       PIC X(01).
                   88 WA-NOT-APPLIED-TO-ALL               VALUE 'Y'.
       01  WS-DUE-SUB                 PIC S9(4) COMP.
      *
      * The adjustments worked out for the holding in hand, held
      * back until the holding has been rewritten - a CAADJ record
      * must never say an action was applied to a holding that
      * does not carry it.
       01  WS-STAGE-TABLE.
           05 WS-STAGE-COUNT          PIC S9(4) COMP     VALUE ZERO.
           05 WS-STAGE-ENTRY OCCURS 100 TIMES.
               10 WG-DUE-SUB          PIC S9(4) COMP.
               10 WG-ADJUSTMENT-IMAGE PIC X(123).
       01  WS-STAGE-SUB               PIC S9(4) COMP.
      *
       01  WS-HOLDING-CHANGED-IND     PIC X(01).
           88 HOLDING-CHANGED                            VALUE 'Y'.
       01  WS-ADJUSTED-IND            PIC X(01).
           88 ALREADY-ADJUSTED                           VALUE 'Y'.
      *
       01  WS-QTY-BEFORE              PIC S9(10).
       01  WS-QTY-AFTER               PIC S9(10).
       01  WS-AVG-BEFORE              PIC 9(06)V9(4).
       01  WS-DIVIDEND-AMT            PIC 9(11)V99.
       01  WS-REGISTER-TAG            PIC X(16).
      *
      * Dividend list control break - one client at a time, in the
      * HLDMAS client order the pass walks.
       01  WS-DIV-CLIENT              PIC X(06)          VALUE SPACES.
       01  WS-DIV-CLIENT-TOTAL        PIC 9(13)V99       VALUE ZERO.
       01  WS-DIV-GRAND-TOTAL         PIC 9(13)V99       VALUE ZERO.
      *
       01  WS-DUE-FOUND-COUNT         PIC 9(06)          VALUE ZERO.
       01  WS-HELD-BACK-COUNT         PIC 9(06)          VALUE ZERO.
       01  WS-ADJUST-COUNT            PIC 9(06)          VALUE ZERO.
       01  WS-DIVIDEND-COUNT          PIC 9(06)          VALUE ZERO.
       01  WS-RERUN-COUNT             PIC 9(06)          VALUE ZERO.
       01  WS-FAILED-COUNT            PIC 9(06)          VALUE ZERO.
       01  WS-LEFT-PENDING-COUNT      PIC 9(06)          VALUE ZERO.
       01  WS-APPLIED-COUNT           PIC 9(06)          VALUE ZERO.
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
              VALUE '*** IGSL CORPORATE ACTION ADJUSTMENT REGISTE'.
           05 FILLER                  PIC X(06)  VALUE 'R ***'.
      *
       01  WS-DIV-HEADING-LINE-1.
           05 FILLER                  PIC X(44)
              VALUE '*** IGSL DIVIDEND ENTITLEMENT LIST BY CLIENT'.
           05 FILLER                  PIC X(04)  VALUE ' ***'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WH-BUSINESS-DATE        PIC 9(08).
      *
       01  WS-COLUMN-HEADINGS.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT'.
           05 FILLER                  PIC X(12)  VALUE 'SCRIP'.
           05 FILLER                  PIC X(10)  VALUE 'EX-DATE'.
           05 FILLER                  PIC X(08)  VALUE 'ACTION'.
           05 FILLER                  PIC X(16)  VALUE '    QTY BEFORE'.
           05 FILLER                  PIC X(16)  VALUE '     QTY AFTER'.
           05 FILLER                  PIC X(14)  VALUE '  AVG BEFORE'.
           05 FILLER                  PIC X(14)  VALUE '   AVG AFTER'.
           05 FILLER                  PIC X(06)  VALUE 'STATUS'.
      *
       01  WS-REGISTER-LINE.
           05 WR-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WR-SCRIP-CODE           PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WR-EX-DATE              PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WR-ACTION               PIC X(08).
           05 WR-QTY-BEFORE           PIC -Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WR-QTY-AFTER            PIC -Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WR-AVG-BEFORE           PIC ZZZ,ZZ9.9999.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WR-AVG-AFTER            PIC ZZZ,ZZ9.9999.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WR-TAG                  PIC X(16).
      *
       01  WS-SUMMARY-HEADING.
           05 FILLER                  PIC X(44)
              VALUE '*** ACTIONS APPLIED ***'.
      *
       01  WS-SUMMARY-LINE.
           05 WS-SCRIP-OUT            PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-EX-DATE-OUT          PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-ACTION-OUT           PIC X(08).
           05 WS-RATIO-NEW-OUT        PIC ZZZZ9.
           05 FILLER                  PIC X(01)  VALUE ':'.
           05 WS-RATIO-OLD-OUT        PIC ZZZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-DPS-OUT              PIC ZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'HOLDERS '.
           05 WS-HOLDERS-OUT          PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(08)  VALUE 'SHARES '.
           05 WS-QTY-BEFORE-OUT       PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(04)  VALUE ' TO '.
           05 WS-QTY-AFTER-OUT        PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WS-DIV-TOTAL-OUT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-DIV-CLIENT-LINE.
           05 FILLER                  PIC X(09)  VALUE 'CLIENT:  '.
           05 WV-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WV-CLIENT-NAME          PIC X(30).
      *
       01  WS-DIV-DETAIL-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WV-SCRIP-CODE           PIC X(10).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(03)  VALUE 'EX '.
           05 WV-EX-DATE              PIC 9(08).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(07)  VALUE 'SHARES '.
           05 WV-QUANTITY             PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(05)  VALUE ' AT  '.
           05 WV-DPS                  PIC ZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 FILLER                  PIC X(12)  VALUE 'ENTITLEMENT '.
           05 WV-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-TOTAL-LINE.
           05 FILLER                  PIC X(03)  VALUE SPACES.
           05 WT-TAG                  PIC X(26).
           05 WT-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-COUNT-LINE.
           05 WC-TAG                  PIC X(30).
           05 WC-COUNT                PIC ZZZ,ZZ9.
      *
       01  WS-MESSAGE-LINE            PIC X(80).
      *
       PROCEDURE DIVISION.
      *
       001-MAIN-PARA.
      *
           PERFORM 010-INITIALIZE
      *
           PERFORM 020-LOAD-DUE-ACTIONS
      *
           IF WS-DUE-COUNT = ZERO
             MOVE 'NO CORPORATE ACTIONS DUE FOR THE BUSINESS DATE'
                  TO WS-MESSAGE-LINE
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
             WRITE DIVIDEND-LINE FROM WS-MESSAGE-LINE
           ELSE
             PERFORM 030-APPLY-TO-HOLDINGS
             PERFORM 040-MARK-ACTIONS-APPLIED
             PERFORM 045-PRINT-SUMMARY
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
           PERFORM 011-GET-BUSINESS-DATE
      *
           OPEN I-O CORP-ACTION-FILE
           IF WS-CAMAST-STATUS NOT = '00'
             DISPLAY "CAMAST OPEN FAILED, STATUS = " WS-CAMAST-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O HOLDINGS-FILE
           IF WS-HLDMAS-STATUS NOT = '00'
             DISPLAY "HLDMAS OPEN FAILED, STATUS = " WS-HLDMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O CA-ADJUSTMENT-FILE
           IF WS-CAADJ-STATUS NOT = '00'
             DISPLAY "CAADJ OPEN FAILED, STATUS = " WS-CAADJ-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLIMAS-STATUS NOT = '00'
             DISPLAY "CLIMAS OPEN FAILED, STATUS = " WS-CLIMAS-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT DIVIDEND-FILE
      *
           MOVE WS-PROC-DATE-N TO WH-BUSINESS-DATE
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADINGS
           WRITE DIVIDEND-LINE FROM WS-DIV-HEADING-LINE-1
           WRITE DIVIDEND-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO DIVIDEND-LINE
           WRITE DIVIDEND-LINE.
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
       020-LOAD-DUE-ACTIONS.
      *
           MOVE LOW-VALUES TO CA-KEY
           START CORP-ACTION-FILE KEY NOT < CA-KEY
             INVALID KEY
               MOVE 'Y' TO WS-CA-EOF-SWITCH
           END-START
           PERFORM 021-READ-NEXT-ACTION
           PERFORM 022-TABLE-ONE-ACTION UNTIL END-OF-ACTIONS.
      *
       021-READ-NEXT-ACTION.
      *
           IF NOT END-OF-ACTIONS
             READ CORP-ACTION-FILE NEXT
               AT END
                 MOVE 'Y' TO WS-CA-EOF-SWITCH
             END-READ
           END-IF.
      *
      * A split or bonus with a zero on either side of its ratio
      * cannot be applied - it stays pending, listed, for the desk
      * to correct on MTSA before tomorrow's run.
       022-TABLE-ONE-ACTION.
      *
           IF CA-IS-PENDING
              AND CA-EX-DATE NOT > WS-PROC-DATE-N
             ADD 1 TO WS-DUE-FOUND-COUNT
             EVALUATE TRUE
               WHEN (CA-IS-SPLIT OR CA-IS-BONUS)
                    AND (CA-RATIO-NEW = ZERO OR CA-RATIO-OLD = ZERO)
                 MOVE SPACES TO WS-MESSAGE-LINE
                 STRING 'HELD PENDING - ZERO RATIO ON ', CA-SCRIP-CODE,
                        ' EX ', CA-EX-DATE
                        DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                 END-STRING
                 PERFORM 023-REPORT-HELD-BACK
               WHEN WS-DUE-COUNT NOT < 100
                 MOVE SPACES TO WS-MESSAGE-LINE
                 STRING 'HELD PENDING - ACTION TABLE FULL AT ',
                        CA-SCRIP-CODE, ' EX ', CA-EX-DATE
                        DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                 END-STRING
                 PERFORM 023-REPORT-HELD-BACK
               WHEN OTHER
                 ADD 1 TO WS-DUE-COUNT
                 MOVE CA-SCRIP-CODE   TO WA-SCRIP-CODE(WS-DUE-COUNT)
                 MOVE CA-EX-DATE      TO WA-EX-DATE(WS-DUE-COUNT)
                 MOVE CA-ACTION-TYPE  TO WA-ACTION-TYPE(WS-DUE-COUNT)
                 MOVE CA-RATIO-NEW    TO WA-RATIO-NEW(WS-DUE-COUNT)
                 MOVE CA-RATIO-OLD    TO WA-RATIO-OLD(WS-DUE-COUNT)
                 MOVE CA-DIVIDEND-PER-SHARE
                      TO WA-DIVIDEND-PS(WS-DUE-COUNT)
                 MOVE ZERO TO WA-HOLDER-COUNT(WS-DUE-COUNT)
                              WA-RERUN-COUNT(WS-DUE-COUNT)
                              WA-QTY-BEFORE(WS-DUE-COUNT)
                              WA-QTY-AFTER(WS-DUE-COUNT)
                              WA-DIVIDEND-TOTAL(WS-DUE-COUNT)
                 MOVE 'N' TO WA-FAILED-IND(WS-DUE-COUNT)
             END-EVALUATE
           END-IF
           PERFORM 021-READ-NEXT-ACTION.
      *
       023-REPORT-HELD-BACK.
      *
           ADD 1 TO WS-HELD-BACK-COUNT
           MOVE 4 TO RETURN-CODE
           WRITE REPORT-LINE FROM WS-MESSAGE-LINE
           DISPLAY WS-MESSAGE-LINE.
      *
      * One pass of the holdings master; every holding is checked
      * against the due actions and rewritten once if any split or
      * bonus moved it.
       030-APPLY-TO-HOLDINGS.
      *
           MOVE LOW-VALUES TO HLD-KEY
           START HOLDINGS-FILE KEY NOT < HLD-KEY
             INVALID KEY
               MOVE 'Y' TO WS-HLD-EOF-SWITCH
           END-START
           PERFORM 031-READ-NEXT-HOLDING
           PERFORM 032-CHECK-ONE-HOLDING UNTIL END-OF-HOLDINGS
           IF WS-DIV-CLIENT NOT = SPACES
             PERFORM 039-PRINT-DIVIDEND-CLIENT-TOTAL
           END-IF
           MOVE SPACES TO DIVIDEND-LINE
           WRITE DIVIDEND-LINE
           MOVE 'TOTAL DIVIDEND ENTITLEMENT' TO WT-TAG
           MOVE WS-DIV-GRAND-TOTAL           TO WT-AMOUNT
           WRITE DIVIDEND-LINE FROM WS-TOTAL-LINE.
      *
       031-READ-NEXT-HOLDING.
      *
           IF NOT END-OF-HOLDINGS
             READ HOLDINGS-FILE NEXT
               AT END
                 MOVE 'Y' TO WS-HLD-EOF-SWITCH
             END-READ
           END-IF.
      *
      * The adjustments staged for the holding reach CAADJ only
      * once the holding carries them: a failed rewrite writes none
      * of them, and every action involved stays pending so the
      * next run applies it to this holding.
       032-CHECK-ONE-HOLDING.
      *
           MOVE 'N'  TO WS-HOLDING-CHANGED-IND
           MOVE ZERO TO WS-STAGE-COUNT
           IF HLD-QUANTITY > ZERO
             PERFORM 033-CHECK-ONE-ACTION
                 VARYING WS-DUE-SUB FROM 1 BY 1
                 UNTIL WS-DUE-SUB > WS-DUE-COUNT
           END-IF
      *
           IF HOLDING-CHANGED
             REWRITE HOLDINGS-RECORD
               INVALID KEY
                 CONTINUE
             END-REWRITE
             IF WS-HLDMAS-STATUS = '00'
               PERFORM 036-WRITE-ADJUSTMENT
                   VARYING WS-STAGE-SUB FROM 1 BY 1
                   UNTIL WS-STAGE-SUB > WS-STAGE-COUNT
             ELSE
               DISPLAY "HLDMAS REWRITE FAILED FOR " HLD-CLIENT-CODE
                       " " HLD-SCRIP-CODE ", STATUS = "
                       WS-HLDMAS-STATUS
               PERFORM 036A-ADJUSTMENT-NOT-APPLIED
                   VARYING WS-STAGE-SUB FROM 1 BY 1
                   UNTIL WS-STAGE-SUB > WS-STAGE-COUNT
             END-IF
           ELSE
             PERFORM 036-WRITE-ADJUSTMENT
                 VARYING WS-STAGE-SUB FROM 1 BY 1
                 UNTIL WS-STAGE-SUB > WS-STAGE-COUNT
           END-IF
           PERFORM 031-READ-NEXT-HOLDING.
      *
       033-CHECK-ONE-ACTION.
      *
           IF WA-SCRIP-CODE(WS-DUE-SUB) = HLD-SCRIP-CODE
              AND HLD-QUANTITY > ZERO
             PERFORM 034-APPLY-ONE-ACTION
           END-IF.
      *
      * An adjustment record already on CAADJ means a rerun - the
      * holding was adjusted the first time round. Otherwise the
      * adjustment is worked out, applied to the holding in core and
      * staged for CAADJ.
       034-APPLY-ONE-ACTION.
      *
           MOVE HLD-CLIENT-CODE           TO CAJ-CLIENT-CODE
           MOVE HLD-SCRIP-CODE            TO CAJ-SCRIP-CODE
           MOVE WA-EX-DATE(WS-DUE-SUB)    TO CAJ-EX-DATE
           MOVE 'N' TO WS-ADJUSTED-IND
           READ CA-ADJUSTMENT-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO WS-ADJUSTED-IND
           END-READ
      *
           MOVE HLD-QUANTITY     TO WS-QTY-BEFORE
           MOVE HLD-AVERAGE-COST TO WS-AVG-BEFORE
           IF ALREADY-ADJUSTED
             ADD 1 TO WS-RERUN-COUNT
             ADD 1 TO WA-RERUN-COUNT(WS-DUE-SUB)
             MOVE 'ALREADY APPLIED' TO WS-REGISTER-TAG
             PERFORM 038-PRINT-REGISTER-LINE
           ELSE
             PERFORM 035-COMPUTE-ADJUSTMENT
             ADD 1 TO WS-STAGE-COUNT
             MOVE WS-DUE-SUB TO WG-DUE-SUB(WS-STAGE-COUNT)
             MOVE CA-ADJUSTMENT-RECORD
                  TO WG-ADJUSTMENT-IMAGE(WS-STAGE-COUNT)
             IF NOT CAJ-IS-DIVIDEND
               MOVE CAJ-QTY-AFTER       TO HLD-QUANTITY
               MOVE CAJ-AVG-COST-AFTER  TO HLD-AVERAGE-COST
               MOVE 'Y' TO WS-HOLDING-CHANGED-IND
             END-IF
           END-IF.
      *
      * Split: the same total cost over the re-stated quantity.
      * Bonus: the allotted shares cost nothing, so the same total
      * cost spreads over the larger quantity. Fractions of a share
      * are dropped - the company settles those in cash.
       035-COMPUTE-ADJUSTMENT.
      *
           MOVE ZERO TO WS-DIVIDEND-AMT
           EVALUATE WA-ACTION-TYPE(WS-DUE-SUB)
             WHEN 'S'
               COMPUTE WS-QTY-AFTER =
                   WS-QTY-BEFORE * WA-RATIO-NEW(WS-DUE-SUB)
                   / WA-RATIO-OLD(WS-DUE-SUB)
             WHEN 'B'
               COMPUTE WS-QTY-AFTER = WS-QTY-BEFORE +
                   WS-QTY-BEFORE * WA-RATIO-NEW(WS-DUE-SUB)
                   / WA-RATIO-OLD(WS-DUE-SUB)
             WHEN OTHER
               MOVE WS-QTY-BEFORE TO WS-QTY-AFTER
               COMPUTE WS-DIVIDEND-AMT ROUNDED =
                   WS-QTY-BEFORE * WA-DIVIDEND-PS(WS-DUE-SUB)
           END-EVALUATE
      *
           MOVE SPACES                    TO CA-ADJUSTMENT-RECORD
           MOVE HLD-CLIENT-CODE           TO CAJ-CLIENT-CODE
           MOVE HLD-SCRIP-CODE            TO CAJ-SCRIP-CODE
           MOVE WA-EX-DATE(WS-DUE-SUB)    TO CAJ-EX-DATE
           MOVE WA-ACTION-TYPE(WS-DUE-SUB) TO CAJ-ACTION-TYPE
           MOVE WA-RATIO-NEW(WS-DUE-SUB)  TO CAJ-RATIO-NEW
           MOVE WA-RATIO-OLD(WS-DUE-SUB)  TO CAJ-RATIO-OLD
           MOVE WS-QTY-BEFORE             TO CAJ-QTY-BEFORE
           MOVE WS-QTY-AFTER              TO CAJ-QTY-AFTER
           MOVE WS-AVG-BEFORE             TO CAJ-AVG-COST-BEFORE
           IF WS-QTY-AFTER > ZERO
             COMPUTE CAJ-AVG-COST-AFTER ROUNDED =
                 WS-AVG-BEFORE * WS-QTY-BEFORE / WS-QTY-AFTER
           ELSE
             MOVE ZERO TO CAJ-AVG-COST-AFTER
           END-IF
           MOVE WA-DIVIDEND-PS(WS-DUE-SUB) TO CAJ-DIVIDEND-PER-SHARE
           MOVE WS-DIVIDEND-AMT           TO CAJ-DIVIDEND-AMOUNT
           MOVE WS-PROC-DATE-N            TO CAJ-PROCESS-DATE.
      *
      * A split or bonus whose CAADJ write fails after the holding
      * was rewritten leaves the holding adjusted with no record of
      * it - a rerun would adjust it twice, so the step ends RC=12
      * for the desk to key the adjustment record first.
       036-WRITE-ADJUSTMENT.
      *
           PERFORM 036C-RESTORE-STAGED
           WRITE CA-ADJUSTMENT-RECORD
           IF WS-CAADJ-STATUS NOT = '00'
             DISPLAY "CAADJ WRITE FAILED FOR " HLD-CLIENT-CODE
                     " " HLD-SCRIP-CODE ", STATUS = "
                     WS-CAADJ-STATUS
             IF NOT CAJ-IS-DIVIDEND
               DISPLAY "HLDMAS ALREADY ADJUSTED - ADD THE CAADJ "
                       "RECORD BEFORE ANY RERUN"
               MOVE 12 TO RETURN-CODE
             END-IF
             PERFORM 036B-MARK-NOT-APPLIED
           ELSE
             ADD 1 TO WA-HOLDER-COUNT(WS-DUE-SUB)
             ADD WS-QTY-BEFORE TO WA-QTY-BEFORE(WS-DUE-SUB)
             ADD WS-QTY-AFTER  TO WA-QTY-AFTER(WS-DUE-SUB)
             IF CAJ-IS-DIVIDEND
               ADD 1 TO WS-DIVIDEND-COUNT
               ADD WS-DIVIDEND-AMT TO WA-DIVIDEND-TOTAL(WS-DUE-SUB)
               MOVE 'DIVIDEND LISTED' TO WS-REGISTER-TAG
               PERFORM 037-LIST-DIVIDEND
             ELSE
               ADD 1 TO WS-ADJUST-COUNT
               MOVE 'ADJUSTED'        TO WS-REGISTER-TAG
             END-IF
             PERFORM 038-PRINT-REGISTER-LINE
           END-IF.
      *
       036A-ADJUSTMENT-NOT-APPLIED.
      *
           PERFORM 036C-RESTORE-STAGED
           PERFORM 036B-MARK-NOT-APPLIED.
      *
      * The action missed a holding - it stays pending on CAMAST.
       036B-MARK-NOT-APPLIED.
      *
           ADD 1 TO WS-FAILED-COUNT
           MOVE 'Y' TO WA-FAILED-IND(WS-DUE-SUB)
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           MOVE 'NOT APPLIED'     TO WS-REGISTER-TAG
           PERFORM 038-PRINT-REGISTER-LINE.
      *
       036C-RESTORE-STAGED.
      *
           MOVE WG-DUE-SUB(WS-STAGE-SUB)  TO WS-DUE-SUB
           MOVE WG-ADJUSTMENT-IMAGE(WS-STAGE-SUB)
                                          TO CA-ADJUSTMENT-RECORD
           MOVE CAJ-QTY-BEFORE            TO WS-QTY-BEFORE
           MOVE CAJ-QTY-AFTER             TO WS-QTY-AFTER
           MOVE CAJ-AVG-COST-BEFORE       TO WS-AVG-BEFORE
           MOVE CAJ-DIVIDEND-AMOUNT       TO WS-DIVIDEND-AMT
           MOVE 'N'                       TO WS-ADJUSTED-IND.
      *
       037-LIST-DIVIDEND.
      *
           IF HLD-CLIENT-CODE NOT = WS-DIV-CLIENT
             IF WS-DIV-CLIENT NOT = SPACES
               PERFORM 039-PRINT-DIVIDEND-CLIENT-TOTAL
             END-IF
             MOVE HLD-CLIENT-CODE TO WS-DIV-CLIENT
             MOVE ZERO            TO WS-DIV-CLIENT-TOTAL
             MOVE HLD-CLIENT-CODE TO CLI-CLIENT-CODE
             READ CLIENT-MASTER-FILE
               INVALID KEY
                 MOVE 'NOT ON CLIENT MASTER' TO CLI-CLIENT-NAME
             END-READ
             MOVE HLD-CLIENT-CODE TO WV-CLIENT-CODE
             MOVE CLI-CLIENT-NAME TO WV-CLIENT-NAME
             WRITE DIVIDEND-LINE FROM WS-DIV-CLIENT-LINE
           END-IF
      *
           MOVE HLD-SCRIP-CODE             TO WV-SCRIP-CODE
           MOVE CAJ-EX-DATE                TO WV-EX-DATE
           MOVE WS-QTY-BEFORE              TO WV-QUANTITY
           MOVE CAJ-DIVIDEND-PER-SHARE     TO WV-DPS
           MOVE WS-DIVIDEND-AMT            TO WV-AMOUNT
           WRITE DIVIDEND-LINE FROM WS-DIV-DETAIL-LINE
           ADD WS-DIVIDEND-AMT TO WS-DIV-CLIENT-TOTAL
           ADD WS-DIVIDEND-AMT TO WS-DIV-GRAND-TOTAL.
      *
       038-PRINT-REGISTER-LINE.
      *
           MOVE HLD-CLIENT-CODE        TO WR-CLIENT-CODE
           MOVE HLD-SCRIP-CODE         TO WR-SCRIP-CODE
           MOVE WA-EX-DATE(WS-DUE-SUB) TO WR-EX-DATE
           EVALUATE WA-ACTION-TYPE(WS-DUE-SUB)
             WHEN 'S'
               MOVE 'SPLIT'            TO WR-ACTION
             WHEN 'B'
               MOVE 'BONUS'            TO WR-ACTION
             WHEN OTHER
               MOVE 'DIVIDEND'         TO WR-ACTION
           END-EVALUATE
           MOVE WS-QTY-BEFORE          TO WR-QTY-BEFORE
           MOVE WS-AVG-BEFORE          TO WR-AVG-BEFORE
           IF ALREADY-ADJUSTED
             MOVE WS-QTY-BEFORE        TO WR-QTY-AFTER
             MOVE WS-AVG-BEFORE        TO WR-AVG-AFTER
           ELSE
             MOVE CAJ-QTY-AFTER        TO WR-QTY-AFTER
             MOVE CAJ-AVG-COST-AFTER   TO WR-AVG-AFTER
           END-IF
           MOVE WS-REGISTER-TAG        TO WR-TAG
           WRITE REPORT-LINE FROM WS-REGISTER-LINE.
      *
       039-PRINT-DIVIDEND-CLIENT-TOTAL.
      *
           MOVE 'CLIENT ENTITLEMENT TOTAL ' TO WT-TAG
           MOVE WS-DIV-CLIENT-TOTAL         TO WT-AMOUNT
           WRITE DIVIDEND-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO DIVIDEND-LINE
           WRITE DIVIDEND-LINE.
      *
      * Every action that was in the table and reached every holding
      * in its scrip is marked applied so it never runs again. One
      * that missed a holding stays pending: the next run finds the
      * holdings already done on CAADJ and applies it to the rest.
       040-MARK-ACTIONS-APPLIED.
      *
           PERFORM 041-MARK-ONE-ACTION
               VARYING WS-DUE-SUB FROM 1 BY 1
               UNTIL WS-DUE-SUB > WS-DUE-COUNT.
      *
       041-MARK-ONE-ACTION.
      *
           IF WA-NOT-APPLIED-TO-ALL(WS-DUE-SUB)
             ADD 1 TO WS-LEFT-PENDING-COUNT
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
             MOVE SPACES TO WS-MESSAGE-LINE
             STRING 'LEFT PENDING - NOT APPLIED TO EVERY HOLDING ',
                    WA-SCRIP-CODE(WS-DUE-SUB), ' EX ',
                    WA-EX-DATE(WS-DUE-SUB)
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
             END-STRING
             WRITE REPORT-LINE FROM WS-MESSAGE-LINE
             DISPLAY WS-MESSAGE-LINE
           ELSE
             PERFORM 042-SET-ACTION-APPLIED
           END-IF.
      *
       042-SET-ACTION-APPLIED.
      *
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WA-SCRIP-CODE(WS-DUE-SUB) TO CA-SCRIP-CODE
           MOVE WA-EX-DATE(WS-DUE-SUB)    TO CA-EX-DATE
           READ CORP-ACTION-FILE
             INVALID KEY
               DISPLAY "CAMAST RECORD GONE FOR " CA-SCRIP-CODE
                       " EX " CA-EX-DATE
               IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
               END-IF
             NOT INVALID KEY
               SET CA-IS-APPLIED TO TRUE
               MOVE WS-PROC-DATE-N TO CA-APPLIED-DATE
               REWRITE CORPORATE-ACTION-RECORD
               IF WS-CAMAST-STATUS NOT = '00'
                 DISPLAY "CAMAST REWRITE FAILED FOR " CA-SCRIP-CODE
                         " EX " CA-EX-DATE ", STATUS = "
                         WS-CAMAST-STATUS
                 IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
                 END-IF
               END-IF
           END-READ.
      *
       045-PRINT-SUMMARY.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-SUMMARY-HEADING
           PERFORM 046-PRINT-ONE-ACTION
               VARYING WS-DUE-SUB FROM 1 BY 1
               UNTIL WS-DUE-SUB > WS-DUE-COUNT
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACTIONS APPLIED             =' TO WC-TAG
           MOVE WS-APPLIED-COUNT                TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ACTIONS LEFT PENDING        =' TO WC-TAG
           MOVE WS-LEFT-PENDING-COUNT           TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ACTIONS HELD PENDING        =' TO WC-TAG
           MOVE WS-HELD-BACK-COUNT              TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'HOLDINGS ADJUSTED           =' TO WC-TAG
           MOVE WS-ADJUST-COUNT                 TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DIVIDEND ENTITLEMENTS       =' TO WC-TAG
           MOVE WS-DIVIDEND-COUNT               TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ALREADY APPLIED (RERUN)     =' TO WC-TAG
           MOVE WS-RERUN-COUNT                  TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'NOT APPLIED (SEE SYSOUT)    =' TO WC-TAG
           MOVE WS-FAILED-COUNT                 TO WC-COUNT
           WRITE REPORT-LINE FROM WS-COUNT-LINE.
      *
       046-PRINT-ONE-ACTION.
      *
           MOVE WA-SCRIP-CODE(WS-DUE-SUB)     TO WS-SCRIP-OUT
           MOVE WA-EX-DATE(WS-DUE-SUB)        TO WS-EX-DATE-OUT
           EVALUATE WA-ACTION-TYPE(WS-DUE-SUB)
             WHEN 'S'
               MOVE 'SPLIT'                   TO WS-ACTION-OUT
             WHEN 'B'
               MOVE 'BONUS'                   TO WS-ACTION-OUT
             WHEN OTHER
               MOVE 'DIVIDEND'                TO WS-ACTION-OUT
           END-EVALUATE
           MOVE WA-RATIO-NEW(WS-DUE-SUB)      TO WS-RATIO-NEW-OUT
           MOVE WA-RATIO-OLD(WS-DUE-SUB)      TO WS-RATIO-OLD-OUT
           MOVE WA-DIVIDEND-PS(WS-DUE-SUB)    TO WS-DPS-OUT
           MOVE WA-HOLDER-COUNT(WS-DUE-SUB)   TO WS-HOLDERS-OUT
           MOVE WA-QTY-BEFORE(WS-DUE-SUB)     TO WS-QTY-BEFORE-OUT
           MOVE WA-QTY-AFTER(WS-DUE-SUB)      TO WS-QTY-AFTER-OUT
           MOVE WA-DIVIDEND-TOTAL(WS-DUE-SUB) TO WS-DIV-TOTAL-OUT
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
      *
       050-TERMINATE.
      *
           CLOSE CORP-ACTION-FILE
           CLOSE HOLDINGS-FILE
           CLOSE CA-ADJUSTMENT-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE REPORT-FILE
           CLOSE DIVIDEND-FILE
      *
           DISPLAY "MTSCAP0 - BUSINESS DATE      = " WS-PROC-DATE-N
           DISPLAY "MTSCAP0 - ACTIONS DUE        = " WS-DUE-FOUND-COUNT
           DISPLAY "MTSCAP0 - ACTIONS APPLIED    = " WS-APPLIED-COUNT
           DISPLAY "MTSCAP0 - ACTIONS LEFT OPEN  = "
                   WS-LEFT-PENDING-COUNT
           DISPLAY "MTSCAP0 - ACTIONS HELD       = " WS-HELD-BACK-COUNT
           DISPLAY "MTSCAP0 - HOLDINGS ADJUSTED  = " WS-ADJUST-COUNT
           DISPLAY "MTSCAP0 - DIVIDENDS LISTED   = " WS-DIVIDEND-COUNT
           DISPLAY "MTSCAP0 - ALREADY APPLIED    = " WS-RERUN-COUNT
           DISPLAY "MTSCAP0 - NOT APPLIED        = " WS-FAILED-COUNT.
      *
       END PROGRAM MTSCAP0.
