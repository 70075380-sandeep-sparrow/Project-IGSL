      ******************************************************************
      * Author: SANDEEP PRAJAPATI
      * Date: 15-10-2026
      * Purpose: CLIENT LEDGER TO GENERAL LEDGER CONTROL ACCOUNT
      *        : RECONCILIATION. PROVES THE SUM OF EVERY CLIENT'S
      *        : CLILGR CURRENT POSITION (THE NEWEST LEDGER
      *        : RECORD'S LGR-CLOSING-BALANCE - SEE MTSLGR0) AGAINST
      *        : THE BALANCE OF THE GL CLIENT FUNDS CONTROL ACCOUNT
      *        : ON THE ACCOUNTING SYSTEM'S TRIAL-BALANCE EXTRACT
      *        : (TBXIN, MTSTBX0) AND REPORTS THE DIFFERENCE. THE
      *        : CONTROL ACCOUNT IS A CREDIT BALANCE - MONEY OWED TO
      *        : CLIENTS - SO A CREDIT COMPARES AS POSITIVE, THE
      *        : LEDGER'S OWN SIGN CONVENTION.
      *        : EACH CLIENT'S LEDGER MOVEMENT SINCE THE LAST
      *        : RECONCILIATION (CURRENT POSITION LESS THE POSITION
      *        : KEPT ON THE LGRSNP SNAPSHOT, MTSLSN0) IS MATCHED TO
      *        : THE DAY'S POSTINGS TO THE CONTROL ACCOUNT FOR THAT
      *        : CLIENT ON THE EXTRACT, AND EVERY CLIENT WHOSE
      *        : MOVEMENT HAS NO MATCHING GL POSTING - NONE, OR NOT
      *        : FOR THE SAME AMOUNT - IS LISTED, AS IS A POSTING
      *        : WITH NO LEDGER MOVEMENT BEHIND IT. THE MOVEMENT IS
      *        : TAKEN OFF THE POSITION RATHER THAN THE DAY'S
      *        : LEDGER RECORD BECAUSE THE BANK RETURN LOAD AND THE
      *        : INTEREST RUN POST TO OLDER SETTLEMENT-DATE RECORDS
      *        : AND CASCADE THE CHANGE FORWARD.
      *        : THE EXTRACT IS PROVEN AGAINST ITS CONTROL TRAILER,
      *        : MUST BE AS AT THE BUSINESS DATE AND MUST CARRY THE
      *        : CONTROL ACCOUNT'S BALANCE - OTHERWISE NOTHING IS
      *        : RECONCILED, THE SNAPSHOT IS LEFT ALONE AND THE STEP
      *        : ENDS RC=12. A DIFFERENCE ON THE BALANCE OR ANY
      *        : CLIENT LISTED ENDS RC=4. THE FIRST RUN, WITH NO
      *        : SNAPSHOT YET, PROVES THE BALANCE ONLY.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. MTSGLR0.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT TRIAL-BALANCE-FILE ASSIGN TO TBXIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TBXIN-STATUS.
      *
           SELECT CLIENT-LEDGER-FILE ASSIGN TO CLILGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGR-KEY
               FILE STATUS IS WS-CLILGR-STATUS.
      *
           SELECT LEDGER-SNAPSHOT-FILE ASSIGN TO LGRSNP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-CLIENT-CODE
               FILE STATUS IS WS-LGRSNP-STATUS.
      *
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BDT-CONTROL-KEY
               FILE STATUS IS WS-BUSDAT-STATUS.
      *
           SELECT REPORT-FILE ASSIGN TO GLRRPT
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  TRIAL-BALANCE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY MTSTBX0.
      *
       FD  CLIENT-LEDGER-FILE.
           COPY MTSLGR0.
      *
       FD  LEDGER-SNAPSHOT-FILE.
           COPY MTSLSN0.
      *
       FD  BUSINESS-DATE-FILE.
           COPY MTSBDT0.
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE                PIC X(132).
      *
      * One record per client per source, all signed what-IGSL-owes-
      * the-client: G a control account posting off the extract,
      * L the client's current CLILGR position, S the position last
      * reconciled off the snapshot (SR-FROM-DATE the date it was
      * taken). The client code and source order brings each
      * client's postings, position and snapshot together.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-CLIENT-CODE          PIC X(06).
           05 SR-SOURCE               PIC X(01).
               88 SR-IS-GL-POSTING                       VALUE 'G'.
               88 SR-IS-LEDGER                           VALUE 'L'.
               88 SR-IS-SNAPSHOT                         VALUE 'S'.
           05 SR-AMOUNT               PIC S9(13)V99.
           05 SR-FROM-DATE            PIC 9(08).
           05 SR-JOURNAL-REF          PIC X(12).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-TBXIN-STATUS            PIC X(02).
       01  WS-CLILGR-STATUS           PIC X(02).
       01  WS-LGRSNP-STATUS           PIC X(02).
       01  WS-BUSDAT-STATUS           PIC X(02).
      *
       01  WS-EOF-SWITCH              PIC X(01)          VALUE 'N'.
           88 END-OF-INPUT                               VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH         PIC X(01)          VALUE 'N'.
           88 END-OF-SORTED                              VALUE 'Y'.
       01  WS-TRAILER-SWITCH          PIC X(01)          VALUE 'N'.
           88 TRAILER-FOUND                              VALUE 'Y'.
       01  WS-FIRST-RUN-SWITCH        PIC X(01)          VALUE 'N'.
           88 FIRST-RECONCILIATION                       VALUE 'Y'.
      *
       01  WS-BUSDAT-DATE-N           PIC 9(08)          VALUE ZERO.
      *
      * The client funds control account the ledger reconciles to.
      * Held here, as MTSGLP0 holds its chart - it moves only when
      * accounts restructures the ledger.
       01  WS-CONTROL-ACCOUNT         PIC X(06)          VALUE '210100'.
       01  WS-CONTROL-ACCOUNT-NAME    PIC X(30)
                                 VALUE 'CLIENT FUNDS CONTROL'.
      *
      * First reason the extract cannot be used; spaces while it is
      * still good.
       01  WS-REJECT-REASON           PIC X(60)          VALUE SPACES.
      *
      * Amount-hash in paise compared on its low-order seven digits
      * - the MTSEDT0/MTSEXC0 definition.
       01  WS-HASH-SUM                PIC 9(15)V99       VALUE ZERO.
       01  WS-HASH-WORK               PIC 9(15).
       01  WS-HASH-LOW7               PIC 9(07).
      *
       01  WS-SIGNED-AMOUNT           PIC S9(13)V99.
      *
      * The client in progress.
       01  WS-CUR-CLIENT              PIC X(06).
       01  WS-PREV-LGR-CLIENT         PIC X(06)          VALUE SPACES.
       01  WS-CLIENT-WORK.
           05 CL-LEDGER-IND           PIC X(01).
               88 CL-ON-LEDGER                           VALUE 'Y'.
           05 CL-SNAPSHOT-IND         PIC X(01).
               88 CL-ON-SNAPSHOT                         VALUE 'Y'.
           05 CL-CURRENT              PIC S9(13)V99.
           05 CL-PREVIOUS             PIC S9(13)V99.
           05 CL-FROM-DATE            PIC 9(08).
           05 CL-GL-POSTED            PIC S9(13)V99.
           05 CL-POSTING-COUNT        PIC 9(05).
           05 CL-FIRST-REF            PIC X(12).
           05 CL-MOVEMENT             PIC S9(13)V99.
           05 CL-DIFFERENCE           PIC S9(13)V99.
      *
      * Reconciliation totals, all signed what-IGSL-owes-the-client.
       01  WS-GL-CONTROL-BALANCE      PIC S9(13)V99      VALUE ZERO.
       01  WS-GL-CLIENT-POSTED        PIC S9(13)V99      VALUE ZERO.
       01  WS-GL-UNCODED-POSTED       PIC S9(13)V99      VALUE ZERO.
       01  WS-GL-POSTED-TOTAL         PIC S9(13)V99      VALUE ZERO.
       01  WS-LEDGER-POSITION         PIC S9(13)V99      VALUE ZERO.
       01  WS-PREVIOUS-POSITION       PIC S9(13)V99      VALUE ZERO.
       01  WS-LEDGER-MOVEMENT         PIC S9(13)V99      VALUE ZERO.
       01  WS-BALANCE-DIFFERENCE      PIC S9(13)V99      VALUE ZERO.
       01  WS-MOVEMENT-DIFFERENCE     PIC S9(13)V99      VALUE ZERO.
       01  WS-LAST-RECON-DATE         PIC 9(08)          VALUE ZERO.
       01  WS-FROM-DATE               PIC 9(08).
      *
       01  WS-EXTRACT-READ            PIC 9(07)          VALUE ZERO.
       01  WS-BALANCE-RECORDS         PIC 9(05)          VALUE ZERO.
       01  WS-POSTING-RECORDS         PIC 9(07)          VALUE ZERO.
       01  WS-LEDGER-READ             PIC 9(07)          VALUE ZERO.
       01  WS-SNAPSHOT-READ           PIC 9(07)          VALUE ZERO.
       01  WS-CLIENT-COUNT            PIC 9(07)          VALUE ZERO.
       01  WS-MOVED-COUNT             PIC 9(07)          VALUE ZERO.
       01  WS-LISTED-COUNT            PIC 9(07)          VALUE ZERO.
       01  WS-SNAPSHOT-WRITTEN        PIC 9(07)          VALUE ZERO.
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
              VALUE '*** IGSL CLIENT LEDGER TO GL CONTROL ACCOUNT'.
           05 FILLER                  PIC X(22)
              VALUE ' RECONCILIATION ***'.
      *
       01  WS-HEADING-LINE-2.
           05 FILLER                  PIC X(15)
              VALUE 'BUSINESS DATE: '.
           05 WH-BUSINESS-DATE        PIC 9(08).
           05 FILLER                  PIC X(21)
              VALUE '   CONTROL ACCOUNT: '.
           05 WH-CONTROL-ACCOUNT      PIC X(06).
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WH-CONTROL-ACCOUNT-NAME PIC X(30).
      *
       01  WS-SECTION-LINE.
           05 WS-SECTION-TITLE        PIC X(60).
           05 WS-SECTION-DATE         PIC X(08).
      *
       01  WS-COLUMN-HEADING-1.
           05 FILLER                  PIC X(08)  VALUE 'CLIENT'.
           05 FILLER                  PIC X(19)
              VALUE '   LAST RECONCILED'.
           05 FILLER                  PIC X(19)
              VALUE '  CURRENT POSITION'.
           05 FILLER                  PIC X(19)
              VALUE '   LEDGER MOVEMENT'.
           05 FILLER                  PIC X(19)
              VALUE '   GL POSTED TODAY'.
           05 FILLER                  PIC X(19)
              VALUE '        DIFFERENCE'.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 FILLER                  PIC X(28)
              VALUE 'REASON'.
      *
       01  WS-DETAIL-LINE.
           05 WD-CLIENT-CODE          PIC X(06).
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-PREVIOUS             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WD-CURRENT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WD-MOVEMENT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WD-GL-POSTED            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01)  VALUE SPACES.
           05 WD-DIFFERENCE           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WD-REASON               PIC X(28).
      *
       01  WS-REFERENCE-LINE.
           05 FILLER                  PIC X(08)  VALUE SPACES.
           05 FILLER                  PIC X(18)
              VALUE 'GL JOURNAL REF    '.
           05 WR-JOURNAL-REF          PIC X(12).
           05 FILLER                  PIC X(04)  VALUE SPACES.
           05 WR-POSTING-COUNT        PIC ZZZZ9.
           05 FILLER                  PIC X(16)
              VALUE ' POSTING(S)'.
      *
       01  WS-COMPARE-LINE.
           05 WB-ITEM                 PIC X(50).
           05 WB-AMOUNT               PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02)  VALUE SPACES.
           05 WB-FLAG                 PIC X(30).
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
           PERFORM 020-PROVE-EXTRACT
      *
           PERFORM 030-CHECK-SNAPSHOT
      *
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-CLIENT-CODE
                                SR-SOURCE
               INPUT PROCEDURE IS 100-RELEASE-POSITIONS
               OUTPUT PROCEDURE IS 200-RECONCILE-CLIENTS
      *
           PERFORM 040-PROVE-CONTROL-ACCOUNT
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
           MOVE WS-BUSDAT-DATE-N        TO WH-BUSINESS-DATE
           MOVE WS-CONTROL-ACCOUNT      TO WH-CONTROL-ACCOUNT
           MOVE WS-CONTROL-ACCOUNT-NAME TO WH-CONTROL-ACCOUNT-NAME
           WRITE REPORT-LINE FROM WS-HEADING-LINE-1
           WRITE REPORT-LINE FROM WS-HEADING-LINE-2
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.
      *
      * The extract must be the business date's, never the wall
      * clock's, so a rerun after midnight reconciles the same day.
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
                     "NO RECONCILIATION"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      * The whole extract is proven before any of it is used: every
      * record the business date's, known type and side, numeric
      * amount, and the detail count and amount hash agreeing with
      * the trailer. The control account balance comes off the same
      * pass; the postings are picked up again when released.
       020-PROVE-EXTRACT.
      *
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 025-READ-EXTRACT
           PERFORM 021-PROVE-EXTRACT-RECORD
               UNTIL END-OF-INPUT
                  OR WS-REJECT-REASON NOT = SPACES
      *
           IF WS-REJECT-REASON = SPACES
             IF NOT TRAILER-FOUND
               MOVE 'EXTRACT HAS NO CONTROL TRAILER'
                    TO WS-REJECT-REASON
             ELSE
               IF TBT-RECORD-COUNT NOT NUMERIC
                  OR TBT-AMOUNT-HASH NOT NUMERIC
                 MOVE 'TRAILER COUNT OR HASH NOT NUMERIC'
                      TO WS-REJECT-REASON
               ELSE
                 IF TBT-RECORD-COUNT NOT = WS-EXTRACT-READ
                   MOVE 'TRAILER RECORD COUNT DOES NOT BALANCE'
                        TO WS-REJECT-REASON
                 ELSE
                   COMPUTE WS-HASH-WORK = WS-HASH-SUM * 100
                   MOVE WS-HASH-WORK(9:7) TO WS-HASH-LOW7
                   IF TBT-AMOUNT-HASH NOT = WS-HASH-LOW7
                     MOVE 'TRAILER AMOUNT HASH DOES NOT BALANCE'
                          TO WS-REJECT-REASON
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
      *
           IF WS-REJECT-REASON = SPACES
              AND WS-BALANCE-RECORDS = ZERO
             MOVE 'NO BALANCE FOR THE CONTROL ACCOUNT ON THE EXTRACT'
                  TO WS-REJECT-REASON
           END-IF
      *
           CLOSE TRIAL-BALANCE-FILE
           IF WS-REJECT-REASON NOT = SPACES
             PERFORM 029-REJECT-RUN
           END-IF.
      *
       021-PROVE-EXTRACT-RECORD.
      *
           IF TBT-TRAILER-ID = 'TR'
             MOVE 'Y' TO WS-TRAILER-SWITCH
             MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
             ADD 1 TO WS-EXTRACT-READ
             EVALUATE TRUE
               WHEN NOT TBX-IS-BALANCE AND NOT TBX-IS-POSTING
                 MOVE 'EXTRACT RECORD TYPE NOT B OR P'
                      TO WS-REJECT-REASON
               WHEN TBX-AS-AT-DATE NOT = WS-BUSDAT-DATE-N
                 MOVE 'EXTRACT IS NOT AS AT THE BUSINESS DATE'
                      TO WS-REJECT-REASON
               WHEN NOT TBX-IS-DEBIT AND NOT TBX-IS-CREDIT
                 MOVE 'EXTRACT RECORD NOT MARKED DR OR CR'
                      TO WS-REJECT-REASON
               WHEN TBX-AMOUNT NOT NUMERIC
                 MOVE 'EXTRACT AMOUNT NOT NUMERIC'
                      TO WS-REJECT-REASON
               WHEN OTHER
                 ADD TBX-AMOUNT TO WS-HASH-SUM
                 IF TBX-ACCOUNT-CODE = WS-CONTROL-ACCOUNT
                   PERFORM 026-SIGN-EXTRACT-AMOUNT
                   IF TBX-IS-BALANCE
                     ADD 1                TO WS-BALANCE-RECORDS
                     ADD WS-SIGNED-AMOUNT TO WS-GL-CONTROL-BALANCE
                   ELSE
                     ADD 1                TO WS-POSTING-RECORDS
                   END-IF
                 END-IF
             END-EVALUATE
             PERFORM 025-READ-EXTRACT
           END-IF.
      *
       025-READ-EXTRACT.
      *
           READ TRIAL-BALANCE-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
      * Credit to the control account is money owed to the client -
      * positive, as on the ledger.
       026-SIGN-EXTRACT-AMOUNT.
      *
           IF TBX-IS-CREDIT
             MOVE TBX-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
             COMPUTE WS-SIGNED-AMOUNT = 0 - TBX-AMOUNT
           END-IF.
      *
      * Nothing has been reconciled and the snapshot is untouched,
      * so the run can simply be resubmitted once the cause is put
      * right.
       029-REJECT-RUN.
      *
           MOVE SPACES TO WS-VERDICT-LINE
           STRING 'NOT RECONCILED - ' DELIMITED BY SIZE
                  WS-REJECT-REASON    DELIMITED BY SIZE
                  INTO WS-VERDICT-LINE
           END-STRING
           WRITE REPORT-LINE FROM WS-VERDICT-LINE
           DISPLAY WS-VERDICT-LINE
           MOVE 12 TO RETURN-CODE
           CLOSE CLIENT-LEDGER-FILE
           CLOSE LEDGER-SNAPSHOT-FILE
           CLOSE REPORT-FILE
           STOP RUN.
      *
      * A snapshot taken for a later date than the business date
      * means the date has been stepped back - the movements would
      * be measured from the wrong point. A rerun for the date
      * already reconciled measures from the position before it.
       030-CHECK-SNAPSHOT.
      *
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 036-READ-SNAPSHOT
           PERFORM 031-CHECK-SNAPSHOT-RECORD
               UNTIL END-OF-INPUT
                  OR WS-REJECT-REASON NOT = SPACES
           IF WS-REJECT-REASON NOT = SPACES
             PERFORM 029-REJECT-RUN
           END-IF
           IF WS-SNAPSHOT-READ = ZERO
             MOVE 'Y' TO WS-FIRST-RUN-SWITCH
           END-IF.
      *
       031-CHECK-SNAPSHOT-RECORD.
      *
           ADD 1 TO WS-SNAPSHOT-READ
           IF SNP-RECON-DATE > WS-BUSDAT-DATE-N
             MOVE 'SNAPSHOT ALREADY TAKEN FOR A LATER BUSINESS DATE'
                  TO WS-REJECT-REASON
           ELSE
             PERFORM 032-GET-FROM-POSITION
             IF WS-FROM-DATE > WS-LAST-RECON-DATE
               MOVE WS-FROM-DATE TO WS-LAST-RECON-DATE
             END-IF
             PERFORM 036-READ-SNAPSHOT
           END-IF.
      *
      * The position the day's movement is measured from.
       032-GET-FROM-POSITION.
      *
           IF SNP-RECON-DATE = WS-BUSDAT-DATE-N
             MOVE SNP-PRIOR-DATE    TO WS-FROM-DATE
             MOVE SNP-PRIOR-BALANCE TO WS-SIGNED-AMOUNT
           ELSE
             MOVE SNP-RECON-DATE    TO WS-FROM-DATE
             MOVE SNP-BALANCE       TO WS-SIGNED-AMOUNT
           END-IF.
      *
       035-OPEN-FILES.
      *
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT TRIAL-BALANCE-FILE
           IF WS-TBXIN-STATUS NOT = '00'
             DISPLAY "TBXIN OPEN FAILED, STATUS = " WS-TBXIN-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN INPUT CLIENT-LEDGER-FILE
           IF WS-CLILGR-STATUS NOT = '00'
             DISPLAY "CLILGR OPEN FAILED, STATUS = " WS-CLILGR-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN I-O LEDGER-SNAPSHOT-FILE
           IF WS-LGRSNP-STATUS NOT = '00'
             DISPLAY "LGRSNP OPEN FAILED, STATUS = " WS-LGRSNP-STATUS
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
       036-READ-SNAPSHOT.
      *
           READ LEDGER-SNAPSHOT-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
      * Each client's current position, the snapshot it is measured
      * from and the day's control account postings.
       100-RELEASE-POSITIONS.
      *
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 115-READ-LEDGER
           PERFORM 110-RELEASE-LEDGER-POSITION UNTIL END-OF-INPUT
      *
           MOVE 'N'        TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO SNP-CLIENT-CODE
           START LEDGER-SNAPSHOT-FILE KEY NOT < SNP-CLIENT-CODE
             INVALID KEY
               MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           IF NOT END-OF-INPUT
             PERFORM 036-READ-SNAPSHOT
           END-IF
           PERFORM 120-RELEASE-SNAPSHOT UNTIL END-OF-INPUT
      *
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TRIAL-BALANCE-FILE
           PERFORM 025-READ-EXTRACT
           PERFORM 130-RELEASE-GL-POSTING UNTIL END-OF-INPUT
           CLOSE TRIAL-BALANCE-FILE.
      *
      * The newest ledger record sorts first within the client (the
      * complemented date in the key) - it is the current position.
       110-RELEASE-LEDGER-POSITION.
      *
           ADD 1 TO WS-LEDGER-READ
           IF LGR-CLIENT-CODE NOT = WS-PREV-LGR-CLIENT
             MOVE LGR-CLIENT-CODE     TO WS-PREV-LGR-CLIENT
             MOVE SPACES              TO SORT-RECORD
             MOVE LGR-CLIENT-CODE     TO SR-CLIENT-CODE
             MOVE 'L'                 TO SR-SOURCE
             MOVE LGR-CLOSING-BALANCE TO SR-AMOUNT
             MOVE LGR-LEDGER-DATE     TO SR-FROM-DATE
             RELEASE SORT-RECORD
           END-IF
           PERFORM 115-READ-LEDGER.
      *
       115-READ-LEDGER.
      *
           READ CLIENT-LEDGER-FILE NEXT
             AT END
               MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
      *
       120-RELEASE-SNAPSHOT.
      *
           PERFORM 032-GET-FROM-POSITION
           MOVE SPACES           TO SORT-RECORD
           MOVE SNP-CLIENT-CODE  TO SR-CLIENT-CODE
           MOVE 'S'              TO SR-SOURCE
           MOVE WS-SIGNED-AMOUNT TO SR-AMOUNT
           MOVE WS-FROM-DATE     TO SR-FROM-DATE
           RELEASE SORT-RECORD
           PERFORM 036-READ-SNAPSHOT.
      *
      * The extract has already been proven - only the control
      * account's postings are wanted, up to the trailer.
       130-RELEASE-GL-POSTING.
      *
           IF TBT-TRAILER-ID = 'TR'
             MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
             IF TBX-IS-POSTING
                AND TBX-ACCOUNT-CODE = WS-CONTROL-ACCOUNT
               PERFORM 026-SIGN-EXTRACT-AMOUNT
               MOVE SPACES           TO SORT-RECORD
               MOVE TBX-CLIENT-CODE  TO SR-CLIENT-CODE
               MOVE 'G'              TO SR-SOURCE
               MOVE WS-SIGNED-AMOUNT TO SR-AMOUNT
               MOVE ZERO             TO SR-FROM-DATE
               MOVE TBX-JOURNAL-REF  TO SR-JOURNAL-REF
               RELEASE SORT-RECORD
             END-IF
             PERFORM 025-READ-EXTRACT
           END-IF.
      *
      * One client at a time: total the postings, pick up the
      * position and snapshot, list any mismatch and move the
      * snapshot on to today's position.
       200-RECONCILE-CLIENTS.
      *
           IF FIRST-RECONCILIATION
             MOVE 'FIRST RECONCILIATION - NO LGRSNP SNAPSHOT YET, '
                  TO WS-VERDICT-LINE
             MOVE 'MOVEMENTS NOT CHECKED' TO WS-VERDICT-LINE(48:21)
             WRITE REPORT-LINE FROM WS-VERDICT-LINE
           ELSE
             MOVE 'CLIENT LEDGER MOVEMENTS WITH NO MATCHING GL POSTING'
                  TO WS-SECTION-TITLE
             MOVE ' SINCE'  TO WS-SECTION-TITLE(52:6)
             MOVE WS-LAST-RECON-DATE TO WS-SECTION-DATE
             WRITE REPORT-LINE FROM WS-SECTION-LINE
             WRITE REPORT-LINE FROM WS-COLUMN-HEADING-1
           END-IF
      *
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM 205-RETURN-SORTED
           PERFORM 210-RECONCILE-ONE-CLIENT UNTIL END-OF-SORTED.
      *
       205-RETURN-SORTED.
      *
           RETURN SORT-WORK-FILE
             AT END
               MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
      *
       210-RECONCILE-ONE-CLIENT.
      *
           MOVE SR-CLIENT-CODE TO WS-CUR-CLIENT
           MOVE 'N'    TO CL-LEDGER-IND
           MOVE 'N'    TO CL-SNAPSHOT-IND
           MOVE ZERO   TO CL-CURRENT
           MOVE ZERO   TO CL-PREVIOUS
           MOVE ZERO   TO CL-FROM-DATE
           MOVE ZERO   TO CL-GL-POSTED
           MOVE ZERO   TO CL-POSTING-COUNT
           MOVE SPACES TO CL-FIRST-REF
      *
           PERFORM 220-ADD-CLIENT-SOURCE
               UNTIL END-OF-SORTED
                  OR SR-CLIENT-CODE NOT = WS-CUR-CLIENT
      *
           PERFORM 230-CLOSE-CLIENT.
      *
       220-ADD-CLIENT-SOURCE.
      *
           EVALUATE TRUE
             WHEN SR-IS-GL-POSTING
               ADD SR-AMOUNT TO CL-GL-POSTED
               ADD 1         TO CL-POSTING-COUNT
               IF CL-FIRST-REF = SPACES
                 MOVE SR-JOURNAL-REF TO CL-FIRST-REF
               END-IF
             WHEN SR-IS-LEDGER
               MOVE 'Y'       TO CL-LEDGER-IND
               MOVE SR-AMOUNT TO CL-CURRENT
             WHEN SR-IS-SNAPSHOT
               MOVE 'Y'          TO CL-SNAPSHOT-IND
               MOVE SR-AMOUNT    TO CL-PREVIOUS
               MOVE SR-FROM-DATE TO CL-FROM-DATE
           END-EVALUATE
           PERFORM 205-RETURN-SORTED.
      *
      * A posting with no client code, or for a code neither on the
      * ledger nor reconciled before, has no movement to match and
      * is listed against it. A client not yet on the snapshot is
      * new since the last run - its whole position is movement; a
      * client gone from the ledger is carried on at nil.
       230-CLOSE-CLIENT.
      *
           COMPUTE CL-MOVEMENT   = CL-CURRENT - CL-PREVIOUS
           COMPUTE CL-DIFFERENCE = CL-MOVEMENT - CL-GL-POSTED
      *
           IF CL-ON-LEDGER
             ADD 1          TO WS-CLIENT-COUNT
             ADD CL-CURRENT TO WS-LEDGER-POSITION
           END-IF
           ADD CL-PREVIOUS TO WS-PREVIOUS-POSITION
           ADD CL-MOVEMENT TO WS-LEDGER-MOVEMENT
           IF CL-MOVEMENT NOT = ZERO
             ADD 1 TO WS-MOVED-COUNT
           END-IF
           IF CL-ON-LEDGER OR CL-ON-SNAPSHOT
             ADD CL-GL-POSTED TO WS-GL-CLIENT-POSTED
           ELSE
             ADD CL-GL-POSTED TO WS-GL-UNCODED-POSTED
           END-IF
      *
           IF NOT FIRST-RECONCILIATION
              AND CL-DIFFERENCE NOT = ZERO
             PERFORM 240-LIST-CLIENT
           END-IF
      *
           IF CL-ON-LEDGER OR CL-ON-SNAPSHOT
             PERFORM 250-UPDATE-SNAPSHOT
           END-IF.
      *
       240-LIST-CLIENT.
      *
           ADD 1 TO WS-LISTED-COUNT
           MOVE WS-CUR-CLIENT  TO WD-CLIENT-CODE
           MOVE CL-PREVIOUS    TO WD-PREVIOUS
           MOVE CL-CURRENT     TO WD-CURRENT
           MOVE CL-MOVEMENT    TO WD-MOVEMENT
           MOVE CL-GL-POSTED   TO WD-GL-POSTED
           MOVE CL-DIFFERENCE  TO WD-DIFFERENCE
           EVALUATE TRUE
             WHEN NOT CL-ON-LEDGER AND NOT CL-ON-SNAPSHOT
               MOVE 'GL POSTING - CLIENT UNKNOWN' TO WD-REASON
             WHEN CL-POSTING-COUNT = ZERO
               MOVE 'NO GL POSTING'               TO WD-REASON
             WHEN CL-MOVEMENT = ZERO
               MOVE 'GL POSTING - NO MOVEMENT'    TO WD-REASON
             WHEN OTHER
               MOVE 'GL POSTING FOR WRONG AMOUNT' TO WD-REASON
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           IF CL-POSTING-COUNT > ZERO
             MOVE CL-FIRST-REF     TO WR-JOURNAL-REF
             MOVE CL-POSTING-COUNT TO WR-POSTING-COUNT
             WRITE REPORT-LINE FROM WS-REFERENCE-LINE
           END-IF.
      *
      * The starting point the day was measured from is kept as the
      * prior position, so a rerun measures from the same place.
       250-UPDATE-SNAPSHOT.
      *
           MOVE SPACES        TO LEDGER-SNAPSHOT-RECORD
           MOVE WS-CUR-CLIENT TO SNP-CLIENT-CODE
           MOVE WS-BUSDAT-DATE-N TO SNP-RECON-DATE
           MOVE CL-CURRENT    TO SNP-BALANCE
           MOVE CL-FROM-DATE  TO SNP-PRIOR-DATE
           MOVE CL-PREVIOUS   TO SNP-PRIOR-BALANCE
           REWRITE LEDGER-SNAPSHOT-RECORD
             INVALID KEY
               WRITE LEDGER-SNAPSHOT-RECORD
                 INVALID KEY
                   DISPLAY "LGRSNP WRITE FAILED FOR CLIENT "
                           WS-CUR-CLIENT ", STATUS = "
                           WS-LGRSNP-STATUS
                   MOVE 12 TO RETURN-CODE
               END-WRITE
           END-REWRITE
           IF WS-LGRSNP-STATUS = '00'
             ADD 1 TO WS-SNAPSHOT-WRITTEN
           END-IF.
      *
      * The balance proof: the ledger's current positions against
      * the control account's balance; then the day's movement
      * against the day's postings to it.
       040-PROVE-CONTROL-ACCOUNT.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CONTROL ACCOUNT PROOF' TO WS-SECTION-TITLE
           MOVE SPACES                  TO WS-SECTION-DATE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
      *
           COMPUTE WS-BALANCE-DIFFERENCE =
                   WS-LEDGER-POSITION - WS-GL-CONTROL-BALANCE
           MOVE 'CLIENT LEDGER POSITION (SUM OF CLILGR BALANCES)'
                TO WB-ITEM
           MOVE WS-LEDGER-POSITION    TO WB-AMOUNT
           MOVE SPACES                TO WB-FLAG
           WRITE REPORT-LINE FROM WS-COMPARE-LINE
           MOVE 'GL CONTROL ACCOUNT BALANCE (TRIAL BALANCE)'
                TO WB-ITEM
           MOVE WS-GL-CONTROL-BALANCE TO WB-AMOUNT
           WRITE REPORT-LINE FROM WS-COMPARE-LINE
           MOVE 'DIFFERENCE - LEDGER LESS GL' TO WB-ITEM
           MOVE WS-BALANCE-DIFFERENCE TO WB-AMOUNT
           IF WS-BALANCE-DIFFERENCE = ZERO
             MOVE 'AGREED'            TO WB-FLAG
           ELSE
             MOVE '*** NOT AGREED ***' TO WB-FLAG
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-COMPARE-LINE
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-GL-POSTED-TOTAL =
                   WS-GL-CLIENT-POSTED + WS-GL-UNCODED-POSTED
           COMPUTE WS-MOVEMENT-DIFFERENCE =
                   WS-LEDGER-MOVEMENT - WS-GL-POSTED-TOTAL
           MOVE 'POSITION LAST RECONCILED' TO WB-ITEM
           MOVE WS-PREVIOUS-POSITION  TO WB-AMOUNT
           MOVE SPACES                TO WB-FLAG
           WRITE REPORT-LINE FROM WS-COMPARE-LINE
           MOVE 'CLIENT LEDGER MOVEMENT SINCE LAST RECONCILIATION'
                TO WB-ITEM
           MOVE WS-LEDGER-MOVEMENT    TO WB-AMOUNT
           WRITE REPORT-LINE FROM WS-COMPARE-LINE
           MOVE 'GL POSTINGS TO CONTROL ACCOUNT - KNOWN CLIENTS'
                TO WB-ITEM
           MOVE WS-GL-CLIENT-POSTED   TO WB-AMOUNT
           WRITE REPORT-LINE FROM WS-COMPARE-LINE
           MOVE 'GL POSTINGS TO CONTROL ACCOUNT - NO/UNKNOWN CLIENT'
                TO WB-ITEM
           MOVE WS-GL-UNCODED-POSTED  TO WB-AMOUNT
           WRITE REPORT-LINE FROM WS-COMPARE-LINE
           MOVE 'DIFFERENCE - MOVEMENT LESS GL POSTINGS' TO WB-ITEM
           MOVE WS-MOVEMENT-DIFFERENCE TO WB-AMOUNT
           EVALUATE TRUE
             WHEN FIRST-RECONCILIATION
               MOVE 'NOT CHECKED - FIRST RUN' TO WB-FLAG
             WHEN WS-MOVEMENT-DIFFERENCE = ZERO
               MOVE 'AGREED'                  TO WB-FLAG
             WHEN OTHER
               MOVE '*** NOT AGREED ***'      TO WB-FLAG
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-COMPARE-LINE
      *
           IF WS-LISTED-COUNT > ZERO
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
      *
       050-TERMINATE.
      *
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'EXTRACT DETAIL RECORDS PROVEN              ' TO WT-TAG
           MOVE WS-EXTRACT-READ       TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CONTROL ACCOUNT BALANCE RECORDS            ' TO WT-TAG
           MOVE WS-BALANCE-RECORDS    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CONTROL ACCOUNT POSTINGS                   ' TO WT-TAG
           MOVE WS-POSTING-RECORDS    TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLIENTS ON THE LEDGER                      ' TO WT-TAG
           MOVE WS-CLIENT-COUNT       TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLIENTS WITH LEDGER MOVEMENT               ' TO WT-TAG
           MOVE WS-MOVED-COUNT        TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLIENTS LISTED - NO MATCHING GL POSTING    ' TO WT-TAG
           MOVE WS-LISTED-COUNT       TO WT-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
      *
           CLOSE CLIENT-LEDGER-FILE
           CLOSE LEDGER-SNAPSHOT-FILE
           CLOSE REPORT-FILE
      *
           DISPLAY "MTSGLR0 - EXTRACT RECORDS PROVEN = "
                   WS-EXTRACT-READ
           DISPLAY "MTSGLR0 - CLILGR RECORDS READ    = " WS-LEDGER-READ
           DISPLAY "MTSGLR0 - SNAPSHOT RECORDS READ  = "
                   WS-SNAPSHOT-READ
           DISPLAY "MTSGLR0 - SNAPSHOT RECORDS SAVED = "
                   WS-SNAPSHOT-WRITTEN
           DISPLAY "MTSGLR0 - CLIENTS LISTED         = "
                   WS-LISTED-COUNT.
      *
       END PROGRAM MTSGLR0.
