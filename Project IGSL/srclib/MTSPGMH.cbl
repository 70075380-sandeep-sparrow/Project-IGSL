       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTSPGMH.
      *
      *************************************************
      *  SUB-BROKER MASTER MAINTENANCE TRANSACTION     *
      *  PROJECT IGSL                                  *
      *************************************************
      * Online maintenance (transaction MTSJ) for the SBKMAS
      * sub-broker (authorised person) master - see MTSSBK0 for the
      * record layout. MTSJ is defined with CICS transaction
      * security so only an authorized supervisor holds it, the same
      * arrangement as MTSM: the sharing percentage and bank account
      * held here decide what the month-end MTSSBP0 run pays out.
      * ACTION 'I' inquire, 'A' add, 'U' update, 'D' close (logical
      * delete - the record is kept with SBK-STATUS = 'C' so old
      * payout statements still resolve the code). On an add or
      * update STATUS is keyed 'A' active or 'S' suspended (blank is
      * active) - a suspended sub-broker keeps its clients but is
      * not paid. The share is keyed as the stored digit string with
      * implied decimals, the MTSM convention - 40.00 percent is
      * keyed 04000. PAN is optional (TDS is then taken at the
      * higher no-PAN rate) but must be in the ten-character PAN
      * format when keyed. Every posted change is journalled to
      * MNTJRN with before and after images, the MTSPGM2 convention.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-RESP                    PIC S9(8) COMP.
      *
      * Single-byte pseudo-conversational flag, same round-trip
      * pattern as MTSPGM1's WS-REV-COMMAREA.
       01  WS-SBK-COMMAREA            PIC X(01)          VALUE 'S'.
      *
       01  WS-EDIT-OK-IND             PIC X(01)          VALUE 'N'.
           88 EDIT-IS-OK                                 VALUE 'Y'.
      *
       01  WS-SHARE-PCT-X             PIC X(05).
       01  WS-SHARE-PCT-N REDEFINES WS-SHARE-PCT-X
                                      PIC 9(03)V99.
      *
      * Change-journal work fields - see MTSPGM2. Dated off the wall
      * clock, two-digit years windowed at 50.
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
       01  WS-OPERATOR-ID             PIC X(08).
       01  WS-JRN-ACTION              PIC X(01).
       01  WS-JRN-BEFORE              PIC X(80).
       01  WS-JRN-AFTER               PIC X(80).
       01  WS-JRN-DONE-IND            PIC X(01).
           88 JOURNAL-WRITTEN                            VALUE 'Y'.
           88 JOURNAL-GIVEN-UP                           VALUE 'G'.
      *
      *COPYBOOKS
      * Symbolic map for the sub-broker maintenance screen
           COPY MTSMPX0.
      * Sub-broker master record (file SBKMAS)
           COPY MTSSBK0.
      * Client master record (file CLIMAS) - code clash check
           COPY MTSCLI0.
      * Maintenance change journal record (file MNTJRN)
           COPY MTSJRN0.
      *DFH Attention Identifier Copybook
           COPY DFHAID.
      *DFH BMS Communication Area copybook
           COPY DFHBMSCA.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA            PIC X(01).
      *
       PROCEDURE DIVISION.
      *
           IF EIBCALEN > ZERO
             MOVE DFHCOMMAREA    TO WS-SBK-COMMAREA
           END-IF.
      *
           EVALUATE TRUE
      *
             WHEN EIBCALEN = ZERO
               MOVE LOW-VALUES   TO  IGSLSBKO
               PERFORM SEND-MAP
      *
             WHEN EIBAID = DFHCLEAR
               MOVE LOW-VALUES   TO  IGSLSBKO
               PERFORM SEND-MAP
      *
             WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE
      *
             WHEN EIBAID = DFHPF3
               MOVE LOW-VALUES TO  IGSLSBKO
               MOVE "BYE, PRESS CLEAR KEY TO ENTER A TRANSACTION ID"
                    TO MESSAGEO
               PERFORM SEND-MAP-DATA
      *
               EXEC CICS
                 RETURN
               END-EXEC
      *
             WHEN EIBAID = DFHENTER
               PERFORM PROCESS-MAINT
      *
             WHEN OTHER
               MOVE LOW-VALUES TO IGSLSBKO
               MOVE "INVALID KEY PRESSED" TO MESSAGEO
               PERFORM SEND-MAP-DATA
      *
           END-EVALUATE.
      *
           EXEC CICS
              RETURN TRANSID('MTSJ')
              COMMAREA (WS-SBK-COMMAREA)
           END-EXEC.
      *
       PROCESS-MAINT.
      *
           PERFORM RECEIVE-MAP
      *
           IF SBCODEI = SPACES OR SBCODEI = LOW-VALUES
             MOVE "SUB-BROKER CODE IS REQUIRED" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           ELSE
             EVALUATE ACTIONI
               WHEN 'I'
                 PERFORM INQUIRE-SUBBROKER
               WHEN 'A'
                 PERFORM ADD-SUBBROKER
               WHEN 'U'
                 PERFORM UPDATE-SUBBROKER
               WHEN 'D'
                 PERFORM CLOSE-SUBBROKER
               WHEN OTHER
                 MOVE "ENTER ACTION I, A, U OR D" TO MESSAGEO
                 PERFORM SEND-MAP-DATA
             END-EVALUATE
           END-IF.
      *
           EXIT.
      *
       INQUIRE-SUBBROKER.
      *
           MOVE SBCODEI TO SBK-SUBBROKER-CODE
           EXEC CICS
              READ FILE    ('SBKMAS')
              INTO         (SUBBROKER-MASTER-RECORD)
              RIDFLD       (SBK-SUBBROKER-CODE)
              RESP         (WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
             MOVE SBK-SUBBROKER-NAME  TO SBNAMEO
             MOVE SBK-SHARE-PCT       TO WS-SHARE-PCT-N
             MOVE WS-SHARE-PCT-X      TO SBSHRO
             MOVE SBK-PAN             TO SBPANO
             MOVE SBK-BANK-ACCOUNT    TO SBBANKO
             MOVE SBK-BANK-IFSC       TO SBIFSCO
             MOVE SBK-STATUS          TO SBSTATO
             EVALUATE TRUE
               WHEN SBK-IS-CLOSED
                 MOVE "SUB-BROKER FOUND - CODE IS CLOSED" TO MESSAGEO
               WHEN SBK-IS-SUSPENDED
                 MOVE "SUB-BROKER FOUND - SUSPENDED, PAYOUT WITHHELD"
                      TO MESSAGEO
               WHEN OTHER
                 MOVE "SUB-BROKER FOUND" TO MESSAGEO
             END-EVALUATE
             PERFORM SEND-MAP-DATA
           ELSE
             MOVE "SUB-BROKER NOT ON FILE" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           END-IF.
      *
           EXIT.
      *
       ADD-SUBBROKER.
      *
           PERFORM EDIT-SUBBROKER-FIELDS
           IF EDIT-IS-OK
             PERFORM CHECK-CODE-NOT-CLIENT
           END-IF
           IF EDIT-IS-OK
             MOVE SPACES        TO SUBBROKER-MASTER-RECORD
             MOVE SBCODEI       TO SBK-SUBBROKER-CODE
             PERFORM MOVE-SUBBROKER-VALUES
      *
             EXEC CICS
                WRITE FILE   ('SBKMAS')
                FROM         (SUBBROKER-MASTER-RECORD)
                RIDFLD       (SBK-SUBBROKER-CODE)
                RESP         (WS-RESP)
             END-EXEC
      *
             IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'A'                     TO WS-JRN-ACTION
               MOVE SPACES                  TO WS-JRN-BEFORE
               MOVE SUBBROKER-MASTER-RECORD TO WS-JRN-AFTER
               PERFORM JOURNAL-MAINT-CHANGE
               MOVE "SUB-BROKER ADDED" TO MESSAGEO
             ELSE
               IF WS-RESP = DFHRESP(DUPREC)
                 MOVE "SUB-BROKER ALREADY ON FILE" TO MESSAGEO
               ELSE
                 MOVE "SUB-BROKER ADD FAILED - FILE ERROR" TO MESSAGEO
               END-IF
             END-IF
           END-IF
           PERFORM SEND-MAP-DATA.
      *
           EXIT.
      *
       UPDATE-SUBBROKER.
      *
           MOVE SBCODEI TO SBK-SUBBROKER-CODE
           EXEC CICS
              READ FILE    ('SBKMAS')
              INTO         (SUBBROKER-MASTER-RECORD)
              RIDFLD       (SBK-SUBBROKER-CODE)
              UPDATE
              RESP         (WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
             MOVE SUBBROKER-MASTER-RECORD TO WS-JRN-BEFORE
             PERFORM EDIT-SUBBROKER-FIELDS
             IF EDIT-IS-OK
               PERFORM MOVE-SUBBROKER-VALUES
      *
               EXEC CICS
                  REWRITE FILE ('SBKMAS')
                  FROM         (SUBBROKER-MASTER-RECORD)
               END-EXEC
      *
               MOVE 'U'                     TO WS-JRN-ACTION
               MOVE SUBBROKER-MASTER-RECORD TO WS-JRN-AFTER
               PERFORM JOURNAL-MAINT-CHANGE
               MOVE "SUB-BROKER UPDATED" TO MESSAGEO
             END-IF
             PERFORM SEND-MAP-DATA
           ELSE
             MOVE "SUB-BROKER NOT ON FILE" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           END-IF.
      *
           EXIT.
      *
       CLOSE-SUBBROKER.
      *
           MOVE SBCODEI TO SBK-SUBBROKER-CODE
           EXEC CICS
              READ FILE    ('SBKMAS')
              INTO         (SUBBROKER-MASTER-RECORD)
              RIDFLD       (SBK-SUBBROKER-CODE)
              UPDATE
              RESP         (WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
             MOVE SUBBROKER-MASTER-RECORD TO WS-JRN-BEFORE
             SET SBK-IS-CLOSED TO TRUE
      *
             EXEC CICS
                REWRITE FILE ('SBKMAS')
                FROM         (SUBBROKER-MASTER-RECORD)
             END-EXEC
      *
             MOVE 'C'                     TO WS-JRN-ACTION
             MOVE SUBBROKER-MASTER-RECORD TO WS-JRN-AFTER
             PERFORM JOURNAL-MAINT-CHANGE
             MOVE "SUB-BROKER CLOSED - NO FURTHER PAYOUTS" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           ELSE
             MOVE "SUB-BROKER NOT ON FILE" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           END-IF.
      *
           EXIT.
      *
       EDIT-SUBBROKER-FIELDS.
      *
           MOVE 'N' TO WS-EDIT-OK-IND
           IF SBSTATI = LOW-VALUES OR SBSTATI = SPACES
             MOVE 'A' TO SBSTATI
           END-IF
           EVALUATE TRUE
             WHEN SBNAMEI = SPACES OR SBNAMEI = LOW-VALUES
               MOVE "SUB-BROKER NAME IS REQUIRED" TO MESSAGEO
             WHEN SBSHRI NOT NUMERIC
               MOVE "SHARE MUST BE 5 DIGITS WITH 2 IMPLIED DECIMALS"
                    TO MESSAGEO
             WHEN SBSHRI > '10000'
               MOVE "SHARE MAY NOT EXCEED 100.00 PERCENT" TO MESSAGEO
             WHEN SBSTATI NOT = 'A' AND NOT = 'S'
               MOVE "STATUS MUST BE A OR S" TO MESSAGEO
      * PAN format: five letters, four digits, one letter.
             WHEN SBPANI NOT = SPACES AND NOT = LOW-VALUES
                  AND (SBPANI(1:5) NOT ALPHABETIC-UPPER
                       OR SBPANI(6:4) NOT NUMERIC
                       OR SBPANI(10:1) NOT ALPHABETIC-UPPER)
               MOVE "PAN MUST BE 5 LETTERS, 4 DIGITS AND A LETTER"
                    TO MESSAGEO
      * An account without its IFSC cannot be paid - the pair
      * travels together, as on the MTSC screen.
             WHEN SBBANKI NOT = SPACES AND NOT = LOW-VALUES
                  AND (SBIFSCI = SPACES OR SBIFSCI = LOW-VALUES)
               MOVE "IFSC IS REQUIRED WITH A BANK ACCOUNT" TO MESSAGEO
             WHEN OTHER
               MOVE 'Y' TO WS-EDIT-OK-IND
           END-EVALUATE.
      *
           EXIT.
      *
      * The payout is instructed on PAYMAS under the sub-broker
      * code, so the code must not already be a client's.
       CHECK-CODE-NOT-CLIENT.
      *
           MOVE SBCODEI TO CLI-CLIENT-CODE
           EXEC CICS
              READ FILE    ('CLIMAS')
              INTO         (CLIENT-MASTER-RECORD)
              RIDFLD       (CLI-CLIENT-CODE)
              RESP         (WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
             MOVE 'N' TO WS-EDIT-OK-IND
             MOVE "CODE IS IN USE AS A CLIENT CODE" TO MESSAGEO
           END-IF.
      *
           EXIT.
      *
      * Blank optional fields arrive from BMS as LOW-VALUES - stored
      * as spaces so the payout run's no-PAN and no-account tests
      * read them one way.
       MOVE-SUBBROKER-VALUES.
      *
           MOVE SBNAMEI        TO SBK-SUBBROKER-NAME
           MOVE SBSHRI         TO WS-SHARE-PCT-X
           MOVE WS-SHARE-PCT-N TO SBK-SHARE-PCT
           MOVE SBSTATI        TO SBK-STATUS
           IF SBPANI = LOW-VALUES
             MOVE SPACES  TO SBK-PAN
           ELSE
             MOVE SBPANI  TO SBK-PAN
           END-IF
           IF SBBANKI = LOW-VALUES
             MOVE SPACES  TO SBK-BANK-ACCOUNT
           ELSE
             MOVE SBBANKI TO SBK-BANK-ACCOUNT
           END-IF
           IF SBIFSCI = LOW-VALUES
             MOVE SPACES  TO SBK-BANK-IFSC
           ELSE
             MOVE SBIFSCI TO SBK-BANK-IFSC
           END-IF.
      *
           EXIT.
      *
      * One journal record per posted maintenance action, before and
      * after images staged by the caller - the MTSPGM2 paragraph.
       JOURNAL-MAINT-CHANGE.
      *
           ACCEPT CURRENT-DATE FROM DATE
           ACCEPT CURRENT-TIME FROM TIME
           IF CURRENT-YEAR > 50
             COMPUTE WS-PROC-YEAR = 1900 + CURRENT-YEAR
           ELSE
             COMPUTE WS-PROC-YEAR = 2000 + CURRENT-YEAR
           END-IF
           MOVE CURRENT-MONTH TO WS-PROC-MONTH
           MOVE CURRENT-DAY   TO WS-PROC-DAY
      *
           EXEC CICS
              ASSIGN USERID (WS-OPERATOR-ID)
           END-EXEC
      *
           MOVE WS-PROC-DATE-N     TO JRN-CHANGE-DATE
           MOVE 'SBKMAS'           TO JRN-FILE-ID
           MOVE SPACES             TO JRN-RECORD-KEY
           MOVE SBK-SUBBROKER-CODE TO JRN-RECORD-KEY(1:6)
           STRING CURRENT-HOUR,
                  ':',
                  CURRENT-MINUTE,
                  ':',
                  CURRENT-SECOND DELIMITED BY SIZE
                  INTO JRN-CHANGE-TIME
           END-STRING
           MOVE ZERO               TO JRN-CHANGE-SEQ
           MOVE WS-JRN-ACTION      TO JRN-ACTION
           MOVE WS-OPERATOR-ID     TO JRN-OPERATOR
           MOVE WS-JRN-BEFORE      TO JRN-BEFORE-IMAGE
           MOVE WS-JRN-AFTER       TO JRN-AFTER-IMAGE
      *
           MOVE 'N' TO WS-JRN-DONE-IND
           PERFORM WRITE-JOURNAL-RECORD
               UNTIL JOURNAL-WRITTEN OR JOURNAL-GIVEN-UP.
      *
           EXIT.
      *
       WRITE-JOURNAL-RECORD.
      *
           EXEC CICS
              WRITE FILE   ('MNTJRN')
              FROM         (MAINT-JOURNAL-RECORD)
              RIDFLD       (JRN-KEY)
              RESP         (WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-JRN-DONE-IND
             WHEN WS-RESP = DFHRESP(DUPREC)
                  AND JRN-CHANGE-SEQ < 99
               ADD 1 TO JRN-CHANGE-SEQ
             WHEN OTHER
               MOVE 'G' TO WS-JRN-DONE-IND
           END-EVALUATE.
      *
           EXIT.
      *
       SEND-MAP.
           EXEC CICS SEND
              MAP    ('IGSLSBK')
              MAPSET ('MTSMPX0')
              FROM   (IGSLSBKO)
              ERASE
           END-EXEC.
      *
           EXIT.
      *
       SEND-MAP-DATA.
           EXEC CICS SEND
              MAP    ('IGSLSBK')
              MAPSET ('MTSMPX0')
              FROM   (IGSLSBKO)
              DATAONLY
           END-EXEC.
      *
           EXIT.
      *
       RECEIVE-MAP.
            EXEC CICS RECEIVE
              MAP    ('IGSLSBK')
              MAPSET ('MTSMPX0')
              INTO   (IGSLSBKI)
            END-EXEC.
      *
           EXIT.
      *
       END PROGRAM MTSPGMH.
