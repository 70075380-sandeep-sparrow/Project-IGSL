       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTSPGMG.
      *
      *************************************************
      *  CORPORATE ACTION MAINTENANCE TRANSACTION      *
      *  PROJECT IGSL                                  *
      *************************************************
      * Online maintenance (transaction MTSA) for the CAMAST
      * corporate action master - see MTSCAM0 for the record layout.
      * An action is keyed by scrip and ex-date. ACTION on the
      * IGSLCAM map selects the function: 'I' inquire, 'A' add,
      * 'U' update, 'D' cancel (logical delete - the record is kept
      * with CA-STATUS = 'C' so the announcement stays on file).
      * An action is added pending; MTSCAP0 applies it to client
      * holdings on the ex-date and marks it applied, after which it
      * can no longer be updated or cancelled here - an applied
      * action has already moved holdings and written the capital
      * gains adjustments. MTSCAP0 applies every pending action whose
      * ex-date has come, so an add or update must carry a real
      * calendar ex-date no earlier than the BUSDAT business date.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-RESP                    PIC S9(8) COMP.
       01  WS-OPERATOR-ID             PIC X(08).
      *
      * Single-byte pseudo-conversational flag, same round-trip
      * pattern as MTSPGM8's WS-SCP-COMMAREA.
       01  WS-CAM-COMMAREA            PIC X(01)          VALUE 'A'.
      *
       01  WS-EDIT-OK-IND             PIC X(01)          VALUE 'N'.
           88 EDIT-IS-OK                                 VALUE 'Y'.
      *
      * Keyed and shown as stored digit strings with implied
      * decimals, the MTSPGM8 convention - a ratio of 1:2 is keyed
      * as 00001 and 00002, a dividend of 12.50 a share as 0001250.
       01  WS-EX-DATE-X               PIC X(08).
       01  WS-EX-DATE-N REDEFINES WS-EX-DATE-X
                                      PIC 9(08).
       01  WS-RATIO-NEW-X             PIC X(05).
       01  WS-RATIO-NEW-N REDEFINES WS-RATIO-NEW-X
                                      PIC 9(05).
       01  WS-RATIO-OLD-X             PIC X(05).
       01  WS-RATIO-OLD-N REDEFINES WS-RATIO-OLD-X
                                      PIC 9(05).
       01  WS-DIV-PS-X                PIC X(07).
       01  WS-DIV-PS-N REDEFINES WS-DIV-PS-X
                                      PIC 9(05)V99.
      *
      * Ex-date edit work fields - the MTSPGM5 SET-MONTH-MAX-DAY
      * month-aware edit, against the BUSDAT business date.
       01  WS-EDIT-YEAR               PIC 9(04).
       01  WS-EDIT-MONTH              PIC 9(02).
       01  WS-EDIT-DAY                PIC 9(02).
       01  WS-MAX-DAY                 PIC 9(02).
       01  WS-LEAP-QUOTIENT           PIC 9(04).
       01  WS-LEAP-REMAINDER          PIC 9(03).
       01  WS-PROC-DATE-N             PIC 9(08)          VALUE ZERO.
       01  WS-BUSDAT-OK-IND           PIC X(01)          VALUE 'N'.
           88 BUSDAT-FOUND                               VALUE 'Y'.
      *
       01  WS-APPLIED-DATE-X          PIC X(08).
       01  WS-APPLIED-DATE-N REDEFINES WS-APPLIED-DATE-X
                                      PIC 9(08).
      *
      *COPYBOOKS
      * Symbolic map for the corporate action maintenance screen
           COPY MTSMPW0.
      * Corporate action master record (file CAMAST)
           COPY MTSCAM0.
      * Business date control record (file BUSDAT)
           COPY MTSBDT0.
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
             MOVE DFHCOMMAREA    TO WS-CAM-COMMAREA
           END-IF.
      *
           EVALUATE TRUE
      *
             WHEN EIBCALEN = ZERO
               MOVE LOW-VALUES   TO  IGSLCAMO
               PERFORM SEND-MAP
      *
             WHEN EIBAID = DFHCLEAR
               MOVE LOW-VALUES   TO  IGSLCAMO
               PERFORM SEND-MAP
      *
             WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE
      *
             WHEN EIBAID = DFHPF3
               MOVE LOW-VALUES TO  IGSLCAMO
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
               MOVE LOW-VALUES TO IGSLCAMO
               MOVE "INVALID KEY PRESSED" TO MESSAGEO
               PERFORM SEND-MAP-DATA
      *
           END-EVALUATE.
      *
           EXEC CICS
              RETURN TRANSID('MTSA')
              COMMAREA (WS-CAM-COMMAREA)
           END-EXEC.
      *
       PROCESS-MAINT.
      *
           PERFORM RECEIVE-MAP
      *
           IF SCCODEI = SPACES OR SCCODEI = LOW-VALUES
             MOVE "SCRIP CODE IS REQUIRED" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           ELSE
             IF EXDATEI NOT NUMERIC
               MOVE "EX-DATE MUST BE NUMERIC CCYYMMDD" TO MESSAGEO
               PERFORM SEND-MAP-DATA
             ELSE
               MOVE SCCODEI      TO CA-SCRIP-CODE
               MOVE EXDATEI      TO WS-EX-DATE-X
               MOVE WS-EX-DATE-N TO CA-EX-DATE
               EVALUATE ACTIONI
                 WHEN 'I'
                   PERFORM INQUIRE-ACTION
                 WHEN 'A'
                   PERFORM ADD-ACTION
                 WHEN 'U'
                   PERFORM UPDATE-ACTION
                 WHEN 'D'
                   PERFORM CANCEL-ACTION
                 WHEN OTHER
                   MOVE "ENTER ACTION I, A, U OR D" TO MESSAGEO
                   PERFORM SEND-MAP-DATA
               END-EVALUATE
             END-IF
           END-IF.
      *
           EXIT.
      *
       INQUIRE-ACTION.
      *
           EXEC CICS
              READ FILE    ('CAMAST')
              INTO         (CORPORATE-ACTION-RECORD)
              RIDFLD       (CA-KEY)
              RESP         (WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
             PERFORM SHOW-ACTION-VALUES
             EVALUATE TRUE
               WHEN CA-IS-APPLIED
                 MOVE "ACTION FOUND - APPLIED TO HOLDINGS" TO MESSAGEO
               WHEN CA-IS-CANCELLED
                 MOVE "ACTION FOUND - CANCELLED" TO MESSAGEO
               WHEN OTHER
                 MOVE "ACTION FOUND - PENDING EX-DATE" TO MESSAGEO
             END-EVALUATE
             PERFORM SEND-MAP-DATA
           ELSE
             MOVE "CORPORATE ACTION NOT ON FILE" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           END-IF.
      *
           EXIT.
      *
       ADD-ACTION.
      *
           PERFORM EDIT-ACTION-FIELDS
           IF EDIT-IS-OK
             MOVE SPACES          TO CORPORATE-ACTION-RECORD
             MOVE SCCODEI         TO CA-SCRIP-CODE
             MOVE WS-EX-DATE-N    TO CA-EX-DATE
             PERFORM MOVE-ACTION-VALUES
             SET CA-IS-PENDING    TO TRUE
             MOVE ZERO            TO CA-APPLIED-DATE
             EXEC CICS
                ASSIGN USERID (WS-OPERATOR-ID)
             END-EXEC
             MOVE WS-OPERATOR-ID  TO CA-ENTERED-BY
      *
             EXEC CICS
                WRITE FILE   ('CAMAST')
                FROM         (CORPORATE-ACTION-RECORD)
                RIDFLD       (CA-KEY)
                RESP         (WS-RESP)
             END-EXEC
      *
             IF WS-RESP = DFHRESP(NORMAL)
               MOVE "CORPORATE ACTION ADDED - PENDING EX-DATE"
                    TO MESSAGEO
               PERFORM SHOW-ACTION-VALUES
             ELSE
               IF WS-RESP = DFHRESP(DUPREC)
                 MOVE "ACTION ALREADY ON FILE FOR SCRIP AND EX-DATE"
                      TO MESSAGEO
               ELSE
                 MOVE "CORPORATE ACTION ADD FAILED - FILE ERROR"
                      TO MESSAGEO
               END-IF
             END-IF
           END-IF
           PERFORM SEND-MAP-DATA.
      *
           EXIT.
      *
      * Only a pending action may change - once MTSCAP0 has applied
      * it the holdings and the adjustment records already reflect
      * the terms as they stood.
       UPDATE-ACTION.
      *
           EXEC CICS
              READ FILE    ('CAMAST')
              INTO         (CORPORATE-ACTION-RECORD)
              RIDFLD       (CA-KEY)
              UPDATE
              RESP         (WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
             IF NOT CA-IS-PENDING
               PERFORM SHOW-ACTION-VALUES
               MOVE "ONLY A PENDING ACTION CAN BE UPDATED" TO MESSAGEO
             ELSE
               PERFORM EDIT-ACTION-FIELDS
               IF EDIT-IS-OK
                 PERFORM MOVE-ACTION-VALUES
      *
                 EXEC CICS
                    REWRITE FILE ('CAMAST')
                    FROM         (CORPORATE-ACTION-RECORD)
                 END-EXEC
      *
                 MOVE "CORPORATE ACTION UPDATED" TO MESSAGEO
                 PERFORM SHOW-ACTION-VALUES
               END-IF
             END-IF
             PERFORM SEND-MAP-DATA
           ELSE
             MOVE "CORPORATE ACTION NOT ON FILE" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           END-IF.
      *
           EXIT.
      *
       CANCEL-ACTION.
      *
           EXEC CICS
              READ FILE    ('CAMAST')
              INTO         (CORPORATE-ACTION-RECORD)
              RIDFLD       (CA-KEY)
              UPDATE
              RESP         (WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
             IF NOT CA-IS-PENDING
               MOVE "ONLY A PENDING ACTION CAN BE CANCELLED"
                    TO MESSAGEO
             ELSE
               SET CA-IS-CANCELLED TO TRUE
      *
               EXEC CICS
                  REWRITE FILE ('CAMAST')
                  FROM         (CORPORATE-ACTION-RECORD)
               END-EXEC
      *
               MOVE "CORPORATE ACTION CANCELLED - WILL NOT BE APPLIED"
                    TO MESSAGEO
             END-IF
             PERFORM SHOW-ACTION-VALUES
             PERFORM SEND-MAP-DATA
           ELSE
             MOVE "CORPORATE ACTION NOT ON FILE" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           END-IF.
      *
           EXIT.
      *
      * The ex-date first, then the terms.
       EDIT-ACTION-FIELDS.
      *
           PERFORM EDIT-EX-DATE
           IF EDIT-IS-OK
             PERFORM EDIT-ACTION-TERMS
           END-IF.
      *
           EXIT.
      *
      * A real calendar date (the MTSPGM8 expiry-date floor, with
      * Feb 30 and Apr 31 refused) and not before the business date
      * - an earlier ex-date would move holdings on the very next
      * MTSCAP0 run. With no business date on file it cannot be
      * proven, so nothing is saved.
       EDIT-EX-DATE.
      *
           MOVE 'N' TO WS-EDIT-OK-IND
           MOVE WS-EX-DATE-X(1:4) TO WS-EDIT-YEAR
           MOVE WS-EX-DATE-X(5:2) TO WS-EDIT-MONTH
           MOVE WS-EX-DATE-X(7:2) TO WS-EDIT-DAY
           PERFORM SET-MONTH-MAX-DAY
           IF WS-EDIT-YEAR < 2000
              OR WS-EDIT-MONTH < 1 OR WS-EDIT-MONTH > 12
              OR WS-EDIT-DAY < 1 OR WS-EDIT-DAY > WS-MAX-DAY
             MOVE "EX-DATE MUST BE A VALID CCYYMMDD DATE" TO MESSAGEO
           ELSE
             PERFORM GET-BUSINESS-DATE
             IF NOT BUSDAT-FOUND
               MOVE "NO BUSINESS DATE ON FILE - ACTION NOT SAVED"
                    TO MESSAGEO
             ELSE
               IF WS-EX-DATE-N < WS-PROC-DATE-N
                 MOVE "EX-DATE IS BEFORE THE BUSINESS DATE"
                      TO MESSAGEO
               ELSE
                 MOVE 'Y' TO WS-EDIT-OK-IND
               END-IF
             END-IF
           END-IF.
      *
           EXIT.
      *
      * Days in the edited month - the MTSPGM5 SET-MONTH-MAX-DAY
      * rule: 30 for Apr/Jun/Sep/Nov, 28 or 29 for Feb on the
      * Gregorian leap rule, 31 otherwise.
       SET-MONTH-MAX-DAY.
      *
           EVALUATE WS-EDIT-MONTH
             WHEN 04
             WHEN 06
             WHEN 09
             WHEN 11
               MOVE 30 TO WS-MAX-DAY
             WHEN 02
               MOVE 28 TO WS-MAX-DAY
               DIVIDE WS-EDIT-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                 DIVIDE WS-EDIT-YEAR BY 100
                     GIVING WS-LEAP-QUOTIENT
                     REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER NOT = ZERO
                   MOVE 29 TO WS-MAX-DAY
                 ELSE
                   DIVIDE WS-EDIT-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                     MOVE 29 TO WS-MAX-DAY
                   END-IF
                 END-IF
               END-IF
             WHEN OTHER
               MOVE 31 TO WS-MAX-DAY
           END-EVALUATE.
      *
           EXIT.
      *
       GET-BUSINESS-DATE.
      *
           MOVE 'N' TO WS-BUSDAT-OK-IND
           MOVE 'D' TO BDT-CONTROL-KEY
           EXEC CICS
              READ FILE    ('BUSDAT')
              INTO         (BUSDAT-RECORD)
              RIDFLD       (BDT-CONTROL-KEY)
              RESP         (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
             MOVE 'Y' TO WS-BUSDAT-OK-IND
             MOVE BDT-BUSINESS-DATE TO WS-PROC-DATE-N
           END-IF.
      *
           EXIT.
      *
      * A split or bonus needs both sides of its ratio - new shares
      * for old held; a dividend needs its amount per share.
       EDIT-ACTION-TERMS.
      *
           MOVE 'N' TO WS-EDIT-OK-IND
           IF CATYPEI NOT = 'S' AND NOT = 'B' AND NOT = 'D'
             MOVE "ACTION TYPE MUST BE S (SPLIT), B (BONUS) OR D (DIV)"
                  TO MESSAGEO
           ELSE
             IF RATNEWI NOT NUMERIC
                OR RATOLDI NOT NUMERIC
                OR DIVPSI NOT NUMERIC
               MOVE "RATIO AND DIVIDEND VALUES MUST BE NUMERIC"
                    TO MESSAGEO
             ELSE
               MOVE RATNEWI TO WS-RATIO-NEW-X
               MOVE RATOLDI TO WS-RATIO-OLD-X
               MOVE DIVPSI  TO WS-DIV-PS-X
               IF CATYPEI NOT = 'D'
                  AND (WS-RATIO-NEW-N = ZERO OR WS-RATIO-OLD-N = ZERO)
                 MOVE "SPLIT OR BONUS NEEDS BOTH RATIO NEW AND OLD"
                      TO MESSAGEO
               ELSE
                 IF CATYPEI = 'D' AND WS-DIV-PS-N = ZERO
                   MOVE "DIVIDEND NEEDS AN AMOUNT PER SHARE"
                        TO MESSAGEO
                 ELSE
                   MOVE 'Y' TO WS-EDIT-OK-IND
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
           EXIT.
      *
       MOVE-ACTION-VALUES.
      *
           MOVE CATYPEI  TO CA-ACTION-TYPE
           MOVE CADESCI  TO CA-DESCRIPTION
           IF CA-IS-DIVIDEND
             MOVE ZERO           TO CA-RATIO-NEW
             MOVE ZERO           TO CA-RATIO-OLD
             MOVE WS-DIV-PS-N    TO CA-DIVIDEND-PER-SHARE
           ELSE
             MOVE WS-RATIO-NEW-N TO CA-RATIO-NEW
             MOVE WS-RATIO-OLD-N TO CA-RATIO-OLD
             MOVE ZERO           TO CA-DIVIDEND-PER-SHARE
           END-IF.
      *
           EXIT.
      *
       SHOW-ACTION-VALUES.
      *
           MOVE CA-ACTION-TYPE        TO CATYPEO
           MOVE CA-RATIO-NEW          TO WS-RATIO-NEW-N
           MOVE WS-RATIO-NEW-X        TO RATNEWO
           MOVE CA-RATIO-OLD          TO WS-RATIO-OLD-N
           MOVE WS-RATIO-OLD-X        TO RATOLDO
           MOVE CA-DIVIDEND-PER-SHARE TO WS-DIV-PS-N
           MOVE WS-DIV-PS-X           TO DIVPSO
           MOVE CA-DESCRIPTION        TO CADESCO
           MOVE CA-STATUS             TO CASTATO
           MOVE CA-APPLIED-DATE       TO WS-APPLIED-DATE-N
           MOVE WS-APPLIED-DATE-X     TO APPLDTO
           MOVE CA-ENTERED-BY         TO ENTBYO.
      *
           EXIT.
      *
       SEND-MAP.
           EXEC CICS SEND
              MAP    ('IGSLCAM')
              MAPSET ('MTSMPW0')
              FROM   (IGSLCAMO)
              ERASE
           END-EXEC.
      *
           EXIT.
      *
       SEND-MAP-DATA.
           EXEC CICS SEND
              MAP    ('IGSLCAM')
              MAPSET ('MTSMPW0')
              FROM   (IGSLCAMO)
              DATAONLY
           END-EXEC.
      *
           EXIT.
      *
       RECEIVE-MAP.
            EXEC CICS RECEIVE
              MAP    ('IGSLCAM')
              MAPSET ('MTSMPW0')
              INTO   (IGSLCAMI)
            END-EXEC.
      *
           EXIT.
      *
       END PROGRAM MTSPGMG.
