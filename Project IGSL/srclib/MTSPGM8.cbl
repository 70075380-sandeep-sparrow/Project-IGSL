      * quantity and price against this file before the consideration
      * is derived, so a security must exist here - and be active -
      * before a trade can be keyed for it.
      * A derivative contract (segment 'F') is keyed with its
      * contract type (F future, C call, P put) and expiry date; any
      * other segment leaves both blank. A contract the expiry run
      * (MTSXPR0) has marked EXPIRED stays suspended for good - an
      * update will not reinstate it.
      *
       ENVIRONMENT DIVISION.
      *
       01  WS-BAND-HIGH-X             PIC X(08).
       01  WS-BAND-HIGH-N REDEFINES WS-BAND-HIGH-X
                                      PIC 9(06)V99.
      * Expiry keyed as CCYYMMDD.
       01  WS-EXPIRY-X.
           05 WS-EXPIRY-YEAR          PIC X(04).
           05 WS-EXPIRY-MONTH         PIC X(02).
           05 WS-EXPIRY-DAY           PIC X(02).
       01  WS-EXPIRY-N REDEFINES WS-EXPIRY-X
                                      PIC 9(08).
      *
      *COPYBOOKS
      * Symbolic map for the scrip maintenance screen
      *
           IF WS-RESP = DFHRESP(NORMAL)
             PERFORM SHOW-SCRIP-VALUES
             EVALUATE TRUE
               WHEN SCR-IS-EXPIRED
                 MOVE "CONTRACT FOUND - EXPIRED, NO LONGER TRADED"
                      TO MESSAGEO
               WHEN SCR-IS-SUSPENDED
                 MOVE "SCRIP FOUND - SUSPENDED FROM TRADING"
                      TO MESSAGEO
               WHEN OTHER
                 MOVE "SCRIP FOUND" TO MESSAGEO
             END-EVALUATE
             PERFORM SEND-MAP-DATA
           ELSE
             MOVE "SCRIP NOT ON FILE" TO MESSAGEO
      *
      * An update reinstates a suspended scrip - keying fresh terms
      * for a security is the operations signal that it trades again.
      * An expired contract is the exception: its positions were
      * closed out at expiry, so it never trades again.
       UPDATE-SCRIP.
      *
           MOVE SCCODEI TO SCR-SCRIP-CODE
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
             IF SCR-IS-EXPIRED
               MOVE "CONTRACT HAS EXPIRED - IT CANNOT BE REINSTATED"
                    TO MESSAGEO
             ELSE
               PERFORM EDIT-SCRIP-FIELDS
             END-IF
             IF EDIT-IS-OK
               PERFORM MOVE-SCRIP-VALUES
               SET SCR-IS-ACTIVE TO TRUE
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
             IF SCR-IS-EXPIRED
               MOVE "CONTRACT HAS EXPIRED - ALREADY SUSPENDED"
                    TO MESSAGEO
             ELSE
               SET SCR-IS-SUSPENDED TO TRUE
      *
               EXEC CICS
                  REWRITE FILE ('SCRMAS')
                  FROM         (SCRIP-MASTER-RECORD)
               END-EXEC
      *
               MOVE "SCRIP SUSPENDED - TRADES WILL BE REFUSED"
                    TO MESSAGEO
             END-IF
             PERFORM SEND-MAP-DATA
           ELSE
             MOVE "SCRIP NOT ON FILE" TO MESSAGEO
                   MOVE "BAND LOW MUST NOT EXCEED BAND HIGH"
                        TO MESSAGEO
                 ELSE
                   PERFORM EDIT-CONTRACT-TERMS
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
           EXIT.
      *
      * A derivative needs its contract type and a real expiry date;
      * nothing else may carry either.
       EDIT-CONTRACT-TERMS.
      *
           IF SCCTYPI = LOW-VALUES
             MOVE SPACE TO SCCTYPI
           END-IF
           IF SCEXPDI = LOW-VALUES OR SCEXPDI = SPACES
             MOVE ZEROS TO SCEXPDI
           END-IF
           MOVE SCEXPDI TO WS-EXPIRY-X
           IF SCSEGMI = 'F'
             IF SCCTYPI NOT = 'F' AND NOT = 'C' AND NOT = 'P'
               MOVE "CONTRACT TYPE MUST BE F, C OR P FOR SEGMENT F"
                    TO MESSAGEO
             ELSE
               IF WS-EXPIRY-X NOT NUMERIC
                  OR WS-EXPIRY-N = ZERO
                  OR WS-EXPIRY-YEAR < '2000'
                  OR WS-EXPIRY-MONTH < '01' OR WS-EXPIRY-MONTH > '12'
                  OR WS-EXPIRY-DAY < '01' OR WS-EXPIRY-DAY > '31'
                 MOVE "EXPIRY DATE MUST BE A VALID CCYYMMDD DATE"
                      TO MESSAGEO
               ELSE
                 MOVE 'Y' TO WS-EDIT-OK-IND
               END-IF
             END-IF
           ELSE
             IF SCCTYPI NOT = SPACE OR WS-EXPIRY-X NOT = ZEROS
               MOVE "CONTRACT TYPE AND EXPIRY ARE FOR SEGMENT F ONLY"
                    TO MESSAGEO
             ELSE
               MOVE 'Y' TO WS-EDIT-OK-IND
             END-IF
           END-IF.
      *
           EXIT.
      *
       MOVE-SCRIP-VALUES.
      *
           MOVE SCBNDLI  TO WS-BAND-LOW-X
           MOVE WS-BAND-LOW-N  TO SCR-BAND-LOW
           MOVE SCBNDHI  TO WS-BAND-HIGH-X
           MOVE WS-BAND-HIGH-N TO SCR-BAND-HIGH
           MOVE SCCTYPI  TO SCR-CONTRACT-TYPE
           MOVE SCEXPDI  TO WS-EXPIRY-X
           MOVE WS-EXPIRY-N    TO SCR-EXPIRY-DATE.
      *
           EXIT.
      *
           MOVE SCR-BAND-LOW    TO WS-BAND-LOW-N
           MOVE WS-BAND-LOW-X   TO SCBNDLO
           MOVE SCR-BAND-HIGH   TO WS-BAND-HIGH-N
           MOVE WS-BAND-HIGH-X  TO SCBNDHO
           MOVE SCR-CONTRACT-TYPE TO SCCTYPO
           IF SCR-EXPIRY-DATE NUMERIC AND SCR-EXPIRY-DATE > ZERO
             MOVE SCR-EXPIRY-DATE TO WS-EXPIRY-N
             MOVE WS-EXPIRY-X     TO SCEXPDO
           ELSE
             MOVE SPACES          TO SCEXPDO
           END-IF.
      *
           EXIT.
      *
