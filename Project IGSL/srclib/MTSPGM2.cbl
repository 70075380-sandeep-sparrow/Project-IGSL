      * Online maintenance (transaction MTSC) for the CLIMAS client
      * master - see MTSCLI0 for the record layout. ACTION on the
      * IGSLCLI map selects the function: 'I' inquire, 'A' add,
      * 'U' update, 'D' raise a closure request, 'W' withdraw it,
      * 'C' approve the closure, 'R' reactivate a dormant client.
      * A client is never closed on the spot: 'D' files a CLSREQ
      * closure request (see MTSCLR0) and sets the client CLOSURE
      * PENDING so no new trade is taken;
      * the nightly MTSCLC0 check lists every obstacle, and once the
      * account is clean prints the closure statement and queues the
      * final payout for the bank file. Only when the bank has
      * confirmed that payout paid does 'C' close the client -
      * logically, the
      * record kept with CLI-STATUS = 'C' so history reports can
      * still resolve the code - on a supervisor id keyed in SUPVID
      * and validated on SUPMAS, recorded on the request. A request
      * may be withdrawn until its payout is queued. MTSPGM0
      * validates the trade screen's client code against this file
      * before any charge is calculated, so a client must exist
      * here - and be active - before a trade can be keyed for it.
      * The optional SUB-BROKER field links the client to its
      * introducing sub-broker on SBKMAS (see MTSSBK0): the code
      * keyed must be on file and not closed, and blanking it makes
      * the client a direct client again. A new client code may not
      * be one already in use as a sub-broker code - the two share
      * the PAYMAS key space. A client the monthly MTSDRM0 scan has
      * set DORMANT takes no trade until 'R' makes it active again,
      * again only on a supervisor id keyed in SUPVID and validated
      * on SUPMAS; the supervisor is journalled with the change.
      *
       ENVIRONMENT DIVISION.
      *
           88 JOURNAL-WRITTEN                            VALUE 'Y'.
           88 JOURNAL-GIVEN-UP                           VALUE 'G'.
      *
      * Closure workflow work fields - see RAISE-CLOSURE-REQUEST and
      * APPROVE-CLOSURE. The clock time stamps the request and the
      * approval the way the journal stamps its change time.
       01  WS-CLOCK-TIME              PIC X(08).
       01  WS-OBSTACLE-COUNT-OUT      PIC ZZ9.
       01  WS-CLOSURE-OK-IND          PIC X(01).
           88 CLOSURE-CAN-PROCEED                        VALUE 'Y'.
      *
      *COPYBOOKS
      * Symbolic map for the client maintenance screen
           COPY MTSMPC0.
      * Client master record (file CLIMAS)
           COPY MTSCLI0.
      * Sub-broker master record (file SBKMAS) - link validation
           COPY MTSSBK0.
      * Closure request record (file CLSREQ)
           COPY MTSCLR0.
      * Supervisor authority master record (file SUPMAS) - closure
      * approval
           COPY MTSSUP0.
      * Payment instruction record (file PAYMAS) - final payout
           COPY MTSPAY0.
      * Maintenance change journal record (file MNTJRN)
           COPY MTSJRN0.
      *DFH Attention Identifier Copybook
               WHEN 'U'
                 PERFORM UPDATE-CLIENT
               WHEN 'D'
                 PERFORM RAISE-CLOSURE-REQUEST
               WHEN 'W'
                 PERFORM WITHDRAW-CLOSURE-REQUEST
               WHEN 'C'
                 PERFORM APPROVE-CLOSURE
               WHEN 'R'
                 PERFORM REACTIVATE-CLIENT
               WHEN OTHER
                 MOVE "ENTER ACTION I, A, U, D, W, C OR R" TO MESSAGEO
                 PERFORM SEND-MAP-DATA
             END-EVALUATE
           END-IF.
             MOVE CLI-DEFAULT-SEGMENT TO CLSEGMO
             MOVE CLI-BANK-ACCOUNT    TO CLBANKO
             MOVE CLI-BANK-IFSC       TO CLIFSCO
             MOVE CLI-SUB-BROKER-CODE TO CLSBRKO
             EVALUATE TRUE
               WHEN CLI-IS-CLOSED
                 MOVE "CLIENT FOUND - ACCOUNT IS CLOSED" TO MESSAGEO
               WHEN CLI-IS-CLOSURE-PENDING
                 PERFORM SHOW-CLOSURE-STATUS
               WHEN CLI-IS-DORMANT
                 MOVE "CLIENT FOUND - DORMANT, ACTION R TO REACTIVATE"
                      TO MESSAGEO
               WHEN OTHER
                 MOVE "CLIENT FOUND" TO MESSAGEO
             END-EVALUATE
             PERFORM SEND-MAP-DATA
           ELSE
             MOVE "CLIENT NOT ON FILE" TO MESSAGEO
       ADD-CLIENT.
      *
           PERFORM EDIT-CLIENT-FIELDS
           IF MESSAGEO = LOW-VALUES OR MESSAGEO = SPACES
             PERFORM CHECK-CODE-NOT-SUB-BROKER
           END-IF
           IF MESSAGEO = LOW-VALUES OR MESSAGEO = SPACES
             MOVE SPACES        TO CLIENT-MASTER-RECORD
             MOVE CLCODEI       TO CLI-CLIENT-CODE
             MOVE CLPLANI       TO CLI-DEFAULT-PLAN
             MOVE CLSEGMI       TO CLI-DEFAULT-SEGMENT
             PERFORM MOVE-BANK-FIELDS
             PERFORM MOVE-SUB-BROKER-FIELD
             SET CLI-IS-ACTIVE  TO TRUE
      *
             EXEC CICS
               MOVE CLPLANI     TO CLI-DEFAULT-PLAN
               MOVE CLSEGMI     TO CLI-DEFAULT-SEGMENT
               PERFORM MOVE-BANK-FIELDS
               PERFORM MOVE-SUB-BROKER-FIELD
      *
               EXEC CICS
                  REWRITE FILE ('CLIMAS')
      *
           EXIT.
      *
      * Inquiry on a client with a closure in hand shows where the
      * request stands - see MTSCLR0 for the stages.
       SHOW-CLOSURE-STATUS.
      *
           MOVE CLI-CLIENT-CODE TO CLR-CLIENT-CODE
           EXEC CICS
              READ FILE    ('CLSREQ')
              INTO         (CLOSURE-REQUEST-RECORD)
              RIDFLD       (CLR-CLIENT-CODE)
              RESP         (WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE "CLIENT FOUND - CLOSURE PENDING" TO MESSAGEO
           ELSE
             EVALUATE TRUE
               WHEN CLR-IS-RAISED
                 MOVE "CLOSURE REQUESTED - AWAITING NIGHTLY CHECK"
                      TO MESSAGEO
               WHEN CLR-IS-BLOCKED
                 MOVE CLR-OBSTACLE-COUNT TO WS-OBSTACLE-COUNT-OUT
                 MOVE SPACES TO MESSAGEO
                 STRING 'CLOSURE BLOCKED - ',
                        WS-OBSTACLE-COUNT-OUT,
                        ' OBSTACLE(S), SEE CLOSURE CHECK REPORT'
                        DELIMITED BY SIZE
                        INTO MESSAGEO
                 END-STRING
               WHEN CLR-IS-QUEUED
                 MOVE "CLOSURE STATEMENT ISSUED - PAYOUT QUEUED"
                      TO MESSAGEO
               WHEN CLR-IS-AWAITING-APPROVAL
                 MOVE "PAYOUT PAID - CLOSURE AWAITS SUPERVISOR (C)"
                      TO MESSAGEO
               WHEN OTHER
                 MOVE "CLIENT FOUND - CLOSURE PENDING" TO MESSAGEO
             END-EVALUATE
           END-IF.
      *
           EXIT.
      *
      * Action 'D'. The client is not closed here - a closure
      * request goes on CLSREQ for the nightly MTSCLC0 check and the
      * client turns CLOSURE PENDING, which MTSPGM0 and MTSPGM9
      * refuse new trades for.
       RAISE-CLOSURE-REQUEST.
      *
           MOVE CLCODEI TO CLI-CLIENT-CODE
           EXEC CICS
              RESP         (WS-RESP)
           END-EXEC
      *
           EVALUATE TRUE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "CLIENT NOT ON FILE" TO MESSAGEO
             WHEN CLI-IS-CLOSED
               MOVE "CLIENT ALREADY CLOSED" TO MESSAGEO
             WHEN CLI-IS-CLOSURE-PENDING
               MOVE "CLOSURE ALREADY REQUESTED - ACTION I FOR STATUS"
                    TO MESSAGEO
             WHEN OTHER
               MOVE CLIENT-MASTER-RECORD TO WS-JRN-BEFORE
               PERFORM FILE-CLOSURE-REQUEST
               IF CLOSURE-CAN-PROCEED
                 SET CLI-IS-CLOSURE-PENDING TO TRUE
      *
                 EXEC CICS
                    REWRITE FILE ('CLIMAS')
                    FROM         (CLIENT-MASTER-RECORD)
                 END-EXEC
      *
                 MOVE 'U'                  TO WS-JRN-ACTION
                 MOVE CLIENT-MASTER-RECORD TO WS-JRN-AFTER
                 PERFORM JOURNAL-MAINT-CHANGE
                 MOVE "CLOSURE REQUESTED - NO NEW TRADES FOR CLIENT"
                      TO MESSAGEO
               END-IF
           END-EVALUATE
           PERFORM SEND-MAP-DATA.
      *
           EXIT.
      *
      * A closed or withdrawn request already on CLSREQ is replaced
      * by the new one; a request still in hand is left alone.
       FILE-CLOSURE-REQUEST.
      *
           MOVE 'N'    TO WS-CLOSURE-OK-IND
           MOVE SPACES TO MESSAGEO
           PERFORM GET-CLOCK-TIME
      *
           MOVE CLCODEI TO CLR-CLIENT-CODE
           EXEC CICS
              READ FILE    ('CLSREQ')
              INTO         (CLOSURE-REQUEST-RECORD)
              RIDFLD       (CLR-CLIENT-CODE)
              UPDATE
              RESP         (WS-RESP)
           END-EXEC
      *
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NOTFND)
               PERFORM BUILD-CLOSURE-REQUEST
               EXEC CICS
                  WRITE FILE   ('CLSREQ')
                  FROM         (CLOSURE-REQUEST-RECORD)
                  RIDFLD       (CLR-CLIENT-CODE)
                  RESP         (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-CLOSURE-OK-IND
               END-IF
             WHEN WS-RESP = DFHRESP(NORMAL) AND CLR-IS-FINISHED
               PERFORM BUILD-CLOSURE-REQUEST
               EXEC CICS
                  REWRITE FILE ('CLSREQ')
                  FROM         (CLOSURE-REQUEST-RECORD)
                  RESP         (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-CLOSURE-OK-IND
               END-IF
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE "A CLOSURE REQUEST IS ALREADY IN HAND ON CLSREQ"
                    TO MESSAGEO
           END-EVALUATE
      *
           IF NOT CLOSURE-CAN-PROCEED AND MESSAGEO = SPACES
             MOVE "CLOSURE REQUEST NOT FILED - FILE ERROR" TO MESSAGEO
           END-IF.
      *
           EXIT.
      *
       BUILD-CLOSURE-REQUEST.
      *
           MOVE SPACES               TO CLOSURE-REQUEST-RECORD
           MOVE CLCODEI              TO CLR-CLIENT-CODE
           SET CLR-IS-RAISED         TO TRUE
           MOVE WS-PROC-DATE-N       TO CLR-REQUEST-DATE
           MOVE WS-CLOCK-TIME        TO CLR-REQUEST-TIME
           MOVE WS-OPERATOR-ID       TO CLR-REQUEST-OPERATOR
           MOVE CLI-STATUS           TO CLR-PRIOR-STATUS
           MOVE ZERO                 TO CLR-LAST-CHECK-DATE
                                        CLR-OBSTACLE-COUNT
                                        CLR-STATEMENT-DATE
                                        CLR-PAYOUT-DATE
                                        CLR-PAYOUT-AMOUNT
                                        CLR-SCRIPS-TRANSFERRED
                                        CLR-APPROVED-DATE.
      *
           EXIT.
      *
      * Action 'W'. A request can be withdrawn - and the client
      * trade again - only until the nightly check has queued the
      * final payout; after that the closure must run its course.
       WITHDRAW-CLOSURE-REQUEST.
      *
           MOVE CLCODEI TO CLI-CLIENT-CODE
           EXEC CICS
              READ FILE    ('CLIMAS')
              INTO         (CLIENT-MASTER-RECORD)
              RIDFLD       (CLI-CLIENT-CODE)
              UPDATE
              RESP         (WS-RESP)
           END-EXEC
      *
           EVALUATE TRUE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "CLIENT NOT ON FILE" TO MESSAGEO
             WHEN NOT CLI-IS-CLOSURE-PENDING
               MOVE "NO CLOSURE REQUEST IN HAND FOR CLIENT"
                    TO MESSAGEO
             WHEN OTHER
               MOVE CLIENT-MASTER-RECORD TO WS-JRN-BEFORE
               PERFORM WITHDRAW-ON-CLSREQ
               IF CLOSURE-CAN-PROCEED
                 IF CLR-PRIOR-STATUS = 'D'
                   SET CLI-IS-DORMANT TO TRUE
                 ELSE
                   SET CLI-IS-ACTIVE  TO TRUE
                 END-IF
      *
                 EXEC CICS
                    REWRITE FILE ('CLIMAS')
                    FROM         (CLIENT-MASTER-RECORD)
                 END-EXEC
      *
                 MOVE 'U'                  TO WS-JRN-ACTION
                 MOVE CLIENT-MASTER-RECORD TO WS-JRN-AFTER
                 PERFORM JOURNAL-MAINT-CHANGE
                 IF CLI-IS-DORMANT
                   MOVE "CLOSURE REQUEST WITHDRAWN - CLIENT DORMANT"
                        TO MESSAGEO
                 ELSE
                   MOVE "CLOSURE REQUEST WITHDRAWN - CLIENT ACTIVE"
                        TO MESSAGEO
                 END-IF
               END-IF
           END-EVALUATE
           PERFORM SEND-MAP-DATA.
      *
           EXIT.
      *
      * A pending client with no request on CLSREQ at all is simply
      * made active again. A withdrawn request puts back the status
      * the client had when it was raised.
       WITHDRAW-ON-CLSREQ.
      *
           MOVE 'N' TO WS-CLOSURE-OK-IND
           MOVE CLCODEI TO CLR-CLIENT-CODE
           EXEC CICS
              READ FILE    ('CLSREQ')
              INTO         (CLOSURE-REQUEST-RECORD)
              RIDFLD       (CLR-CLIENT-CODE)
              UPDATE
              RESP         (WS-RESP)
           END-EXEC
      *
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NOTFND)
               MOVE SPACES TO CLR-PRIOR-STATUS
               MOVE 'Y' TO WS-CLOSURE-OK-IND
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "CLOSURE REQUEST NOT READ - FILE ERROR" TO MESSAGEO
             WHEN CLR-IS-QUEUED OR CLR-IS-AWAITING-APPROVAL
               MOVE "FINAL PAYOUT QUEUED - CANNOT BE WITHDRAWN"
                    TO MESSAGEO
             WHEN OTHER
               SET CLR-IS-WITHDRAWN TO TRUE
               EXEC CICS
                  REWRITE FILE ('CLSREQ')
                  FROM         (CLOSURE-REQUEST-RECORD)
                  RESP         (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-CLOSURE-OK-IND
               ELSE
                 MOVE "CLOSURE REQUEST NOT UPDATED - FILE ERROR"
                      TO MESSAGEO
               END-IF
           END-EVALUATE.
      *
           EXIT.
      *
      * Action 'C'. The closure stands only on a supervisor id from
      * SUPMAS - not the operator who raised the request - and only
      * once the nightly check has found the account clean and the
      * final payout, if one was due, has been confirmed paid by
      * the bank.
       APPROVE-CLOSURE.
      *
           MOVE SPACES TO MESSAGEO
           PERFORM CHECK-APPROVING-SUPERVISOR
      *
           IF MESSAGEO = SPACES
             MOVE CLCODEI TO CLI-CLIENT-CODE
             EXEC CICS
                READ FILE    ('CLIMAS')
                INTO         (CLIENT-MASTER-RECORD)
                RIDFLD       (CLI-CLIENT-CODE)
                UPDATE
                RESP         (WS-RESP)
             END-EXEC
      *
             EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE "CLIENT NOT ON FILE" TO MESSAGEO
               WHEN CLI-IS-CLOSED
                 MOVE "CLIENT ALREADY CLOSED" TO MESSAGEO
               WHEN NOT CLI-IS-CLOSURE-PENDING
                 MOVE "NO CLOSURE REQUESTED - USE ACTION D FIRST"
                      TO MESSAGEO
               WHEN OTHER
                 MOVE CLIENT-MASTER-RECORD TO WS-JRN-BEFORE
                 PERFORM APPROVE-ON-CLSREQ
             END-EVALUATE
           END-IF
      *
           PERFORM SEND-MAP-DATA.
      *
           EXIT.
      *
       CHECK-APPROVING-SUPERVISOR.
      *
           IF SUPVIDI = SPACES OR SUPVIDI = LOW-VALUES
             MOVE "SUPERVISOR ID IS REQUIRED FOR THIS ACTION"
                  TO MESSAGEO
           ELSE
             MOVE SUPVIDI TO SUP-SUPERVISOR-ID
             EXEC CICS
                READ FILE    ('SUPMAS')
                INTO         (SUPERVISOR-MASTER-RECORD)
                RIDFLD       (SUP-SUPERVISOR-ID)
                RESP         (WS-RESP)
             END-EXEC
             EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE "SUPERVISOR ID NOT ON AUTHORITY MASTER"
                      TO MESSAGEO
               WHEN SUP-IS-CLOSED
                 MOVE "SUPERVISOR ID IS CLOSED" TO MESSAGEO
             END-EVALUATE
           END-IF.
      *
           EXIT.
      *
       APPROVE-ON-CLSREQ.
      *
           MOVE CLCODEI TO CLR-CLIENT-CODE
           EXEC CICS
              READ FILE    ('CLSREQ')
              INTO         (CLOSURE-REQUEST-RECORD)
              RIDFLD       (CLR-CLIENT-CODE)
              UPDATE
              RESP         (WS-RESP)
           END-EXEC
      *
           EVALUATE TRUE
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "CLOSURE REQUEST NOT ON FILE" TO MESSAGEO
             WHEN CLR-IS-RAISED
               MOVE "ACCOUNT NOT YET CHECKED - AWAIT NIGHTLY CHECK"
                    TO MESSAGEO
             WHEN CLR-IS-BLOCKED
               MOVE "ACCOUNT NOT CLEAN - SEE CLOSURE CHECK REPORT"
                    TO MESSAGEO
             WHEN CLR-IS-QUEUED
               MOVE "FINAL PAYOUT NOT YET CONFIRMED PAID" TO MESSAGEO
             WHEN NOT CLR-IS-AWAITING-APPROVAL
               MOVE "CLOSURE REQUEST IS NOT AWAITING APPROVAL"
                    TO MESSAGEO
             WHEN SUPVIDI = CLR-REQUEST-OPERATOR
               MOVE "SUPERVISOR MAY NOT APPROVE OWN CLOSURE REQUEST"
                    TO MESSAGEO
             WHEN OTHER
               PERFORM CHECK-FINAL-PAYOUT-PAID
               IF CLOSURE-CAN-PROCEED
                 PERFORM CLOSE-CLIENT-ACCOUNT
               END-IF
           END-EVALUATE.
      *
           EXIT.
      *
      * PAYMAS is re-read at approval and only a payout the bank
      * has confirmed PAID lets the closure stand - one still on a
      * bank file may yet come back failed, and a closed request is
      * never followed again. A payout returned failed is re-queued
      * by the next nightly check, and the closure waits for it.
       CHECK-FINAL-PAYOUT-PAID.
      *
           MOVE 'Y' TO WS-CLOSURE-OK-IND
           IF CLR-PAYOUT-AMOUNT > ZERO
             MOVE CLR-PAYOUT-DATE TO PAY-SETTLE-DATE
             MOVE CLR-CLIENT-CODE TO PAY-CLIENT-CODE
             EXEC CICS
                READ FILE    ('PAYMAS')
                INTO         (PAYMENT-INSTRUCTION-RECORD)
                RIDFLD       (PAY-KEY)
                RESP         (WS-RESP)
             END-EXEC
             EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'N' TO WS-CLOSURE-OK-IND
                 MOVE "FINAL PAYOUT NOT ON PAYMAS" TO MESSAGEO
               WHEN PAY-IS-FAILED
                 MOVE 'N' TO WS-CLOSURE-OK-IND
                 MOVE "FINAL PAYOUT FAILED AT BANK - RE-QUEUED TONIGHT"
                      TO MESSAGEO
               WHEN PAY-IS-QUEUED
                 MOVE 'N' TO WS-CLOSURE-OK-IND
                 MOVE "FINAL PAYOUT NOT YET ON A BANK FILE"
                      TO MESSAGEO
               WHEN NOT PAY-IS-PAID
                 MOVE 'N' TO WS-CLOSURE-OK-IND
                 MOVE "FINAL PAYOUT NOT YET CONFIRMED PAID BY BANK"
                      TO MESSAGEO
             END-EVALUATE
           END-IF.
      *
           EXIT.
      *
       CLOSE-CLIENT-ACCOUNT.
      *
           PERFORM GET-CLOCK-TIME
           SET CLR-IS-CLOSED         TO TRUE
           MOVE SUPVIDI              TO CLR-APPROVED-BY
           MOVE WS-PROC-DATE-N       TO CLR-APPROVED-DATE
           MOVE WS-CLOCK-TIME        TO CLR-APPROVED-TIME
      *
           EXEC CICS
              REWRITE FILE ('CLSREQ')
              FROM         (CLOSURE-REQUEST-RECORD)
              RESP         (WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE "APPROVAL NOT RECORDED - CLIENT NOT CLOSED"
                  TO MESSAGEO
           ELSE
             SET CLI-IS-CLOSED TO TRUE
      *
             EXEC CICS
             MOVE 'C'                  TO WS-JRN-ACTION
             MOVE CLIENT-MASTER-RECORD TO WS-JRN-AFTER
             PERFORM JOURNAL-MAINT-CHANGE
             MOVE SPACES TO MESSAGEO
             STRING 'CLIENT CLOSED - APPROVED BY ', SUPVIDI
                    DELIMITED BY SIZE
                    INTO MESSAGEO
             END-STRING
           END-IF.
      *
           EXIT.
      *
      * Action 'R'. A dormant client trades again only on a
      * supervisor id from SUPMAS; the journal carries that id in
      * the reactivation view of its after image - see MTSJRN0.
       REACTIVATE-CLIENT.
      *
           MOVE SPACES TO MESSAGEO
           PERFORM CHECK-APPROVING-SUPERVISOR
      *
           IF MESSAGEO = SPACES
             MOVE CLCODEI TO CLI-CLIENT-CODE
             EXEC CICS
                READ FILE    ('CLIMAS')
                INTO         (CLIENT-MASTER-RECORD)
                RIDFLD       (CLI-CLIENT-CODE)
                UPDATE
                RESP         (WS-RESP)
             END-EXEC
      *
             EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE "CLIENT NOT ON FILE" TO MESSAGEO
               WHEN NOT CLI-IS-DORMANT
                 MOVE "CLIENT IS NOT DORMANT" TO MESSAGEO
               WHEN OTHER
                 MOVE CLIENT-MASTER-RECORD TO WS-JRN-BEFORE
                 SET CLI-IS-ACTIVE TO TRUE
      *
                 EXEC CICS
                    REWRITE FILE ('CLIMAS')
                    FROM         (CLIENT-MASTER-RECORD)
                 END-EXEC
      *
                 MOVE SPACES     TO JRN-AFTER-IMAGE
                 MOVE CLI-STATUS TO JRN-REA-NEW-STATUS
                 MOVE SUPVIDI    TO JRN-REA-SUPERVISOR
                 MOVE 'R'             TO WS-JRN-ACTION
                 MOVE JRN-AFTER-IMAGE TO WS-JRN-AFTER
                 PERFORM JOURNAL-MAINT-CHANGE
                 MOVE SPACES TO MESSAGEO
                 STRING 'CLIENT REACTIVATED - APPROVED BY ', SUPVIDI
                        DELIMITED BY SIZE
                        INTO MESSAGEO
                 END-STRING
             END-EVALUATE
           END-IF
      *
           PERFORM SEND-MAP-DATA.
      *
           EXIT.
      *
      * Wall-clock date and time and the keying sign-on, windowed
      * the way JOURNAL-MAINT-CHANGE windows them.
       GET-CLOCK-TIME.
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
           STRING CURRENT-HOUR,
                  ':',
                  CURRENT-MINUTE,
                  ':',
                  CURRENT-SECOND DELIMITED BY SIZE
                  INTO WS-CLOCK-TIME
           END-STRING
      *
           EXEC CICS
              ASSIGN USERID (WS-OPERATOR-ID)
           END-EXEC.
      *
           EXIT.
      *
       EDIT-CLIENT-FIELDS.
      *
                      AND (CLIFSCI = SPACES OR CLIFSCI = LOW-VALUES)
                     MOVE "IFSC IS REQUIRED WITH A BANK ACCOUNT"
                          TO MESSAGEO
                   ELSE
                     IF CLSBRKI NOT = SPACES AND NOT = LOW-VALUES
                       PERFORM CHECK-SUB-BROKER-LINK
                     END-IF
                   END-IF
                 END-IF
               END-IF
      *
           EXIT.
      *
      * The sub-broker keyed must be on SBKMAS and not closed. A
      * suspended sub-broker may still be linked - suspension only
      * withholds its payout, it does not disown its clients.
       CHECK-SUB-BROKER-LINK.
      *
           MOVE CLSBRKI TO SBK-SUBBROKER-CODE
           EXEC CICS
              READ FILE    ('SBKMAS')
              INTO         (SUBBROKER-MASTER-RECORD)
              RIDFLD       (SBK-SUBBROKER-CODE)
              RESP         (WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE "SUB-BROKER NOT ON FILE" TO MESSAGEO
           ELSE
             IF SBK-IS-CLOSED
               MOVE "SUB-BROKER IS CLOSED - CHANGE OR BLANK THE LINK"
                    TO MESSAGEO
             END-IF
           END-IF.
      *
           EXIT.
      *
      * Sub-broker payouts are instructed on PAYMAS under the
      * sub-broker code, so a new client code must not already be
      * a sub-broker's.
       CHECK-CODE-NOT-SUB-BROKER.
      *
           MOVE CLCODEI TO SBK-SUBBROKER-CODE
           EXEC CICS
              READ FILE    ('SBKMAS')
              INTO         (SUBBROKER-MASTER-RECORD)
              RIDFLD       (SBK-SUBBROKER-CODE)
              RESP         (WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
             MOVE "CODE IS IN USE AS A SUB-BROKER CODE" TO MESSAGEO
           END-IF.
      *
           EXIT.
      *
      * A blank link arrives as LOW-VALUES - stored as spaces, the
      * MOVE-BANK-FIELDS convention, so a direct client reads one
      * way in the payout run.
       MOVE-SUB-BROKER-FIELD.
      *
           IF CLSBRKI = LOW-VALUES
             MOVE SPACES  TO CLI-SUB-BROKER-CODE
           ELSE
             MOVE CLSBRKI TO CLI-SUB-BROKER-CODE
           END-IF.
      *
           EXIT.
      *
      * One journal record per posted maintenance action, before and
      * after images staged by the caller - see MTSJRN0. The change
      * sequence breaks same-second ties on one record; a WRITE
