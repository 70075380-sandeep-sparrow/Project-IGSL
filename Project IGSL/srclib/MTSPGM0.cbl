             IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "CLIENT NOT ON FILE" TO MESSAGEO
             ELSE
               IF CLI-IS-CLOSED OR CLI-IS-CLOSURE-PENDING
                  OR CLI-IS-DORMANT
                 EVALUATE TRUE
                   WHEN CLI-IS-CLOSED
                     MOVE "CLIENT ACCOUNT IS CLOSED" TO MESSAGEO
                   WHEN CLI-IS-CLOSURE-PENDING
                     MOVE "CLIENT ACCOUNT CLOSURE IN PROGRESS"
                          TO MESSAGEO
                   WHEN OTHER
                     MOVE "CLIENT ACCOUNT DORMANT - NEEDS REACTIVATION"
                          TO MESSAGEO
                 END-EVALUATE
               ELSE
                 MOVE 'Y' TO WS-CLIENT-OK-IND
                 IF CSTATEI = SPACES OR CSTATEI = LOW-VALUES
      *
           EXIT.
      *
      * Per-trade confirmation to the branch printer at the moment
      * of entry. The client's contract note for the day - every
      * trade, reversals struck out, one numbered note - is printed
      * at end of day by the MTSCNT0 batch run.
       PRINT-CONTRACT-NOTE.
      *
           MOVE CMA-LAST-TRADE-SEQ-NO OF WS-COMMAREA
           MOVE TOTAL-CHARGE           TO TOTAL-CHARGE-EDITED
      *
           MOVE SPACES TO CONTRACT-NOTE-LINE
           STRING '*** IGSL TRADE CONFIRMATION - TRADE SEQ NO: ',
                  WS-TRADE-SEQ-EDITED DELIMITED BY SIZE
                  INTO CONTRACT-NOTE-LINE
           END-STRING
