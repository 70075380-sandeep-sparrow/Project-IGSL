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
