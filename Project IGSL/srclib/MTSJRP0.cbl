      * Date: 02-09-2026
      * Purpose: DAILY MASTER MAINTENANCE CHANGE REPORT. READS THE
      *        : MNTJRN MAINTENANCE CHANGE JOURNAL (SEE MTSJRN0 -
      *        : WRITTEN BY MTSPGM2 FOR CLIMAS, MTSPGM3 FOR RATMAS,
      *        : MTSPGMH FOR THE SBKMAS SUB-BROKER MASTER AND THE
      *        : MTSCLL0 BATCH CLIENT LOAD, AND THE MTSDRM0 DORMANCY
      *        : SCAN) AND PRINTS EVERY ADD/UPDATE/CLOSE/DELETE - AND
      *        : CLIENT REACTIVATION, WITH ITS APPROVING SUPERVISOR -
      *        : WITH THE KEYING OPERATOR, THE TIME, AND THE FULL
      *        : BEFORE AND AFTER RECORD
      *        : IMAGES - SO WHEN CHARGES MOVE UNEXPECTEDLY THE DESK
      *        : CAN SHOW EXACTLY WHICH RATE CHANGED, WHEN, AND ON
      *        : WHOSE SIGN-ON. MAINTENANCE IS JOURNALLED UNDER THE
               MOVE 'CLOSE ' TO WJ-ACTION
             WHEN JRN-IS-DELETE
               MOVE 'DELETE' TO WJ-ACTION
             WHEN JRN-IS-REACTIVATE
               MOVE 'REACTV' TO WJ-ACTION
             WHEN OTHER
               MOVE JRN-ACTION TO WJ-ACTION
           END-EVALUATE
           MOVE 'BEFORE: '        TO WI-IMAGE-TAG
           MOVE JRN-BEFORE-IMAGE  TO WI-IMAGE
           WRITE REPORT-LINE FROM WS-IMAGE-LINE
      * A reactivation's after image is the status and approving
      * supervisor, not a record - see MTSJRN0.
           IF JRN-IS-REACTIVATE
             MOVE 'SUPVSR: '      TO WI-IMAGE-TAG
             MOVE JRN-REA-SUPERVISOR TO WI-IMAGE
           ELSE
             MOVE 'AFTER : '      TO WI-IMAGE-TAG
             MOVE JRN-AFTER-IMAGE TO WI-IMAGE
           END-IF
           WRITE REPORT-LINE FROM WS-IMAGE-LINE
      *
           ADD 1 TO WS-CHANGE-COUNT
