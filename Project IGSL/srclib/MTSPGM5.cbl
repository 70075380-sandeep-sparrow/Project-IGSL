      * under the date this record carries - so online and batch
      * always agree on the business day regardless of the wall
      * clock.
      * 'O' also refuses to leave a day whose EOD suite is not
      * finished: every step on the RUNCTL day-open list (MTSRNC0,
      * kept by MTSRUN0 REQD/DROP) must be marked complete for the
      * business date being left. The outstanding steps are listed
      * on the message line; a SUPMAS supervisor may still open the
      * day with OVRIDE 'Y' and a keyed reason, and that override is
      * journalled to MNTJRN for the next morning's MTSMGR0 report.
      *
       ENVIRONMENT DIVISION.
      *
       01  WS-LEAP-QUOTIENT           PIC 9(04).
       01  WS-LEAP-REMAINDER          PIC 9(03).
      *
      * EOD completion check work fields - see CHECK-EOD-COMPLETE.
      * The day-open list is read into WS-REQUIRED-STEPS, and every
      * listed step not complete for the day being left is copied
      * to WS-OPEN-STEPS for the message line and the journal.
       01  WS-PRIOR-DATE-N            PIC 9(08).
       01  WS-EOD-OK-IND              PIC X(01)          VALUE 'N'.
           88 EOD-CHECK-PASSED                           VALUE 'Y'.
       01  WS-EOD-OVERRIDE-IND        PIC X(01)          VALUE 'N'.
           88 EOD-OVERRIDE-USED                          VALUE 'Y'.
       01  WS-RUNCTL-ERROR-IND        PIC X(01)          VALUE 'N'.
           88 RUNCTL-UNAVAILABLE                         VALUE 'Y'.
       01  WS-BROWSE-DONE-IND         PIC X(01)          VALUE 'N'.
           88 BROWSE-DONE                                VALUE 'Y'.
       01  WS-REQUIRED-COUNT          PIC S9(4) COMP     VALUE ZERO.
       01  WS-REQUIRED-STEPS.
           05 WS-REQUIRED-STEP        PIC X(08)  OCCURS 30 TIMES.
       01  WS-OPEN-STEP-COUNT         PIC 9(02)          VALUE ZERO.
       01  WS-OPEN-STEPS.
           05 WS-OPEN-STEP            PIC X(08)  OCCURS 30 TIMES.
       01  WS-STEP-SUB                PIC S9(4) COMP.
       01  WS-MSG-POINTER             PIC S9(4) COMP.
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
       01  WS-JRN-BEFORE              PIC X(80).
       01  WS-JRN-DONE-IND            PIC X(01).
           88 JOURNAL-WRITTEN                            VALUE 'Y'.
           88 JOURNAL-GIVEN-UP                           VALUE 'G'.
       01  WS-JRN-HEAD-KEY            PIC X(36).
       01  WS-JRN-SLOT                PIC S9(4) COMP.
      *
      *COPYBOOKS
      * Symbolic map for the day control screen
           COPY MTSMPD0.
      * Supervisor authority master record (file SUPMAS, maintained
      * by MTSPGMA)
           COPY MTSSUP0.
      * EOD run-control record (file RUNCTL, maintained by MTSRUN0)
           COPY MTSRNC0.
      * Master maintenance change journal record (file MNTJRN)
           COPY MTSJRN0.
      *DFH Attention Identifier Copybook
           COPY DFHAID.
      *DFH BMS Communication Area copybook
               IF NOT CALENDAR-CHECK-PASSED
                 PERFORM SEND-MAP-DATA
               ELSE
                 PERFORM CHECK-EOD-COMPLETE
                 IF NOT EOD-CHECK-PASSED
                   PERFORM SEND-MAP-DATA
                 ELSE
                   PERFORM OPEN-DAY-RECORD
                 END-IF
               END-IF
             END-IF
           END-IF.
           END-IF.
      *
           EXIT.
      *
      * Only a real move forward off a closed day is checked - the
      * first-ever open has no day behind it, and OPEN-DAY-RECORD
      * refuses an open day or a date that does not advance. Every
      * step on the RUNCTL day-open list must be complete for the
      * business date being left; an unreadable RUNCTL is treated
      * as nothing proven.
       CHECK-EOD-COMPLETE.
      *
           MOVE 'N'  TO WS-EOD-OK-IND
           MOVE 'N'  TO WS-EOD-OVERRIDE-IND
           MOVE 'N'  TO WS-RUNCTL-ERROR-IND
           MOVE ZERO TO WS-REQUIRED-COUNT
           MOVE ZERO TO WS-OPEN-STEP-COUNT
           MOVE SPACES TO WS-OPEN-STEPS
      *
           PERFORM READ-DAY-RECORD
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR BUSINESS-DAY-OPEN
              OR WS-NEW-DATE-N NOT > BDT-BUSINESS-DATE
             MOVE 'Y' TO WS-EOD-OK-IND
           ELSE
             MOVE BDT-BUSINESS-DATE TO WS-PRIOR-DATE-N
             PERFORM LOAD-REQUIRED-STEPS
             PERFORM CHECK-ONE-REQUIRED-STEP
                 VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-REQUIRED-COUNT
             IF WS-OPEN-STEP-COUNT = ZERO
                AND NOT RUNCTL-UNAVAILABLE
               MOVE 'Y' TO WS-EOD-OK-IND
             ELSE
               PERFORM CONFIRM-EOD-OVERRIDE
             END-IF
           END-IF.
      *
           EXIT.
      *
      * The list is the run of RUNCTL records under business date
      * zero, read from the front of the file.
       LOAD-REQUIRED-STEPS.
      *
           MOVE ZERO       TO RUN-BUSINESS-DATE
           MOVE LOW-VALUES TO RUN-STEP-NAME
           EXEC CICS
              STARTBR FILE ('RUNCTL')
              RIDFLD       (RUN-KEY)
              GTEQ
              RESP         (WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-DONE-IND
               PERFORM READ-NEXT-REQUIRED-STEP UNTIL BROWSE-DONE
               EXEC CICS
                  ENDBR FILE ('RUNCTL')
               END-EXEC
             WHEN WS-RESP = DFHRESP(NOTFND)
               CONTINUE
             WHEN OTHER
               MOVE 'Y' TO WS-RUNCTL-ERROR-IND
           END-EVALUATE.
      *
           EXIT.
      *
       READ-NEXT-REQUIRED-STEP.
      *
           EXEC CICS
              READNEXT FILE ('RUNCTL')
              INTO         (RUN-CONTROL-RECORD)
              RIDFLD       (RUN-KEY)
              RESP         (WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN WS-RESP = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-BROWSE-DONE-IND
             WHEN WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-IND
               MOVE 'Y' TO WS-RUNCTL-ERROR-IND
             WHEN RUN-BUSINESS-DATE NOT = ZERO
               MOVE 'Y' TO WS-BROWSE-DONE-IND
             WHEN RUN-STEP-REQUIRED AND WS-REQUIRED-COUNT < 30
               ADD 1 TO WS-REQUIRED-COUNT
               MOVE RUN-STEP-NAME
                    TO WS-REQUIRED-STEP(WS-REQUIRED-COUNT)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
           EXIT.
      *
       CHECK-ONE-REQUIRED-STEP.
      *
           MOVE WS-PRIOR-DATE-N                 TO RUN-BUSINESS-DATE
           MOVE WS-REQUIRED-STEP(WS-STEP-SUB)   TO RUN-STEP-NAME
           EXEC CICS
              READ FILE    ('RUNCTL')
              INTO         (RUN-CONTROL-RECORD)
              RIDFLD       (RUN-KEY)
              RESP         (WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR NOT RUN-STEP-COMPLETED
             ADD 1 TO WS-OPEN-STEP-COUNT
             MOVE WS-REQUIRED-STEP(WS-STEP-SUB)
                  TO WS-OPEN-STEP(WS-OPEN-STEP-COUNT)
           END-IF.
      *
           EXIT.
      *
      * Same supervisor confirmation as a non-trading open, plus a
      * reason - the override is journalled with it.
       CONFIRM-EOD-OVERRIDE.
      *
           IF OVRIDEI NOT = 'Y'
              OR SUPVIDI = SPACES OR SUPVIDI = LOW-VALUES
             PERFORM BUILD-EOD-MESSAGE
           ELSE
             IF REASONI = SPACES OR REASONI = LOW-VALUES
               MOVE "EOD INCOMPLETE - KEY A REASON FOR THE OVERRIDE"
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
                 WHEN OTHER
                   MOVE 'Y' TO WS-EOD-OK-IND
                   MOVE 'Y' TO WS-EOD-OVERRIDE-IND
               END-EVALUATE
             END-IF
           END-IF.
      *
           EXIT.
      *
      * As many outstanding step names as the message line holds.
       BUILD-EOD-MESSAGE.
      *
           MOVE SPACES TO MESSAGEO
           IF RUNCTL-UNAVAILABLE
             MOVE "RUNCTL UNAVAILABLE - EOD NOT PROVEN, OVERRIDE REQD"
                  TO MESSAGEO
           ELSE
             MOVE 1 TO WS-MSG-POINTER
             STRING 'EOD INCOMPLETE FOR ', WS-PRIOR-DATE-N, ':'
                    DELIMITED BY SIZE
                    INTO MESSAGEO WITH POINTER WS-MSG-POINTER
             END-STRING
             PERFORM ADD-STEP-TO-MESSAGE
                 VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-OPEN-STEP-COUNT
                      OR WS-MSG-POINTER > 71
             IF WS-MSG-POINTER < 55
               STRING ' - OVERRIDE REQD' DELIMITED BY SIZE
                      INTO MESSAGEO WITH POINTER WS-MSG-POINTER
               END-STRING
             END-IF
           END-IF.
      *
           EXIT.
      *
       ADD-STEP-TO-MESSAGE.
      *
           STRING ' '                        DELIMITED BY SIZE
                  WS-OPEN-STEP(WS-STEP-SUB)  DELIMITED BY SPACE
                  INTO MESSAGEO WITH POINTER WS-MSG-POINTER
           END-STRING.
      *
           EXIT.
      *
       OPEN-DAY-RECORD.
      *
                        TO MESSAGEO
                   PERFORM SEND-MAP-DATA
                 ELSE
                   MOVE BUSDAT-RECORD TO WS-JRN-BEFORE
                   MOVE WS-NEW-DATE-N TO BDT-BUSINESS-DATE
                   SET BUSINESS-DAY-OPEN TO TRUE
                   MOVE 'Y' TO WS-JRN-DONE-IND
                   IF EOD-OVERRIDE-USED
                     PERFORM JOURNAL-EOD-OVERRIDE
                   END-IF
                   IF NOT JOURNAL-WRITTEN
                     EXEC CICS
                        UNLOCK FILE ('BUSDAT')
                     END-EXEC
                     MOVE "OVERRIDE NOT JOURNALLED - DAY NOT OPENED"
                          TO MESSAGEO
                     PERFORM SEND-MAP-DATA
                   ELSE
                     EXEC CICS
                        REWRITE FILE ('BUSDAT')
                        FROM         (BUSDAT-RECORD)
                     END-EXEC
                     PERFORM SHOW-DAY-STATE
                     IF EOD-OVERRIDE-USED
                       MOVE "DAY OPENED UNDER EOD OVERRIDE - JOURNALLED"
                            TO MESSAGEO
                     ELSE
                       MOVE "BUSINESS DAY OPENED" TO MESSAGEO
                     END-IF
                     PERFORM SEND-MAP-DATA
                   END-IF
                 END-IF
               END-IF
             ELSE
             END-IF.
      *
           EXIT.
      *
      * The override is journalled before the day is opened - an
      * override that cannot be recorded does not open the day.
      * Before image the business-date record as it stood, after
      * image the JRN-DAY-OPEN-OVERRIDE view (see MTSJRN0), which
      * holds the first two outstanding steps; the rest follow on
      * JRN-DAY-OPEN-STEPS records under the next change sequences.
       JOURNAL-EOD-OVERRIDE.
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
           MOVE 'BUSDAT'           TO JRN-FILE-ID
           MOVE SPACES             TO JRN-RECORD-KEY
           MOVE BDT-CONTROL-KEY    TO JRN-RECORD-KEY(1:1)
           STRING CURRENT-HOUR,
                  ':',
                  CURRENT-MINUTE,
                  ':',
                  CURRENT-SECOND DELIMITED BY SIZE
                  INTO JRN-CHANGE-TIME
           END-STRING
           MOVE ZERO               TO JRN-CHANGE-SEQ
           MOVE 'U'                TO JRN-ACTION
           MOVE WS-OPERATOR-ID     TO JRN-OPERATOR
           MOVE WS-JRN-BEFORE      TO JRN-BEFORE-IMAGE
           MOVE SPACES             TO JRN-AFTER-IMAGE
           MOVE BUSDAT-RECORD      TO JRN-DOV-BUSDAT-IMAGE
           MOVE SUP-SUPERVISOR-ID  TO JRN-DOV-SUPERVISOR
           MOVE WS-OPEN-STEP-COUNT TO JRN-DOV-STEP-COUNT
           MOVE REASONI            TO JRN-DOV-REASON
           MOVE WS-OPEN-STEPS(1:16) TO JRN-DOV-FIRST-STEPS
      *
           MOVE 'N' TO WS-JRN-DONE-IND
           PERFORM WRITE-JOURNAL-RECORD
               UNTIL JOURNAL-WRITTEN OR JOURNAL-GIVEN-UP
           IF JOURNAL-WRITTEN
              AND WS-OPEN-STEP-COUNT > 2
             PERFORM JOURNAL-OVERRIDE-STEPS
           END-IF.
      *
           EXIT.
      *
      * The remaining outstanding steps, eight to a record. A list
      * that cannot be journalled in full takes the head record back
      * out, so the override is not recorded and the day not opened.
       JOURNAL-OVERRIDE-STEPS.
      *
           MOVE JRN-KEY TO WS-JRN-HEAD-KEY
           MOVE 3       TO WS-STEP-SUB
           PERFORM WRITE-STEPS-RECORD
               UNTIL WS-STEP-SUB > WS-OPEN-STEP-COUNT
                  OR NOT JOURNAL-WRITTEN
           IF NOT JOURNAL-WRITTEN
             MOVE WS-JRN-HEAD-KEY TO JRN-KEY
             EXEC CICS
                DELETE FILE  ('MNTJRN')
                RIDFLD       (JRN-KEY)
                RESP         (WS-RESP)
             END-EXEC
           END-IF.
      *
           EXIT.
      *
       WRITE-STEPS-RECORD.
      *
           IF JRN-CHANGE-SEQ < 99
             ADD 1 TO JRN-CHANGE-SEQ
             MOVE SPACES        TO JRN-AFTER-IMAGE
             MOVE BUSDAT-RECORD TO JRN-DOS-BUSDAT-IMAGE
             SET JRN-DOS-STEPS-RECORD TO TRUE
             PERFORM MOVE-ONE-JOURNAL-STEP
                 VARYING WS-JRN-SLOT FROM 1 BY 1
                   UNTIL WS-JRN-SLOT > 8
                      OR WS-STEP-SUB > WS-OPEN-STEP-COUNT
             EXEC CICS
                WRITE FILE   ('MNTJRN')
                FROM         (MAINT-JOURNAL-RECORD)
                RIDFLD       (JRN-KEY)
                RESP         (WS-RESP)
             END-EXEC
             IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'G' TO WS-JRN-DONE-IND
             END-IF
           ELSE
             MOVE 'G' TO WS-JRN-DONE-IND
           END-IF.
      *
           EXIT.
      *
       MOVE-ONE-JOURNAL-STEP.
      *
           MOVE WS-OPEN-STEP(WS-STEP-SUB) TO JRN-DOS-STEP(WS-JRN-SLOT)
           ADD 1 TO WS-STEP-SUB.
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
       CLOSE-DAY.
      *
