      *        :     STILL HAS TO RUN.
      *        :   PARM='MARK,STEPNAME'  - RECORDS THE STEP COMPLETE
      *        :     FOR THE BUSINESS DATE WITH A TIMESTAMP.
      *        : AND TWO THAT MAINTAIN THE LIST OF STEPS THE MTSD
      *        : DAY-OPEN INSISTS ARE COMPLETE FOR THE DAY BEING
      *        : LEFT BEFORE IT OPENS THE NEXT ONE:
      *        :   PARM='REQD,STEPNAME' - ADDS THE STEP TO THE LIST.
      *        :   PARM='DROP,STEPNAME' - TAKES IT OFF THE LIST; RC=4
      *        :     WHEN IT WAS NOT LISTED.
      *        : THE BUSINESS DATE COMES FROM THE BUSDAT CONTROL
      *        : RECORD, SYSTEM DATE WHEN ABSENT - SAME RULE AS THE
      *        : REST OF THE EOD SUITE.
       01  WS-RUN-MODE                PIC X(01).
           88 CHECK-MODE                                 VALUE 'C'.
           88 MARK-MODE                                  VALUE 'M'.
           88 REQUIRE-MODE                               VALUE 'R'.
           88 DROP-MODE                                  VALUE 'D'.
       01  WS-STEP-NAME               PIC X(08).
       01  WS-NAME-LENGTH             PIC S9(4) COMP.
      *
              DISPLAY "RUNCTL OPEN FAILED, STATUS = " WS-RUNCTL-STATUS
              MOVE 12 TO RETURN-CODE
            ELSE
              EVALUATE TRUE
                WHEN CHECK-MODE
                  PERFORM 030-CHECK-STEP
                WHEN MARK-MODE
                  PERFORM 040-MARK-STEP
                WHEN REQUIRE-MODE
                  PERFORM 050-REQUIRE-STEP
                WHEN OTHER
                  PERFORM 060-DROP-STEP
              END-EVALUATE
              CLOSE RUN-CONTROL-FILE
            END-IF
      *
                  MOVE 8 TO WS-NAME-LENGTH
                END-IF
                MOVE WS-PARM-TEXT(6:WS-NAME-LENGTH) TO WS-STEP-NAME
              WHEN WS-PARM-LENGTH > 5
                   AND (WS-PARM-TEXT(1:5) = 'REQD,'
                        OR WS-PARM-TEXT(1:5) = 'DROP,')
                IF WS-PARM-TEXT(1:5) = 'REQD,'
                  MOVE 'R' TO WS-RUN-MODE
                ELSE
                  MOVE 'D' TO WS-RUN-MODE
                END-IF
                COMPUTE WS-NAME-LENGTH = WS-PARM-LENGTH - 5
                IF WS-NAME-LENGTH > 8
                  MOVE 8 TO WS-NAME-LENGTH
                END-IF
                MOVE WS-PARM-TEXT(6:WS-NAME-LENGTH) TO WS-STEP-NAME
              WHEN OTHER
                DISPLAY "MTSRUN0 PARM MUST BE CHECK, MARK, REQD OR "
                        "DROP FOLLOWED BY ,STEP"
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-EVALUATE.
            END-WRITE
            DISPLAY "STEP " WS-STEP-NAME " MARKED COMPLETE FOR "
                    WS-PROC-DATE-N.
      *
      * The day-open list lives under a business date of zeros (see
      * MTSRNC0), stamped with the business date it was listed on.
       050-REQUIRE-STEP.
      *
            MOVE ZERO           TO RUN-BUSINESS-DATE
            MOVE WS-STEP-NAME   TO RUN-STEP-NAME
            SET RUN-STEP-REQUIRED TO TRUE
            MOVE WS-PROC-DATE-N TO RUN-COMPLETED-TIME
      *
            WRITE RUN-CONTROL-RECORD
              INVALID KEY
                REWRITE RUN-CONTROL-RECORD
            END-WRITE
            DISPLAY "STEP " WS-STEP-NAME
                    " MUST NOW BE COMPLETE BEFORE DAY-OPEN".
      *
       060-DROP-STEP.
      *
            MOVE ZERO           TO RUN-BUSINESS-DATE
            MOVE WS-STEP-NAME   TO RUN-STEP-NAME
            READ RUN-CONTROL-FILE
              INVALID KEY
                MOVE 4 TO RETURN-CODE
                DISPLAY "STEP " WS-STEP-NAME
                        " IS NOT ON THE DAY-OPEN LIST"
              NOT INVALID KEY
                DELETE RUN-CONTROL-FILE RECORD
                  INVALID KEY
                    MOVE 8 TO RETURN-CODE
                    DISPLAY "RUNCTL DELETE FAILED, STATUS = "
                            WS-RUNCTL-STATUS
                  NOT INVALID KEY
                    DISPLAY "STEP " WS-STEP-NAME
                            " DROPPED FROM THE DAY-OPEN LIST"
                END-DELETE
            END-READ.
      *
       END PROGRAM MTSRUN0.
