       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTSPGMI.
      *
      *************************************************
      *  SURVEILLANCE ALERT WORKSTATION TRANSACTION    *
      *  PROJECT IGSL                                  *
      *************************************************
      * Online workstation (transaction MTSW) over the ALTMAS keyed
      * trade surveillance alert file the nightly MTSSRV0 run raises
      * - see MTSALT0 for the record layout and the alert types.
      * MTSW is defined with CICS transaction security so only
      * compliance holds it. The officer keys a starting alert type
      * (blank starts at the first alert on file) and gets a page of
      * eight OPEN alerts, MTSPGMD-style: PF8 pages forward, PF7
      * pages backward. A line number keyed in the SELECT field
      * works that alert under ACTION:
      *   blank - show the alert's full detail
      *   'C'   - replace the free-text review comment; the
      *           disposition on a reviewed alert stands as stamped
      *   'R'   - mark the alert reviewed: the comment keyed is the
      *           disposition and is required; the signed-on user
      *           id and the time are stamped on the alert. A
      *           reviewed alert drops off this list and the daily
      *           report, and MTSSRV0 does not raise the pattern
      *           again unless it shows new activity.
      *
      * The commarea carries the keys of the alerts on screen, line
      * by line, which is all the state a selection or PF7/PF8 needs
      * on re-entry.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-AWK-COMMAREA.
           05 AWK-PAGE-KEY OCCURS 8 TIMES
                                      PIC X(25).
           05 AWK-LINE-COUNT          PIC 9(01).
      *
       01  WS-RESP                    PIC S9(8) COMP.
       01  WS-BROWSE-KEY              PIC X(25).
       01  WS-SKIP-KEY                PIC X(25).
       01  WS-LINE-SUB                PIC S9(4) COMP.
       01  WS-SELECT-SUB              PIC S9(4) COMP.
       01  WS-PAGE-DONE-IND           PIC X(01)          VALUE 'N'.
           88 PAGE-IS-DONE                               VALUE 'Y'.
      *
       01  WS-PAGE-LINES.
           05 WS-PAGE-LINE OCCURS 8 TIMES
                                      PIC X(78).
       01  WS-PAGE-KEYS.
           05 WS-PAGE-KEY OCCURS 8 TIMES
                                      PIC X(25).
      *
       01  WS-ALERT-LINE.
           05 WA-ALERT-TYPE            PIC X(08).
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WA-CLIENT-CODE           PIC X(06).
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WA-SCRIP-CODE            PIC X(10).
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WA-SUPERVISOR            PIC X(08).
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WA-TRADE-SEQ-NO          PIC ZZZZZ9.
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WA-EVENT-COUNT           PIC ZZ,ZZ9.
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WA-RAISED-DATE           PIC 9(08).
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WA-STATUS                PIC X(04).
      *
       01  WS-AMOUNT-EDITED-1         PIC Z,ZZZ,ZZ9.99.
       01  WS-AMOUNT-EDITED-2         PIC Z,ZZZ,ZZ9.99.
       01  WS-SAVED-MESSAGE           PIC X(79).
       01  WS-OPERATOR-ID             PIC X(08).
      *
      * Review stamp off the wall clock, two-digit years windowed
      * at 50 the way MTSPGMD windows its write-off dates.
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
       01  WS-TIME-STAMP              PIC X(08).
      *
      *COPYBOOKS
      * Symbolic map for the surveillance alert workstation screen
           COPY MTSMPY0.
      * Trade surveillance alert record (file ALTMAS)
           COPY MTSALT0.
      *DFH Attention Identifier Copybook
           COPY DFHAID.
      *DFH BMS Communication Area copybook
           COPY DFHBMSCA.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA            PIC X(201).
      *
       PROCEDURE DIVISION.
      *
           IF EIBCALEN > ZERO
             MOVE DFHCOMMAREA    TO WS-AWK-COMMAREA
           ELSE
             MOVE SPACES         TO WS-AWK-COMMAREA
             MOVE ZERO           TO AWK-LINE-COUNT
           END-IF.
      *
           EVALUATE TRUE
      *
             WHEN EIBCALEN = ZERO
               MOVE LOW-VALUES   TO  IGSLALTO
               PERFORM SEND-MAP
      *
             WHEN EIBAID = DFHCLEAR
               MOVE LOW-VALUES   TO  IGSLALTO
               MOVE SPACES       TO WS-AWK-COMMAREA
               MOVE ZERO         TO AWK-LINE-COUNT
               PERFORM SEND-MAP
      *
             WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE
      *
             WHEN EIBAID = DFHPF3
               MOVE LOW-VALUES TO  IGSLALTO
               MOVE "BYE, PRESS CLEAR KEY TO ENTER A TRANSACTION ID"
                    TO MESSAGEO
               PERFORM SEND-MAP-DATA
      *
               EXEC CICS
                 RETURN
               END-EXEC
      *
             WHEN EIBAID = DFHENTER
               PERFORM PROCESS-WORKSTATION
      *
             WHEN EIBAID = DFHPF8
               PERFORM PAGE-FORWARD
      *
             WHEN EIBAID = DFHPF7
               PERFORM PAGE-BACKWARD
      *
             WHEN OTHER
               MOVE LOW-VALUES TO IGSLALTO
               MOVE "INVALID KEY PRESSED" TO MESSAGEO
               PERFORM SEND-MAP-DATA
      *
           END-EVALUATE.
      *
           EXEC CICS
              RETURN TRANSID('MTSW')
              COMMAREA (WS-AWK-COMMAREA)
           END-EXEC.
      *
       PROCESS-WORKSTATION.
      *
           PERFORM RECEIVE-MAP
      *
           IF SELLNI NUMERIC AND SELLNI NOT = '0'
             PERFORM WORK-ONE-ALERT
           ELSE
             MOVE LOW-VALUES TO WS-BROWSE-KEY
             IF STTYPEI NOT = SPACE AND STTYPEI NOT = LOW-VALUE
               MOVE STTYPEI TO WS-BROWSE-KEY(1:1)
             END-IF
             MOVE SPACES TO WS-SKIP-KEY
             PERFORM BUILD-PAGE-FORWARD
           END-IF.
      *
           EXIT.
      *
      * The SELECT line resolves through the commarea to the key of
      * the alert shown on that line.
       WORK-ONE-ALERT.
      *
           MOVE SELLNI TO WS-SELECT-SUB
           IF WS-SELECT-SUB > AWK-LINE-COUNT
              OR AWK-PAGE-KEY(WS-SELECT-SUB) = SPACES
             MOVE "NO ALERT ON THAT LINE - LIST THE ALERTS FIRST"
                  TO MESSAGEO
             PERFORM SEND-MAP-DATA
           ELSE
             MOVE AWK-PAGE-KEY(WS-SELECT-SUB) TO WS-BROWSE-KEY
             EVALUATE ACTIONI
               WHEN 'C'
                 PERFORM COMMENT-ALERT
               WHEN 'R'
                 PERFORM REVIEW-ALERT
               WHEN SPACE
               WHEN LOW-VALUE
                 PERFORM SHOW-ALERT-DETAIL
               WHEN OTHER
                 MOVE "ENTER ACTION C, R OR BLANK FOR DETAIL"
                      TO MESSAGEO
                 PERFORM SEND-MAP-DATA
             END-EVALUATE
           END-IF.
      *
           EXIT.
      *
       READ-ALERT-FOR-UPDATE.
      *
           EXEC CICS
              READ FILE    ('ALTMAS')
              INTO         (SURVEILLANCE-ALERT-RECORD)
              RIDFLD       (WS-BROWSE-KEY)
              UPDATE
              RESP         (WS-RESP)
           END-EXEC.
      *
           EXIT.
      *
       COMMENT-ALERT.
      *
           PERFORM READ-ALERT-FOR-UPDATE
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE "ALERT NOT ON FILE" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           ELSE
             IF ALT-IS-REVIEWED
               EXEC CICS
                  UNLOCK FILE ('ALTMAS')
               END-EXEC
               MOVE "ALERT IS ALREADY REVIEWED" TO MESSAGEO
               PERFORM SEND-MAP-DATA
             ELSE
               IF CMNTI = LOW-VALUES
                 MOVE SPACES TO ALT-REVIEW-COMMENT
               ELSE
                 MOVE CMNTI  TO ALT-REVIEW-COMMENT
               END-IF
               EXEC CICS
                  REWRITE FILE ('ALTMAS')
                  FROM         (SURVEILLANCE-ALERT-RECORD)
               END-EXEC
               MOVE "COMMENT RECORDED" TO MESSAGEO
               PERFORM SHOW-SELECTED-DETAIL
             END-IF
           END-IF.
      *
           EXIT.
      *
      * The review stands from this moment: the alert leaves the
      * open list and the next MTSSRV0 run treats the pattern as
      * cleared up to the last event it had counted.
       REVIEW-ALERT.
      *
           IF CMNTI = SPACES OR CMNTI = LOW-VALUES
             MOVE "REVIEW NEEDS THE DISPOSITION KEYED IN COMMENT"
                  TO MESSAGEO
             PERFORM SEND-MAP-DATA
           ELSE
             PERFORM READ-ALERT-FOR-UPDATE
             IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "ALERT NOT ON FILE" TO MESSAGEO
               PERFORM SEND-MAP-DATA
             ELSE
               IF ALT-IS-REVIEWED
                 EXEC CICS
                    UNLOCK FILE ('ALTMAS')
                 END-EXEC
                 MOVE "ALERT IS ALREADY REVIEWED" TO MESSAGEO
                 PERFORM SEND-MAP-DATA
               ELSE
                 PERFORM STAMP-REVIEW
               END-IF
             END-IF
           END-IF.
      *
           EXIT.
      *
       STAMP-REVIEW.
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
                  INTO WS-TIME-STAMP
           END-STRING
           EXEC CICS
              ASSIGN USERID (WS-OPERATOR-ID)
           END-EXEC
      *
           MOVE 'R'             TO ALT-STATUS
           MOVE WS-OPERATOR-ID  TO ALT-REVIEWED-BY
           MOVE WS-PROC-DATE-N  TO ALT-REVIEWED-DATE
           MOVE WS-TIME-STAMP   TO ALT-REVIEWED-TIME
           MOVE CMNTI           TO ALT-REVIEW-COMMENT
      *
           EXEC CICS
              REWRITE FILE ('ALTMAS')
              FROM         (SURVEILLANCE-ALERT-RECORD)
           END-EXEC
      *
           MOVE "ALERT MARKED REVIEWED" TO MESSAGEO
           PERFORM SHOW-SELECTED-DETAIL.
      *
           EXIT.
      *
       PAGE-FORWARD.
      *
           IF AWK-LINE-COUNT = ZERO
             MOVE "KEY A START TYPE AND PRESS ENTER FIRST" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           ELSE
             MOVE AWK-PAGE-KEY(AWK-LINE-COUNT) TO WS-BROWSE-KEY
                                                  WS-SKIP-KEY
             PERFORM BUILD-PAGE-FORWARD
           END-IF.
      *
           EXIT.
      *
      * WS-SKIP-KEY is the alert a forward page starts from when it
      * is already on screen - the last line of the page before.
       BUILD-PAGE-FORWARD.
      *
           MOVE SPACES TO WS-PAGE-LINES WS-PAGE-KEYS
           MOVE 'N'    TO WS-PAGE-DONE-IND
           MOVE ZERO   TO WS-LINE-SUB
      *
           EXEC CICS
              STARTBR FILE ('ALTMAS')
              RIDFLD       (WS-BROWSE-KEY)
              GTEQ
              RESP         (WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE "NO OPEN ALERTS FROM THAT POINT" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           ELSE
             PERFORM FETCH-NEXT-ALERT
                 UNTIL PAGE-IS-DONE OR WS-LINE-SUB NOT < 8
      *
             EXEC CICS
                ENDBR FILE ('ALTMAS')
             END-EXEC
      *
             IF WS-LINE-SUB = ZERO
               MOVE "NO OPEN ALERTS FROM THAT POINT" TO MESSAGEO
               PERFORM SEND-MAP-DATA
             ELSE
               MOVE WS-LINE-SUB TO AWK-LINE-COUNT
               PERFORM DISPLAY-PAGE
             END-IF
           END-IF.
      *
           EXIT.
      *
       FETCH-NEXT-ALERT.
      *
           EXEC CICS
              READNEXT FILE ('ALTMAS')
              INTO          (SURVEILLANCE-ALERT-RECORD)
              RIDFLD        (WS-BROWSE-KEY)
              RESP          (WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
             IF ALT-IS-OPEN AND ALT-KEY NOT = WS-SKIP-KEY
               ADD 1 TO WS-LINE-SUB
               MOVE ALT-KEY TO WS-PAGE-KEY(WS-LINE-SUB)
               PERFORM FORMAT-ALERT-LINE
               MOVE WS-ALERT-LINE TO WS-PAGE-LINE(WS-LINE-SUB)
             END-IF
           ELSE
             MOVE 'Y' TO WS-PAGE-DONE-IND
           END-IF.
      *
           EXIT.
      *
      * Backward paging collects the open alerts above the top line
      * into the page bottom-up. A short page means the start of the
      * file was reached, and the first page is shown instead.
       PAGE-BACKWARD.
      *
           IF AWK-LINE-COUNT = ZERO
             MOVE "KEY A START TYPE AND PRESS ENTER FIRST" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           ELSE
             MOVE SPACES          TO WS-PAGE-LINES WS-PAGE-KEYS
             MOVE 'N'             TO WS-PAGE-DONE-IND
             MOVE 9               TO WS-LINE-SUB
             MOVE AWK-PAGE-KEY(1) TO WS-BROWSE-KEY
      *
             EXEC CICS
                STARTBR FILE ('ALTMAS')
                RIDFLD       (WS-BROWSE-KEY)
                GTEQ
                RESP         (WS-RESP)
             END-EXEC
      *
             IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "BROWSE POSITION LOST - KEY A START TYPE"
                    TO MESSAGEO
               PERFORM SEND-MAP-DATA
             ELSE
      * The first READPREV hands back the record the STARTBR
      * positioned on - the current top of page - so that one is
      * read and discarded before the page above is collected.
               EXEC CICS
                  READPREV FILE ('ALTMAS')
                  INTO          (SURVEILLANCE-ALERT-RECORD)
                  RIDFLD        (WS-BROWSE-KEY)
                  RESP          (WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-PAGE-DONE-IND
               END-IF
      *
               PERFORM FETCH-PREV-ALERT
                   UNTIL PAGE-IS-DONE OR WS-LINE-SUB NOT > 1
      *
               EXEC CICS
                  ENDBR FILE ('ALTMAS')
               END-EXEC
      *
               IF WS-LINE-SUB > 1
                 MOVE LOW-VALUES TO WS-BROWSE-KEY
                 MOVE SPACES     TO WS-SKIP-KEY
                 PERFORM BUILD-PAGE-FORWARD
               ELSE
                 MOVE 8 TO AWK-LINE-COUNT
                 PERFORM DISPLAY-PAGE
               END-IF
             END-IF
           END-IF.
      *
           EXIT.
      *
       FETCH-PREV-ALERT.
      *
           EXEC CICS
              READPREV FILE ('ALTMAS')
              INTO          (SURVEILLANCE-ALERT-RECORD)
              RIDFLD        (WS-BROWSE-KEY)
              RESP          (WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
             IF ALT-IS-OPEN
               SUBTRACT 1 FROM WS-LINE-SUB
               MOVE ALT-KEY TO WS-PAGE-KEY(WS-LINE-SUB)
               PERFORM FORMAT-ALERT-LINE
               MOVE WS-ALERT-LINE TO WS-PAGE-LINE(WS-LINE-SUB)
             END-IF
           ELSE
             MOVE 'Y' TO WS-PAGE-DONE-IND
           END-IF.
      *
           EXIT.
      *
       FORMAT-ALERT-LINE.
      *
           EVALUATE TRUE
             WHEN ALT-IS-BAND-ALERT
               MOVE 'BAND'     TO WA-ALERT-TYPE
             WHEN ALT-IS-VOLUME-ALERT
               MOVE 'VOLUME'   TO WA-ALERT-TYPE
             WHEN ALT-IS-REVERSAL-ALERT
               MOVE 'REVERSAL' TO WA-ALERT-TYPE
             WHEN ALT-IS-DUP-RELEASE-ALERT
               MOVE 'DUP REL'  TO WA-ALERT-TYPE
             WHEN OTHER
               MOVE 'LIMIT'    TO WA-ALERT-TYPE
           END-EVALUATE
           MOVE ALT-CLIENT-CODE     TO WA-CLIENT-CODE
           MOVE ALT-SCRIP-CODE      TO WA-SCRIP-CODE
           MOVE ALT-SUPERVISOR      TO WA-SUPERVISOR
           MOVE ALT-TRADE-SEQ-NO    TO WA-TRADE-SEQ-NO
           MOVE ALT-EVENT-COUNT     TO WA-EVENT-COUNT
           MOVE ALT-RAISED-DATE     TO WA-RAISED-DATE
           IF ALT-IS-REVIEWED
             MOVE 'REVD' TO WA-STATUS
           ELSE
             MOVE 'OPEN' TO WA-STATUS
           END-IF.
      *
           EXIT.
      *
       DISPLAY-PAGE.
      *
           MOVE WS-PAGE-KEYS     TO WS-AWK-COMMAREA(1:200)
           MOVE LOW-VALUES       TO IGSLALTO
           MOVE WS-PAGE-LINE(1)  TO LINE1O
           MOVE WS-PAGE-LINE(2)  TO LINE2O
           MOVE WS-PAGE-LINE(3)  TO LINE3O
           MOVE WS-PAGE-LINE(4)  TO LINE4O
           MOVE WS-PAGE-LINE(5)  TO LINE5O
           MOVE WS-PAGE-LINE(6)  TO LINE6O
           MOVE WS-PAGE-LINE(7)  TO LINE7O
           MOVE WS-PAGE-LINE(8)  TO LINE8O
           MOVE "PF7=BACK PF8=FWD, SELECT LINE 1-8 + ACTION C/R/BLANK"
                TO MESSAGEO
           PERFORM SEND-MAP-DATA.
      *
           EXIT.
      *
       SHOW-ALERT-DETAIL.
      *
           EXEC CICS
              READ FILE    ('ALTMAS')
              INTO         (SURVEILLANCE-ALERT-RECORD)
              RIDFLD       (WS-BROWSE-KEY)
              RESP         (WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
             MOVE "ALERT NOT ON FILE" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           ELSE
             MOVE "ALERT DETAIL SHOWN - ENTER WITH NO SELECT FOR LIST"
                  TO MESSAGEO
             PERFORM SHOW-SELECTED-DETAIL
           END-IF.
      *
           EXIT.
      *
      * Detail view of the alert in storage - the caller has set
      * MESSAGEO. Reused after a posted action so the officer sees
      * the alert as it now stands. The page keys in the commarea
      * are left alone so the same line can be worked again.
       SHOW-SELECTED-DETAIL.
      *
           MOVE MESSAGEO TO WS-SAVED-MESSAGE
           MOVE SPACES TO WS-PAGE-LINES
      *
           PERFORM FORMAT-ALERT-LINE
           MOVE WS-ALERT-LINE TO WS-PAGE-LINE(1)
      *
           MOVE ALT-MEASURE TO WS-AMOUNT-EDITED-1
           MOVE ALT-LIMIT   TO WS-AMOUNT-EDITED-2
           STRING 'MEASURE   : ', WS-AMOUNT-EDITED-1,
                  '   LIMIT     : ', WS-AMOUNT-EDITED-2
                  DELIMITED BY SIZE INTO WS-PAGE-LINE(2)
           END-STRING
      *
           STRING 'EVENTS    : ', ALT-FIRST-EVENT-DATE,
                  ' TO ', ALT-LAST-EVENT-DATE,
                  '   LAST REFRESHED ', ALT-REFRESHED-DATE
                  DELIMITED BY SIZE INTO WS-PAGE-LINE(3)
           END-STRING
      *
           STRING 'COMMENT   : ', ALT-REVIEW-COMMENT
                  DELIMITED BY SIZE INTO WS-PAGE-LINE(4)
           END-STRING
      *
           IF ALT-IS-REVIEWED
             STRING 'REVIEWED BY ', ALT-REVIEWED-BY,
                    ' ON ', ALT-REVIEWED-DATE,
                    ' AT ', ALT-REVIEWED-TIME
                    DELIMITED BY SIZE INTO WS-PAGE-LINE(5)
             END-STRING
           END-IF
      *
           MOVE LOW-VALUES       TO IGSLALTO
           MOVE WS-PAGE-LINE(1)  TO LINE1O
           MOVE WS-PAGE-LINE(2)  TO LINE2O
           MOVE WS-PAGE-LINE(3)  TO LINE3O
           MOVE WS-PAGE-LINE(4)  TO LINE4O
           MOVE WS-PAGE-LINE(5)  TO LINE5O
           MOVE WS-SAVED-MESSAGE TO MESSAGEO
           PERFORM SEND-MAP-DATA.
      *
           EXIT.
      *
       SEND-MAP.
           EXEC CICS SEND
              MAP    ('IGSLALT')
              MAPSET ('MTSMPY0')
              FROM   (IGSLALTO)
              ERASE
           END-EXEC.
      *
           EXIT.
      *
      * FRSET drops the modified-data tags after each send, so a
      * SELECT/ACTION keyed for one alert is not silently
      * retransmitted - and re-posted - on the next ENTER. Only a
      * freshly keyed field comes back.
       SEND-MAP-DATA.
           EXEC CICS SEND
              MAP    ('IGSLALT')
              MAPSET ('MTSMPY0')
              FROM   (IGSLALTO)
              DATAONLY
              FRSET
           END-EXEC.
      *
           EXIT.
      *
       RECEIVE-MAP.
            EXEC CICS RECEIVE
              MAP    ('IGSLALT')
              MAPSET ('MTSMPY0')
              INTO   (IGSLALTI)
            END-EXEC.
      *
           EXIT.
      *
       END PROGRAM MTSPGMI.
