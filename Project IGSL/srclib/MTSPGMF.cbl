       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTSPGMF.
      *
      *************************************************
      *  CLIENT HOLDINGS INQUIRY TRANSACTION           *
      *  PROJECT IGSL                                  *
      *************************************************
      * Read-only inquiry (transaction MTSI), the securities-side
      * companion to the MTSL ledger inquiry, over the HLDMAS
      * holdings master the MTSHPS0 settlement-day posting keeps -
      * see MTSHLD0. The operator keys a client code and gets every
      * scrip the client holds with IGSL: quantity, average cost and
      * the settlement date that last moved it, scrip names off
      * SCRMAS, eight to a screen with MTSB-style PF7/PF8 paging. It
      * is what the dealing desk checks for free stock before
      * accepting a sell on IGSLSTK. Holdings are as at the last
      * settlement posted - trades still awaiting settlement are not
      * in them. A holding delivered down to nothing is left off the
      * list; one below zero (stock sold that the master never saw
      * come in) is flagged SHORT for the desk to query.
      *
      * The commarea carries the client on screen and its page
      * number, so PF7/PF8 page the same client without re-keying.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-HLD-COMMAREA.
           05 HLC-CLIENT-CODE         PIC X(06).
           05 HLC-PAGE-NO             PIC 9(04).
      *
       01  WS-RESP                    PIC S9(8) COMP.
      *
      * The client's holdings as browsed off HLDMAS, in scrip order.
       01  WS-HLD-TABLE.
           05 WS-HLD-COUNT            PIC S9(4) COMP     VALUE ZERO.
           05 WS-HLD-ENTRY OCCURS 500 TIMES.
               10 WH-SCRIP-CODE       PIC X(10).
               10 WH-QUANTITY         PIC S9(10).
               10 WH-AVERAGE-COST     PIC 9(06)V9(4).
               10 WH-MOVEMENT-DATE    PIC 9(08).
       01  WS-HLD-SUB                 PIC S9(4) COMP.
      *
       01  WS-BROWSE-KEY.
           05 WS-BRW-CLIENT           PIC X(06).
           05 WS-BRW-SCRIP            PIC X(10).
       01  WS-BROWSE-DONE-IND         PIC X(01)          VALUE 'N'.
           88 BROWSE-IS-DONE                             VALUE 'Y'.
      *
       01  WS-PAGE-NO                 PIC 9(04).
       01  WS-LAST-PAGE               PIC 9(04).
       01  WS-LINE-SUB                PIC S9(4) COMP.
       01  WS-PAGE-NO-EDITED          PIC ZZZ9.
       01  WS-LAST-PAGE-EDITED        PIC ZZZ9.
      *
       01  WS-PAGE-LINES.
           05 WS-PAGE-LINE OCCURS 8 TIMES
                                      PIC X(78).
      *
       01  WS-HOLDING-LINE.
           05 WL-SCRIP-CODE            PIC X(10).
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WL-SCRIP-NAME            PIC X(20).
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WL-QUANTITY              PIC -Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WL-AVERAGE-COST          PIC ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WL-MOVEMENT-DATE         PIC X(08).
           05 FILLER                   PIC X(02)  VALUE SPACES.
           05 WL-SHORT-FLAG            PIC X(05).
      *
       01  WS-DATE-X                  PIC X(08).
       01  WS-DATE-N REDEFINES WS-DATE-X
                                      PIC 9(08).
      *
      *COPYBOOKS
      * Symbolic map for the holdings inquiry screen
           COPY MTSMPI0.
      * Client securities holdings record (file HLDMAS)
           COPY MTSHLD0.
      * Client master record (file CLIMAS) - names for the screen
           COPY MTSCLI0.
      * Scrip master record (file SCRMAS) - scrip names
           COPY MTSSCR0.
      *DFH Attention Identifier Copybook
           COPY DFHAID.
      *DFH BMS Communication Area copybook
           COPY DFHBMSCA.
      *
       LINKAGE SECTION.
      *
       01 DFHCOMMAREA            PIC X(10).
      *
       PROCEDURE DIVISION.
      *
           IF EIBCALEN > ZERO
             MOVE DFHCOMMAREA    TO WS-HLD-COMMAREA
           ELSE
             MOVE SPACES         TO HLC-CLIENT-CODE
             MOVE 1              TO HLC-PAGE-NO
           END-IF.
      *
           EVALUATE TRUE
      *
             WHEN EIBCALEN = ZERO
               MOVE LOW-VALUES   TO  IGSLHLDO
               PERFORM SEND-MAP
      *
             WHEN EIBAID = DFHCLEAR
               MOVE LOW-VALUES   TO  IGSLHLDO
               MOVE SPACES       TO HLC-CLIENT-CODE
               MOVE 1            TO HLC-PAGE-NO
               PERFORM SEND-MAP
      *
             WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
               CONTINUE
      *
             WHEN EIBAID = DFHPF3
               MOVE LOW-VALUES TO  IGSLHLDO
               MOVE "BYE, PRESS CLEAR KEY TO ENTER A TRANSACTION ID"
                    TO MESSAGEO
               PERFORM SEND-MAP-DATA
      *
               EXEC CICS
                 RETURN
               END-EXEC
      *
             WHEN EIBAID = DFHENTER
               PERFORM PROCESS-INQUIRY
      *
             WHEN EIBAID = DFHPF8
               ADD 1 TO HLC-PAGE-NO
               PERFORM SHOW-HOLDINGS-PAGE
      *
             WHEN EIBAID = DFHPF7
               IF HLC-PAGE-NO > 1
                 SUBTRACT 1 FROM HLC-PAGE-NO
               END-IF
               PERFORM SHOW-HOLDINGS-PAGE
      *
             WHEN OTHER
               MOVE LOW-VALUES TO IGSLHLDO
               MOVE "INVALID KEY PRESSED" TO MESSAGEO
               PERFORM SEND-MAP-DATA
      *
           END-EVALUATE.
      *
           EXEC CICS
              RETURN TRANSID('MTSI')
              COMMAREA (WS-HLD-COMMAREA)
           END-EXEC.
      *
       PROCESS-INQUIRY.
      *
           PERFORM RECEIVE-MAP
      *
           IF CLNTI = SPACES OR CLNTI = LOW-VALUES
             MOVE LOW-VALUES TO IGSLHLDO
             MOVE "CLIENT CODE IS REQUIRED" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           ELSE
             MOVE CLNTI TO HLC-CLIENT-CODE
             MOVE 1     TO HLC-PAGE-NO
             PERFORM SHOW-HOLDINGS-PAGE
           END-IF.
      *
           EXIT.
      *
       SHOW-HOLDINGS-PAGE.
      *
           IF HLC-CLIENT-CODE = SPACES
             MOVE LOW-VALUES TO IGSLHLDO
             MOVE "KEY A CLIENT CODE AND PRESS ENTER" TO MESSAGEO
             PERFORM SEND-MAP-DATA
           ELSE
             PERFORM BUILD-HOLDINGS-LIST
             IF WS-HLD-COUNT = ZERO
               MOVE LOW-VALUES TO IGSLHLDO
               PERFORM SHOW-CLIENT-NAME
               MOVE "NO HOLDINGS ON FILE FOR CLIENT" TO MESSAGEO
               PERFORM SEND-MAP-DATA
             ELSE
               COMPUTE WS-LAST-PAGE =
                   (WS-HLD-COUNT + 7) / 8
               IF HLC-PAGE-NO > WS-LAST-PAGE
                 MOVE WS-LAST-PAGE TO HLC-PAGE-NO
               END-IF
               PERFORM DISPLAY-PAGE
             END-IF
           END-IF.
      *
           EXIT.
      *
       SHOW-CLIENT-NAME.
      *
           MOVE HLC-CLIENT-CODE TO CLNTO
           MOVE HLC-CLIENT-CODE TO CLI-CLIENT-CODE
           EXEC CICS
              READ FILE    ('CLIMAS')
              INTO         (CLIENT-MASTER-RECORD)
              RIDFLD       (CLI-CLIENT-CODE)
              RESP         (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
             MOVE CLI-CLIENT-NAME TO CLNAMEO
           ELSE
             MOVE 'NOT ON CLIENT MASTER' TO CLNAMEO
           END-IF.
      *
           EXIT.
      *
      * GTEQ on client + low-values lands on the client's first
      * scrip; the browse stops at the first record of another
      * client. A holding at zero is skipped.
       BUILD-HOLDINGS-LIST.
      *
           MOVE ZERO            TO WS-HLD-COUNT
           MOVE 'N'             TO WS-BROWSE-DONE-IND
           MOVE HLC-CLIENT-CODE TO WS-BRW-CLIENT
           MOVE LOW-VALUES      TO WS-BRW-SCRIP
      *
           EXEC CICS
              STARTBR FILE ('HLDMAS')
              RIDFLD       (WS-BROWSE-KEY)
              GTEQ
              RESP         (WS-RESP)
           END-EXEC
      *
           IF WS-RESP = DFHRESP(NORMAL)
             PERFORM FETCH-ONE-HOLDING UNTIL BROWSE-IS-DONE
             EXEC CICS
                ENDBR FILE ('HLDMAS')
             END-EXEC
           END-IF.
      *
           EXIT.
      *
       FETCH-ONE-HOLDING.
      *
           EXEC CICS
              READNEXT FILE ('HLDMAS')
              INTO          (HOLDINGS-RECORD)
              RIDFLD        (WS-BROWSE-KEY)
              RESP          (WS-RESP)
           END-EXEC
      *
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR HLD-CLIENT-CODE NOT = HLC-CLIENT-CODE
             MOVE 'Y' TO WS-BROWSE-DONE-IND
           ELSE
             IF HLD-QUANTITY NOT = ZERO
                AND WS-HLD-COUNT < 500
               ADD 1 TO WS-HLD-COUNT
               MOVE HLD-SCRIP-CODE   TO WH-SCRIP-CODE(WS-HLD-COUNT)
               MOVE HLD-QUANTITY     TO WH-QUANTITY(WS-HLD-COUNT)
               MOVE HLD-AVERAGE-COST TO WH-AVERAGE-COST(WS-HLD-COUNT)
               MOVE HLD-LAST-MOVEMENT-DATE
                    TO WH-MOVEMENT-DATE(WS-HLD-COUNT)
             END-IF
           END-IF.
      *
           EXIT.
      *
       DISPLAY-PAGE.
      *
           MOVE SPACES TO WS-PAGE-LINES
           MOVE ZERO   TO WS-LINE-SUB
           COMPUTE WS-HLD-SUB = (HLC-PAGE-NO - 1) * 8 + 1
           PERFORM FORMAT-ONE-LINE
               UNTIL WS-LINE-SUB NOT < 8
                  OR WS-HLD-SUB > WS-HLD-COUNT
      *
           MOVE LOW-VALUES       TO IGSLHLDO
           PERFORM SHOW-CLIENT-NAME
           MOVE WS-PAGE-LINE(1)  TO LINE1O
           MOVE WS-PAGE-LINE(2)  TO LINE2O
           MOVE WS-PAGE-LINE(3)  TO LINE3O
           MOVE WS-PAGE-LINE(4)  TO LINE4O
           MOVE WS-PAGE-LINE(5)  TO LINE5O
           MOVE WS-PAGE-LINE(6)  TO LINE6O
           MOVE WS-PAGE-LINE(7)  TO LINE7O
           MOVE WS-PAGE-LINE(8)  TO LINE8O
      *
           MOVE HLC-PAGE-NO  TO WS-PAGE-NO-EDITED
           MOVE WS-LAST-PAGE TO WS-LAST-PAGE-EDITED
           MOVE SPACES TO MESSAGEO
           STRING 'SETTLED HOLDINGS - PAGE ', WS-PAGE-NO-EDITED,
                  ' OF ', WS-LAST-PAGE-EDITED,
                  '  PF7=BACK PF8=FWD'
                  DELIMITED BY SIZE INTO MESSAGEO
           END-STRING
           PERFORM SEND-MAP-DATA.
      *
           EXIT.
      *
       FORMAT-ONE-LINE.
      *
           MOVE SPACES                      TO WS-HOLDING-LINE
           MOVE WH-SCRIP-CODE(WS-HLD-SUB)   TO WL-SCRIP-CODE
           PERFORM GET-SCRIP-NAME
           MOVE WH-QUANTITY(WS-HLD-SUB)     TO WL-QUANTITY
           MOVE WH-AVERAGE-COST(WS-HLD-SUB) TO WL-AVERAGE-COST
           MOVE WH-MOVEMENT-DATE(WS-HLD-SUB) TO WS-DATE-N
           MOVE WS-DATE-X                   TO WL-MOVEMENT-DATE
           IF WH-QUANTITY(WS-HLD-SUB) < ZERO
             MOVE 'SHORT' TO WL-SHORT-FLAG
           END-IF
           ADD 1 TO WS-LINE-SUB
           MOVE WS-HOLDING-LINE TO WS-PAGE-LINE(WS-LINE-SUB)
           ADD 1 TO WS-HLD-SUB.
      *
           EXIT.
      *
       GET-SCRIP-NAME.
      *
           MOVE WH-SCRIP-CODE(WS-HLD-SUB) TO SCR-SCRIP-CODE
           EXEC CICS
              READ FILE    ('SCRMAS')
              INTO         (SCRIP-MASTER-RECORD)
              RIDFLD       (SCR-SCRIP-CODE)
              RESP         (WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
             MOVE SCR-SCRIP-NAME TO WL-SCRIP-NAME
           ELSE
             MOVE 'NOT ON SCRIP MASTER' TO WL-SCRIP-NAME
           END-IF.
      *
           EXIT.
      *
       SEND-MAP.
           EXEC CICS SEND
              MAP    ('IGSLHLD')
              MAPSET ('MTSMPI0')
              FROM   (IGSLHLDO)
              ERASE
           END-EXEC.
      *
           EXIT.
      *
       SEND-MAP-DATA.
           EXEC CICS SEND
              MAP    ('IGSLHLD')
              MAPSET ('MTSMPI0')
              FROM   (IGSLHLDO)
              DATAONLY
           END-EXEC.
      *
           EXIT.
      *
       RECEIVE-MAP.
            EXEC CICS RECEIVE
              MAP    ('IGSLHLD')
              MAPSET ('MTSMPI0')
              INTO   (IGSLHLDI)
            END-EXEC.
      *
           EXIT.
      *
       END PROGRAM MTSPGMF.
