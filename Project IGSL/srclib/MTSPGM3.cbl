      *
           IF RTYPEI NOT = 'EX' AND NOT = 'SD' AND NOT = 'CU'
              AND NOT = 'MP' AND NOT = 'FF' AND NOT = 'RV'
              AND NOT = 'SC' AND NOT = 'VT' AND NOT = 'DP'
              AND NOT = 'LQ' AND NOT = 'IX' AND NOT = 'IS'
              AND NOT = 'TD' AND NOT = 'HK' AND NOT = 'DM'
              AND NOT = 'SV' AND NOT = 'TW' AND NOT = 'XP'
              AND NOT = 'QR'
             MOVE SPACES TO MESSAGEO
             STRING "TYPE MUST BE EX SD CU MP FF RV SC VT DP LQ IX ",
                    "IS TD HK DM SV TW XP QR" DELIMITED BY SIZE
                    INTO MESSAGEO
             END-STRING
             PERFORM SEND-MAP-DATA
           ELSE
             EVALUATE ACTIONI
                     MOVE 'Y' TO WS-EDIT-OK-IND
                   END-IF
                 END-IF
               WHEN 'IX'
                 IF RCODEI(1:1) NOT = 'N' AND NOT = 'B' AND NOT = 'F'
                    AND NOT = 'C' AND NOT = 'M'
                   MOVE "SEGMENT CODE MUST BE N, B, F, C OR M"
                        TO MESSAGEO
                 ELSE
                   IF RTVAL1I(1:7) NOT NUMERIC
                      OR RTVAL2I(1:7) NOT NUMERIC
                      OR RTVAL3I(1:7) NOT NUMERIC
                      OR RTVAL4I(1:7) NOT NUMERIC
                     MOVE "IX NEEDS 4 RATE VALUES OF 7 DIGITS"
                          TO MESSAGEO
                   ELSE
                     MOVE 'Y' TO WS-EDIT-OK-IND
                   END-IF
                 END-IF
               WHEN 'SD'
                 IF RCODEI NOT = '01' AND NOT = '02' AND NOT = '03'
                   MOVE "SLAB CODE MUST BE 01, 02 OR 03" TO MESSAGEO
                     MOVE 'Y' TO WS-EDIT-OK-IND
                   END-IF
                 END-IF
               WHEN 'DP'
                 IF RTVAL1I(1:7) NOT NUMERIC
                    OR RTVAL2I(1:3) NOT NUMERIC
                   MOVE "DP NEEDS DAILY RATE OF 7 AND GRACE DAYS OF 3"
                        TO MESSAGEO
                 ELSE
                   MOVE 'Y' TO WS-EDIT-OK-IND
                 END-IF
               WHEN 'LQ'
                 IF RTVAL1I(1:5) NOT NUMERIC
                    OR RTVAL2I(1:3) NOT NUMERIC
                   MOVE "LQ NEEDS HAIRCUT OF 5 AND SQUARE-OFF DAYS OF 3"
                        TO MESSAGEO
                 ELSE
                   IF RTVAL1I(1:5) > '10000'
                     MOVE "LQ HAIRCUT MAY NOT EXCEED 100.00 PERCENT"
                          TO MESSAGEO
                   ELSE
                     MOVE 'Y' TO WS-EDIT-OK-IND
                   END-IF
                 END-IF
               WHEN 'IS'
                 IF RTVAL1I(1:5) NOT NUMERIC
                   MOVE "IS NEEDS A RATE VALUE OF 5 DIGITS"
                        TO MESSAGEO
                 ELSE
                   MOVE 'Y' TO WS-EDIT-OK-IND
                 END-IF
               WHEN 'TD'
                 IF RTVAL1I(1:5) NOT NUMERIC
                    OR RTVAL2I(1:5) NOT NUMERIC
                   MOVE "TD NEEDS TDS AND NO-PAN PERCENT OF 5 DIGITS"
                        TO MESSAGEO
                 ELSE
                   IF RTVAL1I(1:5) > '10000'
                      OR RTVAL2I(1:5) > '10000'
                     MOVE "TD PERCENT MAY NOT EXCEED 100.00"
                          TO MESSAGEO
                   ELSE
                     MOVE 'Y' TO WS-EDIT-OK-IND
                   END-IF
                 END-IF
               WHEN 'HK'
                 IF RCODEI NOT = 'BK' AND NOT = 'PR' AND NOT = 'MJ'
                    AND NOT = 'PY' AND NOT = 'LG'
                   MOVE "FILE CODE MUST BE BK, PR, MJ, PY OR LG"
                        TO MESSAGEO
                 ELSE
                   IF RTVAL1I(1:5) NOT NUMERIC
                     MOVE "HK NEEDS RETENTION DAYS OF 5 DIGITS"
                          TO MESSAGEO
                   ELSE
                     MOVE 'Y' TO WS-EDIT-OK-IND
                   END-IF
                 END-IF
               WHEN 'DM'
                 IF RTVAL1I(1:5) NOT NUMERIC
                    OR RTVAL1I(1:5) = '00000'
                   MOVE "DM NEEDS DORMANCY DAYS OF 5 DIGITS"
                        TO MESSAGEO
                 ELSE
                   MOVE 'Y' TO WS-EDIT-OK-IND
                 END-IF
               WHEN 'SV'
                 PERFORM EDIT-SURVEILLANCE-VALUES
               WHEN 'TW'
                 IF RCODEI(1:1) NOT = 'N' AND NOT = 'B' AND NOT = 'F'
                    AND NOT = 'C' AND NOT = 'M'
                   MOVE "SEGMENT CODE MUST BE N, B, F, C OR M"
                        TO MESSAGEO
                 ELSE
                   IF RTVAL1I(1:6) NOT NUMERIC
                      OR RTVAL2I(1:6) NOT NUMERIC
                      OR RTVAL1I(1:6) > '235959'
                      OR RTVAL2I(1:6) > '235959'
                     MOVE "TW NEEDS OPEN AND CLOSE TIMES AS HHMMSS"
                          TO MESSAGEO
                   ELSE
                     IF RTVAL1I(1:6) NOT < RTVAL2I(1:6)
                       MOVE "TW OPEN TIME MUST BE BEFORE CLOSE TIME"
                            TO MESSAGEO
                     ELSE
                       MOVE 'Y' TO WS-EDIT-OK-IND
                     END-IF
                   END-IF
                 END-IF
               WHEN 'XP'
                 IF RCODEI(1:1) NOT = 'F'
                   MOVE "XP SEGMENT CODE MUST BE F" TO MESSAGEO
                 ELSE
                   IF RTVAL1I(1:7) NOT NUMERIC
                      OR RTVAL2I(1:7) NOT NUMERIC
                      OR RTVAL3I(1:7) NOT NUMERIC
                      OR RTVAL4I(1:7) NOT NUMERIC
                     MOVE "XP NEEDS 4 RATE VALUES OF 7 DIGITS"
                          TO MESSAGEO
                   ELSE
                     MOVE 'Y' TO WS-EDIT-OK-IND
                   END-IF
                 END-IF
               WHEN 'QR'
                 IF RTVAL1I(1:11) NOT NUMERIC
                   MOVE "QR NEEDS A RETENTION AMOUNT OF 11 DIGITS"
                        TO MESSAGEO
                 ELSE
                   MOVE 'Y' TO WS-EDIT-OK-IND
                 END-IF
             END-EVALUATE
           END-IF.
      *
           EXIT.
      *
      * 'SV' surveillance thresholds for the nightly MTSSRV0 run -
      * the code names the check. VS (client share of a scrip's day
      * volume) and BP (trade priced within this percent of a band
      * edge) take a percentage; RR (reversals by one client) and RL
      * (releases by one supervisor) take a count and the trailing
      * period in calendar days it is counted over.
       EDIT-SURVEILLANCE-VALUES.
      *
           EVALUATE RCODEI
             WHEN 'VS'
             WHEN 'BP'
               IF RTVAL1I(1:5) NOT NUMERIC
                  OR RTVAL1I(1:5) = '00000'
                 MOVE "SV VS/BP NEEDS A PERCENT OF 5 DIGITS"
                      TO MESSAGEO
               ELSE
                 IF RTVAL1I(1:5) > '10000'
                   MOVE "SV PERCENT MAY NOT EXCEED 100.00"
                        TO MESSAGEO
                 ELSE
                   MOVE ZERO TO RTVAL2I(1:3) RTVAL3I(1:3)
                   MOVE 'Y' TO WS-EDIT-OK-IND
                 END-IF
               END-IF
             WHEN 'RR'
             WHEN 'RL'
               IF RTVAL2I(1:3) NOT NUMERIC
                  OR RTVAL3I(1:3) NOT NUMERIC
                  OR RTVAL2I(1:3) < '002'
                  OR RTVAL3I(1:3) = '000'
                 MOVE "SV RR/RL NEEDS COUNT 2-999 AND DAYS OF 3 DIGITS"
                      TO MESSAGEO
               ELSE
                 MOVE ZERO TO RTVAL1I(1:5)
                 MOVE 'Y' TO WS-EDIT-OK-IND
               END-IF
             WHEN OTHER
               MOVE "SV CODE MUST BE VS, BP, RR OR RL" TO MESSAGEO
           END-EVALUATE.
      *
           EXIT.
      *
       MOVE-RATE-VALUES.
      *
      * see the REDEFINES offsets there.
           EVALUATE RTYPEI
             WHEN 'EX'
             WHEN 'IX'
             WHEN 'XP'
               MOVE RTVAL1I(1:7)  TO RT-RATE-DATA(1:7)
               MOVE RTVAL2I(1:7)  TO RT-RATE-DATA(8:7)
               MOVE RTVAL3I(1:7)  TO RT-RATE-DATA(15:7)
             WHEN 'VT'
               MOVE RTVAL1I(1:12) TO RT-RATE-DATA(1:12)
               MOVE RTVAL2I(1:7)  TO RT-RATE-DATA(13:7)
             WHEN 'DP'
               MOVE RTVAL1I(1:7)  TO RT-RATE-DATA(1:7)
               MOVE RTVAL2I(1:3)  TO RT-RATE-DATA(8:3)
             WHEN 'LQ'
               MOVE RTVAL1I(1:5)  TO RT-RATE-DATA(1:5)
               MOVE RTVAL2I(1:3)  TO RT-RATE-DATA(6:3)
             WHEN 'IS'
               MOVE RTVAL1I(1:5)  TO RT-RATE-DATA(1:5)
             WHEN 'TD'
               MOVE RTVAL1I(1:5)  TO RT-RATE-DATA(1:5)
               MOVE RTVAL2I(1:5)  TO RT-RATE-DATA(6:5)
             WHEN 'HK'
             WHEN 'DM'
               MOVE RTVAL1I(1:5)  TO RT-RATE-DATA(1:5)
             WHEN 'SV'
               MOVE RTVAL1I(1:5)  TO RT-RATE-DATA(1:5)
               MOVE RTVAL2I(1:3)  TO RT-RATE-DATA(6:3)
               MOVE RTVAL3I(1:3)  TO RT-RATE-DATA(9:3)
             WHEN 'TW'
               MOVE RTVAL1I(1:6)  TO RT-RATE-DATA(1:6)
               MOVE RTVAL2I(1:6)  TO RT-RATE-DATA(7:6)
             WHEN 'QR'
               MOVE RTVAL1I(1:11) TO RT-RATE-DATA(1:11)
           END-EVALUATE.
      *
           EXIT.
           MOVE SPACES TO RTVAL1O RTVAL2O RTVAL3O RTVAL4O
           EVALUATE RT-RATE-TYPE
             WHEN 'EX'
             WHEN 'IX'
             WHEN 'XP'
               MOVE RT-RATE-DATA(1:7)  TO RTVAL1O
               MOVE RT-RATE-DATA(8:7)  TO RTVAL2O
               MOVE RT-RATE-DATA(15:7) TO RTVAL3O
             WHEN 'VT'
               MOVE RT-RATE-DATA(1:12) TO RTVAL1O
               MOVE RT-RATE-DATA(13:7) TO RTVAL2O
             WHEN 'DP'
               MOVE RT-RATE-DATA(1:7)  TO RTVAL1O
               MOVE RT-RATE-DATA(8:3)  TO RTVAL2O
             WHEN 'LQ'
               MOVE RT-RATE-DATA(1:5)  TO RTVAL1O
               MOVE RT-RATE-DATA(6:3)  TO RTVAL2O
             WHEN 'IS'
               MOVE RT-RATE-DATA(1:5)  TO RTVAL1O
             WHEN 'TD'
               MOVE RT-RATE-DATA(1:5)  TO RTVAL1O
               MOVE RT-RATE-DATA(6:5)  TO RTVAL2O
             WHEN 'HK'
             WHEN 'DM'
               MOVE RT-RATE-DATA(1:5)  TO RTVAL1O
             WHEN 'SV'
               MOVE RT-RATE-DATA(1:5)  TO RTVAL1O
               MOVE RT-RATE-DATA(6:3)  TO RTVAL2O
               MOVE RT-RATE-DATA(9:3)  TO RTVAL3O
             WHEN 'TW'
               MOVE RT-RATE-DATA(1:6)  TO RTVAL1O
               MOVE RT-RATE-DATA(7:6)  TO RTVAL2O
             WHEN 'QR'
               MOVE RT-RATE-DATA(1:11) TO RTVAL1O
           END-EVALUATE.
      *
           EXIT.
