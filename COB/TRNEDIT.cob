              88 TR-ACTION-ADD       VALUE 'A'.                         00240000
              88 TR-ACTION-CHANGE    VALUE 'C'.                         00250000
              88 TR-ACTION-DELETE    VALUE 'D'.                         00260000
              88 TR-ACTION-PRIVACY   VALUE 'P'.                         00265000
          05 TR-STUD-NAME       PIC X(30).                              00270000
          05 TR-STUD-DEPT       PIC X(10).                              00280000
          05 TR-STUD-STATUS     PIC X(01).                              00290000
              88 TR-OVERRIDE-YES     VALUE 'Y'.                         00303000
          05 TR-EFF-DATE        PIC X(08).                              00304000
          05 TR-ORIG-ID         PIC X(08).                              00306000
          05 TR-PRIVACY-FLAG    PIC X(01).                              00309500
              88 TR-PRIVACY-VALID    VALUE 'Y' 'N'.                     00313000
          05 TR-ENTRY-TERM      PIC X(05).                              00315300
          05 FILLER             PIC X(16).                              00317600
       FD TRNCLEAN                                                      00320000
            RECORDING MODE IS F.                                        00330000
       01 TRNCLEAN-REC PIC X(90).                                       00340000
            DISPLAY '  MISSING ID 07=LOOKUP SQL ERROR'.                 01060000
            DISPLAY '  08=ORIGINATOR NOT AUTHORIZED 09=ACTION NOT'.     01062000
            DISPLAY '  ALLOWED FOR ORIGINATOR 10=OVERRIDE NOT'.         01064000
            DISPLAY '  ALLOWED FOR ORIGINATOR 11=BAD PRIVACY FLAG'.     01067000
                                                                        01070000
            IF WS-CNT-SQLERR > ZERO                                     01080000
               MOVE +16 TO RETURN-CODE                                  01090000
               MOVE '01' TO WS-EDIT-REASON                              01430000
            ELSE                                                        01440000
               IF NOT TR-ACTION-ADD AND NOT TR-ACTION-CHANGE            01450000
                  AND NOT TR-ACTION-DELETE AND NOT TR-ACTION-PRIVACY    01460000
                  MOVE '02' TO WS-EDIT-REASON                           01470000
               ELSE                                                     01480000
                  IF TR-ACTION-PRIVACY                                  01481600
                     IF NOT TR-PRIVACY-VALID                            01483200
                        MOVE '11' TO WS-EDIT-REASON                     01484800
                     END-IF                                             01486400
                  ELSE                                                  01488000
                     IF NOT TR-ACTION-DELETE                            01492700
                        PERFORM A210-DEPT-EDIT-PARA                     01497400
                        IF WS-EDIT-CLEAN AND NOT TR-STATUS-VALID        01502100
                           MOVE '04' TO WS-EDIT-REASON                  01506800
                        END-IF                                          01511500
                        IF WS-EDIT-CLEAN AND TR-ACTION-ADD              01516200
                           AND TR-PRIVACY-FLAG NOT = SPACE              01520900
                           AND NOT TR-PRIVACY-VALID                     01525600
                           MOVE '11' TO WS-EDIT-REASON                  01530300
                        END-IF                                          01535000
                     END-IF                                             01539700
                  END-IF                                                01544400
               END-IF                                                   01550000
            END-IF.                                                     01560000
                                                                        01570000
                 MOVE '09' TO WS-EDIT-REASON                            01699200
            WHEN TR-ACTION-DELETE AND NOT OA-DELETE-ALLOWED             01699400
                 MOVE '09' TO WS-EDIT-REASON                            01699600
            WHEN TR-ACTION-PRIVACY AND NOT OA-CHANGE-ALLOWED            01699633
                 MOVE '09' TO WS-EDIT-REASON                            01699666
            WHEN OTHER                                                  01699700
                 CONTINUE                                               01699750
            END-EVALUATE.                                               01699800
