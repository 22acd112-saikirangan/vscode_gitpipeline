       01 PAIRIN-REC.                                                   00160000
          05 PI-NUMBER-A  PIC S9(7)V99.                                 00170000
          05 PI-NUMBER-B  PIC S9(7)V99.                                 00180000
          05 PI-OP-CODE   PIC X(01).                                    00182500
              88 PI-OP-FULL-CHAIN   VALUE 'A' ' '.                      00185000
              88 PI-OP-QUOTIENT     VALUE 'Q'.                          00187500
              88 PI-OP-DIFFERENCE   VALUE 'S'.                          00190000
              88 PI-OP-PRODUCT      VALUE 'P'.                          00192500
              88 PI-OP-VALID        VALUE 'A' 'Q' 'S' 'P' ' '.          00195000
          05 FILLER       PIC X(61).                                    00197500
       FD PAIRCLN                                                       00200000
            RECORDING MODE IS F.                                        00210000
       01 PAIRCLN-REC PIC X(80).                                        00220000
          05 PJ-NUMBER-A  PIC X(09).                                    00260000
          05 PJ-NUMBER-B  PIC X(09).                                    00270000
          05 PJ-REASON    PIC X(02).                                    00280000
          05 PJ-OP-CODE   PIC X(01).                                    00286600
          05 FILLER       PIC X(59).                                    00293200
       WORKING-STORAGE SECTION.                                         00300000
       01 WS-EOF             PIC A     VALUE SPACE.                     00310000
       01 WS-EDIT-REASON     PIC X(02) VALUE SPACES.                    00320000
            DISPLAY '==================================='.              00560000
            DISPLAY 'REASON CODES: 01=NUMBER A NOT NUMERIC'.            00570000
            DISPLAY '  02=NUMBER B NOT NUMERIC 03=BOTH NOT NUMERIC'.    00580000
            DISPLAY '  04=INVALID OPERATION CODE'.                      00585000
                                                                        00590000
            IF WS-CNT-REJECT > ZERO                                     00600000
               MOVE +4 TO RETURN-CODE                                   00610000
                      MOVE '01' TO WS-EDIT-REASON                       00800000
                 WHEN PI-NUMBER-B IS NOT NUMERIC                        00810000
                      MOVE '02' TO WS-EDIT-REASON                       00820000
                 WHEN NOT PI-OP-VALID                                   00823300
                      MOVE '04' TO WS-EDIT-REASON                       00826600
                 END-EVALUATE                                           00830000
                 IF WS-EDIT-CLEAN                                       00840000
                    ADD 1 TO WS-CNT-CLEAN                               00850000
            MOVE PAIRIN-REC(1:9)   TO PJ-NUMBER-A.                      00950000
            MOVE PAIRIN-REC(10:9)  TO PJ-NUMBER-B.                      00960000
            MOVE WS-EDIT-REASON    TO PJ-REASON.                        00970000
            MOVE PI-OP-CODE        TO PJ-OP-CODE.                       00975000
            WRITE PAIRREJ-REC.                                          00980000
            MOVE SPACES TO WS-MSG-TEXT.                                 00985000
            STRING 'REJECTED PAIR A: ' PAIRIN-REC(1:9)                  00990000
                   ' B: ' PAIRIN-REC(10:9)                              01000000
                   ' RSN: ' WS-EDIT-REASON                              01010000
                   ' OP: ' PI-OP-CODE                                   01011000
              DELIMITED BY SIZE INTO WS-MSG-TEXT.                       01012000
            MOVE 1 TO WS-MSG-NUM.                                       01014000
            MOVE 'W' TO WS-MSG-SEV.                                     01016000
