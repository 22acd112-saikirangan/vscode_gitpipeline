       01 PAIRIN-REC.                                                    00034005
          05 PI-NUMBER-A  PIC S9(7)V99.                                 00034100
          05 PI-NUMBER-B  PIC S9(7)V99.                                 00034200
          05 PI-OP-CODE   PIC X(01).                                    00034310
              88 PI-OP-FULL-CHAIN   VALUE 'A' ' '.                      00034420
              88 PI-OP-QUOTIENT     VALUE 'Q'.                          00034530
              88 PI-OP-DIFFERENCE   VALUE 'S'.                          00034640
              88 PI-OP-PRODUCT      VALUE 'P'.                          00034750
          05 FILLER       PIC X(61).                                    00034860
       FD PAIROUT                                                       00035005
            RECORDING MODE IS F.                                        00036005
       01 PAIROUT-REC.                                                  00037005
          05 PO-RESULT-D   PIC S9(14)V99.                               00037500
          05 PO-RETURN-CODE PIC 99.                                     00037600
          05 PO-MATCH-FLAG PIC X(01).                                   00037700
          05 PO-OP-CODE    PIC X(01).                                   00038460
          05 FILLER        PIC X(49).                                   00039220
       WORKING-STORAGE SECTION.                                         00040005
       01 WS-NUMBER-A PIC S9(7)V99.                                     00050005
       01 WS-NUMBER-B PIC S9(7)V99.                                     00060005
              NOT AT END                                                00470005
                 MOVE PI-NUMBER-A TO WS-NUMBER-A                        00480005
                 MOVE PI-NUMBER-B TO WS-NUMBER-B                        00490005
                 MOVE ZERO TO WS-RESULT-B                               00492005
                 MOVE ZERO TO WS-RESULT-C                               00494005
                 MOVE ZERO TO WS-RESULT-D                               00496005
                 MOVE ZERO TO WS-RETURN-CODE                            00498005
                 MOVE SPACES TO PAIROUT-REC                             00500005
                 EVALUATE TRUE                                          00502005
                 WHEN PI-OP-FULL-CHAIN                                  00504005
                      MOVE 'A' TO PO-OP-CODE                            00506005
                      PERFORM A120-CALL-QUOTIENT-PARA                   00508005
                      PERFORM A130-CALL-PRODUCT-PARA                    00510005
                 WHEN PI-OP-QUOTIENT                                    00512005
                      MOVE 'Q' TO PO-OP-CODE                            00514005
                      PERFORM A120-CALL-QUOTIENT-PARA                   00516005
                 WHEN PI-OP-DIFFERENCE                                  00518005
                      MOVE 'S' TO PO-OP-CODE                            00520005
                      PERFORM A140-CALL-DIFFERENCE-PARA                 00522005
                 WHEN PI-OP-PRODUCT                                     00524005
                      MOVE 'P' TO PO-OP-CODE                            00526005
                      PERFORM A130-CALL-PRODUCT-PARA                    00528005
                 WHEN OTHER                                             00530005
                      MOVE PI-OP-CODE TO PO-OP-CODE                     00532005
                      MOVE 08 TO WS-RETURN-CODE                         00534005
                 END-EVALUATE                                           00536005
                 MOVE WS-NUMBER-A  TO PO-NUMBER-A                       00540005
                 MOVE WS-NUMBER-B  TO PO-NUMBER-B                       00550005
                 MOVE WS-RESULT-B  TO PO-RESULT-B                       00560005
                 MOVE WS-RESULT-C  TO PO-RESULT-C                       00570005
                 MOVE WS-RESULT-D  TO PO-RESULT-D                       00580005
                 EVALUATE TRUE                                          00580835
                 WHEN WS-RETURN-CODE NOT = ZERO                         00581665
                      MOVE 'N' TO PO-MATCH-FLAG                         00582495
                 WHEN NOT PI-OP-FULL-CHAIN AND NOT PI-OP-QUOTIENT       00583325
                      MOVE 'X' TO PO-MATCH-FLAG                         00584155
                 WHEN WS-RESULT-B = WS-RESULT-C                         00584985
                      MOVE 'M' TO PO-MATCH-FLAG                         00585815
                 WHEN OTHER                                             00586645
                      MOVE 'N' TO PO-MATCH-FLAG                         00587475
                      MOVE 12 TO WS-RETURN-CODE                         00588305
                 END-EVALUATE                                           00589135
                 MOVE WS-RETURN-CODE TO PO-RETURN-CODE                  00590005
                 WRITE PAIROUT-REC                                      00690005
                 IF WS-RETURN-CODE > WS-BATCH-RC                        00695005
                 END-IF                                                 00697005
            END-READ.                                                   00700005
                                                                        00710005
       A120-CALL-QUOTIENT-PARA.                                         00710505
                                                                        00711005
            CALL 'PGM03B2' USING WS-NUMBER-A, WS-NUMBER-B,              00711505
                 WS-RESULT-B, WS-RESULT-C, WS-RETURN-CODE.              00712005
                                                                        00712505
       A130-CALL-PRODUCT-PARA.                                          00713005
                                                                        00713505
            CALL 'PGM03D' USING WS-NUMBER-A, WS-NUMBER-B,               00714005
                 WS-RESULT-D, WS-D-RETURN-CODE.                         00714505
            IF WS-D-RETURN-CODE NOT = ZERO AND WS-RETURN-CODE           00715005
                                                = ZERO                  00715505
               MOVE WS-D-RETURN-CODE TO WS-RETURN-CODE                  00716005
            END-IF.                                                     00716505
                                                                        00717005
       A140-CALL-DIFFERENCE-PARA.                                       00717505
                                                                        00718005
            CALL 'PGM03C1' USING WS-NUMBER-A, WS-NUMBER-B,              00718505
                 WS-RESULT-C, WS-RETURN-CODE.                           00719005
                                                                        00719505
       A200-INTERACTIVE-PARA.                                           00720005
                                                                        00730005
            DISPLAY 'Enter Number A:'                                   00120005
