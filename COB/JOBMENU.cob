           88 WS-SEL-STUDENT-LOOKUP    VALUE '1'.                       00060000
           88 WS-SEL-TOTAL-CHECK       VALUE '2'.                       00070000
           88 WS-SEL-ARITHMETIC-CHAIN  VALUE '3'.                       00080000
           88 WS-SEL-STUDENT-INQUIRY   VALUE '4'.                       00085000
           88 WS-SEL-EXIT              VALUE '0'.                       00090000
       PROCEDURE DIVISION.                                              00100000
       MAIN-ROUTINE.                                                    00110000
            WHEN WS-SEL-ARITHMETIC-CHAIN                                00210000
                 DISPLAY 'STARTING ARITHMETIC CHAIN (PGM03A)'           00220000
                 CALL 'PGM03A'                                          00230000
            WHEN WS-SEL-STUDENT-INQUIRY                                 00232500
                 DISPLAY 'STARTING STUDENT INQUIRY (STUINQ)'            00235000
                 CALL 'STUINQ'                                          00237500
            WHEN WS-SEL-EXIT                                            00240000
                 DISPLAY 'NO JOB SELECTED - EXITING'                    00250000
            WHEN OTHER                                                  00260000
            DISPLAY '1 - STUDENT LOOKUP'.                               00350000
            DISPLAY '2 - TOTAL CHECK'.                                  00360000
            DISPLAY '3 - ARITHMETIC-CHAIN RECONCILIATION'.              00370000
            DISPLAY '4 - STUDENT INQUIRY'.                              00375000
            DISPLAY '0 - EXIT'.                                         00380000
            DISPLAY 'ENTER SELECTION: '.                                00390000
