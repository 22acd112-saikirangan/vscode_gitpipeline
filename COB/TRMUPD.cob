          05 TT-START-DATE      PIC X(08).                              00260000
          05 TT-END-DATE        PIC X(08).                              00270000
          05 TT-SEQ             PIC 9(03).                              00280000
          05 TT-STATUS          PIC X(01).                              00284000
              88 TT-STATUS-VALID     VALUE 'O' 'G' 'C'.                 00288000
              88 TT-STATUS-CLOSED    VALUE 'C'.                         00292000
          05 TT-ADD-DEADLINE    PIC X(08).                              00293600
          05 TT-DROP-DEADLINE   PIC X(08).                              00295200
          05 TT-WDRAW-DEADLINE  PIC X(08).                              00296800
          05 TT-GRADE-DEADLINE  PIC X(08).                              00297800
          05 FILLER             PIC X(22).                              00298800
       WORKING-STORAGE SECTION.                                         00300000
       01 WS-EOF             PIC A     VALUE SPACE.                     00310000
       01 WS-TERMMST-STATUS  PIC X(02) VALUE SPACES.                    00320000
       01 WS-TRN-CNT-CHANGE  PIC 9(07) COMP VALUE ZERO.                 00340000
       01 WS-TRN-CNT-DELETE  PIC 9(07) COMP VALUE ZERO.                 00350000
       01 WS-TRN-CNT-FAILED  PIC 9(07) COMP VALUE ZERO.                 00360000
       01 WS-TRN-CNT-STATUS  PIC 9(07) COMP VALUE ZERO.                 00362000
       01 WS-TODAY-DATE      PIC X(08) VALUE SPACES.                    00365000
       01 WS-OLD-STATUS      PIC X(01) VALUE SPACE.                     00368000
       01 WS-DEADLINE-FLAG   PIC X(01) VALUE 'Y'.                       00368660
           88 WS-DEADLINES-VALID    VALUE 'Y'.                          00369320
       01 WS-EFF-ADD         PIC X(08) VALUE SPACES.                    00369490
       01 WS-EFF-DROP        PIC X(08) VALUE SPACES.                    00369660
       01 WS-EFF-WDRAW       PIC X(08) VALUE SPACES.                    00369830
       PROCEDURE DIVISION.                                              00370000
                                                                        00380000
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.           00383300
                                                                        00386600
            OPEN I-O TERMMST.                                           00390000
            IF WS-TERMMST-STATUS NOT = '00'                             00400000
               DISPLAY 'TERMMST OPEN FAILED - STATUS: '                 00410000
            DISPLAY 'ADDS APPLIED    : ' WS-TRN-CNT-ADD.                00540000
            DISPLAY 'CHANGES APPLIED : ' WS-TRN-CNT-CHANGE.             00550000
            DISPLAY 'DELETES APPLIED : ' WS-TRN-CNT-DELETE.             00560000
            DISPLAY 'STATUS CHANGES  : ' WS-TRN-CNT-STATUS.             00565000
            DISPLAY 'FAILED TRANS    : ' WS-TRN-CNT-FAILED.             00570000
            DISPLAY '====================================='.            00580000
                                                                        00590000
              AT END MOVE 'Y' TO WS-EOF                                 00710000
              NOT AT END                                                00720000
                 EVALUATE TRUE                                          00730000
                 WHEN TT-STATUS NOT = SPACE AND NOT TT-STATUS-VALID     00732000
                    DISPLAY 'INVALID TERM STATUS FOR TERM: '            00734000
                            TT-TERM                                     00736000
                    ADD 1 TO WS-TRN-CNT-FAILED                          00738000
                 WHEN TT-ACTION-ADD                                     00740000
                    PERFORM A200-ADD-TERM-PARA                          00750000
                 WHEN TT-ACTION-CHANGE                                  00760000
                                                                        00860000
       A200-ADD-TERM-PARA.                                              00870000
                                                                        00880000
            MOVE SPACES TO WS-EFF-ADD WS-EFF-DROP WS-EFF-WDRAW.         00882500
            PERFORM A250-EDIT-DEADLINES-PARA.                           00885000
            IF TT-SEQ IS NOT NUMERIC                                    00890000
               OR TT-START-DATE IS NOT NUMERIC                          00900000
               OR TT-END-DATE IS NOT NUMERIC                            00910000
               OR NOT WS-DEADLINES-VALID                                00915000
               DISPLAY 'ADD FAILED - BAD DATES OR SEQUENCE: '           00920000
                       TT-TERM                                          00930000
               ADD 1 TO WS-TRN-CNT-FAILED                               00940000
            ELSE                                                        00950000
               MOVE SPACES        TO TERMMST-REC                        00955000
               MOVE TT-TERM       TO TM-TERM                            00960000
               MOVE TT-START-DATE TO TM-START-DATE                      00970000
               MOVE TT-END-DATE   TO TM-END-DATE                        00980000
               MOVE TT-SEQ        TO TM-SEQ                             00990000
               MOVE TT-ADD-DEADLINE   TO TM-ADD-DEADLINE                00990300
               MOVE TT-DROP-DEADLINE  TO TM-DROP-DEADLINE               00990600
               MOVE TT-WDRAW-DEADLINE TO TM-WDRAW-DEADLINE              00990900
               MOVE TT-GRADE-DEADLINE TO TM-GRADE-DEADLINE              00991050
               MOVE TT-STATUS     TO TM-STATUS                          00991200
               IF TM-STATUS = SPACE                                     00992400
                  MOVE 'O' TO TM-STATUS                                 00993600
               END-IF                                                   00994800
               IF TM-STATUS-CLOSED                                      00996000
                  MOVE WS-TODAY-DATE TO TM-CLOSE-DATE                   00997200
               END-IF                                                   00998400
               WRITE TERMMST-REC                                        01000000
                 INVALID KEY                                            01010000
                    DISPLAY 'ADD FAILED - TERM EXISTS: ' TT-TERM        01020000
                         TT-TERM                                        01160000
                 ADD 1 TO WS-TRN-CNT-FAILED                             01170000
              NOT INVALID KEY                                           01180000
                 MOVE TM-ADD-DEADLINE   TO WS-EFF-ADD                   01183000
                 MOVE TM-DROP-DEADLINE  TO WS-EFF-DROP                  01186000
                 MOVE TM-WDRAW-DEADLINE TO WS-EFF-WDRAW                 01189000
                 PERFORM A250-EDIT-DEADLINES-PARA                       01192000
                 IF WS-DEADLINES-VALID                                  01195000
                    PERFORM A320-APPLY-CHANGE-PARA                      01198000
                 ELSE                                                   01201000
                    DISPLAY 'CHANGE FAILED - BAD DEADLINES: ' TT-TERM   01204000
                    ADD 1 TO WS-TRN-CNT-FAILED                          01207000
                 END-IF                                                 01210000
            END-READ.                                                   01212117
                                                                        01214234
       A320-APPLY-CHANGE-PARA.                                          01216351
                                                                        01218468
            IF TT-START-DATE IS NUMERIC                                 01220585
               MOVE TT-START-DATE TO TM-START-DATE                      01222702
            END-IF.                                                     01224819
            IF TT-END-DATE IS NUMERIC                                   01226936
               MOVE TT-END-DATE TO TM-END-DATE                          01229053
            END-IF.                                                     01231170
            IF TT-ADD-DEADLINE IS NUMERIC                               01233287
               MOVE TT-ADD-DEADLINE TO TM-ADD-DEADLINE                  01235404
            END-IF.                                                     01237521
            IF TT-DROP-DEADLINE IS NUMERIC                              01239638
               MOVE TT-DROP-DEADLINE TO TM-DROP-DEADLINE                01241755
            END-IF.                                                     01243872
            IF TT-WDRAW-DEADLINE IS NUMERIC                             01245989
               MOVE TT-WDRAW-DEADLINE TO TM-WDRAW-DEADLINE              01248106
            END-IF.                                                     01250223
            IF TT-GRADE-DEADLINE IS NUMERIC                             01252340
               MOVE TT-GRADE-DEADLINE TO TM-GRADE-DEADLINE              01254457
            END-IF.                                                     01256574
            IF TT-SEQ IS NUMERIC AND TT-SEQ > ZERO                      01258691
               MOVE TT-SEQ TO TM-SEQ                                    01260808
            END-IF.                                                     01262925
            IF TT-STATUS NOT = SPACE                                    01265042
               PERFORM A310-SET-STATUS-PARA                             01267159
            END-IF.                                                     01269276
            REWRITE TERMMST-REC                                         01271393
              INVALID KEY                                               01273510
                 DISPLAY 'REWRITE FAILED - TERM: ' TT-TERM              01275627
                 ADD 1 TO WS-TRN-CNT-FAILED                             01277744
              NOT INVALID KEY                                           01279861
                 ADD 1 TO WS-TRN-CNT-CHANGE                             01281978
                 DISPLAY 'CHANGED TERM: ' TT-TERM                       01284095
            END-REWRITE.                                                01286212
                                                                        01288329
       A250-EDIT-DEADLINES-PARA.                                        01290446
                                                                        01292563
            MOVE 'Y' TO WS-DEADLINE-FLAG.                               01294680
            IF TT-ADD-DEADLINE NOT = SPACES                             01296797
               AND TT-ADD-DEADLINE IS NOT NUMERIC                       01298914
               MOVE 'N' TO WS-DEADLINE-FLAG                             01301031
            END-IF.                                                     01303148
            IF TT-DROP-DEADLINE NOT = SPACES                            01305265
               AND TT-DROP-DEADLINE IS NOT NUMERIC                      01307382
               MOVE 'N' TO WS-DEADLINE-FLAG                             01309499
            END-IF.                                                     01311616
            IF TT-WDRAW-DEADLINE NOT = SPACES                           01313733
               AND TT-WDRAW-DEADLINE IS NOT NUMERIC                     01315850
               MOVE 'N' TO WS-DEADLINE-FLAG                             01317967
            END-IF.                                                     01320084
            IF TT-GRADE-DEADLINE NOT = SPACES                           01322201
               AND TT-GRADE-DEADLINE IS NOT NUMERIC                     01324318
               MOVE 'N' TO WS-DEADLINE-FLAG                             01326435
            END-IF.                                                     01328552
            IF TT-ADD-DEADLINE IS NUMERIC                               01330669
               MOVE TT-ADD-DEADLINE TO WS-EFF-ADD                       01332786
            END-IF.                                                     01334903
            IF TT-DROP-DEADLINE IS NUMERIC                              01337020
               MOVE TT-DROP-DEADLINE TO WS-EFF-DROP                     01339137
            END-IF.                                                     01341254
            IF TT-WDRAW-DEADLINE IS NUMERIC                             01343371
               MOVE TT-WDRAW-DEADLINE TO WS-EFF-WDRAW                   01345488
            END-IF.                                                     01347605
            IF WS-EFF-ADD NOT = SPACES                                  01349722
               AND WS-EFF-DROP NOT = SPACES                             01351839
               AND WS-EFF-WDRAW NOT = SPACES                            01353956
               IF WS-EFF-ADD > WS-EFF-DROP                              01356073
                  OR WS-EFF-DROP > WS-EFF-WDRAW                         01358190
                  MOVE 'N' TO WS-DEADLINE-FLAG                          01360307
               END-IF                                                   01362424
            END-IF.                                                     01364541
                                                                        01366658
       A310-SET-STATUS-PARA.                                            01368775
                                                                        01370940
            MOVE TM-STATUS TO WS-OLD-STATUS.                            01371410
            IF WS-OLD-STATUS = SPACE                                    01371880
               MOVE 'O' TO WS-OLD-STATUS                                01372350
            END-IF.                                                     01372820
            MOVE TT-STATUS TO TM-STATUS.                                01373290
            IF TM-STATUS-CLOSED                                         01373760
               IF WS-OLD-STATUS NOT = 'C'                               01374230
                  MOVE WS-TODAY-DATE TO TM-CLOSE-DATE                   01374700
               END-IF                                                   01375170
            ELSE                                                        01375640
               MOVE SPACES TO TM-CLOSE-DATE                             01376110
            END-IF.                                                     01376580
            IF TM-STATUS NOT = WS-OLD-STATUS                            01377050
               ADD 1 TO WS-TRN-CNT-STATUS                               01377520
               DISPLAY 'TERM ' TT-TERM ' STATUS ' WS-OLD-STATUS         01377990
                       ' TO ' TM-STATUS                                 01378460
            END-IF.                                                     01378930
                                                                        01379400
       A400-DELETE-TERM-PARA.                                           01380000
                                                                        01390000
            MOVE TT-TERM TO TM-TERM.                                    01400000
