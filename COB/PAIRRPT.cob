          05 PO-RESULT-D   PIC S9(14)V99.                               00190000
          05 PO-RETURN-CODE PIC 99.                                     00200000
          05 PO-MATCH-FLAG PIC X(01).                                   00210000
          05 PO-OP-CODE    PIC X(01).                                   00216600
          05 FILLER        PIC X(49).                                   00223200
       FD PAIRSUM                                                       00230000
            RECORDING MODE IS F.                                        00240000
       01 PAIRSUM-REC PIC X(132).                                       00250000
           05 WS-CNT-PAIRS      PIC 9(07) COMP VALUE ZERO.              00300000
           05 WS-CNT-MATCHED    PIC 9(07) COMP VALUE ZERO.              00310000
           05 WS-CNT-MISMATCHED PIC 9(07) COMP VALUE ZERO.              00320000
           05 WS-CNT-NOT-COMPARED PIC 9(07) COMP VALUE ZERO.            00325000
           05 WS-CNT-RC00       PIC 9(07) COMP VALUE ZERO.              00330000
           05 WS-CNT-RC08       PIC 9(07) COMP VALUE ZERO.              00335000
           05 WS-CNT-RC12       PIC 9(07) COMP VALUE ZERO.              00340000
           05 WS-CNT-RC16       PIC 9(07) COMP VALUE ZERO.              00350000
           05 WS-CNT-RC20       PIC 9(07) COMP VALUE ZERO.              00360000
           05 WS-CNT-RC28       PIC 9(07) COMP VALUE ZERO.              00380000
           05 WS-CNT-RC-OTHER   PIC 9(07) COMP VALUE ZERO.              00390000
           05 WS-CNT-EXCEPTIONS PIC 9(07) COMP VALUE ZERO.              00400000
           05 WS-CNT-OP-FULL    PIC 9(07) COMP VALUE ZERO.              00401600
           05 WS-CNT-OP-QUOT    PIC 9(07) COMP VALUE ZERO.              00403200
           05 WS-CNT-OP-DIFF    PIC 9(07) COMP VALUE ZERO.              00404800
           05 WS-CNT-OP-PROD    PIC 9(07) COMP VALUE ZERO.              00406400
           05 WS-CNT-OP-OTHER   PIC 9(07) COMP VALUE ZERO.              00408000
                                                                        00410000
       01 WS-HDR1.                                                      00420000
          05 FILLER      PIC X(45) VALUE                                00430000
          05 FILLER      PIC X(19) VALUE '       RESULT D'.             00580000
          05 FILLER      PIC X(04) VALUE ' RC'.                         00590000
          05 FILLER      PIC X(03) VALUE ' FL'.                         00600000
          05 FILLER      PIC X(04) VALUE '  OP'.                        00606600
          05 FILLER      PIC X(54) VALUE SPACES.                        00613200
                                                                        00620000
       01 WS-DETAIL-LINE.                                               00630000
          05 DET-NUMBER-A    PIC -ZZZZZZ9.99.                           00640000
          05 DET-RC          PIC 99.                                    00740000
          05 FILLER          PIC X(02) VALUE SPACES.                    00750000
          05 DET-FLAG        PIC X(01).                                 00760000
          05 FILLER          PIC X(03) VALUE SPACES.                    00765000
          05 DET-OP          PIC X(01).                                 00770000
          05 FILLER          PIC X(55) VALUE SPACES.                    00775000
                                                                        00780000
       PROCEDURE DIVISION.                                              00790000
                                                                        00800000
              AT END MOVE 'Y' TO WS-EOF                                 01090000
              NOT AT END                                                01100000
                 ADD 1 TO WS-CNT-PAIRS                                  01110000
                 EVALUATE PO-MATCH-FLAG                                 01112800
                 WHEN 'M'                                               01115600
                      ADD 1 TO WS-CNT-MATCHED                           01118400
                 WHEN 'X'                                               01121200
                      ADD 1 TO WS-CNT-NOT-COMPARED                      01124000
                 WHEN OTHER                                             01126800
                      ADD 1 TO WS-CNT-MISMATCHED                        01129600
                 END-EVALUATE                                           01132400
                 EVALUATE PO-OP-CODE                                    01135200
                 WHEN 'A'                                               01138000
                      ADD 1 TO WS-CNT-OP-FULL                           01140800
                 WHEN 'Q'                                               01143600
                      ADD 1 TO WS-CNT-OP-QUOT                           01146400
                 WHEN 'S'                                               01149200
                      ADD 1 TO WS-CNT-OP-DIFF                           01152000
                 WHEN 'P'                                               01154800
                      ADD 1 TO WS-CNT-OP-PROD                           01157600
                 WHEN OTHER                                             01160400
                      ADD 1 TO WS-CNT-OP-OTHER                          01163200
                 END-EVALUATE                                           01166000
                 EVALUATE PO-RETURN-CODE                                01170000
                 WHEN 00                                                01180000
                      ADD 1 TO WS-CNT-RC00                              01190000
                 WHEN 08                                                01193300
                      ADD 1 TO WS-CNT-RC08                              01196600
                 WHEN 12                                                01200000
                      ADD 1 TO WS-CNT-RC12                              01210000
                 WHEN 16                                                01220000
                      ADD 1 TO WS-CNT-RC-OTHER                          01310000
                 END-EVALUATE                                           01320000
                 IF PO-RETURN-CODE NOT = ZERO                           01330000
                    OR PO-MATCH-FLAG = 'N'                              01340000
                    ADD 1 TO WS-CNT-EXCEPTIONS                          01350000
                    PERFORM Q200-WRITE-DETAIL-PARA                      01360000
                 END-IF                                                 01370000
            MOVE PO-RESULT-D   TO DET-RESULT-D.                         01460000
            MOVE PO-RETURN-CODE TO DET-RC.                              01470000
            MOVE PO-MATCH-FLAG TO DET-FLAG.                             01480000
            MOVE PO-OP-CODE    TO DET-OP.                               01485000
            WRITE PAIRSUM-REC FROM WS-DETAIL-LINE                       01490000
               AFTER ADVANCING 1 LINE.                                  01500000
                                                                        01510000
            MOVE 'PAIRS MISMATCHED OR IN ERROR' TO SUM-LABEL.           01620000
            MOVE WS-CNT-MISMATCHED TO SUM-COUNT.                        01630000
            PERFORM Q310-WRITE-SUM-LINE-PARA.                           01640000
            MOVE 'PAIRS NOT CROSS-CHECKED' TO SUM-LABEL.                01642500
            MOVE WS-CNT-NOT-COMPARED TO SUM-COUNT.                      01645000
            PERFORM Q310-WRITE-SUM-LINE-PARA.                           01647500
            MOVE 'RC 00 - CLEAN' TO SUM-LABEL.                          01650000
            MOVE WS-CNT-RC00 TO SUM-COUNT.                              01660000
            PERFORM Q310-WRITE-SUM-LINE-PARA.                           01670000
            MOVE 'RC 08 - INVALID OPERATION CODE' TO SUM-LABEL.         01672500
            MOVE WS-CNT-RC08 TO SUM-COUNT.                              01675000
            PERFORM Q310-WRITE-SUM-LINE-PARA.                           01677500
            MOVE 'RC 12 - RESULT MISMATCH' TO SUM-LABEL.                01680000
            MOVE WS-CNT-RC12 TO SUM-COUNT.                              01690000
            PERFORM Q310-WRITE-SUM-LINE-PARA.                           01700000
            MOVE 'RC OTHER' TO SUM-LABEL.                               01830000
            MOVE WS-CNT-RC-OTHER TO SUM-COUNT.                          01840000
            PERFORM Q310-WRITE-SUM-LINE-PARA.                           01850000
            MOVE 'OP A - FULL CHAIN' TO SUM-LABEL.                      01850620
            MOVE WS-CNT-OP-FULL TO SUM-COUNT.                           01851240
            PERFORM Q310-WRITE-SUM-LINE-PARA.                           01851860
            MOVE 'OP Q - QUOTIENT ONLY' TO SUM-LABEL.                   01852480
            MOVE WS-CNT-OP-QUOT TO SUM-COUNT.                           01853100
            PERFORM Q310-WRITE-SUM-LINE-PARA.                           01853720
            MOVE 'OP S - DIFFERENCE ONLY' TO SUM-LABEL.                 01854340
            MOVE WS-CNT-OP-DIFF TO SUM-COUNT.                           01854960
            PERFORM Q310-WRITE-SUM-LINE-PARA.                           01855580
            MOVE 'OP P - PRODUCT ONLY' TO SUM-LABEL.                    01856200
            MOVE WS-CNT-OP-PROD TO SUM-COUNT.                           01856820
            PERFORM Q310-WRITE-SUM-LINE-PARA.                           01857440
            MOVE 'OP OTHER' TO SUM-LABEL.                               01858060
            MOVE WS-CNT-OP-OTHER TO SUM-COUNT.                          01858680
            PERFORM Q310-WRITE-SUM-LINE-PARA.                           01859300
                                                                        01860000
       Q310-WRITE-SUM-LINE-PARA.                                        01870000
                                                                        01880000
