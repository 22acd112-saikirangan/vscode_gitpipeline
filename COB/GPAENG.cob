       01 WS-CUM-CREDITS     PIC 9(04) COMP VALUE ZERO.                 00400000
       01 WS-TERM-POINTS     PIC 9(05)V9(02) COMP-3 VALUE ZERO.         00410000
       01 WS-TERM-CREDITS    PIC 9(04) COMP VALUE ZERO.                 00420000
       01 WS-XFER-CREDITS    PIC 9(04) COMP VALUE ZERO.                 00421000
       01 WS-CREDITS         PIC 9(02) VALUE ZERO.                      00422000
       01 WS-WEIGHTED-PTS    PIC 9(03)V9(02) COMP-3 VALUE ZERO.         00424000
       77 WS-DEFAULT-CREDITS PIC 9(02) VALUE 3.                         00426000
           05 WS-CNT-TOUCHED    PIC 9(07) COMP VALUE ZERO.              00512000
           05 WS-CNT-RECOMPUTED PIC 9(07) COMP VALUE ZERO.              00514000
           05 WS-CNT-CARRIED    PIC 9(07) COMP VALUE ZERO.              00516000
           05 WS-CNT-TRANSFER   PIC 9(07) COMP VALUE ZERO.              00518000
                                                                        00520000
       PROCEDURE DIVISION.                                              00530000
                                                                        00540000
            DISPLAY 'STUDENTS PROCESSED       : ' WS-CNT-STUDENTS.      00780000
            DISPLAY 'DEANS LIST STUDENTS      : ' WS-CNT-DEANS.         00790000
            DISPLAY 'PROBATION STUDENTS       : ' WS-CNT-PROBATION.     00800000
            DISPLAY 'TRANSFER GRADES          : ' WS-CNT-TRANSFER.      00801000
            IF WS-MODE-INCR                                             00802000
               DISPLAY 'TOUCHED STUDENTS         : ' WS-CNT-TOUCHED     00804000
               DISPLAY 'STUDENTS RECOMPUTED      : '                    00805000
            ADD 1 TO WS-CNT-GRADES.                                     01162400
            ADD 1 TO WS-ALL-COURSES.                                    01162800
            PERFORM L300-GRADE-POINTS-PARA.                             01163200
            IF GR-TRANSFER                                              01163300
               PERFORM L365-TRANSFER-CREDITS-PARA                       01163400
            END-IF.                                                     01163500
            IF WS-GRADE-COUNTS                                          01163600
               PERFORM L350-COURSE-CREDITS-PARA                         01164000
               PERFORM L360-TERM-SEQ-PARA                               01164400
               MOVE WS-GRADE-SEQ TO WS-LAST-SEQ                         01469950
            END-IF.                                                     01469960
                                                                        01469980
       L365-TRANSFER-CREDITS-PARA.                                      01469981
                                                                        01469982
            ADD 1 TO WS-CNT-TRANSFER.                                   01469983
            IF GR-XFER-CREDITS IS NUMERIC AND GR-XFER-CREDITS > ZERO    01469984
               MOVE GR-XFER-CREDITS TO WS-CREDITS                       01469985
            ELSE                                                        01469986
               PERFORM L350-COURSE-CREDITS-PARA                         01469987
            END-IF.                                                     01469988
            ADD WS-CREDITS TO WS-XFER-CREDITS.                          01469989
                                                                        01469990
       L400-STUDENT-BREAK-PARA.                                         01470000
                                                                        01480000
            PERFORM L390-FLUSH-ATTEMPT-PARA.                            01485000
            MOVE WS-CUM-GPA      TO ST-CUM-GPA.                         01660000
            MOVE WS-ALL-COURSES  TO ST-COURSE-CNT.                      01670000
            MOVE WS-EXCL-CNT     TO ST-EXCL-CNT.                        01672000
            COMPUTE ST-CUM-CREDITS = WS-CUM-CREDITS + WS-XFER-CREDITS.  01674600
            MOVE WS-XFER-CREDITS TO ST-XFER-CREDITS.                    01677200
            EVALUATE TRUE                                               01680000
            WHEN WS-CUM-CREDITS = ZERO                                  01690000
                 MOVE 'GS' TO ST-STANDING                               01700000
            MOVE ZERO TO WS-CUM-CREDITS.                                01830000
            MOVE ZERO TO WS-TERM-POINTS.                                01840000
            MOVE ZERO TO WS-TERM-CREDITS.                               01850000
            MOVE ZERO TO WS-XFER-CREDITS.                               01855000
            MOVE ZERO TO WS-ALL-COURSES.                                01860000
            MOVE ZERO TO WS-EXCL-CNT.                                   01862000
                                                                        01870000
            MOVE ZERO TO WS-CUM-CREDITS.                                02780000
            MOVE ZERO TO WS-TERM-POINTS.                                02790000
            MOVE ZERO TO WS-TERM-CREDITS.                               02800000
            MOVE ZERO TO WS-XFER-CREDITS.                               02805000
            MOVE ZERO TO WS-ALL-COURSES.                                02810000
            MOVE WS-RECOMP-ID TO GR-STUD-ID.                            02820000
            MOVE LOW-VALUES   TO GR-COURSE.                             02830000
