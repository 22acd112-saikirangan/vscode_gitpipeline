       FILE-CONTROL.                                                    00050000
                SELECT GRADES ASSIGN TO GRDFILE                         00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS DYNAMIC                                  00080000
                RECORD KEY IS GR-KEY                                    00090000
                ALTERNATE RECORD KEY IS GR-CRS-TERM-KEY                 00093300
                   WITH DUPLICATES                                      00096600
                FILE STATUS IS WS-GRADES-STATUS.                        00100000
                SELECT CRSCAT ASSIGN TO CRSCAT                          00110000
                ORGANIZATION IS INDEXED                                 00120000
                ACCESS MODE IS DYNAMIC                                  00130000
                RECORD KEY IS CC-COURSE                                 00140000
                FILE STATUS IS WS-CRSCAT-STATUS.                        00150000
                SELECT GRDDRPT ASSIGN TO GRDDRPT                        00160000
       01 WS-EOF             PIC A     VALUE SPACE.                     00300000
       01 WS-GRADES-STATUS   PIC X(02) VALUE SPACES.                    00310000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00320000
       01 WS-GRD-EOF         PIC X(01) VALUE 'N'.                       00323300
           88 WS-GRD-AT-END         VALUE 'Y'.                          00326600
       01 WS-PARM-CARD.                                                 00330000
          05 WS-PARM-TERM    PIC X(05).                                 00340000
          05 FILLER          PIC X(75).                                 00350000
            END-IF.                                                     01590000
            OPEN OUTPUT GRDDRPT.                                        01600000
                                                                        01610000
            MOVE LOW-VALUES TO CC-COURSE.                               01613300
            START CRSCAT KEY IS NOT LESS THAN CC-COURSE                 01616600
              INVALID KEY MOVE 'Y' TO WS-EOF                            01619900
            END-START.                                                  01623200
            PERFORM Z050-NEXT-COURSE-PARA UNTIL WS-EOF = 'Y'.           01626500
                                                                        01630000
            PERFORM Z500-PRINT-REPORT-PARA.                             01640000
                                                                        01650000
                                                                        01790000
            GOBACK.                                                     01800000
                                                                        01810000
       Z050-NEXT-COURSE-PARA.                                           01810400
                                                                        01810800
            READ CRSCAT NEXT                                            01811200
              AT END MOVE 'Y' TO WS-EOF                                 01811600
              NOT AT END                                                01812000
                 PERFORM Z060-COURSE-GRADES-PARA                        01812400
            END-READ.                                                   01812800
            IF WS-EOF NOT = 'Y'                                         01813200
               AND WS-CRSCAT-STATUS NOT = '00'                          01813600
               DISPLAY 'CRSCAT READ FAILED - STATUS: '                  01814000
                       WS-CRSCAT-STATUS                                 01814400
               MOVE 'Y' TO WS-EOF                                       01814800
            END-IF.                                                     01815200
                                                                        01815600
       Z060-COURSE-GRADES-PARA.                                         01816000
                                                                        01816400
            MOVE 'N' TO WS-GRD-EOF.                                     01816800
            MOVE CC-COURSE    TO GR-COURSE.                             01817200
            MOVE WS-PARM-TERM TO GR-TERM.                               01817600
            START GRADES KEY IS EQUAL TO GR-CRS-TERM-KEY                01818000
              INVALID KEY MOVE 'Y' TO WS-GRD-EOF                        01818400
            END-START.                                                  01818800
            PERFORM Z100-READ-GRADE-PARA UNTIL WS-GRD-AT-END.           01819200
                                                                        01819600
       Z100-READ-GRADE-PARA.                                            01820000
                                                                        01830000
            READ GRADES NEXT                                            01840000
              AT END MOVE 'Y' TO WS-GRD-EOF                             01850000
              NOT AT END                                                01860000
                 IF GR-COURSE NOT = CC-COURSE                           01865000
                    OR GR-TERM NOT = WS-PARM-TERM                       01870000
                    MOVE 'Y' TO WS-GRD-EOF                              01875000
                 ELSE                                                   01880000
                    ADD 1 TO WS-CNT-READ                                01885000
                    IF NOT GR-TRANSFER                                  01890000
                       ADD 1 TO WS-CNT-TERM                             01895000
                       PERFORM Z200-TALLY-GRADE-PARA                    01900000
                    END-IF                                              01905000
                 END-IF                                                 01910000
            END-READ.                                                   01920000
            IF NOT WS-GRD-AT-END                                        01930000
               AND WS-GRADES-STATUS NOT = '00'                          01940000
               AND WS-GRADES-STATUS NOT = '02'                          01945000
               DISPLAY 'GRDFILE READ FAILED - STATUS: '                 01950000
                       WS-GRADES-STATUS                                 01960000
               MOVE 'Y' TO WS-GRD-EOF                                   01970000
            END-IF.                                                     01980000
                                                                        01990000
       Z200-TALLY-GRADE-PARA.                                           02000000
