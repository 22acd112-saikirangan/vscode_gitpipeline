                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS DYNAMIC                                  00080000
                RECORD KEY IS RG-KEY                                    00090000
                ALTERNATE RECORD KEY IS RG-CRS-TERM-KEY                 00093300
                   WITH DUPLICATES                                      00096600
                FILE STATUS IS WS-REGMST-STATUS.                        00100000
                SELECT CRSCAT ASSIGN TO CRSCAT                          00110000
                ORGANIZATION IS INDEXED                                 00120000
                ACCESS MODE IS DYNAMIC                                  00130000
                RECORD KEY IS CC-COURSE                                 00140000
                FILE STATUS IS WS-CRSCAT-STATUS.                        00150000
                SELECT GSHEET ASSIGN TO GSHEET                          00160000
       01 WS-EOF             PIC A     VALUE SPACE.                     00410000
       01 WS-REGMST-STATUS   PIC X(02) VALUE SPACES.                    00420000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00430000
       01 WS-REG-EOF         PIC X(01) VALUE 'N'.                       00433300
           88 WS-REG-AT-END         VALUE 'Y'.                          00436600
       01 WS-PARM-CARD.                                                 00440000
          05 WS-PARM-TERM    PIC X(05).                                 00450000
          05 FILLER          PIC X(75).                                 00460000
            OPEN OUTPUT GSHEET.                                         01270000
            OPEN OUTPUT GSKTRN.                                         01280000
                                                                        01290000
            MOVE LOW-VALUES TO CC-COURSE.                               01300000
            START CRSCAT KEY IS NOT LESS THAN CC-COURSE                 01310000
              INVALID KEY MOVE 'Y' TO WS-EOF                            01320000
            END-START.                                                  01330000
            PERFORM S050-NEXT-COURSE-PARA UNTIL WS-EOF = 'Y'.           01335000
                                                                        01350000
            PERFORM S300-COURSE-SHEET-PARA                              01360000
               VARYING WS-CRS-IDX FROM 1 BY 1                           01370000
                                                                        01580000
            GOBACK.                                                     01590000
                                                                        01600000
       S050-NEXT-COURSE-PARA.                                           01600400
                                                                        01600800
            READ CRSCAT NEXT                                            01601200
              AT END MOVE 'Y' TO WS-EOF                                 01601600
              NOT AT END                                                01602000
                 PERFORM S060-COURSE-ROSTER-PARA                        01602400
            END-READ.                                                   01602800
            IF WS-EOF NOT = 'Y'                                         01603200
               AND WS-CRSCAT-STATUS NOT = '00'                          01603600
               DISPLAY 'CRSCAT READ FAILED - STATUS: '                  01604000
                       WS-CRSCAT-STATUS                                 01604400
               MOVE 'Y' TO WS-EOF                                       01604800
            END-IF.                                                     01605200
                                                                        01605600
       S060-COURSE-ROSTER-PARA.                                         01606000
                                                                        01606400
            MOVE 'N' TO WS-REG-EOF.                                     01606800
            MOVE CC-COURSE    TO RG-ALT-COURSE.                         01607200
            MOVE WS-PARM-TERM TO RG-ALT-TERM.                           01607600
            START REGMST KEY IS EQUAL TO RG-CRS-TERM-KEY                01608000
              INVALID KEY MOVE 'Y' TO WS-REG-EOF                        01608400
            END-START.                                                  01608800
            PERFORM S100-LOAD-ENROLLMENT-PARA UNTIL WS-REG-AT-END.      01609200
                                                                        01609600
       S100-LOAD-ENROLLMENT-PARA.                                       01610000
                                                                        01620000
            READ REGMST NEXT                                            01630000
              AT END MOVE 'Y' TO WS-REG-EOF                             01640000
              NOT AT END                                                01650000
                 IF RG-COURSE NOT = CC-COURSE                           01655000
                    OR RG-TERM NOT = WS-PARM-TERM                       01660000
                    MOVE 'Y' TO WS-REG-EOF                              01665000
                 ELSE                                                   01670000
                    ADD 1 TO WS-CNT-READ                                01675000
                    ADD 1 TO WS-CNT-TERM                                01680000
                    PERFORM S200-STORE-ENTRY-PARA                       01690000
                 END-IF                                                 01700000
            END-READ.                                                   01710000
            IF NOT WS-REG-AT-END                                        01720000
               AND WS-REGMST-STATUS NOT = '00'                          01730000
               AND WS-REGMST-STATUS NOT = '02'                          01735000
               DISPLAY 'REGMST READ FAILED - STATUS: '                  01740000
                       WS-REGMST-STATUS                                 01750000
               MOVE 'Y' TO WS-REG-EOF                                   01760000
            END-IF.                                                     01770000
                                                                        01780000
       S200-STORE-ENTRY-PARA.                                           01790000
