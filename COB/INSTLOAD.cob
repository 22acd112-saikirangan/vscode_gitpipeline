       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. INSTLOAD.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT SECTMST ASSIGN TO SECTMST                        00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS DYNAMIC                                  00080000
                RECORD KEY IS SM-KEY                                    00090000
                FILE STATUS IS WS-SECTMST-STATUS.                       00100000
                SELECT INSTMST ASSIGN TO INSTMST                        00110000
                ORGANIZATION IS INDEXED                                 00120000
                ACCESS MODE IS DYNAMIC                                  00130000
                RECORD KEY IS IN-INSTR-ID                               00140000
                FILE STATUS IS WS-INSTMST-STATUS.                       00150000
                SELECT REGMST ASSIGN TO REGMST                          00160000
                ORGANIZATION IS INDEXED                                 00170000
                ACCESS MODE IS DYNAMIC                                  00180000
                RECORD KEY IS RG-KEY                                    00190000
                FILE STATUS IS WS-REGMST-STATUS.                        00200000
                SELECT CRSCAT ASSIGN TO CRSCAT                          00210000
                ORGANIZATION IS INDEXED                                 00220000
                ACCESS MODE IS RANDOM                                   00230000
                RECORD KEY IS CC-COURSE                                 00240000
                FILE STATUS IS WS-CRSCAT-STATUS.                        00250000
                SELECT LOADRPT ASSIGN TO LOADRPT                        00260000
                ORGANIZATION IS SEQUENTIAL.                             00270000
       DATA DIVISION.                                                   00280000
       FILE SECTION.                                                    00290000
       FD SECTMST                                                       00300000
            RECORDING MODE IS F.                                        00310000
           COPY SECTMST.                                                00320000
       FD INSTMST                                                       00330000
            RECORDING MODE IS F.                                        00340000
           COPY INSTMST.                                                00350000
       FD REGMST                                                        00360000
            RECORDING MODE IS F.                                        00370000
           COPY REGREC.                                                 00380000
       FD CRSCAT                                                        00390000
            RECORDING MODE IS F.                                        00400000
           COPY CRSCAT.                                                 00410000
       FD LOADRPT                                                       00420000
            RECORDING MODE IS F.                                        00430000
       01 LOADRPT-REC PIC X(132).                                       00440000
       WORKING-STORAGE SECTION.                                         00450000
       01 WS-EOF             PIC A     VALUE SPACE.                     00460000
       01 WS-SECTMST-STATUS  PIC X(02) VALUE SPACES.                    00470000
       01 WS-INSTMST-STATUS  PIC X(02) VALUE SPACES.                    00480000
       01 WS-REGMST-STATUS   PIC X(02) VALUE SPACES.                    00490000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00500000
       01 WS-PARM-CARD.                                                 00510000
          05 WS-PARM-TERM    PIC X(05).                                 00520000
          05 FILLER          PIC X(75).                                 00530000
       77 WS-SEC-MAX         PIC 9(04) COMP VALUE 1000.                 00540000
       01 WS-SEC-COUNT       PIC 9(04) COMP VALUE ZERO.                 00550000
       01 WS-SEC-IDX         PIC 9(04) COMP VALUE ZERO.                 00560000
       01 WS-FIND-IDX        PIC 9(04) COMP VALUE ZERO.                 00570000
       01 WS-FOUND-FLAG      PIC X(01) VALUE 'N'.                       00580000
           88 WS-SEC-FOUND          VALUE 'Y'.                          00590000
       01 WS-SEC-TABLE.                                                 00600000
          05 WS-SC-ENTRY OCCURS 1000 TIMES.                             00610000
             10 WS-SC-COURSE    PIC X(10).                              00620000
             10 WS-SC-SECTION   PIC X(03).                              00630000
             10 WS-SC-INSTR-ID  PIC X(06).                              00640000
             10 WS-SC-DAYS      PIC X(07).                              00650000
             10 WS-SC-START     PIC 9(04).                              00660000
             10 WS-SC-END       PIC 9(04).                              00670000
             10 WS-SC-ROOM      PIC X(08).                              00680000
             10 WS-SC-CAPACITY  PIC 9(04).                              00690000
             10 WS-SC-CREDITS   PIC 9(02).                              00700000
             10 WS-SC-ENROLLED  PIC 9(04) COMP.                         00710000
             10 WS-SC-PRINTED   PIC X(01).                              00720000
       01 WS-INS-SECTIONS    PIC 9(03) COMP VALUE ZERO.                 00730000
       01 WS-INS-CREDITS     PIC 9(03) COMP VALUE ZERO.                 00740000
       01 WS-INS-STUDENTS    PIC 9(05) COMP VALUE ZERO.                 00750000
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   00760000
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   00770000
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 00780000
                                                                        00790000
       01 WS-CONTROL-TOTALS.                                            00800000
           05 WS-CNT-SECTIONS   PIC 9(07) COMP VALUE ZERO.              00810000
           05 WS-CNT-REGS       PIC 9(07) COMP VALUE ZERO.              00820000
           05 WS-CNT-INSTR      PIC 9(07) COMP VALUE ZERO.              00830000
           05 WS-CNT-TEACHING   PIC 9(07) COMP VALUE ZERO.              00840000
           05 WS-CNT-OVERLOAD   PIC 9(07) COMP VALUE ZERO.              00850000
           05 WS-CNT-UNSTAFFED  PIC 9(07) COMP VALUE ZERO.              00860000
           05 WS-CNT-SEC-DROP   PIC 9(07) COMP VALUE ZERO.              00870000
           05 WS-CNT-NO-SECTION PIC 9(07) COMP VALUE ZERO.              00880000
                                                                        00890000
       01 WS-HDR1.                                                      00900000
          05 FILLER      PIC X(40) VALUE                                00910000
             'INSTRUCTOR TEACHING LOAD REPORT'.                         00920000
          05 FILLER      PIC X(06) VALUE 'TERM: '.                      00930000
          05 HDR-TERM    PIC X(05).                                     00940000
          05 FILLER      PIC X(10) VALUE SPACES.                        00950000
          05 FILLER      PIC X(05) VALUE 'PAGE '.                       00960000
          05 HDR-PAGE    PIC ZZZZ9.                                     00970000
          05 FILLER      PIC X(61) VALUE SPACES.                        00980000
                                                                        00990000
       01 WS-HDR2.                                                      01000000
          05 FILLER      PIC X(04) VALUE SPACES.                        01010000
          05 FILLER      PIC X(12) VALUE 'COURSE'.                      01020000
          05 FILLER      PIC X(06) VALUE 'SECT'.                        01030000
          05 FILLER      PIC X(09) VALUE 'DAYS'.                        01040000
          05 FILLER      PIC X(12) VALUE 'TIME'.                        01050000
          05 FILLER      PIC X(10) VALUE 'ROOM'.                        01060000
          05 FILLER      PIC X(06) VALUE ' CAP'.                        01070000
          05 FILLER      PIC X(06) VALUE ' ENRL'.                       01080000
          05 FILLER      PIC X(04) VALUE ' CR'.                         01090000
          05 FILLER      PIC X(63) VALUE SPACES.                        01100000
                                                                        01110000
       01 WS-INSTR-LINE.                                                01120000
          05 FILLER          PIC X(12) VALUE 'INSTRUCTOR: '.            01130000
          05 INS-ID          PIC X(06).                                 01140000
          05 FILLER          PIC X(02) VALUE SPACES.                    01150000
          05 INS-NAME        PIC X(30).                                 01160000
          05 FILLER          PIC X(07) VALUE ' DEPT: '.                 01170000
          05 INS-DEPT        PIC X(10).                                 01180000
          05 FILLER          PIC X(12) VALUE ' MAX LOAD: '.             01190000
          05 INS-MAX-LOAD    PIC Z9.                                    01200000
          05 FILLER          PIC X(51) VALUE SPACES.                    01210000
                                                                        01220000
       01 WS-DETAIL-LINE.                                               01230000
          05 FILLER          PIC X(04) VALUE SPACES.                    01240000
          05 DET-COURSE      PIC X(10).                                 01250000
          05 FILLER          PIC X(02) VALUE SPACES.                    01260000
          05 DET-SECTION     PIC X(03).                                 01270000
          05 FILLER          PIC X(03) VALUE SPACES.                    01280000
          05 DET-DAYS        PIC X(07).                                 01290000
          05 FILLER          PIC X(02) VALUE SPACES.                    01300000
          05 DET-START       PIC 9(04).                                 01310000
          05 FILLER          PIC X(01) VALUE '-'.                       01320000
          05 DET-END         PIC 9(04).                                 01330000
          05 FILLER          PIC X(03) VALUE SPACES.                    01340000
          05 DET-ROOM        PIC X(08).                                 01350000
          05 FILLER          PIC X(02) VALUE SPACES.                    01360000
          05 DET-CAPACITY    PIC ZZZ9.                                  01370000
          05 FILLER          PIC X(02) VALUE SPACES.                    01380000
          05 DET-ENROLLED    PIC ZZZ9.                                  01390000
          05 FILLER          PIC X(02) VALUE SPACES.                    01400000
          05 DET-CREDITS     PIC Z9.                                    01410000
          05 FILLER          PIC X(65) VALUE SPACES.                    01420000
                                                                        01430000
       01 WS-INSTR-TOTAL.                                               01440000
          05 FILLER          PIC X(04) VALUE SPACES.                    01450000
          05 FILLER          PIC X(10) VALUE 'SECTIONS: '.              01460000
          05 TOT-SECTIONS    PIC ZZ9.                                   01470000
          05 FILLER          PIC X(16) VALUE '  CREDIT HOURS: '.        01480000
          05 TOT-CREDITS     PIC ZZ9.                                   01490000
          05 FILLER          PIC X(12) VALUE '  STUDENTS: '.            01500000
          05 TOT-STUDENTS    PIC ZZZZ9.                                 01510000
          05 FILLER          PIC X(02) VALUE SPACES.                    01520000
          05 TOT-FLAG        PIC X(30).                                 01530000
          05 FILLER          PIC X(47) VALUE SPACES.                    01540000
                                                                        01550000
       PROCEDURE DIVISION.                                              01560000
                                                                        01570000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             01580000
            MOVE WS-PARM-TERM TO HDR-TERM.                              01590000
                                                                        01600000
            OPEN INPUT SECTMST.                                         01610000
            IF WS-SECTMST-STATUS NOT = '00'                             01620000
               DISPLAY 'SECTMST OPEN FAILED - STATUS: '                 01630000
                       WS-SECTMST-STATUS                                01640000
               MOVE +16 TO RETURN-CODE                                  01650000
               GOBACK                                                   01660000
            END-IF.                                                     01670000
            OPEN INPUT INSTMST.                                         01680000
            IF WS-INSTMST-STATUS NOT = '00'                             01690000
               DISPLAY 'INSTMST OPEN FAILED - STATUS: '                 01700000
                       WS-INSTMST-STATUS                                01710000
               MOVE +16 TO RETURN-CODE                                  01720000
               GOBACK                                                   01730000
            END-IF.                                                     01740000
            OPEN INPUT REGMST.                                          01750000
            IF WS-REGMST-STATUS NOT = '00'                              01760000
               DISPLAY 'REGMST OPEN FAILED - STATUS: '                  01770000
                       WS-REGMST-STATUS                                 01780000
               MOVE +16 TO RETURN-CODE                                  01790000
               GOBACK                                                   01800000
            END-IF.                                                     01810000
            OPEN INPUT CRSCAT.                                          01820000
            IF WS-CRSCAT-STATUS NOT = '00'                              01830000
               DISPLAY 'CRSCAT OPEN FAILED - STATUS: '                  01840000
                       WS-CRSCAT-STATUS                                 01850000
               MOVE +16 TO RETURN-CODE                                  01860000
               GOBACK                                                   01870000
            END-IF.                                                     01880000
            OPEN OUTPUT LOADRPT.                                        01890000
                                                                        01900000
            MOVE LOW-VALUES TO SM-KEY.                                  01910000
            START SECTMST KEY IS NOT LESS THAN SM-KEY                   01920000
              INVALID KEY MOVE 'Y' TO WS-EOF                            01930000
            END-START.                                                  01940000
            PERFORM I100-LOAD-SECTION-PARA UNTIL WS-EOF = 'Y'.          01950000
                                                                        01960000
            MOVE SPACE TO WS-EOF.                                       01970000
            MOVE LOW-VALUES TO RG-KEY.                                  01980000
            START REGMST KEY IS NOT LESS THAN RG-KEY                    01990000
              INVALID KEY MOVE 'Y' TO WS-EOF                            02000000
            END-START.                                                  02010000
            PERFORM I200-COUNT-ENROLLED-PARA UNTIL WS-EOF = 'Y'.        02020000
                                                                        02030000
            MOVE SPACE TO WS-EOF.                                       02040000
            MOVE LOW-VALUES TO IN-INSTR-ID.                             02050000
            START INSTMST KEY IS NOT LESS THAN IN-INSTR-ID              02060000
              INVALID KEY MOVE 'Y' TO WS-EOF                            02070000
            END-START.                                                  02080000
            PERFORM I300-INSTRUCTOR-PARA UNTIL WS-EOF = 'Y'.            02090000
                                                                        02100000
            PERFORM I500-UNSTAFFED-PARA.                                02110000
                                                                        02120000
            CLOSE SECTMST.                                              02130000
            CLOSE INSTMST.                                              02140000
            CLOSE REGMST.                                               02150000
            CLOSE CRSCAT.                                               02160000
            CLOSE LOADRPT.                                              02170000
                                                                        02180000
            DISPLAY '===== INSTLOAD CONTROL TOTALS ====='.              02190000
            DISPLAY 'TERM REPORTED            : ' WS-PARM-TERM.         02200000
            DISPLAY 'SECTIONS FOR TERM        : ' WS-CNT-SECTIONS.      02210000
            DISPLAY 'REGISTRATIONS FOR TERM   : ' WS-CNT-REGS.          02220000
            DISPLAY 'INSTRUCTORS ON MASTER    : ' WS-CNT-INSTR.         02230000
            DISPLAY 'INSTRUCTORS TEACHING     : ' WS-CNT-TEACHING.      02240000
            DISPLAY 'INSTRUCTORS OVER LOAD    : ' WS-CNT-OVERLOAD.      02250000
            DISPLAY 'SECTIONS UNSTAFFED       : ' WS-CNT-UNSTAFFED.     02260000
            DISPLAY 'REGS WITH NO SECTION     : ' WS-CNT-NO-SECTION.    02270000
            DISPLAY 'SECTIONS DROPPED (TABLE) : ' WS-CNT-SEC-DROP.      02280000
            DISPLAY '==================================='.              02290000
                                                                        02300000
            IF WS-CNT-SEC-DROP > ZERO                                   02310000
               MOVE +8 TO RETURN-CODE                                   02320000
            ELSE                                                        02330000
               IF WS-CNT-OVERLOAD > ZERO OR WS-CNT-UNSTAFFED > ZERO     02340000
                  MOVE +4 TO RETURN-CODE                                02350000
               ELSE                                                     02360000
                  MOVE ZERO TO RETURN-CODE                              02370000
               END-IF                                                   02380000
            END-IF.                                                     02390000
                                                                        02400000
            GOBACK.                                                     02410000
                                                                        02420000
       I100-LOAD-SECTION-PARA.                                          02430000
                                                                        02440000
            READ SECTMST NEXT                                           02450000
              AT END MOVE 'Y' TO WS-EOF                                 02460000
              NOT AT END                                                02470000
                 IF SM-TERM = WS-PARM-TERM                              02480000
                    AND NOT SM-SECTION-CANCELLED                        02490000
                    ADD 1 TO WS-CNT-SECTIONS                            02500000
                    PERFORM I110-STORE-SECTION-PARA                     02510000
                 END-IF                                                 02520000
            END-READ.                                                   02530000
                                                                        02540000
       I110-STORE-SECTION-PARA.                                         02550000
                                                                        02560000
            IF WS-SEC-COUNT < WS-SEC-MAX                                02570000
               ADD 1 TO WS-SEC-COUNT                                    02580000
               MOVE SM-COURSE     TO WS-SC-COURSE(WS-SEC-COUNT)         02590000
               MOVE SM-SECTION    TO WS-SC-SECTION(WS-SEC-COUNT)        02600000
               MOVE SM-INSTR-ID   TO WS-SC-INSTR-ID(WS-SEC-COUNT)       02610000
               MOVE SM-DAYS       TO WS-SC-DAYS(WS-SEC-COUNT)           02620000
               MOVE SM-START-TIME TO WS-SC-START(WS-SEC-COUNT)          02630000
               MOVE SM-END-TIME   TO WS-SC-END(WS-SEC-COUNT)            02640000
               MOVE SM-ROOM       TO WS-SC-ROOM(WS-SEC-COUNT)           02650000
               MOVE SM-CAPACITY   TO WS-SC-CAPACITY(WS-SEC-COUNT)       02660000
               MOVE ZERO          TO WS-SC-ENROLLED(WS-SEC-COUNT)       02670000
               MOVE 'N'           TO WS-SC-PRINTED(WS-SEC-COUNT)        02680000
               MOVE SM-COURSE TO CC-COURSE                              02690000
               READ CRSCAT                                              02700000
                 INVALID KEY                                            02710000
                    MOVE ZERO TO WS-SC-CREDITS(WS-SEC-COUNT)            02720000
                 NOT INVALID KEY                                        02730000
                    MOVE CC-CREDITS TO WS-SC-CREDITS(WS-SEC-COUNT)      02740000
               END-READ                                                 02750000
            ELSE                                                        02760000
               DISPLAY 'WARNING - SECTION TABLE FULL, DROPPED: '        02770000
                       SM-COURSE ' ' SM-SECTION                         02780000
               ADD 1 TO WS-CNT-SEC-DROP                                 02790000
            END-IF.                                                     02800000
                                                                        02810000
       I200-COUNT-ENROLLED-PARA.                                        02820000
                                                                        02830000
            READ REGMST NEXT                                            02840000
              AT END MOVE 'Y' TO WS-EOF                                 02850000
              NOT AT END                                                02860000
                 IF RG-TERM = WS-PARM-TERM                              02870000
                    AND NOT RG-STATUS-WITHDRAWN                         02875000
                    ADD 1 TO WS-CNT-REGS                                02880000
                    PERFORM I210-FIND-SECTION-PARA                      02890000
                    IF WS-SEC-FOUND                                     02900000
                       ADD 1 TO WS-SC-ENROLLED(WS-FIND-IDX)             02910000
                    ELSE                                                02920000
                       ADD 1 TO WS-CNT-NO-SECTION                       02930000
                    END-IF                                              02940000
                 END-IF                                                 02950000
            END-READ.                                                   02960000
                                                                        02970000
       I210-FIND-SECTION-PARA.                                          02980000
                                                                        02990000
            MOVE 'N' TO WS-FOUND-FLAG.                                  03000000
            PERFORM I220-MATCH-SECTION-PARA                             03010000
               VARYING WS-FIND-IDX FROM 1 BY 1                          03020000
               UNTIL WS-FIND-IDX > WS-SEC-COUNT                         03030000
                  OR WS-SEC-FOUND.                                      03040000
            IF WS-SEC-FOUND                                             03050000
               SUBTRACT 1 FROM WS-FIND-IDX                              03060000
            END-IF.                                                     03070000
                                                                        03080000
       I220-MATCH-SECTION-PARA.                                         03090000
                                                                        03100000
            IF WS-SC-COURSE(WS-FIND-IDX) = RG-COURSE                    03110000
               AND WS-SC-SECTION(WS-FIND-IDX) = RG-SECTION              03120000
               MOVE 'Y' TO WS-FOUND-FLAG                                03130000
            END-IF.                                                     03140000
                                                                        03150000
       I300-INSTRUCTOR-PARA.                                            03160000
                                                                        03170000
            READ INSTMST NEXT                                           03180000
              AT END MOVE 'Y' TO WS-EOF                                 03190000
              NOT AT END                                                03200000
                 ADD 1 TO WS-CNT-INSTR                                  03210000
                 MOVE ZERO TO WS-INS-SECTIONS                           03220000
                 MOVE ZERO TO WS-INS-CREDITS                            03230000
                 MOVE ZERO TO WS-INS-STUDENTS                           03240000
                 PERFORM I310-COUNT-LOAD-PARA                           03250000
                    VARYING WS-SEC-IDX FROM 1 BY 1                      03260000
                    UNTIL WS-SEC-IDX > WS-SEC-COUNT                     03270000
                 IF WS-INS-SECTIONS > ZERO                              03280000
                    ADD 1 TO WS-CNT-TEACHING                            03290000
                    PERFORM I400-PRINT-INSTRUCTOR-PARA                  03300000
                 END-IF                                                 03310000
            END-READ.                                                   03320000
                                                                        03330000
       I310-COUNT-LOAD-PARA.                                            03340000
                                                                        03350000
            IF WS-SC-INSTR-ID(WS-SEC-IDX) = IN-INSTR-ID                 03360000
               ADD 1 TO WS-INS-SECTIONS                                 03370000
            END-IF.                                                     03380000
                                                                        03390000
       I400-PRINT-INSTRUCTOR-PARA.                                      03400000
                                                                        03410000
            IF WS-LINE-CNT + WS-INS-SECTIONS + 4 > WS-LINES-PER-PAGE    03420000
               PERFORM I600-PAGE-HEADER-PARA                            03430000
            END-IF.                                                     03440000
            MOVE IN-INSTR-ID  TO INS-ID.                                03450000
            MOVE IN-NAME      TO INS-NAME.                              03460000
            MOVE IN-DEPT      TO INS-DEPT.                              03470000
            MOVE IN-MAX-LOAD  TO INS-MAX-LOAD.                          03480000
            WRITE LOADRPT-REC FROM WS-INSTR-LINE                        03490000
               AFTER ADVANCING 2 LINES.                                 03500000
            ADD 2 TO WS-LINE-CNT.                                       03510000
            MOVE ZERO TO WS-INS-SECTIONS.                               03520000
            PERFORM I410-PRINT-SECTION-PARA                             03530000
               VARYING WS-SEC-IDX FROM 1 BY 1                           03540000
               UNTIL WS-SEC-IDX > WS-SEC-COUNT.                         03550000
            MOVE WS-INS-SECTIONS TO TOT-SECTIONS.                       03560000
            MOVE WS-INS-CREDITS  TO TOT-CREDITS.                        03570000
            MOVE WS-INS-STUDENTS TO TOT-STUDENTS.                       03580000
            MOVE SPACES TO TOT-FLAG.                                    03590000
            IF IN-MAX-LOAD IS NUMERIC AND IN-MAX-LOAD > ZERO            03600000
               AND WS-INS-CREDITS > IN-MAX-LOAD                         03610000
               MOVE '*** OVER MAXIMUM LOAD ***' TO TOT-FLAG             03620000
               ADD 1 TO WS-CNT-OVERLOAD                                 03630000
            END-IF.                                                     03640000
            IF IN-INACTIVE                                              03650000
               MOVE '*** INACTIVE INSTRUCTOR ***' TO TOT-FLAG           03660000
            END-IF.                                                     03670000
            WRITE LOADRPT-REC FROM WS-INSTR-TOTAL                       03680000
               AFTER ADVANCING 1 LINE.                                  03690000
            ADD 1 TO WS-LINE-CNT.                                       03700000
                                                                        03710000
       I410-PRINT-SECTION-PARA.                                         03720000
                                                                        03730000
            IF WS-SC-INSTR-ID(WS-SEC-IDX) = IN-INSTR-ID                 03740000
               PERFORM I420-SECTION-LINE-PARA                           03750000
               ADD 1 TO WS-INS-SECTIONS                                 03760000
               ADD WS-SC-CREDITS(WS-SEC-IDX)  TO WS-INS-CREDITS         03770000
               ADD WS-SC-ENROLLED(WS-SEC-IDX) TO WS-INS-STUDENTS        03780000
            END-IF.                                                     03790000
                                                                        03800000
       I420-SECTION-LINE-PARA.                                          03810000
                                                                        03820000
            MOVE WS-SC-COURSE(WS-SEC-IDX)   TO DET-COURSE.              03830000
            MOVE WS-SC-SECTION(WS-SEC-IDX)  TO DET-SECTION.             03840000
            MOVE WS-SC-DAYS(WS-SEC-IDX)     TO DET-DAYS.                03850000
            MOVE WS-SC-START(WS-SEC-IDX)    TO DET-START.               03860000
            MOVE WS-SC-END(WS-SEC-IDX)      TO DET-END.                 03870000
            MOVE WS-SC-ROOM(WS-SEC-IDX)     TO DET-ROOM.                03880000
            MOVE WS-SC-CAPACITY(WS-SEC-IDX) TO DET-CAPACITY.            03890000
            MOVE WS-SC-ENROLLED(WS-SEC-IDX) TO DET-ENROLLED.            03900000
            MOVE WS-SC-CREDITS(WS-SEC-IDX)  TO DET-CREDITS.             03910000
            MOVE 'Y' TO WS-SC-PRINTED(WS-SEC-IDX).                      03920000
            WRITE LOADRPT-REC FROM WS-DETAIL-LINE                       03930000
               AFTER ADVANCING 1 LINE.                                  03940000
            ADD 1 TO WS-LINE-CNT.                                       03950000
                                                                        03960000
       I500-UNSTAFFED-PARA.                                             03970000
                                                                        03980000
            MOVE ZERO TO WS-INS-SECTIONS.                               03990000
            PERFORM I510-CHECK-UNSTAFFED-PARA                           04000000
               VARYING WS-SEC-IDX FROM 1 BY 1                           04010000
               UNTIL WS-SEC-IDX > WS-SEC-COUNT.                         04020000
            IF WS-INS-SECTIONS > ZERO                                   04030000
               MOVE WS-INS-SECTIONS TO WS-CNT-UNSTAFFED                 04040000
               IF WS-LINE-CNT + 4 > WS-LINES-PER-PAGE                   04050000
                  PERFORM I600-PAGE-HEADER-PARA                         04060000
               END-IF                                                   04070000
               MOVE SPACES TO INS-ID                                    04080000
               MOVE 'UNSTAFFED / NOT ON INSTMST' TO INS-NAME            04090000
               MOVE SPACES TO INS-DEPT                                  04100000
               MOVE ZERO TO INS-MAX-LOAD                                04110000
               WRITE LOADRPT-REC FROM WS-INSTR-LINE                     04120000
                  AFTER ADVANCING 2 LINES                               04130000
               ADD 2 TO WS-LINE-CNT                                     04140000
               PERFORM I520-PRINT-UNSTAFFED-PARA                        04150000
                  VARYING WS-SEC-IDX FROM 1 BY 1                        04160000
                  UNTIL WS-SEC-IDX > WS-SEC-COUNT                       04170000
            END-IF.                                                     04180000
                                                                        04190000
       I510-CHECK-UNSTAFFED-PARA.                                       04200000
                                                                        04210000
            IF WS-SC-PRINTED(WS-SEC-IDX) = 'N'                          04220000
               ADD 1 TO WS-INS-SECTIONS                                 04230000
            END-IF.                                                     04240000
                                                                        04250000
       I520-PRINT-UNSTAFFED-PARA.                                       04260000
                                                                        04270000
            IF WS-SC-PRINTED(WS-SEC-IDX) = 'N'                          04280000
               IF WS-LINE-CNT >= WS-LINES-PER-PAGE                      04290000
                  PERFORM I600-PAGE-HEADER-PARA                         04300000
               END-IF                                                   04310000
               PERFORM I420-SECTION-LINE-PARA                           04320000
            END-IF.                                                     04330000
                                                                        04340000
       I600-PAGE-HEADER-PARA.                                           04350000
                                                                        04360000
            ADD 1 TO WS-PAGE-CNT.                                       04370000
            MOVE WS-PAGE-CNT TO HDR-PAGE.                               04380000
            WRITE LOADRPT-REC FROM WS-HDR1                              04390000
               AFTER ADVANCING PAGE.                                    04400000
            WRITE LOADRPT-REC FROM WS-HDR2                              04410000
               AFTER ADVANCING 2 LINES.                                 04420000
            MOVE 3 TO WS-LINE-CNT.                                      04430000
