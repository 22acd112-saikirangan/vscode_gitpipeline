       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. MAJCHG.                                              00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT POSMST ASSIGN TO POSMST                          00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS SEQUENTIAL                               00080000
                RECORD KEY IS PS-KEY                                    00090000
                FILE STATUS IS WS-POSMST-STATUS.                        00100000
                SELECT DEPTMST ASSIGN TO DEPTMST                        00110000
                ORGANIZATION IS INDEXED                                 00120000
                ACCESS MODE IS RANDOM                                   00130000
                RECORD KEY IS DM-DEPT-CODE                              00140000
                FILE STATUS IS WS-DEPTMST-STATUS.                       00150000
                SELECT MAJRPT ASSIGN TO MAJRPT                          00160000
                ORGANIZATION IS SEQUENTIAL.                             00170000
       DATA DIVISION.                                                   00180000
       FILE SECTION.                                                    00190000
       FD POSMST                                                        00200000
            RECORDING MODE IS F.                                        00210000
           COPY POSMST.                                                 00220000
       FD DEPTMST                                                       00230000
            RECORDING MODE IS F.                                        00240000
           COPY DEPTMST.                                                00250000
       FD MAJRPT                                                        00260000
            RECORDING MODE IS F.                                        00270000
       01 MAJRPT-REC PIC X(132).                                        00280000
       WORKING-STORAGE SECTION.                                         00290000
       01 WS-EOF             PIC A     VALUE SPACE.                     00300000
       01 WS-POSMST-STATUS   PIC X(02) VALUE SPACES.                    00310000
       01 WS-DEPTMST-STATUS  PIC X(02) VALUE SPACES.                    00320000
       01 WS-PARM-CARD.                                                 00330000
          05 WS-PARM-TERM       PIC X(05).                              00340000
          05 FILLER             PIC X(75).                              00350000
                                                                        00360000
       01 WS-PAIR-TABLE.                                                00370000
          05 WS-PT-ENTRY OCCURS 500 TIMES.                              00380000
             10 WS-PT-FROM      PIC X(10).                              00390000
             10 WS-PT-TO        PIC X(10).                              00400000
             10 WS-PT-COUNT     PIC 9(07) COMP.                         00410000
       01 WS-PT-COUNT-USED   PIC 9(03) COMP VALUE ZERO.                 00420000
       77 WS-PT-MAX          PIC 9(03) COMP VALUE 500.                  00430000
       01 WS-PT-IDX          PIC 9(03) COMP VALUE ZERO.                 00440000
                                                                        00450000
       01 WS-DEPT-TABLE.                                                00460000
          05 WS-DT-ENTRY OCCURS 200 TIMES.                              00470000
             10 WS-DT-DEPT      PIC X(10).                              00480000
             10 WS-DT-OUT       PIC 9(07) COMP.                         00490000
             10 WS-DT-IN        PIC 9(07) COMP.                         00500000
       01 WS-DT-COUNT        PIC 9(03) COMP VALUE ZERO.                 00510000
       77 WS-DT-MAX          PIC 9(03) COMP VALUE 200.                  00520000
       01 WS-DT-IDX          PIC 9(03) COMP VALUE ZERO.                 00530000
       01 WS-SHIFT-IDX       PIC 9(03) COMP VALUE ZERO.                 00540000
       01 WS-FIND-DEPT       PIC X(10) VALUE SPACES.                    00550000
       01 WS-FOUND-FLAG      PIC X(01) VALUE 'N'.                       00560000
           88 WS-ENTRY-FOUND        VALUE 'Y'.                          00570000
           88 WS-TABLE-FULL         VALUE 'F'.                          00580000
       01 WS-NET             PIC S9(07) COMP VALUE ZERO.                00590000
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   00600000
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   00610000
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 00620000
                                                                        00630000
       01 WS-CONTROL-TOTALS.                                            00640000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              00650000
           05 WS-CNT-DECLARED   PIC 9(07) COMP VALUE ZERO.              00660000
           05 WS-CNT-CHANGES    PIC 9(07) COMP VALUE ZERO.              00670000
           05 WS-CNT-NOT-ROLLED PIC 9(07) COMP VALUE ZERO.              00680000
                                                                        00690000
       01 WS-HDR1.                                                      00700000
          05 FILLER      PIC X(40) VALUE                                00710000
             'CHANGE OF MAJOR REPORT - TERM: '.                         00720000
          05 HD-TERM     PIC X(05).                                     00730000
          05 FILLER      PIC X(35) VALUE SPACES.                        00740000
          05 FILLER      PIC X(10) VALUE 'PAGE     '.                   00750000
          05 HD-PAGE     PIC ZZZZ9.                                     00760000
          05 FILLER      PIC X(37) VALUE SPACES.                        00770000
                                                                        00780000
       01 WS-HDR2.                                                      00790000
          05 FILLER      PIC X(24) VALUE 'STUDENT ID  FROM DEPARTM'.    00800000
          05 FILLER      PIC X(24) VALUE 'ENT  TO DEPARTMENT    DE'.    00810000
          05 FILLER      PIC X(24) VALUE 'CLARED  ORIGINATOR      '.    00820000
          05 FILLER      PIC X(60) VALUE SPACES.                        00830000
                                                                        00840000
       01 WS-DETAIL-LINE.                                               00850000
          05 DET-STUD-ID     PIC X(09).                                 00860000
          05 FILLER          PIC X(03) VALUE SPACES.                    00870000
          05 DET-FROM        PIC X(10).                                 00880000
          05 FILLER          PIC X(07) VALUE SPACES.                    00890000
          05 DET-TO          PIC X(10).                                 00900000
          05 FILLER          PIC X(05) VALUE SPACES.                    00910000
          05 DET-DECL-DATE   PIC X(08).                                 00920000
          05 FILLER          PIC X(02) VALUE SPACES.                    00930000
          05 DET-ORIG-ID     PIC X(08).                                 00940000
          05 FILLER          PIC X(70) VALUE SPACES.                    00950000
                                                                        00960000
       01 WS-PAIR-HDR.                                                  00970000
          05 FILLER      PIC X(40) VALUE                                00980000
             'MOVEMENT BETWEEN DEPARTMENTS'.                            00990000
          05 FILLER      PIC X(92) VALUE SPACES.                        01000000
                                                                        01010000
       01 WS-PAIR-HDR2.                                                 01020000
          05 FILLER      PIC X(24) VALUE 'FROM DEPARTMENT  TO DEPA'.    01030000
          05 FILLER      PIC X(24) VALUE 'RTMENT      STUDENTS    '.    01040000
          05 FILLER      PIC X(84) VALUE SPACES.                        01050000
                                                                        01060000
       01 WS-PAIR-LINE.                                                 01070000
          05 PR-FROM         PIC X(10).                                 01080000
          05 FILLER          PIC X(07) VALUE SPACES.                    01090000
          05 PR-TO           PIC X(10).                                 01100000
          05 FILLER          PIC X(06) VALUE SPACES.                    01110000
          05 PR-COUNT        PIC ZZZ,ZZ9.                               01120000
          05 FILLER          PIC X(92) VALUE SPACES.                    01130000
                                                                        01140000
       01 WS-DEPT-HDR.                                                  01150000
          05 FILLER      PIC X(40) VALUE                                01160000
             'NET MOVEMENT BY DEPARTMENT'.                              01170000
          05 FILLER      PIC X(92) VALUE SPACES.                        01180000
                                                                        01190000
       01 WS-DEPT-HDR2.                                                 01200000
          05 FILLER      PIC X(24) VALUE 'DEPARTMENT  NAME        '.    01210000
          05 FILLER      PIC X(24) VALUE '                        '.    01220000
          05 FILLER      PIC X(24) VALUE '  LEFT  JOINED      NET '.    01230000
          05 FILLER      PIC X(60) VALUE SPACES.                        01240000
                                                                        01250000
       01 WS-DEPT-LINE.                                                 01260000
          05 DL-DEPT         PIC X(11).                                 01270000
          05 FILLER          PIC X(01) VALUE SPACES.                    01280000
          05 DL-NAME         PIC X(30).                                 01290000
          05 FILLER          PIC X(03) VALUE SPACES.                    01300000
          05 DL-OUT          PIC ZZZ,ZZ9.                               01310000
          05 FILLER          PIC X(01) VALUE SPACES.                    01320000
          05 DL-IN           PIC ZZZ,ZZ9.                               01330000
          05 FILLER          PIC X(01) VALUE SPACES.                    01340000
          05 DL-NET          PIC ++++,++9.                              01350000
          05 FILLER          PIC X(63) VALUE SPACES.                    01360000
                                                                        01370000
       01 WS-TOTAL-LINE.                                                01380000
          05 FILLER          PIC X(30) VALUE                            01390000
             'CHANGES OF MAJOR IN TERM:'.                               01400000
          05 TL-CHANGES      PIC ZZZ,ZZ9.                               01410000
          05 FILLER          PIC X(95) VALUE SPACES.                    01420000
                                                                        01430000
       PROCEDURE DIVISION.                                              01440000
                                                                        01450000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             01460000
            IF WS-PARM-TERM = SPACES                                    01470000
               DISPLAY 'NO TERM ON CONTROL CARD - NO REPORT PRODUCED'   01480000
               MOVE +8 TO RETURN-CODE                                   01490000
               GOBACK                                                   01500000
            END-IF.                                                     01510000
                                                                        01520000
            OPEN INPUT POSMST.                                          01530000
            IF WS-POSMST-STATUS NOT = '00'                              01540000
               DISPLAY 'POSMST OPEN FAILED - STATUS: '                  01550000
                       WS-POSMST-STATUS                                 01560000
               MOVE +16 TO RETURN-CODE                                  01570000
               GOBACK                                                   01580000
            END-IF.                                                     01590000
            OPEN INPUT DEPTMST.                                         01600000
            IF WS-DEPTMST-STATUS NOT = '00'                             01610000
               DISPLAY 'DEPTMST OPEN FAILED - STATUS: '                 01620000
                       WS-DEPTMST-STATUS                                01630000
               MOVE +16 TO RETURN-CODE                                  01640000
               GOBACK                                                   01650000
            END-IF.                                                     01660000
            OPEN OUTPUT MAJRPT.                                         01670000
            MOVE WS-PARM-TERM TO HD-TERM.                               01680000
                                                                        01690000
            PERFORM M100-READ-POSMST-PARA UNTIL WS-EOF = 'Y'.           01700000
            IF WS-PAGE-CNT = ZERO                                       01710000
               PERFORM M610-PAGE-HEADER-PARA                            01720000
            END-IF.                                                     01730000
            MOVE WS-CNT-CHANGES TO TL-CHANGES.                          01740000
            WRITE MAJRPT-REC FROM WS-TOTAL-LINE                         01750000
               AFTER ADVANCING 2 LINES.                                 01760000
                                                                        01770000
            WRITE MAJRPT-REC FROM WS-PAIR-HDR                           01780000
               AFTER ADVANCING PAGE.                                    01790000
            WRITE MAJRPT-REC FROM WS-PAIR-HDR2                          01800000
               AFTER ADVANCING 2 LINES.                                 01810000
            PERFORM M650-PRINT-PAIR-PARA                                01820000
               VARYING WS-PT-IDX FROM 1 BY 1                            01830000
               UNTIL WS-PT-IDX > WS-PT-COUNT-USED.                      01840000
                                                                        01850000
            WRITE MAJRPT-REC FROM WS-DEPT-HDR                           01860000
               AFTER ADVANCING 3 LINES.                                 01870000
            WRITE MAJRPT-REC FROM WS-DEPT-HDR2                          01880000
               AFTER ADVANCING 2 LINES.                                 01890000
            PERFORM M660-PRINT-DEPT-PARA                                01900000
               VARYING WS-DT-IDX FROM 1 BY 1                            01910000
               UNTIL WS-DT-IDX > WS-DT-COUNT.                           01920000
                                                                        01930000
            CLOSE POSMST.                                               01940000
            CLOSE DEPTMST.                                              01950000
            CLOSE MAJRPT.                                               01960000
                                                                        01970000
            DISPLAY '===== MAJCHG CONTROL TOTALS ====='.                01980000
            DISPLAY 'TERM REPORTED            : ' WS-PARM-TERM.         01990000
            DISPLAY 'DECLARATIONS READ        : ' WS-CNT-READ.          02000000
            DISPLAY 'PRIMARY MAJORS IN TERM   : ' WS-CNT-DECLARED.      02010000
            DISPLAY 'CHANGES OF MAJOR         : ' WS-CNT-CHANGES.       02020000
            DISPLAY 'CHANGES NOT ROLLED UP    : ' WS-CNT-NOT-ROLLED.    02030000
            DISPLAY '================================='.                02040000
                                                                        02050000
            IF RETURN-CODE NOT = 16                                     02057100
               IF WS-CNT-NOT-ROLLED > ZERO                              02064200
                  MOVE +4 TO RETURN-CODE                                02071300
               ELSE                                                     02078400
                  MOVE ZERO TO RETURN-CODE                              02085500
               END-IF                                                   02092600
            END-IF.                                                     02100000
                                                                        02110000
            GOBACK.                                                     02120000
                                                                        02130000
       M100-READ-POSMST-PARA.                                           02140000
                                                                        02150000
            READ POSMST NEXT                                            02160000
              AT END MOVE 'Y' TO WS-EOF                                 02170000
              NOT AT END                                                02180000
                 ADD 1 TO WS-CNT-READ                                   02190000
                 IF PS-PRIMARY-MAJOR                                    02200000
                    AND PS-DECL-TERM = WS-PARM-TERM                     02210000
                    ADD 1 TO WS-CNT-DECLARED                            02220000
                    IF PS-PRIOR-DEPT NOT = SPACES                       02230000
                       PERFORM M200-CHANGE-PARA                         02240000
                    END-IF                                              02250000
                 END-IF                                                 02260000
            END-READ.                                                   02270000
            IF WS-EOF NOT = 'Y'                                         02280000
               AND WS-POSMST-STATUS NOT = '00'                          02290000
               DISPLAY 'POSMST READ FAILED - STATUS: '                  02300000
                       WS-POSMST-STATUS                                 02310000
               MOVE 'Y' TO WS-EOF                                       02320000
               MOVE +16 TO RETURN-CODE                                  02330000
            END-IF.                                                     02340000
                                                                        02350000
       M200-CHANGE-PARA.                                                02360000
                                                                        02370000
            ADD 1 TO WS-CNT-CHANGES.                                    02380000
            MOVE PS-STUD-ID    TO DET-STUD-ID.                          02390000
            MOVE PS-PRIOR-DEPT TO DET-FROM.                             02400000
            MOVE PS-DEPT       TO DET-TO.                               02410000
            MOVE PS-DECL-DATE  TO DET-DECL-DATE.                        02420000
            MOVE PS-ORIG-ID    TO DET-ORIG-ID.                          02430000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         02440000
               PERFORM M610-PAGE-HEADER-PARA                            02450000
            END-IF.                                                     02460000
            WRITE MAJRPT-REC FROM WS-DETAIL-LINE                        02470000
               AFTER ADVANCING 1 LINE.                                  02480000
            ADD 1 TO WS-LINE-CNT.                                       02490000
                                                                        02500000
            PERFORM M300-ROLL-PAIR-PARA.                                02510000
            MOVE PS-PRIOR-DEPT TO WS-FIND-DEPT.                         02520000
            PERFORM M400-FIND-DEPT-PARA.                                02530000
            IF WS-ENTRY-FOUND                                           02540000
               ADD 1 TO WS-DT-OUT(WS-DT-IDX)                            02550000
            END-IF.                                                     02560000
            MOVE PS-DEPT TO WS-FIND-DEPT.                               02570000
            PERFORM M400-FIND-DEPT-PARA.                                02580000
            IF WS-ENTRY-FOUND                                           02590000
               ADD 1 TO WS-DT-IN(WS-DT-IDX)                             02600000
            END-IF.                                                     02610000
                                                                        02620000
       M300-ROLL-PAIR-PARA.                                             02630000
                                                                        02640000
            MOVE 'N' TO WS-FOUND-FLAG.                                  02650000
            PERFORM VARYING WS-PT-IDX FROM 1 BY 1                       02660000
               UNTIL WS-PT-IDX > WS-PT-COUNT-USED                       02670000
                  OR WS-ENTRY-FOUND                                     02680000
               IF WS-PT-FROM(WS-PT-IDX) = PS-PRIOR-DEPT                 02690000
                  AND WS-PT-TO(WS-PT-IDX) = PS-DEPT                     02700000
                  MOVE 'Y' TO WS-FOUND-FLAG                             02710000
               END-IF                                                   02720000
            END-PERFORM.                                                02730000
            IF WS-ENTRY-FOUND                                           02740000
               SUBTRACT 1 FROM WS-PT-IDX                                02750000
               ADD 1 TO WS-PT-COUNT(WS-PT-IDX)                          02760000
            ELSE                                                        02770000
               PERFORM M310-ADD-PAIR-PARA                               02780000
            END-IF.                                                     02790000
                                                                        02800000
       M310-ADD-PAIR-PARA.                                              02810000
                                                                        02820000
            IF WS-PT-COUNT-USED NOT < WS-PT-MAX                         02830000
               DISPLAY 'WARNING - MOVEMENT TABLE FULL, NOT ROLLED '     02840000
                       'UP: ' PS-PRIOR-DEPT ' TO ' PS-DEPT              02850000
               ADD 1 TO WS-CNT-NOT-ROLLED                               02860000
            ELSE                                                        02870000
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1                    02880000
                  UNTIL WS-PT-IDX > WS-PT-COUNT-USED                    02890000
                     OR WS-PT-FROM(WS-PT-IDX) > PS-PRIOR-DEPT           02900000
                     OR (WS-PT-FROM(WS-PT-IDX) = PS-PRIOR-DEPT          02910000
                         AND WS-PT-TO(WS-PT-IDX) > PS-DEPT)             02920000
                  CONTINUE                                              02930000
               END-PERFORM                                              02940000
               PERFORM VARYING WS-SHIFT-IDX FROM WS-PT-COUNT-USED       02950000
                  BY -1 UNTIL WS-SHIFT-IDX < WS-PT-IDX                  02960000
                  MOVE WS-PT-ENTRY(WS-SHIFT-IDX)                        02970000
                    TO WS-PT-ENTRY(WS-SHIFT-IDX + 1)                    02980000
               END-PERFORM                                              02990000
               ADD 1 TO WS-PT-COUNT-USED                                03000000
               MOVE PS-PRIOR-DEPT TO WS-PT-FROM(WS-PT-IDX)              03010000
               MOVE PS-DEPT       TO WS-PT-TO(WS-PT-IDX)                03020000
               MOVE 1             TO WS-PT-COUNT(WS-PT-IDX)             03030000
            END-IF.                                                     03040000
                                                                        03050000
       M400-FIND-DEPT-PARA.                                             03060000
                                                                        03070000
            MOVE 'N' TO WS-FOUND-FLAG.                                  03080000
            PERFORM VARYING WS-DT-IDX FROM 1 BY 1                       03090000
               UNTIL WS-DT-IDX > WS-DT-COUNT                            03100000
                  OR WS-ENTRY-FOUND                                     03110000
               IF WS-DT-DEPT(WS-DT-IDX) = WS-FIND-DEPT                  03120000
                  MOVE 'Y' TO WS-FOUND-FLAG                             03130000
               END-IF                                                   03140000
            END-PERFORM.                                                03150000
            IF WS-ENTRY-FOUND                                           03160000
               SUBTRACT 1 FROM WS-DT-IDX                                03170000
            ELSE                                                        03180000
               PERFORM M410-ADD-DEPT-PARA                               03190000
            END-IF.                                                     03200000
                                                                        03210000
       M410-ADD-DEPT-PARA.                                              03220000
                                                                        03230000
            IF WS-DT-COUNT NOT < WS-DT-MAX                              03240000
               MOVE 'F' TO WS-FOUND-FLAG                                03250000
               DISPLAY 'WARNING - DEPARTMENT TABLE FULL, NOT ROLLED '   03260000
                       'UP: ' WS-FIND-DEPT                              03270000
               ADD 1 TO WS-CNT-NOT-ROLLED                               03280000
            ELSE                                                        03290000
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1                    03300000
                  UNTIL WS-DT-IDX > WS-DT-COUNT                         03310000
                     OR WS-DT-DEPT(WS-DT-IDX) > WS-FIND-DEPT            03320000
                  CONTINUE                                              03330000
               END-PERFORM                                              03340000
               PERFORM VARYING WS-SHIFT-IDX FROM WS-DT-COUNT BY -1      03350000
                  UNTIL WS-SHIFT-IDX < WS-DT-IDX                        03360000
                  MOVE WS-DT-ENTRY(WS-SHIFT-IDX)                        03370000
                    TO WS-DT-ENTRY(WS-SHIFT-IDX + 1)                    03380000
               END-PERFORM                                              03390000
               ADD 1 TO WS-DT-COUNT                                     03400000
               MOVE WS-FIND-DEPT TO WS-DT-DEPT(WS-DT-IDX)               03410000
               MOVE ZERO         TO WS-DT-OUT(WS-DT-IDX)                03420000
               MOVE ZERO         TO WS-DT-IN(WS-DT-IDX)                 03430000
               MOVE 'Y' TO WS-FOUND-FLAG                                03440000
            END-IF.                                                     03450000
                                                                        03460000
       M610-PAGE-HEADER-PARA.                                           03470000
                                                                        03480000
            ADD 1 TO WS-PAGE-CNT.                                       03490000
            MOVE WS-PAGE-CNT TO HD-PAGE.                                03500000
            WRITE MAJRPT-REC FROM WS-HDR1                               03510000
               AFTER ADVANCING PAGE.                                    03520000
            WRITE MAJRPT-REC FROM WS-HDR2                               03530000
               AFTER ADVANCING 2 LINES.                                 03540000
            MOVE 3 TO WS-LINE-CNT.                                      03550000
                                                                        03560000
       M650-PRINT-PAIR-PARA.                                            03570000
                                                                        03580000
            MOVE WS-PT-FROM(WS-PT-IDX)  TO PR-FROM.                     03590000
            MOVE WS-PT-TO(WS-PT-IDX)    TO PR-TO.                       03600000
            MOVE WS-PT-COUNT(WS-PT-IDX) TO PR-COUNT.                    03610000
            WRITE MAJRPT-REC FROM WS-PAIR-LINE                          03620000
               AFTER ADVANCING 1 LINE.                                  03630000
                                                                        03640000
       M660-PRINT-DEPT-PARA.                                            03650000
                                                                        03660000
            MOVE WS-DT-DEPT(WS-DT-IDX) TO DL-DEPT.                      03670000
            MOVE WS-DT-DEPT(WS-DT-IDX) TO DM-DEPT-CODE.                 03680000
            READ DEPTMST                                                03690000
              INVALID KEY                                               03700000
                 MOVE '** NOT ON DEPARTMENT MASTER **' TO DL-NAME       03710000
              NOT INVALID KEY                                           03720000
                 MOVE DM-DEPT-NAME TO DL-NAME                           03730000
            END-READ.                                                   03740000
            MOVE WS-DT-OUT(WS-DT-IDX) TO DL-OUT.                        03750000
            MOVE WS-DT-IN(WS-DT-IDX)  TO DL-IN.                         03760000
            COMPUTE WS-NET = WS-DT-IN(WS-DT-IDX)                        03770000
                           - WS-DT-OUT(WS-DT-IDX).                      03780000
            MOVE WS-NET TO DL-NET.                                      03790000
            WRITE MAJRPT-REC FROM WS-DEPT-LINE                          03800000
               AFTER ADVANCING 1 LINE.                                  03810000
