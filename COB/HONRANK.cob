       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HONRANK.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT HONCAND ASSIGN TO HONCAND                        00060000
                ORGANIZATION IS SEQUENTIAL                              00070000
                FILE STATUS IS WS-HONCAND-STATUS.                       00080000
                SELECT HONRPT ASSIGN TO HONRPT                          00090000
                ORGANIZATION IS SEQUENTIAL.                             00100000
                SELECT COMMEXT ASSIGN TO COMMEXT                        00110000
                ORGANIZATION IS SEQUENTIAL.                             00120000
       DATA DIVISION.                                                   00130000
       FILE SECTION.                                                    00140000
       FD HONCAND                                                       00150000
            RECORDING MODE IS F.                                        00160000
           COPY HONCAND.                                                00170000
       FD HONRPT                                                        00180000
            RECORDING MODE IS F.                                        00190000
       01 HONRPT-REC PIC X(132).                                        00200000
       FD COMMEXT                                                       00210000
            RECORDING MODE IS F.                                        00220000
           COPY COMMEXT.                                                00230000
       WORKING-STORAGE SECTION.                                         00240000
       01 WS-EOF             PIC A     VALUE SPACE.                     00250000
       01 WS-HONCAND-STATUS  PIC X(02) VALUE SPACES.                    00260000
       01 WS-PARM-CARD.                                                 00270000
          05 WS-PARM-TERM    PIC X(05).                                 00280000
          05 FILLER          PIC X(75).                                 00290000
       01 WS-CLASS-CNT       PIC 9(05) VALUE ZERO.                      00300000
       01 WS-CLASS-RANK      PIC 9(05) VALUE ZERO.                      00310000
       01 WS-CLASS-LAST-GPA  PIC 9V99 VALUE ZERO.                       00320000
       01 WS-DEPT-RANK       PIC 9(04) VALUE ZERO.                      00330000
       77 WS-DEPT-MAX        PIC 9(03) COMP VALUE 100.                  00340000
       01 WS-DEPT-COUNT      PIC 9(03) COMP VALUE ZERO.                 00350000
       01 WS-DEPT-IDX        PIC 9(03) COMP VALUE ZERO.                 00360000
       01 WS-FIND-IDX        PIC 9(03) COMP VALUE ZERO.                 00370000
       01 WS-FOUND-FLAG      PIC X(01) VALUE 'N'.                       00380000
           88 WS-DEPT-FOUND         VALUE 'Y'.                          00390000
       01 WS-DEPT-TABLE.                                                00400000
          05 WS-DT-ENTRY OCCURS 100 TIMES.                              00410000
             10 WS-DT-DEPT      PIC X(10).                              00420000
             10 WS-DT-CNT       PIC 9(04).                              00430000
             10 WS-DT-RANK      PIC 9(04).                              00440000
             10 WS-DT-LAST-GPA  PIC 9V99.                               00450000
             10 WS-DT-HONORS    PIC 9(04).                              00460000
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   00470000
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   00480000
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 00490000
                                                                        00500000
       01 WS-CONTROL-TOTALS.                                            00510000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              00520000
           05 WS-CNT-HONORS     PIC 9(07) COMP VALUE ZERO.              00530000
           05 WS-CNT-EXTRACT    PIC 9(07) COMP VALUE ZERO.              00540000
           05 WS-CNT-DEPT-DROP  PIC 9(07) COMP VALUE ZERO.              00550000
           05 WS-CNT-PRIVACY    PIC 9(07) COMP VALUE ZERO.              00555000
                                                                        00560000
       01 WS-HDR1.                                                      00570000
          05 FILLER      PIC X(40) VALUE                                00580000
             'GRADUATION HONORS ROSTER'.                                00590000
          05 FILLER      PIC X(06) VALUE 'TERM: '.                      00600000
          05 HDR-TERM    PIC X(05).                                     00610000
          05 FILLER      PIC X(10) VALUE SPACES.                        00620000
          05 FILLER      PIC X(05) VALUE 'PAGE '.                       00630000
          05 HDR-PAGE    PIC ZZZZ9.                                     00640000
          05 FILLER      PIC X(61) VALUE SPACES.                        00650000
                                                                        00660000
       01 WS-HDR2.                                                      00670000
          05 FILLER      PIC X(07) VALUE ' CLASS'.                      00680000
          05 FILLER      PIC X(06) VALUE ' DEPT'.                       00690000
          05 FILLER      PIC X(02) VALUE SPACES.                        00700000
          05 FILLER      PIC X(11) VALUE 'STUD-ID'.                     00710000
          05 FILLER      PIC X(32) VALUE 'NAME'.                        00720000
          05 FILLER      PIC X(12) VALUE 'DEPARTMENT'.                  00730000
          05 FILLER      PIC X(06) VALUE ' GPA'.                        00740000
          05 FILLER      PIC X(07) VALUE ' CREDS'.                      00750000
          05 FILLER      PIC X(02) VALUE SPACES.                        00760000
          05 FILLER      PIC X(20) VALUE 'HONORS'.                      00770000
          05 FILLER      PIC X(27) VALUE SPACES.                        00780000
                                                                        00790000
       01 WS-DETAIL-LINE.                                               00800000
          05 DET-CLASS-RANK  PIC ZZZZ9.                                 00810000
          05 FILLER          PIC X(02) VALUE SPACES.                    00820000
          05 DET-DEPT-RANK   PIC ZZZ9.                                  00830000
          05 FILLER          PIC X(04) VALUE SPACES.                    00840000
          05 DET-STUD-ID     PIC X(09).                                 00850000
          05 FILLER          PIC X(02) VALUE SPACES.                    00860000
          05 DET-NAME        PIC X(30).                                 00870000
          05 FILLER          PIC X(02) VALUE SPACES.                    00880000
          05 DET-DEPT        PIC X(10).                                 00890000
          05 FILLER          PIC X(02) VALUE SPACES.                    00900000
          05 DET-GPA         PIC 9.99.                                  00910000
          05 FILLER          PIC X(02) VALUE SPACES.                    00920000
          05 DET-CREDITS     PIC ZZZ9.                                  00930000
          05 FILLER          PIC X(03) VALUE SPACES.                    00940000
          05 DET-HONORS      PIC X(20).                                 00950000
          05 FILLER          PIC X(29) VALUE SPACES.                    00960000
                                                                        00970000
       01 WS-DEPT-HDR.                                                  00980000
          05 FILLER      PIC X(40) VALUE                                00990000
             'GRADUATING CLASS BY DEPARTMENT'.                          01000000
          05 FILLER      PIC X(92) VALUE SPACES.                        01010000
                                                                        01020000
       01 WS-DEPT-LINE.                                                 01030000
          05 FILLER          PIC X(04) VALUE SPACES.                    01040000
          05 DPT-DEPT        PIC X(10).                                 01050000
          05 FILLER          PIC X(13) VALUE '  GRADUATES: '.           01060000
          05 DPT-GRADS       PIC ZZZ9.                                  01070000
          05 FILLER          PIC X(10) VALUE '  HONORS: '.              01080000
          05 DPT-HONORS      PIC ZZZ9.                                  01090000
          05 FILLER          PIC X(87) VALUE SPACES.                    01100000
                                                                        01110000
       PROCEDURE DIVISION.                                              01120000
                                                                        01130000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             01140000
            MOVE WS-PARM-TERM TO HDR-TERM.                              01150000
                                                                        01160000
            OPEN INPUT HONCAND.                                         01170000
            IF WS-HONCAND-STATUS NOT = '00'                             01180000
               DISPLAY 'HONCAND OPEN FAILED - STATUS: '                 01190000
                       WS-HONCAND-STATUS                                01200000
               MOVE +16 TO RETURN-CODE                                  01210000
               GOBACK                                                   01220000
            END-IF.                                                     01230000
            OPEN OUTPUT HONRPT.                                         01240000
            OPEN OUTPUT COMMEXT.                                        01250000
                                                                        01260000
            PERFORM R100-RANK-CANDIDATE-PARA UNTIL WS-EOF = 'Y'.        01270000
                                                                        01280000
            ADD 1 TO WS-PAGE-CNT.                                       01290000
            MOVE WS-PAGE-CNT TO HDR-PAGE.                               01300000
            WRITE HONRPT-REC FROM WS-HDR1                               01310000
               AFTER ADVANCING PAGE.                                    01320000
            WRITE HONRPT-REC FROM WS-DEPT-HDR                           01330000
               AFTER ADVANCING 2 LINES.                                 01340000
            MOVE 3 TO WS-LINE-CNT.                                      01350000
            PERFORM R400-PRINT-DEPT-PARA                                01360000
               VARYING WS-DEPT-IDX FROM 1 BY 1                          01370000
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.                       01380000
                                                                        01390000
            CLOSE HONCAND.                                              01400000
            CLOSE HONRPT.                                               01410000
            CLOSE COMMEXT.                                              01420000
                                                                        01430000
            DISPLAY '===== HONRANK CONTROL TOTALS ====='.               01440000
            DISPLAY 'GRADUATION TERM          : ' WS-PARM-TERM.         01450000
            DISPLAY 'CANDIDATES RANKED        : ' WS-CNT-READ.          01460000
            DISPLAY 'HONORS GRADUATES         : ' WS-CNT-HONORS.        01470000
            DISPLAY 'DEPARTMENTS RANKED       : ' WS-DEPT-COUNT.        01480000
            DISPLAY 'COMMENCEMENT EXTRACT RECS: ' WS-CNT-EXTRACT.       01490000
            DISPLAY 'PRIVACY BLOCKED - SUPPRESSED: ' WS-CNT-PRIVACY.    01495000
            DISPLAY 'DEPARTMENTS DROPPED      : ' WS-CNT-DEPT-DROP.     01500000
            DISPLAY '=================================='.               01510000
                                                                        01520000
            IF WS-CNT-DEPT-DROP > ZERO                                  01530000
               MOVE +8 TO RETURN-CODE                                   01540000
            ELSE                                                        01550000
               MOVE ZERO TO RETURN-CODE                                 01560000
            END-IF.                                                     01570000
                                                                        01580000
            GOBACK.                                                     01590000
                                                                        01600000
       R100-RANK-CANDIDATE-PARA.                                        01610000
                                                                        01620000
            READ HONCAND                                                01630000
              AT END MOVE 'Y' TO WS-EOF                                 01640000
              NOT AT END                                                01650000
                 ADD 1 TO WS-CNT-READ                                   01660000
                 PERFORM R200-CLASS-RANK-PARA                           01670000
                 PERFORM R210-DEPT-RANK-PARA                            01680000
                 PERFORM R300-WRITE-OUTPUT-PARA                         01690000
            END-READ.                                                   01700000
                                                                        01710000
       R200-CLASS-RANK-PARA.                                            01720000
                                                                        01730000
            ADD 1 TO WS-CLASS-CNT.                                      01740000
            IF WS-CLASS-CNT = 1 OR HK-CUM-GPA NOT = WS-CLASS-LAST-GPA   01750000
               MOVE WS-CLASS-CNT TO WS-CLASS-RANK                       01760000
               MOVE HK-CUM-GPA   TO WS-CLASS-LAST-GPA                   01770000
            END-IF.                                                     01780000
                                                                        01790000
       R210-DEPT-RANK-PARA.                                             01800000
                                                                        01810000
            MOVE 'N' TO WS-FOUND-FLAG.                                  01820000
            PERFORM R220-FIND-DEPT-PARA                                 01830000
               VARYING WS-DEPT-IDX FROM 1 BY 1                          01840000
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR WS-DEPT-FOUND.      01850000
            IF NOT WS-DEPT-FOUND                                        01860000
               IF WS-DEPT-COUNT < WS-DEPT-MAX                           01870000
                  ADD 1 TO WS-DEPT-COUNT                                01880000
                  MOVE WS-DEPT-COUNT TO WS-FIND-IDX                     01890000
                  MOVE HK-DEPT TO WS-DT-DEPT(WS-FIND-IDX)               01900000
                  MOVE ZERO    TO WS-DT-CNT(WS-FIND-IDX)                01910000
                  MOVE ZERO    TO WS-DT-RANK(WS-FIND-IDX)               01920000
                  MOVE ZERO    TO WS-DT-HONORS(WS-FIND-IDX)             01930000
                  MOVE 'Y' TO WS-FOUND-FLAG                             01940000
               ELSE                                                     01950000
                  ADD 1 TO WS-CNT-DEPT-DROP                             01960000
                  DISPLAY 'WARNING - DEPT TABLE FULL, NOT RANKED: '     01970000
                          HK-DEPT ' ' HK-STUD-ID                        01980000
               END-IF                                                   01990000
            END-IF.                                                     02000000
            MOVE ZERO TO WS-DEPT-RANK.                                  02010000
            IF WS-DEPT-FOUND                                            02020000
               ADD 1 TO WS-DT-CNT(WS-FIND-IDX)                          02030000
               IF WS-DT-CNT(WS-FIND-IDX) = 1                            02040000
                  OR HK-CUM-GPA NOT = WS-DT-LAST-GPA(WS-FIND-IDX)       02050000
                  MOVE WS-DT-CNT(WS-FIND-IDX)                           02060000
                    TO WS-DT-RANK(WS-FIND-IDX)                          02070000
                  MOVE HK-CUM-GPA TO WS-DT-LAST-GPA(WS-FIND-IDX)        02080000
               END-IF                                                   02090000
               MOVE WS-DT-RANK(WS-FIND-IDX) TO WS-DEPT-RANK             02100000
               IF HK-HONOR-CODE NOT = SPACES                            02110000
                  ADD 1 TO WS-DT-HONORS(WS-FIND-IDX)                    02120000
               END-IF                                                   02130000
            END-IF.                                                     02140000
                                                                        02150000
       R220-FIND-DEPT-PARA.                                             02160000
                                                                        02170000
            IF WS-DT-DEPT(WS-DEPT-IDX) = HK-DEPT                        02180000
               MOVE 'Y' TO WS-FOUND-FLAG                                02190000
               MOVE WS-DEPT-IDX TO WS-FIND-IDX                          02200000
            END-IF.                                                     02210000
                                                                        02220000
       R300-WRITE-OUTPUT-PARA.                                          02230000
                                                                        02240000
            IF HK-HONOR-CODE NOT = SPACES                               02250000
               ADD 1 TO WS-CNT-HONORS                                   02260000
            END-IF.                                                     02270000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         02280000
               PERFORM R600-PAGE-HEADER-PARA                            02290000
            END-IF.                                                     02300000
            MOVE WS-CLASS-RANK  TO DET-CLASS-RANK.                      02310000
            MOVE WS-DEPT-RANK   TO DET-DEPT-RANK.                       02320000
            MOVE HK-STUD-ID     TO DET-STUD-ID.                         02330000
            MOVE HK-STUD-NAME   TO DET-NAME.                            02340000
            MOVE HK-DEPT        TO DET-DEPT.                            02350000
            MOVE HK-CUM-GPA     TO DET-GPA.                             02360000
            MOVE HK-CUM-CREDITS TO DET-CREDITS.                         02370000
            MOVE HK-HONOR-DESC  TO DET-HONORS.                          02380000
            WRITE HONRPT-REC FROM WS-DETAIL-LINE                        02390000
               AFTER ADVANCING 1 LINE.                                  02400000
            ADD 1 TO WS-LINE-CNT.                                       02410000
                                                                        02420000
            IF HK-PRIVACY-BLOCKED                                       02427100
               ADD 1 TO WS-CNT-PRIVACY                                  02434200
            ELSE                                                        02441300
               MOVE HK-DEPT        TO CX-DEPT                           02448400
               MOVE HK-STUD-NAME   TO CX-STUD-NAME                      02455500
               MOVE HK-STUD-ID     TO CX-STUD-ID                        02462600
               MOVE HK-HONOR-CODE  TO CX-HONOR-CODE                     02469700
               MOVE HK-HONOR-DESC  TO CX-HONOR-DESC                     02476800
               MOVE WS-DEPT-RANK   TO CX-DEPT-RANK                      02483900
               MOVE WS-CLASS-RANK  TO CX-CLASS-RANK                     02491000
               WRITE COMMEXT-REC                                        02498100
               ADD 1 TO WS-CNT-EXTRACT                                  02505200
            END-IF.                                                     02512300
                                                                        02520000
       R400-PRINT-DEPT-PARA.                                            02530000
                                                                        02540000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         02550000
               PERFORM R600-PAGE-HEADER-PARA                            02560000
            END-IF.                                                     02570000
            MOVE WS-DT-DEPT(WS-DEPT-IDX)   TO DPT-DEPT.                 02580000
            MOVE WS-DT-CNT(WS-DEPT-IDX)    TO DPT-GRADS.                02590000
            MOVE WS-DT-HONORS(WS-DEPT-IDX) TO DPT-HONORS.               02600000
            WRITE HONRPT-REC FROM WS-DEPT-LINE                          02610000
               AFTER ADVANCING 1 LINE.                                  02620000
            ADD 1 TO WS-LINE-CNT.                                       02630000
                                                                        02640000
       R600-PAGE-HEADER-PARA.                                           02650000
                                                                        02660000
            ADD 1 TO WS-PAGE-CNT.                                       02670000
            MOVE WS-PAGE-CNT TO HDR-PAGE.                               02680000
            WRITE HONRPT-REC FROM WS-HDR1                               02690000
               AFTER ADVANCING PAGE.                                    02700000
            WRITE HONRPT-REC FROM WS-HDR2                               02710000
               AFTER ADVANCING 2 LINES.                                 02720000
            MOVE 3 TO WS-LINE-CNT.                                      02730000
