       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. DUPDET.                                              00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT NAMEIDX ASSIGN TO NAMEIDX                        00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS SEQUENTIAL                               00080000
                RECORD KEY IS NX-KEY                                    00090000
                FILE STATUS IS WS-NAMEIDX-STATUS.                       00100000
                SELECT ADDRMST ASSIGN TO ADDRMST                        00110000
                ORGANIZATION IS INDEXED                                 00120000
                ACCESS MODE IS DYNAMIC                                  00130000
                RECORD KEY IS AM-KEY                                    00140000
                FILE STATUS IS WS-ADDRMST-STATUS.                       00150000
                SELECT DUPRPT ASSIGN TO DUPRPT                          00160000
                ORGANIZATION IS SEQUENTIAL.                             00170000
                SELECT MRGPROP ASSIGN TO MRGPROP                        00180000
                ORGANIZATION IS SEQUENTIAL.                             00190000
       DATA DIVISION.                                                   00200000
       FILE SECTION.                                                    00210000
       FD NAMEIDX                                                       00220000
            RECORDING MODE IS F.                                        00230000
           COPY NAMEIDX.                                                00240000
       FD ADDRMST                                                       00250000
            RECORDING MODE IS F.                                        00260000
           COPY ADDRMST.                                                00270000
       FD DUPRPT                                                        00280000
            RECORDING MODE IS F.                                        00290000
       01 DUPRPT-REC PIC X(132).                                        00300000
       FD MRGPROP                                                       00310000
            RECORDING MODE IS F.                                        00320000
           COPY MRGTRN.                                                 00330000
       WORKING-STORAGE SECTION.                                         00340000
       01 WS-EOF             PIC A     VALUE SPACE.                     00350000
       01 WS-ADDR-EOF        PIC A     VALUE SPACE.                     00360000
       01 WS-NAMEIDX-STATUS  PIC X(02) VALUE SPACES.                    00370000
       01 WS-ADDRMST-STATUS  PIC X(02) VALUE SPACES.                    00380000
       01 WS-ADDRMST-FLAG    PIC X(01) VALUE 'N'.                       00390000
           88 WS-ADDRMST-AVAIL      VALUE 'Y'.                          00400000
       01 WS-TODAY           PIC X(08) VALUE SPACES.                    00410000
       01 WS-CURR-PHON       PIC X(04) VALUE SPACES.                    00420000
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   00430000
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   00440000
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 00450000
       77 WS-MIN-SCORE       PIC 9(03) VALUE 75.                        00460000
                                                                        00470000
       77 WS-GRP-MAX         PIC 9(03) COMP VALUE 500.                  00480000
       01 WS-GRP-COUNT       PIC 9(03) COMP VALUE ZERO.                 00490000
       01 WS-GRP-I           PIC 9(03) COMP VALUE ZERO.                 00500000
       01 WS-GRP-J           PIC 9(03) COMP VALUE ZERO.                 00510000
       01 WS-KEEP-X          PIC 9(03) COMP VALUE ZERO.                 00520000
       01 WS-LOSE-X          PIC 9(03) COMP VALUE ZERO.                 00530000
       01 WS-GRP-TABLE.                                                 00540000
          05 WS-GRP-ENTRY OCCURS 500 TIMES.                             00550000
             10 WS-GRP-ID         PIC X(09).                            00560000
             10 WS-GRP-NAME       PIC X(30).                            00570000
             10 WS-GRP-LAST       PIC X(20).                            00580000
             10 WS-GRP-FIRST      PIC X(20).                            00590000
             10 WS-GRP-FIRST-PHON PIC X(04).                            00600000
             10 WS-GRP-DEPT       PIC X(10).                            00610000
             10 WS-GRP-ADDR1      PIC X(30).                            00620000
             10 WS-GRP-ZIP        PIC X(05).                            00630000
                                                                        00640000
       01 WS-NAME-LEVEL      PIC 9(01) VALUE ZERO.                      00650000
       01 WS-DEPT-MATCH      PIC X(01) VALUE SPACE.                     00660000
       01 WS-ADDR-MATCH      PIC X(01) VALUE SPACE.                     00670000
       01 WS-SCORE           PIC S9(03) VALUE ZERO.                     00680000
       01 WS-NAME-DESC       PIC X(16) VALUE SPACES.                    00690000
                                                                        00700000
       01 WS-CONTROL-TOTALS.                                            00710000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              00720000
           05 WS-CNT-GROUPS     PIC 9(07) COMP VALUE ZERO.              00730000
           05 WS-CNT-COMPARED   PIC 9(07) COMP VALUE ZERO.              00740000
           05 WS-CNT-PAIRS      PIC 9(07) COMP VALUE ZERO.              00750000
           05 WS-CNT-PROPOSED   PIC 9(07) COMP VALUE ZERO.              00760000
           05 WS-CNT-NOT-PAIRED PIC 9(07) COMP VALUE ZERO.              00770000
           COPY CTLCARD.                                                00780000
                                                                        00790000
       01 WS-HDR1.                                                      00800000
          05 FILLER      PIC X(40) VALUE                                00810000
             'POSSIBLE DUPLICATE STUDENT REVIEW'.                       00820000
          05 FILLER      PIC X(10) VALUE 'MIN SCORE '.                  00830000
          05 HDR-MIN     PIC ZZ9.                                       00840000
          05 FILLER      PIC X(62) VALUE SPACES.                        00850000
          05 FILLER      PIC X(05) VALUE 'PAGE '.                       00860000
          05 HDR-PAGE    PIC ZZZZ9.                                     00870000
          05 FILLER      PIC X(07) VALUE SPACES.                        00880000
                                                                        00890000
       01 WS-HDR2.                                                      00900000
          05 FILLER      PIC X(11) VALUE 'KEEP ID'.                     00910000
          05 FILLER      PIC X(28) VALUE 'NAME'.                        00920000
          05 FILLER      PIC X(12) VALUE 'DEPT'.                        00930000
          05 FILLER      PIC X(11) VALUE 'MERGE ID'.                    00940000
          05 FILLER      PIC X(28) VALUE 'NAME'.                        00950000
          05 FILLER      PIC X(12) VALUE 'DEPT'.                        00960000
          05 FILLER      PIC X(18) VALUE 'NAME MATCH'.                  00970000
          05 FILLER      PIC X(05) VALUE 'DEPT'.                        00980000
          05 FILLER      PIC X(04) VALUE 'ADDR'.                        00990000
          05 FILLER      PIC X(03) VALUE 'SCR'.                         01000000
                                                                        01010000
       01 WS-PAIR-LINE.                                                 01020000
          05 PR-KEEP-ID      PIC X(09).                                 01030000
          05 FILLER          PIC X(02) VALUE SPACES.                    01040000
          05 PR-KEEP-NAME    PIC X(26).                                 01050000
          05 FILLER          PIC X(02) VALUE SPACES.                    01060000
          05 PR-KEEP-DEPT    PIC X(10).                                 01070000
          05 FILLER          PIC X(02) VALUE SPACES.                    01080000
          05 PR-LOSE-ID      PIC X(09).                                 01090000
          05 FILLER          PIC X(02) VALUE SPACES.                    01100000
          05 PR-LOSE-NAME    PIC X(26).                                 01110000
          05 FILLER          PIC X(02) VALUE SPACES.                    01120000
          05 PR-LOSE-DEPT    PIC X(10).                                 01130000
          05 FILLER          PIC X(02) VALUE SPACES.                    01140000
          05 PR-NAME-DESC    PIC X(16).                                 01150000
          05 FILLER          PIC X(02) VALUE SPACES.                    01160000
          05 PR-DEPT-MATCH   PIC X(01).                                 01170000
          05 FILLER          PIC X(04) VALUE SPACES.                    01180000
          05 PR-ADDR-MATCH   PIC X(01).                                 01190000
          05 FILLER          PIC X(03) VALUE SPACES.                    01200000
          05 PR-SCORE        PIC ZZ9.                                   01210000
                                                                        01220000
       PROCEDURE DIVISION.                                              01230000
                                                                        01240000
            ACCEPT CTL-CARD FROM SYSIN.                                 01250000
            IF CTL-TOLERANCE IS NUMERIC AND CTL-TOLERANCE > ZERO        01260000
               MOVE CTL-TOLERANCE TO WS-MIN-SCORE                       01270000
            END-IF.                                                     01280000
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.                01290000
                                                                        01300000
            OPEN INPUT NAMEIDX.                                         01310000
            IF WS-NAMEIDX-STATUS NOT = '00'                             01320000
               DISPLAY 'NAMEIDX OPEN FAILED - STATUS: '                 01330000
                       WS-NAMEIDX-STATUS                                01340000
               MOVE +16 TO RETURN-CODE                                  01350000
               GOBACK                                                   01360000
            END-IF.                                                     01370000
            OPEN INPUT ADDRMST.                                         01380000
            IF WS-ADDRMST-STATUS = '00'                                 01390000
               MOVE 'Y' TO WS-ADDRMST-FLAG                              01400000
            ELSE                                                        01410000
               DISPLAY 'ADDRMST NOT AVAILABLE - ADDRESSES NOT COMPARED' 01420000
            END-IF.                                                     01430000
            OPEN OUTPUT DUPRPT.                                         01440000
            OPEN OUTPUT MRGPROP.                                        01450000
                                                                        01460000
            PERFORM P100-READ-INDEX-PARA UNTIL WS-EOF = 'Y'.            01470000
            IF WS-GRP-COUNT > ZERO                                      01480000
               PERFORM P300-COMPARE-GROUP-PARA                          01490000
            END-IF.                                                     01500000
                                                                        01510000
            CLOSE NAMEIDX.                                              01520000
            IF WS-ADDRMST-AVAIL                                         01530000
               CLOSE ADDRMST                                            01540000
            END-IF.                                                     01550000
            CLOSE DUPRPT.                                               01560000
            CLOSE MRGPROP.                                              01570000
                                                                        01580000
            DISPLAY '===== DUPDET CONTROL TOTALS ====='.                01590000
            DISPLAY 'INDEX ENTRIES READ       : ' WS-CNT-READ.          01600000
            DISPLAY 'SOUNDS-LIKE GROUPS       : ' WS-CNT-GROUPS.        01610000
            DISPLAY 'PAIRS COMPARED           : ' WS-CNT-COMPARED.      01620000
            DISPLAY 'POSSIBLE DUPLICATE PAIRS : ' WS-CNT-PAIRS.         01630000
            DISPLAY 'MERGE CARDS PROPOSED     : ' WS-CNT-PROPOSED.      01640000
            DISPLAY 'ENTRIES NOT COMPARED     : ' WS-CNT-NOT-PAIRED.    01650000
            DISPLAY '================================='.                01660000
                                                                        01670000
            IF WS-CNT-NOT-PAIRED > ZERO                                 01680000
               MOVE +8 TO RETURN-CODE                                   01690000
            ELSE                                                        01700000
               IF WS-CNT-PAIRS > ZERO                                   01710000
                  MOVE +4 TO RETURN-CODE                                01720000
               ELSE                                                     01730000
                  MOVE ZERO TO RETURN-CODE                              01740000
               END-IF                                                   01750000
            END-IF.                                                     01760000
                                                                        01770000
            GOBACK.                                                     01780000
                                                                        01790000
       P100-READ-INDEX-PARA.                                            01800000
                                                                        01810000
            READ NAMEIDX NEXT                                           01820000
              AT END MOVE 'Y' TO WS-EOF                                 01830000
              NOT AT END                                                01840000
                 ADD 1 TO WS-CNT-READ                                   01850000
                 IF NX-LAST-PHON NOT = WS-CURR-PHON                     01860000
                    IF WS-GRP-COUNT > ZERO                              01870000
                       PERFORM P300-COMPARE-GROUP-PARA                  01880000
                    END-IF                                              01890000
                    MOVE NX-LAST-PHON TO WS-CURR-PHON                   01900000
                    MOVE ZERO TO WS-GRP-COUNT                           01910000
                 END-IF                                                 01920000
                 PERFORM P200-ADD-ENTRY-PARA                            01930000
            END-READ.                                                   01940000
                                                                        01950000
       P200-ADD-ENTRY-PARA.                                             01960000
                                                                        01970000
            IF WS-GRP-COUNT < WS-GRP-MAX                                01980000
               ADD 1 TO WS-GRP-COUNT                                    01990000
               MOVE NX-STUD-ID    TO WS-GRP-ID(WS-GRP-COUNT)            02000000
               MOVE NX-STD-NAME   TO WS-GRP-NAME(WS-GRP-COUNT)          02010000
               MOVE NX-LAST-NAME  TO WS-GRP-LAST(WS-GRP-COUNT)          02020000
               MOVE NX-FIRST-NAME TO WS-GRP-FIRST(WS-GRP-COUNT)         02030000
               MOVE NX-FIRST-PHON TO WS-GRP-FIRST-PHON(WS-GRP-COUNT)    02040000
               MOVE NX-STUD-DEPT  TO WS-GRP-DEPT(WS-GRP-COUNT)          02050000
               MOVE SPACES TO WS-GRP-ADDR1(WS-GRP-COUNT)                02060000
               MOVE SPACES TO WS-GRP-ZIP(WS-GRP-COUNT)                  02070000
               IF WS-ADDRMST-AVAIL                                      02080000
                  PERFORM P210-CURRENT-ADDRESS-PARA                     02090000
               END-IF                                                   02100000
            ELSE                                                        02110000
               ADD 1 TO WS-CNT-NOT-PAIRED                               02120000
               DISPLAY 'SOUNDS-LIKE GROUP FULL - NOT COMPARED: '        02130000
                       NX-STUD-ID ' KEY ' NX-LAST-PHON                  02140000
            END-IF.                                                     02150000
                                                                        02160000
       P210-CURRENT-ADDRESS-PARA.                                       02170000
                                                                        02180000
            MOVE NX-STUD-ID TO AM-STUD-ID.                              02190000
            MOVE LOW-VALUES TO AM-EFF-DATE.                             02200000
            MOVE SPACE TO WS-ADDR-EOF.                                  02210000
            START ADDRMST KEY IS NOT LESS THAN AM-KEY                   02220000
              INVALID KEY MOVE 'Y' TO WS-ADDR-EOF                       02230000
            END-START.                                                  02240000
            PERFORM P220-READ-ADDRESS-PARA UNTIL WS-ADDR-EOF = 'Y'.     02250000
                                                                        02260000
       P220-READ-ADDRESS-PARA.                                          02270000
                                                                        02280000
            READ ADDRMST NEXT                                           02290000
              AT END MOVE 'Y' TO WS-ADDR-EOF                            02300000
              NOT AT END                                                02310000
                 IF AM-STUD-ID NOT = NX-STUD-ID                         02320000
                    OR AM-EFF-DATE > WS-TODAY                           02330000
                    MOVE 'Y' TO WS-ADDR-EOF                             02340000
                 ELSE                                                   02350000
                    MOVE AM-ADDR1 TO WS-GRP-ADDR1(WS-GRP-COUNT)         02360000
                    MOVE AM-ZIP   TO WS-GRP-ZIP(WS-GRP-COUNT)           02370000
                 END-IF                                                 02380000
            END-READ.                                                   02390000
                                                                        02400000
       P300-COMPARE-GROUP-PARA.                                         02410000
                                                                        02420000
            ADD 1 TO WS-CNT-GROUPS.                                     02430000
            PERFORM P310-COMPARE-ROW-PARA                               02440000
               VARYING WS-GRP-I FROM 1 BY 1                             02450000
               UNTIL WS-GRP-I >= WS-GRP-COUNT.                          02460000
                                                                        02470000
       P310-COMPARE-ROW-PARA.                                           02480000
                                                                        02490000
            COMPUTE WS-GRP-J = WS-GRP-I + 1.                            02500000
            PERFORM P320-COMPARE-PAIR-PARA                              02510000
               VARYING WS-GRP-J FROM WS-GRP-J BY 1                      02520000
               UNTIL WS-GRP-J > WS-GRP-COUNT.                           02530000
                                                                        02540000
       P320-COMPARE-PAIR-PARA.                                          02550000
                                                                        02560000
            ADD 1 TO WS-CNT-COMPARED.                                   02570000
            EVALUATE TRUE                                               02580000
            WHEN WS-GRP-NAME(WS-GRP-I) = WS-GRP-NAME(WS-GRP-J)          02590000
                 MOVE 3 TO WS-NAME-LEVEL                                02600000
                 MOVE 'SAME NAME' TO WS-NAME-DESC                       02610000
            WHEN WS-GRP-LAST(WS-GRP-I) = WS-GRP-LAST(WS-GRP-J)          02620000
                 AND WS-GRP-FIRST(WS-GRP-I) = WS-GRP-FIRST(WS-GRP-J)    02630000
                 MOVE 2 TO WS-NAME-LEVEL                                02640000
                 MOVE 'SAME FIRST/LAST' TO WS-NAME-DESC                 02650000
            WHEN WS-GRP-FIRST-PHON(WS-GRP-I) NOT = SPACES               02660000
                 AND WS-GRP-FIRST-PHON(WS-GRP-I) =                      02670000
                     WS-GRP-FIRST-PHON(WS-GRP-J)                        02680000
                 MOVE 1 TO WS-NAME-LEVEL                                02690000
                 MOVE 'SOUNDS-LIKE NAME' TO WS-NAME-DESC                02700000
            WHEN OTHER                                                  02710000
                 MOVE ZERO TO WS-NAME-LEVEL                             02720000
            END-EVALUATE.                                               02730000
            IF WS-NAME-LEVEL > ZERO                                     02740000
               PERFORM P330-SCORE-PAIR-PARA                             02750000
               IF WS-SCORE NOT < WS-MIN-SCORE                           02760000
                  PERFORM P400-REPORT-PAIR-PARA                         02770000
               END-IF                                                   02780000
            END-IF.                                                     02790000
                                                                        02800000
       P330-SCORE-PAIR-PARA.                                            02810000
                                                                        02820000
            COMPUTE WS-SCORE = WS-NAME-LEVEL * 25.                      02830000
            IF WS-GRP-DEPT(WS-GRP-I) = WS-GRP-DEPT(WS-GRP-J)            02840000
               MOVE 'Y' TO WS-DEPT-MATCH                                02850000
               ADD 25 TO WS-SCORE                                       02860000
            ELSE                                                        02870000
               MOVE 'N' TO WS-DEPT-MATCH                                02880000
            END-IF.                                                     02890000
            EVALUATE TRUE                                               02900000
            WHEN WS-GRP-ADDR1(WS-GRP-I) = SPACES                        02910000
              OR WS-GRP-ADDR1(WS-GRP-J) = SPACES                        02920000
                 MOVE '?' TO WS-ADDR-MATCH                              02930000
            WHEN WS-GRP-ADDR1(WS-GRP-I) = WS-GRP-ADDR1(WS-GRP-J)        02940000
              AND WS-GRP-ZIP(WS-GRP-I) = WS-GRP-ZIP(WS-GRP-J)           02950000
                 MOVE 'Y' TO WS-ADDR-MATCH                              02960000
                 ADD 25 TO WS-SCORE                                     02970000
            WHEN OTHER                                                  02980000
                 MOVE 'N' TO WS-ADDR-MATCH                              02990000
                 SUBTRACT 25 FROM WS-SCORE                              03000000
            END-EVALUATE.                                               03010000
            IF WS-SCORE > 100                                           03020000
               MOVE 100 TO WS-SCORE                                     03030000
            END-IF.                                                     03040000
                                                                        03050000
       P400-REPORT-PAIR-PARA.                                           03060000
                                                                        03070000
            ADD 1 TO WS-CNT-PAIRS.                                      03080000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         03090000
               PERFORM P410-PRINT-HEADERS-PARA                          03100000
            END-IF.                                                     03110000
            IF WS-GRP-ID(WS-GRP-I) < WS-GRP-ID(WS-GRP-J)                03120000
               MOVE WS-GRP-I TO WS-KEEP-X                               03130000
               MOVE WS-GRP-J TO WS-LOSE-X                               03140000
            ELSE                                                        03150000
               MOVE WS-GRP-J TO WS-KEEP-X                               03160000
               MOVE WS-GRP-I TO WS-LOSE-X                               03170000
            END-IF.                                                     03180000
            MOVE WS-GRP-ID(WS-KEEP-X)   TO PR-KEEP-ID.                  03190000
            MOVE WS-GRP-NAME(WS-KEEP-X) TO PR-KEEP-NAME.                03200000
            MOVE WS-GRP-DEPT(WS-KEEP-X) TO PR-KEEP-DEPT.                03210000
            MOVE WS-GRP-ID(WS-LOSE-X)   TO PR-LOSE-ID.                  03220000
            MOVE WS-GRP-NAME(WS-LOSE-X) TO PR-LOSE-NAME.                03230000
            MOVE WS-GRP-DEPT(WS-LOSE-X) TO PR-LOSE-DEPT.                03240000
            MOVE WS-NAME-DESC  TO PR-NAME-DESC.                         03250000
            MOVE WS-DEPT-MATCH TO PR-DEPT-MATCH.                        03260000
            MOVE WS-ADDR-MATCH TO PR-ADDR-MATCH.                        03270000
            MOVE WS-SCORE      TO PR-SCORE.                             03280000
            WRITE DUPRPT-REC FROM WS-PAIR-LINE                          03290000
               AFTER ADVANCING 1 LINE.                                  03300000
            ADD 1 TO WS-LINE-CNT.                                       03310000
                                                                        03320000
            MOVE SPACES         TO MRGTRN-REC.                          03330000
            MOVE PR-LOSE-ID     TO MT-LOSE-ID.                          03340000
            MOVE PR-KEEP-ID     TO MT-KEEP-ID.                          03350000
            MOVE 'DUPDET  '     TO MT-REQUESTER.                        03360000
            MOVE WS-SCORE       TO MT-SCORE.                            03370000
            WRITE MRGTRN-REC.                                           03380000
            ADD 1 TO WS-CNT-PROPOSED.                                   03390000
                                                                        03400000
       P410-PRINT-HEADERS-PARA.                                         03410000
                                                                        03420000
            ADD 1 TO WS-PAGE-CNT.                                       03430000
            MOVE WS-PAGE-CNT  TO HDR-PAGE.                              03440000
            MOVE WS-MIN-SCORE TO HDR-MIN.                               03450000
            WRITE DUPRPT-REC FROM WS-HDR1                               03460000
               AFTER ADVANCING PAGE.                                    03470000
            WRITE DUPRPT-REC FROM WS-HDR2                               03480000
               AFTER ADVANCING 2 LINES.                                 03490000
            MOVE ZERO TO WS-LINE-CNT.                                   03500000
