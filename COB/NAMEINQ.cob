       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. NAMEINQ.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT NAMEIDX ASSIGN TO NAMEIDX                        00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS DYNAMIC                                  00080000
                RECORD KEY IS NX-KEY                                    00090000
                FILE STATUS IS WS-NAMEIDX-STATUS.                       00100000
                SELECT NAMEREQ ASSIGN TO NAMEREQ                        00110000
                ORGANIZATION IS SEQUENTIAL                              00120000
                FILE STATUS IS WS-NAMEREQ-STATUS.                       00130000
                SELECT NAMERPT ASSIGN TO NAMERPT                        00140000
                ORGANIZATION IS SEQUENTIAL.                             00150000
       DATA DIVISION.                                                   00160000
       FILE SECTION.                                                    00170000
       FD NAMEIDX                                                       00180000
            RECORDING MODE IS F.                                        00190000
           COPY NAMEIDX.                                                00200000
       FD NAMEREQ                                                       00210000
            RECORDING MODE IS F.                                        00220000
       01 NAMEREQ-REC.                                                  00230000
          05 NQ-NAME            PIC X(30).                              00240000
          05 NQ-DEPT            PIC X(10).                              00250000
          05 FILLER             PIC X(40).                              00260000
       FD NAMERPT                                                       00270000
            RECORDING MODE IS F.                                        00280000
       01 NAMERPT-REC PIC X(132).                                       00290000
       WORKING-STORAGE SECTION.                                         00300000
       01 WS-EOF             PIC A     VALUE SPACE.                     00310000
       01 WS-IDX-EOF         PIC A     VALUE SPACE.                     00320000
       01 WS-NAMEIDX-STATUS  PIC X(02) VALUE SPACES.                    00330000
       01 WS-NAMEREQ-STATUS  PIC X(02) VALUE SPACES.                    00340000
       01 WS-REQ-FIRST-LEN   PIC 9(02) COMP VALUE ZERO.                 00350000
       01 WS-STRENGTH        PIC 9(03) VALUE ZERO.                      00360000
       01 WS-MATCH-DESC      PIC X(32) VALUE SPACES.                    00370000
       01 WS-LEVEL           PIC 9(03) VALUE ZERO.                      00380000
           COPY NAMEPARM.                                               00390000
                                                                        00400000
       77 WS-MIN-STRENGTH    PIC 9(03) VALUE 40.                        00410000
       77 WS-CAND-MAX        PIC 9(03) COMP VALUE 100.                  00420000
       01 WS-CAND-CNT        PIC 9(03) COMP VALUE ZERO.                 00430000
       01 WS-CAND-IDX        PIC 9(03) COMP VALUE ZERO.                 00440000
       01 WS-CAND-OVERFLOW   PIC 9(05) COMP VALUE ZERO.                 00450000
       01 WS-CAND-TABLE.                                                00460000
          05 WS-CAND-ENTRY OCCURS 100 TIMES.                            00470000
             10 WS-CAND-ID        PIC X(09).                            00480000
             10 WS-CAND-NAME      PIC X(30).                            00490000
             10 WS-CAND-DEPT      PIC X(10).                            00500000
             10 WS-CAND-STATUS    PIC X(01).                            00510000
             10 WS-CAND-STRENGTH  PIC 9(03).                            00520000
             10 WS-CAND-DESC      PIC X(32).                            00530000
                                                                        00540000
       01 WS-CONTROL-TOTALS.                                            00550000
           05 WS-CNT-REQUESTS   PIC 9(07) COMP VALUE ZERO.              00560000
           05 WS-CNT-MATCHED    PIC 9(07) COMP VALUE ZERO.              00570000
           05 WS-CNT-NO-MATCH   PIC 9(07) COMP VALUE ZERO.              00580000
           05 WS-CNT-REJECTED   PIC 9(07) COMP VALUE ZERO.              00590000
           05 WS-CNT-SCANNED    PIC 9(07) COMP VALUE ZERO.              00600000
           05 WS-CNT-LISTED     PIC 9(07) COMP VALUE ZERO.              00610000
           05 WS-CNT-OVERFLOW   PIC 9(07) COMP VALUE ZERO.              00620000
                                                                        00630000
       01 WS-HDR1.                                                      00640000
          05 FILLER      PIC X(40) VALUE                                00650000
             'STUDENT NAME INQUIRY'.                                    00660000
          05 FILLER      PIC X(92) VALUE SPACES.                        00670000
                                                                        00680000
       01 WS-REQ-LINE.                                                  00690000
          05 FILLER      PIC X(10) VALUE 'REQUEST:  '.                  00700000
          05 RL-NAME     PIC X(30).                                     00710000
          05 FILLER      PIC X(08) VALUE '  DEPT: '.                    00720000
          05 RL-DEPT     PIC X(10).                                     00730000
          05 FILLER      PIC X(15) VALUE '  STANDARDIZED:'.             00740000
          05 FILLER      PIC X(01) VALUE SPACE.                         00750000
          05 RL-STD-NAME PIC X(30).                                     00760000
          05 FILLER      PIC X(07) VALUE '  KEY: '.                     00770000
          05 RL-PHON     PIC X(04).                                     00780000
          05 FILLER      PIC X(17) VALUE SPACES.                        00790000
                                                                        00800000
       01 WS-COL-HDR.                                                   00810000
          05 FILLER      PIC X(02) VALUE SPACES.                        00820000
          05 FILLER      PIC X(11) VALUE 'STUDENT ID'.                  00830000
          05 FILLER      PIC X(32) VALUE 'NAME'.                        00840000
          05 FILLER      PIC X(12) VALUE 'DEPARTMENT'.                  00850000
          05 FILLER      PIC X(08) VALUE 'STATUS'.                      00860000
          05 FILLER      PIC X(10) VALUE 'STRENGTH'.                    00870000
          05 FILLER      PIC X(32) VALUE 'MATCH'.                       00880000
          05 FILLER      PIC X(25) VALUE SPACES.                        00890000
                                                                        00900000
       01 WS-CAND-LINE.                                                 00910000
          05 FILLER          PIC X(02) VALUE SPACES.                    00920000
          05 CL-STUD-ID      PIC X(09).                                 00930000
          05 FILLER          PIC X(02) VALUE SPACES.                    00940000
          05 CL-NAME         PIC X(30).                                 00950000
          05 FILLER          PIC X(02) VALUE SPACES.                    00960000
          05 CL-DEPT         PIC X(10).                                 00970000
          05 FILLER          PIC X(02) VALUE SPACES.                    00980000
          05 CL-STATUS       PIC X(01).                                 00990000
          05 FILLER          PIC X(09) VALUE SPACES.                    01000000
          05 CL-STRENGTH     PIC ZZ9.                                   01010000
          05 FILLER          PIC X(05) VALUE SPACES.                    01020000
          05 CL-DESC         PIC X(32).                                 01030000
          05 FILLER          PIC X(25) VALUE SPACES.                    01040000
                                                                        01050000
       01 WS-NONE-LINE.                                                 01060000
          05 FILLER          PIC X(02) VALUE SPACES.                    01070000
          05 NL-TEXT         PIC X(60).                                 01080000
          05 FILLER          PIC X(70) VALUE SPACES.                    01090000
                                                                        01100000
       01 WS-TOTAL-LINE.                                                01110000
          05 FILLER          PIC X(02) VALUE SPACES.                    01120000
          05 FILLER          PIC X(20) VALUE 'CANDIDATES LISTED: '.     01130000
          05 TL-COUNT        PIC ZZ9.                                   01140000
          05 FILLER          PIC X(107) VALUE SPACES.                   01150000
                                                                        01160000
       PROCEDURE DIVISION.                                              01170000
                                                                        01180000
            OPEN INPUT NAMEIDX.                                         01190000
            IF WS-NAMEIDX-STATUS NOT = '00'                             01200000
               DISPLAY 'NAMEIDX OPEN FAILED - STATUS: '                 01210000
                       WS-NAMEIDX-STATUS                                01220000
               MOVE +16 TO RETURN-CODE                                  01230000
               GOBACK                                                   01240000
            END-IF.                                                     01250000
            OPEN INPUT NAMEREQ.                                         01260000
            IF WS-NAMEREQ-STATUS NOT = '00'                             01270000
               DISPLAY 'NAMEREQ OPEN FAILED - STATUS: '                 01280000
                       WS-NAMEREQ-STATUS                                01290000
               MOVE +16 TO RETURN-CODE                                  01300000
               GOBACK                                                   01310000
            END-IF.                                                     01320000
            OPEN OUTPUT NAMERPT.                                        01330000
                                                                        01340000
            WRITE NAMERPT-REC FROM WS-HDR1                              01350000
               AFTER ADVANCING PAGE.                                    01360000
                                                                        01370000
            PERFORM M100-READ-REQUEST-PARA UNTIL WS-EOF = 'Y'.          01380000
                                                                        01390000
            CLOSE NAMEIDX.                                              01400000
            CLOSE NAMEREQ.                                              01410000
            CLOSE NAMERPT.                                              01420000
                                                                        01430000
            DISPLAY '===== NAMEINQ CONTROL TOTALS ====='.               01440000
            DISPLAY 'REQUESTS READ            : ' WS-CNT-REQUESTS.      01450000
            DISPLAY 'REQUESTS WITH CANDIDATES : ' WS-CNT-MATCHED.       01460000
            DISPLAY 'REQUESTS WITH NO MATCH   : ' WS-CNT-NO-MATCH.      01470000
            DISPLAY 'REQUESTS REJECTED        : ' WS-CNT-REJECTED.      01480000
            DISPLAY 'INDEX ENTRIES EXAMINED   : ' WS-CNT-SCANNED.       01490000
            DISPLAY 'CANDIDATES LISTED        : ' WS-CNT-LISTED.        01500000
            DISPLAY 'CANDIDATES NOT LISTED    : ' WS-CNT-OVERFLOW.      01510000
            DISPLAY '=================================='.               01520000
                                                                        01530000
            IF WS-CNT-REJECTED > ZERO OR WS-CNT-OVERFLOW > ZERO         01540000
               MOVE +4 TO RETURN-CODE                                   01550000
            ELSE                                                        01560000
               MOVE ZERO TO RETURN-CODE                                 01570000
            END-IF.                                                     01580000
                                                                        01590000
            GOBACK.                                                     01600000
                                                                        01610000
       M100-READ-REQUEST-PARA.                                          01620000
                                                                        01630000
            READ NAMEREQ                                                01640000
              AT END MOVE 'Y' TO WS-EOF                                 01650000
              NOT AT END                                                01660000
                 IF NQ-NAME NOT = SPACES                                01670000
                    ADD 1 TO WS-CNT-REQUESTS                            01680000
                    PERFORM M200-PROCESS-REQUEST-PARA                   01690000
                 END-IF                                                 01700000
            END-READ.                                                   01710000
                                                                        01720000
       M200-PROCESS-REQUEST-PARA.                                       01730000
                                                                        01740000
            CALL 'NAMEKEY' USING NQ-NAME, NAME-KEY-PARM.                01750000
            MOVE NQ-NAME      TO RL-NAME.                               01760000
            MOVE NQ-DEPT      TO RL-DEPT.                               01770000
            MOVE NK-STD-NAME  TO RL-STD-NAME.                           01780000
            MOVE NK-LAST-PHON TO RL-PHON.                               01790000
            WRITE NAMERPT-REC FROM WS-REQ-LINE                          01800000
               AFTER ADVANCING 3 LINES.                                 01810000
                                                                        01820000
            IF NK-NAME-UNUSABLE                                         01830000
               ADD 1 TO WS-CNT-REJECTED                                 01840000
               MOVE 'REQUEST NAME HAS NO USABLE SURNAME - NOT SEARCHED' 01850000
                 TO NL-TEXT                                             01860000
               WRITE NAMERPT-REC FROM WS-NONE-LINE                      01870000
                  AFTER ADVANCING 1 LINE                                01880000
            ELSE                                                        01890000
               MOVE ZERO TO WS-REQ-FIRST-LEN                            01900000
               IF NK-FIRST-NAME NOT = SPACES                            01910000
                  INSPECT NK-FIRST-NAME TALLYING WS-REQ-FIRST-LEN       01920000
                     FOR CHARACTERS BEFORE INITIAL SPACE                01930000
               END-IF                                                   01940000
               MOVE ZERO TO WS-CAND-CNT                                 01950000
               MOVE ZERO TO WS-CAND-OVERFLOW                            01960000
               PERFORM M300-SCAN-INDEX-PARA                             01970000
               PERFORM M500-PRINT-CANDIDATES-PARA                       01980000
            END-IF.                                                     01990000
                                                                        02000000
       M300-SCAN-INDEX-PARA.                                            02010000
                                                                        02020000
            MOVE NK-LAST-PHON TO NX-LAST-PHON.                          02030000
            MOVE LOW-VALUES   TO NX-STUD-ID.                            02040000
            MOVE SPACE TO WS-IDX-EOF.                                   02050000
            START NAMEIDX KEY IS NOT LESS THAN NX-KEY                   02060000
              INVALID KEY MOVE 'Y' TO WS-IDX-EOF                        02070000
            END-START.                                                  02080000
            PERFORM M310-READ-INDEX-PARA UNTIL WS-IDX-EOF = 'Y'.        02090000
                                                                        02100000
       M310-READ-INDEX-PARA.                                            02110000
                                                                        02120000
            READ NAMEIDX NEXT                                           02130000
              AT END MOVE 'Y' TO WS-IDX-EOF                             02140000
              NOT AT END                                                02150000
                 IF NX-LAST-PHON NOT = NK-LAST-PHON                     02160000
                    MOVE 'Y' TO WS-IDX-EOF                              02170000
                 ELSE                                                   02180000
                    ADD 1 TO WS-CNT-SCANNED                             02190000
                    IF NQ-DEPT = SPACES OR NQ-DEPT = NX-STUD-DEPT       02200000
                       PERFORM M400-SCORE-ENTRY-PARA                    02210000
                       IF WS-STRENGTH NOT < WS-MIN-STRENGTH             02220000
                          PERFORM M450-ADD-CANDIDATE-PARA               02230000
                       END-IF                                           02240000
                    END-IF                                              02250000
                 END-IF                                                 02260000
            END-READ.                                                   02270000
                                                                        02280000
       M400-SCORE-ENTRY-PARA.                                           02290000
                                                                        02300000
            MOVE ZERO TO WS-STRENGTH.                                   02310000
            MOVE SPACES TO WS-MATCH-DESC.                               02320000
            IF NX-LAST-NAME = NK-LAST-NAME                              02330000
               EVALUATE TRUE                                            02340000
               WHEN NK-FIRST-NAME = SPACES                              02350000
                    MOVE 70 TO WS-STRENGTH                              02360000
                    MOVE 'SURNAME' TO WS-MATCH-DESC                     02370000
               WHEN NX-FIRST-NAME = NK-FIRST-NAME                       02380000
                    AND NX-STD-NAME = NK-STD-NAME                       02390000
                    MOVE 100 TO WS-STRENGTH                             02400000
                    MOVE 'EXACT NAME' TO WS-MATCH-DESC                  02410000
               WHEN NX-FIRST-NAME = NK-FIRST-NAME                       02420000
                    MOVE 95 TO WS-STRENGTH                              02430000
                    MOVE 'FIRST AND SURNAME' TO WS-MATCH-DESC           02440000
               WHEN NX-FIRST-NAME(1:WS-REQ-FIRST-LEN) =                 02450000
                    NK-FIRST-NAME(1:WS-REQ-FIRST-LEN)                   02460000
                    MOVE 85 TO WS-STRENGTH                              02470000
                    MOVE 'SURNAME, PARTIAL FIRST' TO WS-MATCH-DESC      02480000
               WHEN NX-FIRST-PHON = NK-FIRST-PHON                       02490000
                    MOVE 75 TO WS-STRENGTH                              02500000
                    MOVE 'SURNAME, SOUNDS-LIKE FIRST' TO WS-MATCH-DESC  02510000
               WHEN OTHER                                               02520000
                    MOVE 40 TO WS-STRENGTH                              02530000
                    MOVE 'SURNAME ONLY' TO WS-MATCH-DESC                02540000
               END-EVALUATE                                             02550000
            ELSE                                                        02560000
               EVALUATE TRUE                                            02570000
               WHEN NK-FIRST-NAME = SPACES                              02580000
                    MOVE 55 TO WS-STRENGTH                              02590000
                    MOVE 'SOUNDS-LIKE SURNAME' TO WS-MATCH-DESC         02600000
               WHEN NX-FIRST-NAME = NK-FIRST-NAME                       02610000
                    MOVE 65 TO WS-STRENGTH                              02620000
                    MOVE 'FIRST, SOUNDS-LIKE SURNAME' TO WS-MATCH-DESC  02630000
               WHEN NX-FIRST-NAME(1:WS-REQ-FIRST-LEN) =                 02640000
                    NK-FIRST-NAME(1:WS-REQ-FIRST-LEN)                   02650000
                    MOVE 60 TO WS-STRENGTH                              02660000
                    MOVE 'PARTIAL FIRST, SOUNDS-LIKE SURNAME'           02670000
                      TO WS-MATCH-DESC                                  02680000
               WHEN NX-FIRST-PHON = NK-FIRST-PHON                       02690000
                    MOVE 45 TO WS-STRENGTH                              02700000
                    MOVE 'SOUNDS-LIKE FIRST AND SURNAME'                02710000
                      TO WS-MATCH-DESC                                  02720000
               WHEN OTHER                                               02730000
                    MOVE ZERO TO WS-STRENGTH                            02740000
               END-EVALUATE                                             02750000
            END-IF.                                                     02760000
                                                                        02770000
       M450-ADD-CANDIDATE-PARA.                                         02780000
                                                                        02790000
            IF WS-CAND-CNT < WS-CAND-MAX                                02800000
               ADD 1 TO WS-CAND-CNT                                     02810000
               MOVE NX-STUD-ID     TO WS-CAND-ID(WS-CAND-CNT)           02820000
               MOVE NX-STD-NAME    TO WS-CAND-NAME(WS-CAND-CNT)         02830000
               MOVE NX-STUD-DEPT   TO WS-CAND-DEPT(WS-CAND-CNT)         02840000
               MOVE NX-STUD-STATUS TO WS-CAND-STATUS(WS-CAND-CNT)       02850000
               MOVE WS-STRENGTH    TO WS-CAND-STRENGTH(WS-CAND-CNT)     02860000
               MOVE WS-MATCH-DESC  TO WS-CAND-DESC(WS-CAND-CNT)         02870000
            ELSE                                                        02880000
               ADD 1 TO WS-CAND-OVERFLOW                                02890000
               ADD 1 TO WS-CNT-OVERFLOW                                 02900000
            END-IF.                                                     02910000
                                                                        02920000
       M500-PRINT-CANDIDATES-PARA.                                      02930000
                                                                        02940000
            IF WS-CAND-CNT = ZERO                                       02950000
               ADD 1 TO WS-CNT-NO-MATCH                                 02960000
               MOVE 'NO CANDIDATE STUDENTS FOUND' TO NL-TEXT            02970000
               WRITE NAMERPT-REC FROM WS-NONE-LINE                      02980000
                  AFTER ADVANCING 1 LINE                                02990000
            ELSE                                                        03000000
               ADD 1 TO WS-CNT-MATCHED                                  03010000
               WRITE NAMERPT-REC FROM WS-COL-HDR                        03020000
                  AFTER ADVANCING 2 LINES                               03030000
               PERFORM M510-PRINT-LEVEL-PARA                            03040000
                  VARYING WS-LEVEL FROM 100 BY -5                       03050000
                  UNTIL WS-LEVEL < WS-MIN-STRENGTH                      03060000
               MOVE WS-CAND-CNT TO TL-COUNT                             03070000
               WRITE NAMERPT-REC FROM WS-TOTAL-LINE                     03080000
                  AFTER ADVANCING 2 LINES                               03090000
               IF WS-CAND-OVERFLOW > ZERO                               03100000
                  MOVE 'MORE CANDIDATES NOT LISTED - NARROW THE REQUEST'03110000
                    TO NL-TEXT                                          03120000
                  WRITE NAMERPT-REC FROM WS-NONE-LINE                   03130000
                     AFTER ADVANCING 1 LINE                             03140000
               END-IF                                                   03150000
            END-IF.                                                     03160000
                                                                        03170000
       M510-PRINT-LEVEL-PARA.                                           03180000
                                                                        03190000
            PERFORM M520-PRINT-CANDIDATE-PARA                           03200000
               VARYING WS-CAND-IDX FROM 1 BY 1                          03210000
               UNTIL WS-CAND-IDX > WS-CAND-CNT.                         03220000
                                                                        03230000
       M520-PRINT-CANDIDATE-PARA.                                       03240000
                                                                        03250000
            IF WS-CAND-STRENGTH(WS-CAND-IDX) = WS-LEVEL                 03260000
               ADD 1 TO WS-CNT-LISTED                                   03270000
               MOVE WS-CAND-ID(WS-CAND-IDX)       TO CL-STUD-ID         03280000
               MOVE WS-CAND-NAME(WS-CAND-IDX)     TO CL-NAME            03290000
               MOVE WS-CAND-DEPT(WS-CAND-IDX)     TO CL-DEPT            03300000
               MOVE WS-CAND-STATUS(WS-CAND-IDX)   TO CL-STATUS          03310000
               MOVE WS-CAND-STRENGTH(WS-CAND-IDX) TO CL-STRENGTH        03320000
               MOVE WS-CAND-DESC(WS-CAND-IDX)     TO CL-DESC            03330000
               WRITE NAMERPT-REC FROM WS-CAND-LINE                      03340000
                  AFTER ADVANCING 1 LINE                                03350000
            END-IF.                                                     03360000
