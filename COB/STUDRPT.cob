                ACCESS MODE IS RANDOM                                   00073000
                RECORD KEY IS DM-DEPT-CODE                              00074000
                FILE STATUS IS WS-DEPTMST-STATUS.                       00075000
                SELECT POSMST ASSIGN TO POSMST                          00075620
                ORGANIZATION IS INDEXED                                 00076240
                ACCESS MODE IS DYNAMIC                                  00076860
                RECORD KEY IS PS-KEY                                    00077480
                ALTERNATE RECORD KEY IS PS-DEPT                         00078100
                   WITH DUPLICATES                                      00078720
                FILE STATUS IS WS-POSMST-STATUS.                        00079340
       DATA DIVISION.                                                   00080000
       FILE SECTION.                                                    00090000
       FD ROSTER                                                        00100000
       FD DEPTMST                                                       00130000
            RECORDING MODE IS F.                                        00140000
           COPY DEPTMST.                                                00145000
       FD POSMST                                                        00146200
            RECORDING MODE IS F.                                        00147400
           COPY POSMST.                                                 00148600
       WORKING-STORAGE SECTION.                                         00150000
       01 WS-EOF             PIC A     VALUE SPACE.                     00160000
       01 WS-DEPTMST-STATUS  PIC X(02) VALUE SPACES.                    00165000
       01 WS-POSMST-STATUS   PIC X(02) VALUE SPACES.                    00165100
       01 WS-PARM-CARD.                                                 00165200
          05 WS-PARM-BASIS      PIC X(01).                              00165300
              88 WS-BASIS-HOME       VALUE SPACE.                       00165400
              88 WS-BASIS-VALID      VALUE SPACE 'P' 'S' 'M' 'A'.       00165500
          05 FILLER             PIC X(79).                              00165600
       01 WS-STUD-ID-X       PIC 9(09) VALUE ZERO.                      00165700
       77 WS-DEPT-LISTED     PIC 9(07) COMP VALUE ZERO.                 00165800
       77 WS-NOT-ON-DB-CNT   PIC 9(07) COMP VALUE ZERO.                 00165900
       77 WS-RETRY-LIMIT     PIC 9(02) COMP VALUE 3.                    00166000
       77 WS-RETRY-PAUSE     PIC 9(03) COMP VALUE 5.                    00167000
       01 WS-RETRY-CNT       PIC 9(02) COMP VALUE ZERO.                 00168000
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   00180000
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   00190000
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 00200000
       77 WS-SUPPRESS-CNT    PIC 9(07) COMP VALUE ZERO.                 00205000
                                                                        00210000
       01 WS-HDR1.                                                      00220000
          05 FILLER      PIC X(30) VALUE 'STUDENT ROSTER REPORT'.       00230000
       01 WS-HDR2.                                                      00280000
          05 FILLER      PIC X(12) VALUE 'DEPARTMENT: '.                00290000
          05 HDR-DEPT    PIC X(30).                                     00300000
          05 HDR-BASIS   PIC X(30) VALUE SPACES.                        00306600
          05 FILLER      PIC X(60) VALUE SPACES.                        00313200
                                                                        00320000
       01 WS-HDR3.                                                      00330000
          05 FILLER      PIC X(11) VALUE 'STUDENT ID '.                 00340000
          05 FILLER      PIC X(30) VALUE 'STUDENT NAME'.                00350000
          05 FILLER      PIC X(02) VALUE SPACES.                        00355000
          05 HDR-PROG-TYPE PIC X(04) VALUE SPACES.                      00360000
          05 FILLER      PIC X(85) VALUE SPACES.                        00365000
                                                                        00370000
       01 WS-DETAIL-LINE.                                               00380000
          05 DET-STUD-ID     PIC 9(09).                                 00390000
          05 FILLER          PIC X(02) VALUE SPACES.                    00400000
          05 DET-STUD-NAME   PIC X(30).                                 00410000
          05 FILLER          PIC X(02) VALUE SPACES.                    00412800
          05 DET-PROG-TYPE   PIC X(01) VALUE SPACE.                     00415600
          05 FILLER          PIC X(88) VALUE SPACES.                    00418400
                                                                        00421400
       01 WS-SUPPRESS-LINE.                                             00422800
          05 FILLER          PIC X(37)                                  00424200
                VALUE 'PRIVACY BLOCKED STUDENTS SUPPRESSED: '.          00425600
          05 SUP-COUNT       PIC ZZZ,ZZ9.                               00427000
          05 FILLER          PIC X(88) VALUE SPACES.                    00428400
                                                                        00428530
       01 WS-DEPT-COUNT-LINE.                                           00428660
          05 FILLER          PIC X(37)                                  00428920
                VALUE 'STUDENTS LISTED FOR DEPARTMENT:      '.          00429180
          05 DCL-COUNT       PIC ZZZ,ZZ9.                               00429440
          05 FILLER          PIC X(88) VALUE SPACES.                    00429700
                                                                        00430000
            EXEC SQL                                                    00440000
               INCLUDE SQLCA                                            00450000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            00530000
           10 WS-STUD-NAME             PIC X(30).                       00540000
           10 WS-STUD-DEPT             PIC X(10).                       00550000
           10 WS-PRIVACY-FLAG          PIC X(01).                       00553300
           10 WS-PRIVACY-EFF-DATE      PIC X(08).                       00556600
                                                                        00560000
           COPY SQLCLS.                                                 00565000
           COPY PRIVPARM.                                               00567500
            EXEC SQL                                                    00570000
               DECLARE STUDCUR CURSOR FOR                               00580000
               SELECT STUD_ID, STUD_NAME, STUD_DEPT,                    00586600
                      PRIVACY_FLAG, PRIVACY_EFF_DT                      00593200
                 FROM STUD_STUDENT                                      00600000
                ORDER BY STUD_DEPT, STUD_NAME                           00610000
            END-EXEC.                                                   00620000
                                                                        00630000
       PROCEDURE DIVISION.                                              00640000
                                                                        00650000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             00650620
            IF NOT WS-BASIS-VALID                                       00651240
               DISPLAY 'INVALID PROGRAM BASIS ON CONTROL CARD: '        00651860
                       WS-PARM-BASIS                                    00652480
               MOVE +8 TO RETURN-CODE                                   00653100
               GOBACK                                                   00653720
            END-IF.                                                     00654340
            MOVE FUNCTION CURRENT-DATE(1:8) TO PV-AS-OF-DATE.           00655000
            OPEN OUTPUT ROSTER.                                         00660000
            OPEN INPUT DEPTMST.                                         00665000
            IF WS-DEPTMST-STATUS NOT = '00'                             00666000
               MOVE +16 TO RETURN-CODE                                  00669000
               GOBACK                                                   00669100
            END-IF.                                                     00669200
            IF NOT WS-BASIS-HOME                                        00669238
               OPEN INPUT POSMST                                        00669276
               IF WS-POSMST-STATUS NOT = '00'                           00669314
                  DISPLAY 'POSMST OPEN FAILED - STATUS: '               00669352
                          WS-POSMST-STATUS                              00669390
                  MOVE +16 TO RETURN-CODE                               00669428
                  GOBACK                                                00669466
               END-IF                                                   00669504
               MOVE 'TYPE' TO HDR-PROG-TYPE                             00669542
               EVALUATE WS-PARM-BASIS                                   00669580
               WHEN 'P'                                                 00669618
                  MOVE '  (DECLARED PRIMARY MAJOR)' TO HDR-BASIS        00669656
               WHEN 'S'                                                 00669694
                  MOVE '  (DECLARED SECOND MAJOR)' TO HDR-BASIS         00669732
               WHEN 'M'                                                 00669770
                  MOVE '  (DECLARED MINOR)' TO HDR-BASIS                00669808
               WHEN 'A'                                                 00669846
                  MOVE '  (ANY DECLARED PROGRAM)' TO HDR-BASIS          00669884
               END-EVALUATE                                             00669922
            END-IF.                                                     00669960
                                                                        00670000
            IF WS-BASIS-HOME                                            00675000
               EXEC SQL                                                 00680000
                    OPEN STUDCUR                                        00690000
               END-EXEC                                                 00700000
                                                                        00710000
               PERFORM A400-FETCH-PARA                                  00720000
                                                                        00730000
               PERFORM UNTIL WS-EOF = 'Y'                               00740000
                  PERFORM A410-DETAIL-PARA                              00750000
                  PERFORM A400-FETCH-PARA                               00760000
               END-PERFORM                                              00770000
                                                                        00780000
               EXEC SQL                                                 00790000
                    CLOSE STUDCUR                                       00800000
               END-EXEC                                                 00810000
            ELSE                                                        00812000
               PERFORM A500-PROGRAM-ROSTER-PARA                         00814000
               CLOSE POSMST                                             00816000
            END-IF.                                                     00818000
                                                                        00820000
            PERFORM A440-SUPPRESS-TOTAL-PARA.                           00823300
                                                                        00826600
            CLOSE ROSTER.                                               00830000
            CLOSE DEPTMST.                                              00835000
                                                                        00840000
                                                                        01034000
             EXEC SQL                                                   01035000
                  FETCH STUDCUR                                         01036000
                    INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,     01036660
                         :WS-PRIVACY-FLAG, :WS-PRIVACY-EFF-DATE         01037320
             END-EXEC.                                                  01038000
                                                                        01039000
             CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.               01039100
             END-CALL.                                                  01039895
                                                                        01040000
       A410-DETAIL-PARA.                                                01050000
                                                                        01050830
             MOVE WS-PRIVACY-FLAG     TO PV-PRIVACY-FLAG.               01051660
             MOVE WS-PRIVACY-EFF-DATE TO PV-PRIVACY-EFF-DATE.           01052490
             CALL 'PRIVCHK' USING PRIV-CHECK-PARM.                      01053320
             IF PV-SUPPRESS                                             01054150
                ADD 1 TO WS-SUPPRESS-CNT                                01054980
             ELSE                                                       01055810
                PERFORM A415-PRINT-DETAIL-PARA                          01056640
             END-IF.                                                    01057470
                                                                        01058300
       A415-PRINT-DETAIL-PARA.                                          01059130
                                                                        01060000
             IF WS-STUD-DEPT NOT = WS-PREV-DEPT                         01070000
                IF NOT WS-BASIS-HOME                                    01072000
                   AND WS-PREV-DEPT NOT = SPACES                        01074000
                   PERFORM A450-DEPT-COUNT-PARA                         01076000
                END-IF                                                  01078000
                MOVE WS-STUD-DEPT TO WS-PREV-DEPT                       01080000
                PERFORM A430-PAGE-HEADER-PARA                           01090000
                PERFORM A420-DEPT-HEADER-PARA                           01100000
             WRITE ROSTER-REC FROM WS-DETAIL-LINE                       01200000
                AFTER ADVANCING 1 LINE.                                 01210000
             ADD 1 TO WS-LINE-CNT.                                      01220000
             ADD 1 TO WS-DEPT-LISTED.                                   01225000
                                                                        01230000
       A420-DEPT-HEADER-PARA.                                           01240000
                                                                        01250000
             WRITE ROSTER-REC FROM WS-HDR1                              01370000
                AFTER ADVANCING PAGE.                                   01380000
             MOVE 1 TO WS-LINE-CNT.                                     01390000
                                                                        01400000
       A440-SUPPRESS-TOTAL-PARA.                                        01410000
                                                                        01420000
             MOVE WS-SUPPRESS-CNT TO SUP-COUNT.                         01430000
             WRITE ROSTER-REC FROM WS-SUPPRESS-LINE                     01440000
                AFTER ADVANCING 2 LINES.                                01450000
                                                                        01460000
       A450-DEPT-COUNT-PARA.                                            01470000
                                                                        01480000
             MOVE WS-DEPT-LISTED TO DCL-COUNT.                          01490000
             WRITE ROSTER-REC FROM WS-DEPT-COUNT-LINE                   01500000
                AFTER ADVANCING 2 LINES.                                01510000
             ADD 2 TO WS-LINE-CNT.                                      01520000
             MOVE ZERO TO WS-DEPT-LISTED.                               01530000
                                                                        01540000
       A500-PROGRAM-ROSTER-PARA.                                        01550000
                                                                        01560000
             MOVE LOW-VALUES TO PS-DEPT.                                01570000
             START POSMST KEY IS NOT LESS THAN PS-DEPT                  01580000
               INVALID KEY MOVE 'Y' TO WS-EOF                           01590000
             END-START.                                                 01600000
             PERFORM A510-READ-PROGRAM-PARA UNTIL WS-EOF = 'Y'.         01610000
             IF WS-PREV-DEPT NOT = SPACES                               01620000
                PERFORM A450-DEPT-COUNT-PARA                            01630000
             END-IF.                                                    01640000
             IF WS-NOT-ON-DB-CNT > ZERO                                 01650000
                DISPLAY 'DECLARED STUDENTS NOT ON STUD_STUDENT: '       01660000
                        WS-NOT-ON-DB-CNT                                01670000
             END-IF.                                                    01680000
                                                                        01690000
       A510-READ-PROGRAM-PARA.                                          01700000
                                                                        01710000
             READ POSMST NEXT                                           01720000
               AT END MOVE 'Y' TO WS-EOF                                01730000
               NOT AT END                                               01740000
                  IF PS-DECL-ACTIVE                                     01750000
                     AND (WS-PARM-BASIS = 'A'                           01760000
                          OR PS-PROG-TYPE = WS-PARM-BASIS)              01770000
                     PERFORM A520-PROGRAM-STUDENT-PARA                  01780000
                  END-IF                                                01790000
             END-READ.                                                  01800000
             IF WS-EOF NOT = 'Y'                                        01810000
                AND WS-POSMST-STATUS NOT = '00'                         01820000
                AND WS-POSMST-STATUS NOT = '02'                         01830000
                DISPLAY 'POSMST READ FAILED - STATUS: '                 01840000
                        WS-POSMST-STATUS                                01850000
                MOVE 'Y' TO WS-EOF                                      01860000
                MOVE +16 TO RETURN-CODE                                 01870000
             END-IF.                                                    01880000
                                                                        01890000
       A520-PROGRAM-STUDENT-PARA.                                       01900000
                                                                        01910000
             MOVE PS-STUD-ID   TO WS-STUD-ID-X.                         01920000
             MOVE WS-STUD-ID-X TO WS-STUD-ID.                           01930000
             EXEC SQL                                                   01940000
                  SELECT  STUD_NAME, PRIVACY_FLAG, PRIVACY_EFF_DT       01950000
                    INTO  :WS-STUD-NAME, :WS-PRIVACY-FLAG,              01960000
                          :WS-PRIVACY-EFF-DATE                          01970000
                    FROM  STUD_STUDENT                                  01980000
                   WHERE  STUD_ID = :WS-STUD-ID                         01990000
             END-EXEC.                                                  02000000
                                                                        02010000
             CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.               02020000
             EVALUATE TRUE                                              02030000
             WHEN SQL-SUCCESS                                           02040000
                  MOVE PS-DEPT      TO WS-STUD-DEPT                     02050000
                  MOVE PS-PROG-TYPE TO DET-PROG-TYPE                    02060000
                  PERFORM A410-DETAIL-PARA                              02070000
             WHEN SQL-NOTFOUND                                          02080000
                  ADD 1 TO WS-NOT-ON-DB-CNT                             02090000
                  DISPLAY 'DECLARED STUDENT NOT ON STUD_STUDENT: '      02100000
                          PS-STUD-ID                                    02110000
             WHEN OTHER                                                 02120000
                  DISPLAY 'STUD_STUDENT SELECT ERROR SQLCODE: ' SQLCODE 02130000
                  MOVE 'Y' TO WS-EOF                                    02140000
                  MOVE +16 TO RETURN-CODE                               02150000
             END-EVALUATE.                                              02160000
