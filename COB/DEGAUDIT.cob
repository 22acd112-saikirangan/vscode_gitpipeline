       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. DEGAUDIT.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT GRADES ASSIGN TO GRDFILE                         00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS DYNAMIC                                  00080000
                RECORD KEY IS GR-KEY                                    00090000
                FILE STATUS IS WS-GRADES-STATUS.                        00100000
                SELECT CRSCAT ASSIGN TO CRSCAT                          00110000
                ORGANIZATION IS INDEXED                                 00120000
                ACCESS MODE IS RANDOM                                   00130000
                RECORD KEY IS CC-COURSE                                 00140000
                FILE STATUS IS WS-CRSCAT-STATUS.                        00150000
                SELECT DEGREQ ASSIGN TO DEGREQ                          00160000
                ORGANIZATION IS INDEXED                                 00170000
                ACCESS MODE IS DYNAMIC                                  00180000
                RECORD KEY IS DQ-KEY                                    00190000
                FILE STATUS IS WS-DEGREQ-STATUS.                        00200000
                SELECT DEGSTAT ASSIGN TO DEGSTAT                        00210000
                ORGANIZATION IS INDEXED                                 00220000
                ACCESS MODE IS SEQUENTIAL                               00230000
                RECORD KEY IS DS-STUD-ID                                00240000
                FILE STATUS IS WS-DEGSTAT-STATUS.                       00250000
                SELECT DEGRPT ASSIGN TO DEGRPT                          00260000
                ORGANIZATION IS SEQUENTIAL.                             00270000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00280000
                ORGANIZATION IS SEQUENTIAL                              00290000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00300000
       DATA DIVISION.                                                   00310000
       FILE SECTION.                                                    00320000
       FD GRADES                                                        00330000
            RECORDING MODE IS F.                                        00340000
           COPY GRDREC.                                                 00350000
       FD CRSCAT                                                        00360000
            RECORDING MODE IS F.                                        00370000
           COPY CRSCAT.                                                 00380000
       FD DEGREQ                                                        00390000
            RECORDING MODE IS F.                                        00400000
           COPY DEGREQ.                                                 00410000
       FD DEGSTAT                                                       00420000
            RECORDING MODE IS F.                                        00430000
           COPY DEGSTAT.                                                00440000
       FD DEGRPT                                                        00450000
            RECORDING MODE IS F.                                        00460000
       01 DEGRPT-REC PIC X(132).                                        00470000
       FD CYCDATE                                                       00480000
            RECORDING MODE IS F.                                        00490000
           COPY CYCDATE.                                                00500000
       WORKING-STORAGE SECTION.                                         00510000
       01 WS-EOF             PIC A     VALUE SPACE.                     00520000
       01 WS-GRADES-STATUS   PIC X(02) VALUE SPACES.                    00530000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00540000
       01 WS-DEGREQ-STATUS   PIC X(02) VALUE SPACES.                    00550000
       01 WS-DEGSTAT-STATUS  PIC X(02) VALUE SPACES.                    00560000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00570000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00580000
       01 WS-CUR-STUD-ID     PIC X(09) VALUE SPACES.                    00590000
       01 WS-REQ-EOF         PIC X(01) VALUE 'N'.                       00600000
           88 WS-REQ-AT-END         VALUE 'Y'.                          00610000
       77 WS-CRS-MAX         PIC 9(03) COMP VALUE 100.                  00620000
       01 WS-CRS-COUNT       PIC 9(03) COMP VALUE ZERO.                 00630000
       01 WS-CRS-IDX         PIC 9(03) COMP VALUE ZERO.                 00640000
       01 WS-FIND-IDX        PIC 9(03) COMP VALUE ZERO.                 00650000
       01 WS-FOUND-FLAG      PIC X(01) VALUE 'N'.                       00660000
           88 WS-CRS-FOUND          VALUE 'Y'.                          00670000
       01 WS-CRS-TABLE.                                                 00680000
          05 WS-CT-ENTRY OCCURS 100 TIMES.                              00690000
             10 WS-CT-COURSE    PIC X(10).                              00700000
             10 WS-CT-TERM      PIC X(05).                              00710000
             10 WS-CT-GRADE     PIC X(02).                              00720000
             10 WS-CT-CREDITS   PIC 9(02).                              00730000
             10 WS-CT-DEPT      PIC X(10).                              00740000
             10 WS-CT-TITLE     PIC X(30).                              00750000
             10 WS-CT-USED      PIC X(01).                              00760000
       01 WS-REQ-CNT         PIC 9(03) COMP VALUE ZERO.                 00770000
       01 WS-EARNED-CREDITS  PIC 9(04) VALUE ZERO.                      00780000
       01 WS-REQD-CREDITS    PIC 9(04) VALUE ZERO.                      00790000
       01 WS-OUT-CREDITS     PIC 9(04) VALUE ZERO.                      00800000
       01 WS-REMAIN-CREDITS  PIC 9(04) VALUE ZERO.                      00810000
       01 WS-COURSES-OUT     PIC 9(03) VALUE ZERO.                      00820000
       01 WS-ELECTIVE-SHORT  PIC 9(03) VALUE ZERO.                      00830000
       01 WS-POOL-EARNED     PIC 9(03) VALUE ZERO.                      00840000
       01 WS-MATCH-COURSE    PIC X(10) VALUE SPACES.                    00850000
       01 WS-CRS-TITLE       PIC X(30) VALUE SPACES.                    00860000
       01 WS-CRS-CREDITS     PIC 9(02) VALUE ZERO.                      00870000
       01 WS-PRINT-LINE      PIC X(132) VALUE SPACES.                   00880000
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   00890000
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   00900000
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 00910000
                                                                        00920000
       01 WS-CONTROL-TOTALS.                                            00930000
           05 WS-CNT-GRADES     PIC 9(07) COMP VALUE ZERO.              00940000
           05 WS-CNT-STUDENTS   PIC 9(07) COMP VALUE ZERO.              00950000
           05 WS-CNT-COMPLETE   PIC 9(07) COMP VALUE ZERO.              00960000
           05 WS-CNT-INCOMPLETE PIC 9(07) COMP VALUE ZERO.              00970000
           05 WS-CNT-NO-PROGRAM PIC 9(07) COMP VALUE ZERO.              00980000
           05 WS-CNT-NOTFOUND   PIC 9(07) COMP VALUE ZERO.              00990000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              01000000
           05 WS-CNT-NO-CATALOG PIC 9(07) COMP VALUE ZERO.              01010000
           05 WS-CNT-CRS-DROP   PIC 9(07) COMP VALUE ZERO.              01020000
           COPY SQLCLS.                                                 01030000
                                                                        01040000
            EXEC SQL                                                    01050000
               INCLUDE SQLCA                                            01060000
            END-EXEC.                                                   01070000
                                                                        01080000
            EXEC SQL                                                    01090000
               INCLUDE STUDENT                                          01100000
            END-EXEC.                                                   01110000
                                                                        01120000
       01  DCLSTUDENT.                                                  01130000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            01140000
           10 WS-STUD-NAME             PIC X(30).                       01150000
           10 WS-STUD-DEPT             PIC X(10).                       01160000
           10 WS-STUD-STATUS           PIC X(01).                       01170000
                                                                        01180000
       01 WS-HDR1.                                                      01190000
          05 FILLER      PIC X(40) VALUE                                01200000
             'DEGREE AUDIT REPORT'.                                     01210000
          05 FILLER      PIC X(06) VALUE 'DATE: '.                      01220000
          05 HDR-DATE    PIC X(08).                                     01230000
          05 FILLER      PIC X(07) VALUE SPACES.                        01240000
          05 FILLER      PIC X(05) VALUE 'PAGE '.                       01250000
          05 HDR-PAGE    PIC ZZZZ9.                                     01260000
          05 FILLER      PIC X(61) VALUE SPACES.                        01270000
                                                                        01280000
       01 WS-HDR2.                                                      01290000
          05 FILLER      PIC X(04) VALUE SPACES.                        01300000
          05 FILLER      PIC X(10) VALUE 'REQMT'.                       01310000
          05 FILLER      PIC X(12) VALUE 'COURSE'.                      01320000
          05 FILLER      PIC X(32) VALUE 'TITLE'.                       01330000
          05 FILLER      PIC X(07) VALUE 'TERM'.                        01340000
          05 FILLER      PIC X(04) VALUE 'GR'.                          01350000
          05 FILLER      PIC X(04) VALUE ' CR'.                         01360000
          05 FILLER      PIC X(12) VALUE 'STATUS'.                      01370000
          05 FILLER      PIC X(47) VALUE SPACES.                        01380000
                                                                        01390000
       01 WS-STUDENT-LINE.                                              01400000
          05 FILLER          PIC X(09) VALUE 'STUDENT: '.               01410000
          05 STU-ID          PIC X(09).                                 01420000
          05 FILLER          PIC X(02) VALUE SPACES.                    01430000
          05 STU-NAME        PIC X(30).                                 01440000
          05 FILLER          PIC X(07) VALUE ' DEPT: '.                 01450000
          05 STU-DEPT        PIC X(10).                                 01460000
          05 FILLER          PIC X(65) VALUE SPACES.                    01470000
                                                                        01480000
       01 WS-DETAIL-LINE.                                               01490000
          05 FILLER          PIC X(04) VALUE SPACES.                    01500000
          05 DET-TYPE        PIC X(10).                                 01510000
          05 DET-COURSE      PIC X(10).                                 01520000
          05 FILLER          PIC X(02) VALUE SPACES.                    01530000
          05 DET-TITLE       PIC X(30).                                 01540000
          05 FILLER          PIC X(02) VALUE SPACES.                    01550000
          05 DET-TERM        PIC X(05).                                 01560000
          05 FILLER          PIC X(02) VALUE SPACES.                    01570000
          05 DET-GRADE       PIC X(02).                                 01580000
          05 FILLER          PIC X(02) VALUE SPACES.                    01590000
          05 DET-CREDITS     PIC Z9.                                    01600000
          05 FILLER          PIC X(02) VALUE SPACES.                    01610000
          05 DET-STATUS      PIC X(12).                                 01620000
          05 FILLER          PIC X(47) VALUE SPACES.                    01630000
                                                                        01640000
       01 WS-POOL-LINE.                                                 01650000
          05 FILLER          PIC X(04) VALUE SPACES.                    01660000
          05 FILLER          PIC X(10) VALUE 'POOL'.                    01670000
          05 POOL-DEPT       PIC X(10).                                 01680000
          05 FILLER          PIC X(02) VALUE SPACES.                    01690000
          05 POOL-DESC       PIC X(30).                                 01700000
          05 FILLER          PIC X(10) VALUE '  NEEDED: '.              01710000
          05 POOL-NEEDED     PIC ZZ9.                                   01720000
          05 FILLER          PIC X(10) VALUE '  EARNED: '.              01730000
          05 POOL-EARNED     PIC ZZ9.                                   01740000
          05 FILLER          PIC X(02) VALUE SPACES.                    01750000
          05 POOL-STATUS     PIC X(12).                                 01760000
          05 FILLER          PIC X(36) VALUE SPACES.                    01770000
                                                                        01780000
       01 WS-SUMMARY-LINE.                                              01790000
          05 FILLER          PIC X(04) VALUE SPACES.                    01800000
          05 FILLER          PIC X(16) VALUE 'CREDITS EARNED: '.        01810000
          05 SUM-EARNED      PIC ZZZ9.                                  01820000
          05 FILLER          PIC X(12) VALUE '  REQUIRED: '.            01830000
          05 SUM-REQUIRED    PIC ZZZ9.                                  01840000
          05 FILLER          PIC X(13) VALUE '  REMAINING: '.           01850000
          05 SUM-REMAIN      PIC ZZZ9.                                  01860000
          05 FILLER          PIC X(23) VALUE                            01870000
             '  COURSES OUTSTANDING: '.                                 01880000
          05 SUM-OUT         PIC ZZ9.                                   01890000
          05 FILLER          PIC X(09) VALUE '  AUDIT: '.               01900000
          05 SUM-STATUS      PIC X(12).                                 01910000
          05 FILLER          PIC X(28) VALUE SPACES.                    01920000
                                                                        01930000
       PROCEDURE DIVISION.                                              01940000
                                                                        01950000
            PERFORM D050-READ-CYCDATE-PARA.                             01960000
                                                                        01970000
            OPEN INPUT GRADES.                                          01980000
            IF WS-GRADES-STATUS NOT = '00'                              01990000
               DISPLAY 'GRDFILE OPEN FAILED - STATUS: '                 02000000
                       WS-GRADES-STATUS                                 02010000
               MOVE +16 TO RETURN-CODE                                  02020000
               GOBACK                                                   02030000
            END-IF.                                                     02040000
            OPEN INPUT CRSCAT.                                          02050000
            IF WS-CRSCAT-STATUS NOT = '00'                              02060000
               DISPLAY 'CRSCAT OPEN FAILED - STATUS: '                  02070000
                       WS-CRSCAT-STATUS                                 02080000
               MOVE +16 TO RETURN-CODE                                  02090000
               GOBACK                                                   02100000
            END-IF.                                                     02110000
            OPEN INPUT DEGREQ.                                          02120000
            IF WS-DEGREQ-STATUS NOT = '00'                              02130000
               DISPLAY 'DEGREQ OPEN FAILED - STATUS: '                  02140000
                       WS-DEGREQ-STATUS                                 02150000
               MOVE +16 TO RETURN-CODE                                  02160000
               GOBACK                                                   02170000
            END-IF.                                                     02180000
            OPEN OUTPUT DEGSTAT.                                        02190000
            IF WS-DEGSTAT-STATUS NOT = '00'                             02200000
               DISPLAY 'DEGSTAT OPEN FAILED - STATUS: '                 02210000
                       WS-DEGSTAT-STATUS                                02220000
               MOVE +16 TO RETURN-CODE                                  02230000
               GOBACK                                                   02240000
            END-IF.                                                     02250000
            OPEN OUTPUT DEGRPT.                                         02260000
                                                                        02270000
            MOVE LOW-VALUES TO GR-KEY.                                  02280000
            START GRADES KEY IS NOT LESS THAN GR-KEY                    02290000
              INVALID KEY MOVE 'Y' TO WS-EOF                            02300000
            END-START.                                                  02310000
            IF WS-EOF NOT = 'Y'                                         02320000
               PERFORM D900-READ-GRADE-PARA                             02330000
            END-IF.                                                     02340000
            PERFORM D100-AUDIT-STUDENT-PARA UNTIL WS-EOF = 'Y'.         02350000
                                                                        02360000
            CLOSE GRADES.                                               02370000
            CLOSE CRSCAT.                                               02380000
            CLOSE DEGREQ.                                               02390000
            CLOSE DEGSTAT.                                              02400000
            CLOSE DEGRPT.                                               02410000
                                                                        02420000
            DISPLAY '===== DEGAUDIT CONTROL TOTALS ====='.              02430000
            DISPLAY 'GRADE RECORDS READ       : ' WS-CNT-GRADES.        02440000
            DISPLAY 'STUDENTS AUDITED         : ' WS-CNT-STUDENTS.      02450000
            DISPLAY 'AUDITS COMPLETE          : ' WS-CNT-COMPLETE.      02460000
            DISPLAY 'AUDITS INCOMPLETE        : ' WS-CNT-INCOMPLETE.    02470000
            DISPLAY 'NO REQUIREMENTS FOR DEPT : ' WS-CNT-NO-PROGRAM.    02480000
            DISPLAY 'STUDENTS NOT ON TABLE    : ' WS-CNT-NOTFOUND.      02490000
            DISPLAY 'STUDENT LOOKUP SQL ERRORS: ' WS-CNT-SQLERR.        02500000
            DISPLAY 'COURSES NOT ON CATALOG   : ' WS-CNT-NO-CATALOG.    02510000
            DISPLAY 'COURSES DROPPED (TABLE)  : ' WS-CNT-CRS-DROP.      02520000
            DISPLAY '==================================='.              02530000
                                                                        02540000
            IF WS-CNT-SQLERR > ZERO OR WS-CNT-CRS-DROP > ZERO           02550000
               MOVE +8 TO RETURN-CODE                                   02560000
            ELSE                                                        02570000
               IF WS-CNT-NOTFOUND > ZERO OR WS-CNT-NO-PROGRAM > ZERO    02580000
                  MOVE +4 TO RETURN-CODE                                02590000
               ELSE                                                     02600000
                  MOVE ZERO TO RETURN-CODE                              02610000
               END-IF                                                   02620000
            END-IF.                                                     02630000
                                                                        02640000
            GOBACK.                                                     02650000
                                                                        02660000
       D050-READ-CYCDATE-PARA.                                          02670000
                                                                        02680000
            OPEN INPUT CYCDATE.                                         02690000
            IF WS-CYCDATE-STATUS NOT = '00'                             02700000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      02710000
               MOVE FUNCTION CURRENT-DATE(1:8)                          02720000
                 TO WS-BUSINESS-DATE                                    02730000
            ELSE                                                        02740000
               READ CYCDATE                                             02750000
                 AT END                                                 02760000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     02770000
                      TO WS-BUSINESS-DATE                               02780000
                 NOT AT END                                             02790000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           02800000
               END-READ                                                 02810000
               CLOSE CYCDATE                                            02820000
            END-IF.                                                     02830000
            MOVE WS-BUSINESS-DATE TO HDR-DATE.                          02840000
                                                                        02850000
       D100-AUDIT-STUDENT-PARA.                                         02860000
                                                                        02870000
            MOVE GR-STUD-ID TO WS-CUR-STUD-ID.                          02880000
            MOVE ZERO TO WS-CRS-COUNT.                                  02890000
            MOVE ZERO TO WS-EARNED-CREDITS.                             02900000
            PERFORM D110-COLLECT-GRADE-PARA                             02910000
               UNTIL WS-EOF = 'Y' OR GR-STUD-ID NOT = WS-CUR-STUD-ID.   02920000
                                                                        02930000
            IF WS-CUR-STUD-ID IS NOT NUMERIC                            02940000
               ADD 1 TO WS-CNT-NOTFOUND                                 02950000
               DISPLAY 'INVALID STUD-ID ON GRDFILE: ' WS-CUR-STUD-ID    02960000
            ELSE                                                        02970000
               COMPUTE WS-STUD-ID = FUNCTION NUMVAL(WS-CUR-STUD-ID)     02980000
               PERFORM D200-SELECT-STUDENT-PARA                         02990000
               EVALUATE TRUE                                            03000000
               WHEN SQL-SUCCESS                                         03010000
                    ADD 1 TO WS-CNT-STUDENTS                            03020000
                    PERFORM D300-AUDIT-PARA                             03030000
               WHEN SQL-NOTFOUND                                        03040000
                    ADD 1 TO WS-CNT-NOTFOUND                            03050000
                    DISPLAY 'STUDENT NOT ON STUD_STUDENT: '             03060000
                            WS-CUR-STUD-ID                              03070000
               WHEN OTHER                                               03080000
                    ADD 1 TO WS-CNT-SQLERR                              03090000
                    DISPLAY 'STUDENT LOOKUP SQL ERROR SQLCODE: '        03100000
                            SQLCODE                                     03110000
               END-EVALUATE                                             03120000
            END-IF.                                                     03130000
                                                                        03140000
       D110-COLLECT-GRADE-PARA.                                         03150000
                                                                        03160000
            IF GR-GRADE NOT = 'F ' AND GR-GRADE NOT = 'I '              03170000
               AND GR-GRADE NOT = 'W ' AND GR-GRADE NOT = SPACES        03180000
               PERFORM D120-STORE-COURSE-PARA                           03190000
            END-IF.                                                     03200000
            PERFORM D900-READ-GRADE-PARA.                               03210000
                                                                        03220000
       D120-STORE-COURSE-PARA.                                          03230000
                                                                        03240000
            MOVE 'N' TO WS-FOUND-FLAG.                                  03250000
            MOVE GR-COURSE TO WS-MATCH-COURSE.                          03260000
            PERFORM D130-MATCH-COURSE-PARA                              03270000
               VARYING WS-CRS-IDX FROM 1 BY 1                           03280000
               UNTIL WS-CRS-IDX > WS-CRS-COUNT OR WS-CRS-FOUND.         03290000
            IF NOT WS-CRS-FOUND                                         03300000
               IF WS-CRS-COUNT < WS-CRS-MAX                             03310000
                  ADD 1 TO WS-CRS-COUNT                                 03320000
                  MOVE GR-COURSE TO WS-CT-COURSE(WS-CRS-COUNT)          03330000
                  MOVE GR-TERM   TO WS-CT-TERM(WS-CRS-COUNT)            03340000
                  MOVE GR-GRADE  TO WS-CT-GRADE(WS-CRS-COUNT)           03350000
                  MOVE 'N'       TO WS-CT-USED(WS-CRS-COUNT)            03360000
                  MOVE GR-COURSE TO CC-COURSE                           03370000
                  READ CRSCAT                                           03380000
                    INVALID KEY                                         03390000
                       ADD 1 TO WS-CNT-NO-CATALOG                       03400000
                       DISPLAY 'COURSE NOT ON CATALOG: ' GR-COURSE      03410000
                               ' STUD-ID: ' GR-STUD-ID                  03420000
                       MOVE ZERO   TO WS-CT-CREDITS(WS-CRS-COUNT)       03430000
                       MOVE SPACES TO WS-CT-DEPT(WS-CRS-COUNT)          03440000
                       MOVE SPACES TO WS-CT-TITLE(WS-CRS-COUNT)         03450000
                    NOT INVALID KEY                                     03460000
                       MOVE CC-CREDITS TO WS-CT-CREDITS(WS-CRS-COUNT)   03470000
                       MOVE CC-DEPT    TO WS-CT-DEPT(WS-CRS-COUNT)      03480000
                       MOVE CC-TITLE   TO WS-CT-TITLE(WS-CRS-COUNT)     03490000
                  END-READ                                              03500000
                  IF GR-TRANSFER AND GR-XFER-CREDITS IS NUMERIC         03501600
                     AND GR-XFER-CREDITS > ZERO                         03503200
                     MOVE GR-XFER-CREDITS                               03504800
                       TO WS-CT-CREDITS(WS-CRS-COUNT)                   03506400
                  END-IF                                                03508000
                  ADD WS-CT-CREDITS(WS-CRS-COUNT) TO WS-EARNED-CREDITS  03510000
               ELSE                                                     03520000
                  ADD 1 TO WS-CNT-CRS-DROP                              03530000
                  DISPLAY 'COURSE TABLE FULL - COURSE NOT AUDITED: '    03540000
                          GR-COURSE ' STUD-ID: ' GR-STUD-ID             03550000
               END-IF                                                   03560000
            END-IF.                                                     03570000
                                                                        03580000
       D130-MATCH-COURSE-PARA.                                          03590000
                                                                        03600000
            IF WS-CT-COURSE(WS-CRS-IDX) = WS-MATCH-COURSE               03610000
               MOVE 'Y' TO WS-FOUND-FLAG                                03620000
               MOVE WS-CRS-IDX TO WS-FIND-IDX                           03630000
            END-IF.                                                     03640000
                                                                        03650000
       D200-SELECT-STUDENT-PARA.                                        03660000
                                                                        03670000
            EXEC SQL                                                    03680000
                 SELECT  STUD_ID, STUD_NAME, STUD_DEPT,                 03690000
                         STUD_ENROLL_STATUS                             03700000
                   INTO  :WS-STUD-ID, :WS-STUD-NAME,                    03710000
                         :WS-STUD-DEPT, :WS-STUD-STATUS                 03720000
                FROM STUD_STUDENT                                       03730000
                WHERE STUD_ID = :WS-STUD-ID                             03740000
            END-EXEC.                                                   03750000
                                                                        03760000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                03770000
                                                                        03780000
       D300-AUDIT-PARA.                                                 03790000
                                                                        03800000
            MOVE ZERO TO WS-REQ-CNT.                                    03810000
            MOVE ZERO TO WS-REQD-CREDITS.                               03820000
            MOVE ZERO TO WS-OUT-CREDITS.                                03830000
            MOVE ZERO TO WS-COURSES-OUT.                                03840000
            MOVE ZERO TO WS-ELECTIVE-SHORT.                             03850000
                                                                        03860000
            MOVE WS-CUR-STUD-ID TO STU-ID.                              03870000
            MOVE WS-STUD-NAME   TO STU-NAME.                            03880000
            MOVE WS-STUD-DEPT   TO STU-DEPT.                            03890000
            IF WS-LINE-CNT + 3 > WS-LINES-PER-PAGE                      03900000
               PERFORM D800-PAGE-HEADER-PARA                            03910000
            END-IF.                                                     03920000
            WRITE DEGRPT-REC FROM WS-STUDENT-LINE                       03930000
               AFTER ADVANCING 2 LINES.                                 03940000
            ADD 2 TO WS-LINE-CNT.                                       03950000
                                                                        03960000
            MOVE WS-STUD-DEPT TO DQ-DEPT.                               03970000
            MOVE LOW-VALUES   TO DQ-REQ-TYPE.                           03980000
            MOVE LOW-VALUES   TO DQ-ITEM.                               03990000
            MOVE 'N' TO WS-REQ-EOF.                                     04000000
            START DEGREQ KEY IS NOT LESS THAN DQ-KEY                    04010000
              INVALID KEY MOVE 'Y' TO WS-REQ-EOF                        04020000
            END-START.                                                  04030000
            PERFORM D310-READ-REQ-PARA UNTIL WS-REQ-AT-END.             04040000
                                                                        04050000
            MOVE WS-CUR-STUD-ID    TO DS-STUD-ID.                       04060000
            MOVE WS-STUD-DEPT      TO DS-DEPT.                          04070000
            MOVE WS-BUSINESS-DATE  TO DS-AUDIT-DATE.                    04080000
            IF WS-REQ-CNT = ZERO                                        04090000
               ADD 1 TO WS-CNT-NO-PROGRAM                               04100000
               MOVE ZERO TO WS-REMAIN-CREDITS                           04110000
               MOVE 'N' TO DS-AUDIT-STATUS                              04120000
               MOVE 'NO PROGRAM' TO SUM-STATUS                          04130000
            ELSE                                                        04140000
               IF WS-REQD-CREDITS > WS-EARNED-CREDITS                   04150000
                  COMPUTE WS-REMAIN-CREDITS =                           04160000
                          WS-REQD-CREDITS - WS-EARNED-CREDITS           04170000
               ELSE                                                     04180000
                  MOVE ZERO TO WS-REMAIN-CREDITS                        04190000
               END-IF                                                   04200000
               IF WS-OUT-CREDITS > WS-REMAIN-CREDITS                    04210000
                  MOVE WS-OUT-CREDITS TO WS-REMAIN-CREDITS              04220000
               END-IF                                                   04230000
               IF WS-COURSES-OUT = ZERO AND WS-ELECTIVE-SHORT = ZERO    04240000
                  AND WS-REMAIN-CREDITS = ZERO                          04250000
                  ADD 1 TO WS-CNT-COMPLETE                              04260000
                  MOVE 'C' TO DS-AUDIT-STATUS                           04270000
                  MOVE 'COMPLETE' TO SUM-STATUS                         04280000
               ELSE                                                     04290000
                  ADD 1 TO WS-CNT-INCOMPLETE                            04300000
                  MOVE 'I' TO DS-AUDIT-STATUS                           04310000
                  MOVE 'INCOMPLETE' TO SUM-STATUS                       04320000
               END-IF                                                   04330000
            END-IF.                                                     04340000
            MOVE WS-EARNED-CREDITS TO DS-CREDITS-EARNED.                04350000
            MOVE WS-REQD-CREDITS   TO DS-CREDITS-REQD.                  04360000
            MOVE WS-REMAIN-CREDITS TO DS-CREDITS-REMAIN.                04370000
            MOVE WS-COURSES-OUT    TO DS-COURSES-OUT.                   04380000
            MOVE WS-ELECTIVE-SHORT TO DS-ELECTIVE-SHORT.                04390000
            WRITE DEGSTAT-REC                                           04400000
              INVALID KEY                                               04410000
                 DISPLAY 'DEGSTAT WRITE FAILED STUD-ID: '               04420000
                         WS-CUR-STUD-ID ' STATUS: ' WS-DEGSTAT-STATUS   04430000
            END-WRITE.                                                  04440000
                                                                        04450000
            MOVE WS-EARNED-CREDITS TO SUM-EARNED.                       04460000
            MOVE WS-REQD-CREDITS   TO SUM-REQUIRED.                     04470000
            MOVE WS-REMAIN-CREDITS TO SUM-REMAIN.                       04480000
            MOVE WS-COURSES-OUT    TO SUM-OUT.                          04490000
            MOVE WS-SUMMARY-LINE   TO WS-PRINT-LINE.                    04500000
            PERFORM D810-WRITE-LINE-PARA.                               04510000
                                                                        04520000
       D310-READ-REQ-PARA.                                              04530000
                                                                        04540000
            READ DEGREQ NEXT                                            04550000
              AT END MOVE 'Y' TO WS-REQ-EOF                             04560000
              NOT AT END                                                04570000
                 IF DQ-DEPT NOT = WS-STUD-DEPT                          04580000
                    MOVE 'Y' TO WS-REQ-EOF                              04590000
                 ELSE                                                   04600000
                    ADD 1 TO WS-REQ-CNT                                 04610000
                    EVALUATE TRUE                                       04620000
                    WHEN DQ-REQUIRED-COURSE                             04630000
                       PERFORM D320-REQUIRED-COURSE-PARA                04640000
                    WHEN DQ-ELECTIVE-POOL                               04650000
                       PERFORM D330-ELECTIVE-POOL-PARA                  04660000
                    WHEN DQ-TOTAL-CREDITS                               04670000
                       MOVE DQ-MIN-CREDITS TO WS-REQD-CREDITS           04680000
                    WHEN OTHER                                          04690000
                       DISPLAY 'INVALID REQUIREMENT TYPE: '             04700000
                               DQ-REQ-TYPE ' DEPT: ' DQ-DEPT            04710000
                    END-EVALUATE                                        04720000
                 END-IF                                                 04730000
            END-READ.                                                   04740000
                                                                        04750000
       D320-REQUIRED-COURSE-PARA.                                       04760000
                                                                        04770000
            MOVE DQ-ITEM TO CC-COURSE.                                  04780000
            READ CRSCAT                                                 04790000
              INVALID KEY                                               04800000
                 MOVE DQ-DESC TO WS-CRS-TITLE                           04810000
                 MOVE ZERO    TO WS-CRS-CREDITS                         04820000
              NOT INVALID KEY                                           04830000
                 MOVE CC-TITLE   TO WS-CRS-TITLE                        04840000
                 MOVE CC-CREDITS TO WS-CRS-CREDITS                      04850000
            END-READ.                                                   04860000
            MOVE 'N' TO WS-FOUND-FLAG.                                  04870000
            MOVE DQ-ITEM TO WS-MATCH-COURSE.                            04880000
            PERFORM D130-MATCH-COURSE-PARA                              04890000
               VARYING WS-CRS-IDX FROM 1 BY 1                           04900000
               UNTIL WS-CRS-IDX > WS-CRS-COUNT OR WS-CRS-FOUND.         04910000
            MOVE SPACES       TO WS-DETAIL-LINE.                        04920000
            MOVE 'REQUIRED'   TO DET-TYPE.                              04930000
            MOVE DQ-ITEM      TO DET-COURSE.                            04940000
            MOVE WS-CRS-TITLE TO DET-TITLE.                             04950000
            IF WS-CRS-FOUND                                             04960000
               MOVE 'Y' TO WS-CT-USED(WS-FIND-IDX)                      04970000
               MOVE WS-CT-TERM(WS-FIND-IDX)    TO DET-TERM              04980000
               MOVE WS-CT-GRADE(WS-FIND-IDX)   TO DET-GRADE             04990000
               MOVE WS-CT-CREDITS(WS-FIND-IDX) TO DET-CREDITS           05000000
               MOVE 'SATISFIED'   TO DET-STATUS                         05010000
            ELSE                                                        05020000
               ADD 1 TO WS-COURSES-OUT                                  05030000
               ADD WS-CRS-CREDITS TO WS-OUT-CREDITS                     05040000
               MOVE WS-CRS-CREDITS TO DET-CREDITS                       05050000
               MOVE 'OUTSTANDING' TO DET-STATUS                         05060000
            END-IF.                                                     05070000
            MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.                       05080000
            PERFORM D810-WRITE-LINE-PARA.                               05090000
                                                                        05100000
       D330-ELECTIVE-POOL-PARA.                                         05110000
                                                                        05120000
            MOVE ZERO TO WS-POOL-EARNED.                                05130000
            PERFORM D340-APPLY-ELECTIVE-PARA                            05140000
               VARYING WS-CRS-IDX FROM 1 BY 1                           05150000
               UNTIL WS-CRS-IDX > WS-CRS-COUNT                          05160000
                  OR WS-POOL-EARNED NOT < DQ-MIN-CREDITS.               05170000
            MOVE DQ-ITEM        TO POOL-DEPT.                           05180000
            MOVE DQ-DESC        TO POOL-DESC.                           05190000
            MOVE DQ-MIN-CREDITS TO POOL-NEEDED.                         05200000
            MOVE WS-POOL-EARNED TO POOL-EARNED.                         05210000
            IF WS-POOL-EARNED < DQ-MIN-CREDITS                          05220000
               COMPUTE WS-ELECTIVE-SHORT = WS-ELECTIVE-SHORT            05230000
                       + DQ-MIN-CREDITS - WS-POOL-EARNED                05240000
               COMPUTE WS-OUT-CREDITS = WS-OUT-CREDITS                  05250000
                       + DQ-MIN-CREDITS - WS-POOL-EARNED                05260000
               MOVE 'OUTSTANDING' TO POOL-STATUS                        05270000
            ELSE                                                        05280000
               MOVE 'SATISFIED'   TO POOL-STATUS                        05290000
            END-IF.                                                     05300000
            MOVE WS-POOL-LINE TO WS-PRINT-LINE.                         05310000
            PERFORM D810-WRITE-LINE-PARA.                               05320000
                                                                        05330000
       D340-APPLY-ELECTIVE-PARA.                                        05340000
                                                                        05350000
            IF WS-CT-USED(WS-CRS-IDX) = 'N'                             05360000
               AND WS-CT-DEPT(WS-CRS-IDX) = DQ-ITEM                     05370000
               MOVE 'Y' TO WS-CT-USED(WS-CRS-IDX)                       05380000
               ADD WS-CT-CREDITS(WS-CRS-IDX) TO WS-POOL-EARNED          05390000
               MOVE SPACES     TO WS-DETAIL-LINE                        05400000
               MOVE 'ELECTIVE' TO DET-TYPE                              05410000
               MOVE WS-CT-COURSE(WS-CRS-IDX)  TO DET-COURSE             05420000
               MOVE WS-CT-TITLE(WS-CRS-IDX)   TO DET-TITLE              05430000
               MOVE WS-CT-TERM(WS-CRS-IDX)    TO DET-TERM               05440000
               MOVE WS-CT-GRADE(WS-CRS-IDX)   TO DET-GRADE              05450000
               MOVE WS-CT-CREDITS(WS-CRS-IDX) TO DET-CREDITS            05460000
               MOVE 'APPLIED'  TO DET-STATUS                            05470000
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE                     05480000
               PERFORM D810-WRITE-LINE-PARA                             05490000
            END-IF.                                                     05500000
                                                                        05510000
       D800-PAGE-HEADER-PARA.                                           05520000
                                                                        05530000
            ADD 1 TO WS-PAGE-CNT.                                       05540000
            MOVE WS-PAGE-CNT TO HDR-PAGE.                               05550000
            WRITE DEGRPT-REC FROM WS-HDR1                               05560000
               AFTER ADVANCING PAGE.                                    05570000
            WRITE DEGRPT-REC FROM WS-HDR2                               05580000
               AFTER ADVANCING 2 LINES.                                 05590000
            MOVE 3 TO WS-LINE-CNT.                                      05600000
                                                                        05610000
       D810-WRITE-LINE-PARA.                                            05620000
                                                                        05630000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         05640000
               PERFORM D800-PAGE-HEADER-PARA                            05650000
            END-IF.                                                     05660000
            WRITE DEGRPT-REC FROM WS-PRINT-LINE                         05670000
               AFTER ADVANCING 1 LINE.                                  05680000
            ADD 1 TO WS-LINE-CNT.                                       05690000
                                                                        05700000
       D900-READ-GRADE-PARA.                                            05710000
                                                                        05720000
            READ GRADES NEXT                                            05730000
              AT END MOVE 'Y' TO WS-EOF                                 05740000
              NOT AT END ADD 1 TO WS-CNT-GRADES                         05750000
            END-READ.                                                   05760000
