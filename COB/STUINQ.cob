       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. STUINQ.                                              00020000
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
                SELECT DEPTMST ASSIGN TO DEPTMST                        00160000
                ORGANIZATION IS INDEXED                                 00170000
                ACCESS MODE IS RANDOM                                   00180000
                RECORD KEY IS DM-DEPT-CODE                              00190000
                FILE STATUS IS WS-DEPTMST-STATUS.                       00200000
                SELECT STANDING ASSIGN TO STANDING                      00210000
                ORGANIZATION IS SEQUENTIAL                              00220000
                FILE STATUS IS WS-STANDING-STATUS.                      00230000
                SELECT HOLDMST ASSIGN TO HOLDMST                        00240000
                ORGANIZATION IS INDEXED                                 00250000
                ACCESS MODE IS DYNAMIC                                  00260000
                RECORD KEY IS HM-KEY                                    00270000
                FILE STATUS IS WS-HOLDMST-STATUS.                       00280000
                SELECT ADDRMST ASSIGN TO ADDRMST                        00290000
                ORGANIZATION IS INDEXED                                 00300000
                ACCESS MODE IS DYNAMIC                                  00310000
                RECORD KEY IS AM-KEY                                    00320000
                FILE STATUS IS WS-ADDRMST-STATUS.                       00330000
                SELECT MRGXREF ASSIGN TO MRGXREF                        00331600
                ORGANIZATION IS INDEXED                                 00333200
                ACCESS MODE IS RANDOM                                   00334800
                RECORD KEY IS XR-OLD-ID                                 00336400
                FILE STATUS IS WS-MRGXREF-STATUS.                       00338000
       DATA DIVISION.                                                   00340000
       FILE SECTION.                                                    00350000
       FD GRADES                                                        00360000
            RECORDING MODE IS F.                                        00370000
           COPY GRDREC.                                                 00380000
       FD CRSCAT                                                        00390000
            RECORDING MODE IS F.                                        00400000
           COPY CRSCAT.                                                 00410000
       FD DEPTMST                                                       00420000
            RECORDING MODE IS F.                                        00430000
           COPY DEPTMST.                                                00440000
       FD STANDING                                                      00450000
            RECORDING MODE IS F.                                        00460000
           COPY STANDING.                                               00470000
       FD HOLDMST                                                       00480000
            RECORDING MODE IS F.                                        00490000
           COPY HOLDMST.                                                00500000
       FD ADDRMST                                                       00510000
            RECORDING MODE IS F.                                        00520000
           COPY ADDRMST.                                                00530000
       FD MRGXREF                                                       00532500
            RECORDING MODE IS F.                                        00535000
           COPY MRGXREF.                                                00537500
       WORKING-STORAGE SECTION.                                         00540000
       01 WS-EOF             PIC A     VALUE SPACE.                     00550000
       01 WS-GRADES-STATUS   PIC X(02) VALUE SPACES.                    00560000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00570000
       01 WS-DEPTMST-STATUS  PIC X(02) VALUE SPACES.                    00580000
       01 WS-STANDING-STATUS PIC X(02) VALUE SPACES.                    00590000
       01 WS-HOLDMST-STATUS  PIC X(02) VALUE SPACES.                    00600000
       01 WS-ADDRMST-STATUS  PIC X(02) VALUE SPACES.                    00610000
       01 WS-MRGXREF-STATUS  PIC X(02) VALUE SPACES.                    00615000
       01 WS-HOLDMST-FLAG    PIC X(01) VALUE 'N'.                       00620000
           88 WS-HOLDMST-AVAIL      VALUE 'Y'.                          00630000
       01 WS-ADDRMST-FLAG    PIC X(01) VALUE 'N'.                       00640000
           88 WS-ADDRMST-AVAIL      VALUE 'Y'.                          00650000
       01 WS-MRGXREF-FLAG    PIC X(01) VALUE 'N'.                       00653300
           88 WS-MRGXREF-AVAIL      VALUE 'Y'.                          00656600
       01 WS-JOB-NAME        PIC X(08) VALUE 'STUINQ'.                  00660000
       01 WS-AUDIT-TS        PIC X(26).                                 00670000
       01 WS-TODAY           PIC X(08) VALUE SPACES.                    00680000
       01 WS-INQ-ID          PIC X(09) VALUE SPACES.                    00690000
       01 WS-INQ-FLAG        PIC X(01) VALUE 'N'.                       00700000
           88 WS-INQ-DONE           VALUE 'Y'.                          00710000
       01 WS-AUDIT-FLAG      PIC X(01) VALUE 'N'.                       00720000
           88 WS-INQ-AUDITED        VALUE 'Y'.                          00730000
       01 WS-PAGE-REPLY      PIC X(01) VALUE SPACE.                     00740000
           88 WS-REPLY-QUIT         VALUE 'Q' 'q'.                      00750000
           88 WS-REPLY-BACK         VALUE 'P' 'p'.                      00760000
       01 WS-SHOW-FLAG       PIC X(01) VALUE 'N'.                       00770000
           88 WS-SHOW-DONE          VALUE 'Y'.                          00780000
       01 WS-FOUND-FLAG      PIC X(01) VALUE 'N'.                       00790000
           88 WS-ITEM-FOUND         VALUE 'Y'.                          00800000
       01 WS-SEEN-COUNT      PIC 9(05) COMP VALUE ZERO.                 00810000
                                                                        00820000
       77 WS-SCR-MAX         PIC 9(03) COMP VALUE 300.                  00830000
       77 WS-LINES-PER-SCREEN PIC 9(03) COMP VALUE 18.                  00840000
       01 WS-SCR-COUNT       PIC 9(03) COMP VALUE ZERO.                 00850000
       01 WS-SCR-IDX         PIC 9(03) COMP VALUE ZERO.                 00860000
       01 WS-SCR-FIRST       PIC 9(03) COMP VALUE ZERO.                 00870000
       01 WS-SCR-LAST        PIC 9(03) COMP VALUE ZERO.                 00880000
       01 WS-PAGE-NO         PIC 9(03) COMP VALUE ZERO.                 00890000
       01 WS-PAGE-CNT        PIC 9(03) COMP VALUE ZERO.                 00900000
       01 WS-SCR-OVERFLOW    PIC 9(05) COMP VALUE ZERO.                 00910000
       01 WS-SCREEN-TABLE.                                              00920000
          05 WS-SCR-LINE OCCURS 300 TIMES PIC X(79).                    00930000
       01 WS-WORK-LINE       PIC X(79) VALUE SPACES.                    00940000
                                                                        00950000
       01 WS-CUR-STANDING.                                              00960000
          05 WS-CS-TERM         PIC X(05).                              00970000
          05 WS-CS-TERM-GPA     PIC 9V99.                               00980000
          05 WS-CS-CUM-GPA      PIC 9V99.                               00990000
          05 WS-CS-STANDING     PIC X(02).                              01000000
          05 WS-CS-CREDITS      PIC 9(04).                              01010000
       01 WS-CUR-ADDRESS.                                               01020000
          05 WS-CA-EFF-DATE     PIC X(08).                              01030000
          05 WS-CA-ADDR1        PIC X(30).                              01040000
          05 WS-CA-ADDR2        PIC X(30).                              01050000
          05 WS-CA-CITY         PIC X(20).                              01060000
          05 WS-CA-STATE        PIC X(02).                              01070000
          05 WS-CA-ZIP          PIC X(10).                              01080000
          05 WS-CA-PHONE        PIC X(12).                              01090000
                                                                        01100000
       01 WS-CONTROL-TOTALS.                                            01110000
           05 WS-CNT-INQUIRIES  PIC 9(07) COMP VALUE ZERO.              01120000
           05 WS-CNT-DISPLAYED  PIC 9(07) COMP VALUE ZERO.              01130000
           05 WS-CNT-NOTFOUND   PIC 9(07) COMP VALUE ZERO.              01140000
           05 WS-CNT-INVALID    PIC 9(07) COMP VALUE ZERO.              01150000
           05 WS-CNT-MERGED-IDS PIC 9(07) COMP VALUE ZERO.              01155000
           05 WS-CNT-AUDITED    PIC 9(07) COMP VALUE ZERO.              01160000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              01170000
           COPY SQLCLS.                                                 01180000
                                                                        01190000
            EXEC SQL                                                    01200000
               INCLUDE SQLCA                                            01210000
            END-EXEC.                                                   01220000
                                                                        01230000
            EXEC SQL                                                    01240000
               INCLUDE STUDENT                                          01250000
            END-EXEC.                                                   01260000
                                                                        01270000
       01  DCLSTUDENT.                                                  01280000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            01290000
           10 WS-STUD-NAME             PIC X(30).                       01300000
           10 WS-STUD-DEPT             PIC X(10).                       01310000
           10 WS-STUD-STATUS           PIC X(01).                       01320000
                                                                        01330000
       01 WS-HDR-LINE.                                                  01340000
          05 FILLER      PIC X(18) VALUE 'STUDENT INQUIRY - '.          01350000
          05 HL-STUD-ID  PIC X(09).                                     01360000
          05 FILLER      PIC X(30) VALUE SPACES.                        01370000
          05 FILLER      PIC X(05) VALUE 'PAGE '.                       01380000
          05 HL-PAGE     PIC ZZ9.                                       01390000
          05 FILLER      PIC X(04) VALUE ' OF '.                        01400000
          05 HL-PAGES    PIC ZZ9.                                       01410000
          05 FILLER      PIC X(07) VALUE SPACES.                        01420000
                                                                        01430000
       01 WS-SECT-LINE.                                                 01440000
          05 SEC-TITLE   PIC X(40).                                     01450000
          05 FILLER      PIC X(39) VALUE SPACES.                        01460000
                                                                        01470000
       01 WS-STUD-LINE1.                                                01480000
          05 FILLER      PIC X(09) VALUE 'STUDENT: '.                   01490000
          05 PL-STUD-ID  PIC X(09).                                     01500000
          05 FILLER      PIC X(02) VALUE SPACES.                        01510000
          05 PL-NAME     PIC X(30).                                     01520000
          05 FILLER      PIC X(09) VALUE ' STATUS: '.                   01530000
          05 PL-STATUS   PIC X(01).                                     01540000
          05 FILLER      PIC X(19) VALUE SPACES.                        01550000
                                                                        01560000
       01 WS-STUD-LINE2.                                                01570000
          05 FILLER      PIC X(12) VALUE 'DEPARTMENT: '.                01580000
          05 PL-DEPT     PIC X(30).                                     01590000
          05 FILLER      PIC X(37) VALUE SPACES.                        01600000
                                                                        01610000
       01 WS-STAND-LINE.                                                01620000
          05 FILLER          PIC X(08) VALUE '  TERM: '.                01630000
          05 TL-TERM         PIC X(05).                                 01640000
          05 FILLER          PIC X(11) VALUE ' TERM GPA: '.             01650000
          05 TL-TERM-GPA     PIC 9.99.                                  01660000
          05 FILLER          PIC X(10) VALUE ' CUM GPA: '.              01670000
          05 TL-CUM-GPA      PIC 9.99.                                  01680000
          05 FILLER          PIC X(11) VALUE ' STANDING: '.             01690000
          05 TL-STANDING     PIC X(02).                                 01700000
          05 FILLER          PIC X(10) VALUE ' CREDITS: '.              01710000
          05 TL-CREDITS      PIC ZZZ9.                                  01720000
          05 FILLER          PIC X(10) VALUE SPACES.                    01730000
                                                                        01740000
       01 WS-GRADE-LINE.                                                01750000
          05 FILLER          PIC X(02) VALUE SPACES.                    01760000
          05 GL-COURSE       PIC X(10).                                 01770000
          05 FILLER          PIC X(02) VALUE SPACES.                    01780000
          05 GL-TITLE        PIC X(30).                                 01790000
          05 FILLER          PIC X(02) VALUE SPACES.                    01800000
          05 GL-TERM         PIC X(05).                                 01810000
          05 FILLER          PIC X(02) VALUE SPACES.                    01820000
          05 GL-GRADE        PIC X(02).                                 01830000
          05 FILLER          PIC X(24) VALUE SPACES.                    01840000
                                                                        01850000
       01 WS-HOLD-LINE.                                                 01860000
          05 FILLER          PIC X(13) VALUE '  HOLD TYPE: '.           01870000
          05 HD-TYPE         PIC X(02).                                 01880000
          05 FILLER          PIC X(10) VALUE '  PLACED: '.              01890000
          05 HD-PLACED       PIC X(08).                                 01900000
          05 FILLER          PIC X(46) VALUE SPACES.                    01910000
                                                                        01920000
       01 WS-ADDR-LINE.                                                 01930000
          05 FILLER          PIC X(02) VALUE SPACES.                    01940000
          05 AL-TEXT         PIC X(60).                                 01950000
          05 FILLER          PIC X(17) VALUE SPACES.                    01960000
                                                                        01970000
       01 WS-NONE-LINE.                                                 01980000
          05 FILLER          PIC X(02) VALUE SPACES.                    01990000
          05 NL-TEXT         PIC X(40).                                 02000000
          05 FILLER          PIC X(37) VALUE SPACES.                    02010000
                                                                        02020000
       PROCEDURE DIVISION.                                              02030000
                                                                        02040000
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.                02050000
                                                                        02060000
            OPEN INPUT GRADES.                                          02070000
            IF WS-GRADES-STATUS NOT = '00'                              02080000
               DISPLAY 'GRDFILE OPEN FAILED - STATUS: '                 02090000
                       WS-GRADES-STATUS                                 02100000
               MOVE +16 TO RETURN-CODE                                  02110000
               GOBACK                                                   02120000
            END-IF.                                                     02130000
            OPEN INPUT CRSCAT.                                          02140000
            OPEN INPUT DEPTMST.                                         02150000
            OPEN INPUT HOLDMST.                                         02160000
            IF WS-HOLDMST-STATUS = '00'                                 02170000
               MOVE 'Y' TO WS-HOLDMST-FLAG                              02180000
            END-IF.                                                     02190000
            OPEN INPUT ADDRMST.                                         02200000
            IF WS-ADDRMST-STATUS = '00'                                 02210000
               MOVE 'Y' TO WS-ADDRMST-FLAG                              02220000
            END-IF.                                                     02230000
            OPEN INPUT MRGXREF.                                         02232000
            IF WS-MRGXREF-STATUS = '00'                                 02234000
               MOVE 'Y' TO WS-MRGXREF-FLAG                              02236000
            END-IF.                                                     02238000
                                                                        02240000
            PERFORM Q100-INQUIRY-PARA UNTIL WS-INQ-DONE.                02250000
                                                                        02260000
            CLOSE GRADES.                                               02270000
            CLOSE CRSCAT.                                               02280000
            CLOSE DEPTMST.                                              02290000
            IF WS-HOLDMST-AVAIL                                         02300000
               CLOSE HOLDMST                                            02310000
            END-IF.                                                     02320000
            IF WS-ADDRMST-AVAIL                                         02330000
               CLOSE ADDRMST                                            02340000
            END-IF.                                                     02350000
            IF WS-MRGXREF-AVAIL                                         02352500
               CLOSE MRGXREF                                            02355000
            END-IF.                                                     02357500
                                                                        02360000
            DISPLAY '===== STUINQ CONTROL TOTALS ====='.                02370000
            DISPLAY 'INQUIRIES ENTERED        : ' WS-CNT-INQUIRIES.     02380000
            DISPLAY 'INQUIRIES DISPLAYED      : ' WS-CNT-DISPLAYED.     02390000
            DISPLAY 'STUDENTS NOT FOUND       : ' WS-CNT-NOTFOUND.      02400000
            DISPLAY 'INVALID IDS ENTERED      : ' WS-CNT-INVALID.       02410000
            DISPLAY 'MERGED IDS REDIRECTED    : ' WS-CNT-MERGED-IDS.    02415000
            DISPLAY 'AUDIT ROWS WRITTEN       : ' WS-CNT-AUDITED.       02420000
            DISPLAY 'SQL ERRORS ENCOUNTERED   : ' WS-CNT-SQLERR.        02430000
            DISPLAY '================================='.                02440000
                                                                        02450000
            IF WS-CNT-SQLERR > ZERO                                     02460000
               MOVE +16 TO RETURN-CODE                                  02470000
            ELSE                                                        02480000
               MOVE ZERO TO RETURN-CODE                                 02490000
            END-IF.                                                     02500000
                                                                        02510000
            GOBACK.                                                     02520000
                                                                        02530000
       Q100-INQUIRY-PARA.                                               02540000
                                                                        02550000
            DISPLAY ' '.                                                02560000
            DISPLAY 'ENTER STUDENT ID (BLANK OR END TO EXIT): '.        02570000
            MOVE SPACES TO WS-INQ-ID.                                   02580000
            ACCEPT WS-INQ-ID.                                           02590000
            IF WS-INQ-ID = SPACES OR WS-INQ-ID = 'END'                  02600000
               MOVE 'Y' TO WS-INQ-FLAG                                  02610000
            ELSE                                                        02620000
               IF WS-INQ-ID IS NOT NUMERIC                              02630000
                  ADD 1 TO WS-CNT-INVALID                               02640000
                  DISPLAY 'INVALID STUDENT ID: ' WS-INQ-ID              02650000
               ELSE                                                     02660000
                  PERFORM Q150-RESOLVE-MERGE-PARA                       02665000
                  PERFORM Q200-LOOKUP-PARA                              02670000
               END-IF                                                   02680000
            END-IF.                                                     02690000
                                                                        02700000
       Q150-RESOLVE-MERGE-PARA.                                         02700620
                                                                        02701240
            IF WS-MRGXREF-AVAIL                                         02701860
               MOVE WS-INQ-ID TO XR-OLD-ID                              02702480
               READ MRGXREF                                             02703100
                 INVALID KEY                                            02703720
                    CONTINUE                                            02704340
                 NOT INVALID KEY                                        02704960
                    ADD 1 TO WS-CNT-MERGED-IDS                          02705580
                    DISPLAY 'STUDENT ID ' WS-INQ-ID                     02706200
                            ' WAS MERGED INTO ' XR-NEW-ID               02706820
                            ' ON ' XR-MERGE-DATE                        02707440
                    MOVE XR-NEW-ID TO WS-INQ-ID                         02708060
               END-READ                                                 02708680
            END-IF.                                                     02709300
                                                                        02709650
       Q200-LOOKUP-PARA.                                                02710000
                                                                        02720000
            ADD 1 TO WS-CNT-INQUIRIES.                                  02730000
            COMPUTE WS-STUD-ID = FUNCTION NUMVAL(WS-INQ-ID).            02740000
            PERFORM Q220-AUDIT-PARA.                                    02750000
            IF NOT WS-INQ-AUDITED                                       02760000
               DISPLAY 'INQUIRY NOT AUDITED - NOTHING DISPLAYED'        02770000
            ELSE                                                        02780000
               PERFORM Q210-SELECT-STUDENT-PARA                         02790000
               EVALUATE TRUE                                            02800000
               WHEN SQL-SUCCESS                                         02810000
                    ADD 1 TO WS-CNT-DISPLAYED                           02820000
                    PERFORM Q300-BUILD-SCREENS-PARA                     02830000
                    PERFORM Q800-SHOW-SCREENS-PARA                      02840000
               WHEN SQL-NOTFOUND                                        02850000
                    ADD 1 TO WS-CNT-NOTFOUND                            02860000
                    DISPLAY 'STUDENT NOT ON STUD_STUDENT: ' WS-INQ-ID   02870000
               WHEN OTHER                                               02880000
                    ADD 1 TO WS-CNT-SQLERR                              02890000
                    DISPLAY 'STUDENT LOOKUP SQL ERROR SQLCODE: '        02900000
                            SQLCODE                                     02910000
               END-EVALUATE                                             02920000
            END-IF.                                                     02930000
                                                                        02940000
       Q210-SELECT-STUDENT-PARA.                                        02950000
                                                                        02960000
            EXEC SQL                                                    02970000
                 SELECT  STUD_ID, STUD_NAME, STUD_DEPT,                 02980000
                         STUD_ENROLL_STATUS                             02990000
                   INTO  :WS-STUD-ID, :WS-STUD-NAME,                    03000000
                         :WS-STUD-DEPT, :WS-STUD-STATUS                 03010000
                FROM STUD_STUDENT                                       03020000
                WHERE STUD_ID = :WS-STUD-ID                             03030000
            END-EXEC.                                                   03040000
                                                                        03050000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                03060000
                                                                        03070000
       Q220-AUDIT-PARA.                                                 03080000
                                                                        03090000
            MOVE 'N' TO WS-AUDIT-FLAG.                                  03100000
            MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TS.                  03110000
            EXEC SQL                                                    03120000
                 INSERT INTO STUD_AUDIT                                 03130000
                        (STUD_ID, LOOKUP_TS, JOB_NAME)                  03140000
                 VALUES (:WS-STUD-ID, :WS-AUDIT-TS, :WS-JOB-NAME)       03150000
            END-EXEC.                                                   03160000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                03170000
            IF SQL-SUCCESS                                              03180000
               EXEC SQL                                                 03190000
                    COMMIT                                              03200000
               END-EXEC                                                 03210000
               CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS              03220000
            END-IF.                                                     03230000
            IF SQL-SUCCESS                                              03240000
               MOVE 'Y' TO WS-AUDIT-FLAG                                03250000
               ADD 1 TO WS-CNT-AUDITED                                  03260000
            ELSE                                                        03270000
               ADD 1 TO WS-CNT-SQLERR                                   03280000
               DISPLAY 'AUDIT INSERT FAILED SQLCODE: ' SQLCODE          03290000
            END-IF.                                                     03300000
                                                                        03310000
       Q300-BUILD-SCREENS-PARA.                                         03320000
                                                                        03330000
            MOVE ZERO TO WS-SCR-COUNT.                                  03340000
            MOVE ZERO TO WS-SCR-OVERFLOW.                               03350000
            PERFORM Q310-STUDENT-PARA.                                  03360000
            PERFORM Q320-STANDING-PARA.                                 03370000
            PERFORM Q330-GRADES-PARA.                                   03380000
            PERFORM Q340-HOLDS-PARA.                                    03390000
            PERFORM Q350-ADDRESS-PARA.                                  03400000
                                                                        03410000
       Q310-STUDENT-PARA.                                               03420000
                                                                        03430000
            MOVE WS-INQ-ID      TO PL-STUD-ID.                          03440000
            MOVE WS-STUD-NAME   TO PL-NAME.                             03450000
            MOVE WS-STUD-STATUS TO PL-STATUS.                           03460000
            MOVE WS-STUD-LINE1 TO WS-WORK-LINE.                         03470000
            PERFORM Q390-ADD-LINE-PARA.                                 03480000
            MOVE WS-STUD-DEPT TO DM-DEPT-CODE.                          03490000
            READ DEPTMST                                                03500000
              INVALID KEY                                               03510000
                 MOVE WS-STUD-DEPT TO PL-DEPT                           03520000
              NOT INVALID KEY                                           03530000
                 MOVE DM-DEPT-NAME TO PL-DEPT                           03540000
            END-READ.                                                   03550000
            MOVE WS-STUD-LINE2 TO WS-WORK-LINE.                         03560000
            PERFORM Q390-ADD-LINE-PARA.                                 03570000
                                                                        03580000
       Q320-STANDING-PARA.                                              03590000
                                                                        03600000
            MOVE 'CURRENT STANDING' TO SEC-TITLE.                       03610000
            PERFORM Q395-ADD-SECTION-PARA.                              03620000
            MOVE 'N' TO WS-FOUND-FLAG.                                  03630000
            OPEN INPUT STANDING.                                        03640000
            IF WS-STANDING-STATUS NOT = '00'                            03650000
               MOVE 'NO STANDING FILE AVAILABLE' TO NL-TEXT             03660000
               MOVE WS-NONE-LINE TO WS-WORK-LINE                        03670000
               PERFORM Q390-ADD-LINE-PARA                               03680000
            ELSE                                                        03690000
               MOVE SPACE TO WS-EOF                                     03700000
               PERFORM Q325-READ-STANDING-PARA UNTIL WS-EOF = 'Y'       03710000
               CLOSE STANDING                                           03720000
               IF WS-ITEM-FOUND                                         03730000
                  MOVE WS-CS-TERM     TO TL-TERM                        03740000
                  MOVE WS-CS-TERM-GPA TO TL-TERM-GPA                    03750000
                  MOVE WS-CS-CUM-GPA  TO TL-CUM-GPA                     03760000
                  MOVE WS-CS-STANDING TO TL-STANDING                    03770000
                  MOVE WS-CS-CREDITS  TO TL-CREDITS                     03780000
                  MOVE WS-STAND-LINE TO WS-WORK-LINE                    03790000
               ELSE                                                     03800000
                  MOVE 'NO STANDING RECORD FOR STUDENT' TO NL-TEXT      03810000
                  MOVE WS-NONE-LINE TO WS-WORK-LINE                     03820000
               END-IF                                                   03830000
               PERFORM Q390-ADD-LINE-PARA                               03840000
            END-IF.                                                     03850000
                                                                        03860000
       Q325-READ-STANDING-PARA.                                         03870000
                                                                        03880000
            READ STANDING                                               03890000
              AT END MOVE 'Y' TO WS-EOF                                 03900000
              NOT AT END                                                03910000
                 IF ST-STUD-ID = WS-INQ-ID                              03920000
                    MOVE 'Y' TO WS-FOUND-FLAG                           03930000
                    MOVE ST-TERM        TO WS-CS-TERM                   03940000
                    MOVE ST-TERM-GPA    TO WS-CS-TERM-GPA               03950000
                    MOVE ST-CUM-GPA     TO WS-CS-CUM-GPA                03960000
                    MOVE ST-STANDING    TO WS-CS-STANDING               03970000
                    MOVE ST-CUM-CREDITS TO WS-CS-CREDITS                03980000
                 END-IF                                                 03990000
            END-READ.                                                   04000000
                                                                        04010000
       Q330-GRADES-PARA.                                                04020000
                                                                        04030000
            MOVE 'GRADE HISTORY' TO SEC-TITLE.                          04040000
            PERFORM Q395-ADD-SECTION-PARA.                              04050000
            MOVE ZERO TO WS-SEEN-COUNT.                                 04060000
            MOVE WS-INQ-ID  TO GR-STUD-ID.                              04070000
            MOVE LOW-VALUES TO GR-COURSE.                               04080000
            MOVE LOW-VALUES TO GR-TERM.                                 04090000
            MOVE SPACE TO WS-EOF.                                       04100000
            START GRADES KEY IS NOT LESS THAN GR-KEY                    04110000
              INVALID KEY MOVE 'Y' TO WS-EOF                            04120000
            END-START.                                                  04130000
            IF WS-EOF NOT = 'Y'                                         04140000
               PERFORM Q335-READ-GRADE-PARA                             04150000
            END-IF.                                                     04160000
            PERFORM Q336-GRADE-LINE-PARA UNTIL WS-EOF = 'Y'.            04170000
            IF WS-SEEN-COUNT = ZERO                                     04180000
               MOVE 'NO GRADES ON FILE' TO NL-TEXT                      04190000
               MOVE WS-NONE-LINE TO WS-WORK-LINE                        04200000
               PERFORM Q390-ADD-LINE-PARA                               04210000
            END-IF.                                                     04220000
                                                                        04230000
       Q335-READ-GRADE-PARA.                                            04240000
                                                                        04250000
            READ GRADES NEXT                                            04260000
              AT END MOVE 'Y' TO WS-EOF                                 04270000
              NOT AT END                                                04280000
                 IF GR-STUD-ID NOT = WS-INQ-ID                          04290000
                    MOVE 'Y' TO WS-EOF                                  04300000
                 END-IF                                                 04310000
            END-READ.                                                   04320000
                                                                        04330000
       Q336-GRADE-LINE-PARA.                                            04340000
                                                                        04350000
            ADD 1 TO WS-SEEN-COUNT.                                     04360000
            MOVE GR-COURSE TO GL-COURSE.                                04370000
            MOVE GR-COURSE TO CC-COURSE.                                04380000
            READ CRSCAT                                                 04390000
              INVALID KEY                                               04400000
                 MOVE SPACES TO GL-TITLE                                04410000
              NOT INVALID KEY                                           04420000
                 MOVE CC-TITLE TO GL-TITLE                              04430000
            END-READ.                                                   04440000
            MOVE GR-TERM  TO GL-TERM.                                   04450000
            MOVE GR-GRADE TO GL-GRADE.                                  04460000
            MOVE WS-GRADE-LINE TO WS-WORK-LINE.                         04470000
            PERFORM Q390-ADD-LINE-PARA.                                 04480000
            PERFORM Q335-READ-GRADE-PARA.                               04490000
                                                                        04500000
       Q340-HOLDS-PARA.                                                 04510000
                                                                        04520000
            MOVE 'OPEN HOLDS' TO SEC-TITLE.                             04530000
            PERFORM Q395-ADD-SECTION-PARA.                              04540000
            MOVE ZERO TO WS-SEEN-COUNT.                                 04550000
            IF NOT WS-HOLDMST-AVAIL                                     04560000
               MOVE 'NO HOLD FILE AVAILABLE' TO NL-TEXT                 04570000
               MOVE WS-NONE-LINE TO WS-WORK-LINE                        04580000
               PERFORM Q390-ADD-LINE-PARA                               04590000
            ELSE                                                        04600000
               MOVE WS-INQ-ID  TO HM-STUD-ID                            04610000
               MOVE LOW-VALUES TO HM-HOLD-TYPE                          04620000
               MOVE SPACE TO WS-EOF                                     04630000
               START HOLDMST KEY IS NOT LESS THAN HM-KEY                04640000
                 INVALID KEY MOVE 'Y' TO WS-EOF                         04650000
               END-START                                                04660000
               PERFORM Q345-READ-HOLD-PARA UNTIL WS-EOF = 'Y'           04670000
               IF WS-SEEN-COUNT = ZERO                                  04680000
                  MOVE 'NO OPEN HOLDS' TO NL-TEXT                       04690000
                  MOVE WS-NONE-LINE TO WS-WORK-LINE                     04700000
                  PERFORM Q390-ADD-LINE-PARA                            04710000
               END-IF                                                   04720000
            END-IF.                                                     04730000
                                                                        04740000
       Q345-READ-HOLD-PARA.                                             04750000
                                                                        04760000
            READ HOLDMST NEXT                                           04770000
              AT END MOVE 'Y' TO WS-EOF                                 04780000
              NOT AT END                                                04790000
                 IF HM-STUD-ID NOT = WS-INQ-ID                          04800000
                    MOVE 'Y' TO WS-EOF                                  04810000
                 ELSE                                                   04820000
                    IF HM-HOLD-OPEN                                     04830000
                       ADD 1 TO WS-SEEN-COUNT                           04840000
                       MOVE HM-HOLD-TYPE   TO HD-TYPE                   04850000
                       MOVE HM-PLACED-DATE TO HD-PLACED                 04860000
                       MOVE WS-HOLD-LINE TO WS-WORK-LINE                04870000
                       PERFORM Q390-ADD-LINE-PARA                       04880000
                    END-IF                                              04890000
                 END-IF                                                 04900000
            END-READ.                                                   04910000
                                                                        04920000
       Q350-ADDRESS-PARA.                                               04930000
                                                                        04940000
            MOVE 'CURRENT ADDRESS' TO SEC-TITLE.                        04950000
            PERFORM Q395-ADD-SECTION-PARA.                              04960000
            MOVE 'N' TO WS-FOUND-FLAG.                                  04970000
            IF NOT WS-ADDRMST-AVAIL                                     04980000
               MOVE 'NO ADDRESS FILE AVAILABLE' TO NL-TEXT              04990000
               MOVE WS-NONE-LINE TO WS-WORK-LINE                        05000000
               PERFORM Q390-ADD-LINE-PARA                               05010000
            ELSE                                                        05020000
               MOVE WS-INQ-ID  TO AM-STUD-ID                            05030000
               MOVE LOW-VALUES TO AM-EFF-DATE                           05040000
               MOVE SPACE TO WS-EOF                                     05050000
               START ADDRMST KEY IS NOT LESS THAN AM-KEY                05060000
                 INVALID KEY MOVE 'Y' TO WS-EOF                         05070000
               END-START                                                05080000
               PERFORM Q355-READ-ADDRESS-PARA UNTIL WS-EOF = 'Y'        05090000
               IF WS-ITEM-FOUND                                         05100000
                  PERFORM Q360-ADDRESS-LINES-PARA                       05110000
               ELSE                                                     05120000
                  MOVE 'NO CURRENT ADDRESS ON FILE' TO NL-TEXT          05130000
                  MOVE WS-NONE-LINE TO WS-WORK-LINE                     05140000
                  PERFORM Q390-ADD-LINE-PARA                            05150000
               END-IF                                                   05160000
            END-IF.                                                     05170000
                                                                        05180000
       Q355-READ-ADDRESS-PARA.                                          05190000
                                                                        05200000
            READ ADDRMST NEXT                                           05210000
              AT END MOVE 'Y' TO WS-EOF                                 05220000
              NOT AT END                                                05230000
                 IF AM-STUD-ID NOT = WS-INQ-ID                          05240000
                    OR AM-EFF-DATE > WS-TODAY                           05250000
                    MOVE 'Y' TO WS-EOF                                  05260000
                 ELSE                                                   05270000
                    MOVE 'Y' TO WS-FOUND-FLAG                           05280000
                    MOVE AM-EFF-DATE TO WS-CA-EFF-DATE                  05290000
                    MOVE AM-ADDR1    TO WS-CA-ADDR1                     05300000
                    MOVE AM-ADDR2    TO WS-CA-ADDR2                     05310000
                    MOVE AM-CITY     TO WS-CA-CITY                      05320000
                    MOVE AM-STATE    TO WS-CA-STATE                     05330000
                    MOVE AM-ZIP      TO WS-CA-ZIP                       05340000
                    MOVE AM-PHONE    TO WS-CA-PHONE                     05350000
                 END-IF                                                 05360000
            END-READ.                                                   05370000
                                                                        05380000
       Q360-ADDRESS-LINES-PARA.                                         05390000
                                                                        05400000
            MOVE WS-CA-ADDR1 TO AL-TEXT.                                05410000
            MOVE WS-ADDR-LINE TO WS-WORK-LINE.                          05420000
            PERFORM Q390-ADD-LINE-PARA.                                 05430000
            IF WS-CA-ADDR2 NOT = SPACES                                 05440000
               MOVE WS-CA-ADDR2 TO AL-TEXT                              05450000
               MOVE WS-ADDR-LINE TO WS-WORK-LINE                        05460000
               PERFORM Q390-ADD-LINE-PARA                               05470000
            END-IF.                                                     05480000
            MOVE SPACES TO AL-TEXT.                                     05490000
            STRING WS-CA-CITY  DELIMITED BY '  '                        05500000
                   ', '        DELIMITED BY SIZE                        05510000
                   WS-CA-STATE DELIMITED BY SIZE                        05520000
                   '  '        DELIMITED BY SIZE                        05530000
                   WS-CA-ZIP   DELIMITED BY SIZE                        05540000
              INTO AL-TEXT.                                             05550000
            MOVE WS-ADDR-LINE TO WS-WORK-LINE.                          05560000
            PERFORM Q390-ADD-LINE-PARA.                                 05570000
            MOVE SPACES TO AL-TEXT.                                     05580000
            STRING 'PHONE: '      DELIMITED BY SIZE                     05590000
                   WS-CA-PHONE    DELIMITED BY SIZE                     05600000
                   '  EFFECTIVE: ' DELIMITED BY SIZE                    05610000
                   WS-CA-EFF-DATE DELIMITED BY SIZE                     05620000
              INTO AL-TEXT.                                             05630000
            MOVE WS-ADDR-LINE TO WS-WORK-LINE.                          05640000
            PERFORM Q390-ADD-LINE-PARA.                                 05650000
                                                                        05660000
       Q390-ADD-LINE-PARA.                                              05670000
                                                                        05680000
            IF WS-SCR-COUNT < WS-SCR-MAX                                05690000
               ADD 1 TO WS-SCR-COUNT                                    05700000
               MOVE WS-WORK-LINE TO WS-SCR-LINE(WS-SCR-COUNT)           05710000
            ELSE                                                        05720000
               ADD 1 TO WS-SCR-OVERFLOW                                 05730000
            END-IF.                                                     05740000
                                                                        05750000
       Q395-ADD-SECTION-PARA.                                           05760000
                                                                        05770000
            MOVE SPACES TO WS-WORK-LINE.                                05780000
            PERFORM Q390-ADD-LINE-PARA.                                 05790000
            MOVE WS-SECT-LINE TO WS-WORK-LINE.                          05800000
            PERFORM Q390-ADD-LINE-PARA.                                 05810000
                                                                        05820000
       Q800-SHOW-SCREENS-PARA.                                          05830000
                                                                        05840000
            COMPUTE WS-PAGE-CNT =                                       05850000
                    (WS-SCR-COUNT + WS-LINES-PER-SCREEN - 1)            05860000
                    / WS-LINES-PER-SCREEN.                              05870000
            MOVE 1 TO WS-PAGE-NO.                                       05880000
            MOVE 'N' TO WS-SHOW-FLAG.                                   05890000
            PERFORM Q810-SHOW-PAGE-PARA UNTIL WS-SHOW-DONE.             05900000
                                                                        05910000
       Q810-SHOW-PAGE-PARA.                                             05920000
                                                                        05930000
            MOVE WS-INQ-ID   TO HL-STUD-ID.                             05940000
            MOVE WS-PAGE-NO  TO HL-PAGE.                                05950000
            MOVE WS-PAGE-CNT TO HL-PAGES.                               05960000
            DISPLAY ' '.                                                05970000
            DISPLAY WS-HDR-LINE.                                        05980000
            COMPUTE WS-SCR-FIRST =                                      05990000
                    (WS-PAGE-NO - 1) * WS-LINES-PER-SCREEN + 1.         06000000
            COMPUTE WS-SCR-LAST =                                       06010000
                    WS-SCR-FIRST + WS-LINES-PER-SCREEN - 1.             06020000
            IF WS-SCR-LAST > WS-SCR-COUNT                               06030000
               MOVE WS-SCR-COUNT TO WS-SCR-LAST                         06040000
            END-IF.                                                     06050000
            PERFORM Q820-SHOW-LINE-PARA                                 06060000
               VARYING WS-SCR-IDX FROM WS-SCR-FIRST BY 1                06070000
               UNTIL WS-SCR-IDX > WS-SCR-LAST.                          06080000
            IF WS-PAGE-NO < WS-PAGE-CNT                                 06090000
               DISPLAY 'ENTER = NEXT PAGE   P = PREVIOUS   Q = QUIT'    06100000
            ELSE                                                        06110000
               IF WS-SCR-OVERFLOW > ZERO                                06120000
                  DISPLAY 'MORE LINES NOT SHOWN: ' WS-SCR-OVERFLOW      06130000
                          ' - RUN STUD360 FOR THE FULL PROFILE'         06140000
               END-IF                                                   06150000
               DISPLAY 'END OF INQUIRY - ENTER = DONE   P = PREVIOUS'   06160000
            END-IF.                                                     06170000
            MOVE SPACE TO WS-PAGE-REPLY.                                06180000
            ACCEPT WS-PAGE-REPLY.                                       06190000
            EVALUATE TRUE                                               06200000
            WHEN WS-REPLY-QUIT                                          06210000
                 MOVE 'Y' TO WS-SHOW-FLAG                               06220000
            WHEN WS-REPLY-BACK                                          06230000
                 IF WS-PAGE-NO > 1                                      06240000
                    SUBTRACT 1 FROM WS-PAGE-NO                          06250000
                 END-IF                                                 06260000
            WHEN OTHER                                                  06270000
                 IF WS-PAGE-NO < WS-PAGE-CNT                            06280000
                    ADD 1 TO WS-PAGE-NO                                 06290000
                 ELSE                                                   06300000
                    MOVE 'Y' TO WS-SHOW-FLAG                            06310000
                 END-IF                                                 06320000
            END-EVALUATE.                                               06330000
                                                                        06340000
       Q820-SHOW-LINE-PARA.                                             06350000
                                                                        06360000
            DISPLAY WS-SCR-LINE(WS-SCR-IDX).                            06370000
