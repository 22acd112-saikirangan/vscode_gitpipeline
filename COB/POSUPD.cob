       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. POSUPD.                                              00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT POSMST ASSIGN TO POSMST                          00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS DYNAMIC                                  00080000
                RECORD KEY IS PS-KEY                                    00090000
                FILE STATUS IS WS-POSMST-STATUS.                        00100000
                SELECT POSTRN ASSIGN TO POSTRN                          00110000
                ORGANIZATION IS SEQUENTIAL.                             00120000
                SELECT DEPTMST ASSIGN TO DEPTMST                        00130000
                ORGANIZATION IS INDEXED                                 00140000
                ACCESS MODE IS RANDOM                                   00150000
                RECORD KEY IS DM-DEPT-CODE                              00160000
                FILE STATUS IS WS-DEPTMST-STATUS.                       00170000
                SELECT TERMMST ASSIGN TO TERMMST                        00180000
                ORGANIZATION IS INDEXED                                 00190000
                ACCESS MODE IS RANDOM                                   00200000
                RECORD KEY IS TM-TERM                                   00210000
                FILE STATUS IS WS-TERMMST-STATUS.                       00220000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00230000
                ORGANIZATION IS SEQUENTIAL                              00240000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00250000
       DATA DIVISION.                                                   00260000
       FILE SECTION.                                                    00270000
       FD POSMST                                                        00280000
            RECORDING MODE IS F.                                        00290000
           COPY POSMST.                                                 00300000
       FD POSTRN                                                        00310000
            RECORDING MODE IS F.                                        00320000
       01 POSTRN-REC.                                                   00330000
          05 PT-ACTION          PIC X(01).                              00340000
              88 PT-ACTION-DECLARE   VALUE 'A'.                         00350000
              88 PT-ACTION-END       VALUE 'E'.                         00360000
              88 PT-ACTION-DELETE    VALUE 'D'.                         00370000
          05 PT-STUD-ID         PIC X(09).                              00380000
          05 PT-PROG-TYPE       PIC X(01).                              00390000
              88 PT-TYPE-VALID       VALUE 'P' 'S' 'M'.                 00400000
          05 PT-DEPT            PIC X(10).                              00410000
          05 PT-EFF-DATE        PIC X(08).                              00420000
          05 PT-TERM            PIC X(05).                              00430000
          05 PT-ORIG-ID         PIC X(08).                              00440000
          05 FILLER             PIC X(38).                              00450000
       FD DEPTMST                                                       00460000
            RECORDING MODE IS F.                                        00470000
           COPY DEPTMST.                                                00480000
       FD TERMMST                                                       00490000
            RECORDING MODE IS F.                                        00500000
           COPY TERMMST.                                                00510000
       FD CYCDATE                                                       00520000
            RECORDING MODE IS F.                                        00530000
           COPY CYCDATE.                                                00540000
       WORKING-STORAGE SECTION.                                         00550000
       01 WS-EOF             PIC A     VALUE SPACE.                     00560000
       01 WS-POSMST-STATUS   PIC X(02) VALUE SPACES.                    00570000
       01 WS-DEPTMST-STATUS  PIC X(02) VALUE SPACES.                    00580000
       01 WS-TERMMST-STATUS  PIC X(02) VALUE SPACES.                    00590000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00600000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00610000
       01 WS-EFF-DATE        PIC X(08) VALUE SPACES.                    00620000
       01 WS-EDIT-FLAG       PIC X(01) VALUE 'Y'.                       00630000
           88 WS-EDIT-OK            VALUE 'Y'.                          00640000
       01 WS-SCAN-EOF        PIC X(01) VALUE 'N'.                       00650000
           88 WS-SCAN-AT-END        VALUE 'Y'.                          00660000
       01 WS-ACTIVE-FLAG     PIC X(01) VALUE 'N'.                       00670000
           88 WS-ACTIVE-FOUND       VALUE 'Y'.                          00680000
       01 WS-CONFLICT-FLAG   PIC X(01) VALUE 'N'.                       00690000
           88 WS-DEPT-CONFLICT      VALUE 'Y'.                          00700000
       01 WS-ACTIVE-KEY      PIC X(18) VALUE SPACES.                    00710000
       01 WS-ACTIVE-DEPT     PIC X(10) VALUE SPACES.                    00720000
       01 WS-ACTIVE-DECL     PIC X(08) VALUE SPACES.                    00730000
       01 WS-DEL-DEPT        PIC X(10) VALUE SPACES.                    00740000
       01 WS-DEL-PRIOR       PIC X(10) VALUE SPACES.                    00750000
       01 WS-DEL-DATE        PIC X(08) VALUE SPACES.                    00760000
       01 WS-DEL-END         PIC X(08) VALUE SPACES.                    00770000
       01 WS-TRN-CNT-DECLARE PIC 9(07) COMP VALUE ZERO.                 00780000
       01 WS-TRN-CNT-CHANGE  PIC 9(07) COMP VALUE ZERO.                 00790000
       01 WS-TRN-CNT-END     PIC 9(07) COMP VALUE ZERO.                 00800000
       01 WS-TRN-CNT-DELETE  PIC 9(07) COMP VALUE ZERO.                 00810000
       01 WS-TRN-CNT-REOPEN  PIC 9(07) COMP VALUE ZERO.                 00820000
       01 WS-TRN-CNT-FAILED  PIC 9(07) COMP VALUE ZERO.                 00830000
       PROCEDURE DIVISION.                                              00840000
                                                                        00850000
            OPEN I-O POSMST.                                            00860000
            IF WS-POSMST-STATUS NOT = '00'                              00870000
               DISPLAY 'POSMST OPEN FAILED - STATUS: '                  00880000
                       WS-POSMST-STATUS                                 00890000
               MOVE +16 TO RETURN-CODE                                  00900000
               GOBACK                                                   00910000
            END-IF.                                                     00920000
            OPEN INPUT DEPTMST.                                         00930000
            IF WS-DEPTMST-STATUS NOT = '00'                             00940000
               DISPLAY 'DEPTMST OPEN FAILED - STATUS: '                 00950000
                       WS-DEPTMST-STATUS                                00960000
               MOVE +16 TO RETURN-CODE                                  00970000
               GOBACK                                                   00980000
            END-IF.                                                     00990000
            OPEN INPUT TERMMST.                                         01000000
            IF WS-TERMMST-STATUS NOT = '00'                             01010000
               DISPLAY 'TERMMST OPEN FAILED - STATUS: '                 01020000
                       WS-TERMMST-STATUS                                01030000
               MOVE +16 TO RETURN-CODE                                  01040000
               GOBACK                                                   01050000
            END-IF.                                                     01060000
            OPEN INPUT POSTRN.                                          01070000
            PERFORM A050-READ-CYCDATE-PARA.                             01080000
                                                                        01090000
            PERFORM A100-APPLY-TRANS-PARA UNTIL WS-EOF = 'Y'.           01100000
                                                                        01110000
            CLOSE POSTRN.                                               01120000
            CLOSE POSMST.                                               01130000
            CLOSE DEPTMST.                                              01140000
            CLOSE TERMMST.                                              01150000
                                                                        01160000
            DISPLAY '===== POSUPD MAINTENANCE TOTALS ====='.            01170000
            DISPLAY 'PROGRAMS DECLARED : ' WS-TRN-CNT-DECLARE.          01180000
            DISPLAY '  OF WHICH CHANGES: ' WS-TRN-CNT-CHANGE.           01190000
            DISPLAY 'PROGRAMS ENDED    : ' WS-TRN-CNT-END.              01200000
            DISPLAY 'PROGRAMS DELETED  : ' WS-TRN-CNT-DELETE.           01210000
            DISPLAY 'PRIOR REINSTATED  : ' WS-TRN-CNT-REOPEN.           01220000
            DISPLAY 'FAILED TRANS      : ' WS-TRN-CNT-FAILED.           01230000
            DISPLAY '====================================='.            01240000
                                                                        01250000
            IF WS-TRN-CNT-FAILED > ZERO                                 01260000
               MOVE +8 TO RETURN-CODE                                   01270000
            ELSE                                                        01280000
               MOVE ZERO TO RETURN-CODE                                 01290000
            END-IF.                                                     01300000
                                                                        01310000
            GOBACK.                                                     01320000
                                                                        01330000
       A050-READ-CYCDATE-PARA.                                          01340000
                                                                        01350000
            OPEN INPUT CYCDATE.                                         01360000
            IF WS-CYCDATE-STATUS NOT = '00'                             01370000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      01380000
               MOVE FUNCTION CURRENT-DATE(1:8)                          01390000
                 TO WS-BUSINESS-DATE                                    01400000
            ELSE                                                        01410000
               READ CYCDATE                                             01420000
                 AT END                                                 01430000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     01440000
                      TO WS-BUSINESS-DATE                               01450000
                 NOT AT END                                             01460000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           01470000
               END-READ                                                 01480000
               CLOSE CYCDATE                                            01490000
            END-IF.                                                     01500000
                                                                        01510000
       A100-APPLY-TRANS-PARA.                                           01520000
                                                                        01530000
            READ POSTRN                                                 01540000
              AT END MOVE 'Y' TO WS-EOF                                 01550000
              NOT AT END                                                01560000
                 IF PT-EFF-DATE IS NUMERIC                              01570000
                    MOVE PT-EFF-DATE TO WS-EFF-DATE                     01580000
                 ELSE                                                   01590000
                    MOVE WS-BUSINESS-DATE TO WS-EFF-DATE                01600000
                 END-IF                                                 01610000
                 PERFORM A150-EDIT-TRANS-PARA                           01620000
                 IF WS-EDIT-OK                                          01630000
                    EVALUATE TRUE                                       01640000
                    WHEN PT-ACTION-DECLARE                              01650000
                       PERFORM A200-DECLARE-PARA                        01660000
                    WHEN PT-ACTION-END                                  01670000
                       PERFORM A300-END-PARA                            01680000
                    WHEN PT-ACTION-DELETE                               01690000
                       PERFORM A400-DELETE-PARA                         01700000
                    WHEN OTHER                                          01710000
                       DISPLAY 'INVALID TRANSACTION CODE FOR '          01720000
                               'STUD-ID: ' PT-STUD-ID                   01730000
                       ADD 1 TO WS-TRN-CNT-FAILED                       01740000
                    END-EVALUATE                                        01750000
                 ELSE                                                   01760000
                    ADD 1 TO WS-TRN-CNT-FAILED                          01770000
                 END-IF                                                 01780000
            END-READ.                                                   01790000
                                                                        01800000
       A150-EDIT-TRANS-PARA.                                            01810000
                                                                        01820000
            MOVE 'Y' TO WS-EDIT-FLAG.                                   01830000
            IF PT-STUD-ID IS NOT NUMERIC                                01840000
               DISPLAY 'TRANSACTION FAILED - BAD STUD-ID: '             01850000
                       PT-STUD-ID                                       01860000
               MOVE 'N' TO WS-EDIT-FLAG                                 01870000
            END-IF.                                                     01880000
            IF WS-EDIT-OK AND NOT PT-TYPE-VALID                         01890000
               DISPLAY 'TRANSACTION FAILED - BAD PROGRAM TYPE: '        01900000
                       PT-STUD-ID ' ' PT-PROG-TYPE                      01910000
               MOVE 'N' TO WS-EDIT-FLAG                                 01920000
            END-IF.                                                     01930000
            IF WS-EDIT-OK AND PT-ACTION-DECLARE                         01940000
               MOVE PT-DEPT TO DM-DEPT-CODE                             01950000
               READ DEPTMST                                             01960000
                 INVALID KEY                                            01970000
                    DISPLAY 'DECLARE FAILED - UNKNOWN DEPARTMENT: '     01980000
                            PT-STUD-ID ' ' PT-DEPT                      01990000
                    MOVE 'N' TO WS-EDIT-FLAG                            02000000
                 NOT INVALID KEY                                        02010000
                    IF DM-INACTIVE                                      02020000
                       DISPLAY 'DECLARE FAILED - DEPARTMENT '           02030000
                               'INACTIVE: ' PT-STUD-ID ' ' PT-DEPT      02040000
                       MOVE 'N' TO WS-EDIT-FLAG                         02050000
                    END-IF                                              02060000
               END-READ                                                 02070000
            END-IF.                                                     02080000
            IF WS-EDIT-OK                                               02090000
               AND (PT-ACTION-DECLARE OR PT-ACTION-END)                 02100000
               MOVE PT-TERM TO TM-TERM                                  02110000
               READ TERMMST                                             02120000
                 INVALID KEY                                            02130000
                    DISPLAY 'TRANSACTION FAILED - TERM NOT ON '         02140000
                            'TERMMST: ' PT-STUD-ID ' ' PT-TERM          02150000
                    MOVE 'N' TO WS-EDIT-FLAG                            02160000
               END-READ                                                 02170000
            END-IF.                                                     02180000
            IF WS-EDIT-OK AND PT-ACTION-DELETE                          02190000
               AND PT-EFF-DATE IS NOT NUMERIC                           02200000
               DISPLAY 'DELETE FAILED - NO DECLARED DATE: '             02210000
                       PT-STUD-ID ' ' PT-PROG-TYPE                      02220000
               MOVE 'N' TO WS-EDIT-FLAG                                 02230000
            END-IF.                                                     02240000
                                                                        02250000
       A200-DECLARE-PARA.                                               02260000
                                                                        02270000
            PERFORM A500-SCAN-STUDENT-PARA.                             02280000
            EVALUATE TRUE                                               02290000
            WHEN WS-DEPT-CONFLICT                                       02300000
               DISPLAY 'DECLARE FAILED - ALREADY DECLARED IN '          02310000
                       'DEPARTMENT: ' PT-STUD-ID ' ' PT-DEPT            02320000
               ADD 1 TO WS-TRN-CNT-FAILED                               02330000
            WHEN WS-ACTIVE-FOUND                                        02340000
             AND WS-EFF-DATE NOT > WS-ACTIVE-DECL                       02350000
               DISPLAY 'DECLARE FAILED - NOT AFTER CURRENT '            02360000
                       'DECLARATION OF ' WS-ACTIVE-DECL ': '            02370000
                       PT-STUD-ID ' ' PT-PROG-TYPE                      02380000
               ADD 1 TO WS-TRN-CNT-FAILED                               02390000
            WHEN OTHER                                                  02400000
               MOVE SPACES TO WS-ACTIVE-DEPT                            02410000
               IF WS-ACTIVE-FOUND                                       02420000
                  PERFORM A250-CLOSE-ACTIVE-PARA                        02430000
               END-IF                                                   02440000
               IF WS-EDIT-OK                                            02450000
                  PERFORM A260-WRITE-DECL-PARA                          02460000
               END-IF                                                   02470000
            END-EVALUATE.                                               02480000
                                                                        02490000
       A250-CLOSE-ACTIVE-PARA.                                          02500000
                                                                        02510000
            MOVE WS-ACTIVE-KEY TO PS-KEY.                               02520000
            READ POSMST KEY IS PS-KEY                                   02530000
              INVALID KEY                                               02540000
                 DISPLAY 'DECLARE FAILED - CURRENT DECLARATION '        02550000
                         'NOT FOUND: ' PT-STUD-ID ' ' PT-PROG-TYPE      02560000
                 MOVE 'N' TO WS-EDIT-FLAG                               02570000
                 ADD 1 TO WS-TRN-CNT-FAILED                             02580000
              NOT INVALID KEY                                           02590000
                 MOVE PS-DEPT     TO WS-ACTIVE-DEPT                     02600000
                 MOVE WS-EFF-DATE TO PS-END-DATE                        02610000
                 MOVE PT-TERM     TO PS-END-TERM                        02620000
                 REWRITE POSMST-REC                                     02630000
                   INVALID KEY                                          02640000
                      DISPLAY 'REWRITE FAILED - DECLARATION: '          02650000
                              PT-STUD-ID ' ' PT-PROG-TYPE               02660000
                      MOVE 'N' TO WS-EDIT-FLAG                          02670000
                      ADD 1 TO WS-TRN-CNT-FAILED                        02680000
                 END-REWRITE                                            02690000
            END-READ.                                                   02700000
                                                                        02710000
       A260-WRITE-DECL-PARA.                                            02720000
                                                                        02730000
            MOVE SPACES         TO POSMST-REC.                          02740000
            MOVE PT-STUD-ID     TO PS-STUD-ID.                          02750000
            MOVE PT-PROG-TYPE   TO PS-PROG-TYPE.                        02760000
            MOVE WS-EFF-DATE    TO PS-DECL-DATE.                        02770000
            MOVE PT-DEPT        TO PS-DEPT.                             02780000
            MOVE PT-TERM        TO PS-DECL-TERM.                        02790000
            MOVE WS-ACTIVE-DEPT TO PS-PRIOR-DEPT.                       02800000
            IF PT-ORIG-ID = SPACES                                      02810000
               MOVE 'UNKNOWN ' TO PS-ORIG-ID                            02820000
            ELSE                                                        02830000
               MOVE PT-ORIG-ID TO PS-ORIG-ID                            02840000
            END-IF.                                                     02850000
            WRITE POSMST-REC                                            02860000
              INVALID KEY                                               02870000
                 DISPLAY 'DECLARE FAILED - DECLARATION EXISTS: '        02880000
                         PT-STUD-ID ' ' PT-PROG-TYPE ' ' WS-EFF-DATE    02890000
                 ADD 1 TO WS-TRN-CNT-FAILED                             02900000
              NOT INVALID KEY                                           02910000
                 ADD 1 TO WS-TRN-CNT-DECLARE                            02920000
                 IF WS-ACTIVE-DEPT NOT = SPACES                         02930000
                    ADD 1 TO WS-TRN-CNT-CHANGE                          02940000
                    DISPLAY 'CHANGED PROGRAM: ' PT-STUD-ID              02950000
                            ' TYPE ' PT-PROG-TYPE ' FROM '              02960000
                            WS-ACTIVE-DEPT ' TO ' PT-DEPT               02970000
                 ELSE                                                   02980000
                    DISPLAY 'DECLARED PROGRAM: ' PT-STUD-ID             02990000
                            ' TYPE ' PT-PROG-TYPE ' ' PT-DEPT           03000000
                 END-IF                                                 03010000
            END-WRITE.                                                  03020000
                                                                        03030000
       A300-END-PARA.                                                   03040000
                                                                        03050000
            PERFORM A500-SCAN-STUDENT-PARA.                             03060000
            IF NOT WS-ACTIVE-FOUND                                      03070000
               DISPLAY 'END FAILED - NO CURRENT DECLARATION: '          03080000
                       PT-STUD-ID ' ' PT-PROG-TYPE                      03090000
               ADD 1 TO WS-TRN-CNT-FAILED                               03100000
            ELSE                                                        03110000
               IF WS-EFF-DATE < WS-ACTIVE-DECL                          03120000
                  DISPLAY 'END FAILED - BEFORE DECLARED DATE '          03130000
                          WS-ACTIVE-DECL ': ' PT-STUD-ID ' '            03140000
                          PT-PROG-TYPE                                  03150000
                  ADD 1 TO WS-TRN-CNT-FAILED                            03160000
               ELSE                                                     03170000
                  PERFORM A250-CLOSE-ACTIVE-PARA                        03180000
                  IF WS-EDIT-OK                                         03190000
                     ADD 1 TO WS-TRN-CNT-END                            03200000
                     DISPLAY 'ENDED PROGRAM: ' PT-STUD-ID               03210000
                             ' TYPE ' PT-PROG-TYPE ' '                  03220000
                             WS-ACTIVE-DEPT                             03230000
                  END-IF                                                03240000
               END-IF                                                   03250000
            END-IF.                                                     03260000
                                                                        03270000
       A400-DELETE-PARA.                                                03280000
                                                                        03290000
            MOVE PT-STUD-ID   TO PS-STUD-ID.                            03300000
            MOVE PT-PROG-TYPE TO PS-PROG-TYPE.                          03310000
            MOVE PT-EFF-DATE  TO PS-DECL-DATE.                          03320000
            READ POSMST KEY IS PS-KEY                                   03330000
              INVALID KEY                                               03340000
                 DISPLAY 'DELETE FAILED - DECLARATION NOT FOUND: '      03350000
                         PT-STUD-ID ' ' PT-PROG-TYPE ' ' PT-EFF-DATE    03360000
                 ADD 1 TO WS-TRN-CNT-FAILED                             03370000
              NOT INVALID KEY                                           03380000
                 MOVE PS-DEPT       TO WS-DEL-DEPT                      03390000
                 MOVE PS-PRIOR-DEPT TO WS-DEL-PRIOR                     03400000
                 MOVE PS-DECL-DATE  TO WS-DEL-DATE                      03410000
                 MOVE PS-END-DATE   TO WS-DEL-END                       03420000
                 DELETE POSMST                                          03430000
                   INVALID KEY                                          03440000
                      DISPLAY 'DELETE FAILED - DECLARATION: '           03450000
                              PT-STUD-ID ' ' PT-PROG-TYPE               03460000
                      ADD 1 TO WS-TRN-CNT-FAILED                        03470000
                   NOT INVALID KEY                                      03480000
                      ADD 1 TO WS-TRN-CNT-DELETE                        03490000
                      DISPLAY 'DELETED PROGRAM: ' PT-STUD-ID            03500000
                              ' TYPE ' PT-PROG-TYPE ' ' WS-DEL-DEPT     03510000
                              ' DECLARED ' WS-DEL-DATE                  03520000
                      IF WS-DEL-END = SPACES                            03530000
                         AND WS-DEL-PRIOR NOT = SPACES                  03540000
                         PERFORM A450-REOPEN-PRIOR-PARA                 03550000
                      END-IF                                            03560000
                 END-DELETE                                             03570000
            END-READ.                                                   03580000
                                                                        03590000
       A450-REOPEN-PRIOR-PARA.                                          03600000
                                                                        03610000
            MOVE 'N' TO WS-ACTIVE-FLAG.                                 03620000
            MOVE 'N' TO WS-SCAN-EOF.                                    03630000
            MOVE PT-STUD-ID   TO PS-STUD-ID.                            03640000
            MOVE PT-PROG-TYPE TO PS-PROG-TYPE.                          03650000
            MOVE LOW-VALUES   TO PS-DECL-DATE.                          03660000
            START POSMST KEY IS NOT LESS THAN PS-KEY                    03670000
              INVALID KEY MOVE 'Y' TO WS-SCAN-EOF                       03680000
            END-START.                                                  03690000
            PERFORM A460-FIND-PRIOR-PARA                                03700000
               UNTIL WS-SCAN-AT-END OR WS-ACTIVE-FOUND.                 03710000
            IF WS-ACTIVE-FOUND                                          03720000
               MOVE SPACES TO PS-END-DATE                               03730000
               MOVE SPACES TO PS-END-TERM                               03740000
               REWRITE POSMST-REC                                       03750000
                 INVALID KEY                                            03760000
                    DISPLAY 'REWRITE FAILED - PRIOR DECLARATION: '      03770000
                            PT-STUD-ID ' ' PT-PROG-TYPE                 03780000
                    ADD 1 TO WS-TRN-CNT-FAILED                          03790000
                 NOT INVALID KEY                                        03800000
                    ADD 1 TO WS-TRN-CNT-REOPEN                          03810000
                    DISPLAY 'REINSTATED PROGRAM: ' PT-STUD-ID           03820000
                            ' TYPE ' PT-PROG-TYPE ' ' PS-DEPT           03830000
               END-REWRITE                                              03840000
            ELSE                                                        03850000
               DISPLAY 'NO PRIOR DECLARATION TO REINSTATE: '            03860000
                       PT-STUD-ID ' ' PT-PROG-TYPE ' ' WS-DEL-PRIOR     03870000
            END-IF.                                                     03880000
                                                                        03890000
       A460-FIND-PRIOR-PARA.                                            03900000
                                                                        03910000
            READ POSMST NEXT                                            03920000
              AT END MOVE 'Y' TO WS-SCAN-EOF                            03930000
              NOT AT END                                                03940000
                 IF PS-STUD-ID NOT = PT-STUD-ID                         03950000
                    OR PS-PROG-TYPE NOT = PT-PROG-TYPE                  03960000
                    MOVE 'Y' TO WS-SCAN-EOF                             03970000
                 ELSE                                                   03980000
                    IF PS-END-DATE = WS-DEL-DATE                        03990000
                       AND PS-DEPT = WS-DEL-PRIOR                       04000000
                       MOVE 'Y' TO WS-ACTIVE-FLAG                       04010000
                    END-IF                                              04020000
                 END-IF                                                 04030000
            END-READ.                                                   04040000
                                                                        04050000
       A500-SCAN-STUDENT-PARA.                                          04060000
                                                                        04070000
            MOVE 'N' TO WS-ACTIVE-FLAG.                                 04080000
            MOVE 'N' TO WS-CONFLICT-FLAG.                               04090000
            MOVE 'N' TO WS-SCAN-EOF.                                    04100000
            MOVE SPACES TO WS-ACTIVE-KEY.                               04110000
            MOVE SPACES TO WS-ACTIVE-DECL.                              04120000
            MOVE PT-STUD-ID TO PS-STUD-ID.                              04130000
            MOVE LOW-VALUES TO PS-PROG-TYPE.                            04140000
            MOVE LOW-VALUES TO PS-DECL-DATE.                            04150000
            START POSMST KEY IS NOT LESS THAN PS-KEY                    04160000
              INVALID KEY MOVE 'Y' TO WS-SCAN-EOF                       04170000
            END-START.                                                  04180000
            PERFORM A510-SCAN-NEXT-PARA UNTIL WS-SCAN-AT-END.           04190000
                                                                        04200000
       A510-SCAN-NEXT-PARA.                                             04210000
                                                                        04220000
            READ POSMST NEXT                                            04230000
              AT END MOVE 'Y' TO WS-SCAN-EOF                            04240000
              NOT AT END                                                04250000
                 IF PS-STUD-ID NOT = PT-STUD-ID                         04260000
                    MOVE 'Y' TO WS-SCAN-EOF                             04270000
                 ELSE                                                   04280000
                    IF PS-DECL-ACTIVE                                   04290000
                       IF PS-PROG-TYPE = PT-PROG-TYPE                   04300000
                          MOVE 'Y'          TO WS-ACTIVE-FLAG           04310000
                          MOVE PS-KEY       TO WS-ACTIVE-KEY            04320000
                          MOVE PS-DECL-DATE TO WS-ACTIVE-DECL           04330000
                       END-IF                                           04340000
                       IF PS-DEPT = PT-DEPT                             04350000
                          AND PT-ACTION-DECLARE                         04360000
                          MOVE 'Y' TO WS-CONFLICT-FLAG                  04370000
                       END-IF                                           04380000
                    END-IF                                              04390000
                 END-IF                                                 04400000
            END-READ.                                                   04410000
            IF NOT WS-SCAN-AT-END                                       04420000
               AND WS-POSMST-STATUS NOT = '00'                          04430000
               DISPLAY 'POSMST READ FAILED - STATUS: '                  04440000
                       WS-POSMST-STATUS                                 04450000
               MOVE 'Y' TO WS-SCAN-EOF                                  04460000
            END-IF.                                                     04470000
