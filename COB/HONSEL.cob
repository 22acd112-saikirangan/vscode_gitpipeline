       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. HONSEL.                                              00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT STANDING ASSIGN TO STANDING                      00060000
                ORGANIZATION IS SEQUENTIAL                              00070000
                FILE STATUS IS WS-STANDING-STATUS.                      00080000
                SELECT GRADES ASSIGN TO GRDFILE                         00090000
                ORGANIZATION IS INDEXED                                 00100000
                ACCESS MODE IS DYNAMIC                                  00110000
                RECORD KEY IS GR-KEY                                    00120000
                FILE STATUS IS WS-GRADES-STATUS.                        00130000
                SELECT TERMMST ASSIGN TO TERMMST                        00140000
                ORGANIZATION IS INDEXED                                 00150000
                ACCESS MODE IS RANDOM                                   00160000
                RECORD KEY IS TM-TERM                                   00170000
                FILE STATUS IS WS-TERMMST-STATUS.                       00180000
                SELECT HONCTL ASSIGN TO HONCTL                          00190000
                ORGANIZATION IS SEQUENTIAL                              00200000
                FILE STATUS IS WS-HONCTL-STATUS.                        00210000
                SELECT HONCAND ASSIGN TO HONCAND                        00220000
                ORGANIZATION IS SEQUENTIAL.                             00230000
       DATA DIVISION.                                                   00240000
       FILE SECTION.                                                    00250000
       FD STANDING                                                      00260000
            RECORDING MODE IS F.                                        00270000
           COPY STANDING.                                               00280000
       FD GRADES                                                        00290000
            RECORDING MODE IS F.                                        00300000
           COPY GRDREC.                                                 00310000
       FD TERMMST                                                       00320000
            RECORDING MODE IS F.                                        00330000
           COPY TERMMST.                                                00340000
       FD HONCTL                                                        00350000
            RECORDING MODE IS F.                                        00360000
           COPY HONCTL.                                                 00370000
       FD HONCAND                                                       00380000
            RECORDING MODE IS F.                                        00390000
           COPY HONCAND.                                                00400000
       WORKING-STORAGE SECTION.                                         00410000
       01 WS-EOF             PIC A     VALUE SPACE.                     00420000
       01 WS-STANDING-STATUS PIC X(02) VALUE SPACES.                    00430000
       01 WS-GRADES-STATUS   PIC X(02) VALUE SPACES.                    00440000
       01 WS-TERMMST-STATUS  PIC X(02) VALUE SPACES.                    00450000
       01 WS-HONCTL-STATUS   PIC X(02) VALUE SPACES.                    00460000
       01 WS-PARM-CARD.                                                 00470000
          05 WS-PARM-TERM    PIC X(05).                                 00480000
          05 FILLER          PIC X(75).                                 00490000
       01 WS-GRAD-SEQ        PIC 9(03) VALUE ZERO.                      00500000
       01 WS-GRADE-SEQ       PIC 9(03) VALUE ZERO.                      00510000
       01 WS-FINAL-SEQ       PIC 9(03) VALUE ZERO.                      00520000
       01 WS-LAST-TERM       PIC X(05) VALUE LOW-VALUES.                00530000
       01 WS-LAST-SEQ        PIC 9(03) VALUE ZERO.                      00540000
       01 WS-RESIDENT-CREDITS PIC 9(04) VALUE ZERO.                     00545000
       01 WS-GRD-EOF         PIC X(01) VALUE 'N'.                       00550000
           88 WS-GRD-AT-END         VALUE 'Y'.                          00560000
       01 WS-CTL-EOF         PIC X(01) VALUE 'N'.                       00570000
       77 WS-HON-MAX         PIC 9(02) COMP VALUE 10.                   00580000
       01 WS-HON-COUNT       PIC 9(02) COMP VALUE ZERO.                 00590000
       01 WS-HON-IDX         PIC 9(02) COMP VALUE ZERO.                 00600000
       01 WS-HON-FOUND-FLAG  PIC X(01) VALUE 'N'.                       00610000
           88 WS-HON-FOUND          VALUE 'Y'.                          00620000
       01 WS-HON-TABLE.                                                 00630000
          05 WS-HT-ENTRY OCCURS 10 TIMES.                               00640000
             10 WS-HT-CODE      PIC X(02).                              00650000
             10 WS-HT-DESC      PIC X(20).                              00660000
             10 WS-HT-MIN-GPA   PIC 9V99.                               00670000
             10 WS-HT-MIN-CRED  PIC 9(04).                              00680000
             10 WS-HT-AWARDED   PIC 9(07) COMP.                         00690000
                                                                        00700000
       01 WS-CONTROL-TOTALS.                                            00710000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              00720000
           05 WS-CNT-GRADUATED  PIC 9(07) COMP VALUE ZERO.              00730000
           05 WS-CNT-CLASS      PIC 9(07) COMP VALUE ZERO.              00740000
           05 WS-CNT-HONORS     PIC 9(07) COMP VALUE ZERO.              00750000
           05 WS-CNT-NOTFOUND   PIC 9(07) COMP VALUE ZERO.              00760000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              00770000
           05 WS-CNT-PRIVACY    PIC 9(07) COMP VALUE ZERO.              00775000
           COPY SQLCLS.                                                 00780000
           COPY PRIVPARM.                                               00785000
                                                                        00790000
            EXEC SQL                                                    00800000
               INCLUDE SQLCA                                            00810000
            END-EXEC.                                                   00820000
                                                                        00830000
            EXEC SQL                                                    00840000
               INCLUDE STUDENT                                          00850000
            END-EXEC.                                                   00860000
                                                                        00870000
       01  DCLSTUDENT.                                                  00880000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            00890000
           10 WS-STUD-NAME             PIC X(30).                       00900000
           10 WS-STUD-DEPT             PIC X(10).                       00910000
           10 WS-STUD-STATUS           PIC X(01).                       00920000
           10 WS-PRIVACY-FLAG          PIC X(01).                       00923300
           10 WS-PRIVACY-EFF-DATE      PIC X(08).                       00926600
                                                                        00930000
       PROCEDURE DIVISION.                                              00940000
                                                                        00950000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             00960000
            MOVE FUNCTION CURRENT-DATE(1:8) TO PV-AS-OF-DATE.           00965000
                                                                        00970000
            OPEN INPUT TERMMST.                                         00980000
            IF WS-TERMMST-STATUS NOT = '00'                             00990000
               DISPLAY 'TERMMST OPEN FAILED - STATUS: '                 01000000
                       WS-TERMMST-STATUS                                01010000
               MOVE +16 TO RETURN-CODE                                  01020000
               GOBACK                                                   01030000
            END-IF.                                                     01040000
            MOVE WS-PARM-TERM TO TM-TERM.                               01050000
            READ TERMMST                                                01060000
              INVALID KEY                                               01070000
                 DISPLAY 'GRADUATION TERM NOT ON TERM MASTER: '         01080000
                         WS-PARM-TERM                                   01090000
                 MOVE +8 TO RETURN-CODE                                 01100000
                 GOBACK                                                 01110000
              NOT INVALID KEY                                           01120000
                 MOVE TM-SEQ TO WS-GRAD-SEQ                             01130000
            END-READ.                                                   01140000
            OPEN INPUT HONCTL.                                          01150000
            IF WS-HONCTL-STATUS NOT = '00'                              01160000
               DISPLAY 'HONCTL OPEN FAILED - STATUS: '                  01170000
                       WS-HONCTL-STATUS                                 01180000
               MOVE +16 TO RETURN-CODE                                  01190000
               GOBACK                                                   01200000
            END-IF.                                                     01210000
            PERFORM E100-LOAD-HONORS-PARA UNTIL WS-CTL-EOF = 'Y'.       01220000
            CLOSE HONCTL.                                               01230000
            OPEN INPUT STANDING.                                        01240000
            IF WS-STANDING-STATUS NOT = '00'                            01250000
               DISPLAY 'STANDING OPEN FAILED - STATUS: '                01260000
                       WS-STANDING-STATUS                               01270000
               MOVE +16 TO RETURN-CODE                                  01280000
               GOBACK                                                   01290000
            END-IF.                                                     01300000
            OPEN INPUT GRADES.                                          01310000
            IF WS-GRADES-STATUS NOT = '00'                              01320000
               DISPLAY 'GRDFILE OPEN FAILED - STATUS: '                 01330000
                       WS-GRADES-STATUS                                 01340000
               MOVE +16 TO RETURN-CODE                                  01350000
               GOBACK                                                   01360000
            END-IF.                                                     01370000
            OPEN OUTPUT HONCAND.                                        01380000
                                                                        01390000
            PERFORM E200-READ-STANDING-PARA UNTIL WS-EOF = 'Y'.         01400000
                                                                        01410000
            CLOSE STANDING.                                             01420000
            CLOSE GRADES.                                               01430000
            CLOSE TERMMST.                                              01440000
            CLOSE HONCAND.                                              01450000
                                                                        01460000
            DISPLAY '===== HONSEL CONTROL TOTALS ====='.                01470000
            DISPLAY 'GRADUATION TERM          : ' WS-PARM-TERM.         01480000
            DISPLAY 'STANDING RECORDS READ    : ' WS-CNT-READ.          01490000
            DISPLAY 'GRADUATED STUDENTS       : ' WS-CNT-GRADUATED.     01500000
            DISPLAY 'GRADUATING CLASS         : ' WS-CNT-CLASS.         01510000
            DISPLAY 'HONORS AWARDED           : ' WS-CNT-HONORS.        01520000
            DISPLAY 'PRIVACY BLOCKED          : ' WS-CNT-PRIVACY.       01525000
            PERFORM E500-DISPLAY-TIER-PARA                              01530000
               VARYING WS-HON-IDX FROM 1 BY 1                           01540000
               UNTIL WS-HON-IDX > WS-HON-COUNT.                         01550000
            DISPLAY 'STUDENTS NOT ON TABLE    : ' WS-CNT-NOTFOUND.      01560000
            DISPLAY 'STUDENT LOOKUP SQL ERRORS: ' WS-CNT-SQLERR.        01570000
            DISPLAY '================================='.                01580000
                                                                        01590000
            IF WS-CNT-SQLERR > ZERO                                     01600000
               MOVE +8 TO RETURN-CODE                                   01610000
            ELSE                                                        01620000
               IF WS-CNT-NOTFOUND > ZERO OR WS-HON-COUNT = ZERO         01630000
                  MOVE +4 TO RETURN-CODE                                01640000
               ELSE                                                     01650000
                  MOVE ZERO TO RETURN-CODE                              01660000
               END-IF                                                   01670000
            END-IF.                                                     01680000
                                                                        01690000
            GOBACK.                                                     01700000
                                                                        01710000
       E100-LOAD-HONORS-PARA.                                           01720000
                                                                        01730000
            READ HONCTL                                                 01740000
              AT END MOVE 'Y' TO WS-CTL-EOF                             01750000
              NOT AT END                                                01760000
                 IF HC-MIN-GPA IS NOT NUMERIC                           01770000
                    OR HC-MIN-CREDITS IS NOT NUMERIC                    01780000
                    DISPLAY 'INVALID HONORS CONTROL ENTRY IGNORED: '    01790000
                            HC-HONOR-CODE                               01800000
                 ELSE                                                   01810000
                    IF WS-HON-COUNT < WS-HON-MAX                        01820000
                       ADD 1 TO WS-HON-COUNT                            01830000
                       MOVE HC-HONOR-CODE                               01840000
                         TO WS-HT-CODE(WS-HON-COUNT)                    01850000
                       MOVE HC-HONOR-DESC                               01860000
                         TO WS-HT-DESC(WS-HON-COUNT)                    01870000
                       MOVE HC-MIN-GPA                                  01880000
                         TO WS-HT-MIN-GPA(WS-HON-COUNT)                 01890000
                       MOVE HC-MIN-CREDITS                              01900000
                         TO WS-HT-MIN-CRED(WS-HON-COUNT)                01910000
                       MOVE ZERO TO WS-HT-AWARDED(WS-HON-COUNT)         01920000
                    ELSE                                                01930000
                       DISPLAY 'WARNING - HONORS TABLE FULL, '          01940000
                               'ENTRY IGNORED: ' HC-HONOR-CODE          01950000
                    END-IF                                              01960000
                 END-IF                                                 01970000
            END-READ.                                                   01980000
                                                                        01990000
       E200-READ-STANDING-PARA.                                         02000000
                                                                        02010000
            READ STANDING                                               02020000
              AT END MOVE 'Y' TO WS-EOF                                 02030000
              NOT AT END                                                02040000
                 ADD 1 TO WS-CNT-READ                                   02050000
                 PERFORM E210-LOOKUP-STUDENT-PARA                       02060000
            END-READ.                                                   02070000
                                                                        02080000
       E210-LOOKUP-STUDENT-PARA.                                        02090000
                                                                        02100000
            IF ST-STUD-ID IS NOT NUMERIC                                02110000
               ADD 1 TO WS-CNT-NOTFOUND                                 02120000
               DISPLAY 'INVALID STUD-ID ON STANDING: ' ST-STUD-ID       02130000
            ELSE                                                        02140000
               COMPUTE WS-STUD-ID = FUNCTION NUMVAL(ST-STUD-ID)         02150000
               PERFORM E220-SELECT-STUDENT-PARA                         02160000
               EVALUATE TRUE                                            02170000
               WHEN SQL-SUCCESS                                         02180000
                    IF WS-STUD-STATUS = 'G'                             02190000
                       ADD 1 TO WS-CNT-GRADUATED                        02200000
                       PERFORM E300-FINAL-TERM-PARA                     02210000
                       IF WS-FINAL-SEQ = WS-GRAD-SEQ                    02220000
                          PERFORM E400-WRITE-CANDIDATE-PARA             02230000
                       END-IF                                           02240000
                    END-IF                                              02250000
               WHEN SQL-NOTFOUND                                        02260000
                    ADD 1 TO WS-CNT-NOTFOUND                            02270000
                    DISPLAY 'STUDENT NOT ON STUD_STUDENT: '             02280000
                            ST-STUD-ID                                  02290000
               WHEN OTHER                                               02300000
                    ADD 1 TO WS-CNT-SQLERR                              02310000
                    DISPLAY 'STUDENT LOOKUP SQL ERROR SQLCODE: '        02320000
                            SQLCODE                                     02330000
               END-EVALUATE                                             02340000
            END-IF.                                                     02350000
                                                                        02360000
       E220-SELECT-STUDENT-PARA.                                        02370000
                                                                        02380000
            EXEC SQL                                                    02390000
                 SELECT  STUD_ID, STUD_NAME, STUD_DEPT,                 02400000
                         STUD_ENROLL_STATUS, PRIVACY_FLAG,              02406600
                         PRIVACY_EFF_DT                                 02413200
                   INTO  :WS-STUD-ID, :WS-STUD-NAME,                    02420000
                         :WS-STUD-DEPT, :WS-STUD-STATUS,                02426600
                         :WS-PRIVACY-FLAG, :WS-PRIVACY-EFF-DATE         02433200
                FROM STUD_STUDENT                                       02440000
                WHERE STUD_ID = :WS-STUD-ID                             02450000
            END-EXEC.                                                   02460000
                                                                        02470000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                02480000
                                                                        02490000
       E300-FINAL-TERM-PARA.                                            02500000
                                                                        02510000
            MOVE ZERO TO WS-FINAL-SEQ.                                  02520000
            MOVE ST-STUD-ID  TO GR-STUD-ID.                             02530000
            MOVE LOW-VALUES  TO GR-COURSE.                              02540000
            MOVE LOW-VALUES  TO GR-TERM.                                02550000
            MOVE 'N' TO WS-GRD-EOF.                                     02560000
            START GRADES KEY IS NOT LESS THAN GR-KEY                    02570000
              INVALID KEY MOVE 'Y' TO WS-GRD-EOF                        02580000
            END-START.                                                  02590000
            PERFORM E310-READ-GRADE-PARA UNTIL WS-GRD-AT-END.           02600000
                                                                        02610000
       E310-READ-GRADE-PARA.                                            02620000
                                                                        02630000
            READ GRADES NEXT                                            02640000
              AT END MOVE 'Y' TO WS-GRD-EOF                             02650000
              NOT AT END                                                02660000
                 IF GR-STUD-ID NOT = ST-STUD-ID                         02670000
                    MOVE 'Y' TO WS-GRD-EOF                              02680000
                 ELSE                                                   02690000
                    IF NOT GR-TRANSFER                                  02696600
                       PERFORM E320-TERM-SEQ-PARA                       02703200
                       IF WS-GRADE-SEQ > WS-FINAL-SEQ                   02709800
                          MOVE WS-GRADE-SEQ TO WS-FINAL-SEQ             02716400
                       END-IF                                           02723000
                    END-IF                                              02730000
                 END-IF                                                 02740000
            END-READ.                                                   02750000
                                                                        02760000
       E320-TERM-SEQ-PARA.                                              02770000
                                                                        02780000
            IF GR-TERM = WS-LAST-TERM                                   02790000
               MOVE WS-LAST-SEQ TO WS-GRADE-SEQ                         02800000
            ELSE                                                        02810000
               MOVE GR-TERM TO TM-TERM                                  02820000
               READ TERMMST                                             02830000
                 INVALID KEY                                            02840000
                    MOVE ZERO TO WS-GRADE-SEQ                           02850000
                 NOT INVALID KEY                                        02860000
                    MOVE TM-SEQ TO WS-GRADE-SEQ                         02870000
               END-READ                                                 02880000
               MOVE GR-TERM TO WS-LAST-TERM                             02890000
               MOVE WS-GRADE-SEQ TO WS-LAST-SEQ                         02900000
            END-IF.                                                     02910000
                                                                        02920000
       E400-WRITE-CANDIDATE-PARA.                                       02930000
                                                                        02940000
            ADD 1 TO WS-CNT-CLASS.                                      02950000
            MOVE WS-STUD-DEPT   TO HK-DEPT.                             02960000
            MOVE ST-CUM-GPA     TO HK-CUM-GPA.                          02970000
            IF ST-XFER-CREDITS IS NUMERIC                               02972200
               AND ST-XFER-CREDITS < ST-CUM-CREDITS                     02974400
               COMPUTE WS-RESIDENT-CREDITS =                            02976600
                       ST-CUM-CREDITS - ST-XFER-CREDITS                 02978800
            ELSE                                                        02981000
               MOVE ST-CUM-CREDITS TO WS-RESIDENT-CREDITS               02983200
            END-IF.                                                     02985400
            MOVE WS-RESIDENT-CREDITS TO HK-CUM-CREDITS.                 02987600
            MOVE ST-STUD-ID     TO HK-STUD-ID.                          02990000
            MOVE WS-STUD-NAME   TO HK-STUD-NAME.                        03000000
            MOVE SPACES         TO HK-HONOR-CODE.                       03010000
            MOVE SPACES         TO HK-HONOR-DESC.                       03020000
            MOVE WS-PRIVACY-FLAG     TO PV-PRIVACY-FLAG.                03021200
            MOVE WS-PRIVACY-EFF-DATE TO PV-PRIVACY-EFF-DATE.            03022400
            CALL 'PRIVCHK' USING PRIV-CHECK-PARM.                       03023600
            MOVE PV-RESULT      TO HK-PRIVACY-FLAG.                     03024800
            IF PV-SUPPRESS                                              03026000
               ADD 1 TO WS-CNT-PRIVACY                                  03027200
            END-IF.                                                     03028400
            MOVE 'N' TO WS-HON-FOUND-FLAG.                              03030000
            PERFORM E410-MATCH-HONORS-PARA                              03040000
               VARYING WS-HON-IDX FROM 1 BY 1                           03050000
               UNTIL WS-HON-IDX > WS-HON-COUNT OR WS-HON-FOUND.         03060000
            WRITE HONCAND-REC.                                          03070000
                                                                        03080000
       E410-MATCH-HONORS-PARA.                                          03090000
                                                                        03100000
            IF ST-CUM-GPA NOT < WS-HT-MIN-GPA(WS-HON-IDX)               03110000
               AND WS-RESIDENT-CREDITS NOT < WS-HT-MIN-CRED(WS-HON-IDX) 03120000
               MOVE 'Y' TO WS-HON-FOUND-FLAG                            03130000
               MOVE WS-HT-CODE(WS-HON-IDX) TO HK-HONOR-CODE             03140000
               MOVE WS-HT-DESC(WS-HON-IDX) TO HK-HONOR-DESC             03150000
               ADD 1 TO WS-HT-AWARDED(WS-HON-IDX)                       03160000
               ADD 1 TO WS-CNT-HONORS                                   03170000
            END-IF.                                                     03180000
                                                                        03190000
       E500-DISPLAY-TIER-PARA.                                          03200000
                                                                        03210000
            DISPLAY '  ' WS-HT-DESC(WS-HON-IDX) '  : '                  03220000
                    WS-HT-AWARDED(WS-HON-IDX).                          03230000
