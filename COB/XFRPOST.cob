       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. XFRPOST.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT GRADES ASSIGN TO GRDFILE                         00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS RANDOM                                   00080000
                RECORD KEY IS GR-KEY                                    00090000
                FILE STATUS IS WS-GRADES-STATUS.                        00100000
                SELECT XFRTRN ASSIGN TO XFRTRN                          00110000
                ORGANIZATION IS SEQUENTIAL.                             00120000
                SELECT XFREQV ASSIGN TO XFREQV                          00130000
                ORGANIZATION IS INDEXED                                 00140000
                ACCESS MODE IS RANDOM                                   00150000
                RECORD KEY IS XE-KEY                                    00160000
                FILE STATUS IS WS-XFREQV-STATUS.                        00170000
                SELECT CRSCAT ASSIGN TO CRSCAT                          00180000
                ORGANIZATION IS INDEXED                                 00190000
                ACCESS MODE IS RANDOM                                   00200000
                RECORD KEY IS CC-COURSE                                 00210000
                FILE STATUS IS WS-CRSCAT-STATUS.                        00220000
                SELECT TERMMST ASSIGN TO TERMMST                        00230000
                ORGANIZATION IS INDEXED                                 00240000
                ACCESS MODE IS RANDOM                                   00250000
                RECORD KEY IS TM-TERM                                   00260000
                FILE STATUS IS WS-TERMMST-STATUS.                       00270000
                SELECT GRDTOUCH ASSIGN TO GRDTOUCH                      00280000
                ORGANIZATION IS SEQUENTIAL.                             00290000
                SELECT GRDJRNL ASSIGN TO GRDJRNL                        00300000
                ORGANIZATION IS SEQUENTIAL.                             00310000
                SELECT XFRRPT ASSIGN TO XFRRPT                          00320000
                ORGANIZATION IS SEQUENTIAL.                             00330000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00340000
                ORGANIZATION IS SEQUENTIAL                              00350000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00360000
       DATA DIVISION.                                                   00370000
       FILE SECTION.                                                    00380000
       FD GRADES                                                        00390000
            RECORDING MODE IS F.                                        00400000
           COPY GRDREC.                                                 00410000
       FD XFRTRN                                                        00420000
            RECORDING MODE IS F.                                        00430000
       01 XFRTRN-REC.                                                   00440000
          05 XT-ACTION          PIC X(01).                              00450000
              88 XT-ACTION-POST      VALUE 'A'.                         00460000
              88 XT-ACTION-REVERSE   VALUE 'D'.                         00470000
          05 XT-STUD-ID         PIC X(09).                              00480000
          05 XT-INST-CODE       PIC X(06).                              00490000
          05 XT-EXT-COURSE      PIC X(10).                              00500000
          05 XT-EXT-GRADE       PIC X(02).                              00510000
          05 XT-TERM            PIC X(05).                              00520000
          05 FILLER             PIC X(47).                              00530000
       FD XFREQV                                                        00540000
            RECORDING MODE IS F.                                        00550000
           COPY XFREQV.                                                 00560000
       FD CRSCAT                                                        00570000
            RECORDING MODE IS F.                                        00580000
           COPY CRSCAT.                                                 00590000
       FD TERMMST                                                       00600000
            RECORDING MODE IS F.                                        00610000
           COPY TERMMST.                                                00620000
       FD GRDTOUCH                                                      00630000
            RECORDING MODE IS F.                                        00640000
       01 GRDTOUCH-REC.                                                 00650000
          05 TC-STUD-ID         PIC X(09).                              00660000
          05 FILLER             PIC X(71).                              00670000
       FD GRDJRNL                                                       00680000
            RECORDING MODE IS F.                                        00690000
           COPY JRNLREC.                                                00700000
       FD XFRRPT                                                        00710000
            RECORDING MODE IS F.                                        00720000
       01 XFRRPT-REC PIC X(132).                                        00730000
       FD CYCDATE                                                       00740000
            RECORDING MODE IS F.                                        00750000
           COPY CYCDATE.                                                00760000
       WORKING-STORAGE SECTION.                                         00770000
       01 WS-EOF             PIC A     VALUE SPACE.                     00780000
       01 WS-GRADES-STATUS   PIC X(02) VALUE SPACES.                    00790000
       01 WS-XFREQV-STATUS   PIC X(02) VALUE SPACES.                    00800000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00810000
       01 WS-TERMMST-STATUS  PIC X(02) VALUE SPACES.                    00820000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00830000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00840000
       01 WS-EDIT-REASON     PIC X(02) VALUE SPACES.                    00850000
           88 WS-EDIT-CLEAN         VALUE SPACES.                       00860000
       01 WS-MIN-GRADE       PIC X(01) VALUE SPACE.                     00870000
       01 WS-CREDITS         PIC 9(02) VALUE ZERO.                      00880000
       01 WS-BEFORE-IMAGE    PIC X(80) VALUE SPACES.                    00890000
       01 WS-JRNL-ACTION     PIC X(01) VALUE SPACE.                     00900000
       01 WS-RESULT          PIC X(30) VALUE SPACES.                    00910000
       01 WS-PRINT-LINE      PIC X(132) VALUE SPACES.                   00920000
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   00930000
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   00940000
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 00950000
                                                                        00960000
       01 WS-CONTROL-TOTALS.                                            00970000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              00980000
           05 WS-CNT-POSTED     PIC 9(07) COMP VALUE ZERO.              00990000
           05 WS-CNT-REVERSED   PIC 9(07) COMP VALUE ZERO.              01000000
           05 WS-CNT-REJECT     PIC 9(07) COMP VALUE ZERO.              01010000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              01020000
           05 WS-CNT-TOUCHED    PIC 9(07) COMP VALUE ZERO.              01030000
           05 WS-CNT-JOURNALED  PIC 9(07) COMP VALUE ZERO.              01040000
           05 WS-CNT-CR-POSTED  PIC 9(07) COMP VALUE ZERO.              01050000
           05 WS-CNT-CR-REVERSED PIC 9(07) COMP VALUE ZERO.             01060000
           COPY SQLCLS.                                                 01070000
                                                                        01080000
            EXEC SQL                                                    01090000
               INCLUDE SQLCA                                            01100000
            END-EXEC.                                                   01110000
                                                                        01120000
            EXEC SQL                                                    01130000
               INCLUDE STUDENT                                          01140000
            END-EXEC.                                                   01150000
                                                                        01160000
       01  DCLSTUDENT.                                                  01170000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            01180000
           10 WS-STUD-NAME             PIC X(30).                       01190000
           10 WS-STUD-DEPT             PIC X(10).                       01200000
           10 WS-STUD-STATUS           PIC X(01).                       01210000
               88 WS-STUD-ACTIVE          VALUE 'A'.                    01220000
               88 WS-STUD-WITHDRAWN       VALUE 'W'.                    01230000
               88 WS-STUD-GRADUATED       VALUE 'G'.                    01240000
                                                                        01250000
       01 WS-HDR1.                                                      01260000
          05 FILLER      PIC X(40) VALUE                                01270000
             'TRANSFER CREDIT POSTING REGISTER'.                        01280000
          05 FILLER      PIC X(06) VALUE 'DATE: '.                      01290000
          05 HDR-DATE    PIC X(08).                                     01300000
          05 FILLER      PIC X(10) VALUE SPACES.                        01310000
          05 FILLER      PIC X(05) VALUE 'PAGE '.                       01320000
          05 HDR-PAGE    PIC ZZZZ9.                                     01330000
          05 FILLER      PIC X(58) VALUE SPACES.                        01340000
                                                                        01350000
       01 WS-HDR2.                                                      01360000
          05 FILLER      PIC X(04) VALUE 'ACT'.                         01370000
          05 FILLER      PIC X(11) VALUE 'STUDENT ID'.                  01380000
          05 FILLER      PIC X(08) VALUE 'INST'.                        01390000
          05 FILLER      PIC X(12) VALUE 'EXT COURSE'.                  01400000
          05 FILLER      PIC X(05) VALUE 'GRD'.                         01410000
          05 FILLER      PIC X(12) VALUE 'COURSE'.                      01420000
          05 FILLER      PIC X(06) VALUE 'TYPE'.                        01430000
          05 FILLER      PIC X(07) VALUE 'TERM'.                        01440000
          05 FILLER      PIC X(05) VALUE ' CR'.                         01450000
          05 FILLER      PIC X(62) VALUE 'RESULT'.                      01460000
                                                                        01470000
       01 WS-DETAIL-LINE.                                               01480000
          05 DET-ACTION      PIC X(01).                                 01490000
          05 FILLER          PIC X(03) VALUE SPACES.                    01500000
          05 DET-STUD-ID     PIC X(09).                                 01510000
          05 FILLER          PIC X(02) VALUE SPACES.                    01520000
          05 DET-INST        PIC X(06).                                 01530000
          05 FILLER          PIC X(02) VALUE SPACES.                    01540000
          05 DET-EXT-COURSE  PIC X(10).                                 01550000
          05 FILLER          PIC X(02) VALUE SPACES.                    01560000
          05 DET-EXT-GRADE   PIC X(02).                                 01570000
          05 FILLER          PIC X(03) VALUE SPACES.                    01580000
          05 DET-COURSE      PIC X(10).                                 01590000
          05 FILLER          PIC X(02) VALUE SPACES.                    01600000
          05 DET-TYPE        PIC X(04).                                 01610000
          05 FILLER          PIC X(02) VALUE SPACES.                    01620000
          05 DET-TERM        PIC X(05).                                 01630000
          05 FILLER          PIC X(02) VALUE SPACES.                    01640000
          05 DET-CREDITS     PIC ZZ9.                                   01650000
          05 FILLER          PIC X(02) VALUE SPACES.                    01660000
          05 DET-RESULT      PIC X(30).                                 01670000
          05 FILLER          PIC X(32) VALUE SPACES.                    01680000
                                                                        01690000
       01 WS-SUMMARY-LINE.                                              01700000
          05 FILLER          PIC X(04) VALUE SPACES.                    01710000
          05 SUM-LABEL       PIC X(30).                                 01720000
          05 SUM-COUNT       PIC ZZZ,ZZ9.                               01730000
          05 FILLER          PIC X(91) VALUE SPACES.                    01740000
                                                                        01750000
       PROCEDURE DIVISION.                                              01760000
                                                                        01770000
            PERFORM O050-READ-CYCDATE-PARA.                             01780000
                                                                        01790000
            OPEN I-O GRADES.                                            01800000
            IF WS-GRADES-STATUS NOT = '00'                              01810000
               DISPLAY 'GRDFILE OPEN FAILED - STATUS: '                 01820000
                       WS-GRADES-STATUS                                 01830000
               MOVE +16 TO RETURN-CODE                                  01840000
               GOBACK                                                   01850000
            END-IF.                                                     01860000
            OPEN INPUT XFREQV.                                          01870000
            IF WS-XFREQV-STATUS NOT = '00'                              01880000
               DISPLAY 'XFREQV OPEN FAILED - STATUS: '                  01890000
                       WS-XFREQV-STATUS                                 01900000
               MOVE +16 TO RETURN-CODE                                  01910000
               GOBACK                                                   01920000
            END-IF.                                                     01930000
            OPEN INPUT CRSCAT.                                          01940000
            IF WS-CRSCAT-STATUS NOT = '00'                              01950000
               DISPLAY 'CRSCAT OPEN FAILED - STATUS: '                  01960000
                       WS-CRSCAT-STATUS                                 01970000
               MOVE +16 TO RETURN-CODE                                  01980000
               GOBACK                                                   01990000
            END-IF.                                                     02000000
            OPEN INPUT TERMMST.                                         02010000
            IF WS-TERMMST-STATUS NOT = '00'                             02020000
               DISPLAY 'TERMMST OPEN FAILED - STATUS: '                 02030000
                       WS-TERMMST-STATUS                                02040000
               MOVE +16 TO RETURN-CODE                                  02050000
               GOBACK                                                   02060000
            END-IF.                                                     02070000
            OPEN INPUT XFRTRN.                                          02080000
            OPEN OUTPUT GRDTOUCH.                                       02090000
            OPEN EXTEND GRDJRNL.                                        02100000
            OPEN OUTPUT XFRRPT.                                         02110000
                                                                        02120000
            PERFORM O100-POST-TRANSFER-PARA UNTIL WS-EOF = 'Y'.         02130000
                                                                        02140000
            PERFORM O800-PRINT-SUMMARY-PARA.                            02150000
                                                                        02160000
            CLOSE XFRTRN.                                               02170000
            CLOSE GRDTOUCH.                                             02180000
            CLOSE GRDJRNL.                                              02190000
            CLOSE XFRRPT.                                               02200000
            CLOSE GRADES.                                               02210000
            CLOSE XFREQV.                                               02220000
            CLOSE CRSCAT.                                               02230000
            CLOSE TERMMST.                                              02240000
                                                                        02250000
            DISPLAY '===== XFRPOST CONTROL TOTALS ====='.               02260000
            DISPLAY 'TRANSACTIONS READ        : ' WS-CNT-READ.          02270000
            DISPLAY 'TRANSFER GRADES POSTED   : ' WS-CNT-POSTED.        02280000
            DISPLAY 'CREDITS POSTED           : ' WS-CNT-CR-POSTED.     02290000
            DISPLAY 'TRANSFER GRADES REVERSED : ' WS-CNT-REVERSED.      02300000
            DISPLAY 'CREDITS REVERSED         : ' WS-CNT-CR-REVERSED.   02310000
            DISPLAY 'TRANSACTIONS REJECTED    : ' WS-CNT-REJECT.        02320000
            DISPLAY 'SQL ERRORS ENCOUNTERED   : ' WS-CNT-SQLERR.        02330000
            DISPLAY 'TOUCHED STUDENTS WRITTEN : ' WS-CNT-TOUCHED.       02340000
            DISPLAY 'JOURNAL RECORDS WRITTEN  : ' WS-CNT-JOURNALED.     02350000
            DISPLAY '=================================='.               02360000
                                                                        02370000
            IF WS-CNT-SQLERR > ZERO                                     02380000
               MOVE +16 TO RETURN-CODE                                  02390000
            ELSE                                                        02400000
               IF WS-CNT-REJECT > ZERO                                  02410000
                  MOVE +4 TO RETURN-CODE                                02420000
               ELSE                                                     02430000
                  MOVE ZERO TO RETURN-CODE                              02440000
               END-IF                                                   02450000
            END-IF.                                                     02460000
                                                                        02470000
            GOBACK.                                                     02480000
                                                                        02490000
       O050-READ-CYCDATE-PARA.                                          02500000
                                                                        02510000
            OPEN INPUT CYCDATE.                                         02520000
            IF WS-CYCDATE-STATUS NOT = '00'                             02530000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      02540000
               MOVE FUNCTION CURRENT-DATE(1:8)                          02550000
                 TO WS-BUSINESS-DATE                                    02560000
            ELSE                                                        02570000
               READ CYCDATE                                             02580000
                 AT END                                                 02590000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     02600000
                      TO WS-BUSINESS-DATE                               02610000
                 NOT AT END                                             02620000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           02630000
               END-READ                                                 02640000
               CLOSE CYCDATE                                            02650000
            END-IF.                                                     02660000
            MOVE WS-BUSINESS-DATE TO HDR-DATE.                          02670000
                                                                        02680000
       O100-POST-TRANSFER-PARA.                                         02690000
                                                                        02700000
            READ XFRTRN                                                 02710000
              AT END MOVE 'Y' TO WS-EOF                                 02720000
              NOT AT END                                                02730000
                 ADD 1 TO WS-CNT-READ                                   02740000
                 MOVE SPACES TO WS-EDIT-REASON                          02750000
                 MOVE ZERO   TO WS-CREDITS                              02760000
                 MOVE SPACES TO XE-COURSE                               02770000
                 MOVE SPACE  TO XE-EQUIV-TYPE                           02780000
                 PERFORM O200-EDIT-TRANSFER-PARA                        02790000
                 IF WS-EDIT-CLEAN                                       02800000
                    IF XT-ACTION-POST                                   02810000
                       PERFORM O300-POST-GRADE-PARA                     02820000
                    ELSE                                                02830000
                       PERFORM O400-REVERSE-GRADE-PARA                  02840000
                    END-IF                                              02850000
                    IF WS-EDIT-CLEAN                                    02860000
                       PERFORM O500-WRITE-TOUCH-PARA                    02870000
                    END-IF                                              02880000
                 END-IF                                                 02890000
                 IF NOT WS-EDIT-CLEAN                                   02900000
                    ADD 1 TO WS-CNT-REJECT                              02910000
                    PERFORM O710-REASON-TEXT-PARA                       02920000
                 END-IF                                                 02930000
                 PERFORM O700-PRINT-DETAIL-PARA                         02940000
            END-READ.                                                   02950000
                                                                        02960000
       O200-EDIT-TRANSFER-PARA.                                         02970000
                                                                        02980000
            IF NOT XT-ACTION-POST AND NOT XT-ACTION-REVERSE             02990000
               MOVE '01' TO WS-EDIT-REASON                              03000000
            ELSE                                                        03010000
               IF XT-STUD-ID IS NOT NUMERIC                             03020000
                  MOVE '02' TO WS-EDIT-REASON                           03030000
               ELSE                                                     03040000
                  PERFORM O210-EQUIVALENCY-EDIT-PARA                    03050000
                  IF WS-EDIT-CLEAN AND XT-ACTION-POST                   03060000
                     PERFORM O220-GRADE-EDIT-PARA                       03070000
                  END-IF                                                03080000
                  IF WS-EDIT-CLEAN                                      03090000
                     PERFORM O230-COURSE-EDIT-PARA                      03100000
                  END-IF                                                03110000
                  IF WS-EDIT-CLEAN                                      03120000
                     PERFORM O240-TERM-EDIT-PARA                        03130000
                  END-IF                                                03140000
                  IF WS-EDIT-CLEAN                                      03150000
                     PERFORM O250-STUDENT-EDIT-PARA                     03160000
                  END-IF                                                03170000
               END-IF                                                   03180000
            END-IF.                                                     03190000
                                                                        03200000
       O210-EQUIVALENCY-EDIT-PARA.                                      03210000
                                                                        03220000
            MOVE XT-INST-CODE  TO XE-INST-CODE.                         03230000
            MOVE XT-EXT-COURSE TO XE-EXT-COURSE.                        03240000
            READ XFREQV                                                 03250000
              INVALID KEY                                               03260000
                 MOVE '04' TO WS-EDIT-REASON                            03270000
                 MOVE SPACES TO XE-COURSE                               03280000
                 MOVE SPACE  TO XE-EQUIV-TYPE                           03290000
              NOT INVALID KEY                                           03300000
                 IF XE-INACTIVE AND XT-ACTION-POST                      03310000
                    MOVE '05' TO WS-EDIT-REASON                         03320000
                 END-IF                                                 03330000
            END-READ.                                                   03340000
                                                                        03350000
       O220-GRADE-EDIT-PARA.                                            03360000
                                                                        03370000
            IF XE-MIN-GRADE = SPACE                                     03380000
               MOVE 'C' TO WS-MIN-GRADE                                 03390000
            ELSE                                                        03400000
               MOVE XE-MIN-GRADE TO WS-MIN-GRADE                        03410000
            END-IF.                                                     03420000
            EVALUATE XT-EXT-GRADE(1:1)                                  03430000
            WHEN 'P'                                                    03440000
            WHEN 'S'                                                    03450000
                 CONTINUE                                               03460000
            WHEN 'A'                                                    03470000
            WHEN 'B'                                                    03480000
            WHEN 'C'                                                    03490000
            WHEN 'D'                                                    03500000
                 IF XT-EXT-GRADE(1:1) > WS-MIN-GRADE                    03510000
                    MOVE '06' TO WS-EDIT-REASON                         03520000
                 END-IF                                                 03530000
            WHEN OTHER                                                  03540000
                 MOVE '06' TO WS-EDIT-REASON                            03550000
            END-EVALUATE.                                               03560000
                                                                        03570000
       O230-COURSE-EDIT-PARA.                                           03580000
                                                                        03590000
            MOVE XE-COURSE TO CC-COURSE.                                03600000
            READ CRSCAT                                                 03610000
              INVALID KEY                                               03620000
                 MOVE '08' TO WS-EDIT-REASON                            03630000
              NOT INVALID KEY                                           03640000
                 IF XE-CREDITS IS NUMERIC AND XE-CREDITS > ZERO         03650000
                    MOVE XE-CREDITS TO WS-CREDITS                       03660000
                 ELSE                                                   03670000
                    MOVE CC-CREDITS TO WS-CREDITS                       03680000
                 END-IF                                                 03690000
            END-READ.                                                   03700000
                                                                        03710000
       O240-TERM-EDIT-PARA.                                             03720000
                                                                        03730000
            MOVE XT-TERM TO TM-TERM.                                    03740000
            READ TERMMST                                                03750000
              INVALID KEY                                               03760000
                 MOVE '10' TO WS-EDIT-REASON                            03770000
              NOT INVALID KEY                                           03780000
                 CONTINUE                                               03790000
            END-READ.                                                   03800000
                                                                        03810000
       O250-STUDENT-EDIT-PARA.                                          03820000
                                                                        03830000
            COMPUTE WS-STUD-ID = FUNCTION NUMVAL(XT-STUD-ID).           03840000
                                                                        03850000
            EXEC SQL                                                    03860000
                 SELECT  STUD_ID, STUD_ENROLL_STATUS                    03870000
                   INTO  :WS-STUD-ID, :WS-STUD-STATUS                   03880000
                FROM STUD_STUDENT                                       03890000
                WHERE STUD_ID = :WS-STUD-ID                             03900000
            END-EXEC.                                                   03910000
                                                                        03920000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                03930000
            EVALUATE TRUE                                               03940000
            WHEN SQL-SUCCESS                                            03950000
                 IF XT-ACTION-POST AND WS-STUD-GRADUATED                03960000
                    MOVE '09' TO WS-EDIT-REASON                         03970000
                 END-IF                                                 03980000
            WHEN SQL-NOTFOUND                                           03990000
                 MOVE '03' TO WS-EDIT-REASON                            04000000
            WHEN OTHER                                                  04010000
                 ADD 1 TO WS-CNT-SQLERR                                 04020000
                 DISPLAY 'STUDENT CHECK SQL ERROR SQLCODE: ' SQLCODE    04030000
                 MOVE '07' TO WS-EDIT-REASON                            04040000
            END-EVALUATE.                                               04050000
                                                                        04060000
       O300-POST-GRADE-PARA.                                            04070000
                                                                        04080000
            MOVE SPACES        TO GRADES-REC.                           04090000
            MOVE XT-STUD-ID    TO GR-STUD-ID.                           04100000
            MOVE XE-COURSE     TO GR-COURSE.                            04110000
            MOVE XT-TERM       TO GR-TERM.                              04120000
            MOVE 'TR'          TO GR-GRADE.                             04130000
            MOVE XT-INST-CODE  TO GR-XFER-INST.                         04140000
            MOVE XT-EXT-COURSE TO GR-XFER-COURSE.                       04150000
            MOVE WS-CREDITS    TO GR-XFER-CREDITS.                      04160000
            WRITE GRADES-REC                                            04170000
              INVALID KEY                                               04180000
                 MOVE '11' TO WS-EDIT-REASON                            04190000
              NOT INVALID KEY                                           04200000
                 ADD 1 TO WS-CNT-POSTED                                 04210000
                 ADD WS-CREDITS TO WS-CNT-CR-POSTED                     04220000
                 MOVE 'POSTED' TO WS-RESULT                             04230000
                 MOVE SPACES TO WS-BEFORE-IMAGE                         04240000
                 MOVE 'A' TO WS-JRNL-ACTION                             04250000
                 PERFORM O600-WRITE-JRNL-PARA                           04260000
            END-WRITE.                                                  04270000
                                                                        04280000
       O400-REVERSE-GRADE-PARA.                                         04290000
                                                                        04300000
            MOVE XT-STUD-ID    TO GR-STUD-ID.                           04310000
            MOVE XE-COURSE     TO GR-COURSE.                            04320000
            MOVE XT-TERM       TO GR-TERM.                              04330000
            READ GRADES                                                 04340000
              INVALID KEY                                               04350000
                 MOVE '12' TO WS-EDIT-REASON                            04360000
              NOT INVALID KEY                                           04370000
                 IF NOT GR-TRANSFER                                     04380000
                    OR GR-XFER-INST NOT = XT-INST-CODE                  04390000
                    OR GR-XFER-COURSE NOT = XT-EXT-COURSE               04400000
                    MOVE '12' TO WS-EDIT-REASON                         04410000
                 ELSE                                                   04420000
                    PERFORM O410-DELETE-GRADE-PARA                      04430000
                 END-IF                                                 04440000
            END-READ.                                                   04450000
                                                                        04460000
       O410-DELETE-GRADE-PARA.                                          04470000
                                                                        04480000
            MOVE GRADES-REC TO WS-BEFORE-IMAGE.                         04490000
            IF GR-XFER-CREDITS IS NUMERIC                               04500000
               MOVE GR-XFER-CREDITS TO WS-CREDITS                       04510000
            END-IF.                                                     04520000
            DELETE GRADES                                               04530000
              INVALID KEY                                               04540000
                 MOVE '12' TO WS-EDIT-REASON                            04550000
              NOT INVALID KEY                                           04560000
                 ADD 1 TO WS-CNT-REVERSED                               04570000
                 ADD WS-CREDITS TO WS-CNT-CR-REVERSED                   04580000
                 MOVE 'REVERSED' TO WS-RESULT                           04590000
                 MOVE 'D' TO WS-JRNL-ACTION                             04600000
                 PERFORM O600-WRITE-JRNL-PARA                           04610000
            END-DELETE.                                                 04620000
                                                                        04630000
       O500-WRITE-TOUCH-PARA.                                           04640000
                                                                        04650000
            MOVE SPACES     TO GRDTOUCH-REC.                            04660000
            MOVE XT-STUD-ID TO TC-STUD-ID.                              04670000
            WRITE GRDTOUCH-REC.                                         04680000
            ADD 1 TO WS-CNT-TOUCHED.                                    04690000
                                                                        04700000
       O600-WRITE-JRNL-PARA.                                            04710000
                                                                        04720000
            MOVE 'GRDFILE ' TO JR-FILE-ID.                              04730000
            MOVE WS-JRNL-ACTION TO JR-ACTION.                           04740000
            MOVE FUNCTION CURRENT-DATE TO JR-TIMESTAMP.                 04750000
            MOVE SPACES TO JR-KEY.                                      04760000
            MOVE GR-KEY TO JR-KEY.                                      04770000
            MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.                    04780000
            IF JR-ACTION-DELETE                                         04790000
               MOVE SPACES TO JR-AFTER-IMAGE                            04800000
            ELSE                                                        04810000
               MOVE GRADES-REC TO JR-AFTER-IMAGE                        04820000
            END-IF.                                                     04830000
            WRITE JRNL-REC.                                             04840000
            ADD 1 TO WS-CNT-JOURNALED.                                  04850000
                                                                        04860000
       O700-PRINT-DETAIL-PARA.                                          04870000
                                                                        04880000
            MOVE SPACES         TO WS-DETAIL-LINE.                      04890000
            MOVE XT-ACTION      TO DET-ACTION.                          04900000
            MOVE XT-STUD-ID     TO DET-STUD-ID.                         04910000
            MOVE XT-INST-CODE   TO DET-INST.                            04920000
            MOVE XT-EXT-COURSE  TO DET-EXT-COURSE.                      04930000
            MOVE XT-EXT-GRADE   TO DET-EXT-GRADE.                       04940000
            MOVE XE-COURSE      TO DET-COURSE.                          04950000
            EVALUATE TRUE                                               04960000
            WHEN XE-TYPE-COURSE                                         04970000
                 MOVE 'CRS'  TO DET-TYPE                                04980000
            WHEN XE-TYPE-ELECTIVE                                       04990000
                 MOVE 'ELEC' TO DET-TYPE                                05000000
            WHEN OTHER                                                  05010000
                 MOVE SPACES TO DET-TYPE                                05020000
            END-EVALUATE.                                               05030000
            MOVE XT-TERM        TO DET-TERM.                            05040000
            MOVE WS-CREDITS     TO DET-CREDITS.                         05050000
            MOVE WS-RESULT      TO DET-RESULT.                          05060000
            MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.                       05070000
            PERFORM O910-WRITE-LINE-PARA.                               05080000
                                                                        05090000
       O710-REASON-TEXT-PARA.                                           05100000
                                                                        05110000
            EVALUATE WS-EDIT-REASON                                     05120000
            WHEN '01'                                                   05130000
                 MOVE 'REJECTED - BAD ACTION CODE'     TO WS-RESULT     05140000
            WHEN '02'                                                   05150000
                 MOVE 'REJECTED - NON-NUMERIC ID'      TO WS-RESULT     05160000
            WHEN '03'                                                   05170000
                 MOVE 'REJECTED - NOT ON STUD_STUDENT' TO WS-RESULT     05180000
            WHEN '04'                                                   05190000
                 MOVE 'REJECTED - NO EQUIVALENCY'      TO WS-RESULT     05200000
            WHEN '05'                                                   05210000
                 MOVE 'REJECTED - EQUIVALENCY INACTV'  TO WS-RESULT     05220000
            WHEN '06'                                                   05230000
                 MOVE 'REJECTED - GRADE BELOW MINIMUM' TO WS-RESULT     05240000
            WHEN '07'                                                   05250000
                 MOVE 'REJECTED - LOOKUP SQL ERROR'    TO WS-RESULT     05260000
            WHEN '08'                                                   05270000
                 MOVE 'REJECTED - COURSE NOT ON CAT'   TO WS-RESULT     05280000
            WHEN '09'                                                   05290000
                 MOVE 'REJECTED - STUDENT GRADUATED'   TO WS-RESULT     05300000
            WHEN '10'                                                   05310000
                 MOVE 'REJECTED - TERM NOT ON TERMMST' TO WS-RESULT     05320000
            WHEN '11'                                                   05330000
                 MOVE 'REJECTED - ALREADY ON GRDFILE'  TO WS-RESULT     05340000
            WHEN '12'                                                   05350000
                 MOVE 'REJECTED - NO TRANSFER GRADE'   TO WS-RESULT     05360000
            WHEN OTHER                                                  05370000
                 MOVE 'REJECTED'                       TO WS-RESULT     05380000
            END-EVALUATE.                                               05390000
                                                                        05400000
       O800-PRINT-SUMMARY-PARA.                                         05410000
                                                                        05420000
            IF WS-LINE-CNT + 8 > WS-LINES-PER-PAGE                      05430000
               PERFORM O900-PAGE-HEADER-PARA                            05440000
            END-IF.                                                     05450000
            MOVE SPACES TO WS-PRINT-LINE.                               05460000
            PERFORM O910-WRITE-LINE-PARA.                               05470000
            MOVE 'TRANSACTIONS READ'      TO SUM-LABEL.                 05480000
            MOVE WS-CNT-READ              TO SUM-COUNT.                 05490000
            PERFORM O810-SUMMARY-LINE-PARA.                             05500000
            MOVE 'TRANSFER GRADES POSTED' TO SUM-LABEL.                 05510000
            MOVE WS-CNT-POSTED            TO SUM-COUNT.                 05520000
            PERFORM O810-SUMMARY-LINE-PARA.                             05530000
            MOVE 'CREDITS POSTED'         TO SUM-LABEL.                 05540000
            MOVE WS-CNT-CR-POSTED         TO SUM-COUNT.                 05550000
            PERFORM O810-SUMMARY-LINE-PARA.                             05560000
            MOVE 'TRANSFER GRADES REVERSED' TO SUM-LABEL.               05570000
            MOVE WS-CNT-REVERSED          TO SUM-COUNT.                 05580000
            PERFORM O810-SUMMARY-LINE-PARA.                             05590000
            MOVE 'CREDITS REVERSED'       TO SUM-LABEL.                 05600000
            MOVE WS-CNT-CR-REVERSED       TO SUM-COUNT.                 05610000
            PERFORM O810-SUMMARY-LINE-PARA.                             05620000
            MOVE 'TRANSACTIONS REJECTED'  TO SUM-LABEL.                 05630000
            MOVE WS-CNT-REJECT            TO SUM-COUNT.                 05640000
            PERFORM O810-SUMMARY-LINE-PARA.                             05650000
                                                                        05660000
       O810-SUMMARY-LINE-PARA.                                          05670000
                                                                        05680000
            MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.                      05690000
            PERFORM O910-WRITE-LINE-PARA.                               05700000
                                                                        05710000
       O900-PAGE-HEADER-PARA.                                           05720000
                                                                        05730000
            ADD 1 TO WS-PAGE-CNT.                                       05740000
            MOVE WS-PAGE-CNT TO HDR-PAGE.                               05750000
            WRITE XFRRPT-REC FROM WS-HDR1                               05760000
               AFTER ADVANCING PAGE.                                    05770000
            WRITE XFRRPT-REC FROM WS-HDR2                               05780000
               AFTER ADVANCING 2 LINES.                                 05790000
            MOVE 3 TO WS-LINE-CNT.                                      05800000
                                                                        05810000
       O910-WRITE-LINE-PARA.                                            05820000
                                                                        05830000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         05840000
               PERFORM O900-PAGE-HEADER-PARA                            05850000
            END-IF.                                                     05860000
            WRITE XFRRPT-REC FROM WS-PRINT-LINE                         05870000
               AFTER ADVANCING 1 LINE.                                  05880000
            ADD 1 TO WS-LINE-CNT.                                       05890000
