       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. GRDRECN.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT CRSCAT ASSIGN TO CRSCAT                          00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS DYNAMIC                                  00080000
                RECORD KEY IS CC-COURSE                                 00090000
                FILE STATUS IS WS-CRSCAT-STATUS.                        00100000
                SELECT REGMST ASSIGN TO REGMST                          00110000
                ORGANIZATION IS INDEXED                                 00120000
                ACCESS MODE IS DYNAMIC                                  00130000
                RECORD KEY IS RG-KEY                                    00140000
                ALTERNATE RECORD KEY IS RG-CRS-TERM-KEY                 00150000
                   WITH DUPLICATES                                      00160000
                FILE STATUS IS WS-REGMST-STATUS.                        00170000
                SELECT GRADES ASSIGN TO GRDFILE                         00180000
                ORGANIZATION IS INDEXED                                 00190000
                ACCESS MODE IS DYNAMIC                                  00200000
                RECORD KEY IS GR-KEY                                    00210000
                ALTERNATE RECORD KEY IS GR-CRS-TERM-KEY                 00220000
                   WITH DUPLICATES                                      00230000
                FILE STATUS IS WS-GRADES-STATUS.                        00240000
                SELECT TERMMST ASSIGN TO TERMMST                        00250000
                ORGANIZATION IS INDEXED                                 00260000
                ACCESS MODE IS RANDOM                                   00270000
                RECORD KEY IS TM-TERM                                   00280000
                FILE STATUS IS WS-TERMMST-STATUS.                       00290000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00300000
                ORGANIZATION IS SEQUENTIAL                              00310000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00320000
                SELECT GRDCORR ASSIGN TO GRDCORR                        00330000
                ORGANIZATION IS SEQUENTIAL.                             00340000
                SELECT RECNRPT ASSIGN TO RECNRPT                        00350000
                ORGANIZATION IS SEQUENTIAL.                             00360000
       DATA DIVISION.                                                   00370000
       FILE SECTION.                                                    00380000
       FD CRSCAT                                                        00390000
            RECORDING MODE IS F.                                        00400000
           COPY CRSCAT.                                                 00410000
       FD REGMST                                                        00420000
            RECORDING MODE IS F.                                        00430000
           COPY REGREC.                                                 00440000
       FD GRADES                                                        00450000
            RECORDING MODE IS F.                                        00460000
           COPY GRDREC.                                                 00470000
       FD TERMMST                                                       00480000
            RECORDING MODE IS F.                                        00490000
           COPY TERMMST.                                                00500000
       FD CYCDATE                                                       00510000
            RECORDING MODE IS F.                                        00520000
           COPY CYCDATE.                                                00530000
       FD GRDCORR                                                       00540000
            RECORDING MODE IS F.                                        00550000
       01 GRDCORR-REC.                                                  00560000
          05 GT-ACTION          PIC X(01).                              00570000
          05 GT-STUD-ID         PIC X(09).                              00580000
          05 GT-COURSE          PIC X(10).                              00590000
          05 GT-GRADE           PIC X(02).                              00600000
          05 GT-TERM            PIC X(05).                              00610000
          05 GT-ORIG-ID         PIC X(08).                              00620000
          05 GT-OVERRIDE-CODE   PIC X(01).                              00630000
          05 GT-RECON-TYPE      PIC X(02).                              00640000
          05 FILLER             PIC X(42).                              00650000
       FD RECNRPT                                                       00660000
            RECORDING MODE IS F.                                        00670000
       01 RECNRPT-REC PIC X(132).                                       00680000
       WORKING-STORAGE SECTION.                                         00690000
       01 WS-EOF             PIC A     VALUE SPACE.                     00700000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00710000
       01 WS-REGMST-STATUS   PIC X(02) VALUE SPACES.                    00720000
       01 WS-GRADES-STATUS   PIC X(02) VALUE SPACES.                    00730000
       01 WS-TERMMST-STATUS  PIC X(02) VALUE SPACES.                    00740000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00750000
       01 WS-REG-EOF         PIC X(01) VALUE 'N'.                       00760000
           88 WS-REG-AT-END         VALUE 'Y'.                          00770000
       01 WS-GRD-EOF         PIC X(01) VALUE 'N'.                       00780000
           88 WS-GRD-AT-END         VALUE 'Y'.                          00790000
       01 WS-OTHER-EOF       PIC X(01) VALUE 'N'.                       00800000
           88 WS-OTHER-AT-END       VALUE 'Y'.                          00810000
       01 WS-OTHER-FLAG      PIC X(01) VALUE 'N'.                       00820000
           88 WS-OTHER-FOUND        VALUE 'Y'.                          00830000
                                                                        00840000
       01 WS-PARM-CARD.                                                 00850000
          05 WS-PARM-TERM       PIC X(05).                              00860000
          05 FILLER             PIC X(75).                              00870000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00880000
       01 WS-DEADLINE        PIC X(08) VALUE SPACES.                    00890000
       01 WS-TERM-SEQ        PIC 9(03) VALUE ZERO.                      00900000
       01 WS-OTHER-SEQ       PIC 9(03) VALUE ZERO.                      00910000
       01 WS-SEQ-TERM        PIC X(05) VALUE SPACES.                    00920000
                                                                        00930000
       01 WS-EXCEPTION.                                                 00940000
          05 WS-EXC-STUD-ID     PIC X(09).                              00950000
          05 WS-EXC-TYPE        PIC X(15).                              00960000
          05 WS-EXC-REG-TERM    PIC X(05).                              00970000
          05 WS-EXC-GRD-TERM    PIC X(05).                              00980000
          05 WS-EXC-GRADE       PIC X(02).                              00990000
       01 WS-CORR-WORK.                                                 01000000
          05 WS-CORR-ACTION     PIC X(01).                              01010000
          05 WS-CORR-GRADE      PIC X(02).                              01020000
          05 WS-CORR-TERM       PIC X(05).                              01030000
          05 WS-CORR-TYPE       PIC X(02).                              01040000
                                                                        01050000
       01 WS-COURSE-WORK.                                               01060000
          05 WS-CW-REG          PIC 9(07) COMP VALUE ZERO.              01070000
          05 WS-CW-GRADED       PIC 9(07) COMP VALUE ZERO.              01080000
          05 WS-CW-MATCHED      PIC 9(07) COMP VALUE ZERO.              01090000
          05 WS-CW-MISSING      PIC 9(07) COMP VALUE ZERO.              01100000
          05 WS-CW-MISMATCH     PIC 9(07) COMP VALUE ZERO.              01110000
          05 WS-CW-NOREG        PIC 9(07) COMP VALUE ZERO.              01120000
                                                                        01130000
       01 WS-DEPT-TABLE.                                                01140000
          05 WS-DT-ENTRY OCCURS 200 TIMES.                              01150000
             10 WS-DT-DEPT      PIC X(10).                              01160000
             10 WS-DT-COURSES   PIC 9(05) COMP.                         01170000
             10 WS-DT-REG       PIC 9(07) COMP.                         01180000
             10 WS-DT-MATCHED   PIC 9(07) COMP.                         01190000
             10 WS-DT-MISSING   PIC 9(07) COMP.                         01200000
             10 WS-DT-MISMATCH  PIC 9(07) COMP.                         01210000
             10 WS-DT-NOREG     PIC 9(07) COMP.                         01220000
       01 WS-DT-COUNT        PIC 9(03) COMP VALUE ZERO.                 01230000
       77 WS-DT-MAX          PIC 9(03) COMP VALUE 200.                  01240000
       01 WS-DT-IDX          PIC 9(03) COMP VALUE ZERO.                 01250000
       01 WS-SHIFT-IDX       PIC 9(03) COMP VALUE ZERO.                 01260000
       01 WS-DEPT-FLAG       PIC X(01) VALUE 'N'.                       01270000
           88 WS-DEPT-FOUND         VALUE 'Y'.                          01280000
           88 WS-DEPT-FULL          VALUE 'F'.                          01290000
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   01300000
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   01310000
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 01320000
                                                                        01330000
       01 WS-CONTROL-TOTALS.                                            01340000
           05 WS-CNT-COURSES    PIC 9(07) COMP VALUE ZERO.              01350000
           05 WS-CNT-ACTIVE     PIC 9(07) COMP VALUE ZERO.              01360000
           05 WS-CNT-REG        PIC 9(07) COMP VALUE ZERO.              01370000
           05 WS-CNT-GRADED     PIC 9(07) COMP VALUE ZERO.              01380000
           05 WS-CNT-MATCHED    PIC 9(07) COMP VALUE ZERO.              01390000
           05 WS-CNT-MISSING    PIC 9(07) COMP VALUE ZERO.              01400000
           05 WS-CNT-MISMATCH   PIC 9(07) COMP VALUE ZERO.              01410000
           05 WS-CNT-NOREG      PIC 9(07) COMP VALUE ZERO.              01420000
           05 WS-CNT-TRANSFER   PIC 9(07) COMP VALUE ZERO.              01430000
           05 WS-CNT-CORR       PIC 9(07) COMP VALUE ZERO.              01440000
           05 WS-CNT-NO-DEPT    PIC 9(07) COMP VALUE ZERO.              01450000
                                                                        01460000
       01 WS-HDR1.                                                      01470000
          05 FILLER      PIC X(45) VALUE                                01480000
             'REGISTRATION TO GRADE RECONCILIATION - TERM: '.           01490000
          05 HD-TERM     PIC X(05).                                     01500000
          05 FILLER      PIC X(21) VALUE '   GRADING DEADLINE: '.       01510000
          05 HD-DEADLINE PIC X(08).                                     01520000
          05 FILLER      PIC X(10) VALUE SPACES.                        01530000
          05 FILLER      PIC X(10) VALUE 'PAGE     '.                   01540000
          05 HD-PAGE     PIC ZZZZ9.                                     01550000
          05 FILLER      PIC X(28) VALUE SPACES.                        01560000
                                                                        01570000
       01 WS-HDR2.                                                      01580000
          05 FILLER      PIC X(24) VALUE 'DEPARTMENT  COURSE      '.    01590000
          05 FILLER      PIC X(24) VALUE 'STUDENT ID  EXCEPTION   '.    01600000
          05 FILLER      PIC X(24) VALUE '     REG   GRADE GRADE  '.    01610000
          05 FILLER      PIC X(60) VALUE SPACES.                        01620000
                                                                        01630000
       01 WS-HDR3.                                                      01640000
          05 FILLER      PIC X(24) VALUE '                        '.    01650000
          05 FILLER      PIC X(24) VALUE '                        '.    01660000
          05 FILLER      PIC X(24) VALUE '     TERM  TERM         '.    01670000
          05 FILLER      PIC X(60) VALUE SPACES.                        01680000
                                                                        01690000
       01 WS-DETAIL-LINE.                                               01700000
          05 DET-DEPT        PIC X(10).                                 01710000
          05 FILLER          PIC X(02) VALUE SPACES.                    01720000
          05 DET-COURSE      PIC X(10).                                 01730000
          05 FILLER          PIC X(02) VALUE SPACES.                    01740000
          05 DET-STUD-ID     PIC X(09).                                 01750000
          05 FILLER          PIC X(03) VALUE SPACES.                    01760000
          05 DET-TYPE        PIC X(15).                                 01770000
          05 FILLER          PIC X(02) VALUE SPACES.                    01780000
          05 DET-REG-TERM    PIC X(05).                                 01790000
          05 FILLER          PIC X(01) VALUE SPACES.                    01800000
          05 DET-GRD-TERM    PIC X(05).                                 01810000
          05 FILLER          PIC X(01) VALUE SPACES.                    01820000
          05 DET-GRADE       PIC X(02).                                 01830000
          05 FILLER          PIC X(65) VALUE SPACES.                    01840000
                                                                        01850000
       01 WS-COURSE-LINE.                                               01860000
          05 FILLER          PIC X(12) VALUE SPACES.                    01870000
          05 CL-COURSE       PIC X(10).                                 01880000
          05 FILLER          PIC X(14) VALUE ' REGISTERED: '.           01890000
          05 CL-REG          PIC ZZ,ZZ9.                                01900000
          05 FILLER          PIC X(10) VALUE ' GRADED: '.               01910000
          05 CL-GRADED       PIC ZZ,ZZ9.                                01920000
          05 FILLER          PIC X(11) VALUE ' MISSING: '.              01930000
          05 CL-MISSING      PIC ZZ,ZZ9.                                01940000
          05 FILLER          PIC X(12) VALUE ' MISMATCH: '.             01950000
          05 CL-MISMATCH     PIC ZZ,ZZ9.                                01960000
          05 FILLER          PIC X(10) VALUE ' NO REG: '.               01970000
          05 CL-NOREG        PIC ZZ,ZZ9.                                01980000
          05 FILLER          PIC X(23) VALUE SPACES.                    01990000
                                                                        02000000
       01 WS-DEPT-HDR.                                                  02010000
          05 FILLER      PIC X(40) VALUE                                02020000
             'DEPARTMENT ROLLUP'.                                       02030000
          05 FILLER      PIC X(92) VALUE SPACES.                        02040000
                                                                        02050000
       01 WS-DEPT-HDR2.                                                 02060000
          05 FILLER      PIC X(24) VALUE 'DEPARTMENT  COURSES  REG'.    02070000
          05 FILLER      PIC X(24) VALUE 'ISTERED  MATCHED  MISSIN'.    02080000
          05 FILLER      PIC X(24) VALUE 'G  MISMATCH   NO REG    '.    02090000
          05 FILLER      PIC X(60) VALUE SPACES.                        02100000
                                                                        02110000
       01 WS-DEPT-LINE.                                                 02120000
          05 DL-DEPT         PIC X(11).                                 02130000
          05 FILLER          PIC X(01) VALUE SPACES.                    02140000
          05 DL-COURSES      PIC ZZZZ9.                                 02150000
          05 FILLER          PIC X(03) VALUE SPACES.                    02160000
          05 DL-REG          PIC ZZZ,ZZ9.                               02170000
          05 FILLER          PIC X(02) VALUE SPACES.                    02180000
          05 DL-MATCHED      PIC ZZZ,ZZ9.                               02190000
          05 FILLER          PIC X(02) VALUE SPACES.                    02200000
          05 DL-MISSING      PIC ZZZ,ZZ9.                               02210000
          05 FILLER          PIC X(03) VALUE SPACES.                    02220000
          05 DL-MISMATCH     PIC ZZZ,ZZ9.                               02230000
          05 FILLER          PIC X(02) VALUE SPACES.                    02240000
          05 DL-NOREG        PIC ZZZ,ZZ9.                               02250000
          05 FILLER          PIC X(68) VALUE SPACES.                    02260000
                                                                        02270000
       01 WS-FOOT-LINE.                                                 02280000
          05 FL-TEXT     PIC X(100).                                    02290000
          05 FILLER      PIC X(32) VALUE SPACES.                        02300000
                                                                        02310000
       PROCEDURE DIVISION.                                              02320000
                                                                        02330000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             02340000
            IF WS-PARM-TERM = SPACES                                    02350000
               DISPLAY 'NO TERM ON CONTROL CARD - NOTHING RECONCILED'   02360000
               MOVE +8 TO RETURN-CODE                                   02370000
               GOBACK                                                   02380000
            END-IF.                                                     02390000
                                                                        02400000
            OPEN INPUT CRSCAT.                                          02410000
            IF WS-CRSCAT-STATUS NOT = '00'                              02420000
               DISPLAY 'CRSCAT OPEN FAILED - STATUS: '                  02430000
                       WS-CRSCAT-STATUS                                 02440000
               MOVE +16 TO RETURN-CODE                                  02450000
               GOBACK                                                   02460000
            END-IF.                                                     02470000
            OPEN INPUT REGMST.                                          02480000
            IF WS-REGMST-STATUS NOT = '00'                              02490000
               DISPLAY 'REGMST OPEN FAILED - STATUS: '                  02500000
                       WS-REGMST-STATUS                                 02510000
               MOVE +16 TO RETURN-CODE                                  02520000
               GOBACK                                                   02530000
            END-IF.                                                     02540000
            OPEN INPUT GRADES.                                          02550000
            IF WS-GRADES-STATUS NOT = '00'                              02560000
               DISPLAY 'GRDFILE OPEN FAILED - STATUS: '                 02570000
                       WS-GRADES-STATUS                                 02580000
               MOVE +16 TO RETURN-CODE                                  02590000
               GOBACK                                                   02600000
            END-IF.                                                     02610000
            OPEN INPUT TERMMST.                                         02620000
            IF WS-TERMMST-STATUS NOT = '00'                             02630000
               DISPLAY 'TERMMST OPEN FAILED - STATUS: '                 02640000
                       WS-TERMMST-STATUS                                02650000
               MOVE +16 TO RETURN-CODE                                  02660000
               GOBACK                                                   02670000
            END-IF.                                                     02680000
                                                                        02690000
            PERFORM R050-READ-CYCDATE-PARA.                             02700000
                                                                        02710000
            MOVE WS-PARM-TERM TO TM-TERM.                               02720000
            READ TERMMST                                                02730000
              INVALID KEY                                               02740000
                 DISPLAY 'TERM NOT ON TERM MASTER: ' WS-PARM-TERM       02750000
                 MOVE +8 TO RETURN-CODE                                 02760000
                 GOBACK                                                 02770000
              NOT INVALID KEY                                           02780000
                 MOVE TM-SEQ TO WS-TERM-SEQ                             02790000
                 IF TM-GRADE-DEADLINE IS NUMERIC                        02800000
                    MOVE TM-GRADE-DEADLINE TO WS-DEADLINE               02810000
                 ELSE                                                   02820000
                    MOVE TM-END-DATE TO WS-DEADLINE                     02830000
                 END-IF                                                 02840000
            END-READ.                                                   02850000
            IF WS-BUSINESS-DATE NOT > WS-DEADLINE                       02860000
               DISPLAY 'GRADING DEADLINE ' WS-DEADLINE                  02870000
                       ' NOT PASSED FOR TERM ' WS-PARM-TERM             02880000
                       ' - NOTHING RECONCILED'                          02890000
               MOVE +8 TO RETURN-CODE                                   02900000
               GOBACK                                                   02910000
            END-IF.                                                     02920000
                                                                        02930000
            OPEN OUTPUT GRDCORR.                                        02940000
            OPEN OUTPUT RECNRPT.                                        02950000
            MOVE WS-PARM-TERM TO HD-TERM.                               02960000
            MOVE WS-DEADLINE  TO HD-DEADLINE.                           02970000
                                                                        02980000
            MOVE LOW-VALUES TO CC-COURSE.                               02990000
            START CRSCAT KEY IS NOT LESS THAN CC-COURSE                 03000000
              INVALID KEY MOVE 'Y' TO WS-EOF                            03010000
            END-START.                                                  03020000
            PERFORM R100-NEXT-COURSE-PARA UNTIL WS-EOF = 'Y'.           03030000
            IF WS-PAGE-CNT = ZERO                                       03040000
               PERFORM R610-PAGE-HEADER-PARA                            03050000
            END-IF.                                                     03060000
                                                                        03070000
            WRITE RECNRPT-REC FROM WS-DEPT-HDR                          03080000
               AFTER ADVANCING PAGE.                                    03090000
            WRITE RECNRPT-REC FROM WS-DEPT-HDR2                         03100000
               AFTER ADVANCING 2 LINES.                                 03110000
            PERFORM R650-PRINT-DEPT-PARA                                03120000
               VARYING WS-DT-IDX FROM 1 BY 1                            03130000
               UNTIL WS-DT-IDX > WS-DT-COUNT.                           03140000
            PERFORM R660-PRINT-GRAND-PARA.                              03150000
            PERFORM R700-PRINT-FOOTNOTE-PARA.                           03160000
                                                                        03170000
            CLOSE CRSCAT.                                               03180000
            CLOSE REGMST.                                               03190000
            CLOSE GRADES.                                               03200000
            CLOSE TERMMST.                                              03210000
            CLOSE GRDCORR.                                              03220000
            CLOSE RECNRPT.                                              03230000
                                                                        03240000
            DISPLAY '===== GRDRECN CONTROL TOTALS ====='.               03250000
            DISPLAY 'TERM RECONCILED          : ' WS-PARM-TERM.         03260000
            DISPLAY 'GRADING DEADLINE         : ' WS-DEADLINE.          03270000
            DISPLAY 'CATALOG COURSES READ     : ' WS-CNT-COURSES.       03280000
            DISPLAY 'COURSES WITH ACTIVITY    : ' WS-CNT-ACTIVE.        03290000
            DISPLAY 'REGISTRATIONS CHECKED    : ' WS-CNT-REG.           03300000
            DISPLAY 'GRADES CHECKED           : ' WS-CNT-GRADED.        03310000
            DISPLAY 'REGISTRATIONS MATCHED    : ' WS-CNT-MATCHED.       03320000
            DISPLAY 'MISSING GRADES           : ' WS-CNT-MISSING.       03330000
            DISPLAY 'TERM MISMATCHES          : ' WS-CNT-MISMATCH.      03340000
            DISPLAY 'GRADES WITHOUT REG       : ' WS-CNT-NOREG.         03350000
            DISPLAY 'TRANSFER GRADES SKIPPED  : ' WS-CNT-TRANSFER.      03360000
            DISPLAY 'CORRECTIONS WRITTEN      : ' WS-CNT-CORR.          03370000
            DISPLAY 'DEPARTMENTS NOT ROLLED UP: ' WS-CNT-NO-DEPT.       03380000
            DISPLAY '=================================='.               03390000
                                                                        03400000
            IF WS-CNT-MISSING > ZERO                                    03410000
               OR WS-CNT-MISMATCH > ZERO                                03420000
               OR WS-CNT-NOREG > ZERO                                   03430000
               OR WS-CNT-NO-DEPT > ZERO                                 03440000
               MOVE +4 TO RETURN-CODE                                   03450000
            ELSE                                                        03460000
               MOVE ZERO TO RETURN-CODE                                 03470000
            END-IF.                                                     03480000
                                                                        03490000
            GOBACK.                                                     03500000
                                                                        03510000
       R050-READ-CYCDATE-PARA.                                          03520000
                                                                        03530000
            OPEN INPUT CYCDATE.                                         03540000
            IF WS-CYCDATE-STATUS NOT = '00'                             03550000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      03560000
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE      03570000
            ELSE                                                        03580000
               READ CYCDATE                                             03590000
                 AT END                                                 03600000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     03610000
                      TO WS-BUSINESS-DATE                               03620000
                 NOT AT END                                             03630000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           03640000
               END-READ                                                 03650000
               CLOSE CYCDATE                                            03660000
            END-IF.                                                     03670000
            IF WS-BUSINESS-DATE IS NOT NUMERIC                          03680000
               DISPLAY 'BAD CYCLE DATE - USING SYSTEM DATE'             03690000
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE      03700000
            END-IF.                                                     03710000
                                                                        03720000
       R100-NEXT-COURSE-PARA.                                           03730000
                                                                        03740000
            READ CRSCAT NEXT                                            03750000
              AT END MOVE 'Y' TO WS-EOF                                 03760000
              NOT AT END                                                03770000
                 ADD 1 TO WS-CNT-COURSES                                03780000
                 PERFORM R110-COURSE-PARA                               03790000
            END-READ.                                                   03800000
            IF WS-EOF NOT = 'Y'                                         03810000
               AND WS-CRSCAT-STATUS NOT = '00'                          03820000
               DISPLAY 'CRSCAT READ FAILED - STATUS: '                  03830000
                       WS-CRSCAT-STATUS                                 03840000
               MOVE 'Y' TO WS-EOF                                       03850000
            END-IF.                                                     03860000
                                                                        03870000
       R110-COURSE-PARA.                                                03880000
                                                                        03890000
            INITIALIZE WS-COURSE-WORK.                                  03900000
            PERFORM R200-REG-SIDE-PARA.                                 03910000
            PERFORM R300-GRADE-SIDE-PARA.                               03920000
            IF WS-CW-REG > ZERO                                         03930000
               OR WS-CW-GRADED > ZERO                                   03940000
               ADD 1 TO WS-CNT-ACTIVE                                   03950000
               PERFORM R550-ROLL-DEPT-PARA                              03960000
               IF WS-CW-MISSING > ZERO                                  03970000
                  OR WS-CW-MISMATCH > ZERO                              03980000
                  OR WS-CW-NOREG > ZERO                                 03990000
                  PERFORM R520-PRINT-COURSE-PARA                        04000000
               END-IF                                                   04010000
            END-IF.                                                     04020000
                                                                        04030000
       R200-REG-SIDE-PARA.                                              04040000
                                                                        04050000
            MOVE 'N' TO WS-REG-EOF.                                     04060000
            MOVE CC-COURSE    TO RG-ALT-COURSE.                         04070000
            MOVE WS-PARM-TERM TO RG-ALT-TERM.                           04080000
            START REGMST KEY IS EQUAL TO RG-CRS-TERM-KEY                04090000
              INVALID KEY MOVE 'Y' TO WS-REG-EOF                        04100000
            END-START.                                                  04110000
            PERFORM R210-READ-REG-PARA UNTIL WS-REG-AT-END.             04120000
                                                                        04130000
       R210-READ-REG-PARA.                                              04140000
                                                                        04150000
            READ REGMST NEXT                                            04160000
              AT END MOVE 'Y' TO WS-REG-EOF                             04170000
              NOT AT END                                                04180000
                 IF RG-COURSE NOT = CC-COURSE                           04190000
                    OR RG-TERM NOT = WS-PARM-TERM                       04200000
                    MOVE 'Y' TO WS-REG-EOF                              04210000
                 ELSE                                                   04220000
                    ADD 1 TO WS-CNT-REG                                 04230000
                    ADD 1 TO WS-CW-REG                                  04240000
                    PERFORM R220-CHECK-REG-PARA                         04250000
                 END-IF                                                 04260000
            END-READ.                                                   04270000
            IF NOT WS-REG-AT-END                                        04280000
               AND WS-REGMST-STATUS NOT = '00'                          04290000
               AND WS-REGMST-STATUS NOT = '02'                          04300000
               DISPLAY 'REGMST READ FAILED - STATUS: '                  04310000
                       WS-REGMST-STATUS                                 04320000
               MOVE 'Y' TO WS-REG-EOF                                   04330000
            END-IF.                                                     04340000
                                                                        04350000
       R220-CHECK-REG-PARA.                                             04360000
                                                                        04370000
            MOVE RG-STUD-ID   TO GR-STUD-ID.                            04380000
            MOVE CC-COURSE    TO GR-COURSE.                             04390000
            MOVE WS-PARM-TERM TO GR-TERM.                               04400000
            READ GRADES KEY IS GR-KEY                                   04410000
              INVALID KEY                                               04420000
                 PERFORM R230-OTHER-TERM-PARA                           04430000
              NOT INVALID KEY                                           04440000
                 ADD 1 TO WS-CNT-MATCHED                                04450000
                 ADD 1 TO WS-CW-MATCHED                                 04460000
            END-READ.                                                   04470000
                                                                        04480000
       R230-OTHER-TERM-PARA.                                            04490000
                                                                        04500000
            MOVE 'N' TO WS-OTHER-FLAG.                                  04510000
            MOVE 'N' TO WS-OTHER-EOF.                                   04520000
            MOVE RG-STUD-ID TO GR-STUD-ID.                              04530000
            MOVE CC-COURSE  TO GR-COURSE.                               04540000
            MOVE LOW-VALUES TO GR-TERM.                                 04550000
            START GRADES KEY IS NOT LESS THAN GR-KEY                    04560000
              INVALID KEY MOVE 'Y' TO WS-OTHER-EOF                      04570000
            END-START.                                                  04580000
            PERFORM R240-READ-OTHER-PARA                                04590000
               UNTIL WS-OTHER-AT-END OR WS-OTHER-FOUND.                 04600000
            MOVE RG-STUD-ID   TO WS-EXC-STUD-ID.                        04610000
            MOVE WS-PARM-TERM TO WS-EXC-REG-TERM.                       04620000
            IF WS-OTHER-FOUND                                           04630000
               ADD 1 TO WS-CNT-MISMATCH                                 04640000
               ADD 1 TO WS-CW-MISMATCH                                  04650000
               MOVE 'TERM MISMATCH'  TO WS-EXC-TYPE                     04660000
               MOVE GR-TERM          TO WS-EXC-GRD-TERM                 04670000
               MOVE GR-GRADE         TO WS-EXC-GRADE                    04680000
               PERFORM R600-PRINT-DETAIL-PARA                           04690000
               MOVE 'D'              TO WS-CORR-ACTION                  04700000
               MOVE GR-GRADE         TO WS-CORR-GRADE                   04710000
               MOVE GR-TERM          TO WS-CORR-TERM                    04720000
               MOVE 'TM'             TO WS-CORR-TYPE                    04730000
               PERFORM R800-WRITE-CORR-PARA                             04740000
               MOVE 'A'              TO WS-CORR-ACTION                  04750000
               MOVE WS-PARM-TERM     TO WS-CORR-TERM                    04760000
               PERFORM R800-WRITE-CORR-PARA                             04770000
            ELSE                                                        04780000
               ADD 1 TO WS-CNT-MISSING                                  04790000
               ADD 1 TO WS-CW-MISSING                                   04800000
               MOVE 'MISSING GRADE'  TO WS-EXC-TYPE                     04810000
               MOVE SPACES           TO WS-EXC-GRD-TERM                 04820000
               MOVE SPACES           TO WS-EXC-GRADE                    04830000
               PERFORM R600-PRINT-DETAIL-PARA                           04840000
               MOVE 'A'              TO WS-CORR-ACTION                  04850000
               IF RG-STATUS-WITHDRAWN                                   04860000
                  MOVE 'W '          TO WS-CORR-GRADE                   04870000
               ELSE                                                     04880000
                  MOVE SPACES        TO WS-CORR-GRADE                   04890000
               END-IF                                                   04900000
               MOVE WS-PARM-TERM     TO WS-CORR-TERM                    04910000
               MOVE 'MG'             TO WS-CORR-TYPE                    04920000
               PERFORM R800-WRITE-CORR-PARA                             04930000
            END-IF.                                                     04940000
                                                                        04950000
       R240-READ-OTHER-PARA.                                            04960000
                                                                        04970000
            READ GRADES NEXT                                            04980000
              AT END MOVE 'Y' TO WS-OTHER-EOF                           04990000
              NOT AT END                                                05000000
                 IF GR-STUD-ID NOT = RG-STUD-ID                         05010000
                    OR GR-COURSE NOT = CC-COURSE                        05020000
                    MOVE 'Y' TO WS-OTHER-EOF                            05030000
                 ELSE                                                   05040000
                    IF GR-TERM NOT = WS-PARM-TERM                       05050000
                       AND NOT GR-TRANSFER                              05060000
                       MOVE GR-TERM TO WS-SEQ-TERM                      05070000
                       PERFORM R400-TERM-SEQ-PARA                       05080000
                       IF WS-OTHER-SEQ = ZERO                           05090000
                          OR WS-OTHER-SEQ > WS-TERM-SEQ                 05100000
                          MOVE 'Y' TO WS-OTHER-FLAG                     05110000
                       END-IF                                           05120000
                    END-IF                                              05130000
                 END-IF                                                 05140000
            END-READ.                                                   05150000
                                                                        05160000
       R300-GRADE-SIDE-PARA.                                            05170000
                                                                        05180000
            MOVE 'N' TO WS-GRD-EOF.                                     05190000
            MOVE CC-COURSE    TO GR-COURSE.                             05200000
            MOVE WS-PARM-TERM TO GR-TERM.                               05210000
            START GRADES KEY IS EQUAL TO GR-CRS-TERM-KEY                05220000
              INVALID KEY MOVE 'Y' TO WS-GRD-EOF                        05230000
            END-START.                                                  05240000
            PERFORM R310-READ-GRADE-PARA UNTIL WS-GRD-AT-END.           05250000
                                                                        05260000
       R310-READ-GRADE-PARA.                                            05270000
                                                                        05280000
            READ GRADES NEXT                                            05290000
              AT END MOVE 'Y' TO WS-GRD-EOF                             05300000
              NOT AT END                                                05310000
                 IF GR-COURSE NOT = CC-COURSE                           05320000
                    OR GR-TERM NOT = WS-PARM-TERM                       05330000
                    MOVE 'Y' TO WS-GRD-EOF                              05340000
                 ELSE                                                   05350000
                    IF GR-TRANSFER                                      05360000
                       ADD 1 TO WS-CNT-TRANSFER                         05370000
                    ELSE                                                05380000
                       ADD 1 TO WS-CNT-GRADED                           05390000
                       ADD 1 TO WS-CW-GRADED                            05400000
                       PERFORM R320-CHECK-GRADE-PARA                    05410000
                    END-IF                                              05420000
                 END-IF                                                 05430000
            END-READ.                                                   05440000
            IF NOT WS-GRD-AT-END                                        05450000
               AND WS-GRADES-STATUS NOT = '00'                          05460000
               AND WS-GRADES-STATUS NOT = '02'                          05470000
               DISPLAY 'GRDFILE READ FAILED - STATUS: '                 05480000
                       WS-GRADES-STATUS                                 05490000
               MOVE 'Y' TO WS-GRD-EOF                                   05500000
            END-IF.                                                     05510000
                                                                        05520000
       R320-CHECK-GRADE-PARA.                                           05530000
                                                                        05540000
            MOVE GR-STUD-ID   TO WS-EXC-STUD-ID.                        05550000
            MOVE GR-TERM      TO WS-EXC-GRD-TERM.                       05560000
            MOVE GR-GRADE     TO WS-EXC-GRADE.                          05570000
            MOVE GR-STUD-ID   TO RG-STUD-ID.                            05580000
            MOVE CC-COURSE    TO RG-COURSE.                             05590000
            READ REGMST KEY IS RG-KEY                                   05600000
              INVALID KEY                                               05610000
                 ADD 1 TO WS-CNT-NOREG                                  05620000
                 ADD 1 TO WS-CW-NOREG                                   05630000
                 MOVE 'NO REGISTRATION' TO WS-EXC-TYPE                  05640000
                 MOVE SPACES            TO WS-EXC-REG-TERM              05650000
                 PERFORM R600-PRINT-DETAIL-PARA                         05660000
                 MOVE 'D'               TO WS-CORR-ACTION               05670000
                 MOVE GR-GRADE          TO WS-CORR-GRADE                05680000
                 MOVE WS-PARM-TERM      TO WS-CORR-TERM                 05690000
                 MOVE 'NR'              TO WS-CORR-TYPE                 05700000
                 PERFORM R800-WRITE-CORR-PARA                           05710000
              NOT INVALID KEY                                           05720000
                 IF RG-TERM NOT = WS-PARM-TERM                          05730000
                    PERFORM R330-REG-TERM-PARA                          05740000
                 END-IF                                                 05750000
            END-READ.                                                   05760000
                                                                        05770000
       R330-REG-TERM-PARA.                                              05780000
                                                                        05790000
            MOVE RG-TERM TO WS-SEQ-TERM.                                05800000
            PERFORM R400-TERM-SEQ-PARA.                                 05810000
            IF WS-OTHER-SEQ = ZERO                                      05820000
               OR WS-OTHER-SEQ < WS-TERM-SEQ                            05830000
               ADD 1 TO WS-CNT-MISMATCH                                 05840000
               ADD 1 TO WS-CW-MISMATCH                                  05850000
               MOVE 'TERM MISMATCH' TO WS-EXC-TYPE                      05860000
               MOVE RG-TERM         TO WS-EXC-REG-TERM                  05870000
               PERFORM R600-PRINT-DETAIL-PARA                           05880000
               MOVE 'D'             TO WS-CORR-ACTION                   05890000
               MOVE GR-GRADE        TO WS-CORR-GRADE                    05900000
               MOVE WS-PARM-TERM    TO WS-CORR-TERM                     05910000
               MOVE 'TM'            TO WS-CORR-TYPE                     05920000
               PERFORM R800-WRITE-CORR-PARA                             05930000
               MOVE 'A'             TO WS-CORR-ACTION                   05940000
               MOVE RG-TERM         TO WS-CORR-TERM                     05950000
               PERFORM R800-WRITE-CORR-PARA                             05960000
            END-IF.                                                     05970000
                                                                        05980000
       R400-TERM-SEQ-PARA.                                              05990000
                                                                        06000000
            MOVE WS-SEQ-TERM TO TM-TERM.                                06010000
            READ TERMMST                                                06020000
              INVALID KEY                                               06030000
                 MOVE ZERO TO WS-OTHER-SEQ                              06040000
              NOT INVALID KEY                                           06050000
                 MOVE TM-SEQ TO WS-OTHER-SEQ                            06060000
            END-READ.                                                   06070000
                                                                        06080000
       R520-PRINT-COURSE-PARA.                                          06090000
                                                                        06100000
            MOVE CC-COURSE      TO CL-COURSE.                           06110000
            MOVE WS-CW-REG      TO CL-REG.                              06120000
            MOVE WS-CW-GRADED   TO CL-GRADED.                           06130000
            MOVE WS-CW-MISSING  TO CL-MISSING.                          06140000
            MOVE WS-CW-MISMATCH TO CL-MISMATCH.                         06150000
            MOVE WS-CW-NOREG    TO CL-NOREG.                            06160000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         06170000
               PERFORM R610-PAGE-HEADER-PARA                            06180000
            END-IF.                                                     06190000
            WRITE RECNRPT-REC FROM WS-COURSE-LINE                       06200000
               AFTER ADVANCING 1 LINE.                                  06210000
            MOVE SPACES TO RECNRPT-REC.                                 06220000
            WRITE RECNRPT-REC                                           06230000
               AFTER ADVANCING 1 LINE.                                  06240000
            ADD 2 TO WS-LINE-CNT.                                       06250000
                                                                        06260000
       R550-ROLL-DEPT-PARA.                                             06270000
                                                                        06280000
            MOVE 'N' TO WS-DEPT-FLAG.                                   06290000
            PERFORM VARYING WS-DT-IDX FROM 1 BY 1                       06300000
               UNTIL WS-DT-IDX > WS-DT-COUNT                            06310000
                  OR WS-DEPT-FOUND                                      06320000
               IF WS-DT-DEPT(WS-DT-IDX) = CC-DEPT                       06330000
                  MOVE 'Y' TO WS-DEPT-FLAG                              06340000
               END-IF                                                   06350000
            END-PERFORM.                                                06360000
            IF WS-DEPT-FOUND                                            06370000
               SUBTRACT 1 FROM WS-DT-IDX                                06380000
            ELSE                                                        06390000
               PERFORM R560-ADD-DEPT-PARA                               06400000
            END-IF.                                                     06410000
            IF WS-DEPT-FOUND                                            06420000
               ADD 1              TO WS-DT-COURSES(WS-DT-IDX)           06430000
               ADD WS-CW-REG      TO WS-DT-REG(WS-DT-IDX)               06440000
               ADD WS-CW-MATCHED  TO WS-DT-MATCHED(WS-DT-IDX)           06450000
               ADD WS-CW-MISSING  TO WS-DT-MISSING(WS-DT-IDX)           06460000
               ADD WS-CW-MISMATCH TO WS-DT-MISMATCH(WS-DT-IDX)          06470000
               ADD WS-CW-NOREG    TO WS-DT-NOREG(WS-DT-IDX)             06480000
            ELSE                                                        06490000
               ADD 1 TO WS-CNT-NO-DEPT                                  06500000
            END-IF.                                                     06510000
                                                                        06520000
       R560-ADD-DEPT-PARA.                                              06530000
                                                                        06540000
            IF WS-DT-COUNT NOT < WS-DT-MAX                              06550000
               MOVE 'F' TO WS-DEPT-FLAG                                 06560000
               DISPLAY 'WARNING - DEPARTMENT TABLE FULL, NOT ROLLED '   06570000
                       'UP: ' CC-DEPT ' ' CC-COURSE                     06580000
            ELSE                                                        06590000
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1                    06600000
                  UNTIL WS-DT-IDX > WS-DT-COUNT                         06610000
                     OR WS-DT-DEPT(WS-DT-IDX) > CC-DEPT                 06620000
                  CONTINUE                                              06630000
               END-PERFORM                                              06640000
               PERFORM VARYING WS-SHIFT-IDX FROM WS-DT-COUNT BY -1      06650000
                  UNTIL WS-SHIFT-IDX < WS-DT-IDX                        06660000
                  MOVE WS-DT-ENTRY(WS-SHIFT-IDX)                        06670000
                    TO WS-DT-ENTRY(WS-SHIFT-IDX + 1)                    06680000
               END-PERFORM                                              06690000
               ADD 1 TO WS-DT-COUNT                                     06700000
               INITIALIZE WS-DT-ENTRY(WS-DT-IDX)                        06710000
               MOVE CC-DEPT TO WS-DT-DEPT(WS-DT-IDX)                    06720000
               MOVE 'Y' TO WS-DEPT-FLAG                                 06730000
            END-IF.                                                     06740000
                                                                        06750000
       R600-PRINT-DETAIL-PARA.                                          06760000
                                                                        06770000
            MOVE CC-DEPT         TO DET-DEPT.                           06780000
            MOVE CC-COURSE       TO DET-COURSE.                         06790000
            MOVE WS-EXC-STUD-ID  TO DET-STUD-ID.                        06800000
            MOVE WS-EXC-TYPE     TO DET-TYPE.                           06810000
            MOVE WS-EXC-REG-TERM TO DET-REG-TERM.                       06820000
            MOVE WS-EXC-GRD-TERM TO DET-GRD-TERM.                       06830000
            MOVE WS-EXC-GRADE    TO DET-GRADE.                          06840000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         06850000
               PERFORM R610-PAGE-HEADER-PARA                            06860000
            END-IF.                                                     06870000
            WRITE RECNRPT-REC FROM WS-DETAIL-LINE                       06880000
               AFTER ADVANCING 1 LINE.                                  06890000
            ADD 1 TO WS-LINE-CNT.                                       06900000
                                                                        06910000
       R610-PAGE-HEADER-PARA.                                           06920000
                                                                        06930000
            ADD 1 TO WS-PAGE-CNT.                                       06940000
            MOVE WS-PAGE-CNT TO HD-PAGE.                                06950000
            WRITE RECNRPT-REC FROM WS-HDR1                              06960000
               AFTER ADVANCING PAGE.                                    06970000
            WRITE RECNRPT-REC FROM WS-HDR2                              06980000
               AFTER ADVANCING 2 LINES.                                 06990000
            WRITE RECNRPT-REC FROM WS-HDR3                              07000000
               AFTER ADVANCING 1 LINE.                                  07010000
            MOVE 4 TO WS-LINE-CNT.                                      07020000
                                                                        07030000
       R650-PRINT-DEPT-PARA.                                            07040000
                                                                        07050000
            MOVE WS-DT-DEPT(WS-DT-IDX)     TO DL-DEPT.                  07060000
            MOVE WS-DT-COURSES(WS-DT-IDX)  TO DL-COURSES.               07070000
            MOVE WS-DT-REG(WS-DT-IDX)      TO DL-REG.                   07080000
            MOVE WS-DT-MATCHED(WS-DT-IDX)  TO DL-MATCHED.               07090000
            MOVE WS-DT-MISSING(WS-DT-IDX)  TO DL-MISSING.               07100000
            MOVE WS-DT-MISMATCH(WS-DT-IDX) TO DL-MISMATCH.              07110000
            MOVE WS-DT-NOREG(WS-DT-IDX)    TO DL-NOREG.                 07120000
            WRITE RECNRPT-REC FROM WS-DEPT-LINE                         07130000
               AFTER ADVANCING 1 LINE.                                  07140000
                                                                        07150000
       R660-PRINT-GRAND-PARA.                                           07160000
                                                                        07170000
            MOVE '** TOTAL **'   TO DL-DEPT.                            07180000
            MOVE WS-CNT-ACTIVE   TO DL-COURSES.                         07190000
            MOVE WS-CNT-REG      TO DL-REG.                             07200000
            MOVE WS-CNT-MATCHED  TO DL-MATCHED.                         07210000
            MOVE WS-CNT-MISSING  TO DL-MISSING.                         07220000
            MOVE WS-CNT-MISMATCH TO DL-MISMATCH.                        07230000
            MOVE WS-CNT-NOREG    TO DL-NOREG.                           07240000
            WRITE RECNRPT-REC FROM WS-DEPT-LINE                         07250000
               AFTER ADVANCING 2 LINES.                                 07260000
                                                                        07270000
       R700-PRINT-FOOTNOTE-PARA.                                        07280000
                                                                        07290000
            MOVE SPACES TO FL-TEXT.                                     07300000
            WRITE RECNRPT-REC FROM WS-FOOT-LINE                         07310000
               AFTER ADVANCING 1 LINE.                                  07320000
            MOVE 'MISSING GRADE   = REGISTERED IN THE TERM, NO GRADE'   07330000
              TO FL-TEXT.                                               07340000
            WRITE RECNRPT-REC FROM WS-FOOT-LINE                         07350000
               AFTER ADVANCING 1 LINE.                                  07360000
            MOVE 'TERM MISMATCH   = GRADED UNDER A LATER TERM THAN THE' 07370000
              TO FL-TEXT.                                               07380000
            WRITE RECNRPT-REC FROM WS-FOOT-LINE                         07390000
               AFTER ADVANCING 1 LINE.                                  07400000
            MOVE '                  REGISTRATION (OR AN UNKNOWN TERM)'  07410000
              TO FL-TEXT.                                               07420000
            WRITE RECNRPT-REC FROM WS-FOOT-LINE                         07430000
               AFTER ADVANCING 1 LINE.                                  07440000
            MOVE 'NO REGISTRATION = GRADED IN THE TERM, NOT ON REGMST'  07450000
              TO FL-TEXT.                                               07460000
            WRITE RECNRPT-REC FROM WS-FOOT-LINE                         07470000
               AFTER ADVANCING 1 LINE.                                  07480000
            MOVE 'TRANSFER (TR) GRADES ARE NOT RECONCILED'              07490000
              TO FL-TEXT.                                               07500000
            WRITE RECNRPT-REC FROM WS-FOOT-LINE                         07510000
               AFTER ADVANCING 1 LINE.                                  07520000
                                                                        07530000
       R800-WRITE-CORR-PARA.                                            07540000
                                                                        07550000
            MOVE SPACES          TO GRDCORR-REC.                        07560000
            MOVE WS-CORR-ACTION  TO GT-ACTION.                          07570000
            MOVE WS-EXC-STUD-ID  TO GT-STUD-ID.                         07580000
            MOVE CC-COURSE       TO GT-COURSE.                          07590000
            MOVE WS-CORR-GRADE   TO GT-GRADE.                           07600000
            MOVE WS-CORR-TERM    TO GT-TERM.                            07610000
            MOVE WS-CORR-TYPE    TO GT-RECON-TYPE.                      07620000
            WRITE GRDCORR-REC.                                          07630000
            ADD 1 TO WS-CNT-CORR.                                       07640000
