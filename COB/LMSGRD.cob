       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LMSGRD.                                              00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT LMSEXP ASSIGN TO LMSEXP                          00060000
                ORGANIZATION IS SEQUENTIAL.                             00070000
                SELECT LMSXREF ASSIGN TO LMSXREF                        00080000
                ORGANIZATION IS SEQUENTIAL                              00090000
                FILE STATUS IS WS-LMSXREF-STATUS.                       00100000
                SELECT GRDSCALE ASSIGN TO GRDSCALE                      00110000
                ORGANIZATION IS SEQUENTIAL                              00120000
                FILE STATUS IS WS-GRDSCALE-STATUS.                      00130000
                SELECT CRSCAT ASSIGN TO CRSCAT                          00140000
                ORGANIZATION IS INDEXED                                 00150000
                ACCESS MODE IS RANDOM                                   00160000
                RECORD KEY IS CC-COURSE                                 00170000
                FILE STATUS IS WS-CRSCAT-STATUS.                        00180000
                SELECT TERMMST ASSIGN TO TERMMST                        00190000
                ORGANIZATION IS INDEXED                                 00200000
                ACCESS MODE IS RANDOM                                   00210000
                RECORD KEY IS TM-TERM                                   00220000
                FILE STATUS IS WS-TERMMST-STATUS.                       00230000
                SELECT REGMST ASSIGN TO REGMST                          00240000
                ORGANIZATION IS INDEXED                                 00250000
                ACCESS MODE IS RANDOM                                   00260000
                RECORD KEY IS RG-KEY                                    00270000
                FILE STATUS IS WS-REGMST-STATUS.                        00280000
                SELECT GRADES ASSIGN TO GRDFILE                         00290000
                ORGANIZATION IS INDEXED                                 00300000
                ACCESS MODE IS RANDOM                                   00310000
                RECORD KEY IS GR-KEY                                    00320000
                FILE STATUS IS WS-GRADES-STATUS.                        00330000
                SELECT GRDTRN ASSIGN TO GRDTRN                          00340000
                ORGANIZATION IS SEQUENTIAL.                             00350000
                SELECT LMSREJ ASSIGN TO LMSREJ                          00360000
                ORGANIZATION IS SEQUENTIAL.                             00370000
                SELECT LMSRPT ASSIGN TO LMSRPT                          00380000
                ORGANIZATION IS SEQUENTIAL.                             00390000
       DATA DIVISION.                                                   00400000
       FILE SECTION.                                                    00410000
       FD LMSEXP                                                        00420000
            RECORDING MODE IS F.                                        00430000
       01 LMSEXP-REC.                                                   00440000
          05 LE-LMS-SECTION     PIC X(20).                              00450000
          05 LE-STUD-ID         PIC X(09).                              00460000
          05 LE-SCORE-TYPE      PIC X(01).                              00470000
              88 LE-TYPE-LETTER      VALUE 'L'.                         00480000
              88 LE-TYPE-PERCENT     VALUE 'P'.                         00490000
          05 LE-LETTER          PIC X(03).                              00500000
          05 LE-PERCENT         PIC X(05).                              00510000
          05 LE-PERCENT-N REDEFINES LE-PERCENT                          00520000
                                PIC 9(03)V9(02).                        00530000
          05 FILLER             PIC X(42).                              00540000
       FD LMSXREF                                                       00550000
            RECORDING MODE IS F.                                        00560000
           COPY LMSXREF.                                                00570000
       FD GRDSCALE                                                      00580000
            RECORDING MODE IS F.                                        00590000
           COPY GRDSCALE.                                               00600000
       FD CRSCAT                                                        00610000
            RECORDING MODE IS F.                                        00620000
           COPY CRSCAT.                                                 00630000
       FD TERMMST                                                       00640000
            RECORDING MODE IS F.                                        00650000
           COPY TERMMST.                                                00660000
       FD REGMST                                                        00670000
            RECORDING MODE IS F.                                        00680000
           COPY REGREC.                                                 00690000
       FD GRADES                                                        00700000
            RECORDING MODE IS F.                                        00710000
           COPY GRDREC.                                                 00720000
       FD GRDTRN                                                        00730000
            RECORDING MODE IS F.                                        00740000
       01 GRDTRN-REC.                                                   00750000
          05 GT-ACTION          PIC X(01).                              00760000
          05 GT-STUD-ID         PIC X(09).                              00770000
          05 GT-COURSE          PIC X(10).                              00780000
          05 GT-GRADE           PIC X(02).                              00790000
          05 GT-TERM            PIC X(05).                              00800000
          05 GT-ORIG-ID         PIC X(08).                              00810000
          05 GT-OVERRIDE-CODE   PIC X(01).                              00820000
          05 FILLER             PIC X(44).                              00830000
       FD LMSREJ                                                        00840000
            RECORDING MODE IS F.                                        00850000
       01 LMSREJ-REC.                                                   00860000
          05 LJ-LMS-DATA        PIC X(38).                              00870000
          05 LJ-REASON          PIC X(02).                              00880000
          05 LJ-COURSE          PIC X(10).                              00890000
          05 LJ-TERM            PIC X(05).                              00900000
          05 FILLER             PIC X(25).                              00910000
       FD LMSRPT                                                        00920000
            RECORDING MODE IS F.                                        00930000
       01 LMSRPT-REC PIC X(132).                                        00940000
       WORKING-STORAGE SECTION.                                         00950000
       01 WS-EOF             PIC A     VALUE SPACE.                     00960000
       01 WS-LMSXREF-STATUS  PIC X(02) VALUE SPACES.                    00970000
       01 WS-GRDSCALE-STATUS PIC X(02) VALUE SPACES.                    00980000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00990000
       01 WS-TERMMST-STATUS  PIC X(02) VALUE SPACES.                    01000000
       01 WS-REGMST-STATUS   PIC X(02) VALUE SPACES.                    01010000
       01 WS-GRADES-STATUS   PIC X(02) VALUE SPACES.                    01020000
       01 WS-LOAD-EOF        PIC X(01) VALUE 'N'.                       01030000
           88 WS-LOAD-AT-END        VALUE 'Y'.                          01040000
       01 WS-REJ-REASON      PIC X(02) VALUE SPACES.                    01050000
           88 WS-REC-CLEAN          VALUE SPACES.                       01060000
           88 WS-REJ-UNMAPPED       VALUE 'UC'.                         01070000
           88 WS-REJ-STUDENT        VALUE 'US'.                         01080000
           88 WS-REJ-NOT-REG        VALUE 'NR'.                         01090000
           88 WS-REJ-SCORE          VALUE 'SC'.                         01100000
       01 WS-NEW-GRADE       PIC X(02) VALUE SPACES.                    01110000
           88 WS-GRADE-VALID        VALUE 'A+' 'A ' 'A-'                01120000
              'B+' 'B ' 'B-' 'C+' 'C ' 'C-' 'D ' 'F '                   01130000
              'I ' 'W '.                                                01140000
       01 WS-TRAN-ACTION     PIC X(01) VALUE SPACE.                     01150000
       77 WS-ORIG-ID         PIC X(08) VALUE 'LMSIMPRT'.                01160000
       01 WS-SQLCODE-ED      PIC -999999999 VALUE ZERO.                 01170000
                                                                        01180000
       01 WS-XREF-TABLE.                                                01190000
          05 WS-XR-ENTRY OCCURS 2000 TIMES.                             01200000
             10 WS-XR-LMS-SECTION PIC X(20).                            01210000
             10 WS-XR-COURSE    PIC X(10).                              01220000
             10 WS-XR-TERM      PIC X(05).                              01230000
             10 WS-XR-SECTION   PIC X(03).                              01240000
             10 WS-XR-DEPT      PIC X(10).                              01250000
             10 WS-XR-VALID     PIC X(01).                              01260000
                 88 WS-XR-MAPPED      VALUE 'Y'.                        01270000
       01 WS-XR-COUNT        PIC 9(05) COMP VALUE ZERO.                 01280000
       77 WS-XR-MAX          PIC 9(05) COMP VALUE 2000.                 01290000
       01 WS-XR-IDX          PIC 9(05) COMP VALUE ZERO.                 01300000
       01 WS-XR-FOUND        PIC 9(05) COMP VALUE ZERO.                 01310000
                                                                        01320000
       01 WS-SCALE-TABLE.                                               01330000
          05 WS-SC-ENTRY OCCURS 1000 TIMES.                             01340000
             10 WS-SC-DEPT      PIC X(10).                              01350000
             10 WS-SC-TYPE      PIC X(01).                              01360000
             10 WS-SC-LETTER    PIC X(03).                              01370000
             10 WS-SC-MIN-PCT   PIC 9(03)V9(02).                        01380000
             10 WS-SC-GRADE     PIC X(02).                              01390000
       01 WS-SC-COUNT        PIC 9(05) COMP VALUE ZERO.                 01400000
       77 WS-SC-MAX          PIC 9(05) COMP VALUE 1000.                 01410000
       01 WS-SC-IDX          PIC 9(05) COMP VALUE ZERO.                 01420000
       01 WS-SCALE-DEPT      PIC X(10) VALUE SPACES.                    01430000
       01 WS-BEST-PCT        PIC 9(03)V9(02) VALUE ZERO.                01440000
       01 WS-SCALE-FLAG      PIC X(01) VALUE 'N'.                       01450000
           88 WS-SCALE-FOUND        VALUE 'Y'.                          01460000
       01 WS-DEPT-ROWS       PIC X(01) VALUE 'N'.                       01470000
           88 WS-DEPT-HAS-ROWS      VALUE 'Y'.                          01480000
                                                                        01490000
       01 WS-SECT-TABLE.                                                01500000
          05 WS-ST-ENTRY OCCURS 500 TIMES.                              01510000
             10 WS-ST-LMS-SECTION PIC X(20).                            01520000
             10 WS-ST-COURSE    PIC X(10).                              01530000
             10 WS-ST-TERM      PIC X(05).                              01540000
             10 WS-ST-SECTION   PIC X(03).                              01550000
             10 WS-ST-READ      PIC 9(07) COMP.                         01560000
             10 WS-ST-ADDS      PIC 9(07) COMP.                         01570000
             10 WS-ST-CHANGES   PIC 9(07) COMP.                         01580000
             10 WS-ST-UNCHANGED PIC 9(07) COMP.                         01590000
             10 WS-ST-UNMAPPED  PIC 9(07) COMP.                         01600000
             10 WS-ST-NOSTUD    PIC 9(07) COMP.                         01610000
             10 WS-ST-NOREG     PIC 9(07) COMP.                         01620000
             10 WS-ST-BADSCORE  PIC 9(07) COMP.                         01630000
       01 WS-ST-COUNT        PIC 9(03) COMP VALUE ZERO.                 01640000
       77 WS-ST-MAX          PIC 9(03) COMP VALUE 500.                  01650000
       01 WS-ST-IDX          PIC 9(03) COMP VALUE ZERO.                 01660000
       01 WS-SHIFT-IDX       PIC 9(03) COMP VALUE ZERO.                 01670000
       01 WS-SECT-FLAG       PIC X(01) VALUE 'N'.                       01680000
           88 WS-SECT-FOUND         VALUE 'Y'.                          01690000
           88 WS-SECT-FULL          VALUE 'F'.                          01700000
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   01710000
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   01720000
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 01730000
                                                                        01740000
       01 WS-CONTROL-TOTALS.                                            01750000
           05 WS-CNT-XREF-READ  PIC 9(07) COMP VALUE ZERO.              01760000
           05 WS-CNT-XREF-BAD   PIC 9(07) COMP VALUE ZERO.              01770000
           05 WS-CNT-SCALE-READ PIC 9(07) COMP VALUE ZERO.              01780000
           05 WS-CNT-SCALE-BAD  PIC 9(07) COMP VALUE ZERO.              01790000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              01800000
           05 WS-CNT-ADDS       PIC 9(07) COMP VALUE ZERO.              01810000
           05 WS-CNT-CHANGES    PIC 9(07) COMP VALUE ZERO.              01820000
           05 WS-CNT-UNCHANGED  PIC 9(07) COMP VALUE ZERO.              01830000
           05 WS-CNT-UNMAPPED   PIC 9(07) COMP VALUE ZERO.              01840000
           05 WS-CNT-NOSTUD     PIC 9(07) COMP VALUE ZERO.              01850000
           05 WS-CNT-NOREG      PIC 9(07) COMP VALUE ZERO.              01860000
           05 WS-CNT-BADSCORE   PIC 9(07) COMP VALUE ZERO.              01870000
           05 WS-CNT-NOT-TALLIED PIC 9(07) COMP VALUE ZERO.             01880000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              01890000
           COPY SQLCLS.                                                 01900000
                                                                        01910000
            EXEC SQL                                                    01920000
               INCLUDE SQLCA                                            01930000
            END-EXEC.                                                   01940000
                                                                        01950000
            EXEC SQL                                                    01960000
               INCLUDE STUDENT                                          01970000
            END-EXEC.                                                   01980000
                                                                        01990000
       01  DCLSTUDENT.                                                  02000000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            02010000
           10 WS-STUD-NAME             PIC X(30).                       02020000
                                                                        02030000
       01 WS-HDR1.                                                      02040000
          05 FILLER      PIC X(45) VALUE                                02050000
             'LMS GRADE IMPORT - INTAKE CONTROL REPORT'.                02060000
          05 FILLER      PIC X(27) VALUE SPACES.                        02070000
          05 FILLER      PIC X(10) VALUE 'PAGE     '.                   02080000
          05 HD-PAGE     PIC ZZZZ9.                                     02090000
          05 FILLER      PIC X(45) VALUE SPACES.                        02100000
                                                                        02110000
       01 WS-HDR2.                                                      02120000
          05 FILLER      PIC X(24) VALUE 'LMS SECTION           CO'.    02130000
          05 FILLER      PIC X(24) VALUE 'URSE      TERM  SEC     '.    02140000
          05 FILLER      PIC X(24) VALUE ' READ    ADDS CHANGES  U'.    02150000
          05 FILLER      PIC X(24) VALUE 'NCHGD  UNMAPD  NOSTUD  N'.    02160000
          05 FILLER      PIC X(24) VALUE 'OT REG   SCORE          '.    02170000
          05 FILLER      PIC X(12) VALUE SPACES.                        02180000
                                                                        02190000
       01 WS-SECT-LINE.                                                 02200000
          05 SL-LMS-SECTION  PIC X(20).                                 02210000
          05 FILLER          PIC X(02) VALUE SPACES.                    02220000
          05 SL-COURSE       PIC X(10).                                 02230000
          05 FILLER          PIC X(01) VALUE SPACES.                    02240000
          05 SL-TERM         PIC X(05).                                 02250000
          05 FILLER          PIC X(01) VALUE SPACES.                    02260000
          05 SL-SECTION      PIC X(03).                                 02270000
          05 FILLER          PIC X(01) VALUE SPACES.                    02280000
          05 SL-READ         PIC ZZZ,ZZ9.                               02290000
          05 FILLER          PIC X(01) VALUE SPACES.                    02300000
          05 SL-ADDS         PIC ZZZ,ZZ9.                               02310000
          05 FILLER          PIC X(01) VALUE SPACES.                    02320000
          05 SL-CHANGES      PIC ZZZ,ZZ9.                               02330000
          05 FILLER          PIC X(01) VALUE SPACES.                    02340000
          05 SL-UNCHANGED    PIC ZZZ,ZZ9.                               02350000
          05 FILLER          PIC X(01) VALUE SPACES.                    02360000
          05 SL-UNMAPPED     PIC ZZZ,ZZ9.                               02370000
          05 FILLER          PIC X(01) VALUE SPACES.                    02380000
          05 SL-NOSTUD       PIC ZZZ,ZZ9.                               02390000
          05 FILLER          PIC X(01) VALUE SPACES.                    02400000
          05 SL-NOREG        PIC ZZZ,ZZ9.                               02410000
          05 FILLER          PIC X(01) VALUE SPACES.                    02420000
          05 SL-BADSCORE     PIC ZZZ,ZZ9.                               02430000
          05 FILLER          PIC X(28) VALUE SPACES.                    02440000
                                                                        02450000
       01 WS-FOOT-LINE.                                                 02460000
          05 FL-TEXT     PIC X(100).                                    02470000
          05 FILLER      PIC X(32) VALUE SPACES.                        02480000
                                                                        02490000
       PROCEDURE DIVISION.                                              02500000
                                                                        02510000
            OPEN INPUT CRSCAT.                                          02520000
            IF WS-CRSCAT-STATUS NOT = '00'                              02530000
               DISPLAY 'CRSCAT OPEN FAILED - STATUS: '                  02540000
                       WS-CRSCAT-STATUS                                 02550000
               MOVE +16 TO RETURN-CODE                                  02560000
               GOBACK                                                   02570000
            END-IF.                                                     02580000
            OPEN INPUT TERMMST.                                         02590000
            IF WS-TERMMST-STATUS NOT = '00'                             02600000
               DISPLAY 'TERMMST OPEN FAILED - STATUS: '                 02610000
                       WS-TERMMST-STATUS                                02620000
               MOVE +16 TO RETURN-CODE                                  02630000
               GOBACK                                                   02640000
            END-IF.                                                     02650000
            OPEN INPUT REGMST.                                          02660000
            IF WS-REGMST-STATUS NOT = '00'                              02670000
               DISPLAY 'REGMST OPEN FAILED - STATUS: '                  02680000
                       WS-REGMST-STATUS                                 02690000
               MOVE +16 TO RETURN-CODE                                  02700000
               GOBACK                                                   02710000
            END-IF.                                                     02720000
            OPEN INPUT GRADES.                                          02730000
            IF WS-GRADES-STATUS NOT = '00'                              02740000
               DISPLAY 'GRDFILE OPEN FAILED - STATUS: '                 02750000
                       WS-GRADES-STATUS                                 02760000
               MOVE +16 TO RETURN-CODE                                  02770000
               GOBACK                                                   02780000
            END-IF.                                                     02790000
                                                                        02800000
            PERFORM L050-LOAD-XREF-PARA.                                02810000
            PERFORM L070-LOAD-SCALE-PARA.                               02820000
            IF WS-XR-COUNT = ZERO OR WS-SC-COUNT = ZERO                 02830000
               DISPLAY 'LMS CROSSWALK OR GRADING SCALE TABLE EMPTY - '  02840000
                       'NOTHING TRANSLATED'                             02850000
               MOVE +8 TO RETURN-CODE                                   02860000
               GOBACK                                                   02870000
            END-IF.                                                     02880000
                                                                        02890000
            OPEN INPUT LMSEXP.                                          02900000
            OPEN OUTPUT GRDTRN.                                         02910000
            OPEN OUTPUT LMSREJ.                                         02920000
            OPEN OUTPUT LMSRPT.                                         02930000
                                                                        02940000
            PERFORM L100-READ-EXPORT-PARA.                              02950000
            PERFORM L200-EDIT-RECORD-PARA UNTIL WS-EOF = 'Y'.           02960000
                                                                        02970000
            PERFORM L600-PRINT-SECTION-PARA                             02980000
               VARYING WS-ST-IDX FROM 1 BY 1                            02990000
               UNTIL WS-ST-IDX > WS-ST-COUNT.                           03000000
            PERFORM L650-PRINT-TOTAL-PARA.                              03010000
            PERFORM L700-PRINT-FOOTNOTE-PARA.                           03020000
                                                                        03030000
            CLOSE LMSEXP.                                               03040000
            CLOSE GRDTRN.                                               03050000
            CLOSE LMSREJ.                                               03060000
            CLOSE LMSRPT.                                               03070000
            CLOSE CRSCAT.                                               03080000
            CLOSE TERMMST.                                              03090000
            CLOSE REGMST.                                               03100000
            CLOSE GRADES.                                               03110000
                                                                        03120000
            DISPLAY '===== LMSGRD CONTROL TOTALS ====='.                03130000
            DISPLAY 'CROSSWALK ENTRIES READ   : ' WS-CNT-XREF-READ.     03140000
            DISPLAY 'CROSSWALK ENTRIES UNUSED : ' WS-CNT-XREF-BAD.      03150000
            DISPLAY 'SCALE ENTRIES READ       : ' WS-CNT-SCALE-READ.    03160000
            DISPLAY 'SCALE ENTRIES IGNORED    : ' WS-CNT-SCALE-BAD.     03170000
            DISPLAY 'LMS RECORDS READ         : ' WS-CNT-READ.          03180000
            DISPLAY 'ADD TRANSACTIONS WRITTEN : ' WS-CNT-ADDS.          03190000
            DISPLAY 'CHANGE TRANS WRITTEN     : ' WS-CNT-CHANGES.       03200000
            DISPLAY 'GRADES ALREADY POSTED    : ' WS-CNT-UNCHANGED.     03210000
            DISPLAY 'REJECTED - UNMAPPED CRS  : ' WS-CNT-UNMAPPED.      03220000
            DISPLAY 'REJECTED - UNKNOWN STUD  : ' WS-CNT-NOSTUD.        03230000
            DISPLAY 'REJECTED - NOT ON REGMST : ' WS-CNT-NOREG.         03240000
            DISPLAY 'REJECTED - SCORE         : ' WS-CNT-BADSCORE.      03250000
            DISPLAY 'RECORDS NOT ON REPORT    : ' WS-CNT-NOT-TALLIED.   03260000
            DISPLAY 'SQL ERRORS ENCOUNTERED   : ' WS-CNT-SQLERR.        03270000
            DISPLAY '================================='.                03280000
                                                                        03290000
            IF WS-CNT-SQLERR > ZERO                                     03300000
               MOVE +16 TO RETURN-CODE                                  03310000
            ELSE                                                        03320000
               IF WS-CNT-UNMAPPED > ZERO                                03330000
                  OR WS-CNT-NOSTUD > ZERO                               03340000
                  OR WS-CNT-NOREG > ZERO                                03350000
                  OR WS-CNT-BADSCORE > ZERO                             03360000
                  OR WS-CNT-XREF-BAD > ZERO                             03370000
                  OR WS-CNT-SCALE-BAD > ZERO                            03380000
                  OR WS-CNT-NOT-TALLIED > ZERO                          03390000
                  MOVE +4 TO RETURN-CODE                                03400000
               ELSE                                                     03410000
                  MOVE ZERO TO RETURN-CODE                              03420000
               END-IF                                                   03430000
            END-IF.                                                     03440000
                                                                        03450000
            GOBACK.                                                     03460000
                                                                        03470000
       L050-LOAD-XREF-PARA.                                             03480000
                                                                        03490000
            OPEN INPUT LMSXREF.                                         03500000
            IF WS-LMSXREF-STATUS NOT = '00'                             03510000
               DISPLAY 'LMSXREF OPEN FAILED - STATUS: '                 03520000
                       WS-LMSXREF-STATUS                                03530000
            ELSE                                                        03540000
               MOVE 'N' TO WS-LOAD-EOF                                  03550000
               PERFORM L060-READ-XREF-PARA UNTIL WS-LOAD-AT-END         03560000
               CLOSE LMSXREF                                            03570000
            END-IF.                                                     03580000
                                                                        03590000
       L060-READ-XREF-PARA.                                             03600000
                                                                        03610000
            READ LMSXREF                                                03620000
              AT END MOVE 'Y' TO WS-LOAD-EOF                            03630000
              NOT AT END                                                03640000
                 ADD 1 TO WS-CNT-XREF-READ                              03650000
                 PERFORM L065-KEEP-XREF-PARA                            03660000
            END-READ.                                                   03670000
                                                                        03680000
       L065-KEEP-XREF-PARA.                                             03690000
                                                                        03700000
            PERFORM VARYING WS-XR-IDX FROM 1 BY 1                       03710000
               UNTIL WS-XR-IDX > WS-XR-COUNT                            03720000
                  OR WS-XR-LMS-SECTION(WS-XR-IDX) = LX-LMS-SECTION      03730000
               CONTINUE                                                 03740000
            END-PERFORM.                                                03750000
            EVALUATE TRUE                                               03760000
            WHEN WS-XR-IDX NOT > WS-XR-COUNT                            03770000
                 ADD 1 TO WS-CNT-XREF-BAD                               03780000
                 DISPLAY 'DUPLICATE LMS SECTION IGNORED: '              03790000
                         LX-LMS-SECTION                                 03800000
            WHEN WS-XR-COUNT NOT < WS-XR-MAX                            03810000
                 ADD 1 TO WS-CNT-XREF-BAD                               03820000
                 DISPLAY 'WARNING - CROSSWALK TABLE FULL, IGNORED: '    03830000
                         LX-LMS-SECTION                                 03840000
            WHEN OTHER                                                  03850000
                 ADD 1 TO WS-XR-COUNT                                   03860000
                 MOVE LX-LMS-SECTION TO WS-XR-LMS-SECTION(WS-XR-COUNT)  03870000
                 MOVE LX-COURSE      TO WS-XR-COURSE(WS-XR-COUNT)       03880000
                 MOVE LX-TERM        TO WS-XR-TERM(WS-XR-COUNT)         03890000
                 MOVE LX-SECTION     TO WS-XR-SECTION(WS-XR-COUNT)      03900000
                 MOVE SPACES         TO WS-XR-DEPT(WS-XR-COUNT)         03910000
                 MOVE 'N'            TO WS-XR-VALID(WS-XR-COUNT)        03920000
                 PERFORM L066-VERIFY-XREF-PARA                          03930000
            END-EVALUATE.                                               03940000
                                                                        03950000
       L066-VERIFY-XREF-PARA.                                           03960000
                                                                        03970000
            MOVE LX-COURSE TO CC-COURSE.                                03980000
            READ CRSCAT                                                 03990000
              INVALID KEY                                               04000000
                 ADD 1 TO WS-CNT-XREF-BAD                               04010000
                 DISPLAY 'CROSSWALK COURSE NOT ON CRSCAT: '             04020000
                         LX-LMS-SECTION ' ' LX-COURSE                   04030000
              NOT INVALID KEY                                           04040000
                 MOVE CC-DEPT TO WS-XR-DEPT(WS-XR-COUNT)                04050000
                 MOVE LX-TERM TO TM-TERM                                04060000
                 READ TERMMST                                           04070000
                   INVALID KEY                                          04080000
                      ADD 1 TO WS-CNT-XREF-BAD                          04090000
                      DISPLAY 'CROSSWALK TERM NOT ON TERMMST: '         04100000
                              LX-LMS-SECTION ' ' LX-TERM                04110000
                   NOT INVALID KEY                                      04120000
                      MOVE 'Y' TO WS-XR-VALID(WS-XR-COUNT)              04130000
                 END-READ                                               04140000
            END-READ.                                                   04150000
                                                                        04160000
       L070-LOAD-SCALE-PARA.                                            04170000
                                                                        04180000
            OPEN INPUT GRDSCALE.                                        04190000
            IF WS-GRDSCALE-STATUS NOT = '00'                            04200000
               DISPLAY 'GRDSCALE OPEN FAILED - STATUS: '                04210000
                       WS-GRDSCALE-STATUS                               04220000
            ELSE                                                        04230000
               MOVE 'N' TO WS-LOAD-EOF                                  04240000
               PERFORM L080-READ-SCALE-PARA UNTIL WS-LOAD-AT-END        04250000
               CLOSE GRDSCALE                                           04260000
            END-IF.                                                     04270000
                                                                        04280000
       L080-READ-SCALE-PARA.                                            04290000
                                                                        04300000
            READ GRDSCALE                                               04310000
              AT END MOVE 'Y' TO WS-LOAD-EOF                            04320000
              NOT AT END                                                04330000
                 ADD 1 TO WS-CNT-SCALE-READ                             04340000
                 PERFORM L085-KEEP-SCALE-PARA                           04350000
            END-READ.                                                   04360000
                                                                        04370000
       L085-KEEP-SCALE-PARA.                                            04380000
                                                                        04390000
            MOVE GS-GRADE TO WS-NEW-GRADE.                              04400000
            EVALUATE TRUE                                               04410000
            WHEN NOT WS-GRADE-VALID                                     04420000
                 ADD 1 TO WS-CNT-SCALE-BAD                              04430000
                 DISPLAY 'SCALE GRADE NOT VALID, IGNORED: '             04440000
                         GS-DEPT ' ' GS-GRADE                           04450000
            WHEN NOT GS-TYPE-LETTER AND NOT GS-TYPE-PERCENT             04460000
                 ADD 1 TO WS-CNT-SCALE-BAD                              04470000
                 DISPLAY 'SCALE SCORE TYPE NOT VALID, IGNORED: '        04480000
                         GS-DEPT ' ' GS-SCORE-TYPE                      04490000
            WHEN GS-TYPE-PERCENT AND GS-MIN-PCT IS NOT NUMERIC          04500000
                 ADD 1 TO WS-CNT-SCALE-BAD                              04510000
                 DISPLAY 'SCALE MINIMUM PERCENT NOT NUMERIC, IGNORED: ' 04520000
                         GS-DEPT ' ' GS-MIN-PCT                         04530000
            WHEN WS-SC-COUNT NOT < WS-SC-MAX                            04540000
                 ADD 1 TO WS-CNT-SCALE-BAD                              04550000
                 DISPLAY 'WARNING - SCALE TABLE FULL, IGNORED: '        04560000
                         GS-DEPT                                        04570000
            WHEN OTHER                                                  04580000
                 ADD 1 TO WS-SC-COUNT                                   04590000
                 MOVE GS-DEPT       TO WS-SC-DEPT(WS-SC-COUNT)          04600000
                 MOVE GS-SCORE-TYPE TO WS-SC-TYPE(WS-SC-COUNT)          04610000
                 MOVE GS-LMS-LETTER TO WS-SC-LETTER(WS-SC-COUNT)        04620000
                 MOVE GS-GRADE      TO WS-SC-GRADE(WS-SC-COUNT)         04630000
                 IF GS-TYPE-PERCENT                                     04640000
                    MOVE GS-MIN-PCT-N TO WS-SC-MIN-PCT(WS-SC-COUNT)     04650000
                 ELSE                                                   04660000
                    MOVE ZERO         TO WS-SC-MIN-PCT(WS-SC-COUNT)     04670000
                 END-IF                                                 04680000
            END-EVALUATE.                                               04690000
                                                                        04700000
       L100-READ-EXPORT-PARA.                                           04710000
                                                                        04720000
            READ LMSEXP                                                 04730000
              AT END MOVE 'Y' TO WS-EOF                                 04740000
            END-READ.                                                   04750000
                                                                        04760000
       L200-EDIT-RECORD-PARA.                                           04770000
                                                                        04780000
            ADD 1 TO WS-CNT-READ.                                       04790000
            MOVE SPACES TO WS-REJ-REASON.                               04800000
            MOVE SPACES TO WS-NEW-GRADE.                                04810000
                                                                        04820000
            PERFORM L210-FIND-SECTION-PARA.                             04830000
            IF WS-REC-CLEAN                                             04840000
               PERFORM L220-CHECK-STUDENT-PARA                          04850000
            END-IF.                                                     04860000
            IF WS-REC-CLEAN                                             04870000
               PERFORM L230-CHECK-REG-PARA                              04880000
            END-IF.                                                     04890000
            IF WS-REC-CLEAN                                             04900000
               PERFORM L240-MAP-SCORE-PARA                              04910000
            END-IF.                                                     04920000
                                                                        04930000
            PERFORM L500-FIND-TALLY-PARA.                               04940000
            IF WS-REC-CLEAN                                             04950000
               PERFORM L250-COMPARE-GRADE-PARA                          04960000
            ELSE                                                        04970000
               PERFORM L400-REJECT-PARA                                 04980000
            END-IF.                                                     04990000
                                                                        05000000
            PERFORM L100-READ-EXPORT-PARA.                              05010000
                                                                        05020000
       L210-FIND-SECTION-PARA.                                          05030000
                                                                        05040000
            IF WS-XR-FOUND > ZERO                                       05050000
               AND WS-XR-LMS-SECTION(WS-XR-FOUND) = LE-LMS-SECTION      05060000
               CONTINUE                                                 05070000
            ELSE                                                        05080000
               MOVE ZERO TO WS-XR-FOUND                                 05090000
               PERFORM VARYING WS-XR-IDX FROM 1 BY 1                    05100000
                  UNTIL WS-XR-IDX > WS-XR-COUNT                         05110000
                     OR WS-XR-FOUND > ZERO                              05120000
                  IF WS-XR-LMS-SECTION(WS-XR-IDX) = LE-LMS-SECTION      05130000
                     MOVE WS-XR-IDX TO WS-XR-FOUND                      05140000
                  END-IF                                                05150000
               END-PERFORM                                              05160000
            END-IF.                                                     05170000
            IF WS-XR-FOUND = ZERO                                       05180000
               MOVE 'UC' TO WS-REJ-REASON                               05190000
            ELSE                                                        05200000
               IF NOT WS-XR-MAPPED(WS-XR-FOUND)                         05210000
                  MOVE 'UC' TO WS-REJ-REASON                            05220000
               END-IF                                                   05230000
            END-IF.                                                     05240000
                                                                        05250000
       L220-CHECK-STUDENT-PARA.                                         05260000
                                                                        05270000
            IF LE-STUD-ID IS NOT NUMERIC                                05280000
               MOVE 'US' TO WS-REJ-REASON                               05290000
            ELSE                                                        05300000
               COMPUTE WS-STUD-ID = FUNCTION NUMVAL(LE-STUD-ID)         05310000
                                                                        05320000
               EXEC SQL                                                 05330000
                    SELECT  STUD_ID                                     05340000
                      INTO  :WS-STUD-ID                                 05350000
                   FROM STUD_STUDENT                                    05360000
                   WHERE STUD_ID = :WS-STUD-ID                          05370000
               END-EXEC                                                 05380000
                                                                        05390000
               CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS              05400000
               EVALUATE TRUE                                            05410000
               WHEN SQL-SUCCESS                                         05420000
                    CONTINUE                                            05430000
               WHEN SQL-NOTFOUND                                        05440000
                    MOVE 'US' TO WS-REJ-REASON                          05450000
               WHEN OTHER                                               05460000
                    ADD 1 TO WS-CNT-SQLERR                              05470000
                    MOVE SQLCODE TO WS-SQLCODE-ED                       05480000
                    DISPLAY 'STUDENT CHECK SQL ERROR SQLCODE: '         05490000
                            WS-SQLCODE-ED ' ID: ' LE-STUD-ID            05500000
                    MOVE 'US' TO WS-REJ-REASON                          05510000
               END-EVALUATE                                             05520000
            END-IF.                                                     05530000
                                                                        05540000
       L230-CHECK-REG-PARA.                                             05550000
                                                                        05560000
            MOVE LE-STUD-ID                TO RG-STUD-ID.               05570000
            MOVE WS-XR-COURSE(WS-XR-FOUND) TO RG-COURSE.                05580000
            READ REGMST                                                 05590000
              INVALID KEY                                               05600000
                 MOVE 'NR' TO WS-REJ-REASON                             05610000
              NOT INVALID KEY                                           05620000
                 IF RG-TERM NOT = WS-XR-TERM(WS-XR-FOUND)               05630000
                    OR RG-STATUS-WITHDRAWN                              05640000
                    MOVE 'NR' TO WS-REJ-REASON                          05650000
                 END-IF                                                 05660000
            END-READ.                                                   05670000
                                                                        05680000
       L240-MAP-SCORE-PARA.                                             05690000
                                                                        05700000
            MOVE 'N' TO WS-SCALE-FLAG.                                  05710000
            MOVE WS-XR-DEPT(WS-XR-FOUND) TO WS-SCALE-DEPT.              05720000
            PERFORM L245-SEARCH-SCALE-PARA.                             05730000
            IF NOT WS-DEPT-HAS-ROWS                                     05740000
               MOVE '*ALL' TO WS-SCALE-DEPT                             05750000
               PERFORM L245-SEARCH-SCALE-PARA                           05760000
            END-IF.                                                     05770000
            IF NOT WS-SCALE-FOUND                                       05780000
               MOVE 'SC' TO WS-REJ-REASON                               05790000
            END-IF.                                                     05800000
                                                                        05810000
       L245-SEARCH-SCALE-PARA.                                          05820000
                                                                        05830000
            MOVE 'N' TO WS-DEPT-ROWS.                                   05840000
            MOVE ZERO TO WS-BEST-PCT.                                   05850000
            EVALUATE TRUE                                               05860000
            WHEN LE-TYPE-LETTER                                         05870000
                 PERFORM VARYING WS-SC-IDX FROM 1 BY 1                  05880000
                    UNTIL WS-SC-IDX > WS-SC-COUNT                       05890000
                       OR WS-SCALE-FOUND                                05900000
                    IF WS-SC-DEPT(WS-SC-IDX) = WS-SCALE-DEPT            05910000
                       AND WS-SC-TYPE(WS-SC-IDX) = 'L'                  05920000
                       MOVE 'Y' TO WS-DEPT-ROWS                         05930000
                       IF WS-SC-LETTER(WS-SC-IDX) = LE-LETTER           05940000
                          MOVE WS-SC-GRADE(WS-SC-IDX) TO WS-NEW-GRADE   05950000
                          MOVE 'Y' TO WS-SCALE-FLAG                     05960000
                       END-IF                                           05970000
                    END-IF                                              05980000
                 END-PERFORM                                            05990000
            WHEN LE-TYPE-PERCENT AND LE-PERCENT IS NUMERIC              06000000
                 PERFORM VARYING WS-SC-IDX FROM 1 BY 1                  06010000
                    UNTIL WS-SC-IDX > WS-SC-COUNT                       06020000
                    IF WS-SC-DEPT(WS-SC-IDX) = WS-SCALE-DEPT            06030000
                       AND WS-SC-TYPE(WS-SC-IDX) = 'P'                  06040000
                       MOVE 'Y' TO WS-DEPT-ROWS                         06050000
                       IF WS-SC-MIN-PCT(WS-SC-IDX) NOT > LE-PERCENT-N   06060000
                          AND (NOT WS-SCALE-FOUND                       06070000
                               OR WS-SC-MIN-PCT(WS-SC-IDX) >            06080000
                                  WS-BEST-PCT)                          06090000
                          MOVE WS-SC-MIN-PCT(WS-SC-IDX) TO WS-BEST-PCT  06100000
                          MOVE WS-SC-GRADE(WS-SC-IDX) TO WS-NEW-GRADE   06110000
                          MOVE 'Y' TO WS-SCALE-FLAG                     06120000
                       END-IF                                           06130000
                    END-IF                                              06140000
                 END-PERFORM                                            06150000
            WHEN OTHER                                                  06160000
                 MOVE 'Y' TO WS-DEPT-ROWS                               06170000
            END-EVALUATE.                                               06180000
                                                                        06190000
       L250-COMPARE-GRADE-PARA.                                         06200000
                                                                        06210000
            MOVE LE-STUD-ID                TO GR-STUD-ID.               06220000
            MOVE WS-XR-COURSE(WS-XR-FOUND) TO GR-COURSE.                06230000
            MOVE WS-XR-TERM(WS-XR-FOUND)   TO GR-TERM.                  06240000
            READ GRADES                                                 06250000
              INVALID KEY                                               06260000
                 MOVE 'A' TO WS-TRAN-ACTION                             06270000
                 PERFORM L300-WRITE-TRAN-PARA                           06280000
                 ADD 1 TO WS-CNT-ADDS                                   06290000
                 IF WS-SECT-FOUND                                       06300000
                    ADD 1 TO WS-ST-ADDS(WS-ST-IDX)                      06310000
                 END-IF                                                 06320000
              NOT INVALID KEY                                           06330000
                 IF GR-GRADE = WS-NEW-GRADE                             06340000
                    ADD 1 TO WS-CNT-UNCHANGED                           06350000
                    IF WS-SECT-FOUND                                    06360000
                       ADD 1 TO WS-ST-UNCHANGED(WS-ST-IDX)              06370000
                    END-IF                                              06380000
                 ELSE                                                   06390000
                    MOVE 'C' TO WS-TRAN-ACTION                          06400000
                    PERFORM L300-WRITE-TRAN-PARA                        06410000
                    ADD 1 TO WS-CNT-CHANGES                             06420000
                    IF WS-SECT-FOUND                                    06430000
                       ADD 1 TO WS-ST-CHANGES(WS-ST-IDX)                06440000
                    END-IF                                              06450000
                 END-IF                                                 06460000
            END-READ.                                                   06470000
                                                                        06480000
       L300-WRITE-TRAN-PARA.                                            06490000
                                                                        06500000
            MOVE SPACES                    TO GRDTRN-REC.               06510000
            MOVE WS-TRAN-ACTION            TO GT-ACTION.                06520000
            MOVE LE-STUD-ID                TO GT-STUD-ID.               06530000
            MOVE WS-XR-COURSE(WS-XR-FOUND) TO GT-COURSE.                06540000
            MOVE WS-NEW-GRADE              TO GT-GRADE.                 06550000
            MOVE WS-XR-TERM(WS-XR-FOUND)   TO GT-TERM.                  06560000
            MOVE WS-ORIG-ID                TO GT-ORIG-ID.               06570000
            WRITE GRDTRN-REC.                                           06580000
                                                                        06590000
       L400-REJECT-PARA.                                                06600000
                                                                        06610000
            MOVE SPACES                  TO LMSREJ-REC.                 06620000
            MOVE LMSEXP-REC              TO LJ-LMS-DATA.                06630000
            MOVE WS-REJ-REASON           TO LJ-REASON.                  06640000
            IF WS-XR-FOUND > ZERO                                       06650000
               MOVE WS-XR-COURSE(WS-XR-FOUND) TO LJ-COURSE              06660000
               MOVE WS-XR-TERM(WS-XR-FOUND)   TO LJ-TERM                06670000
            END-IF.                                                     06680000
            WRITE LMSREJ-REC.                                           06690000
            EVALUATE TRUE                                               06700000
            WHEN WS-REJ-UNMAPPED                                        06710000
                 ADD 1 TO WS-CNT-UNMAPPED                               06720000
                 IF WS-SECT-FOUND                                       06730000
                    ADD 1 TO WS-ST-UNMAPPED(WS-ST-IDX)                  06740000
                 END-IF                                                 06750000
            WHEN WS-REJ-STUDENT                                         06760000
                 ADD 1 TO WS-CNT-NOSTUD                                 06770000
                 IF WS-SECT-FOUND                                       06780000
                    ADD 1 TO WS-ST-NOSTUD(WS-ST-IDX)                    06790000
                 END-IF                                                 06800000
            WHEN WS-REJ-NOT-REG                                         06810000
                 ADD 1 TO WS-CNT-NOREG                                  06820000
                 IF WS-SECT-FOUND                                       06830000
                    ADD 1 TO WS-ST-NOREG(WS-ST-IDX)                     06840000
                 END-IF                                                 06850000
            WHEN OTHER                                                  06860000
                 ADD 1 TO WS-CNT-BADSCORE                               06870000
                 IF WS-SECT-FOUND                                       06880000
                    ADD 1 TO WS-ST-BADSCORE(WS-ST-IDX)                  06890000
                 END-IF                                                 06900000
            END-EVALUATE.                                               06910000
                                                                        06920000
       L500-FIND-TALLY-PARA.                                            06930000
                                                                        06940000
            MOVE 'N' TO WS-SECT-FLAG.                                   06950000
            PERFORM VARYING WS-ST-IDX FROM 1 BY 1                       06960000
               UNTIL WS-ST-IDX > WS-ST-COUNT                            06970000
                  OR WS-SECT-FOUND                                      06980000
               IF WS-ST-LMS-SECTION(WS-ST-IDX) = LE-LMS-SECTION         06990000
                  MOVE 'Y' TO WS-SECT-FLAG                              07000000
               END-IF                                                   07010000
            END-PERFORM.                                                07020000
            IF WS-SECT-FOUND                                            07030000
               SUBTRACT 1 FROM WS-ST-IDX                                07040000
            ELSE                                                        07050000
               PERFORM L510-ADD-SECTION-PARA                            07060000
            END-IF.                                                     07070000
            IF WS-SECT-FOUND                                            07080000
               ADD 1 TO WS-ST-READ(WS-ST-IDX)                           07090000
            ELSE                                                        07100000
               ADD 1 TO WS-CNT-NOT-TALLIED                              07110000
            END-IF.                                                     07120000
                                                                        07130000
       L510-ADD-SECTION-PARA.                                           07140000
                                                                        07150000
            IF WS-ST-COUNT NOT < WS-ST-MAX                              07160000
               MOVE 'F' TO WS-SECT-FLAG                                 07170000
               DISPLAY 'WARNING - SECTION TABLE FULL, NOT REPORTED: '   07180000
                       LE-LMS-SECTION                                   07190000
            ELSE                                                        07200000
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1                    07210000
                  UNTIL WS-ST-IDX > WS-ST-COUNT                         07220000
                     OR WS-ST-LMS-SECTION(WS-ST-IDX) > LE-LMS-SECTION   07230000
                  CONTINUE                                              07240000
               END-PERFORM                                              07250000
               PERFORM VARYING WS-SHIFT-IDX FROM WS-ST-COUNT BY -1      07260000
                  UNTIL WS-SHIFT-IDX < WS-ST-IDX                        07270000
                  MOVE WS-ST-ENTRY(WS-SHIFT-IDX)                        07280000
                    TO WS-ST-ENTRY(WS-SHIFT-IDX + 1)                    07290000
               END-PERFORM                                              07300000
               ADD 1 TO WS-ST-COUNT                                     07310000
               INITIALIZE WS-ST-ENTRY(WS-ST-IDX)                        07320000
               MOVE LE-LMS-SECTION TO WS-ST-LMS-SECTION(WS-ST-IDX)      07330000
               IF WS-XR-FOUND > ZERO                                    07340000
                  MOVE WS-XR-COURSE(WS-XR-FOUND)                        07350000
                    TO WS-ST-COURSE(WS-ST-IDX)                          07360000
                  MOVE WS-XR-TERM(WS-XR-FOUND)                          07370000
                    TO WS-ST-TERM(WS-ST-IDX)                            07380000
                  MOVE WS-XR-SECTION(WS-XR-FOUND)                       07390000
                    TO WS-ST-SECTION(WS-ST-IDX)                         07400000
               ELSE                                                     07410000
                  MOVE '*UNMAPPED*' TO WS-ST-COURSE(WS-ST-IDX)          07420000
               END-IF                                                   07430000
               MOVE 'Y' TO WS-SECT-FLAG                                 07440000
            END-IF.                                                     07450000
                                                                        07460000
       L600-PRINT-SECTION-PARA.                                         07470000
                                                                        07480000
            MOVE WS-ST-LMS-SECTION(WS-ST-IDX) TO SL-LMS-SECTION.        07490000
            MOVE WS-ST-COURSE(WS-ST-IDX)      TO SL-COURSE.             07500000
            MOVE WS-ST-TERM(WS-ST-IDX)        TO SL-TERM.               07510000
            MOVE WS-ST-SECTION(WS-ST-IDX)     TO SL-SECTION.            07520000
            MOVE WS-ST-READ(WS-ST-IDX)        TO SL-READ.               07530000
            MOVE WS-ST-ADDS(WS-ST-IDX)        TO SL-ADDS.               07540000
            MOVE WS-ST-CHANGES(WS-ST-IDX)     TO SL-CHANGES.            07550000
            MOVE WS-ST-UNCHANGED(WS-ST-IDX)   TO SL-UNCHANGED.          07560000
            MOVE WS-ST-UNMAPPED(WS-ST-IDX)    TO SL-UNMAPPED.           07570000
            MOVE WS-ST-NOSTUD(WS-ST-IDX)      TO SL-NOSTUD.             07580000
            MOVE WS-ST-NOREG(WS-ST-IDX)       TO SL-NOREG.              07590000
            MOVE WS-ST-BADSCORE(WS-ST-IDX)    TO SL-BADSCORE.           07600000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         07610000
               PERFORM L610-PAGE-HEADER-PARA                            07620000
            END-IF.                                                     07630000
            WRITE LMSRPT-REC FROM WS-SECT-LINE                          07640000
               AFTER ADVANCING 1 LINE.                                  07650000
            ADD 1 TO WS-LINE-CNT.                                       07660000
                                                                        07670000
       L610-PAGE-HEADER-PARA.                                           07680000
                                                                        07690000
            ADD 1 TO WS-PAGE-CNT.                                       07700000
            MOVE WS-PAGE-CNT TO HD-PAGE.                                07710000
            WRITE LMSRPT-REC FROM WS-HDR1                               07720000
               AFTER ADVANCING PAGE.                                    07730000
            WRITE LMSRPT-REC FROM WS-HDR2                               07740000
               AFTER ADVANCING 2 LINES.                                 07750000
            MOVE SPACES TO LMSRPT-REC.                                  07760000
            WRITE LMSRPT-REC                                            07770000
               AFTER ADVANCING 1 LINE.                                  07780000
            MOVE 4 TO WS-LINE-CNT.                                      07790000
                                                                        07800000
       L650-PRINT-TOTAL-PARA.                                           07810000
                                                                        07820000
            IF WS-LINE-CNT + 10 > WS-LINES-PER-PAGE                     07830000
               PERFORM L610-PAGE-HEADER-PARA                            07840000
            END-IF.                                                     07850000
            MOVE '** TOTAL **'      TO SL-LMS-SECTION.                  07860000
            MOVE SPACES             TO SL-COURSE.                       07870000
            MOVE SPACES             TO SL-TERM.                         07880000
            MOVE SPACES             TO SL-SECTION.                      07890000
            MOVE WS-CNT-READ        TO SL-READ.                         07900000
            MOVE WS-CNT-ADDS        TO SL-ADDS.                         07910000
            MOVE WS-CNT-CHANGES     TO SL-CHANGES.                      07920000
            MOVE WS-CNT-UNCHANGED   TO SL-UNCHANGED.                    07930000
            MOVE WS-CNT-UNMAPPED    TO SL-UNMAPPED.                     07940000
            MOVE WS-CNT-NOSTUD      TO SL-NOSTUD.                       07950000
            MOVE WS-CNT-NOREG       TO SL-NOREG.                        07960000
            MOVE WS-CNT-BADSCORE    TO SL-BADSCORE.                     07970000
            WRITE LMSRPT-REC FROM WS-SECT-LINE                          07980000
               AFTER ADVANCING 2 LINES.                                 07990000
                                                                        08000000
       L700-PRINT-FOOTNOTE-PARA.                                        08010000
                                                                        08020000
            MOVE SPACES TO FL-TEXT.                                     08030000
            WRITE LMSRPT-REC FROM WS-FOOT-LINE                          08040000
               AFTER ADVANCING 1 LINE.                                  08050000
            MOVE 'ADDS/CHANGES = GRDTRN WRITTEN FOR GRDPOST'            08060000
              TO FL-TEXT.                                               08070000
            WRITE LMSRPT-REC FROM WS-FOOT-LINE                          08080000
               AFTER ADVANCING 1 LINE.                                  08090000
            MOVE 'UNCHGD = SAME GRADE ALREADY ON GRDFILE'               08100000
              TO FL-TEXT.                                               08110000
            WRITE LMSRPT-REC FROM WS-FOOT-LINE                          08120000
               AFTER ADVANCING 1 LINE.                                  08130000
            MOVE 'UNMAPD (UC) = LMS SECTION NOT ON CROSSWALK, OR'       08140000
              TO FL-TEXT.                                               08150000
            WRITE LMSRPT-REC FROM WS-FOOT-LINE                          08160000
               AFTER ADVANCING 1 LINE.                                  08170000
            MOVE '              COURSE/TERM NOT ON CRSCAT/TERMMST'      08180000
              TO FL-TEXT.                                               08190000
            WRITE LMSRPT-REC FROM WS-FOOT-LINE                          08200000
               AFTER ADVANCING 1 LINE.                                  08210000
            MOVE 'NOSTUD (US) = STUDENT NOT ON STUD_STUDENT'            08220000
              TO FL-TEXT.                                               08230000
            WRITE LMSRPT-REC FROM WS-FOOT-LINE                          08240000
               AFTER ADVANCING 1 LINE.                                  08250000
            MOVE 'NOT REG (NR) = NO ACTIVE REGMST ROW FOR TERM'         08260000
              TO FL-TEXT.                                               08270000
            WRITE LMSRPT-REC FROM WS-FOOT-LINE                          08280000
               AFTER ADVANCING 1 LINE.                                  08290000
            MOVE 'SCORE (SC) = SCORE NOT ON DEPT OR *ALL SCALE'         08300000
              TO FL-TEXT.                                               08310000
            WRITE LMSRPT-REC FROM WS-FOOT-LINE                          08320000
               AFTER ADVANCING 1 LINE.                                  08330000
