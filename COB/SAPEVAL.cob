       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. SAPEVAL.                                             00020000
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
                SELECT DEGREQ ASSIGN TO DEGREQ                          00240000
                ORGANIZATION IS INDEXED                                 00250000
                ACCESS MODE IS RANDOM                                   00260000
                RECORD KEY IS DQ-KEY                                    00270000
                FILE STATUS IS WS-DEGREQ-STATUS.                        00280000
                SELECT SAPSTAT ASSIGN TO SAPSTAT                        00290000
                ORGANIZATION IS INDEXED                                 00300000
                ACCESS MODE IS RANDOM                                   00310000
                RECORD KEY IS SS-STUD-ID                                00320000
                FILE STATUS IS WS-SAPSTAT-STATUS.                       00330000
                SELECT SAPAPPL ASSIGN TO SAPAPPL                        00340000
                ORGANIZATION IS SEQUENTIAL                              00350000
                FILE STATUS IS WS-SAPAPPL-STATUS.                       00360000
                SELECT SAPRPT ASSIGN TO SAPRPT                          00370000
                ORGANIZATION IS SEQUENTIAL.                             00380000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00390000
                ORGANIZATION IS SEQUENTIAL                              00400000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00410000
       DATA DIVISION.                                                   00420000
       FILE SECTION.                                                    00430000
       FD STANDING                                                      00440000
            RECORDING MODE IS F.                                        00450000
           COPY STANDING.                                               00460000
       FD GRADES                                                        00470000
            RECORDING MODE IS F.                                        00480000
           COPY GRDREC.                                                 00490000
       FD CRSCAT                                                        00500000
            RECORDING MODE IS F.                                        00510000
           COPY CRSCAT.                                                 00520000
       FD TERMMST                                                       00530000
            RECORDING MODE IS F.                                        00540000
           COPY TERMMST.                                                00550000
       FD DEGREQ                                                        00560000
            RECORDING MODE IS F.                                        00570000
           COPY DEGREQ.                                                 00580000
       FD SAPSTAT                                                       00590000
            RECORDING MODE IS F.                                        00600000
           COPY SAPSTAT.                                                00610000
       FD SAPAPPL                                                       00620000
            RECORDING MODE IS F.                                        00630000
       01 SAPAPPL-REC.                                                  00640000
          05 SL-STUD-ID         PIC X(09).                              00650000
          05 SL-TERM            PIC X(05).                              00660000
          05 SL-DECISION        PIC X(01).                              00670000
              88 SL-APPROVED         VALUE 'A'.                         00680000
              88 SL-DENIED           VALUE 'D'.                         00690000
          05 FILLER             PIC X(65).                              00700000
       FD SAPRPT                                                        00710000
            RECORDING MODE IS F.                                        00720000
       01 SAPRPT-REC PIC X(132).                                        00730000
       FD CYCDATE                                                       00740000
            RECORDING MODE IS F.                                        00750000
           COPY CYCDATE.                                                00760000
       WORKING-STORAGE SECTION.                                         00770000
       01 WS-EOF             PIC A     VALUE SPACE.                     00780000
       01 WS-STANDING-STATUS PIC X(02) VALUE SPACES.                    00790000
       01 WS-GRADES-STATUS   PIC X(02) VALUE SPACES.                    00800000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00810000
       01 WS-TERMMST-STATUS  PIC X(02) VALUE SPACES.                    00820000
       01 WS-DEGREQ-STATUS   PIC X(02) VALUE SPACES.                    00830000
       01 WS-SAPSTAT-STATUS  PIC X(02) VALUE SPACES.                    00840000
       01 WS-SAPAPPL-STATUS  PIC X(02) VALUE SPACES.                    00850000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00860000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00870000
       01 WS-PARM-CARD.                                                 00880000
          05 WS-PARM-TERM    PIC X(05).                                 00890000
          05 FILLER          PIC X(01).                                 00900000
          05 WS-PARM-MIN-GPA PIC 9V99.                                  00910000
          05 FILLER          PIC X(01).                                 00920000
          05 WS-PARM-MIN-PCT PIC 9(03).                                 00930000
          05 FILLER          PIC X(01).                                 00940000
          05 WS-PARM-TIME-PCT PIC 9(03).                                00950000
          05 FILLER          PIC X(01).                                 00960000
          05 WS-PARM-PGM-CRED PIC 9(03).                                00970000
          05 FILLER          PIC X(59).                                 00980000
       01 WS-MIN-GPA         PIC 9V99 VALUE 2.00.                       00990000
       01 WS-MIN-PCT         PIC 9(03) VALUE 67.                        01000000
       01 WS-TIME-PCT        PIC 9(03) VALUE 150.                       01010000
       01 WS-PGM-CREDITS     PIC 9(04) VALUE 120.                       01020000
       01 WS-EVAL-SEQ        PIC 9(03) VALUE ZERO.                      01030000
       01 WS-GRADE-SEQ       PIC 9(03) VALUE ZERO.                      01040000
       01 WS-LAST-TERM       PIC X(05) VALUE LOW-VALUES.                01050000
       01 WS-LAST-SEQ        PIC 9(03) VALUE ZERO.                      01060000
       01 WS-GRD-EOF         PIC X(01) VALUE 'N'.                       01070000
           88 WS-GRD-AT-END         VALUE 'Y'.                          01080000
       01 WS-APL-EOF         PIC X(01) VALUE 'N'.                       01090000
       01 WS-CREDITS         PIC 9(02) VALUE ZERO.                      01100000
       77 WS-DEFAULT-CREDITS PIC 9(02) VALUE 3.                         01110000
       01 WS-ATTEMPTED       PIC 9(04) VALUE ZERO.                      01120000
       01 WS-EARNED          PIC 9(04) VALUE ZERO.                      01130000
       01 WS-COMPLETION-PCT  PIC 9(03) VALUE ZERO.                      01140000
       01 WS-MAX-CREDITS     PIC 9(04) VALUE ZERO.                      01150000
       01 WS-GPA-CREDITS     PIC 9(04) VALUE ZERO.                      01155000
       01 WS-TERM-FLAG       PIC X(01) VALUE 'N'.                       01160000
           88 WS-IN-EVAL-TERM       VALUE 'Y'.                          01170000
       01 WS-FAIL-GPA        PIC X(01) VALUE 'N'.                       01180000
       01 WS-FAIL-PACE       PIC X(01) VALUE 'N'.                       01190000
       01 WS-FAIL-TIME       PIC X(01) VALUE 'N'.                       01200000
       01 WS-PRIOR-STATUS    PIC X(01) VALUE SPACE.                     01210000
       01 WS-NEW-STATUS      PIC X(01) VALUE SPACE.                     01220000
           88 WS-NEW-MEETING        VALUE 'M'.                          01230000
           88 WS-NEW-WARNING        VALUE 'W'.                          01240000
           88 WS-NEW-SUSPENSION     VALUE 'S'.                          01250000
           88 WS-NEW-APPEAL         VALUE 'A'.                          01260000
       01 WS-STAT-FLAG       PIC X(01) VALUE 'N'.                       01270000
           88 WS-STAT-ON-FILE       VALUE 'Y'.                          01280000
       01 WS-STATUS-DESC     PIC X(10) VALUE SPACES.                    01290000
       01 WS-PRINT-LINE      PIC X(132) VALUE SPACES.                   01300000
       77 WS-APL-MAX         PIC 9(03) COMP VALUE 500.                  01310000
       01 WS-APL-COUNT       PIC 9(03) COMP VALUE ZERO.                 01320000
       01 WS-APL-IDX         PIC 9(03) COMP VALUE ZERO.                 01330000
       01 WS-APL-FLAG        PIC X(01) VALUE 'N'.                       01340000
           88 WS-APPEAL-GRANTED     VALUE 'Y'.                          01350000
       01 WS-APL-TABLE.                                                 01360000
          05 WS-AP-STUD-ID OCCURS 500 TIMES PIC X(09).                  01370000
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   01380000
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   01390000
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 01400000
                                                                        01410000
       01 WS-CONTROL-TOTALS.                                            01420000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              01430000
           05 WS-CNT-EVALUATED  PIC 9(07) COMP VALUE ZERO.              01440000
           05 WS-CNT-NOT-ENROLL PIC 9(07) COMP VALUE ZERO.              01450000
           05 WS-CNT-GRADUATED  PIC 9(07) COMP VALUE ZERO.              01460000
           05 WS-CNT-MEETING    PIC 9(07) COMP VALUE ZERO.              01470000
           05 WS-CNT-WARNING    PIC 9(07) COMP VALUE ZERO.              01480000
           05 WS-CNT-SUSPENSION PIC 9(07) COMP VALUE ZERO.              01490000
           05 WS-CNT-APPEAL     PIC 9(07) COMP VALUE ZERO.              01500000
           05 WS-CNT-APPEALS-IN PIC 9(07) COMP VALUE ZERO.              01510000
           05 WS-CNT-NO-PROGRAM PIC 9(07) COMP VALUE ZERO.              01520000
           05 WS-CNT-NOTFOUND   PIC 9(07) COMP VALUE ZERO.              01530000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              01540000
           05 WS-CNT-IO-ERR     PIC 9(07) COMP VALUE ZERO.              01550000
           COPY SQLCLS.                                                 01560000
                                                                        01570000
            EXEC SQL                                                    01580000
               INCLUDE SQLCA                                            01590000
            END-EXEC.                                                   01600000
                                                                        01610000
            EXEC SQL                                                    01620000
               INCLUDE STUDENT                                          01630000
            END-EXEC.                                                   01640000
                                                                        01650000
       01  DCLSTUDENT.                                                  01660000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            01670000
           10 WS-STUD-NAME             PIC X(30).                       01680000
           10 WS-STUD-DEPT             PIC X(10).                       01690000
           10 WS-STUD-STATUS           PIC X(01).                       01700000
                                                                        01710000
       01 WS-HDR1.                                                      01720000
          05 FILLER      PIC X(41) VALUE                                01730000
             'SATISFACTORY ACADEMIC PROGRESS EXCEPTIONS'.               01740000
          05 FILLER      PIC X(06) VALUE 'TERM: '.                      01750000
          05 HDR-TERM    PIC X(05).                                     01760000
          05 FILLER      PIC X(04) VALUE SPACES.                        01770000
          05 FILLER      PIC X(06) VALUE 'DATE: '.                      01780000
          05 HDR-DATE    PIC X(08).                                     01790000
          05 FILLER      PIC X(07) VALUE SPACES.                        01800000
          05 FILLER      PIC X(05) VALUE 'PAGE '.                       01810000
          05 HDR-PAGE    PIC ZZZZ9.                                     01820000
          05 FILLER      PIC X(45) VALUE SPACES.                        01830000
                                                                        01840000
       01 WS-HDR2.                                                      01850000
          05 FILLER      PIC X(11) VALUE 'STUDENT ID'.                  01860000
          05 FILLER      PIC X(32) VALUE 'NAME'.                        01870000
          05 FILLER      PIC X(12) VALUE 'DEPT'.                        01880000
          05 FILLER      PIC X(06) VALUE ' GPA'.                        01890000
          05 FILLER      PIC X(06) VALUE ' ATT'.                        01900000
          05 FILLER      PIC X(06) VALUE ' ERN'.                        01910000
          05 FILLER      PIC X(06) VALUE ' PCT'.                        01920000
          05 FILLER      PIC X(06) VALUE ' MAX'.                        01930000
          05 FILLER      PIC X(16) VALUE 'FAILED TESTS'.                01940000
          05 FILLER      PIC X(12) VALUE 'PRIOR'.                       01950000
          05 FILLER      PIC X(19) VALUE 'NEW STATUS'.                  01960000
                                                                        01970000
       01 WS-DETAIL-LINE.                                               01980000
          05 DET-STUD-ID     PIC X(09).                                 01990000
          05 FILLER          PIC X(02) VALUE SPACES.                    02000000
          05 DET-NAME        PIC X(30).                                 02010000
          05 FILLER          PIC X(02) VALUE SPACES.                    02020000
          05 DET-DEPT        PIC X(10).                                 02030000
          05 FILLER          PIC X(02) VALUE SPACES.                    02040000
          05 DET-GPA         PIC 9.99.                                  02050000
          05 FILLER          PIC X(02) VALUE SPACES.                    02060000
          05 DET-ATTEMPTED   PIC ZZZ9.                                  02070000
          05 FILLER          PIC X(02) VALUE SPACES.                    02080000
          05 DET-EARNED      PIC ZZZ9.                                  02090000
          05 FILLER          PIC X(03) VALUE SPACES.                    02100000
          05 DET-PCT         PIC ZZ9.                                   02110000
          05 FILLER          PIC X(02) VALUE SPACES.                    02120000
          05 DET-MAX         PIC ZZZ9.                                  02130000
          05 FILLER          PIC X(02) VALUE SPACES.                    02140000
          05 DET-FAIL-GPA    PIC X(05).                                 02150000
          05 DET-FAIL-PACE   PIC X(05).                                 02160000
          05 DET-FAIL-TIME   PIC X(05).                                 02170000
          05 FILLER          PIC X(01) VALUE SPACES.                    02180000
          05 DET-PRIOR       PIC X(10).                                 02190000
          05 FILLER          PIC X(02) VALUE SPACES.                    02200000
          05 DET-NEW         PIC X(10).                                 02210000
          05 FILLER          PIC X(09) VALUE SPACES.                    02220000
                                                                        02230000
       01 WS-SUMMARY-LINE.                                              02240000
          05 FILLER          PIC X(04) VALUE SPACES.                    02250000
          05 SUM-LABEL       PIC X(30).                                 02260000
          05 SUM-COUNT       PIC ZZZ,ZZ9.                               02270000
          05 FILLER          PIC X(91) VALUE SPACES.                    02280000
                                                                        02290000
       PROCEDURE DIVISION.                                              02300000
                                                                        02310000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             02320000
            PERFORM G050-READ-CYCDATE-PARA.                             02330000
            PERFORM G060-SET-STANDARDS-PARA.                            02340000
                                                                        02350000
            OPEN INPUT TERMMST.                                         02360000
            IF WS-TERMMST-STATUS NOT = '00'                             02370000
               DISPLAY 'TERMMST OPEN FAILED - STATUS: '                 02380000
                       WS-TERMMST-STATUS                                02390000
               MOVE +16 TO RETURN-CODE                                  02400000
               GOBACK                                                   02410000
            END-IF.                                                     02420000
            MOVE WS-PARM-TERM TO TM-TERM.                               02430000
            READ TERMMST                                                02440000
              INVALID KEY                                               02450000
                 DISPLAY 'EVALUATION TERM NOT ON TERM MASTER: '         02460000
                         WS-PARM-TERM                                   02470000
                 MOVE +8 TO RETURN-CODE                                 02480000
                 GOBACK                                                 02490000
              NOT INVALID KEY                                           02500000
                 MOVE TM-SEQ TO WS-EVAL-SEQ                             02510000
            END-READ.                                                   02520000
            OPEN INPUT SAPAPPL.                                         02530000
            IF WS-SAPAPPL-STATUS NOT = '00'                             02540000
               DISPLAY 'NO SAP APPEAL FILE SUPPLIED'                    02550000
            ELSE                                                        02560000
               PERFORM G100-LOAD-APPEAL-PARA UNTIL WS-APL-EOF = 'Y'     02570000
               CLOSE SAPAPPL                                            02580000
            END-IF.                                                     02590000
            OPEN INPUT STANDING.                                        02600000
            IF WS-STANDING-STATUS NOT = '00'                            02610000
               DISPLAY 'STANDING OPEN FAILED - STATUS: '                02620000
                       WS-STANDING-STATUS                               02630000
               MOVE +16 TO RETURN-CODE                                  02640000
               GOBACK                                                   02650000
            END-IF.                                                     02660000
            OPEN INPUT GRADES.                                          02670000
            IF WS-GRADES-STATUS NOT = '00'                              02680000
               DISPLAY 'GRDFILE OPEN FAILED - STATUS: '                 02690000
                       WS-GRADES-STATUS                                 02700000
               MOVE +16 TO RETURN-CODE                                  02710000
               GOBACK                                                   02720000
            END-IF.                                                     02730000
            OPEN INPUT CRSCAT.                                          02740000
            IF WS-CRSCAT-STATUS NOT = '00'                              02750000
               DISPLAY 'CRSCAT OPEN FAILED - STATUS: '                  02760000
                       WS-CRSCAT-STATUS                                 02770000
               MOVE +16 TO RETURN-CODE                                  02780000
               GOBACK                                                   02790000
            END-IF.                                                     02800000
            OPEN INPUT DEGREQ.                                          02810000
            IF WS-DEGREQ-STATUS NOT = '00'                              02820000
               DISPLAY 'DEGREQ OPEN FAILED - STATUS: '                  02830000
                       WS-DEGREQ-STATUS                                 02840000
               MOVE +16 TO RETURN-CODE                                  02850000
               GOBACK                                                   02860000
            END-IF.                                                     02870000
            OPEN I-O SAPSTAT.                                           02880000
            IF WS-SAPSTAT-STATUS NOT = '00'                             02890000
               DISPLAY 'SAPSTAT OPEN FAILED - STATUS: '                 02900000
                       WS-SAPSTAT-STATUS                                02910000
               MOVE +16 TO RETURN-CODE                                  02920000
               GOBACK                                                   02930000
            END-IF.                                                     02940000
            OPEN OUTPUT SAPRPT.                                         02950000
                                                                        02960000
            PERFORM G200-READ-STANDING-PARA UNTIL WS-EOF = 'Y'.         02970000
                                                                        02980000
            PERFORM G800-PRINT-SUMMARY-PARA.                            02990000
                                                                        03000000
            CLOSE STANDING.                                             03010000
            CLOSE GRADES.                                               03020000
            CLOSE CRSCAT.                                               03030000
            CLOSE TERMMST.                                              03040000
            CLOSE DEGREQ.                                               03050000
            CLOSE SAPSTAT.                                              03060000
            CLOSE SAPRPT.                                               03070000
                                                                        03080000
            DISPLAY '===== SAPEVAL CONTROL TOTALS ====='.               03090000
            DISPLAY 'EVALUATION TERM          : ' WS-PARM-TERM.         03100000
            DISPLAY 'STANDING RECORDS READ    : ' WS-CNT-READ.          03110000
            DISPLAY 'STUDENTS EVALUATED       : ' WS-CNT-EVALUATED.     03120000
            DISPLAY 'NOT ENROLLED IN TERM     : ' WS-CNT-NOT-ENROLL.    03130000
            DISPLAY 'GRADUATES SKIPPED        : ' WS-CNT-GRADUATED.     03140000
            DISPLAY 'MEETING SAP              : ' WS-CNT-MEETING.       03150000
            DISPLAY 'WARNING                  : ' WS-CNT-WARNING.       03160000
            DISPLAY 'SUSPENSION               : ' WS-CNT-SUSPENSION.    03170000
            DISPLAY 'ON APPEAL                : ' WS-CNT-APPEAL.        03180000
            DISPLAY 'APPROVED APPEALS LOADED  : ' WS-CNT-APPEALS-IN.    03190000
            DISPLAY 'DEFAULT PROGRAM LENGTH   : ' WS-CNT-NO-PROGRAM.    03200000
            DISPLAY 'STUDENTS NOT ON TABLE    : ' WS-CNT-NOTFOUND.      03210000
            DISPLAY 'STUDENT LOOKUP SQL ERRORS: ' WS-CNT-SQLERR.        03220000
            DISPLAY 'SAPSTAT I/O ERRORS       : ' WS-CNT-IO-ERR.        03230000
            DISPLAY '=================================='.               03240000
                                                                        03250000
            IF WS-CNT-SQLERR > ZERO OR WS-CNT-IO-ERR > ZERO             03260000
               MOVE +8 TO RETURN-CODE                                   03270000
            ELSE                                                        03280000
               IF WS-CNT-NOTFOUND > ZERO                                03290000
                  MOVE +4 TO RETURN-CODE                                03300000
               ELSE                                                     03310000
                  MOVE ZERO TO RETURN-CODE                              03320000
               END-IF                                                   03330000
            END-IF.                                                     03340000
                                                                        03350000
            GOBACK.                                                     03360000
                                                                        03370000
       G050-READ-CYCDATE-PARA.                                          03380000
                                                                        03390000
            OPEN INPUT CYCDATE.                                         03400000
            IF WS-CYCDATE-STATUS NOT = '00'                             03410000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      03420000
               MOVE FUNCTION CURRENT-DATE(1:8)                          03430000
                 TO WS-BUSINESS-DATE                                    03440000
            ELSE                                                        03450000
               READ CYCDATE                                             03460000
                 AT END                                                 03470000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     03480000
                      TO WS-BUSINESS-DATE                               03490000
                 NOT AT END                                             03500000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           03510000
               END-READ                                                 03520000
               CLOSE CYCDATE                                            03530000
            END-IF.                                                     03540000
            MOVE WS-BUSINESS-DATE TO HDR-DATE.                          03550000
            MOVE WS-PARM-TERM     TO HDR-TERM.                          03560000
                                                                        03570000
       G060-SET-STANDARDS-PARA.                                         03580000
                                                                        03590000
            IF WS-PARM-MIN-GPA IS NUMERIC AND WS-PARM-MIN-GPA > ZERO    03600000
               MOVE WS-PARM-MIN-GPA TO WS-MIN-GPA                       03610000
            END-IF.                                                     03620000
            IF WS-PARM-MIN-PCT IS NUMERIC AND WS-PARM-MIN-PCT > ZERO    03630000
               AND WS-PARM-MIN-PCT NOT > 100                            03640000
               MOVE WS-PARM-MIN-PCT TO WS-MIN-PCT                       03650000
            END-IF.                                                     03660000
            IF WS-PARM-TIME-PCT IS NUMERIC                              03670000
               AND WS-PARM-TIME-PCT NOT < 100                           03680000
               MOVE WS-PARM-TIME-PCT TO WS-TIME-PCT                     03690000
            END-IF.                                                     03700000
            IF WS-PARM-PGM-CRED IS NUMERIC                              03710000
               AND WS-PARM-PGM-CRED > ZERO                              03720000
               MOVE WS-PARM-PGM-CRED TO WS-PGM-CREDITS                  03730000
            END-IF.                                                     03740000
            DISPLAY 'SAP STANDARDS - MIN GPA: ' WS-MIN-GPA              03750000
                    ' MIN PACE: ' WS-MIN-PCT                            03760000
                    ' TIMEFRAME PCT: ' WS-TIME-PCT                      03770000
                    ' DEFAULT CREDITS: ' WS-PGM-CREDITS.                03780000
                                                                        03790000
       G100-LOAD-APPEAL-PARA.                                           03800000
                                                                        03810000
            READ SAPAPPL                                                03820000
              AT END MOVE 'Y' TO WS-APL-EOF                             03830000
              NOT AT END                                                03840000
                 IF SL-APPROVED AND SL-TERM = WS-PARM-TERM              03850000
                    IF WS-APL-COUNT < WS-APL-MAX                        03860000
                       ADD 1 TO WS-APL-COUNT                            03870000
                       ADD 1 TO WS-CNT-APPEALS-IN                       03880000
                       MOVE SL-STUD-ID TO WS-AP-STUD-ID(WS-APL-COUNT)   03890000
                    ELSE                                                03900000
                       DISPLAY 'WARNING - APPEAL TABLE FULL, APPEAL '   03910000
                               'IGNORED: ' SL-STUD-ID                   03920000
                    END-IF                                              03930000
                 END-IF                                                 03940000
            END-READ.                                                   03950000
                                                                        03960000
       G200-READ-STANDING-PARA.                                         03970000
                                                                        03980000
            READ STANDING                                               03990000
              AT END MOVE 'Y' TO WS-EOF                                 04000000
              NOT AT END                                                04010000
                 ADD 1 TO WS-CNT-READ                                   04020000
                 PERFORM G210-LOOKUP-STUDENT-PARA                       04030000
            END-READ.                                                   04040000
                                                                        04050000
       G210-LOOKUP-STUDENT-PARA.                                        04060000
                                                                        04070000
            IF ST-STUD-ID IS NOT NUMERIC                                04080000
               ADD 1 TO WS-CNT-NOTFOUND                                 04090000
               DISPLAY 'INVALID STUD-ID ON STANDING: ' ST-STUD-ID       04100000
            ELSE                                                        04110000
               COMPUTE WS-STUD-ID = FUNCTION NUMVAL(ST-STUD-ID)         04120000
               PERFORM G220-SELECT-STUDENT-PARA                         04130000
               EVALUATE TRUE                                            04140000
               WHEN SQL-SUCCESS                                         04150000
                    IF WS-STUD-STATUS = 'G'                             04160000
                       ADD 1 TO WS-CNT-GRADUATED                        04170000
                    ELSE                                                04180000
                       PERFORM G300-COUNT-CREDITS-PARA                  04190000
                       IF WS-IN-EVAL-TERM                               04200000
                          PERFORM G400-APPLY-TESTS-PARA                 04210000
                          PERFORM G500-SET-STATUS-PARA                  04220000
                       ELSE                                             04230000
                          ADD 1 TO WS-CNT-NOT-ENROLL                    04240000
                       END-IF                                           04250000
                    END-IF                                              04260000
               WHEN SQL-NOTFOUND                                        04270000
                    ADD 1 TO WS-CNT-NOTFOUND                            04280000
                    DISPLAY 'STUDENT NOT ON STUD_STUDENT: '             04290000
                            ST-STUD-ID                                  04300000
               WHEN OTHER                                               04310000
                    ADD 1 TO WS-CNT-SQLERR                              04320000
                    DISPLAY 'STUDENT LOOKUP SQL ERROR SQLCODE: '        04330000
                            SQLCODE                                     04340000
               END-EVALUATE                                             04350000
            END-IF.                                                     04360000
                                                                        04370000
       G220-SELECT-STUDENT-PARA.                                        04380000
                                                                        04390000
            EXEC SQL                                                    04400000
                 SELECT  STUD_ID, STUD_NAME, STUD_DEPT,                 04410000
                         STUD_ENROLL_STATUS                             04420000
                   INTO  :WS-STUD-ID, :WS-STUD-NAME,                    04430000
                         :WS-STUD-DEPT, :WS-STUD-STATUS                 04440000
                FROM STUD_STUDENT                                       04450000
                WHERE STUD_ID = :WS-STUD-ID                             04460000
            END-EXEC.                                                   04470000
                                                                        04480000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                04490000
                                                                        04500000
       G300-COUNT-CREDITS-PARA.                                         04510000
                                                                        04520000
            MOVE ZERO TO WS-ATTEMPTED.                                  04530000
            MOVE ZERO TO WS-EARNED.                                     04540000
            MOVE 'N' TO WS-TERM-FLAG.                                   04550000
            MOVE ST-STUD-ID  TO GR-STUD-ID.                             04560000
            MOVE LOW-VALUES  TO GR-COURSE.                              04570000
            MOVE LOW-VALUES  TO GR-TERM.                                04580000
            MOVE 'N' TO WS-GRD-EOF.                                     04590000
            START GRADES KEY IS NOT LESS THAN GR-KEY                    04600000
              INVALID KEY MOVE 'Y' TO WS-GRD-EOF                        04610000
            END-START.                                                  04620000
            PERFORM G310-READ-GRADE-PARA UNTIL WS-GRD-AT-END.           04630000
                                                                        04640000
       G310-READ-GRADE-PARA.                                            04650000
                                                                        04660000
            READ GRADES NEXT                                            04670000
              AT END MOVE 'Y' TO WS-GRD-EOF                             04680000
              NOT AT END                                                04690000
                 IF GR-STUD-ID NOT = ST-STUD-ID                         04700000
                    MOVE 'Y' TO WS-GRD-EOF                              04710000
                 ELSE                                                   04720000
                    IF GR-GRADE NOT = SPACES                            04730000
                       PERFORM G320-TERM-SEQ-PARA                       04740000
                       IF WS-GRADE-SEQ NOT > WS-EVAL-SEQ                04750000
                          PERFORM G330-COUNT-ATTEMPT-PARA               04760000
                       END-IF                                           04770000
                    END-IF                                              04780000
                 END-IF                                                 04790000
            END-READ.                                                   04800000
                                                                        04810000
       G320-TERM-SEQ-PARA.                                              04820000
                                                                        04830000
            IF GR-TERM = WS-LAST-TERM                                   04840000
               MOVE WS-LAST-SEQ TO WS-GRADE-SEQ                         04850000
            ELSE                                                        04860000
               MOVE GR-TERM TO TM-TERM                                  04870000
               READ TERMMST                                             04880000
                 INVALID KEY                                            04890000
                    MOVE ZERO TO WS-GRADE-SEQ                           04900000
                 NOT INVALID KEY                                        04910000
                    MOVE TM-SEQ TO WS-GRADE-SEQ                         04920000
               END-READ                                                 04930000
               MOVE GR-TERM TO WS-LAST-TERM                             04940000
               MOVE WS-GRADE-SEQ TO WS-LAST-SEQ                         04950000
            END-IF.                                                     04960000
                                                                        04970000
       G330-COUNT-ATTEMPT-PARA.                                         04980000
                                                                        04990000
            IF GR-TERM = WS-PARM-TERM AND NOT GR-TRANSFER               05000000
               MOVE 'Y' TO WS-TERM-FLAG                                 05010000
            END-IF.                                                     05020000
            MOVE GR-COURSE TO CC-COURSE.                                05030000
            READ CRSCAT                                                 05040000
              INVALID KEY                                               05050000
                 MOVE WS-DEFAULT-CREDITS TO WS-CREDITS                  05060000
              NOT INVALID KEY                                           05070000
                 IF CC-CREDITS IS NUMERIC AND CC-CREDITS > ZERO         05080000
                    MOVE CC-CREDITS TO WS-CREDITS                       05090000
                 ELSE                                                   05100000
                    MOVE WS-DEFAULT-CREDITS TO WS-CREDITS               05110000
                 END-IF                                                 05120000
            END-READ.                                                   05130000
            IF GR-TRANSFER AND GR-XFER-CREDITS IS NUMERIC               05132000
               AND GR-XFER-CREDITS > ZERO                               05134000
               MOVE GR-XFER-CREDITS TO WS-CREDITS                       05136000
            END-IF.                                                     05138000
            ADD WS-CREDITS TO WS-ATTEMPTED.                             05140000
            IF GR-GRADE NOT = 'F ' AND GR-GRADE NOT = 'I '              05150000
               AND GR-GRADE NOT = 'W '                                  05160000
               ADD WS-CREDITS TO WS-EARNED                              05170000
            END-IF.                                                     05180000
                                                                        05190000
       G400-APPLY-TESTS-PARA.                                           05200000
                                                                        05210000
            ADD 1 TO WS-CNT-EVALUATED.                                  05220000
            MOVE 'N' TO WS-FAIL-GPA.                                    05230000
            MOVE 'N' TO WS-FAIL-PACE.                                   05240000
            MOVE 'N' TO WS-FAIL-TIME.                                   05250000
            MOVE ST-CUM-CREDITS TO WS-GPA-CREDITS.                      05252000
            IF ST-XFER-CREDITS IS NUMERIC                               05254000
               IF ST-XFER-CREDITS < ST-CUM-CREDITS                      05256000
                  SUBTRACT ST-XFER-CREDITS FROM WS-GPA-CREDITS          05258000
               ELSE                                                     05260000
                  MOVE ZERO TO WS-GPA-CREDITS                           05262000
               END-IF                                                   05264000
            END-IF.                                                     05266000
            IF WS-GPA-CREDITS > ZERO AND ST-CUM-GPA < WS-MIN-GPA        05268000
               MOVE 'Y' TO WS-FAIL-GPA                                  05270000
            END-IF.                                                     05280000
            IF WS-ATTEMPTED > ZERO                                      05290000
               COMPUTE WS-COMPLETION-PCT =                              05300000
                       WS-EARNED * 100 / WS-ATTEMPTED                   05310000
            ELSE                                                        05320000
               MOVE 100 TO WS-COMPLETION-PCT                            05330000
            END-IF.                                                     05340000
            IF WS-COMPLETION-PCT < WS-MIN-PCT                           05350000
               MOVE 'Y' TO WS-FAIL-PACE                                 05360000
            END-IF.                                                     05370000
            MOVE WS-STUD-DEPT TO DQ-DEPT.                               05380000
            MOVE 'T'          TO DQ-REQ-TYPE.                           05390000
            MOVE SPACES       TO DQ-ITEM.                               05400000
            READ DEGREQ                                                 05410000
              INVALID KEY                                               05420000
                 ADD 1 TO WS-CNT-NO-PROGRAM                             05430000
                 COMPUTE WS-MAX-CREDITS =                               05440000
                         WS-PGM-CREDITS * WS-TIME-PCT / 100             05450000
              NOT INVALID KEY                                           05460000
                 COMPUTE WS-MAX-CREDITS =                               05470000
                         DQ-MIN-CREDITS * WS-TIME-PCT / 100             05480000
            END-READ.                                                   05490000
            IF WS-ATTEMPTED > WS-MAX-CREDITS                            05500000
               MOVE 'Y' TO WS-FAIL-TIME                                 05510000
            END-IF.                                                     05520000
                                                                        05530000
       G500-SET-STATUS-PARA.                                            05540000
                                                                        05550000
            MOVE ST-STUD-ID TO SS-STUD-ID.                              05560000
            READ SAPSTAT                                                05570000
              INVALID KEY                                               05580000
                 MOVE 'N' TO WS-STAT-FLAG                               05590000
                 MOVE SPACE TO WS-PRIOR-STATUS                          05600000
              NOT INVALID KEY                                           05610000
                 MOVE 'Y' TO WS-STAT-FLAG                               05620000
                 IF SS-EVAL-TERM = WS-PARM-TERM                         05630000
                    MOVE SS-PRIOR-STATUS TO WS-PRIOR-STATUS             05640000
                 ELSE                                                   05650000
                    MOVE SS-STATUS TO WS-PRIOR-STATUS                   05660000
                 END-IF                                                 05670000
            END-READ.                                                   05680000
            EVALUATE TRUE                                               05690000
            WHEN WS-FAIL-GPA = 'N' AND WS-FAIL-PACE = 'N'               05700000
                 AND WS-FAIL-TIME = 'N'                                 05710000
                 MOVE 'M' TO WS-NEW-STATUS                              05720000
            WHEN WS-FAIL-TIME = 'Y'                                     05730000
                 MOVE 'S' TO WS-NEW-STATUS                              05740000
            WHEN WS-PRIOR-STATUS = 'W' OR WS-PRIOR-STATUS = 'S'         05750000
                 OR WS-PRIOR-STATUS = 'A'                               05760000
                 MOVE 'S' TO WS-NEW-STATUS                              05770000
            WHEN OTHER                                                  05780000
                 MOVE 'W' TO WS-NEW-STATUS                              05790000
            END-EVALUATE.                                               05800000
            IF WS-NEW-SUSPENSION                                        05810000
               PERFORM G510-CHECK-APPEAL-PARA                           05820000
               IF WS-APPEAL-GRANTED                                     05830000
                  MOVE 'A' TO WS-NEW-STATUS                             05840000
               END-IF                                                   05850000
            END-IF.                                                     05860000
            EVALUATE TRUE                                               05870000
            WHEN WS-NEW-MEETING                                         05880000
                 ADD 1 TO WS-CNT-MEETING                                05890000
            WHEN WS-NEW-WARNING                                         05900000
                 ADD 1 TO WS-CNT-WARNING                                05910000
            WHEN WS-NEW-SUSPENSION                                      05920000
                 ADD 1 TO WS-CNT-SUSPENSION                             05930000
            WHEN WS-NEW-APPEAL                                          05940000
                 ADD 1 TO WS-CNT-APPEAL                                 05950000
            END-EVALUATE.                                               05960000
            PERFORM G600-WRITE-STATUS-PARA.                             05970000
            IF NOT WS-NEW-MEETING                                       05980000
               PERFORM G700-PRINT-EXCEPTION-PARA                        05990000
            END-IF.                                                     06000000
                                                                        06010000
       G510-CHECK-APPEAL-PARA.                                          06020000
                                                                        06030000
            MOVE 'N' TO WS-APL-FLAG.                                    06040000
            PERFORM G520-MATCH-APPEAL-PARA                              06050000
               VARYING WS-APL-IDX FROM 1 BY 1                           06060000
               UNTIL WS-APL-IDX > WS-APL-COUNT OR WS-APPEAL-GRANTED.    06070000
                                                                        06080000
       G520-MATCH-APPEAL-PARA.                                          06090000
                                                                        06100000
            IF WS-AP-STUD-ID(WS-APL-IDX) = ST-STUD-ID                   06110000
               MOVE 'Y' TO WS-APL-FLAG                                  06120000
            END-IF.                                                     06130000
                                                                        06140000
       G600-WRITE-STATUS-PARA.                                          06150000
                                                                        06160000
            MOVE SPACES            TO SAPSTAT-REC.                      06170000
            MOVE ST-STUD-ID        TO SS-STUD-ID.                       06180000
            MOVE WS-NEW-STATUS     TO SS-STATUS.                        06190000
            MOVE WS-PRIOR-STATUS   TO SS-PRIOR-STATUS.                  06200000
            MOVE WS-PARM-TERM      TO SS-EVAL-TERM.                     06210000
            MOVE WS-BUSINESS-DATE  TO SS-EVAL-DATE.                     06220000
            MOVE ST-CUM-GPA        TO SS-CUM-GPA.                       06230000
            MOVE WS-ATTEMPTED      TO SS-ATTEMPTED.                     06240000
            MOVE WS-EARNED         TO SS-EARNED.                        06250000
            MOVE WS-COMPLETION-PCT TO SS-COMPLETION-PCT.                06260000
            MOVE WS-MAX-CREDITS    TO SS-MAX-CREDITS.                   06270000
            MOVE WS-FAIL-GPA       TO SS-FAIL-GPA.                      06280000
            MOVE WS-FAIL-PACE      TO SS-FAIL-PACE.                     06290000
            MOVE WS-FAIL-TIME      TO SS-FAIL-TIME.                     06300000
            IF WS-STAT-ON-FILE                                          06310000
               REWRITE SAPSTAT-REC                                      06320000
                 INVALID KEY                                            06330000
                    ADD 1 TO WS-CNT-IO-ERR                              06340000
                    DISPLAY 'SAPSTAT REWRITE FAILED - STATUS: '         06350000
                            WS-SAPSTAT-STATUS ' ' ST-STUD-ID            06360000
               END-REWRITE                                              06370000
            ELSE                                                        06380000
               WRITE SAPSTAT-REC                                        06390000
                 INVALID KEY                                            06400000
                    ADD 1 TO WS-CNT-IO-ERR                              06410000
                    DISPLAY 'SAPSTAT WRITE FAILED - STATUS: '           06420000
                            WS-SAPSTAT-STATUS ' ' ST-STUD-ID            06430000
               END-WRITE                                                06440000
            END-IF.                                                     06450000
                                                                        06460000
       G700-PRINT-EXCEPTION-PARA.                                       06470000
                                                                        06480000
            MOVE SPACES            TO WS-DETAIL-LINE.                   06490000
            MOVE ST-STUD-ID        TO DET-STUD-ID.                      06500000
            MOVE WS-STUD-NAME      TO DET-NAME.                         06510000
            MOVE WS-STUD-DEPT      TO DET-DEPT.                         06520000
            MOVE ST-CUM-GPA        TO DET-GPA.                          06530000
            MOVE WS-ATTEMPTED      TO DET-ATTEMPTED.                    06540000
            MOVE WS-EARNED         TO DET-EARNED.                       06550000
            MOVE WS-COMPLETION-PCT TO DET-PCT.                          06560000
            MOVE WS-MAX-CREDITS    TO DET-MAX.                          06570000
            IF WS-FAIL-GPA = 'Y'                                        06580000
               MOVE 'GPA'  TO DET-FAIL-GPA                              06590000
            END-IF.                                                     06600000
            IF WS-FAIL-PACE = 'Y'                                       06610000
               MOVE 'PACE' TO DET-FAIL-PACE                             06620000
            END-IF.                                                     06630000
            IF WS-FAIL-TIME = 'Y'                                       06640000
               MOVE 'TIME' TO DET-FAIL-TIME                             06650000
            END-IF.                                                     06660000
            MOVE WS-PRIOR-STATUS   TO WS-NEW-STATUS.                    06670000
            PERFORM G710-STATUS-DESC-PARA.                              06680000
            MOVE WS-STATUS-DESC    TO DET-PRIOR.                        06690000
            MOVE SS-STATUS         TO WS-NEW-STATUS.                    06700000
            PERFORM G710-STATUS-DESC-PARA.                              06710000
            MOVE WS-STATUS-DESC    TO DET-NEW.                          06720000
            MOVE WS-DETAIL-LINE    TO WS-PRINT-LINE.                    06730000
            PERFORM G910-WRITE-LINE-PARA.                               06740000
                                                                        06750000
       G710-STATUS-DESC-PARA.                                           06760000
                                                                        06770000
            EVALUATE TRUE                                               06780000
            WHEN WS-NEW-MEETING                                         06790000
                 MOVE 'MEETING'    TO WS-STATUS-DESC                    06800000
            WHEN WS-NEW-WARNING                                         06810000
                 MOVE 'WARNING'    TO WS-STATUS-DESC                    06820000
            WHEN WS-NEW-SUSPENSION                                      06830000
                 MOVE 'SUSPENSION' TO WS-STATUS-DESC                    06840000
            WHEN WS-NEW-APPEAL                                          06850000
                 MOVE 'ON APPEAL'  TO WS-STATUS-DESC                    06860000
            WHEN OTHER                                                  06870000
                 MOVE 'NONE'       TO WS-STATUS-DESC                    06880000
            END-EVALUATE.                                               06890000
                                                                        06900000
       G800-PRINT-SUMMARY-PARA.                                         06910000
                                                                        06920000
            IF WS-LINE-CNT + 8 > WS-LINES-PER-PAGE                      06930000
               PERFORM G900-PAGE-HEADER-PARA                            06940000
            END-IF.                                                     06950000
            MOVE SPACES TO WS-PRINT-LINE.                               06960000
            PERFORM G910-WRITE-LINE-PARA.                               06970000
            MOVE 'STUDENTS EVALUATED'     TO SUM-LABEL.                 06980000
            MOVE WS-CNT-EVALUATED         TO SUM-COUNT.                 06990000
            PERFORM G810-SUMMARY-LINE-PARA.                             07000000
            MOVE 'MEETING'                TO SUM-LABEL.                 07010000
            MOVE WS-CNT-MEETING           TO SUM-COUNT.                 07020000
            PERFORM G810-SUMMARY-LINE-PARA.                             07030000
            MOVE 'WARNING'                TO SUM-LABEL.                 07040000
            MOVE WS-CNT-WARNING           TO SUM-COUNT.                 07050000
            PERFORM G810-SUMMARY-LINE-PARA.                             07060000
            MOVE 'SUSPENSION'             TO SUM-LABEL.                 07070000
            MOVE WS-CNT-SUSPENSION        TO SUM-COUNT.                 07080000
            PERFORM G810-SUMMARY-LINE-PARA.                             07090000
            MOVE 'ON APPEAL'              TO SUM-LABEL.                 07100000
            MOVE WS-CNT-APPEAL            TO SUM-COUNT.                 07110000
            PERFORM G810-SUMMARY-LINE-PARA.                             07120000
                                                                        07130000
       G810-SUMMARY-LINE-PARA.                                          07140000
                                                                        07150000
            MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.                      07160000
            PERFORM G910-WRITE-LINE-PARA.                               07170000
                                                                        07180000
       G900-PAGE-HEADER-PARA.                                           07190000
                                                                        07200000
            ADD 1 TO WS-PAGE-CNT.                                       07210000
            MOVE WS-PAGE-CNT TO HDR-PAGE.                               07220000
            WRITE SAPRPT-REC FROM WS-HDR1                               07230000
               AFTER ADVANCING PAGE.                                    07240000
            WRITE SAPRPT-REC FROM WS-HDR2                               07250000
               AFTER ADVANCING 2 LINES.                                 07260000
            MOVE 3 TO WS-LINE-CNT.                                      07270000
                                                                        07280000
       G910-WRITE-LINE-PARA.                                            07290000
                                                                        07300000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         07310000
               PERFORM G900-PAGE-HEADER-PARA                            07320000
            END-IF.                                                     07330000
            WRITE SAPRPT-REC FROM WS-PRINT-LINE                         07340000
               AFTER ADVANCING 1 LINE.                                  07350000
            ADD 1 TO WS-LINE-CNT.                                       07360000
