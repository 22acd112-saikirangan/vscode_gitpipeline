       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. CRSDMND.                                             00020000
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
                SELECT SECTMST ASSIGN TO SECTMST                        00180000
                ORGANIZATION IS INDEXED                                 00190000
                ACCESS MODE IS DYNAMIC                                  00200000
                RECORD KEY IS SM-KEY                                    00210000
                FILE STATUS IS WS-SECTMST-STATUS.                       00220000
                SELECT REGREJ ASSIGN TO REGREJ                          00230000
                ORGANIZATION IS SEQUENTIAL                              00240000
                FILE STATUS IS WS-REGREJ-STATUS.                        00250000
                SELECT DMNDRPT ASSIGN TO DMNDRPT                        00260000
                ORGANIZATION IS SEQUENTIAL.                             00270000
       DATA DIVISION.                                                   00280000
       FILE SECTION.                                                    00290000
       FD CRSCAT                                                        00300000
            RECORDING MODE IS F.                                        00310000
           COPY CRSCAT.                                                 00320000
       FD REGMST                                                        00330000
            RECORDING MODE IS F.                                        00340000
           COPY REGREC.                                                 00350000
       FD SECTMST                                                       00360000
            RECORDING MODE IS F.                                        00370000
           COPY SECTMST.                                                00380000
       FD REGREJ                                                        00390000
            RECORDING MODE IS F.                                        00400000
       01 REGREJ-REC.                                                   00410000
          05 RJ-ACTION          PIC X(01).                              00420000
          05 RJ-STUD-ID         PIC X(09).                              00430000
          05 RJ-COURSE          PIC X(10).                              00440000
          05 RJ-TERM            PIC X(05).                              00450000
          05 RJ-SECTION         PIC X(03).                              00460000
          05 RJ-REASON          PIC X(02).                              00470000
          05 FILLER             PIC X(50).                              00480000
       FD DMNDRPT                                                       00490000
            RECORDING MODE IS F.                                        00500000
       01 DMNDRPT-REC PIC X(132).                                       00510000
       WORKING-STORAGE SECTION.                                         00520000
       01 WS-EOF             PIC A     VALUE SPACE.                     00530000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00540000
       01 WS-REGMST-STATUS   PIC X(02) VALUE SPACES.                    00550000
       01 WS-SECTMST-STATUS  PIC X(02) VALUE SPACES.                    00560000
       01 WS-REGREJ-STATUS   PIC X(02) VALUE SPACES.                    00570000
       01 WS-REG-EOF         PIC X(01) VALUE 'N'.                       00580000
           88 WS-REG-AT-END         VALUE 'Y'.                          00590000
       01 WS-SECT-EOF        PIC X(01) VALUE 'N'.                       00600000
           88 WS-SECT-AT-END        VALUE 'Y'.                          00610000
       01 WS-REJ-EOF         PIC X(01) VALUE 'N'.                       00620000
           88 WS-REJ-AT-END         VALUE 'Y'.                          00630000
                                                                        00640000
       01 WS-PARM-CARD.                                                 00650000
          05 WS-PARM-TERM       PIC X(05).                              00660000
          05 FILLER             PIC X(01).                              00670000
          05 WS-PARM-OVER-PCT   PIC X(03).                              00680000
          05 WS-PARM-OVER-PCT-N REDEFINES WS-PARM-OVER-PCT              00690000
                                PIC 9(03).                              00700000
          05 FILLER             PIC X(01).                              00710000
          05 WS-PARM-OVER-MIN   PIC X(03).                              00720000
          05 WS-PARM-OVER-MIN-N REDEFINES WS-PARM-OVER-MIN              00730000
                                PIC 9(03).                              00740000
          05 FILLER             PIC X(01).                              00750000
          05 WS-PARM-UNDER-PCT  PIC X(03).                              00760000
          05 WS-PARM-UNDER-PCT-N REDEFINES WS-PARM-UNDER-PCT            00770000
                                PIC 9(03).                              00780000
          05 FILLER             PIC X(63).                              00790000
       01 WS-OVER-PCT        PIC 9(03) VALUE 100.                       00800000
       01 WS-OVER-MIN        PIC 9(03) VALUE 5.                         00810000
       01 WS-UNDER-PCT       PIC 9(03) VALUE 50.                        00820000
                                                                        00830000
       01 WS-COURSE-WORK.                                               00840000
          05 WS-CW-SECTIONS     PIC 9(03) COMP VALUE ZERO.              00850000
          05 WS-CW-CAPACITY     PIC 9(07) COMP VALUE ZERO.              00860000
          05 WS-CW-FILLED       PIC 9(07) COMP VALUE ZERO.              00870000
          05 WS-CW-TURNED       PIC 9(07) COMP VALUE ZERO.              00880000
          05 WS-CW-REASON-CNT   PIC 9(07) COMP OCCURS 6 TIMES.          00890000
          05 WS-CW-STUDENTS     PIC 9(07) COMP VALUE ZERO.              00900000
          05 WS-CW-FLAG         PIC X(05) VALUE SPACES.                 00910000
              88 WS-CW-OVER            VALUE 'OVER '.                   00920000
              88 WS-CW-UNDER           VALUE 'UNDER'.                   00930000
       01 WS-LAST-REJ-STUD   PIC X(09) VALUE SPACES.                    00940000
       01 WS-FILL-PCT        PIC 9(03)V9 VALUE ZERO.                    00950000
       01 WS-REASON-IDX      PIC 9(01) COMP VALUE ZERO.                 00960000
                                                                        00970000
       01 WS-DEPT-TABLE.                                                00980000
          05 WS-DT-ENTRY OCCURS 200 TIMES.                              00990000
             10 WS-DT-DEPT      PIC X(10).                              01000000
             10 WS-DT-COURSES   PIC 9(05) COMP.                         01010000
             10 WS-DT-SECTIONS  PIC 9(05) COMP.                         01020000
             10 WS-DT-CAPACITY  PIC 9(07) COMP.                         01030000
             10 WS-DT-FILLED    PIC 9(07) COMP.                         01040000
             10 WS-DT-TURNED    PIC 9(07) COMP.                         01050000
             10 WS-DT-REASON-CNT PIC 9(07) COMP OCCURS 6 TIMES.         01060000
             10 WS-DT-STUDENTS  PIC 9(07) COMP.                         01070000
             10 WS-DT-OVER      PIC 9(05) COMP.                         01080000
             10 WS-DT-UNDER     PIC 9(05) COMP.                         01090000
       01 WS-DT-COUNT        PIC 9(03) COMP VALUE ZERO.                 01100000
       77 WS-DT-MAX          PIC 9(03) COMP VALUE 200.                  01110000
       01 WS-DT-IDX          PIC 9(03) COMP VALUE ZERO.                 01120000
       01 WS-SHIFT-IDX       PIC 9(03) COMP VALUE ZERO.                 01130000
       01 WS-DEPT-FLAG       PIC X(01) VALUE 'N'.                       01140000
           88 WS-DEPT-FOUND         VALUE 'Y'.                          01150000
           88 WS-DEPT-FULL          VALUE 'F'.                          01160000
                                                                        01170000
       01 WS-CONTROL-TOTALS.                                            01180000
           05 WS-CNT-COURSES    PIC 9(07) COMP VALUE ZERO.              01190000
           05 WS-CNT-OFFERED    PIC 9(07) COMP VALUE ZERO.              01200000
           05 WS-CNT-SECTIONS   PIC 9(07) COMP VALUE ZERO.              01210000
           05 WS-CNT-REG-READ   PIC 9(07) COMP VALUE ZERO.              01220000
           05 WS-CNT-REJ-READ   PIC 9(07) COMP VALUE ZERO.              01230000
           05 WS-CNT-REJ-TERM   PIC 9(07) COMP VALUE ZERO.              01240000
           05 WS-CNT-REJ-NOCAT  PIC 9(07) COMP VALUE ZERO.              01250000
           05 WS-CNT-OVER       PIC 9(07) COMP VALUE ZERO.              01260000
           05 WS-CNT-UNDER      PIC 9(07) COMP VALUE ZERO.              01270000
           05 WS-CNT-NO-DEPT    PIC 9(07) COMP VALUE ZERO.              01280000
                                                                        01290000
       01 WS-GRAND-TOTALS.                                              01300000
          05 WS-GT-COURSES      PIC 9(05) COMP VALUE ZERO.              01310000
          05 WS-GT-SECTIONS     PIC 9(05) COMP VALUE ZERO.              01320000
          05 WS-GT-CAPACITY     PIC 9(07) COMP VALUE ZERO.              01330000
          05 WS-GT-FILLED       PIC 9(07) COMP VALUE ZERO.              01340000
          05 WS-GT-TURNED       PIC 9(07) COMP VALUE ZERO.              01350000
          05 WS-GT-REASON-CNT   PIC 9(07) COMP OCCURS 6 TIMES           01360000
                                VALUE ZERO.                             01365000
          05 WS-GT-STUDENTS     PIC 9(07) COMP VALUE ZERO.              01370000
          05 WS-GT-OVER         PIC 9(05) COMP VALUE ZERO.              01380000
          05 WS-GT-UNDER        PIC 9(05) COMP VALUE ZERO.              01390000
                                                                        01400000
       01 WS-HDR1.                                                      01410000
          05 FILLER      PIC X(45) VALUE                                01420000
             'COURSE DEMAND VERSUS CAPACITY - TERM: '.                  01430000
          05 HD-TERM     PIC X(05).                                     01440000
          05 FILLER      PIC X(21) VALUE '   OVER-DEMANDED AT: '.       01450000
          05 HD-OVER-PCT PIC ZZ9.                                       01460000
          05 FILLER      PIC X(07) VALUE '% WITH '.                     01470000
          05 HD-OVER-MIN PIC ZZ9.                                       01480000
          05 FILLER      PIC X(29) VALUE                                01490000
             ' TURNED AWAY  UNDER-ENROLLED '.                           01500000
          05 FILLER      PIC X(07) VALUE 'BELOW: '.                     01510000
          05 HD-UNDER-PCT PIC ZZ9.                                      01520000
          05 FILLER      PIC X(01) VALUE '%'.                           01530000
          05 FILLER      PIC X(08) VALUE SPACES.                        01540000
                                                                        01550000
       01 WS-HDR2.                                                      01560000
          05 FILLER      PIC X(24) VALUE 'COURSE      DEPARTMENT  '.    01570000
          05 FILLER      PIC X(24) VALUE 'SEC  CAPACT  FILLED  FIL'.    01580000
          05 FILLER      PIC X(24) VALUE 'L%  TURNED   FULL PREREQ'.    01590000
          05 FILLER      PIC X(24) VALUE '   HOLD   SECT  CONFL  O'.    01600000
          05 FILLER      PIC X(24) VALUE 'THER  STUDNT  FLAG      '.    01610000
          05 FILLER      PIC X(12) VALUE SPACES.                        01620000
                                                                        01630000
       01 WS-DETAIL-LINE.                                               01640000
          05 DET-COURSE      PIC X(10).                                 01650000
          05 FILLER          PIC X(02) VALUE SPACES.                    01660000
          05 DET-DEPT        PIC X(10).                                 01670000
          05 FILLER          PIC X(02) VALUE SPACES.                    01680000
          05 DET-SECTIONS    PIC ZZ9.                                   01690000
          05 FILLER          PIC X(02) VALUE SPACES.                    01700000
          05 DET-CAPACITY    PIC ZZ,ZZ9.                                01710000
          05 FILLER          PIC X(02) VALUE SPACES.                    01720000
          05 DET-FILLED      PIC ZZ,ZZ9.                                01730000
          05 FILLER          PIC X(02) VALUE SPACES.                    01740000
          05 DET-FILL-PCT    PIC ZZ9.9.                                 01750000
          05 FILLER          PIC X(02) VALUE SPACES.                    01760000
          05 DET-TURNED      PIC ZZ,ZZ9.                                01770000
          05 DET-REASON-GRP OCCURS 6 TIMES.                             01780000
             10 FILLER       PIC X(01) VALUE SPACE.                     01790000
             10 DET-REASON   PIC ZZ,ZZ9.                                01800000
          05 FILLER          PIC X(02) VALUE SPACES.                    01810000
          05 DET-STUDENTS    PIC ZZ,ZZ9.                                01820000
          05 FILLER          PIC X(02) VALUE SPACES.                    01830000
          05 DET-FLAG        PIC X(05).                                 01840000
          05 FILLER          PIC X(15) VALUE SPACES.                    01850000
                                                                        01860000
       01 WS-DEPT-HDR.                                                  01870000
          05 FILLER      PIC X(40) VALUE                                01880000
             'DEPARTMENT ROLLUP'.                                       01890000
          05 FILLER      PIC X(92) VALUE SPACES.                        01900000
                                                                        01910000
       01 WS-DEPT-HDR2.                                                 01920000
          05 FILLER      PIC X(24) VALUE 'DEPARTMENT  COURSES     '.    01930000
          05 FILLER      PIC X(24) VALUE 'SEC  CAPACT  FILLED  FIL'.    01940000
          05 FILLER      PIC X(24) VALUE 'L%  TURNED   FULL PREREQ'.    01950000
          05 FILLER      PIC X(24) VALUE '   HOLD   SECT  CONFL  O'.    01960000
          05 FILLER      PIC X(24) VALUE 'THER  STUDNT  OVER  UNDE'.    01970000
          05 FILLER      PIC X(12) VALUE 'R'.                           01980000
                                                                        01990000
       01 WS-DEPT-LINE.                                                 02000000
          05 DL-DEPT         PIC X(10).                                 02010000
          05 FILLER          PIC X(02) VALUE SPACES.                    02020000
          05 DL-COURSES      PIC ZZZZ9.                                 02030000
          05 FILLER          PIC X(07) VALUE SPACES.                    02040000
          05 DL-SECTIONS     PIC ZZ9.                                   02050000
          05 FILLER          PIC X(02) VALUE SPACES.                    02060000
          05 DL-CAPACITY     PIC ZZ,ZZ9.                                02070000
          05 FILLER          PIC X(02) VALUE SPACES.                    02080000
          05 DL-FILLED       PIC ZZ,ZZ9.                                02090000
          05 FILLER          PIC X(02) VALUE SPACES.                    02100000
          05 DL-FILL-PCT     PIC ZZ9.9.                                 02110000
          05 FILLER          PIC X(02) VALUE SPACES.                    02120000
          05 DL-TURNED       PIC ZZ,ZZ9.                                02130000
          05 DL-REASON-GRP OCCURS 6 TIMES.                              02140000
             10 FILLER       PIC X(01) VALUE SPACE.                     02150000
             10 DL-REASON    PIC ZZ,ZZ9.                                02160000
          05 FILLER          PIC X(02) VALUE SPACES.                    02170000
          05 DL-STUDENTS     PIC ZZ,ZZ9.                                02180000
          05 FILLER          PIC X(01) VALUE SPACES.                    02190000
          05 DL-OVER         PIC ZZZZ9.                                 02200000
          05 FILLER          PIC X(02) VALUE SPACES.                    02210000
          05 DL-UNDER        PIC ZZZZ9.                                 02220000
          05 FILLER          PIC X(11) VALUE SPACES.                    02230000
                                                                        02240000
       01 WS-FOOT-LINE.                                                 02250000
          05 FL-TEXT     PIC X(100).                                    02260000
          05 FILLER      PIC X(32) VALUE SPACES.                        02270000
                                                                        02280000
       PROCEDURE DIVISION.                                              02290000
                                                                        02300000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             02310000
            IF WS-PARM-TERM = SPACES                                    02320000
               DISPLAY 'NO TERM ON CONTROL CARD - NO REPORT PRODUCED'   02330000
               MOVE +8 TO RETURN-CODE                                   02340000
               GOBACK                                                   02350000
            END-IF.                                                     02360000
            IF WS-PARM-OVER-PCT IS NUMERIC                              02370000
               MOVE WS-PARM-OVER-PCT-N TO WS-OVER-PCT                   02380000
            END-IF.                                                     02390000
            IF WS-PARM-OVER-MIN IS NUMERIC                              02400000
               MOVE WS-PARM-OVER-MIN-N TO WS-OVER-MIN                   02410000
            END-IF.                                                     02420000
            IF WS-PARM-UNDER-PCT IS NUMERIC                             02430000
               MOVE WS-PARM-UNDER-PCT-N TO WS-UNDER-PCT                 02440000
            END-IF.                                                     02450000
                                                                        02460000
            OPEN INPUT CRSCAT.                                          02470000
            IF WS-CRSCAT-STATUS NOT = '00'                              02480000
               DISPLAY 'CRSCAT OPEN FAILED - STATUS: '                  02490000
                       WS-CRSCAT-STATUS                                 02500000
               MOVE +16 TO RETURN-CODE                                  02510000
               GOBACK                                                   02520000
            END-IF.                                                     02530000
            OPEN INPUT REGMST.                                          02540000
            IF WS-REGMST-STATUS NOT = '00'                              02550000
               DISPLAY 'REGMST OPEN FAILED - STATUS: '                  02560000
                       WS-REGMST-STATUS                                 02570000
               MOVE +16 TO RETURN-CODE                                  02580000
               GOBACK                                                   02590000
            END-IF.                                                     02600000
            OPEN INPUT SECTMST.                                         02610000
            IF WS-SECTMST-STATUS NOT = '00'                             02620000
               DISPLAY 'SECTMST OPEN FAILED - STATUS: '                 02630000
                       WS-SECTMST-STATUS                                02640000
               MOVE +16 TO RETURN-CODE                                  02650000
               GOBACK                                                   02660000
            END-IF.                                                     02670000
            OPEN INPUT REGREJ.                                          02680000
            IF WS-REGREJ-STATUS NOT = '00'                              02690000
               DISPLAY 'REGREJ OPEN FAILED - STATUS: '                  02700000
                       WS-REGREJ-STATUS                                 02710000
               MOVE +16 TO RETURN-CODE                                  02720000
               GOBACK                                                   02730000
            END-IF.                                                     02740000
            OPEN OUTPUT DMNDRPT.                                        02750000
            MOVE WS-PARM-TERM TO HD-TERM.                               02760000
            MOVE WS-OVER-PCT  TO HD-OVER-PCT.                           02770000
            MOVE WS-OVER-MIN  TO HD-OVER-MIN.                           02780000
            MOVE WS-UNDER-PCT TO HD-UNDER-PCT.                          02790000
            WRITE DMNDRPT-REC FROM WS-HDR1                              02800000
               AFTER ADVANCING PAGE.                                    02810000
            WRITE DMNDRPT-REC FROM WS-HDR2                              02820000
               AFTER ADVANCING 2 LINES.                                 02830000
                                                                        02840000
            PERFORM D200-READ-REJECT-PARA.                              02850000
            MOVE LOW-VALUES TO CC-COURSE.                               02860000
            START CRSCAT KEY IS NOT LESS THAN CC-COURSE                 02870000
              INVALID KEY MOVE 'Y' TO WS-EOF                            02880000
            END-START.                                                  02890000
            PERFORM D100-NEXT-COURSE-PARA UNTIL WS-EOF = 'Y'.           02900000
            PERFORM D210-SKIP-UNCATALOGED-PARA                          02910000
               UNTIL WS-REJ-AT-END.                                     02920000
                                                                        02930000
            WRITE DMNDRPT-REC FROM WS-DEPT-HDR                          02940000
               AFTER ADVANCING PAGE.                                    02950000
            WRITE DMNDRPT-REC FROM WS-DEPT-HDR2                         02960000
               AFTER ADVANCING 2 LINES.                                 02970000
            PERFORM D600-PRINT-DEPT-PARA                                02980000
               VARYING WS-DT-IDX FROM 1 BY 1                            02990000
               UNTIL WS-DT-IDX > WS-DT-COUNT.                           03000000
            PERFORM D650-PRINT-GRAND-PARA.                              03010000
            PERFORM D700-PRINT-FOOTNOTE-PARA.                           03020000
                                                                        03030000
            CLOSE CRSCAT.                                               03040000
            CLOSE REGMST.                                               03050000
            CLOSE SECTMST.                                              03060000
            CLOSE REGREJ.                                               03070000
            CLOSE DMNDRPT.                                              03080000
                                                                        03090000
            DISPLAY '===== CRSDMND CONTROL TOTALS ====='.               03100000
            DISPLAY 'TERM REPORTED            : ' WS-PARM-TERM.         03110000
            DISPLAY 'CATALOG COURSES READ     : ' WS-CNT-COURSES.       03120000
            DISPLAY 'COURSES OFFERED IN TERM  : ' WS-CNT-OFFERED.       03130000
            DISPLAY 'OPEN SECTIONS            : ' WS-CNT-SECTIONS.      03140000
            DISPLAY 'REGISTRATIONS COUNTED    : ' WS-CNT-REG-READ.      03150000
            DISPLAY 'REJECTS READ             : ' WS-CNT-REJ-READ.      03160000
            DISPLAY 'TERM ADD REJECTS COUNTED : ' WS-CNT-REJ-TERM.      03170000
            DISPLAY 'REJECTS NOT IN CATALOG   : ' WS-CNT-REJ-NOCAT.     03180000
            DISPLAY 'OVER-DEMANDED COURSES    : ' WS-CNT-OVER.          03190000
            DISPLAY 'UNDER-ENROLLED COURSES   : ' WS-CNT-UNDER.         03200000
            DISPLAY 'DEPARTMENTS NOT ROLLED UP: ' WS-CNT-NO-DEPT.       03210000
            DISPLAY '=================================='.               03220000
                                                                        03230000
            IF WS-CNT-NO-DEPT > ZERO                                    03240000
               MOVE +4 TO RETURN-CODE                                   03250000
            ELSE                                                        03260000
               MOVE ZERO TO RETURN-CODE                                 03270000
            END-IF.                                                     03280000
                                                                        03290000
            GOBACK.                                                     03300000
                                                                        03310000
       D100-NEXT-COURSE-PARA.                                           03320000
                                                                        03330000
            READ CRSCAT NEXT                                            03340000
              AT END MOVE 'Y' TO WS-EOF                                 03350000
              NOT AT END                                                03360000
                 ADD 1 TO WS-CNT-COURSES                                03370000
                 PERFORM D110-COURSE-PARA                               03380000
            END-READ.                                                   03390000
            IF WS-EOF NOT = 'Y'                                         03400000
               AND WS-CRSCAT-STATUS NOT = '00'                          03410000
               DISPLAY 'CRSCAT READ FAILED - STATUS: '                  03420000
                       WS-CRSCAT-STATUS                                 03430000
               MOVE 'Y' TO WS-EOF                                       03440000
            END-IF.                                                     03450000
                                                                        03460000
       D110-COURSE-PARA.                                                03470000
                                                                        03480000
            INITIALIZE WS-COURSE-WORK.                                  03490000
            PERFORM D210-SKIP-UNCATALOGED-PARA                          03500000
               UNTIL WS-REJ-AT-END                                      03510000
                  OR RJ-COURSE NOT < CC-COURSE.                         03520000
            MOVE SPACES TO WS-LAST-REJ-STUD.                            03530000
            PERFORM D220-TALLY-REJECT-PARA                              03540000
               UNTIL WS-REJ-AT-END                                      03550000
                  OR RJ-COURSE NOT = CC-COURSE.                         03560000
            PERFORM D300-SECTION-CAPACITY-PARA.                         03570000
            PERFORM D400-COUNT-FILLED-PARA.                             03580000
            IF WS-CW-SECTIONS > ZERO                                    03590000
               OR WS-CW-FILLED > ZERO                                   03600000
               OR WS-CW-TURNED > ZERO                                   03610000
               ADD 1 TO WS-CNT-OFFERED                                  03620000
               PERFORM D450-SET-FLAG-PARA                               03630000
               PERFORM D500-PRINT-COURSE-PARA                           03640000
               PERFORM D550-ROLL-DEPT-PARA                              03650000
            END-IF.                                                     03660000
                                                                        03670000
       D200-READ-REJECT-PARA.                                           03680000
                                                                        03690000
            PERFORM D205-READ-ONE-REJECT-PARA.                          03700000
            PERFORM D205-READ-ONE-REJECT-PARA                           03710000
               UNTIL WS-REJ-AT-END                                      03720000
                  OR (RJ-ACTION = 'A' AND RJ-TERM = WS-PARM-TERM).      03730000
                                                                        03740000
       D205-READ-ONE-REJECT-PARA.                                       03750000
                                                                        03760000
            READ REGREJ                                                 03770000
              AT END MOVE 'Y' TO WS-REJ-EOF                             03780000
              NOT AT END ADD 1 TO WS-CNT-REJ-READ                       03790000
            END-READ.                                                   03800000
                                                                        03810000
       D210-SKIP-UNCATALOGED-PARA.                                      03820000
                                                                        03830000
            ADD 1 TO WS-CNT-REJ-NOCAT.                                  03840000
            PERFORM D200-READ-REJECT-PARA.                              03850000
                                                                        03860000
       D220-TALLY-REJECT-PARA.                                          03870000
                                                                        03880000
            ADD 1 TO WS-CNT-REJ-TERM.                                   03890000
            ADD 1 TO WS-CW-TURNED.                                      03900000
            EVALUATE RJ-REASON                                          03910000
            WHEN '06'                                                   03920000
                 MOVE 1 TO WS-REASON-IDX                                03930000
            WHEN '10'                                                   03940000
                 MOVE 2 TO WS-REASON-IDX                                03950000
            WHEN '11'                                                   03960000
                 MOVE 3 TO WS-REASON-IDX                                03970000
            WHEN '12'                                                   03980000
                 MOVE 4 TO WS-REASON-IDX                                03990000
            WHEN '13'                                                   04000000
                 MOVE 5 TO WS-REASON-IDX                                04010000
            WHEN OTHER                                                  04020000
                 MOVE 6 TO WS-REASON-IDX                                04030000
            END-EVALUATE.                                               04040000
            ADD 1 TO WS-CW-REASON-CNT(WS-REASON-IDX).                   04050000
            IF RJ-STUD-ID NOT = WS-LAST-REJ-STUD                        04060000
               ADD 1 TO WS-CW-STUDENTS                                  04070000
               MOVE RJ-STUD-ID TO WS-LAST-REJ-STUD                      04080000
            END-IF.                                                     04090000
            PERFORM D200-READ-REJECT-PARA.                              04100000
                                                                        04110000
       D300-SECTION-CAPACITY-PARA.                                      04120000
                                                                        04130000
            MOVE 'N' TO WS-SECT-EOF.                                    04140000
            MOVE CC-COURSE    TO SM-COURSE.                             04150000
            MOVE WS-PARM-TERM TO SM-TERM.                               04160000
            MOVE LOW-VALUES   TO SM-SECTION.                            04170000
            START SECTMST KEY IS NOT LESS THAN SM-KEY                   04180000
              INVALID KEY MOVE 'Y' TO WS-SECT-EOF                       04190000
            END-START.                                                  04200000
            PERFORM D310-READ-SECTION-PARA UNTIL WS-SECT-AT-END.        04210000
            IF WS-CW-SECTIONS = ZERO                                    04220000
               AND CC-CAPACITY IS NUMERIC                               04230000
               MOVE CC-CAPACITY TO WS-CW-CAPACITY                       04240000
            END-IF.                                                     04250000
                                                                        04260000
       D310-READ-SECTION-PARA.                                          04270000
                                                                        04280000
            READ SECTMST NEXT                                           04290000
              AT END MOVE 'Y' TO WS-SECT-EOF                            04300000
              NOT AT END                                                04310000
                 IF SM-COURSE NOT = CC-COURSE                           04320000
                    OR SM-TERM NOT = WS-PARM-TERM                       04330000
                    MOVE 'Y' TO WS-SECT-EOF                             04340000
                 ELSE                                                   04350000
                    IF NOT SM-SECTION-CANCELLED                         04360000
                       ADD 1 TO WS-CW-SECTIONS                          04370000
                       ADD 1 TO WS-CNT-SECTIONS                         04380000
                       IF SM-CAPACITY IS NUMERIC                        04390000
                          AND SM-CAPACITY > ZERO                        04400000
                          ADD SM-CAPACITY TO WS-CW-CAPACITY             04410000
                       ELSE                                             04420000
                          IF CC-CAPACITY IS NUMERIC                     04430000
                             ADD CC-CAPACITY TO WS-CW-CAPACITY          04440000
                          END-IF                                        04450000
                       END-IF                                           04460000
                    END-IF                                              04470000
                 END-IF                                                 04480000
            END-READ.                                                   04490000
                                                                        04500000
       D400-COUNT-FILLED-PARA.                                          04510000
                                                                        04520000
            MOVE 'N' TO WS-REG-EOF.                                     04530000
            MOVE CC-COURSE    TO RG-ALT-COURSE.                         04540000
            MOVE WS-PARM-TERM TO RG-ALT-TERM.                           04550000
            START REGMST KEY IS EQUAL TO RG-CRS-TERM-KEY                04560000
              INVALID KEY MOVE 'Y' TO WS-REG-EOF                        04570000
            END-START.                                                  04580000
            PERFORM D410-READ-REG-PARA UNTIL WS-REG-AT-END.             04590000
                                                                        04600000
       D410-READ-REG-PARA.                                              04610000
                                                                        04620000
            READ REGMST NEXT                                            04630000
              AT END MOVE 'Y' TO WS-REG-EOF                             04640000
              NOT AT END                                                04650000
                 IF RG-COURSE NOT = CC-COURSE                           04660000
                    OR RG-TERM NOT = WS-PARM-TERM                       04670000
                    MOVE 'Y' TO WS-REG-EOF                              04680000
                 ELSE                                                   04690000
                    IF NOT RG-STATUS-WITHDRAWN                          04696000
                       ADD 1 TO WS-CNT-REG-READ                         04702000
                       ADD 1 TO WS-CW-FILLED                            04708000
                    END-IF                                              04714000
                 END-IF                                                 04720000
            END-READ.                                                   04730000
            IF NOT WS-REG-AT-END                                        04740000
               AND WS-REGMST-STATUS NOT = '00'                          04750000
               AND WS-REGMST-STATUS NOT = '02'                          04760000
               DISPLAY 'REGMST READ FAILED - STATUS: '                  04770000
                       WS-REGMST-STATUS                                 04780000
               MOVE 'Y' TO WS-REG-EOF                                   04790000
            END-IF.                                                     04800000
                                                                        04810000
       D450-SET-FLAG-PARA.                                              04820000
                                                                        04830000
            IF WS-CW-CAPACITY > ZERO                                    04840000
               IF WS-CW-FILLED * 100 / WS-CW-CAPACITY > 999             04850000
                  MOVE 999.9 TO WS-FILL-PCT                             04860000
               ELSE                                                     04870000
                  COMPUTE WS-FILL-PCT ROUNDED =                         04880000
                          WS-CW-FILLED * 100 / WS-CW-CAPACITY           04890000
               END-IF                                                   04900000
            ELSE                                                        04910000
               MOVE ZERO TO WS-FILL-PCT                                 04920000
            END-IF.                                                     04930000
            MOVE SPACES TO WS-CW-FLAG.                                  04940000
            IF WS-FILL-PCT NOT < WS-OVER-PCT                            04950000
               AND WS-CW-STUDENTS NOT < WS-OVER-MIN                     04960000
               AND WS-CW-STUDENTS > ZERO                                04970000
               MOVE 'OVER ' TO WS-CW-FLAG                               04980000
               ADD 1 TO WS-CNT-OVER                                     04990000
            ELSE                                                        05000000
               IF WS-FILL-PCT < WS-UNDER-PCT                            05010000
                  AND WS-CW-SECTIONS > ZERO                             05020000
                  MOVE 'UNDER' TO WS-CW-FLAG                            05030000
                  ADD 1 TO WS-CNT-UNDER                                 05040000
               END-IF                                                   05050000
            END-IF.                                                     05060000
                                                                        05070000
       D500-PRINT-COURSE-PARA.                                          05080000
                                                                        05090000
            MOVE CC-COURSE      TO DET-COURSE.                          05100000
            MOVE CC-DEPT        TO DET-DEPT.                            05110000
            MOVE WS-CW-SECTIONS TO DET-SECTIONS.                        05120000
            MOVE WS-CW-CAPACITY TO DET-CAPACITY.                        05130000
            MOVE WS-CW-FILLED   TO DET-FILLED.                          05140000
            MOVE WS-FILL-PCT    TO DET-FILL-PCT.                        05150000
            MOVE WS-CW-TURNED   TO DET-TURNED.                          05160000
            PERFORM VARYING WS-REASON-IDX FROM 1 BY 1                   05170000
               UNTIL WS-REASON-IDX > 6                                  05180000
               MOVE WS-CW-REASON-CNT(WS-REASON-IDX)                     05190000
                 TO DET-REASON(WS-REASON-IDX)                           05200000
            END-PERFORM.                                                05210000
            MOVE WS-CW-STUDENTS TO DET-STUDENTS.                        05220000
            MOVE WS-CW-FLAG     TO DET-FLAG.                            05230000
            WRITE DMNDRPT-REC FROM WS-DETAIL-LINE                       05240000
               AFTER ADVANCING 1 LINE.                                  05250000
                                                                        05260000
       D550-ROLL-DEPT-PARA.                                             05270000
                                                                        05280000
            MOVE 'N' TO WS-DEPT-FLAG.                                   05290000
            PERFORM VARYING WS-DT-IDX FROM 1 BY 1                       05300000
               UNTIL WS-DT-IDX > WS-DT-COUNT                            05310000
                  OR WS-DEPT-FOUND                                      05320000
               IF WS-DT-DEPT(WS-DT-IDX) = CC-DEPT                       05330000
                  MOVE 'Y' TO WS-DEPT-FLAG                              05340000
               END-IF                                                   05350000
            END-PERFORM.                                                05360000
            IF WS-DEPT-FOUND                                            05370000
               SUBTRACT 1 FROM WS-DT-IDX                                05380000
            ELSE                                                        05390000
               PERFORM D560-ADD-DEPT-PARA                               05400000
            END-IF.                                                     05410000
            IF WS-DEPT-FOUND                                            05420000
               ADD 1              TO WS-DT-COURSES(WS-DT-IDX)           05430000
               ADD WS-CW-SECTIONS TO WS-DT-SECTIONS(WS-DT-IDX)          05440000
               ADD WS-CW-CAPACITY TO WS-DT-CAPACITY(WS-DT-IDX)          05450000
               ADD WS-CW-FILLED   TO WS-DT-FILLED(WS-DT-IDX)            05460000
               ADD WS-CW-TURNED   TO WS-DT-TURNED(WS-DT-IDX)            05470000
               PERFORM VARYING WS-REASON-IDX FROM 1 BY 1                05480000
                  UNTIL WS-REASON-IDX > 6                               05490000
                  ADD WS-CW-REASON-CNT(WS-REASON-IDX)                   05500000
                    TO WS-DT-REASON-CNT(WS-DT-IDX, WS-REASON-IDX)       05510000
               END-PERFORM                                              05520000
               ADD WS-CW-STUDENTS TO WS-DT-STUDENTS(WS-DT-IDX)          05530000
               IF WS-CW-OVER                                            05540000
                  ADD 1 TO WS-DT-OVER(WS-DT-IDX)                        05550000
               END-IF                                                   05560000
               IF WS-CW-UNDER                                           05570000
                  ADD 1 TO WS-DT-UNDER(WS-DT-IDX)                       05580000
               END-IF                                                   05590000
            ELSE                                                        05600000
               ADD 1 TO WS-CNT-NO-DEPT                                  05610000
            END-IF.                                                     05620000
                                                                        05630000
       D560-ADD-DEPT-PARA.                                              05640000
                                                                        05650000
            IF WS-DT-COUNT NOT < WS-DT-MAX                              05660000
               MOVE 'F' TO WS-DEPT-FLAG                                 05670000
               DISPLAY 'WARNING - DEPARTMENT TABLE FULL, NOT ROLLED '   05680000
                       'UP: ' CC-DEPT ' ' CC-COURSE                     05690000
            ELSE                                                        05700000
               PERFORM VARYING WS-DT-IDX FROM 1 BY 1                    05710000
                  UNTIL WS-DT-IDX > WS-DT-COUNT                         05720000
                     OR WS-DT-DEPT(WS-DT-IDX) > CC-DEPT                 05730000
                  CONTINUE                                              05740000
               END-PERFORM                                              05750000
               PERFORM VARYING WS-SHIFT-IDX FROM WS-DT-COUNT BY -1      05760000
                  UNTIL WS-SHIFT-IDX < WS-DT-IDX                        05770000
                  MOVE WS-DT-ENTRY(WS-SHIFT-IDX)                        05780000
                    TO WS-DT-ENTRY(WS-SHIFT-IDX + 1)                    05790000
               END-PERFORM                                              05800000
               ADD 1 TO WS-DT-COUNT                                     05810000
               INITIALIZE WS-DT-ENTRY(WS-DT-IDX)                        05820000
               MOVE CC-DEPT TO WS-DT-DEPT(WS-DT-IDX)                    05830000
               MOVE 'Y' TO WS-DEPT-FLAG                                 05840000
            END-IF.                                                     05850000
                                                                        05860000
       D600-PRINT-DEPT-PARA.                                            05870000
                                                                        05880000
            MOVE WS-DT-DEPT(WS-DT-IDX)     TO DL-DEPT.                  05890000
            MOVE WS-DT-COURSES(WS-DT-IDX)  TO DL-COURSES.               05900000
            MOVE WS-DT-SECTIONS(WS-DT-IDX) TO DL-SECTIONS.              05910000
            MOVE WS-DT-CAPACITY(WS-DT-IDX) TO DL-CAPACITY.              05920000
            MOVE WS-DT-FILLED(WS-DT-IDX)   TO DL-FILLED.                05930000
            MOVE WS-DT-CAPACITY(WS-DT-IDX) TO WS-CW-CAPACITY.           05940000
            MOVE WS-DT-FILLED(WS-DT-IDX)   TO WS-CW-FILLED.             05950000
            PERFORM D660-ROLLUP-PCT-PARA.                               05960000
            MOVE WS-FILL-PCT               TO DL-FILL-PCT.              05970000
            MOVE WS-DT-TURNED(WS-DT-IDX)   TO DL-TURNED.                05980000
            PERFORM VARYING WS-REASON-IDX FROM 1 BY 1                   05990000
               UNTIL WS-REASON-IDX > 6                                  06000000
               MOVE WS-DT-REASON-CNT(WS-DT-IDX, WS-REASON-IDX)          06010000
                 TO DL-REASON(WS-REASON-IDX)                            06020000
               ADD WS-DT-REASON-CNT(WS-DT-IDX, WS-REASON-IDX)           06030000
                 TO WS-GT-REASON-CNT(WS-REASON-IDX)                     06040000
            END-PERFORM.                                                06050000
            MOVE WS-DT-STUDENTS(WS-DT-IDX) TO DL-STUDENTS.              06060000
            MOVE WS-DT-OVER(WS-DT-IDX)     TO DL-OVER.                  06070000
            MOVE WS-DT-UNDER(WS-DT-IDX)    TO DL-UNDER.                 06080000
            WRITE DMNDRPT-REC FROM WS-DEPT-LINE                         06090000
               AFTER ADVANCING 1 LINE.                                  06100000
            ADD WS-DT-COURSES(WS-DT-IDX)  TO WS-GT-COURSES.             06110000
            ADD WS-DT-SECTIONS(WS-DT-IDX) TO WS-GT-SECTIONS.            06120000
            ADD WS-DT-CAPACITY(WS-DT-IDX) TO WS-GT-CAPACITY.            06130000
            ADD WS-DT-FILLED(WS-DT-IDX)   TO WS-GT-FILLED.              06140000
            ADD WS-DT-TURNED(WS-DT-IDX)   TO WS-GT-TURNED.              06150000
            ADD WS-DT-STUDENTS(WS-DT-IDX) TO WS-GT-STUDENTS.            06160000
            ADD WS-DT-OVER(WS-DT-IDX)     TO WS-GT-OVER.                06170000
            ADD WS-DT-UNDER(WS-DT-IDX)    TO WS-GT-UNDER.               06180000
                                                                        06190000
       D650-PRINT-GRAND-PARA.                                           06200000
                                                                        06210000
            MOVE '** TOTAL **'  TO DL-DEPT.                             06220000
            MOVE WS-GT-COURSES  TO DL-COURSES.                          06230000
            MOVE WS-GT-SECTIONS TO DL-SECTIONS.                         06240000
            MOVE WS-GT-CAPACITY TO DL-CAPACITY.                         06250000
            MOVE WS-GT-FILLED   TO DL-FILLED.                           06260000
            MOVE WS-GT-CAPACITY TO WS-CW-CAPACITY.                      06270000
            MOVE WS-GT-FILLED   TO WS-CW-FILLED.                        06280000
            PERFORM D660-ROLLUP-PCT-PARA.                               06290000
            MOVE WS-FILL-PCT    TO DL-FILL-PCT.                         06300000
            MOVE WS-GT-TURNED   TO DL-TURNED.                           06310000
            PERFORM VARYING WS-REASON-IDX FROM 1 BY 1                   06320000
               UNTIL WS-REASON-IDX > 6                                  06330000
               MOVE WS-GT-REASON-CNT(WS-REASON-IDX)                     06340000
                 TO DL-REASON(WS-REASON-IDX)                            06350000
            END-PERFORM.                                                06360000
            MOVE WS-GT-STUDENTS TO DL-STUDENTS.                         06370000
            MOVE WS-GT-OVER     TO DL-OVER.                             06380000
            MOVE WS-GT-UNDER    TO DL-UNDER.                            06390000
            WRITE DMNDRPT-REC FROM WS-DEPT-LINE                         06400000
               AFTER ADVANCING 2 LINES.                                 06410000
                                                                        06420000
       D660-ROLLUP-PCT-PARA.                                            06430000
                                                                        06440000
            IF WS-CW-CAPACITY > ZERO                                    06450000
               IF WS-CW-FILLED * 100 / WS-CW-CAPACITY > 999             06460000
                  MOVE 999.9 TO WS-FILL-PCT                             06470000
               ELSE                                                     06480000
                  COMPUTE WS-FILL-PCT ROUNDED =                         06490000
                          WS-CW-FILLED * 100 / WS-CW-CAPACITY           06500000
               END-IF                                                   06510000
            ELSE                                                        06520000
               MOVE ZERO TO WS-FILL-PCT                                 06530000
            END-IF.                                                     06540000
                                                                        06550000
       D700-PRINT-FOOTNOTE-PARA.                                        06560000
                                                                        06570000
            MOVE SPACES TO FL-TEXT.                                     06580000
            WRITE DMNDRPT-REC FROM WS-FOOT-LINE                         06590000
               AFTER ADVANCING 1 LINE.                                  06600000
            MOVE 'TURNED = ADDS REJECTED ON REGREJ FOR THE TERM'        06610000
              TO FL-TEXT.                                               06620000
            WRITE DMNDRPT-REC FROM WS-FOOT-LINE                         06630000
               AFTER ADVANCING 1 LINE.                                  06640000
            MOVE '  FULL=06 PREREQ=10 HOLD=11 SECT=12 CONFL=13'         06650000
              TO FL-TEXT.                                               06660000
            WRITE DMNDRPT-REC FROM WS-FOOT-LINE                         06670000
               AFTER ADVANCING 1 LINE.                                  06680000
            MOVE 'STUDNT = DISTINCT STUDENTS TURNED AWAY PER COURSE'    06690000
              TO FL-TEXT.                                               06700000
            WRITE DMNDRPT-REC FROM WS-FOOT-LINE                         06710000
               AFTER ADVANCING 1 LINE.                                  06720000
            MOVE '  (DEPARTMENT LINES ADD UP THE COURSE COUNTS)'        06730000
              TO FL-TEXT.                                               06740000
            WRITE DMNDRPT-REC FROM WS-FOOT-LINE                         06750000
               AFTER ADVANCING 1 LINE.                                  06760000
            MOVE 'CAPACT = SUM OF OPEN SECTION CAPACITIES IN THE TERM'  06770000
              TO FL-TEXT.                                               06780000
            WRITE DMNDRPT-REC FROM WS-FOOT-LINE                         06790000
               AFTER ADVANCING 1 LINE.                                  06800000
            MOVE '  (CATALOG CAPACITY WHERE A SECTION CARRIES NONE)'    06810000
              TO FL-TEXT.                                               06820000
            WRITE DMNDRPT-REC FROM WS-FOOT-LINE                         06830000
               AFTER ADVANCING 1 LINE.                                  06840000
