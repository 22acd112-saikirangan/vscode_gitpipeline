       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. COHRPT.                                              00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT TERMMST ASSIGN TO TERMMST                        00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS SEQUENTIAL                               00080000
                RECORD KEY IS TM-TERM                                   00090000
                FILE STATUS IS WS-TERMMST-STATUS.                       00100000
                SELECT REGMST ASSIGN TO REGMST                          00110000
                ORGANIZATION IS INDEXED                                 00120000
                ACCESS MODE IS DYNAMIC                                  00130000
                RECORD KEY IS RG-KEY                                    00140000
                FILE STATUS IS WS-REGMST-STATUS.                        00150000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00160000
                ORGANIZATION IS SEQUENTIAL                              00170000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00180000
                SELECT COHRPT ASSIGN TO COHRPT                          00190000
                ORGANIZATION IS SEQUENTIAL.                             00200000
       DATA DIVISION.                                                   00210000
       FILE SECTION.                                                    00220000
       FD TERMMST                                                       00230000
            RECORDING MODE IS F.                                        00240000
           COPY TERMMST.                                                00250000
       FD REGMST                                                        00260000
            RECORDING MODE IS F.                                        00270000
           COPY REGREC.                                                 00280000
       FD CYCDATE                                                       00290000
            RECORDING MODE IS F.                                        00300000
           COPY CYCDATE.                                                00310000
       FD COHRPT                                                        00320000
            RECORDING MODE IS F.                                        00330000
       01 COHRPT-REC PIC X(132).                                        00340000
       WORKING-STORAGE SECTION.                                         00350000
       01 WS-EOF             PIC A     VALUE SPACE.                     00360000
       01 WS-HIST-EOF        PIC X(01) VALUE 'N'.                       00370000
           88 WS-HIST-AT-END        VALUE 'Y'.                          00380000
       01 WS-REG-EOF         PIC X(01) VALUE 'N'.                       00390000
           88 WS-REG-AT-END         VALUE 'Y'.                          00400000
       01 WS-TERMMST-STATUS  PIC X(02) VALUE SPACES.                    00410000
       01 WS-REGMST-STATUS   PIC X(02) VALUE SPACES.                    00420000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00430000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00440000
                                                                        00450000
       01 WS-PARM-CARD.                                                 00460000
          05 WS-PARM-FROM-TERM PIC X(05).                               00470000
          05 FILLER            PIC X(01).                               00480000
          05 WS-PARM-TO-TERM   PIC X(05).                               00490000
          05 FILLER            PIC X(69).                               00500000
       01 WS-FROM-SEQ        PIC 9(03) VALUE ZERO.                      00510000
       01 WS-TO-SEQ          PIC 9(03) VALUE 999.                       00520000
                                                                        00530000
       01 WS-TERM-TABLE.                                                00540000
          05 WS-TT-ENTRY OCCURS 300 TIMES.                              00550000
             10 WS-TT-TERM      PIC X(05).                              00560000
             10 WS-TT-SEQ       PIC 9(03).                              00570000
             10 WS-TT-START     PIC X(08).                              00580000
       01 WS-TT-COUNT        PIC 9(04) COMP VALUE ZERO.                 00590000
       77 WS-TT-MAX          PIC 9(04) COMP VALUE 300.                  00600000
       01 WS-TERM-IDX        PIC 9(04) COMP VALUE ZERO.                 00610000
       01 WS-WORK-TERM       PIC X(05) VALUE SPACES.                    00620000
       01 WS-WORK-SEQ        PIC 9(03) VALUE ZERO.                      00630000
       01 WS-TERM-FLAG       PIC X(01) VALUE 'N'.                       00640000
           88 WS-TERM-FOUND         VALUE 'Y'.                          00650000
                                                                        00660000
       01 WS-COHORT-TABLE.                                              00670000
          05 WS-CH-ENTRY OCCURS 400 TIMES.                              00680000
             10 WS-CH-TERM      PIC X(05).                              00690000
             10 WS-CH-SEQ       PIC 9(03).                              00700000
             10 WS-CH-START     PIC X(08).                              00710000
             10 WS-CH-DEPT      PIC X(10).                              00720000
             10 WS-CH-SIZE      PIC 9(07) COMP.                         00730000
             10 WS-CH-ENROLLED  PIC 9(07) COMP OCCURS 18 TIMES.         00740000
             10 WS-CH-OUTCOME OCCURS 3 TIMES.                           00750000
                15 WS-CH-GRAD   PIC 9(07) COMP.                         00760000
                15 WS-CH-WDRN   PIC 9(07) COMP.                         00770000
                15 WS-CH-INACT  PIC 9(07) COMP.                         00780000
                15 WS-CH-ACTIVE PIC 9(07) COMP.                         00790000
       01 WS-CH-COUNT        PIC 9(04) COMP VALUE ZERO.                 00800000
       77 WS-CH-MAX          PIC 9(04) COMP VALUE 400.                  00810000
       01 WS-CH-IDX          PIC 9(04) COMP VALUE ZERO.                 00820000
       01 WS-SHIFT-IDX       PIC 9(04) COMP VALUE ZERO.                 00830000
       01 WS-COHORT-FLAG     PIC X(01) VALUE 'N'.                       00840000
           88 WS-COHORT-FOUND       VALUE 'Y'.                          00850000
           88 WS-COHORT-FULL        VALUE 'F'.                          00860000
       77 WS-MAX-OFFSET      PIC 9(02) COMP VALUE 18.                   00870000
                                                                        00880000
       01 WS-STUDENT-WORK.                                              00890000
          05 WS-ENTRY-SEQ       PIC 9(03) VALUE ZERO.                   00900000
          05 WS-ENTRY-START     PIC X(08) VALUE SPACES.                 00910000
          05 WS-ENTRY-DEPT      PIC X(10) VALUE SPACES.                 00920000
          05 WS-LAST-REG-START  PIC X(08) VALUE SPACES.                 00930000
          05 WS-REG-FLAGS.                                              00940000
             10 WS-REG-FLAG     PIC X(01) OCCURS 18 TIMES.              00950000
          05 WS-WORK-STUD-ID    PIC 9(09) VALUE ZERO.                   00960000
       01 WS-OFFSET          PIC S9(04) COMP VALUE ZERO.                00970000
       01 WS-OFF-IDX         PIC 9(02) COMP VALUE ZERO.                 00980000
                                                                        00990000
       01 WS-HIST-TABLE.                                                01000000
          05 WS-HS-ENTRY OCCURS 50 TIMES.                               01010000
             10 WS-HS-DATE      PIC X(08).                              01020000
             10 WS-HS-STATUS    PIC X(01).                              01030000
             10 WS-HS-DEPT      PIC X(10).                              01040000
       01 WS-HS-COUNT        PIC 9(03) COMP VALUE ZERO.                 01050000
       77 WS-HS-MAX          PIC 9(03) COMP VALUE 50.                   01060000
       01 WS-HS-IDX          PIC 9(03) COMP VALUE ZERO.                 01070000
                                                                        01080000
       01 WS-OUTCOME-WORK.                                              01090000
          05 WS-OC-IDX          PIC 9(01) COMP VALUE ZERO.              01100000
          05 WS-OC-YEARS        PIC 9(01) VALUE ZERO.                   01110000
          05 WS-START-N         PIC 9(08) VALUE ZERO.                   01120000
          05 WS-HORIZON-N       PIC 9(08) VALUE ZERO.                   01130000
          05 WS-HORIZON-X REDEFINES WS-HORIZON-N PIC X(08).             01140000
          05 WS-MEASURE-DATE    PIC X(08) VALUE SPACES.                 01150000
          05 WS-MEASURE-N REDEFINES WS-MEASURE-DATE PIC 9(08).          01160000
          05 WS-LOOKBACK-N      PIC 9(08) VALUE ZERO.                   01170000
          05 WS-LOOKBACK-X REDEFINES WS-LOOKBACK-N PIC X(08).           01180000
          05 WS-STATUS-AT       PIC X(01) VALUE SPACE.                  01190000
              88 WS-AT-GRADUATED       VALUE 'G'.                       01200000
              88 WS-AT-WITHDRAWN       VALUE 'W'.                       01210000
              88 WS-AT-ACTIVE          VALUE 'A'.                       01220000
          05 WS-AT-FLAG         PIC X(01) VALUE 'N'.                    01230000
              88 WS-AT-FOUND           VALUE 'Y'.                       01240000
       01 WS-PCT             PIC 9(03)V9 VALUE ZERO.                    01250000
       01 WS-PCT-BASE        PIC 9(07) COMP VALUE ZERO.                 01260000
       01 WS-PCT-COUNT       PIC 9(07) COMP VALUE ZERO.                 01270000
                                                                        01280000
       01 WS-CONTROL-TOTALS.                                            01290000
           05 WS-CNT-STUDENTS   PIC 9(07) COMP VALUE ZERO.              01300000
           05 WS-CNT-COHORTED   PIC 9(07) COMP VALUE ZERO.              01310000
           05 WS-CNT-NO-TERM    PIC 9(07) COMP VALUE ZERO.              01320000
           05 WS-CNT-OUT-RANGE  PIC 9(07) COMP VALUE ZERO.              01330000
           05 WS-CNT-NO-COHORT  PIC 9(07) COMP VALUE ZERO.              01340000
           05 WS-CNT-HIST-ROWS  PIC 9(07) COMP VALUE ZERO.              01350000
           05 WS-CNT-HIST-OVER  PIC 9(07) COMP VALUE ZERO.              01360000
           05 WS-CNT-REG-READ   PIC 9(07) COMP VALUE ZERO.              01370000
           05 WS-CNT-REG-NOTERM PIC 9(07) COMP VALUE ZERO.              01380000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              01390000
           COPY SQLCLS.                                                 01400000
                                                                        01410000
       01 WS-HDR1.                                                      01420000
          05 FILLER      PIC X(50) VALUE                                01430000
             'COHORT RETENTION AND GRADUATION REPORT'.                  01440000
          05 FILLER      PIC X(15) VALUE 'BUSINESS DATE: '.             01450000
          05 HD-DATE     PIC X(08).                                     01460000
          05 FILLER      PIC X(59) VALUE SPACES.                        01470000
                                                                        01480000
       01 WS-HDR2.                                                      01490000
          05 FILLER      PIC X(60) VALUE                                01500000
             'COHORT = ENTRY TERM AND DEPARTMENT AT ENTRY'.             01510000
          05 FILLER      PIC X(72) VALUE SPACES.                        01520000
                                                                        01530000
       01 WS-COHORT-LINE.                                               01540000
          05 FILLER      PIC X(12) VALUE 'ENTRY TERM: '.                01550000
          05 CL-TERM     PIC X(05).                                     01560000
          05 FILLER      PIC X(10) VALUE '   START: '.                  01570000
          05 CL-START    PIC X(08).                                     01580000
          05 FILLER      PIC X(09) VALUE '   DEPT: '.                   01590000
          05 CL-DEPT     PIC X(10).                                     01600000
          05 FILLER      PIC X(16) VALUE '   COHORT SIZE: '.            01610000
          05 CL-SIZE     PIC ZZZ,ZZ9.                                   01620000
          05 FILLER      PIC X(55) VALUE SPACES.                        01630000
                                                                        01640000
       01 WS-TERM-LINE.                                                 01650000
          05 FILLER      PIC X(04) VALUE SPACES.                        01660000
          05 FILLER      PIC X(01) VALUE '+'.                           01670000
          05 TL-OFFSET   PIC Z9.                                        01680000
          05 FILLER      PIC X(07) VALUE '  TERM '.                     01690000
          05 TL-TERM     PIC X(05).                                     01700000
          05 FILLER      PIC X(12) VALUE '  ENROLLED: '.                01710000
          05 TL-COUNT    PIC ZZZ,ZZ9.                                   01720000
          05 FILLER      PIC X(12) VALUE '  RETAINED: '.                01730000
          05 TL-PCT      PIC ZZ9.9.                                     01740000
          05 FILLER      PIC X(01) VALUE '%'.                           01750000
          05 FILLER      PIC X(76) VALUE SPACES.                        01760000
                                                                        01770000
       01 WS-OUTCOME-LINE.                                              01780000
          05 FILLER      PIC X(04) VALUE SPACES.                        01790000
          05 FILLER      PIC X(07) VALUE 'WITHIN '.                     01800000
          05 OL-YEARS    PIC 9(01).                                     01810000
          05 FILLER      PIC X(10) VALUE ' YEARS TO '.                  01820000
          05 OL-HORIZON  PIC X(08).                                     01830000
          05 FILLER      PIC X(07) VALUE '  GRAD '.                     01840000
          05 OL-GRAD     PIC ZZZ,ZZ9.                                   01850000
          05 FILLER      PIC X(01) VALUE SPACE.                         01860000
          05 OL-GRAD-PCT PIC ZZ9.9.                                     01870000
          05 FILLER      PIC X(07) VALUE '%  WDR '.                     01880000
          05 OL-WDRN     PIC ZZZ,ZZ9.                                   01890000
          05 FILLER      PIC X(01) VALUE SPACE.                         01900000
          05 OL-WDRN-PCT PIC ZZ9.9.                                     01910000
          05 FILLER      PIC X(08) VALUE '%  INAC '.                    01920000
          05 OL-INACT    PIC ZZZ,ZZ9.                                   01930000
          05 FILLER      PIC X(01) VALUE SPACE.                         01940000
          05 OL-INACT-PCT PIC ZZ9.9.                                    01950000
          05 FILLER      PIC X(10) VALUE '%  ACTIVE '.                  01960000
          05 OL-ACTIVE   PIC ZZZ,ZZ9.                                   01970000
          05 FILLER      PIC X(02) VALUE SPACES.                        01980000
          05 OL-OPEN     PIC X(11).                                     01990000
          05 FILLER      PIC X(11) VALUE SPACES.                        02000000
                                                                        02010000
       01 WS-FOOT-LINE.                                                 02020000
          05 FL-TEXT     PIC X(100).                                    02030000
          05 FILLER      PIC X(32) VALUE SPACES.                        02040000
                                                                        02050000
            EXEC SQL                                                    02060000
               INCLUDE SQLCA                                            02070000
            END-EXEC.                                                   02080000
                                                                        02090000
            EXEC SQL                                                    02100000
               INCLUDE STUDENT                                          02110000
            END-EXEC.                                                   02120000
                                                                        02130000
       01  DCLSTUDENT.                                                  02140000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            02150000
           10 WS-STUD-DEPT             PIC X(10).                       02160000
           10 WS-STUD-STATUS           PIC X(01).                       02170000
           10 WS-ENTRY-TERM            PIC X(05).                       02180000
                                                                        02190000
       01  DCLSTUDENT-HIST.                                             02200000
           10 WS-HIST-ID               PIC S9(9) USAGE COMP.            02210000
           10 WS-HIST-DEPT             PIC X(10).                       02220000
           10 WS-HIST-STATUS           PIC X(01).                       02230000
           10 WS-HIST-TS               PIC X(26).                       02240000
                                                                        02250000
            EXEC SQL                                                    02260000
               DECLARE STUCUR CURSOR FOR                                02270000
               SELECT STUD_ID, STUD_DEPT, STUD_ENROLL_STATUS,           02280000
                      ENTRY_TERM                                        02290000
                 FROM STUD_STUDENT                                      02300000
                WHERE ENTRY_TERM <> ' '                                 02310000
                ORDER BY STUD_ID                                        02320000
            END-EXEC.                                                   02330000
                                                                        02340000
            EXEC SQL                                                    02350000
               DECLARE HISTCUR CURSOR FOR                               02360000
               SELECT STUD_ID, STUD_DEPT, STUD_ENROLL_STATUS,           02370000
                      EFFECTIVE_TS                                      02380000
                 FROM STUD_STUDENT_HIST                                 02390000
                ORDER BY STUD_ID, EFFECTIVE_TS                          02400000
            END-EXEC.                                                   02410000
                                                                        02420000
       PROCEDURE DIVISION.                                              02430000
                                                                        02440000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             02450000
            PERFORM H050-READ-CYCDATE-PARA.                             02460000
                                                                        02470000
            OPEN INPUT TERMMST.                                         02480000
            IF WS-TERMMST-STATUS NOT = '00'                             02490000
               DISPLAY 'TERMMST OPEN FAILED - STATUS: '                 02500000
                       WS-TERMMST-STATUS                                02510000
               MOVE +16 TO RETURN-CODE                                  02520000
               GOBACK                                                   02530000
            END-IF.                                                     02540000
            PERFORM H060-LOAD-TERM-PARA UNTIL WS-EOF = 'Y'.             02550000
            CLOSE TERMMST.                                              02560000
            IF WS-TT-COUNT = ZERO                                       02570000
               DISPLAY 'TERM MASTER IS EMPTY - NO COHORTS REPORTED'     02580000
               MOVE +16 TO RETURN-CODE                                  02590000
               GOBACK                                                   02600000
            END-IF.                                                     02610000
                                                                        02620000
            IF WS-PARM-FROM-TERM NOT = SPACES                           02630000
               MOVE WS-PARM-FROM-TERM TO WS-WORK-TERM                   02640000
               PERFORM H070-FIND-TERM-PARA                              02650000
               IF NOT WS-TERM-FOUND                                     02660000
                  DISPLAY 'FROM TERM NOT ON TERM MASTER: '              02670000
                          WS-PARM-FROM-TERM                             02680000
                  MOVE +8 TO RETURN-CODE                                02690000
                  GOBACK                                                02700000
               END-IF                                                   02710000
               MOVE WS-TT-SEQ(WS-TERM-IDX) TO WS-FROM-SEQ               02720000
            END-IF.                                                     02730000
            IF WS-PARM-TO-TERM NOT = SPACES                             02740000
               MOVE WS-PARM-TO-TERM TO WS-WORK-TERM                     02750000
               PERFORM H070-FIND-TERM-PARA                              02760000
               IF NOT WS-TERM-FOUND                                     02770000
                  DISPLAY 'TO TERM NOT ON TERM MASTER: '                02780000
                          WS-PARM-TO-TERM                               02790000
                  MOVE +8 TO RETURN-CODE                                02800000
                  GOBACK                                                02810000
               END-IF                                                   02820000
               MOVE WS-TT-SEQ(WS-TERM-IDX) TO WS-TO-SEQ                 02830000
            END-IF.                                                     02840000
                                                                        02850000
            OPEN INPUT REGMST.                                          02860000
            IF WS-REGMST-STATUS NOT = '00'                              02870000
               DISPLAY 'REGMST OPEN FAILED - STATUS: '                  02880000
                       WS-REGMST-STATUS                                 02890000
               MOVE +16 TO RETURN-CODE                                  02900000
               GOBACK                                                   02910000
            END-IF.                                                     02920000
                                                                        02930000
            EXEC SQL                                                    02940000
                 OPEN STUCUR                                            02950000
            END-EXEC.                                                   02960000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                02970000
            IF NOT SQL-SUCCESS                                          02980000
               DISPLAY 'STUCUR OPEN ERROR SQLCODE: ' SQLCODE            02990000
               CLOSE REGMST                                             03000000
               MOVE +16 TO RETURN-CODE                                  03010000
               GOBACK                                                   03020000
            END-IF.                                                     03030000
            EXEC SQL                                                    03040000
                 OPEN HISTCUR                                           03050000
            END-EXEC.                                                   03060000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                03070000
            IF NOT SQL-SUCCESS                                          03080000
               DISPLAY 'HISTCUR OPEN ERROR SQLCODE: ' SQLCODE           03090000
               CLOSE REGMST                                             03100000
               MOVE +16 TO RETURN-CODE                                  03110000
               GOBACK                                                   03120000
            END-IF.                                                     03130000
                                                                        03140000
            MOVE SPACE TO WS-EOF.                                       03150000
            PERFORM H110-FETCH-HIST-PARA.                               03160000
            PERFORM H100-FETCH-STUDENT-PARA.                            03170000
            PERFORM H200-PROCESS-STUDENT-PARA UNTIL WS-EOF = 'Y'.       03180000
                                                                        03190000
            EXEC SQL                                                    03200000
                 CLOSE STUCUR                                           03210000
            END-EXEC.                                                   03220000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                03230000
            EXEC SQL                                                    03240000
                 CLOSE HISTCUR                                          03250000
            END-EXEC.                                                   03260000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                03270000
            CLOSE REGMST.                                               03280000
                                                                        03290000
            OPEN OUTPUT COHRPT.                                         03300000
            MOVE WS-BUSINESS-DATE TO HD-DATE.                           03310000
            WRITE COHRPT-REC FROM WS-HDR1                               03320000
               AFTER ADVANCING PAGE.                                    03330000
            WRITE COHRPT-REC FROM WS-HDR2                               03340000
               AFTER ADVANCING 1 LINE.                                  03350000
            PERFORM H600-PRINT-COHORT-PARA                              03360000
               VARYING WS-CH-IDX FROM 1 BY 1                            03370000
               UNTIL WS-CH-IDX > WS-CH-COUNT.                           03380000
            PERFORM H700-PRINT-FOOTNOTE-PARA.                           03390000
            CLOSE COHRPT.                                               03400000
                                                                        03410000
            DISPLAY '===== COHRPT CONTROL TOTALS ====='.                03420000
            DISPLAY 'BUSINESS DATE            : ' WS-BUSINESS-DATE.     03430000
            DISPLAY 'TERMS LOADED             : ' WS-TT-COUNT.          03440000
            DISPLAY 'STUDENTS WITH ENTRY TERM : ' WS-CNT-STUDENTS.      03450000
            DISPLAY 'STUDENTS IN COHORTS      : ' WS-CNT-COHORTED.      03460000
            DISPLAY 'ENTRY TERM NOT ON TERMMST: ' WS-CNT-NO-TERM.       03470000
            DISPLAY 'OUTSIDE REQUESTED TERMS  : ' WS-CNT-OUT-RANGE.     03480000
            DISPLAY 'COHORT TABLE FULL        : ' WS-CNT-NO-COHORT.     03490000
            DISPLAY 'COHORTS REPORTED         : ' WS-CH-COUNT.          03500000
            DISPLAY 'HISTORY ROWS READ        : ' WS-CNT-HIST-ROWS.     03510000
            DISPLAY 'HISTORY ROWS OVER LIMIT  : ' WS-CNT-HIST-OVER.     03520000
            DISPLAY 'REGISTRATIONS READ       : ' WS-CNT-REG-READ.      03530000
            DISPLAY 'REG TERM NOT ON TERMMST  : ' WS-CNT-REG-NOTERM.    03540000
            DISPLAY 'SQL ERRORS ENCOUNTERED   : ' WS-CNT-SQLERR.        03550000
            DISPLAY '================================='.                03560000
                                                                        03570000
            EVALUATE TRUE                                               03580000
            WHEN WS-CNT-SQLERR > ZERO                                   03590000
                 MOVE +16 TO RETURN-CODE                                03600000
            WHEN WS-CNT-NO-TERM > ZERO                                  03610000
              OR WS-CNT-NO-COHORT > ZERO                                03620000
              OR WS-CNT-HIST-OVER > ZERO                                03630000
                 MOVE +4 TO RETURN-CODE                                 03640000
            WHEN OTHER                                                  03650000
                 MOVE ZERO TO RETURN-CODE                               03660000
            END-EVALUATE.                                               03670000
                                                                        03680000
            GOBACK.                                                     03690000
                                                                        03700000
       H050-READ-CYCDATE-PARA.                                          03710000
                                                                        03720000
            OPEN INPUT CYCDATE.                                         03730000
            IF WS-CYCDATE-STATUS NOT = '00'                             03740000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      03750000
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE      03760000
            ELSE                                                        03770000
               READ CYCDATE                                             03780000
                 AT END                                                 03790000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     03800000
                      TO WS-BUSINESS-DATE                               03810000
                 NOT AT END                                             03820000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           03830000
               END-READ                                                 03840000
               CLOSE CYCDATE                                            03850000
            END-IF.                                                     03860000
            IF WS-BUSINESS-DATE IS NOT NUMERIC                          03870000
               DISPLAY 'BAD CYCLE DATE - USING SYSTEM DATE'             03880000
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE      03890000
            END-IF.                                                     03900000
                                                                        03910000
       H060-LOAD-TERM-PARA.                                             03920000
                                                                        03930000
            READ TERMMST                                                03940000
              AT END MOVE 'Y' TO WS-EOF                                 03950000
              NOT AT END                                                03960000
                 IF WS-TT-COUNT < WS-TT-MAX                             03970000
                    ADD 1 TO WS-TT-COUNT                                03980000
                    MOVE TM-TERM       TO WS-TT-TERM(WS-TT-COUNT)       03990000
                    MOVE TM-SEQ        TO WS-TT-SEQ(WS-TT-COUNT)        04000000
                    MOVE TM-START-DATE TO WS-TT-START(WS-TT-COUNT)      04010000
                 ELSE                                                   04020000
                    DISPLAY 'WARNING - TERM TABLE FULL, TERM '          04030000
                            'NOT LOADED: ' TM-TERM                      04040000
                 END-IF                                                 04050000
            END-READ.                                                   04060000
                                                                        04070000
       H070-FIND-TERM-PARA.                                             04080000
                                                                        04090000
            MOVE 'N' TO WS-TERM-FLAG.                                   04100000
            PERFORM VARYING WS-TERM-IDX FROM 1 BY 1                     04110000
               UNTIL WS-TERM-IDX > WS-TT-COUNT                          04120000
                  OR WS-TERM-FOUND                                      04130000
               IF WS-TT-TERM(WS-TERM-IDX) = WS-WORK-TERM                04140000
                  MOVE 'Y' TO WS-TERM-FLAG                              04150000
               END-IF                                                   04160000
            END-PERFORM.                                                04170000
            IF WS-TERM-FOUND                                            04180000
               SUBTRACT 1 FROM WS-TERM-IDX                              04190000
            END-IF.                                                     04200000
                                                                        04210000
       H080-FIND-SEQ-PARA.                                              04220000
                                                                        04230000
            MOVE 'N' TO WS-TERM-FLAG.                                   04240000
            PERFORM VARYING WS-TERM-IDX FROM 1 BY 1                     04250000
               UNTIL WS-TERM-IDX > WS-TT-COUNT                          04260000
                  OR WS-TERM-FOUND                                      04270000
               IF WS-TT-SEQ(WS-TERM-IDX) = WS-WORK-SEQ                  04280000
                  MOVE 'Y' TO WS-TERM-FLAG                              04290000
               END-IF                                                   04300000
            END-PERFORM.                                                04310000
            IF WS-TERM-FOUND                                            04320000
               SUBTRACT 1 FROM WS-TERM-IDX                              04330000
            END-IF.                                                     04340000
                                                                        04350000
       H100-FETCH-STUDENT-PARA.                                         04360000
                                                                        04370000
            EXEC SQL                                                    04380000
                 FETCH STUCUR                                           04390000
                   INTO :WS-STUD-ID, :WS-STUD-DEPT,                     04400000
                        :WS-STUD-STATUS, :WS-ENTRY-TERM                 04410000
            END-EXEC.                                                   04420000
                                                                        04430000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                04440000
            EVALUATE TRUE                                               04450000
            WHEN SQL-NOTFOUND                                           04460000
                 MOVE 'Y' TO WS-EOF                                     04470000
            WHEN SQL-SUCCESS                                            04480000
                 ADD 1 TO WS-CNT-STUDENTS                               04490000
            WHEN OTHER                                                  04500000
                 DISPLAY 'STUCUR FETCH ERROR SQLCODE: ' SQLCODE         04510000
                 ADD 1 TO WS-CNT-SQLERR                                 04520000
                 MOVE 'Y' TO WS-EOF                                     04530000
            END-EVALUATE.                                               04540000
                                                                        04550000
       H110-FETCH-HIST-PARA.                                            04560000
                                                                        04570000
            EXEC SQL                                                    04580000
                 FETCH HISTCUR                                          04590000
                   INTO :WS-HIST-ID, :WS-HIST-DEPT,                     04600000
                        :WS-HIST-STATUS, :WS-HIST-TS                    04610000
            END-EXEC.                                                   04620000
                                                                        04630000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                04640000
            EVALUATE TRUE                                               04650000
            WHEN SQL-NOTFOUND                                           04660000
                 MOVE 'Y' TO WS-HIST-EOF                                04670000
            WHEN SQL-SUCCESS                                            04680000
                 ADD 1 TO WS-CNT-HIST-ROWS                              04690000
            WHEN OTHER                                                  04700000
                 DISPLAY 'HISTCUR FETCH ERROR SQLCODE: ' SQLCODE        04710000
                 ADD 1 TO WS-CNT-SQLERR                                 04720000
                 MOVE 'Y' TO WS-HIST-EOF                                04730000
            END-EVALUATE.                                               04740000
                                                                        04750000
       H200-PROCESS-STUDENT-PARA.                                       04760000
                                                                        04770000
            PERFORM H210-COLLECT-HIST-PARA.                             04780000
            MOVE WS-ENTRY-TERM TO WS-WORK-TERM.                         04790000
            PERFORM H070-FIND-TERM-PARA.                                04800000
            IF NOT WS-TERM-FOUND                                        04810000
               ADD 1 TO WS-CNT-NO-TERM                                  04820000
               DISPLAY 'ENTRY TERM NOT ON TERM MASTER - STUD-ID: '      04830000
                       WS-STUD-ID ' TERM: ' WS-ENTRY-TERM               04840000
            ELSE                                                        04850000
               MOVE WS-TT-SEQ(WS-TERM-IDX)   TO WS-ENTRY-SEQ            04860000
               MOVE WS-TT-START(WS-TERM-IDX) TO WS-ENTRY-START          04870000
               IF WS-ENTRY-SEQ < WS-FROM-SEQ                            04880000
                  OR WS-ENTRY-SEQ > WS-TO-SEQ                           04890000
                  ADD 1 TO WS-CNT-OUT-RANGE                             04900000
               ELSE                                                     04910000
                  IF WS-HS-COUNT > ZERO                                 04920000
                     MOVE WS-HS-DEPT(1) TO WS-ENTRY-DEPT                04930000
                  ELSE                                                  04940000
                     MOVE WS-STUD-DEPT TO WS-ENTRY-DEPT                 04950000
                  END-IF                                                04960000
                  PERFORM H300-FIND-COHORT-PARA                         04970000
                  IF WS-COHORT-FOUND                                    04980000
                     ADD 1 TO WS-CNT-COHORTED                           04990000
                     ADD 1 TO WS-CH-SIZE(WS-CH-IDX)                     05000000
                     PERFORM H400-SCAN-REGISTRATION-PARA                05010000
                     PERFORM H500-OUTCOME-PARA                          05020000
                        VARYING WS-OC-IDX FROM 1 BY 1                   05030000
                        UNTIL WS-OC-IDX > 3                             05040000
                  ELSE                                                  05050000
                     ADD 1 TO WS-CNT-NO-COHORT                          05060000
                  END-IF                                                05070000
               END-IF                                                   05080000
            END-IF.                                                     05090000
            PERFORM H100-FETCH-STUDENT-PARA.                            05100000
                                                                        05110000
       H210-COLLECT-HIST-PARA.                                          05120000
                                                                        05130000
            MOVE ZERO TO WS-HS-COUNT.                                   05140000
            PERFORM H110-FETCH-HIST-PARA                                05150000
               UNTIL WS-HIST-AT-END                                     05160000
                  OR WS-HIST-ID NOT < WS-STUD-ID.                       05170000
            PERFORM H220-KEEP-HIST-PARA                                 05180000
               UNTIL WS-HIST-AT-END                                     05190000
                  OR WS-HIST-ID NOT = WS-STUD-ID.                       05200000
                                                                        05210000
       H220-KEEP-HIST-PARA.                                             05220000
                                                                        05230000
            IF WS-HS-COUNT < WS-HS-MAX                                  05240000
               ADD 1 TO WS-HS-COUNT                                     05250000
               MOVE WS-HIST-TS(1:8) TO WS-HS-DATE(WS-HS-COUNT)          05260000
               MOVE WS-HIST-STATUS  TO WS-HS-STATUS(WS-HS-COUNT)        05270000
               MOVE WS-HIST-DEPT    TO WS-HS-DEPT(WS-HS-COUNT)          05280000
            ELSE                                                        05290000
               ADD 1 TO WS-CNT-HIST-OVER                                05300000
            END-IF.                                                     05310000
            PERFORM H110-FETCH-HIST-PARA.                               05320000
                                                                        05330000
       H300-FIND-COHORT-PARA.                                           05340000
                                                                        05350000
            MOVE 'N' TO WS-COHORT-FLAG.                                 05360000
            PERFORM VARYING WS-CH-IDX FROM 1 BY 1                       05370000
               UNTIL WS-CH-IDX > WS-CH-COUNT                            05380000
                  OR WS-COHORT-FOUND                                    05390000
               IF WS-CH-TERM(WS-CH-IDX) = WS-ENTRY-TERM                 05400000
                  AND WS-CH-DEPT(WS-CH-IDX) = WS-ENTRY-DEPT             05410000
                  MOVE 'Y' TO WS-COHORT-FLAG                            05420000
               END-IF                                                   05430000
            END-PERFORM.                                                05440000
            IF WS-COHORT-FOUND                                          05450000
               SUBTRACT 1 FROM WS-CH-IDX                                05460000
            ELSE                                                        05470000
               PERFORM H310-ADD-COHORT-PARA                             05480000
            END-IF.                                                     05490000
                                                                        05500000
       H310-ADD-COHORT-PARA.                                            05510000
                                                                        05520000
            IF WS-CH-COUNT NOT < WS-CH-MAX                              05530000
               MOVE 'F' TO WS-COHORT-FLAG                               05540000
               DISPLAY 'WARNING - COHORT TABLE FULL, STUDENT NOT '      05550000
                       'REPORTED: ' WS-STUD-ID ' ' WS-ENTRY-TERM        05560000
                       ' ' WS-ENTRY-DEPT                                05570000
            ELSE                                                        05580000
               PERFORM VARYING WS-CH-IDX FROM 1 BY 1                    05590000
                  UNTIL WS-CH-IDX > WS-CH-COUNT                         05600000
                     OR WS-CH-SEQ(WS-CH-IDX) > WS-ENTRY-SEQ             05610000
                     OR (WS-CH-SEQ(WS-CH-IDX) = WS-ENTRY-SEQ            05620000
                         AND WS-CH-DEPT(WS-CH-IDX) > WS-ENTRY-DEPT)     05630000
                  CONTINUE                                              05640000
               END-PERFORM                                              05650000
               PERFORM VARYING WS-SHIFT-IDX FROM WS-CH-COUNT BY -1      05660000
                  UNTIL WS-SHIFT-IDX < WS-CH-IDX                        05670000
                  MOVE WS-CH-ENTRY(WS-SHIFT-IDX)                        05680000
                    TO WS-CH-ENTRY(WS-SHIFT-IDX + 1)                    05690000
               END-PERFORM                                              05700000
               ADD 1 TO WS-CH-COUNT                                     05710000
               INITIALIZE WS-CH-ENTRY(WS-CH-IDX)                        05720000
               MOVE WS-ENTRY-TERM  TO WS-CH-TERM(WS-CH-IDX)             05730000
               MOVE WS-ENTRY-SEQ   TO WS-CH-SEQ(WS-CH-IDX)              05740000
               MOVE WS-ENTRY-START TO WS-CH-START(WS-CH-IDX)            05750000
               MOVE WS-ENTRY-DEPT  TO WS-CH-DEPT(WS-CH-IDX)             05760000
               MOVE 'Y' TO WS-COHORT-FLAG                               05770000
            END-IF.                                                     05780000
                                                                        05790000
       H400-SCAN-REGISTRATION-PARA.                                     05800000
                                                                        05810000
            MOVE ALL 'N' TO WS-REG-FLAGS.                               05820000
            MOVE SPACES TO WS-LAST-REG-START.                           05830000
            MOVE WS-STUD-ID TO WS-WORK-STUD-ID.                         05840000
            MOVE WS-WORK-STUD-ID TO RG-STUD-ID.                         05850000
            MOVE LOW-VALUES      TO RG-COURSE.                          05860000
            MOVE 'N' TO WS-REG-EOF.                                     05870000
            START REGMST KEY IS NOT LESS THAN RG-KEY                    05880000
              INVALID KEY MOVE 'Y' TO WS-REG-EOF                        05890000
            END-START.                                                  05900000
            PERFORM H410-READ-REG-PARA UNTIL WS-REG-AT-END.             05910000
            PERFORM VARYING WS-OFF-IDX FROM 1 BY 1                      05920000
               UNTIL WS-OFF-IDX > WS-MAX-OFFSET                         05930000
               IF WS-REG-FLAG(WS-OFF-IDX) = 'Y'                         05940000
                  ADD 1 TO WS-CH-ENROLLED(WS-CH-IDX, WS-OFF-IDX)        05950000
               END-IF                                                   05960000
            END-PERFORM.                                                05970000
                                                                        05980000
       H410-READ-REG-PARA.                                              05990000
                                                                        06000000
            READ REGMST NEXT                                            06010000
              AT END MOVE 'Y' TO WS-REG-EOF                             06020000
              NOT AT END                                                06030000
                 IF RG-STUD-ID NOT = WS-WORK-STUD-ID                    06040000
                    MOVE 'Y' TO WS-REG-EOF                              06050000
                 ELSE                                                   06060000
                    ADD 1 TO WS-CNT-REG-READ                            06070000
                    PERFORM H420-MARK-TERM-PARA                         06080000
                 END-IF                                                 06090000
            END-READ.                                                   06100000
                                                                        06110000
       H420-MARK-TERM-PARA.                                             06120000
                                                                        06130000
            MOVE RG-TERM TO WS-WORK-TERM.                               06140000
            PERFORM H070-FIND-TERM-PARA.                                06150000
            IF NOT WS-TERM-FOUND                                        06160000
               ADD 1 TO WS-CNT-REG-NOTERM                               06170000
            ELSE                                                        06180000
               COMPUTE WS-OFFSET =                                      06190000
                       WS-TT-SEQ(WS-TERM-IDX) - WS-ENTRY-SEQ            06200000
               IF WS-OFFSET NOT < ZERO                                  06210000
                  IF WS-LAST-REG-START = SPACES                         06220000
                     OR WS-TT-START(WS-TERM-IDX) > WS-LAST-REG-START    06230000
                     MOVE WS-TT-START(WS-TERM-IDX)                      06240000
                       TO WS-LAST-REG-START                             06250000
                  END-IF                                                06260000
               END-IF                                                   06270000
               IF WS-OFFSET > ZERO                                      06280000
                  AND WS-OFFSET NOT > WS-MAX-OFFSET                     06290000
                  MOVE 'Y' TO WS-REG-FLAG(WS-OFFSET)                    06300000
               END-IF                                                   06310000
            END-IF.                                                     06320000
                                                                        06330000
       H500-OUTCOME-PARA.                                               06340000
                                                                        06350000
            PERFORM H510-SET-HORIZON-PARA.                              06360000
            MOVE 'N' TO WS-AT-FLAG.                                     06370000
            PERFORM VARYING WS-HS-IDX FROM 1 BY 1                       06380000
               UNTIL WS-HS-IDX > WS-HS-COUNT                            06390000
                  OR WS-AT-FOUND                                        06400000
               IF WS-HS-DATE(WS-HS-IDX) > WS-MEASURE-DATE               06410000
                  MOVE 'Y' TO WS-AT-FLAG                                06420000
                  MOVE WS-HS-STATUS(WS-HS-IDX) TO WS-STATUS-AT          06430000
               END-IF                                                   06440000
            END-PERFORM.                                                06450000
            IF NOT WS-AT-FOUND                                          06460000
               MOVE WS-STUD-STATUS TO WS-STATUS-AT                      06470000
            END-IF.                                                     06480000
            EVALUATE TRUE                                               06490000
            WHEN WS-AT-GRADUATED                                        06500000
                 ADD 1 TO WS-CH-GRAD(WS-CH-IDX, WS-OC-IDX)              06510000
            WHEN WS-AT-WITHDRAWN                                        06520000
                 ADD 1 TO WS-CH-WDRN(WS-CH-IDX, WS-OC-IDX)              06530000
            WHEN WS-LAST-REG-START = SPACES                             06540000
              OR WS-LAST-REG-START < WS-LOOKBACK-X                      06550000
                 ADD 1 TO WS-CH-INACT(WS-CH-IDX, WS-OC-IDX)             06560000
            WHEN OTHER                                                  06570000
                 ADD 1 TO WS-CH-ACTIVE(WS-CH-IDX, WS-OC-IDX)            06580000
            END-EVALUATE.                                               06590000
                                                                        06600000
       H510-SET-HORIZON-PARA.                                           06610000
                                                                        06620000
            COMPUTE WS-OC-YEARS = WS-OC-IDX + 3.                        06630000
            IF WS-ENTRY-START IS NUMERIC                                06640000
               MOVE WS-ENTRY-START TO WS-START-N                        06650000
            ELSE                                                        06660000
               MOVE WS-BUSINESS-DATE TO WS-START-N                      06670000
            END-IF.                                                     06680000
            COMPUTE WS-HORIZON-N = WS-START-N + (WS-OC-YEARS * 10000).  06690000
            IF WS-HORIZON-X(5:4) = '0229'                               06700000
               MOVE '0228' TO WS-HORIZON-X(5:4)                         06710000
            END-IF.                                                     06720000
            IF WS-HORIZON-X > WS-BUSINESS-DATE                          06730000
               MOVE WS-BUSINESS-DATE TO WS-MEASURE-DATE                 06740000
            ELSE                                                        06750000
               MOVE WS-HORIZON-X TO WS-MEASURE-DATE                     06760000
            END-IF.                                                     06770000
            COMPUTE WS-LOOKBACK-N = WS-MEASURE-N - 10000.               06780000
            IF WS-LOOKBACK-X(5:4) = '0229'                              06790000
               MOVE '0228' TO WS-LOOKBACK-X(5:4)                        06800000
            END-IF.                                                     06810000
                                                                        06820000
       H600-PRINT-COHORT-PARA.                                          06830000
                                                                        06840000
            MOVE WS-CH-TERM(WS-CH-IDX)  TO CL-TERM.                     06850000
            MOVE WS-CH-START(WS-CH-IDX) TO CL-START.                    06860000
            MOVE WS-CH-DEPT(WS-CH-IDX)  TO CL-DEPT.                     06870000
            MOVE WS-CH-SIZE(WS-CH-IDX)  TO CL-SIZE.                     06880000
            MOVE WS-CH-SIZE(WS-CH-IDX)  TO WS-PCT-BASE.                 06890000
            WRITE COHRPT-REC FROM WS-COHORT-LINE                        06900000
               AFTER ADVANCING 2 LINES.                                 06910000
            PERFORM H610-PRINT-TERM-PARA                                06920000
               VARYING WS-OFF-IDX FROM 1 BY 1                           06930000
               UNTIL WS-OFF-IDX > WS-MAX-OFFSET.                        06940000
            MOVE WS-CH-START(WS-CH-IDX) TO WS-ENTRY-START.              06950000
            PERFORM H620-PRINT-OUTCOME-PARA                             06960000
               VARYING WS-OC-IDX FROM 1 BY 1                            06970000
               UNTIL WS-OC-IDX > 3.                                     06980000
                                                                        06990000
       H610-PRINT-TERM-PARA.                                            07000000
                                                                        07010000
            COMPUTE WS-WORK-SEQ = WS-CH-SEQ(WS-CH-IDX) + WS-OFF-IDX.    07020000
            PERFORM H080-FIND-SEQ-PARA.                                 07030000
            IF WS-TERM-FOUND                                            07040000
               AND WS-TT-START(WS-TERM-IDX) NOT > WS-BUSINESS-DATE      07050000
               MOVE WS-OFF-IDX TO TL-OFFSET                             07060000
               MOVE WS-TT-TERM(WS-TERM-IDX) TO TL-TERM                  07070000
               MOVE WS-CH-ENROLLED(WS-CH-IDX, WS-OFF-IDX) TO TL-COUNT   07080000
               MOVE WS-CH-ENROLLED(WS-CH-IDX, WS-OFF-IDX)               07090000
                 TO WS-PCT-COUNT                                        07100000
               PERFORM H690-PERCENT-PARA                                07110000
               MOVE WS-PCT TO TL-PCT                                    07120000
               WRITE COHRPT-REC FROM WS-TERM-LINE                       07130000
                  AFTER ADVANCING 1 LINE                                07140000
            END-IF.                                                     07150000
                                                                        07160000
       H620-PRINT-OUTCOME-PARA.                                         07170000
                                                                        07180000
            PERFORM H510-SET-HORIZON-PARA.                              07190000
            MOVE WS-OC-YEARS  TO OL-YEARS.                              07200000
            MOVE WS-HORIZON-X TO OL-HORIZON.                            07210000
            MOVE WS-CH-GRAD(WS-CH-IDX, WS-OC-IDX) TO OL-GRAD.           07220000
            MOVE WS-CH-GRAD(WS-CH-IDX, WS-OC-IDX) TO WS-PCT-COUNT.      07230000
            PERFORM H690-PERCENT-PARA.                                  07240000
            MOVE WS-PCT TO OL-GRAD-PCT.                                 07250000
            MOVE WS-CH-WDRN(WS-CH-IDX, WS-OC-IDX) TO OL-WDRN.           07260000
            MOVE WS-CH-WDRN(WS-CH-IDX, WS-OC-IDX) TO WS-PCT-COUNT.      07270000
            PERFORM H690-PERCENT-PARA.                                  07280000
            MOVE WS-PCT TO OL-WDRN-PCT.                                 07290000
            MOVE WS-CH-INACT(WS-CH-IDX, WS-OC-IDX) TO OL-INACT.         07300000
            MOVE WS-CH-INACT(WS-CH-IDX, WS-OC-IDX) TO WS-PCT-COUNT.     07310000
            PERFORM H690-PERCENT-PARA.                                  07320000
            MOVE WS-PCT TO OL-INACT-PCT.                                07330000
            MOVE WS-CH-ACTIVE(WS-CH-IDX, WS-OC-IDX) TO OL-ACTIVE.       07340000
            IF WS-HORIZON-X > WS-BUSINESS-DATE                          07350000
               MOVE 'WINDOW OPEN' TO OL-OPEN                            07360000
            ELSE                                                        07370000
               MOVE SPACES TO OL-OPEN                                   07380000
            END-IF.                                                     07390000
            WRITE COHRPT-REC FROM WS-OUTCOME-LINE                       07400000
               AFTER ADVANCING 1 LINE.                                  07410000
                                                                        07420000
       H690-PERCENT-PARA.                                               07430000
                                                                        07440000
            IF WS-PCT-BASE > ZERO                                       07450000
               COMPUTE WS-PCT ROUNDED =                                 07460000
                       WS-PCT-COUNT * 100 / WS-PCT-BASE                 07470000
            ELSE                                                        07480000
               MOVE ZERO TO WS-PCT                                      07490000
            END-IF.                                                     07500000
                                                                        07510000
       H700-PRINT-FOOTNOTE-PARA.                                        07520000
                                                                        07530000
            MOVE SPACES TO FL-TEXT.                                     07540000
            WRITE COHRPT-REC FROM WS-FOOT-LINE                          07550000
               AFTER ADVANCING 1 LINE.                                  07560000
            MOVE 'ENROLLED = COHORT MEMBERS WITH A REGMST REGISTRATION' 07570000
              TO FL-TEXT.                                               07580000
            WRITE COHRPT-REC FROM WS-FOOT-LINE                          07590000
               AFTER ADVANCING 1 LINE.                                  07600000
            MOVE '  IN THE TERM THAT MANY TERMS AFTER ENTRY (TM-SEQ)'   07610000
              TO FL-TEXT.                                               07620000
            WRITE COHRPT-REC FROM WS-FOOT-LINE                          07630000
               AFTER ADVANCING 1 LINE.                                  07640000
            MOVE 'GRAD / WDR = STATUS G / W AT THE WINDOW END'          07650000
              TO FL-TEXT.                                               07660000
            WRITE COHRPT-REC FROM WS-FOOT-LINE                          07670000
               AFTER ADVANCING 1 LINE.                                  07680000
            MOVE '  ACCORDING TO THE STUDENT STATUS HISTORY'            07690000
              TO FL-TEXT.                                               07700000
            WRITE COHRPT-REC FROM WS-FOOT-LINE                          07710000
               AFTER ADVANCING 1 LINE.                                  07720000
            MOVE 'INAC = STILL ACTIVE BUT NOT REGISTERED IN ANY TERM'   07730000
              TO FL-TEXT.                                               07740000
            WRITE COHRPT-REC FROM WS-FOOT-LINE                          07750000
               AFTER ADVANCING 1 LINE.                                  07760000
            MOVE '  STARTING IN THE LAST YEAR OF THE WINDOW'            07770000
              TO FL-TEXT.                                               07780000
            WRITE COHRPT-REC FROM WS-FOOT-LINE                          07790000
               AFTER ADVANCING 1 LINE.                                  07800000
            MOVE 'WINDOW OPEN = WINDOW ENDS AFTER THE BUSINESS DATE,'   07810000
              TO FL-TEXT.                                               07820000
            WRITE COHRPT-REC FROM WS-FOOT-LINE                          07830000
               AFTER ADVANCING 1 LINE.                                  07840000
            MOVE '  COUNTS ARE AS OF THE BUSINESS DATE'                 07850000
              TO FL-TEXT.                                               07860000
            WRITE COHRPT-REC FROM WS-FOOT-LINE                          07870000
               AFTER ADVANCING 1 LINE.                                  07880000
