       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. TUITASM.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT REGMST ASSIGN TO REGMST                          00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS DYNAMIC                                  00080000
                RECORD KEY IS RG-KEY                                    00090000
                FILE STATUS IS WS-REGMST-STATUS.                        00100000
                SELECT CRSCAT ASSIGN TO CRSCAT                          00110000
                ORGANIZATION IS INDEXED                                 00120000
                ACCESS MODE IS RANDOM                                   00130000
                RECORD KEY IS CC-COURSE                                 00140000
                FILE STATUS IS WS-CRSCAT-STATUS.                        00150000
                SELECT TERMMST ASSIGN TO TERMMST                        00160000
                ORGANIZATION IS INDEXED                                 00170000
                ACCESS MODE IS RANDOM                                   00180000
                RECORD KEY IS TM-TERM                                   00190000
                FILE STATUS IS WS-TERMMST-STATUS.                       00200000
                SELECT STUACCT ASSIGN TO STUACCT                        00210000
                ORGANIZATION IS INDEXED                                 00220000
                ACCESS MODE IS DYNAMIC                                  00230000
                RECORD KEY IS SA-KEY                                    00240000
                FILE STATUS IS WS-STUACCT-STATUS.                       00250000
                SELECT TUITCTL ASSIGN TO TUITCTL                        00260000
                ORGANIZATION IS SEQUENTIAL                              00270000
                FILE STATUS IS WS-TUITCTL-STATUS.                       00280000
                SELECT TUITRPT ASSIGN TO TUITRPT                        00290000
                ORGANIZATION IS SEQUENTIAL.                             00300000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00310000
                ORGANIZATION IS SEQUENTIAL                              00320000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00330000
       DATA DIVISION.                                                   00340000
       FILE SECTION.                                                    00350000
       FD REGMST                                                        00360000
            RECORDING MODE IS F.                                        00370000
           COPY REGREC.                                                 00380000
       FD CRSCAT                                                        00390000
            RECORDING MODE IS F.                                        00400000
           COPY CRSCAT.                                                 00410000
       FD TERMMST                                                       00420000
            RECORDING MODE IS F.                                        00430000
           COPY TERMMST.                                                00440000
       FD STUACCT                                                       00450000
            RECORDING MODE IS F.                                        00460000
           COPY STUACCT.                                                00470000
       FD TUITCTL                                                       00480000
            RECORDING MODE IS F.                                        00490000
           COPY TUITCTL.                                                00500000
       FD TUITRPT                                                       00510000
            RECORDING MODE IS F.                                        00520000
       01 TUITRPT-REC PIC X(132).                                       00530000
       FD CYCDATE                                                       00540000
            RECORDING MODE IS F.                                        00550000
           COPY CYCDATE.                                                00560000
       WORKING-STORAGE SECTION.                                         00570000
       01 WS-EOF             PIC A     VALUE SPACE.                     00580000
       01 WS-REGMST-STATUS   PIC X(02) VALUE SPACES.                    00590000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00600000
       01 WS-TERMMST-STATUS  PIC X(02) VALUE SPACES.                    00610000
       01 WS-STUACCT-STATUS  PIC X(02) VALUE SPACES.                    00620000
       01 WS-TUITCTL-STATUS  PIC X(02) VALUE SPACES.                    00630000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00640000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00650000
       01 WS-PARM-CARD.                                                 00660000
          05 WS-PARM-TERM    PIC X(05).                                 00670000
          05 FILLER          PIC X(75).                                 00680000
       01 WS-CTL-EOF         PIC X(01) VALUE 'N'.                       00690000
       01 WS-ACCT-EOF        PIC X(01) VALUE 'N'.                       00700000
           88 WS-ACCT-AT-END        VALUE 'Y'.                          00710000
       01 WS-CUR-STUD-ID     PIC X(09) VALUE SPACES.                    00720000
       01 WS-NEW-CREDITS     PIC 9(03) VALUE ZERO.                      00730000
       01 WS-STU-REG-CNT     PIC 9(03) COMP VALUE ZERO.                 00735000
       01 WS-OLD-CREDITS     PIC 9(03) VALUE ZERO.                      00740000
       01 WS-NEW-AMT         PIC 9(05)V99 COMP-3 VALUE ZERO.            00750000
       01 WS-OLD-AMT         PIC 9(05)V99 COMP-3 VALUE ZERO.            00760000
       01 WS-POST-AMT        PIC 9(05)V99 COMP-3 VALUE ZERO.            00770000
       01 WS-POST-PCT        PIC 9(03) VALUE ZERO.                      00780000
       01 WS-POST-TYPE       PIC X(01) VALUE SPACE.                     00790000
       01 WS-REFUND-PCT      PIC 9(03) VALUE ZERO.                      00800000
       01 WS-START-DATE-N    PIC 9(08).                                 00810000
       01 WS-RUN-DATE-N      PIC 9(08).                                 00820000
       01 WS-TERM-DAY        PIC S9(04) COMP VALUE ZERO.                00830000
       01 WS-NEW-ACCT-FLAG   PIC X(01) VALUE 'N'.                       00840000
           88 WS-NEW-ACCOUNT        VALUE 'Y'.                          00850000
       01 WS-ACCT-OK-FLAG    PIC X(01) VALUE 'N'.                       00860000
           88 WS-ACCOUNT-OK         VALUE 'Y'.                          00870000
       01 WS-SUMMARY-SAVE    PIC X(80).                                 00880000
       01 WS-RATE-DEPT       PIC X(10) VALUE SPACES.                    00890000
       01 WS-PRINT-LINE      PIC X(132) VALUE SPACES.                   00900000
       77 WS-RATE-MAX        PIC 9(03) COMP VALUE 100.                  00910000
       01 WS-RATE-COUNT      PIC 9(03) COMP VALUE ZERO.                 00920000
       01 WS-RATE-IDX        PIC 9(03) COMP VALUE ZERO.                 00930000
       01 WS-RATE-FLAG       PIC X(01) VALUE 'N'.                       00940000
           88 WS-RATE-FOUND         VALUE 'Y'.                          00950000
       01 WS-RATE-TABLE.                                                00960000
          05 WS-RT-ENTRY OCCURS 100 TIMES.                              00970000
             10 WS-RT-DEPT       PIC X(10).                             00980000
             10 WS-RT-PER-CREDIT PIC 9(04)V99.                          00990000
             10 WS-RT-FLAT-MIN   PIC 9(02).                             01000000
             10 WS-RT-FLAT-MAX   PIC 9(02).                             01010000
             10 WS-RT-FLAT-AMT   PIC 9(05)V99.                          01020000
       77 WS-RFD-MAX         PIC 9(02) COMP VALUE 10.                   01030000
       01 WS-RFD-COUNT       PIC 9(02) COMP VALUE ZERO.                 01040000
       01 WS-RFD-IDX         PIC 9(02) COMP VALUE ZERO.                 01050000
       01 WS-RFD-FLAG        PIC X(01) VALUE 'N'.                       01060000
           88 WS-RFD-FOUND          VALUE 'Y'.                          01070000
       01 WS-RFD-TABLE.                                                 01080000
          05 WS-RF-ENTRY OCCURS 10 TIMES.                               01090000
             10 WS-RF-THRU-DAY   PIC 9(03).                             01100000
             10 WS-RF-PCT        PIC 9(03).                             01110000
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   01120000
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   01130000
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 01140000
                                                                        01150000
       01 WS-CONTROL-TOTALS.                                            01160000
           05 WS-CNT-REG-READ   PIC 9(07) COMP VALUE ZERO.              01170000
           05 WS-CNT-STUDENTS   PIC 9(07) COMP VALUE ZERO.              01180000
           05 WS-CNT-NEW-ACCT   PIC 9(07) COMP VALUE ZERO.              01190000
           05 WS-CNT-CHARGES    PIC 9(07) COMP VALUE ZERO.              01200000
           05 WS-CNT-REFUNDS    PIC 9(07) COMP VALUE ZERO.              01210000
           05 WS-CNT-NO-CHANGE  PIC 9(07) COMP VALUE ZERO.              01220000
           05 WS-CNT-FULL-DROP  PIC 9(07) COMP VALUE ZERO.              01230000
           05 WS-CNT-NO-RATE    PIC 9(07) COMP VALUE ZERO.              01240000
           05 WS-CNT-NO-CATALOG PIC 9(07) COMP VALUE ZERO.              01250000
           05 WS-CNT-HELD       PIC 9(07) COMP VALUE ZERO.              01255000
           05 WS-CNT-NOTFOUND   PIC 9(07) COMP VALUE ZERO.              01260000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              01270000
           05 WS-CNT-IO-ERR     PIC 9(07) COMP VALUE ZERO.              01280000
           05 WS-CNT-POSTED     PIC 9(07) COMP VALUE ZERO.              01290000
       01 WS-AMOUNT-TOTALS.                                             01300000
           05 WS-AMT-CHARGES    PIC 9(07)V99 COMP-3 VALUE ZERO.         01310000
           05 WS-AMT-REFUNDS    PIC 9(07)V99 COMP-3 VALUE ZERO.         01320000
           05 WS-AMT-NET        PIC S9(07)V99 COMP-3 VALUE ZERO.        01330000
           COPY SQLCLS.                                                 01340000
                                                                        01350000
            EXEC SQL                                                    01360000
               INCLUDE SQLCA                                            01370000
            END-EXEC.                                                   01380000
                                                                        01390000
            EXEC SQL                                                    01400000
               INCLUDE STUDENT                                          01410000
            END-EXEC.                                                   01420000
                                                                        01430000
       01  DCLSTUDENT.                                                  01440000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            01450000
           10 WS-STUD-NAME             PIC X(30).                       01460000
           10 WS-STUD-DEPT             PIC X(10).                       01470000
           10 WS-STUD-STATUS           PIC X(01).                       01480000
                                                                        01490000
       01 WS-HDR1.                                                      01500000
          05 FILLER      PIC X(40) VALUE                                01510000
             'TUITION ASSESSMENT REGISTER'.                             01520000
          05 FILLER      PIC X(06) VALUE 'TERM: '.                      01530000
          05 HDR-TERM    PIC X(05).                                     01540000
          05 FILLER      PIC X(04) VALUE SPACES.                        01550000
          05 FILLER      PIC X(06) VALUE 'DATE: '.                      01560000
          05 HDR-DATE    PIC X(08).                                     01570000
          05 FILLER      PIC X(04) VALUE SPACES.                        01580000
          05 FILLER      PIC X(10) VALUE 'TERM DAY: '.                  01590000
          05 HDR-DAY     PIC -ZZZ9.                                     01600000
          05 FILLER      PIC X(04) VALUE SPACES.                        01610000
          05 FILLER      PIC X(05) VALUE 'PAGE '.                       01620000
          05 HDR-PAGE    PIC ZZZZ9.                                     01630000
          05 FILLER      PIC X(30) VALUE SPACES.                        01640000
                                                                        01650000
       01 WS-HDR2.                                                      01660000
          05 FILLER      PIC X(11) VALUE 'STUDENT ID'.                  01670000
          05 FILLER      PIC X(12) VALUE 'RATE DEPT'.                   01680000
          05 FILLER      PIC X(10) VALUE 'CR FROM'.                     01690000
          05 FILLER      PIC X(08) VALUE 'CR TO'.                       01700000
          05 FILLER      PIC X(14) VALUE '   PRIOR BASIS'.              01710000
          05 FILLER      PIC X(14) VALUE '     NEW BASIS'.              01720000
          05 FILLER      PIC X(09) VALUE '  ACTION'.                    01730000
          05 FILLER      PIC X(06) VALUE '  PCT'.                       01740000
          05 FILLER      PIC X(12) VALUE '      AMOUNT'.                01750000
          05 FILLER      PIC X(36) VALUE SPACES.                        01760000
                                                                        01770000
       01 WS-DETAIL-LINE.                                               01780000
          05 DET-STUD-ID     PIC X(09).                                 01790000
          05 FILLER          PIC X(02) VALUE SPACES.                    01800000
          05 DET-DEPT        PIC X(10).                                 01810000
          05 FILLER          PIC X(04) VALUE SPACES.                    01820000
          05 DET-CR-FROM     PIC ZZ9.                                   01830000
          05 FILLER          PIC X(07) VALUE SPACES.                    01840000
          05 DET-CR-TO       PIC ZZ9.                                   01850000
          05 FILLER          PIC X(03) VALUE SPACES.                    01860000
          05 DET-OLD-AMT     PIC ZZ,ZZ9.99.                             01870000
          05 FILLER          PIC X(05) VALUE SPACES.                    01880000
          05 DET-NEW-AMT     PIC ZZ,ZZ9.99.                             01890000
          05 FILLER          PIC X(03) VALUE SPACES.                    01900000
          05 DET-ACTION      PIC X(06).                                 01910000
          05 FILLER          PIC X(03) VALUE SPACES.                    01920000
          05 DET-PCT         PIC ZZ9.                                   01930000
          05 FILLER          PIC X(03) VALUE SPACES.                    01940000
          05 DET-AMOUNT      PIC ZZ,ZZ9.99.                             01950000
          05 FILLER          PIC X(41) VALUE SPACES.                    01960000
                                                                        01970000
       01 WS-TOTAL-LINE.                                                01980000
          05 FILLER          PIC X(04) VALUE SPACES.                    01990000
          05 TOT-LABEL       PIC X(30).                                 02000000
          05 TOT-COUNT       PIC ZZZ,ZZ9.                               02010000
          05 FILLER          PIC X(04) VALUE SPACES.                    02020000
          05 TOT-AMOUNT      PIC -Z,ZZZ,ZZ9.99.                         02030000
          05 FILLER          PIC X(74) VALUE SPACES.                    02040000
                                                                        02050000
       PROCEDURE DIVISION.                                              02060000
                                                                        02070000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             02080000
            PERFORM C050-READ-CYCDATE-PARA.                             02090000
                                                                        02100000
            OPEN INPUT TERMMST.                                         02110000
            IF WS-TERMMST-STATUS NOT = '00'                             02120000
               DISPLAY 'TERMMST OPEN FAILED - STATUS: '                 02130000
                       WS-TERMMST-STATUS                                02140000
               MOVE +16 TO RETURN-CODE                                  02150000
               GOBACK                                                   02160000
            END-IF.                                                     02170000
            MOVE WS-PARM-TERM TO TM-TERM.                               02180000
            READ TERMMST                                                02190000
              INVALID KEY                                               02200000
                 DISPLAY 'ASSESSMENT TERM NOT ON TERM MASTER: '         02210000
                         WS-PARM-TERM                                   02220000
                 CLOSE TERMMST                                          02230000
                 MOVE +8 TO RETURN-CODE                                 02240000
                 GOBACK                                                 02250000
            END-READ.                                                   02260000
            CLOSE TERMMST.                                              02270000
            PERFORM C060-TERM-DAY-PARA.                                 02280000
                                                                        02290000
            OPEN INPUT TUITCTL.                                         02300000
            IF WS-TUITCTL-STATUS NOT = '00'                             02310000
               DISPLAY 'TUITCTL OPEN FAILED - STATUS: '                 02320000
                       WS-TUITCTL-STATUS                                02330000
               MOVE +16 TO RETURN-CODE                                  02340000
               GOBACK                                                   02350000
            END-IF.                                                     02360000
            PERFORM C100-LOAD-CONTROL-PARA UNTIL WS-CTL-EOF = 'Y'.      02370000
            CLOSE TUITCTL.                                              02380000
            IF WS-RATE-COUNT = ZERO                                     02390000
               DISPLAY 'NO TUITION RATES ON TUITCTL - RUN STOPPED'      02400000
               MOVE +16 TO RETURN-CODE                                  02410000
               GOBACK                                                   02420000
            END-IF.                                                     02430000
            PERFORM C070-REFUND-PCT-PARA.                               02440000
                                                                        02450000
            OPEN INPUT REGMST.                                          02460000
            IF WS-REGMST-STATUS NOT = '00'                              02470000
               DISPLAY 'REGMST OPEN FAILED - STATUS: '                  02480000
                       WS-REGMST-STATUS                                 02490000
               MOVE +16 TO RETURN-CODE                                  02500000
               GOBACK                                                   02510000
            END-IF.                                                     02520000
            OPEN INPUT CRSCAT.                                          02530000
            IF WS-CRSCAT-STATUS NOT = '00'                              02540000
               DISPLAY 'CRSCAT OPEN FAILED - STATUS: '                  02550000
                       WS-CRSCAT-STATUS                                 02560000
               MOVE +16 TO RETURN-CODE                                  02570000
               GOBACK                                                   02580000
            END-IF.                                                     02590000
            OPEN I-O STUACCT.                                           02600000
            IF WS-STUACCT-STATUS NOT = '00'                             02610000
               DISPLAY 'STUACCT OPEN FAILED - STATUS: '                 02620000
                       WS-STUACCT-STATUS                                02630000
               MOVE +16 TO RETURN-CODE                                  02640000
               GOBACK                                                   02650000
            END-IF.                                                     02660000
            OPEN OUTPUT TUITRPT.                                        02670000
                                                                        02680000
            MOVE LOW-VALUES TO RG-KEY.                                  02690000
            START REGMST KEY IS NOT LESS THAN RG-KEY                    02700000
              INVALID KEY MOVE 'Y' TO WS-EOF                            02710000
            END-START.                                                  02720000
            IF WS-EOF NOT = 'Y'                                         02730000
               PERFORM C900-READ-REG-PARA                               02740000
            END-IF.                                                     02750000
            PERFORM C200-ASSESS-STUDENT-PARA UNTIL WS-EOF = 'Y'.        02760000
                                                                        02770000
            PERFORM C600-FULL-DROP-PARA.                                02780000
            PERFORM C700-PRINT-TOTALS-PARA.                             02790000
                                                                        02800000
            CLOSE REGMST.                                               02810000
            CLOSE CRSCAT.                                               02820000
            CLOSE STUACCT.                                              02830000
            CLOSE TUITRPT.                                              02840000
                                                                        02850000
            COMPUTE WS-AMT-NET = WS-AMT-CHARGES - WS-AMT-REFUNDS.       02860000
            DISPLAY '===== TUITASM CONTROL TOTALS ====='.               02870000
            DISPLAY 'ASSESSMENT TERM          : ' WS-PARM-TERM.         02880000
            DISPLAY 'TERM DAY (DROP DATE)     : ' WS-TERM-DAY.          02890000
            DISPLAY 'REFUND PERCENT THIS DAY  : ' WS-REFUND-PCT.        02900000
            DISPLAY 'REGISTRATIONS IN TERM    : ' WS-CNT-REG-READ.      02910000
            DISPLAY 'STUDENTS ASSESSED        : ' WS-CNT-STUDENTS.      02920000
            DISPLAY 'NEW TERM ACCOUNTS        : ' WS-CNT-NEW-ACCT.      02930000
            DISPLAY 'CHARGES POSTED           : ' WS-CNT-CHARGES.       02940000
            DISPLAY 'REFUNDS POSTED           : ' WS-CNT-REFUNDS.       02950000
            DISPLAY 'STUDENTS DROPPED TO ZERO : ' WS-CNT-FULL-DROP.     02960000
            DISPLAY 'NO CHANGE IN ASSESSMENT  : ' WS-CNT-NO-CHANGE.     02970000
            DISPLAY 'NO RATE FOR DEPARTMENT   : ' WS-CNT-NO-RATE.       02980000
            DISPLAY 'COURSES NOT ON CATALOG   : ' WS-CNT-NO-CATALOG.    02990000
            DISPLAY 'ASSESSMENTS LEFT AS IS   : ' WS-CNT-HELD.          02995000
            DISPLAY 'STUDENTS NOT ON TABLE    : ' WS-CNT-NOTFOUND.      03000000
            DISPLAY 'STUDENT LOOKUP SQL ERRORS: ' WS-CNT-SQLERR.        03010000
            DISPLAY 'STUACCT I/O ERRORS       : ' WS-CNT-IO-ERR.        03020000
            DISPLAY 'AMOUNT CHARGED           : ' WS-AMT-CHARGES.       03030000
            DISPLAY 'AMOUNT REFUNDED          : ' WS-AMT-REFUNDS.       03040000
            DISPLAY 'NET ASSESSED             : ' WS-AMT-NET.           03050000
            DISPLAY '=================================='.               03060000
                                                                        03070000
            IF WS-CNT-SQLERR > ZERO OR WS-CNT-IO-ERR > ZERO             03080000
               MOVE +8 TO RETURN-CODE                                   03090000
            ELSE                                                        03100000
               IF WS-CNT-NO-RATE > ZERO OR WS-CNT-NOTFOUND > ZERO       03110000
                  OR WS-CNT-NO-CATALOG > ZERO                           03120000
                  MOVE +4 TO RETURN-CODE                                03130000
               ELSE                                                     03140000
                  MOVE ZERO TO RETURN-CODE                              03150000
               END-IF                                                   03160000
            END-IF.                                                     03170000
                                                                        03180000
            GOBACK.                                                     03190000
                                                                        03200000
       C050-READ-CYCDATE-PARA.                                          03210000
                                                                        03220000
            OPEN INPUT CYCDATE.                                         03230000
            IF WS-CYCDATE-STATUS NOT = '00'                             03240000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      03250000
               MOVE FUNCTION CURRENT-DATE(1:8)                          03260000
                 TO WS-BUSINESS-DATE                                    03270000
            ELSE                                                        03280000
               READ CYCDATE                                             03290000
                 AT END                                                 03300000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     03310000
                      TO WS-BUSINESS-DATE                               03320000
                 NOT AT END                                             03330000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           03340000
               END-READ                                                 03350000
               CLOSE CYCDATE                                            03360000
            END-IF.                                                     03370000
            MOVE WS-BUSINESS-DATE TO HDR-DATE.                          03380000
            MOVE WS-PARM-TERM     TO HDR-TERM.                          03390000
                                                                        03400000
       C060-TERM-DAY-PARA.                                              03410000
                                                                        03420000
            IF TM-START-DATE IS NUMERIC                                 03430000
               AND WS-BUSINESS-DATE IS NUMERIC                          03440000
               MOVE TM-START-DATE    TO WS-START-DATE-N                 03450000
               MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-N                   03460000
               COMPUTE WS-TERM-DAY =                                    03470000
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)          03480000
                     - FUNCTION INTEGER-OF-DATE(WS-START-DATE-N)        03490000
            ELSE                                                        03500000
               DISPLAY 'TERM START DATE NOT NUMERIC - DROPS '           03510000
                       'REFUNDED IN FULL: ' WS-PARM-TERM                03520000
               MOVE -1 TO WS-TERM-DAY                                   03530000
            END-IF.                                                     03540000
            MOVE WS-TERM-DAY TO HDR-DAY.                                03550000
                                                                        03560000
       C070-REFUND-PCT-PARA.                                            03570000
                                                                        03580000
            IF WS-TERM-DAY < ZERO                                       03590000
               MOVE 100 TO WS-REFUND-PCT                                03600000
            ELSE                                                        03610000
               MOVE ZERO TO WS-REFUND-PCT                               03620000
               MOVE 'N' TO WS-RFD-FLAG                                  03630000
               PERFORM C080-MATCH-REFUND-PARA                           03640000
                  VARYING WS-RFD-IDX FROM 1 BY 1                        03650000
                  UNTIL WS-RFD-IDX > WS-RFD-COUNT OR WS-RFD-FOUND       03660000
            END-IF.                                                     03670000
                                                                        03680000
       C080-MATCH-REFUND-PARA.                                          03690000
                                                                        03700000
            IF WS-TERM-DAY NOT > WS-RF-THRU-DAY(WS-RFD-IDX)             03710000
               MOVE 'Y' TO WS-RFD-FLAG                                  03720000
               MOVE WS-RF-PCT(WS-RFD-IDX) TO WS-REFUND-PCT              03730000
            END-IF.                                                     03740000
                                                                        03750000
       C100-LOAD-CONTROL-PARA.                                          03760000
                                                                        03770000
            READ TUITCTL                                                03780000
              AT END MOVE 'Y' TO WS-CTL-EOF                             03790000
              NOT AT END                                                03800000
                 EVALUATE TRUE                                          03810000
                 WHEN TC-TYPE-RATE                                      03820000
                      PERFORM C110-LOAD-RATE-PARA                       03830000
                 WHEN TC-TYPE-REFUND                                    03840000
                      PERFORM C120-LOAD-REFUND-PARA                     03850000
                 WHEN OTHER                                             03860000
                      DISPLAY 'INVALID TUITION CONTROL RECORD: '        03870000
                              TUITCTL-REC                               03880000
                 END-EVALUATE                                           03890000
            END-READ.                                                   03900000
                                                                        03910000
       C110-LOAD-RATE-PARA.                                             03920000
                                                                        03930000
            IF TC-PER-CREDIT IS NOT NUMERIC                             03940000
               OR TC-FLAT-MIN IS NOT NUMERIC                            03950000
               OR TC-FLAT-MAX IS NOT NUMERIC                            03960000
               OR TC-FLAT-AMT IS NOT NUMERIC                            03970000
               DISPLAY 'INVALID TUITION RATE IGNORED: ' TC-DEPT         03980000
            ELSE                                                        03990000
               IF WS-RATE-COUNT < WS-RATE-MAX                           04000000
                  ADD 1 TO WS-RATE-COUNT                                04010000
                  MOVE TC-DEPT       TO WS-RT-DEPT(WS-RATE-COUNT)       04020000
                  MOVE TC-PER-CREDIT                                    04030000
                    TO WS-RT-PER-CREDIT(WS-RATE-COUNT)                  04040000
                  MOVE TC-FLAT-MIN   TO WS-RT-FLAT-MIN(WS-RATE-COUNT)   04050000
                  MOVE TC-FLAT-MAX   TO WS-RT-FLAT-MAX(WS-RATE-COUNT)   04060000
                  MOVE TC-FLAT-AMT   TO WS-RT-FLAT-AMT(WS-RATE-COUNT)   04070000
               ELSE                                                     04080000
                  DISPLAY 'WARNING - RATE TABLE FULL, RATE IGNORED: '   04090000
                          TC-DEPT                                       04100000
               END-IF                                                   04110000
            END-IF.                                                     04120000
                                                                        04130000
       C120-LOAD-REFUND-PARA.                                           04140000
                                                                        04150000
            IF TC-THRU-DAY IS NOT NUMERIC                               04160000
               OR TC-REFUND-PCT IS NOT NUMERIC                          04170000
               OR TC-REFUND-PCT > 100                                   04180000
               DISPLAY 'INVALID REFUND SCHEDULE ENTRY IGNORED: '        04190000
                       TUITCTL-REC                                      04200000
            ELSE                                                        04210000
               IF WS-RFD-COUNT < WS-RFD-MAX                             04220000
                  ADD 1 TO WS-RFD-COUNT                                 04230000
                  MOVE TC-THRU-DAY   TO WS-RF-THRU-DAY(WS-RFD-COUNT)    04240000
                  MOVE TC-REFUND-PCT TO WS-RF-PCT(WS-RFD-COUNT)         04250000
               ELSE                                                     04260000
                  DISPLAY 'WARNING - REFUND SCHEDULE FULL, ENTRY '      04270000
                          'IGNORED: ' TUITCTL-REC                       04280000
               END-IF                                                   04290000
            END-IF.                                                     04300000
                                                                        04310000
       C200-ASSESS-STUDENT-PARA.                                        04320000
                                                                        04330000
            MOVE RG-STUD-ID TO WS-CUR-STUD-ID.                          04340000
            MOVE ZERO TO WS-NEW-CREDITS.                                04350000
            MOVE ZERO TO WS-STU-REG-CNT.                                04355000
            PERFORM C210-SUM-CREDITS-PARA                               04360000
               UNTIL WS-EOF = 'Y' OR RG-STUD-ID NOT = WS-CUR-STUD-ID.   04370000
            IF WS-NEW-CREDITS > ZERO                                    04380000
               ADD 1 TO WS-CNT-STUDENTS                                 04390000
               PERFORM C300-OPEN-ACCOUNT-PARA                           04400000
               IF WS-ACCOUNT-OK                                         04410000
                  PERFORM C400-POST-ASSESSMENT-PARA                     04420000
               END-IF                                                   04430000
            ELSE                                                        04432000
               IF WS-STU-REG-CNT > ZERO                                 04434000
                  PERFORM C250-HOLD-ACCOUNT-PARA                        04436000
               END-IF                                                   04438000
            END-IF.                                                     04440000
                                                                        04450000
       C210-SUM-CREDITS-PARA.                                           04460000
                                                                        04470000
            IF RG-TERM = WS-PARM-TERM                                   04480000
               ADD 1 TO WS-CNT-REG-READ                                 04490000
               ADD 1 TO WS-STU-REG-CNT                                  04495000
               MOVE RG-COURSE TO CC-COURSE                              04500000
               READ CRSCAT                                              04510000
                 INVALID KEY                                            04520000
                    ADD 1 TO WS-CNT-NO-CATALOG                          04530000
                    DISPLAY 'REGISTERED COURSE NOT ON CATALOG: '        04540000
                            RG-COURSE ' ' RG-STUD-ID                    04550000
                 NOT INVALID KEY                                        04560000
                    ADD CC-CREDITS TO WS-NEW-CREDITS                    04570000
               END-READ                                                 04580000
            END-IF.                                                     04590000
            PERFORM C900-READ-REG-PARA.                                 04600000
                                                                        04610000
       C250-HOLD-ACCOUNT-PARA.                                          04610380
                                                                        04610760
            MOVE WS-CUR-STUD-ID TO SA-STUD-ID.                          04611140
            MOVE WS-PARM-TERM   TO SA-TERM.                             04611520
            MOVE ZERO           TO SA-SEQ.                              04611900
            READ STUACCT                                                04612280
              INVALID KEY                                               04612660
                 CONTINUE                                               04613040
              NOT INVALID KEY                                           04613420
                 DISPLAY 'NO PRICED COURSES - ASSESSMENT KEPT: '        04613800
                         WS-CUR-STUD-ID                                 04614180
                 PERFORM C260-STAMP-RUN-PARA                            04614560
            END-READ.                                                   04614940
                                                                        04615320
       C260-STAMP-RUN-PARA.                                             04615700
                                                                        04616080
            ADD 1 TO WS-CNT-HELD.                                       04616460
            MOVE WS-BUSINESS-DATE TO SA-LAST-RUN-DATE.                  04616840
            REWRITE STUACCT-REC                                         04617220
              INVALID KEY                                               04617600
                 ADD 1 TO WS-CNT-IO-ERR                                 04617980
                 DISPLAY 'STUACCT REWRITE FAILED - STATUS: '            04618360
                         WS-STUACCT-STATUS ' ' WS-CUR-STUD-ID           04618740
            END-REWRITE.                                                04619120
                                                                        04619500
       C300-OPEN-ACCOUNT-PARA.                                          04620000
                                                                        04630000
            MOVE 'N' TO WS-ACCT-OK-FLAG.                                04640000
            MOVE 'N' TO WS-NEW-ACCT-FLAG.                               04650000
            MOVE WS-CUR-STUD-ID TO SA-STUD-ID.                          04660000
            MOVE WS-PARM-TERM   TO SA-TERM.                             04670000
            MOVE ZERO           TO SA-SEQ.                              04680000
            READ STUACCT                                                04690000
              INVALID KEY                                               04700000
                 PERFORM C310-NEW-ACCOUNT-PARA                          04710000
              NOT INVALID KEY                                           04720000
                 MOVE 'Y' TO WS-ACCT-OK-FLAG                            04730000
            END-READ.                                                   04740000
                                                                        04750000
       C310-NEW-ACCOUNT-PARA.                                           04760000
                                                                        04770000
            IF WS-CUR-STUD-ID IS NOT NUMERIC                            04780000
               ADD 1 TO WS-CNT-NOTFOUND                                 04790000
               DISPLAY 'INVALID STUD-ID ON REGMST: ' WS-CUR-STUD-ID     04800000
            ELSE                                                        04810000
               COMPUTE WS-STUD-ID = FUNCTION NUMVAL(WS-CUR-STUD-ID)     04820000
               PERFORM C320-SELECT-STUDENT-PARA                         04830000
               EVALUATE TRUE                                            04840000
               WHEN SQL-SUCCESS                                         04850000
                    MOVE 'Y' TO WS-ACCT-OK-FLAG                         04860000
                    MOVE 'Y' TO WS-NEW-ACCT-FLAG                        04870000
                    MOVE WS-CUR-STUD-ID TO SA-STUD-ID                   04880000
                    MOVE WS-PARM-TERM   TO SA-TERM                      04890000
                    MOVE ZERO           TO SA-SEQ                       04900000
                    MOVE 'S'            TO SA-REC-TYPE                  04910000
                    MOVE SPACES         TO SA-SUMMARY-DATA              04920000
                    MOVE ZERO           TO SA-ASSESSED-CREDITS          04930000
                    MOVE ZERO           TO SA-ASSESSED-AMT              04940000
                    MOVE ZERO           TO SA-TOT-CHARGES               04950000
                    MOVE ZERO           TO SA-TOT-REFUNDS               04960000
                    MOVE ZERO           TO SA-LAST-SEQ                  04970000
                    MOVE WS-STUD-DEPT   TO SA-RATE-DEPT                 04980000
               WHEN SQL-NOTFOUND                                        04990000
                    ADD 1 TO WS-CNT-NOTFOUND                            05000000
                    DISPLAY 'STUDENT NOT ON STUD_STUDENT: '             05010000
                            WS-CUR-STUD-ID                              05020000
               WHEN OTHER                                               05030000
                    ADD 1 TO WS-CNT-SQLERR                              05040000
                    DISPLAY 'STUDENT LOOKUP SQL ERROR SQLCODE: '        05050000
                            SQLCODE                                     05060000
               END-EVALUATE                                             05070000
            END-IF.                                                     05080000
                                                                        05090000
       C320-SELECT-STUDENT-PARA.                                        05100000
                                                                        05110000
            EXEC SQL                                                    05120000
                 SELECT  STUD_ID, STUD_NAME, STUD_DEPT,                 05130000
                         STUD_ENROLL_STATUS                             05140000
                   INTO  :WS-STUD-ID, :WS-STUD-NAME,                    05150000
                         :WS-STUD-DEPT, :WS-STUD-STATUS                 05160000
                FROM STUD_STUDENT                                       05170000
                WHERE STUD_ID = :WS-STUD-ID                             05180000
            END-EXEC.                                                   05190000
                                                                        05200000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                05210000
                                                                        05220000
       C400-POST-ASSESSMENT-PARA.                                       05230000
                                                                        05240000
            MOVE SA-ASSESSED-CREDITS TO WS-OLD-CREDITS.                 05250000
            MOVE SA-ASSESSED-AMT     TO WS-OLD-AMT.                     05260000
            PERFORM C500-PRICE-LOAD-PARA.                               05270000
            IF NOT WS-RATE-FOUND                                        05280000
               ADD 1 TO WS-CNT-NO-RATE                                  05290000
               DISPLAY 'NO TUITION RATE FOR DEPARTMENT: '               05300000
                       SA-RATE-DEPT ' ' WS-CUR-STUD-ID                  05310000
               IF NOT WS-NEW-ACCOUNT                                    05312500
                  PERFORM C260-STAMP-RUN-PARA                           05315000
               END-IF                                                   05317500
            ELSE                                                        05320000
               IF WS-NEW-ACCOUNT                                        05330000
                  ADD 1 TO WS-CNT-NEW-ACCT                              05340000
               END-IF                                                   05350000
               PERFORM C410-APPLY-CHANGE-PARA                           05360000
            END-IF.                                                     05370000
                                                                        05380000
       C410-APPLY-CHANGE-PARA.                                          05390000
                                                                        05400000
            MOVE SPACE TO WS-POST-TYPE.                                 05410000
            MOVE ZERO  TO WS-POST-AMT.                                  05420000
            EVALUATE TRUE                                               05430000
            WHEN WS-NEW-AMT > WS-OLD-AMT                                05440000
                 MOVE 'C' TO WS-POST-TYPE                               05450000
                 MOVE 100 TO WS-POST-PCT                                05460000
                 COMPUTE WS-POST-AMT = WS-NEW-AMT - WS-OLD-AMT          05470000
                 ADD 1 TO WS-CNT-CHARGES                                05480000
                 ADD WS-POST-AMT TO WS-AMT-CHARGES                      05490000
                 ADD WS-POST-AMT TO SA-TOT-CHARGES                      05500000
            WHEN WS-NEW-AMT < WS-OLD-AMT                                05510000
                 MOVE 'R' TO WS-POST-TYPE                               05520000
                 MOVE WS-REFUND-PCT TO WS-POST-PCT                      05530000
                 COMPUTE WS-POST-AMT ROUNDED =                          05540000
                         (WS-OLD-AMT - WS-NEW-AMT)                      05550000
                       * WS-REFUND-PCT / 100                            05560000
                 ADD 1 TO WS-CNT-REFUNDS                                05570000
                 ADD WS-POST-AMT TO WS-AMT-REFUNDS                      05580000
                 ADD WS-POST-AMT TO SA-TOT-REFUNDS                      05590000
            WHEN OTHER                                                  05600000
                 ADD 1 TO WS-CNT-NO-CHANGE                              05610000
            END-EVALUATE.                                               05620000
            MOVE WS-NEW-CREDITS   TO SA-ASSESSED-CREDITS.               05630000
            MOVE WS-NEW-AMT       TO SA-ASSESSED-AMT.                   05640000
            MOVE WS-BUSINESS-DATE TO SA-LAST-RUN-DATE.                  05650000
            IF WS-POST-TYPE NOT = SPACE                                 05660000
               ADD 1 TO SA-LAST-SEQ                                     05670000
               MOVE WS-BUSINESS-DATE TO SA-LAST-POST-DATE               05680000
            END-IF.                                                     05690000
            MOVE SA-RATE-DEPT     TO WS-RATE-DEPT.                      05700000
            MOVE STUACCT-REC TO WS-SUMMARY-SAVE.                        05710000
            IF WS-POST-TYPE NOT = SPACE                                 05720000
               PERFORM C420-WRITE-ENTRY-PARA                            05730000
               PERFORM C430-PRINT-ENTRY-PARA                            05740000
            END-IF.                                                     05750000
            MOVE WS-SUMMARY-SAVE TO STUACCT-REC.                        05760000
            IF WS-NEW-ACCOUNT                                           05770000
               WRITE STUACCT-REC                                        05780000
                 INVALID KEY                                            05790000
                    ADD 1 TO WS-CNT-IO-ERR                              05800000
                    DISPLAY 'STUACCT WRITE FAILED - STATUS: '           05810000
                            WS-STUACCT-STATUS ' ' WS-CUR-STUD-ID        05820000
               END-WRITE                                                05830000
            ELSE                                                        05840000
               REWRITE STUACCT-REC                                      05850000
                 INVALID KEY                                            05860000
                    ADD 1 TO WS-CNT-IO-ERR                              05870000
                    DISPLAY 'STUACCT REWRITE FAILED - STATUS: '         05880000
                            WS-STUACCT-STATUS ' ' WS-CUR-STUD-ID        05890000
               END-REWRITE                                              05900000
            END-IF.                                                     05910000
                                                                        05920000
       C420-WRITE-ENTRY-PARA.                                           05930000
                                                                        05940000
            MOVE SA-LAST-SEQ      TO SA-SEQ.                            05950000
            MOVE WS-POST-TYPE     TO SA-REC-TYPE.                       05960000
            MOVE SPACES           TO SA-ENTRY-DATA.                     05970000
            MOVE WS-BUSINESS-DATE TO SA-POST-DATE.                      05980000
            MOVE WS-OLD-CREDITS   TO SA-CREDITS-FROM.                   05990000
            MOVE WS-NEW-CREDITS   TO SA-CREDITS-TO.                     06000000
            MOVE WS-POST-AMT      TO SA-AMOUNT.                         06010000
            MOVE WS-POST-PCT      TO SA-REFUND-PCT.                     06020000
            MOVE WS-TERM-DAY      TO SA-TERM-DAY.                       06030000
            IF SA-TYPE-CHARGE                                           06040000
               MOVE 'TUITION CHARGE'   TO SA-DESC                       06050000
            ELSE                                                        06060000
               MOVE 'DROP REFUND'      TO SA-DESC                       06070000
            END-IF.                                                     06080000
            WRITE STUACCT-REC                                           06090000
              INVALID KEY                                               06100000
                 ADD 1 TO WS-CNT-IO-ERR                                 06110000
                 DISPLAY 'STUACCT ENTRY WRITE FAILED - STATUS: '        06120000
                         WS-STUACCT-STATUS ' ' WS-CUR-STUD-ID           06130000
            END-WRITE.                                                  06140000
                                                                        06150000
       C430-PRINT-ENTRY-PARA.                                           06160000
                                                                        06170000
            MOVE SPACES           TO WS-DETAIL-LINE.                    06180000
            MOVE WS-CUR-STUD-ID   TO DET-STUD-ID.                       06190000
            MOVE WS-RATE-DEPT     TO DET-DEPT.                          06200000
            MOVE WS-OLD-CREDITS   TO DET-CR-FROM.                       06210000
            MOVE WS-NEW-CREDITS   TO DET-CR-TO.                         06220000
            MOVE WS-OLD-AMT       TO DET-OLD-AMT.                       06230000
            MOVE WS-NEW-AMT       TO DET-NEW-AMT.                       06240000
            IF WS-POST-TYPE = 'C'                                       06250000
               MOVE 'CHARGE' TO DET-ACTION                              06260000
            ELSE                                                        06270000
               MOVE 'REFUND' TO DET-ACTION                              06280000
            END-IF.                                                     06290000
            MOVE WS-POST-PCT      TO DET-PCT.                           06300000
            MOVE WS-POST-AMT      TO DET-AMOUNT.                        06310000
            MOVE WS-DETAIL-LINE   TO WS-PRINT-LINE.                     06320000
            PERFORM C810-WRITE-LINE-PARA.                               06330000
                                                                        06340000
       C500-PRICE-LOAD-PARA.                                            06350000
                                                                        06360000
            MOVE 'N' TO WS-RATE-FLAG.                                   06370000
            PERFORM C510-FIND-RATE-PARA                                 06380000
               VARYING WS-RATE-IDX FROM 1 BY 1                          06390000
               UNTIL WS-RATE-IDX > WS-RATE-COUNT OR WS-RATE-FOUND.      06400000
            IF WS-RATE-FOUND                                            06410000
               SUBTRACT 1 FROM WS-RATE-IDX                              06420000
               IF WS-RT-FLAT-MIN(WS-RATE-IDX) > ZERO                    06430000
                  AND WS-NEW-CREDITS NOT < WS-RT-FLAT-MIN(WS-RATE-IDX)  06440000
                  IF WS-RT-FLAT-MAX(WS-RATE-IDX) > ZERO                 06450000
                     AND WS-NEW-CREDITS > WS-RT-FLAT-MAX(WS-RATE-IDX)   06460000
                     COMPUTE WS-NEW-AMT =                               06470000
                             WS-RT-FLAT-AMT(WS-RATE-IDX)                06480000
                           + (WS-NEW-CREDITS                            06490000
                              - WS-RT-FLAT-MAX(WS-RATE-IDX))            06500000
                           * WS-RT-PER-CREDIT(WS-RATE-IDX)              06510000
                  ELSE                                                  06520000
                     MOVE WS-RT-FLAT-AMT(WS-RATE-IDX) TO WS-NEW-AMT     06530000
                  END-IF                                                06540000
               ELSE                                                     06550000
                  COMPUTE WS-NEW-AMT = WS-NEW-CREDITS                   06560000
                        * WS-RT-PER-CREDIT(WS-RATE-IDX)                 06570000
               END-IF                                                   06580000
            END-IF.                                                     06590000
                                                                        06600000
       C510-FIND-RATE-PARA.                                             06610000
                                                                        06620000
            IF WS-RT-DEPT(WS-RATE-IDX) = SA-RATE-DEPT                   06630000
               MOVE 'Y' TO WS-RATE-FLAG                                 06640000
            END-IF.                                                     06650000
                                                                        06660000
       C600-FULL-DROP-PARA.                                             06670000
                                                                        06680000
            MOVE 'N' TO WS-ACCT-EOF.                                    06690000
            MOVE LOW-VALUES TO SA-KEY.                                  06700000
            START STUACCT KEY IS NOT LESS THAN SA-KEY                   06710000
              INVALID KEY MOVE 'Y' TO WS-ACCT-EOF                       06720000
            END-START.                                                  06730000
            PERFORM C610-READ-ACCOUNT-PARA UNTIL WS-ACCT-AT-END.        06740000
                                                                        06750000
       C610-READ-ACCOUNT-PARA.                                          06760000
                                                                        06770000
            READ STUACCT NEXT                                           06780000
              AT END MOVE 'Y' TO WS-ACCT-EOF                            06790000
              NOT AT END                                                06800000
                 IF SA-TYPE-SUMMARY                                     06810000
                    AND SA-TERM = WS-PARM-TERM                          06820000
                    AND SA-LAST-RUN-DATE NOT = WS-BUSINESS-DATE         06830000
                    AND SA-ASSESSED-CREDITS > ZERO                      06840000
                    PERFORM C620-DROP-TO-ZERO-PARA                      06850000
                 END-IF                                                 06860000
            END-READ.                                                   06870000
                                                                        06880000
       C620-DROP-TO-ZERO-PARA.                                          06890000
                                                                        06900000
            ADD 1 TO WS-CNT-FULL-DROP.                                  06910000
            MOVE SA-STUD-ID TO WS-CUR-STUD-ID.                          06920000
            MOVE 'N' TO WS-NEW-ACCT-FLAG.                               06930000
            MOVE SA-ASSESSED-CREDITS TO WS-OLD-CREDITS.                 06940000
            MOVE SA-ASSESSED-AMT     TO WS-OLD-AMT.                     06950000
            MOVE ZERO TO WS-NEW-CREDITS.                                06960000
            MOVE ZERO TO WS-NEW-AMT.                                    06970000
            PERFORM C410-APPLY-CHANGE-PARA.                             06980000
                                                                        06990000
       C700-PRINT-TOTALS-PARA.                                          07000000
                                                                        07010000
            IF WS-LINE-CNT + 8 > WS-LINES-PER-PAGE                      07020000
               PERFORM C800-PAGE-HEADER-PARA                            07030000
            END-IF.                                                     07040000
            MOVE SPACES TO WS-PRINT-LINE.                               07050000
            PERFORM C810-WRITE-LINE-PARA.                               07060000
            MOVE SPACES TO WS-TOTAL-LINE.                               07070000
            MOVE 'STUDENTS ASSESSED' TO TOT-LABEL.                      07080000
            MOVE WS-CNT-STUDENTS     TO TOT-COUNT.                      07090000
            MOVE ZERO                TO TOT-AMOUNT.                     07100000
            PERFORM C710-TOTAL-LINE-PARA.                               07110000
            MOVE 'CHARGES POSTED'    TO TOT-LABEL.                      07120000
            MOVE WS-CNT-CHARGES      TO TOT-COUNT.                      07130000
            MOVE WS-AMT-CHARGES      TO TOT-AMOUNT.                     07140000
            PERFORM C710-TOTAL-LINE-PARA.                               07150000
            MOVE 'REFUNDS POSTED'    TO TOT-LABEL.                      07160000
            MOVE WS-CNT-REFUNDS      TO TOT-COUNT.                      07170000
            MOVE WS-AMT-REFUNDS      TO TOT-AMOUNT.                     07180000
            PERFORM C710-TOTAL-LINE-PARA.                               07190000
            COMPUTE WS-AMT-NET = WS-AMT-CHARGES - WS-AMT-REFUNDS.       07200000
            MOVE 'NET ASSESSED'      TO TOT-LABEL.                      07210000
            COMPUTE WS-CNT-POSTED = WS-CNT-CHARGES + WS-CNT-REFUNDS.    07220000
            MOVE WS-CNT-POSTED       TO TOT-COUNT.                      07230000
            MOVE WS-AMT-NET          TO TOT-AMOUNT.                     07240000
            PERFORM C710-TOTAL-LINE-PARA.                               07250000
            MOVE 'STUDENTS DROPPED TO ZERO' TO TOT-LABEL.               07260000
            MOVE WS-CNT-FULL-DROP    TO TOT-COUNT.                      07270000
            MOVE ZERO                TO TOT-AMOUNT.                     07280000
            PERFORM C710-TOTAL-LINE-PARA.                               07290000
                                                                        07300000
       C710-TOTAL-LINE-PARA.                                            07310000
                                                                        07320000
            MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.                        07330000
            PERFORM C810-WRITE-LINE-PARA.                               07340000
                                                                        07350000
       C800-PAGE-HEADER-PARA.                                           07360000
                                                                        07370000
            ADD 1 TO WS-PAGE-CNT.                                       07380000
            MOVE WS-PAGE-CNT TO HDR-PAGE.                               07390000
            WRITE TUITRPT-REC FROM WS-HDR1                              07400000
               AFTER ADVANCING PAGE.                                    07410000
            WRITE TUITRPT-REC FROM WS-HDR2                              07420000
               AFTER ADVANCING 2 LINES.                                 07430000
            MOVE 3 TO WS-LINE-CNT.                                      07440000
                                                                        07450000
       C810-WRITE-LINE-PARA.                                            07460000
                                                                        07470000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         07480000
               PERFORM C800-PAGE-HEADER-PARA                            07490000
            END-IF.                                                     07500000
            WRITE TUITRPT-REC FROM WS-PRINT-LINE                        07510000
               AFTER ADVANCING 1 LINE.                                  07520000
            ADD 1 TO WS-LINE-CNT.                                       07530000
                                                                        07540000
       C900-READ-REG-PARA.                                              07550000
                                                                        07560000
            READ REGMST NEXT                                            07570000
              AT END MOVE 'Y' TO WS-EOF                                 07580000
            END-READ.                                                   07590000
            IF WS-EOF NOT = 'Y'                                         07600000
               AND WS-REGMST-STATUS NOT = '00'                          07610000
               DISPLAY 'REGMST READ FAILED - STATUS: '                  07620000
                       WS-REGMST-STATUS                                 07630000
               MOVE 'Y' TO WS-EOF                                       07640000
            END-IF.                                                     07650000
