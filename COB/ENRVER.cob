       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. ENRVER.                                              00020000
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
                SELECT ENRVER ASSIGN TO ENRVER                          00210000
                ORGANIZATION IS SEQUENTIAL.                             00220000
                SELECT ENRVRPT ASSIGN TO ENRVRPT                        00230000
                ORGANIZATION IS SEQUENTIAL.                             00240000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00250000
                ORGANIZATION IS SEQUENTIAL                              00260000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00270000
       DATA DIVISION.                                                   00280000
       FILE SECTION.                                                    00290000
       FD REGMST                                                        00300000
            RECORDING MODE IS F.                                        00310000
           COPY REGREC.                                                 00320000
       FD CRSCAT                                                        00330000
            RECORDING MODE IS F.                                        00340000
           COPY CRSCAT.                                                 00350000
       FD TERMMST                                                       00360000
            RECORDING MODE IS F.                                        00370000
           COPY TERMMST.                                                00380000
       FD ENRVER                                                        00390000
            RECORDING MODE IS F.                                        00400000
           COPY ENRVER.                                                 00410000
       FD ENRVRPT                                                       00420000
            RECORDING MODE IS F.                                        00430000
       01 ENRVRPT-REC PIC X(132).                                       00440000
       FD CYCDATE                                                       00450000
            RECORDING MODE IS F.                                        00460000
           COPY CYCDATE.                                                00470000
       WORKING-STORAGE SECTION.                                         00480000
       01 WS-EOF             PIC A     VALUE SPACE.                     00490000
       01 WS-REGMST-STATUS   PIC X(02) VALUE SPACES.                    00500000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00510000
       01 WS-TERMMST-STATUS  PIC X(02) VALUE SPACES.                    00520000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00530000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00540000
       01 WS-PARM-CARD.                                                 00550000
          05 WS-PARM-TERM    PIC X(05).                                 00560000
          05 FILLER          PIC X(01).                                 00570000
          05 WS-PARM-FT-MIN  PIC X(02).                                 00580000
          05 FILLER          PIC X(01).                                 00590000
          05 WS-PARM-3Q-MIN  PIC X(02).                                 00600000
          05 FILLER          PIC X(01).                                 00610000
          05 WS-PARM-HT-MIN  PIC X(02).                                 00620000
          05 FILLER          PIC X(66).                                 00630000
       01 WS-FT-MIN          PIC 9(02) VALUE 12.                        00640000
       01 WS-3Q-MIN          PIC 9(02) VALUE 9.                         00650000
       01 WS-HT-MIN          PIC 9(02) VALUE 6.                         00660000
       01 WS-CUR-STUD-ID     PIC X(09) VALUE SPACES.                    00670000
       01 WS-TERM-CREDITS    PIC 9(03) VALUE ZERO.                      00680000
       01 WS-REG-EOF         PIC X(01) VALUE 'N'.                       00690000
           88 WS-REG-AT-END         VALUE 'Y'.                          00700000
       01 WS-LOAD-STATUS     PIC X(01) VALUE SPACE.                     00710000
       01 WS-PRINT-LINE      PIC X(132) VALUE SPACES.                   00720000
       77 WS-LINE-CNT        PIC 9(03) COMP VALUE 99.                   00730000
       77 WS-LINES-PER-PAGE  PIC 9(03) COMP VALUE 55.                   00740000
       77 WS-PAGE-CNT        PIC 9(05) COMP VALUE ZERO.                 00750000
                                                                        00760000
       01 WS-CONTROL-TOTALS.                                            00770000
           05 WS-CNT-ROWS       PIC 9(07) COMP VALUE ZERO.              00780000
           05 WS-CNT-WRITTEN    PIC 9(07) COMP VALUE ZERO.              00790000
           05 WS-CNT-FULL       PIC 9(07) COMP VALUE ZERO.              00800000
           05 WS-CNT-3QTR       PIC 9(07) COMP VALUE ZERO.              00810000
           05 WS-CNT-HALF       PIC 9(07) COMP VALUE ZERO.              00820000
           05 WS-CNT-LESS       PIC 9(07) COMP VALUE ZERO.              00830000
           05 WS-CNT-WITHDRAWN  PIC 9(07) COMP VALUE ZERO.              00840000
           05 WS-CNT-GRADUATED  PIC 9(07) COMP VALUE ZERO.              00850000
           05 WS-CNT-DISCREP    PIC 9(07) COMP VALUE ZERO.              00860000
           05 WS-CNT-REG-READ   PIC 9(07) COMP VALUE ZERO.              00870000
           05 WS-CNT-NO-CATALOG PIC 9(07) COMP VALUE ZERO.              00880000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              00890000
           05 WS-CNT-BLOCKED    PIC 9(07) COMP VALUE ZERO.              00895000
       01 WS-CREDIT-TOTAL    PIC 9(09) VALUE ZERO.                      00900000
       01 WS-HASH-TOTAL      PIC 9(15) VALUE ZERO.                      00910000
       01 WS-HASH-ID         PIC 9(09) VALUE ZERO.                      00920000
           COPY SQLCLS.                                                 00930000
           COPY PRIVPARM.                                               00935000
                                                                        00940000
            EXEC SQL                                                    00950000
               INCLUDE SQLCA                                            00960000
            END-EXEC.                                                   00970000
                                                                        00980000
            EXEC SQL                                                    00990000
               INCLUDE STUDENT                                          01000000
            END-EXEC.                                                   01010000
                                                                        01020000
       01  DCLSTUDENT.                                                  01030000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            01040000
           10 WS-STUD-NAME             PIC X(30).                       01050000
           10 WS-STUD-DEPT             PIC X(10).                       01060000
           10 WS-STUD-STATUS           PIC X(01).                       01070000
               88 WS-STUD-ACTIVE              VALUE 'A'.                01080000
               88 WS-STUD-WITHDRAWN           VALUE 'W'.                01090000
               88 WS-STUD-GRADUATED           VALUE 'G'.                01100000
           10 WS-PRIVACY-FLAG          PIC X(01).                       01103300
           10 WS-PRIVACY-EFF-DATE      PIC X(08).                       01106600
                                                                        01110000
            EXEC SQL                                                    01120000
               DECLARE VERCUR CURSOR FOR                                01130000
               SELECT STUD_ID, STUD_NAME, STUD_DEPT,                    01140000
                      STUD_ENROLL_STATUS, PRIVACY_FLAG,                 01146600
                      PRIVACY_EFF_DT                                    01153200
                 FROM STUD_STUDENT                                      01160000
                ORDER BY STUD_ID                                        01170000
            END-EXEC.                                                   01180000
                                                                        01190000
       01 WS-HDR1.                                                      01200000
          05 FILLER      PIC X(40) VALUE                                01210000
             'ENROLLMENT VERIFICATION DISCREPANCIES'.                   01220000
          05 FILLER      PIC X(06) VALUE 'TERM: '.                      01230000
          05 HDR-TERM    PIC X(05).                                     01240000
          05 FILLER      PIC X(04) VALUE SPACES.                        01250000
          05 FILLER      PIC X(06) VALUE 'DATE: '.                      01260000
          05 HDR-DATE    PIC X(08).                                     01270000
          05 FILLER      PIC X(07) VALUE SPACES.                        01280000
          05 FILLER      PIC X(05) VALUE 'PAGE '.                       01290000
          05 HDR-PAGE    PIC ZZZZ9.                                     01300000
          05 FILLER      PIC X(46) VALUE SPACES.                        01310000
                                                                        01320000
       01 WS-HDR2.                                                      01330000
          05 FILLER      PIC X(11) VALUE 'STUDENT ID'.                  01340000
          05 FILLER      PIC X(32) VALUE 'NAME'.                        01350000
          05 FILLER      PIC X(12) VALUE 'DEPT'.                        01360000
          05 FILLER      PIC X(08) VALUE 'STATUS'.                      01370000
          05 FILLER      PIC X(30) VALUE 'DISCREPANCY'.                 01380000
          05 FILLER      PIC X(39) VALUE SPACES.                        01390000
                                                                        01400000
       01 WS-DETAIL-LINE.                                               01410000
          05 DET-STUD-ID     PIC X(09).                                 01420000
          05 FILLER          PIC X(02) VALUE SPACES.                    01430000
          05 DET-NAME        PIC X(30).                                 01440000
          05 FILLER          PIC X(02) VALUE SPACES.                    01450000
          05 DET-DEPT        PIC X(10).                                 01460000
          05 FILLER          PIC X(02) VALUE SPACES.                    01470000
          05 DET-STATUS      PIC X(01).                                 01480000
          05 FILLER          PIC X(07) VALUE SPACES.                    01490000
          05 DET-REASON      PIC X(30).                                 01500000
          05 FILLER          PIC X(39) VALUE SPACES.                    01510000
                                                                        01520000
       01 WS-SUMMARY-LINE.                                              01530000
          05 FILLER          PIC X(04) VALUE SPACES.                    01540000
          05 SUM-LABEL       PIC X(30).                                 01550000
          05 SUM-COUNT       PIC ZZZ,ZZ9.                               01560000
          05 FILLER          PIC X(91) VALUE SPACES.                    01570000
                                                                        01580000
       PROCEDURE DIVISION.                                              01590000
                                                                        01600000
            ACCEPT WS-PARM-CARD FROM SYSIN.                             01610000
            PERFORM V050-READ-CYCDATE-PARA.                             01620000
            PERFORM V060-SET-THRESHOLDS-PARA.                           01630000
                                                                        01640000
            OPEN INPUT TERMMST.                                         01650000
            IF WS-TERMMST-STATUS NOT = '00'                             01660000
               DISPLAY 'TERMMST OPEN FAILED - STATUS: '                 01670000
                       WS-TERMMST-STATUS                                01680000
               MOVE +16 TO RETURN-CODE                                  01690000
               GOBACK                                                   01700000
            END-IF.                                                     01710000
            MOVE WS-PARM-TERM TO TM-TERM.                               01720000
            READ TERMMST                                                01730000
              INVALID KEY                                               01740000
                 DISPLAY 'VERIFICATION TERM NOT ON TERM MASTER: '       01750000
                         WS-PARM-TERM                                   01760000
                 CLOSE TERMMST                                          01770000
                 MOVE +8 TO RETURN-CODE                                 01780000
                 GOBACK                                                 01790000
            END-READ.                                                   01800000
            CLOSE TERMMST.                                              01810000
            OPEN INPUT REGMST.                                          01820000
            IF WS-REGMST-STATUS NOT = '00'                              01830000
               DISPLAY 'REGMST OPEN FAILED - STATUS: '                  01840000
                       WS-REGMST-STATUS                                 01850000
               MOVE +16 TO RETURN-CODE                                  01860000
               GOBACK                                                   01870000
            END-IF.                                                     01880000
            OPEN INPUT CRSCAT.                                          01890000
            IF WS-CRSCAT-STATUS NOT = '00'                              01900000
               DISPLAY 'CRSCAT OPEN FAILED - STATUS: '                  01910000
                       WS-CRSCAT-STATUS                                 01920000
               MOVE +16 TO RETURN-CODE                                  01930000
               GOBACK                                                   01940000
            END-IF.                                                     01950000
                                                                        01960000
            EXEC SQL                                                    01970000
                 OPEN VERCUR                                            01980000
            END-EXEC.                                                   01990000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                02000000
            IF NOT SQL-SUCCESS                                          02010000
               DISPLAY 'VERCUR OPEN ERROR SQLCODE: ' SQLCODE            02020000
               MOVE +16 TO RETURN-CODE                                  02030000
               GOBACK                                                   02040000
            END-IF.                                                     02050000
                                                                        02060000
            OPEN OUTPUT ENRVER.                                         02070000
            OPEN OUTPUT ENRVRPT.                                        02080000
            PERFORM V100-WRITE-HEADER-PARA.                             02090000
                                                                        02100000
            MOVE SPACE TO WS-EOF.                                       02110000
            PERFORM V200-FETCH-STUDENT-PARA UNTIL WS-EOF = 'Y'.         02120000
                                                                        02130000
            EXEC SQL                                                    02140000
                 CLOSE VERCUR                                           02150000
            END-EXEC.                                                   02160000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                02170000
                                                                        02180000
            PERFORM V500-WRITE-TRAILER-PARA.                            02190000
            PERFORM V600-PRINT-SUMMARY-PARA.                            02200000
                                                                        02210000
            CLOSE REGMST.                                               02220000
            CLOSE CRSCAT.                                               02230000
            CLOSE ENRVER.                                               02240000
            CLOSE ENRVRPT.                                              02250000
                                                                        02260000
            DISPLAY '===== ENRVER CONTROL TOTALS ====='.                02270000
            DISPLAY 'VERIFICATION TERM        : ' WS-PARM-TERM.         02280000
            DISPLAY 'STUDENT ROWS READ        : ' WS-CNT-ROWS.          02290000
            DISPLAY 'REGISTRATIONS COUNTED    : ' WS-CNT-REG-READ.      02300000
            DISPLAY 'DETAIL RECORDS WRITTEN   : ' WS-CNT-WRITTEN.       02310000
            DISPLAY '  FULL TIME              : ' WS-CNT-FULL.          02320000
            DISPLAY '  THREE-QUARTER TIME     : ' WS-CNT-3QTR.          02330000
            DISPLAY '  HALF TIME              : ' WS-CNT-HALF.          02340000
            DISPLAY '  LESS THAN HALF TIME    : ' WS-CNT-LESS.          02350000
            DISPLAY '  WITHDRAWN              : ' WS-CNT-WITHDRAWN.     02360000
            DISPLAY '  GRADUATED              : ' WS-CNT-GRADUATED.     02370000
            DISPLAY 'ACTIVE WITH ZERO CREDITS : ' WS-CNT-DISCREP.       02380000
            DISPLAY 'COURSES NOT ON CATALOG   : ' WS-CNT-NO-CATALOG.    02390000
            DISPLAY 'PRIVACY BLOCKED - MASKED : ' WS-CNT-BLOCKED.       02395000
            DISPLAY 'STUDENT CURSOR SQL ERRORS: ' WS-CNT-SQLERR.        02400000
            DISPLAY '================================='.                02410000
                                                                        02420000
            IF WS-CNT-SQLERR > ZERO                                     02430000
               MOVE +8 TO RETURN-CODE                                   02440000
            ELSE                                                        02450000
               IF WS-CNT-DISCREP > ZERO OR WS-CNT-NO-CATALOG > ZERO     02460000
                  MOVE +4 TO RETURN-CODE                                02470000
               ELSE                                                     02480000
                  MOVE ZERO TO RETURN-CODE                              02490000
               END-IF                                                   02500000
            END-IF.                                                     02510000
                                                                        02520000
            GOBACK.                                                     02530000
                                                                        02540000
       V050-READ-CYCDATE-PARA.                                          02550000
                                                                        02560000
            OPEN INPUT CYCDATE.                                         02570000
            IF WS-CYCDATE-STATUS NOT = '00'                             02580000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      02590000
               MOVE FUNCTION CURRENT-DATE(1:8)                          02600000
                 TO WS-BUSINESS-DATE                                    02610000
            ELSE                                                        02620000
               READ CYCDATE                                             02630000
                 AT END                                                 02640000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     02650000
                      TO WS-BUSINESS-DATE                               02660000
                 NOT AT END                                             02670000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           02680000
               END-READ                                                 02690000
               CLOSE CYCDATE                                            02700000
            END-IF.                                                     02710000
            MOVE WS-BUSINESS-DATE TO HDR-DATE.                          02720000
            MOVE WS-PARM-TERM     TO HDR-TERM.                          02730000
            MOVE WS-BUSINESS-DATE TO PV-AS-OF-DATE.                     02735000
                                                                        02740000
       V060-SET-THRESHOLDS-PARA.                                        02750000
                                                                        02760000
            IF WS-PARM-FT-MIN IS NUMERIC AND WS-PARM-FT-MIN > ZERO      02770000
               MOVE WS-PARM-FT-MIN TO WS-FT-MIN                         02780000
            END-IF.                                                     02790000
            IF WS-PARM-3Q-MIN IS NUMERIC AND WS-PARM-3Q-MIN > ZERO      02800000
               MOVE WS-PARM-3Q-MIN TO WS-3Q-MIN                         02810000
            END-IF.                                                     02820000
            IF WS-PARM-HT-MIN IS NUMERIC AND WS-PARM-HT-MIN > ZERO      02830000
               MOVE WS-PARM-HT-MIN TO WS-HT-MIN                         02840000
            END-IF.                                                     02850000
            IF WS-3Q-MIN > WS-FT-MIN OR WS-HT-MIN > WS-3Q-MIN           02860000
               DISPLAY 'INVALID LOAD THRESHOLDS - DEFAULTS USED'        02870000
               MOVE 12 TO WS-FT-MIN                                     02880000
               MOVE 9  TO WS-3Q-MIN                                     02890000
               MOVE 6  TO WS-HT-MIN                                     02900000
            END-IF.                                                     02910000
            DISPLAY 'LOAD THRESHOLDS FT/3Q/HT: ' WS-FT-MIN '/'          02920000
                    WS-3Q-MIN '/' WS-HT-MIN.                            02930000
                                                                        02940000
       V100-WRITE-HEADER-PARA.                                          02950000
                                                                        02960000
            MOVE SPACES        TO ENRVER-REC.                           02970000
            MOVE 'H'           TO EV-REC-TYPE.                          02980000
            MOVE WS-PARM-TERM  TO EV-TERM.                              02990000
            MOVE WS-BUSINESS-DATE TO EV-RUN-DATE.                       03000000
            MOVE WS-FT-MIN     TO EV-FT-MIN.                            03010000
            MOVE WS-3Q-MIN     TO EV-3Q-MIN.                            03020000
            MOVE WS-HT-MIN     TO EV-HT-MIN.                            03030000
            WRITE ENRVER-REC.                                           03040000
                                                                        03050000
       V200-FETCH-STUDENT-PARA.                                         03060000
                                                                        03070000
            EXEC SQL                                                    03080000
                 FETCH VERCUR                                           03090000
                   INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,      03100000
                        :WS-STUD-STATUS, :WS-PRIVACY-FLAG,              03106600
                        :WS-PRIVACY-EFF-DATE                            03113200
            END-EXEC.                                                   03120000
                                                                        03130000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                03140000
            EVALUATE TRUE                                               03150000
            WHEN SQL-NOTFOUND                                           03160000
                 MOVE 'Y' TO WS-EOF                                     03170000
            WHEN SQL-SUCCESS                                            03180000
                 ADD 1 TO WS-CNT-ROWS                                   03190000
                 MOVE WS-PRIVACY-FLAG     TO PV-PRIVACY-FLAG            03192500
                 MOVE WS-PRIVACY-EFF-DATE TO PV-PRIVACY-EFF-DATE        03195000
                 CALL 'PRIVCHK' USING PRIV-CHECK-PARM                   03197500
                 PERFORM V300-SUM-CREDITS-PARA                          03200000
                 PERFORM V400-CLASSIFY-PARA                             03210000
            WHEN OTHER                                                  03220000
                 DISPLAY 'VERCUR FETCH ERROR SQLCODE: ' SQLCODE         03230000
                 ADD 1 TO WS-CNT-SQLERR                                 03240000
                 MOVE 'Y' TO WS-EOF                                     03250000
            END-EVALUATE.                                               03260000
                                                                        03270000
       V300-SUM-CREDITS-PARA.                                           03280000
                                                                        03290000
            MOVE WS-STUD-ID TO WS-HASH-ID.                              03300000
            MOVE WS-HASH-ID TO WS-CUR-STUD-ID.                          03310000
            MOVE ZERO TO WS-TERM-CREDITS.                               03320000
            MOVE WS-CUR-STUD-ID TO RG-STUD-ID.                          03330000
            MOVE LOW-VALUES     TO RG-COURSE.                           03340000
            MOVE 'N' TO WS-REG-EOF.                                     03350000
            START REGMST KEY IS NOT LESS THAN RG-KEY                    03360000
              INVALID KEY MOVE 'Y' TO WS-REG-EOF                        03370000
            END-START.                                                  03380000
            PERFORM V310-READ-REG-PARA UNTIL WS-REG-AT-END.             03390000
                                                                        03400000
       V310-READ-REG-PARA.                                              03410000
                                                                        03420000
            READ REGMST NEXT                                            03430000
              AT END MOVE 'Y' TO WS-REG-EOF                             03440000
              NOT AT END                                                03450000
                 IF RG-STUD-ID NOT = WS-CUR-STUD-ID                     03460000
                    MOVE 'Y' TO WS-REG-EOF                              03470000
                 ELSE                                                   03480000
                    IF RG-TERM = WS-PARM-TERM                           03490000
                       AND NOT RG-STATUS-WITHDRAWN                      03495000
                       PERFORM V320-ADD-CREDITS-PARA                    03500000
                    END-IF                                              03510000
                 END-IF                                                 03520000
            END-READ.                                                   03530000
                                                                        03540000
       V320-ADD-CREDITS-PARA.                                           03550000
                                                                        03560000
            ADD 1 TO WS-CNT-REG-READ.                                   03570000
            MOVE RG-COURSE TO CC-COURSE.                                03580000
            READ CRSCAT                                                 03590000
              INVALID KEY                                               03600000
                 ADD 1 TO WS-CNT-NO-CATALOG                             03610000
                 DISPLAY 'REGISTERED COURSE NOT ON CATALOG: '           03620000
                         RG-COURSE ' ' RG-STUD-ID                       03630000
              NOT INVALID KEY                                           03640000
                 ADD CC-CREDITS TO WS-TERM-CREDITS                      03650000
            END-READ.                                                   03660000
                                                                        03670000
       V400-CLASSIFY-PARA.                                              03680000
                                                                        03690000
            IF WS-TERM-CREDITS = ZERO                                   03700000
               IF WS-STUD-ACTIVE                                        03710000
                  PERFORM V700-PRINT-DISCREPANCY-PARA                   03720000
               END-IF                                                   03730000
            ELSE                                                        03740000
               EVALUATE TRUE                                            03750000
               WHEN WS-STUD-WITHDRAWN                                   03760000
                    MOVE 'W' TO WS-LOAD-STATUS                          03770000
                    ADD 1 TO WS-CNT-WITHDRAWN                           03780000
               WHEN WS-STUD-GRADUATED                                   03790000
                    MOVE 'G' TO WS-LOAD-STATUS                          03800000
                    ADD 1 TO WS-CNT-GRADUATED                           03810000
               WHEN WS-TERM-CREDITS NOT < WS-FT-MIN                     03820000
                    MOVE 'F' TO WS-LOAD-STATUS                          03830000
                    ADD 1 TO WS-CNT-FULL                                03840000
               WHEN WS-TERM-CREDITS NOT < WS-3Q-MIN                     03850000
                    MOVE 'Q' TO WS-LOAD-STATUS                          03860000
                    ADD 1 TO WS-CNT-3QTR                                03870000
               WHEN WS-TERM-CREDITS NOT < WS-HT-MIN                     03880000
                    MOVE 'H' TO WS-LOAD-STATUS                          03890000
                    ADD 1 TO WS-CNT-HALF                                03900000
               WHEN OTHER                                               03910000
                    MOVE 'L' TO WS-LOAD-STATUS                          03920000
                    ADD 1 TO WS-CNT-LESS                                03930000
               END-EVALUATE                                             03940000
               PERFORM V410-WRITE-DETAIL-PARA                           03950000
            END-IF.                                                     03960000
                                                                        03970000
       V410-WRITE-DETAIL-PARA.                                          03980000
                                                                        03990000
            MOVE SPACES          TO ENRVER-REC.                         04000000
            MOVE 'D'             TO EV-REC-TYPE.                        04010000
            MOVE WS-CUR-STUD-ID  TO EV-STUD-ID.                         04020000
            IF PV-SUPPRESS                                              04022800
               MOVE 'Y'          TO EV-DIR-BLOCK                        04025600
               ADD 1 TO WS-CNT-BLOCKED                                  04028400
            ELSE                                                        04031200
               MOVE WS-STUD-NAME TO EV-STUD-NAME                        04034000
            END-IF.                                                     04036800
            MOVE WS-STUD-DEPT    TO EV-DEPT.                            04040000
            MOVE WS-TERM-CREDITS TO EV-CREDITS.                         04050000
            MOVE WS-LOAD-STATUS  TO EV-LOAD-STATUS.                     04060000
            MOVE WS-STUD-STATUS  TO EV-ENROLL-STATUS.                   04070000
            WRITE ENRVER-REC.                                           04080000
            ADD 1 TO WS-CNT-WRITTEN.                                    04090000
            ADD WS-TERM-CREDITS TO WS-CREDIT-TOTAL.                     04100000
            ADD WS-HASH-ID TO WS-HASH-TOTAL.                            04110000
                                                                        04120000
       V500-WRITE-TRAILER-PARA.                                         04130000
                                                                        04140000
            MOVE SPACES           TO ENRVER-REC.                        04150000
            MOVE 'T'              TO EV-REC-TYPE.                       04160000
            MOVE WS-CNT-WRITTEN   TO EV-REC-COUNT.                      04170000
            MOVE WS-CREDIT-TOTAL  TO EV-CREDIT-TOTAL.                   04180000
            MOVE WS-HASH-TOTAL    TO EV-HASH-TOTAL.                     04190000
            MOVE WS-CNT-FULL      TO EV-CNT-FULL.                       04200000
            MOVE WS-CNT-3QTR      TO EV-CNT-3QTR.                       04210000
            MOVE WS-CNT-HALF      TO EV-CNT-HALF.                       04220000
            MOVE WS-CNT-LESS      TO EV-CNT-LESS.                       04230000
            MOVE WS-CNT-WITHDRAWN TO EV-CNT-WITHDRAWN.                  04240000
            MOVE WS-CNT-GRADUATED TO EV-CNT-GRADUATED.                  04250000
            MOVE WS-CNT-BLOCKED   TO EV-CNT-BLOCKED.                    04255000
            WRITE ENRVER-REC.                                           04260000
                                                                        04270000
       V600-PRINT-SUMMARY-PARA.                                         04280000
                                                                        04290000
            IF WS-LINE-CNT + 11 > WS-LINES-PER-PAGE                     04300000
               PERFORM V800-PAGE-HEADER-PARA                            04310000
            END-IF.                                                     04320000
            MOVE SPACES TO WS-PRINT-LINE.                               04330000
            PERFORM V810-WRITE-LINE-PARA.                               04340000
            MOVE 'FULL TIME'              TO SUM-LABEL.                 04350000
            MOVE WS-CNT-FULL              TO SUM-COUNT.                 04360000
            PERFORM V610-SUMMARY-LINE-PARA.                             04370000
            MOVE 'THREE-QUARTER TIME'     TO SUM-LABEL.                 04380000
            MOVE WS-CNT-3QTR              TO SUM-COUNT.                 04390000
            PERFORM V610-SUMMARY-LINE-PARA.                             04400000
            MOVE 'HALF TIME'              TO SUM-LABEL.                 04410000
            MOVE WS-CNT-HALF              TO SUM-COUNT.                 04420000
            PERFORM V610-SUMMARY-LINE-PARA.                             04430000
            MOVE 'LESS THAN HALF TIME'    TO SUM-LABEL.                 04440000
            MOVE WS-CNT-LESS              TO SUM-COUNT.                 04450000
            PERFORM V610-SUMMARY-LINE-PARA.                             04460000
            MOVE 'WITHDRAWN'              TO SUM-LABEL.                 04470000
            MOVE WS-CNT-WITHDRAWN         TO SUM-COUNT.                 04480000
            PERFORM V610-SUMMARY-LINE-PARA.                             04490000
            MOVE 'GRADUATED'              TO SUM-LABEL.                 04500000
            MOVE WS-CNT-GRADUATED         TO SUM-COUNT.                 04510000
            PERFORM V610-SUMMARY-LINE-PARA.                             04520000
            MOVE 'TOTAL REPORTED'         TO SUM-LABEL.                 04530000
            MOVE WS-CNT-WRITTEN           TO SUM-COUNT.                 04540000
            PERFORM V610-SUMMARY-LINE-PARA.                             04550000
            MOVE 'ACTIVE WITH ZERO CREDITS' TO SUM-LABEL.               04560000
            MOVE WS-CNT-DISCREP           TO SUM-COUNT.                 04570000
            PERFORM V610-SUMMARY-LINE-PARA.                             04580000
            MOVE 'PRIVACY BLOCKED - NAME MASKED' TO SUM-LABEL.          04582500
            MOVE WS-CNT-BLOCKED           TO SUM-COUNT.                 04585000
            PERFORM V610-SUMMARY-LINE-PARA.                             04587500
                                                                        04590000
       V610-SUMMARY-LINE-PARA.                                          04600000
                                                                        04610000
            MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.                      04620000
            PERFORM V810-WRITE-LINE-PARA.                               04630000
                                                                        04640000
       V700-PRINT-DISCREPANCY-PARA.                                     04650000
                                                                        04660000
            ADD 1 TO WS-CNT-DISCREP.                                    04670000
            MOVE SPACES          TO WS-DETAIL-LINE.                     04680000
            MOVE WS-CUR-STUD-ID  TO DET-STUD-ID.                        04690000
            MOVE WS-STUD-NAME    TO DET-NAME.                           04700000
            MOVE WS-STUD-DEPT    TO DET-DEPT.                           04710000
            MOVE WS-STUD-STATUS  TO DET-STATUS.                         04720000
            MOVE 'ACTIVE - NO CREDITS IN TERM' TO DET-REASON.           04730000
            MOVE WS-DETAIL-LINE  TO WS-PRINT-LINE.                      04740000
            PERFORM V810-WRITE-LINE-PARA.                               04750000
                                                                        04760000
       V800-PAGE-HEADER-PARA.                                           04770000
                                                                        04780000
            ADD 1 TO WS-PAGE-CNT.                                       04790000
            MOVE WS-PAGE-CNT TO HDR-PAGE.                               04800000
            WRITE ENRVRPT-REC FROM WS-HDR1                              04810000
               AFTER ADVANCING PAGE.                                    04820000
            WRITE ENRVRPT-REC FROM WS-HDR2                              04830000
               AFTER ADVANCING 2 LINES.                                 04840000
            MOVE 3 TO WS-LINE-CNT.                                      04850000
                                                                        04860000
       V810-WRITE-LINE-PARA.                                            04870000
                                                                        04880000
            IF WS-LINE-CNT >= WS-LINES-PER-PAGE                         04890000
               PERFORM V800-PAGE-HEADER-PARA                            04900000
            END-IF.                                                     04910000
            WRITE ENRVRPT-REC FROM WS-PRINT-LINE                        04920000
               AFTER ADVANCING 1 LINE.                                  04930000
            ADD 1 TO WS-LINE-CNT.                                       04940000
