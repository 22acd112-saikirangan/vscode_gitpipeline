       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. NOTIFMT.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00060000
                ORGANIZATION IS SEQUENTIAL                              00070000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00080000
                SELECT NOTEVT ASSIGN TO NOTEVT                          00090000
                ORGANIZATION IS SEQUENTIAL                              00100000
                FILE STATUS IS WS-NOTEVT-STATUS.                        00110000
                SELECT MAILSUPP ASSIGN TO MAILSUPP                      00120000
                ORGANIZATION IS SEQUENTIAL                              00130000
                FILE STATUS IS WS-MAILSUPP-STATUS.                      00140000
                SELECT NOTGATE ASSIGN TO NOTGATE                        00150000
                ORGANIZATION IS SEQUENTIAL.                             00160000
                SELECT NOTCTL ASSIGN TO NOTCTL                          00170000
                ORGANIZATION IS SEQUENTIAL.                             00180000
       DATA DIVISION.                                                   00190000
       FILE SECTION.                                                    00200000
       FD CYCDATE                                                       00210000
            RECORDING MODE IS F.                                        00220000
           COPY CYCDATE.                                                00230000
       FD NOTEVT                                                        00240000
            RECORDING MODE IS F.                                        00250000
           COPY NOTEVT.                                                 00260000
       FD MAILSUPP                                                      00270000
            RECORDING MODE IS F.                                        00280000
       01 MAILSUPP-REC.                                                 00290000
          05 MS-STUD-ID         PIC X(09).                              00300000
          05 FILLER             PIC X(71).                              00310000
       FD NOTGATE                                                       00320000
            RECORDING MODE IS F.                                        00330000
           COPY NOTGATE.                                                00340000
       FD NOTCTL                                                        00350000
            RECORDING MODE IS F.                                        00360000
       01 NOTCTL-REC PIC X(132).                                        00370000
       WORKING-STORAGE SECTION.                                         00380000
       01 WS-EOF             PIC A     VALUE SPACE.                     00390000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00400000
       01 WS-NOTEVT-STATUS   PIC X(02) VALUE SPACES.                    00410000
       01 WS-MAILSUPP-STATUS PIC X(02) VALUE SPACES.                    00420000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00430000
       01 WS-WORK-ID-9       PIC 9(09) VALUE ZERO.                      00440000
       01 WS-CLEAR-FLAG      PIC X(01) VALUE 'N'.                       00450000
           88 WS-CLEAR-FAILED       VALUE 'Y'.                          00460000
       77 WS-SUPP-MAX        PIC 9(03) COMP VALUE 500.                  00470000
       01 WS-SUPP-COUNT      PIC 9(03) COMP VALUE ZERO.                 00480000
       01 WS-SUPP-IDX        PIC 9(03) COMP VALUE ZERO.                 00490000
       01 WS-SUPP-FLAG       PIC X(01) VALUE 'N'.                       00500000
           88 WS-SUPPRESSED         VALUE 'Y'.                          00510000
       01 WS-SUPP-TABLE.                                                00520000
          05 WS-SUPP-ID OCCURS 500 TIMES PIC X(09).                     00530000
       01 WS-SUPP-EOF        PIC X(01) VALUE 'N'.                       00540000
                                                                        00550000
       77 WS-TYPE-MAX        PIC 9(03) COMP VALUE 4.                    00560000
       77 WS-TYPE-INVALID    PIC 9(03) COMP VALUE 5.                    00570000
       01 WS-TYPE-IDX        PIC 9(03) COMP VALUE ZERO.                 00580000
       01 WS-FIND-IDX        PIC 9(03) COMP VALUE ZERO.                 00590000
       01 WS-TYPE-VALUES.                                               00600000
          05 FILLER          PIC X(30) VALUE                            00610000
             'HPHOLDPLCDHOLD PLACED         '.                          00620000
          05 FILLER          PIC X(30) VALUE                            00630000
             'SLSTNDLTR STANDING LETTER     '.                          00640000
          05 FILLER          PIC X(30) VALUE                            00650000
             'TRTRNRLSD TRANSCRIPT RELEASED '.                          00660000
          05 FILLER          PIC X(30) VALUE                            00670000
             'WDWITHDRWNWITHDRAWAL          '.                          00680000
          05 FILLER          PIC X(30) VALUE                            00690000
             '          INVALID EVENT TYPE  '.                          00700000
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.                       00710000
          05 WS-TY-ENTRY OCCURS 5 TIMES.                                00720000
             10 WS-TY-CODE      PIC X(02).                              00730000
             10 WS-TY-TEMPLATE  PIC X(08).                              00740000
             10 WS-TY-DESC      PIC X(20).                              00750000
       01 WS-TYPE-COUNTS.                                               00760000
          05 WS-TC-ENTRY OCCURS 5 TIMES.                                00770000
             10 WS-TC-READ      PIC 9(07) COMP VALUE ZERO.              00780000
             10 WS-TC-SENT      PIC 9(07) COMP VALUE ZERO.              00790000
             10 WS-TC-MAILSUPP  PIC 9(07) COMP VALUE ZERO.              00800000
             10 WS-TC-PRIVACY   PIC 9(07) COMP VALUE ZERO.              00810000
             10 WS-TC-NOTFOUND  PIC 9(07) COMP VALUE ZERO.              00820000
                                                                        00830000
       01 WS-CONTROL-TOTALS.                                            00840000
           05 WS-CNT-READ       PIC 9(07) COMP VALUE ZERO.              00850000
           05 WS-CNT-SENT       PIC 9(07) COMP VALUE ZERO.              00860000
           05 WS-CNT-MAILSUPP   PIC 9(07) COMP VALUE ZERO.              00870000
           05 WS-CNT-PRIVACY    PIC 9(07) COMP VALUE ZERO.              00880000
           05 WS-CNT-NOTFOUND   PIC 9(07) COMP VALUE ZERO.              00890000
           05 WS-CNT-INVALID    PIC 9(07) COMP VALUE ZERO.              00900000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              00910000
           COPY SQLCLS.                                                 00920000
           COPY PRIVPARM.                                               00930000
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
           10 WS-PRIVACY-FLAG          PIC X(01).                       01080000
           10 WS-PRIVACY-EFF-DATE      PIC X(08).                       01090000
                                                                        01100000
       01 WS-CTL-HDR1.                                                  01110000
          05 FILLER      PIC X(45) VALUE                                01120000
             'STUDENT NOTIFICATIONS SENT TO CAMPUS GATEWAY'.            01130000
          05 FILLER      PIC X(16) VALUE 'BUSINESS DATE: '.             01140000
          05 CTL-DATE    PIC X(08).                                     01150000
          05 FILLER      PIC X(63) VALUE SPACES.                        01160000
                                                                        01170000
       01 WS-CTL-HDR2.                                                  01180000
          05 FILLER      PIC X(20) VALUE 'EVENT TYPE'.                  01190000
          05 FILLER      PIC X(09) VALUE '     READ'.                   01200000
          05 FILLER      PIC X(09) VALUE '     SENT'.                   01210000
          05 FILLER      PIC X(09) VALUE ' MAILSUPP'.                   01220000
          05 FILLER      PIC X(09) VALUE '  PRIVACY'.                   01230000
          05 FILLER      PIC X(09) VALUE 'NOT FOUND'.                   01240000
          05 FILLER      PIC X(67) VALUE SPACES.                        01250000
                                                                        01260000
       01 WS-CTL-DETAIL.                                                01270000
          05 CTL-DESC        PIC X(20).                                 01280000
          05 FILLER          PIC X(02) VALUE SPACES.                    01290000
          05 CTL-READ        PIC ZZZZZZ9.                               01300000
          05 FILLER          PIC X(02) VALUE SPACES.                    01310000
          05 CTL-SENT        PIC ZZZZZZ9.                               01320000
          05 FILLER          PIC X(02) VALUE SPACES.                    01330000
          05 CTL-MAILSUPP    PIC ZZZZZZ9.                               01340000
          05 FILLER          PIC X(02) VALUE SPACES.                    01350000
          05 CTL-PRIVACY     PIC ZZZZZZ9.                               01360000
          05 FILLER          PIC X(02) VALUE SPACES.                    01370000
          05 CTL-NOTFOUND    PIC ZZZZZZ9.                               01380000
          05 FILLER          PIC X(67) VALUE SPACES.                    01390000
                                                                        01400000
       01 WS-CTL-NOTE.                                                  01410000
          05 CTL-NOTE        PIC X(70).                                 01420000
          05 FILLER          PIC X(62) VALUE SPACES.                    01430000
                                                                        01440000
       PROCEDURE DIVISION.                                              01450000
                                                                        01460000
            PERFORM F050-READ-CYCDATE-PARA.                             01470000
            MOVE WS-BUSINESS-DATE TO PV-AS-OF-DATE.                     01480000
                                                                        01490000
            OPEN INPUT NOTEVT.                                          01500000
            IF WS-NOTEVT-STATUS NOT = '00'                              01510000
               DISPLAY 'NOTEVT OPEN FAILED - STATUS: '                  01520000
                       WS-NOTEVT-STATUS                                 01530000
               MOVE +16 TO RETURN-CODE                                  01540000
               GOBACK                                                   01550000
            END-IF.                                                     01560000
            PERFORM F060-LOAD-SUPPRESS-PARA.                            01570000
            OPEN OUTPUT NOTGATE.                                        01580000
            OPEN OUTPUT NOTCTL.                                         01590000
                                                                        01600000
            MOVE SPACES           TO NOTGATE-REC.                       01610000
            MOVE 'H'              TO NG-REC-TYPE.                       01620000
            MOVE 'SIS'            TO NG-HDR-SYSTEM.                     01630000
            MOVE WS-BUSINESS-DATE TO NG-HDR-DATE.                       01640000
            WRITE NOTGATE-REC.                                          01650000
                                                                        01660000
            PERFORM F100-READ-EVENT-PARA UNTIL WS-EOF = 'Y'.            01670000
                                                                        01680000
            MOVE SPACES           TO NOTGATE-REC.                       01690000
            MOVE 'T'              TO NG-REC-TYPE.                       01700000
            MOVE WS-CNT-SENT      TO NG-TRL-COUNT.                      01710000
            WRITE NOTGATE-REC.                                          01720000
                                                                        01730000
            PERFORM F500-CONTROL-REPORT-PARA.                           01740000
                                                                        01750000
            CLOSE NOTEVT.                                               01760000
            CLOSE NOTGATE.                                              01770000
            CLOSE NOTCTL.                                               01780000
                                                                        01790000
            IF WS-CNT-SQLERR = ZERO                                     01800000
               PERFORM F600-CLEAR-EVENTS-PARA                           01810000
            ELSE                                                        01820000
               DISPLAY 'NOTIFICATION EVENTS KEPT FOR RERUN'             01830000
            END-IF.                                                     01840000
                                                                        01850000
            DISPLAY '===== NOTIFMT CONTROL TOTALS ====='.               01860000
            DISPLAY 'EVENTS READ              : ' WS-CNT-READ.          01870000
            DISPLAY 'NOTIFICATIONS SENT       : ' WS-CNT-SENT.          01880000
            DISPLAY 'SUPPRESSED BY MAILSUPP   : ' WS-CNT-MAILSUPP.      01890000
            DISPLAY 'SUPPRESSED BY PRIVACY    : ' WS-CNT-PRIVACY.       01900000
            DISPLAY 'STUDENTS NOT ON TABLE    : ' WS-CNT-NOTFOUND.      01910000
            DISPLAY 'INVALID EVENT TYPES      : ' WS-CNT-INVALID.       01920000
            DISPLAY 'SQL ERRORS ENCOUNTERED   : ' WS-CNT-SQLERR.        01930000
            DISPLAY '=================================='.               01940000
                                                                        01950000
            IF WS-CNT-SQLERR > ZERO                                     01960000
               OR WS-CLEAR-FAILED                                       01970000
               MOVE +16 TO RETURN-CODE                                  01980000
            ELSE                                                        01990000
               IF WS-CNT-NOTFOUND > ZERO                                02000000
                  OR WS-CNT-INVALID > ZERO                              02010000
                  MOVE +4 TO RETURN-CODE                                02020000
               ELSE                                                     02030000
                  MOVE ZERO TO RETURN-CODE                              02040000
               END-IF                                                   02050000
            END-IF.                                                     02060000
                                                                        02070000
            GOBACK.                                                     02080000
                                                                        02090000
       F050-READ-CYCDATE-PARA.                                          02100000
                                                                        02110000
            OPEN INPUT CYCDATE.                                         02120000
            IF WS-CYCDATE-STATUS NOT = '00'                             02130000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      02140000
               MOVE FUNCTION CURRENT-DATE(1:8)                          02150000
                 TO WS-BUSINESS-DATE                                    02160000
            ELSE                                                        02170000
               READ CYCDATE                                             02180000
                 AT END                                                 02190000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     02200000
                      TO WS-BUSINESS-DATE                               02210000
                 NOT AT END                                             02220000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           02230000
               END-READ                                                 02240000
               CLOSE CYCDATE                                            02250000
            END-IF.                                                     02260000
                                                                        02270000
       F060-LOAD-SUPPRESS-PARA.                                         02280000
                                                                        02290000
            OPEN INPUT MAILSUPP.                                        02300000
            IF WS-MAILSUPP-STATUS NOT = '00'                            02310000
               DISPLAY 'NO MAIL SUPPRESSION FILE SUPPLIED'              02320000
            ELSE                                                        02330000
               MOVE 'N' TO WS-SUPP-EOF                                  02340000
               PERFORM F065-READ-SUPPRESS-PARA                          02350000
                  UNTIL WS-SUPP-EOF = 'Y'                               02360000
               CLOSE MAILSUPP                                           02370000
            END-IF.                                                     02380000
                                                                        02390000
       F065-READ-SUPPRESS-PARA.                                         02400000
                                                                        02410000
            READ MAILSUPP                                               02420000
              AT END MOVE 'Y' TO WS-SUPP-EOF                            02430000
              NOT AT END                                                02440000
                 IF WS-SUPP-COUNT < WS-SUPP-MAX                         02450000
                    ADD 1 TO WS-SUPP-COUNT                              02460000
                    MOVE MS-STUD-ID                                     02470000
                      TO WS-SUPP-ID(WS-SUPP-COUNT)                      02480000
                 ELSE                                                   02490000
                    DISPLAY 'WARNING - SUPPRESSION TABLE FULL, '        02500000
                            'ID IGNORED: ' MS-STUD-ID                   02510000
                 END-IF                                                 02520000
            END-READ.                                                   02530000
                                                                        02540000
       F100-READ-EVENT-PARA.                                            02550000
                                                                        02560000
            READ NOTEVT                                                 02570000
              AT END MOVE 'Y' TO WS-EOF                                 02580000
              NOT AT END                                                02590000
                 ADD 1 TO WS-CNT-READ                                   02600000
                 PERFORM F200-EVENT-TYPE-PARA                           02610000
                 ADD 1 TO WS-TC-READ(WS-TYPE-IDX)                       02620000
                 IF WS-TYPE-IDX = WS-TYPE-INVALID                       02630000
                    ADD 1 TO WS-CNT-INVALID                             02640000
                    DISPLAY 'INVALID EVENT TYPE: ' NE-EVENT-TYPE        02650000
                            ' STUD-ID: ' NE-STUD-ID                     02660000
                            ' FROM: ' NE-SOURCE-PGM                     02670000
                 ELSE                                                   02680000
                    PERFORM F300-SCREEN-EVENT-PARA                      02690000
                 END-IF                                                 02700000
            END-READ.                                                   02710000
                                                                        02720000
       F200-EVENT-TYPE-PARA.                                            02730000
                                                                        02740000
            MOVE WS-TYPE-INVALID TO WS-TYPE-IDX.                        02750000
            PERFORM VARYING WS-FIND-IDX FROM 1 BY 1                     02760000
               UNTIL WS-FIND-IDX > WS-TYPE-MAX                          02770000
                  OR WS-TYPE-IDX < WS-TYPE-INVALID                      02780000
               IF WS-TY-CODE(WS-FIND-IDX) = NE-EVENT-TYPE               02790000
                  MOVE WS-FIND-IDX TO WS-TYPE-IDX                       02800000
               END-IF                                                   02810000
            END-PERFORM.                                                02820000
                                                                        02830000
       F300-SCREEN-EVENT-PARA.                                          02840000
                                                                        02850000
            MOVE 'N' TO WS-SUPP-FLAG.                                   02860000
            IF NOT NE-WITHDRAWAL                                        02870000
               PERFORM F310-CHECK-SUPPRESS-PARA                         02880000
            END-IF.                                                     02890000
            IF WS-SUPPRESSED                                            02900000
               ADD 1 TO WS-CNT-MAILSUPP                                 02910000
               ADD 1 TO WS-TC-MAILSUPP(WS-TYPE-IDX)                     02920000
            ELSE                                                        02930000
               IF NE-STUD-ID IS NOT NUMERIC                             02940000
                  ADD 1 TO WS-CNT-NOTFOUND                              02950000
                  ADD 1 TO WS-TC-NOTFOUND(WS-TYPE-IDX)                  02960000
                  DISPLAY 'INVALID STUD-ID ON NOTEVT: ' NE-STUD-ID      02970000
               ELSE                                                     02980000
                  MOVE NE-STUD-ID   TO WS-WORK-ID-9                     02990000
                  MOVE WS-WORK-ID-9 TO WS-STUD-ID                       03000000
                  PERFORM F320-SELECT-STUDENT-PARA                      03010000
                  EVALUATE TRUE                                         03020000
                  WHEN SQL-SUCCESS                                      03030000
                       PERFORM F330-PRIVACY-CHECK-PARA                  03040000
                  WHEN SQL-NOTFOUND                                     03050000
                       ADD 1 TO WS-CNT-NOTFOUND                         03060000
                       ADD 1 TO WS-TC-NOTFOUND(WS-TYPE-IDX)             03070000
                       DISPLAY 'STUDENT NOT ON STUD_STUDENT: '          03080000
                               NE-STUD-ID                               03090000
                  WHEN OTHER                                            03100000
                       ADD 1 TO WS-CNT-SQLERR                           03110000
                       DISPLAY 'STUDENT LOOKUP SQL ERROR SQLCODE: '     03120000
                               SQLCODE                                  03130000
                  END-EVALUATE                                          03140000
               END-IF                                                   03150000
            END-IF.                                                     03160000
                                                                        03170000
       F310-CHECK-SUPPRESS-PARA.                                        03180000
                                                                        03190000
            PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1                     03200000
               UNTIL WS-SUPP-IDX > WS-SUPP-COUNT                        03210000
                  OR WS-SUPPRESSED                                      03220000
               IF WS-SUPP-ID(WS-SUPP-IDX) = NE-STUD-ID                  03230000
                  MOVE 'Y' TO WS-SUPP-FLAG                              03240000
               END-IF                                                   03250000
            END-PERFORM.                                                03260000
                                                                        03270000
       F320-SELECT-STUDENT-PARA.                                        03280000
                                                                        03290000
            EXEC SQL                                                    03300000
                 SELECT  STUD_ID, STUD_NAME, STUD_DEPT,                 03310000
                         STUD_ENROLL_STATUS, PRIVACY_FLAG,              03320000
                         PRIVACY_EFF_DT                                 03330000
                   INTO  :WS-STUD-ID, :WS-STUD-NAME,                    03340000
                         :WS-STUD-DEPT, :WS-STUD-STATUS,                03350000
                         :WS-PRIVACY-FLAG, :WS-PRIVACY-EFF-DATE         03360000
                FROM STUD_STUDENT                                       03370000
                WHERE STUD_ID = :WS-STUD-ID                             03380000
            END-EXEC.                                                   03390000
                                                                        03400000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                03410000
                                                                        03420000
       F330-PRIVACY-CHECK-PARA.                                         03430000
                                                                        03440000
            MOVE WS-PRIVACY-FLAG     TO PV-PRIVACY-FLAG.                03450000
            MOVE WS-PRIVACY-EFF-DATE TO PV-PRIVACY-EFF-DATE.            03460000
            CALL 'PRIVCHK' USING PRIV-CHECK-PARM.                       03470000
            IF PV-SUPPRESS                                              03480000
               ADD 1 TO WS-CNT-PRIVACY                                  03490000
               ADD 1 TO WS-TC-PRIVACY(WS-TYPE-IDX)                      03500000
            ELSE                                                        03510000
               PERFORM F400-WRITE-GATEWAY-PARA                          03520000
            END-IF.                                                     03530000
                                                                        03540000
       F400-WRITE-GATEWAY-PARA.                                         03550000
                                                                        03560000
            MOVE SPACES                   TO NOTGATE-REC.               03570000
            MOVE 'D'                      TO NG-REC-TYPE.               03580000
            MOVE NE-STUD-ID               TO NG-STUD-ID.                03590000
            MOVE WS-STUD-NAME             TO NG-STUD-NAME.              03600000
            MOVE WS-TY-TEMPLATE(WS-TYPE-IDX) TO NG-TEMPLATE.            03610000
            MOVE NE-BUS-DATE              TO NG-EVENT-DATE.             03620000
            EVALUATE TRUE                                               03630000
            WHEN NE-HOLD-PLACED                                         03640000
                 MOVE 'A HOLD HAS BEEN PLACED ON YOUR RECORD'           03650000
                   TO NG-SUBJECT                                        03660000
                 STRING 'HOLD TYPE ' NE-HOLD-TYPE                       03670000
                        ' WAS PLACED ON ' NE-HOLD-EFF-DATE              03680000
                        '. CONTACT THE REGISTRAR TO RESOLVE IT.'        03690000
                   DELIMITED BY SIZE INTO NG-MESSAGE                    03700000
            WHEN NE-STANDING-LETTER                                     03710000
                 IF NE-LTR-STANDING = 'PR'                              03720000
                    MOVE 'NOTICE OF ACADEMIC PROBATION'                 03730000
                      TO NG-SUBJECT                                     03740000
                    STRING 'YOUR ACADEMIC STANDING FOR TERM '           03750000
                           NE-LTR-TERM ' IS PROBATION. '                03760000
                           'PLEASE CONTACT YOUR ACADEMIC ADVISOR.'      03770000
                      DELIMITED BY SIZE INTO NG-MESSAGE                 03780000
                 ELSE                                                   03790000
                    MOVE 'CONGRATULATIONS - DEANS LIST'                 03800000
                      TO NG-SUBJECT                                     03810000
                    STRING 'YOU HAVE BEEN NAMED TO THE DEANS LIST '     03820000
                           'FOR TERM ' NE-LTR-TERM '.'                  03830000
                      DELIMITED BY SIZE INTO NG-MESSAGE                 03840000
                 END-IF                                                 03850000
            WHEN NE-TRN-RELEASED                                        03860000
                 MOVE 'OFFICIAL TRANSCRIPT RELEASED'                    03870000
                   TO NG-SUBJECT                                        03880000
                 STRING 'TRANSCRIPT SERIAL ' DELIMITED BY SIZE          03890000
                        NE-TRN-SERIAL DELIMITED BY SIZE                 03900000
                        ' WAS ISSUED TO ' DELIMITED BY SIZE             03910000
                        NE-TRN-REQUESTER DELIMITED BY '  '              03920000
                        ' ON ' DELIMITED BY SIZE                        03930000
                        NE-BUS-DATE DELIMITED BY SIZE                   03940000
                        '.' DELIMITED BY SIZE                           03950000
                   INTO NG-MESSAGE                                      03960000
            WHEN NE-WITHDRAWAL                                          03970000
                 MOVE 'WITHDRAWAL PROCESSED' TO NG-SUBJECT              03980000
                 STRING 'YOUR WITHDRAWAL FROM TERM ' NE-WDR-TERM        03990000
                        ' HAS BEEN PROCESSED. CONTACT THE '             04000000
                        'REGISTRAR WITH ANY QUESTIONS.'                 04010000
                   DELIMITED BY SIZE INTO NG-MESSAGE                    04020000
            END-EVALUATE.                                               04030000
            WRITE NOTGATE-REC.                                          04040000
            ADD 1 TO WS-CNT-SENT.                                       04050000
            ADD 1 TO WS-TC-SENT(WS-TYPE-IDX).                           04060000
                                                                        04070000
       F500-CONTROL-REPORT-PARA.                                        04080000
                                                                        04090000
            MOVE WS-BUSINESS-DATE TO CTL-DATE.                          04100000
            WRITE NOTCTL-REC FROM WS-CTL-HDR1                           04110000
               AFTER ADVANCING PAGE.                                    04120000
            WRITE NOTCTL-REC FROM WS-CTL-HDR2                           04130000
               AFTER ADVANCING 2 LINES.                                 04140000
            PERFORM F510-TYPE-LINE-PARA                                 04150000
               VARYING WS-TYPE-IDX FROM 1 BY 1                          04160000
               UNTIL WS-TYPE-IDX > WS-TYPE-INVALID.                     04170000
            MOVE 'TOTAL'          TO CTL-DESC.                          04180000
            MOVE WS-CNT-READ      TO CTL-READ.                          04190000
            MOVE WS-CNT-SENT      TO CTL-SENT.                          04200000
            MOVE WS-CNT-MAILSUPP  TO CTL-MAILSUPP.                      04210000
            MOVE WS-CNT-PRIVACY   TO CTL-PRIVACY.                       04220000
            MOVE WS-CNT-NOTFOUND  TO CTL-NOTFOUND.                      04230000
            WRITE NOTCTL-REC FROM WS-CTL-DETAIL                         04240000
               AFTER ADVANCING 2 LINES.                                 04250000
            MOVE 'MAILSUPP IS NOT APPLIED TO WITHDRAWAL NOTICES.'       04260000
              TO CTL-NOTE.                                              04270000
            WRITE NOTCTL-REC FROM WS-CTL-NOTE                           04280000
               AFTER ADVANCING 2 LINES.                                 04290000
            MOVE 'PRIVACY IS CHECKED AS OF THE BUSINESS DATE.'          04300000
              TO CTL-NOTE.                                              04310000
            WRITE NOTCTL-REC FROM WS-CTL-NOTE                           04320000
               AFTER ADVANCING 1 LINE.                                  04330000
                                                                        04340000
       F510-TYPE-LINE-PARA.                                             04350000
                                                                        04360000
            MOVE WS-TY-DESC(WS-TYPE-IDX)     TO CTL-DESC.               04370000
            MOVE WS-TC-READ(WS-TYPE-IDX)     TO CTL-READ.               04380000
            MOVE WS-TC-SENT(WS-TYPE-IDX)     TO CTL-SENT.               04390000
            MOVE WS-TC-MAILSUPP(WS-TYPE-IDX) TO CTL-MAILSUPP.           04400000
            MOVE WS-TC-PRIVACY(WS-TYPE-IDX)  TO CTL-PRIVACY.            04410000
            MOVE WS-TC-NOTFOUND(WS-TYPE-IDX) TO CTL-NOTFOUND.           04420000
            WRITE NOTCTL-REC FROM WS-CTL-DETAIL                         04430000
               AFTER ADVANCING 1 LINE.                                  04440000
                                                                        04450000
       F600-CLEAR-EVENTS-PARA.                                          04460000
                                                                        04470000
            OPEN OUTPUT NOTEVT.                                         04480000
            IF WS-NOTEVT-STATUS = '00'                                  04490000
               CLOSE NOTEVT                                             04500000
               DISPLAY 'NOTIFICATION EVENT FILE CLEARED'                04510000
            ELSE                                                        04520000
               DISPLAY 'NOTEVT CLEAR FAILED - STATUS: '                 04530000
                       WS-NOTEVT-STATUS                                 04540000
               MOVE 'Y' TO WS-CLEAR-FLAG                                04550000
            END-IF.                                                     04560000
