       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. IREXTR.                                              00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT CYCDATE ASSIGN TO CYCDATE                        00060000
                ORGANIZATION IS SEQUENTIAL                              00070000
                FILE STATUS IS WS-CYCDATE-STATUS.                       00080000
                SELECT REGMST ASSIGN TO REGMST                          00090000
                ORGANIZATION IS INDEXED                                 00100000
                ACCESS MODE IS SEQUENTIAL                               00110000
                RECORD KEY IS RG-KEY                                    00120000
                FILE STATUS IS WS-REGMST-STATUS.                        00130000
                SELECT GRADES ASSIGN TO GRDFILE                         00140000
                ORGANIZATION IS INDEXED                                 00150000
                ACCESS MODE IS SEQUENTIAL                               00160000
                RECORD KEY IS GR-KEY                                    00170000
                FILE STATUS IS WS-GRADES-STATUS.                        00180000
                SELECT STANDING ASSIGN TO STANDING                      00190000
                ORGANIZATION IS SEQUENTIAL                              00200000
                FILE STATUS IS WS-STANDING-STATUS.                      00210000
                SELECT HOLDMST ASSIGN TO HOLDMST                        00220000
                ORGANIZATION IS INDEXED                                 00230000
                ACCESS MODE IS SEQUENTIAL                               00240000
                RECORD KEY IS HM-KEY                                    00250000
                FILE STATUS IS WS-HOLDMST-STATUS.                       00260000
                SELECT DEPTMST ASSIGN TO DEPTMST                        00270000
                ORGANIZATION IS INDEXED                                 00280000
                ACCESS MODE IS SEQUENTIAL                               00290000
                RECORD KEY IS DM-DEPT-CODE                              00300000
                FILE STATUS IS WS-DEPTMST-STATUS.                       00310000
                SELECT IRSTUD ASSIGN TO IRSTUD                          00320000
                ORGANIZATION IS SEQUENTIAL.                             00330000
                SELECT IRREG ASSIGN TO IRREG                            00340000
                ORGANIZATION IS SEQUENTIAL.                             00350000
                SELECT IRGRD ASSIGN TO IRGRD                            00360000
                ORGANIZATION IS SEQUENTIAL.                             00370000
                SELECT IRSTAND ASSIGN TO IRSTAND                        00380000
                ORGANIZATION IS SEQUENTIAL.                             00390000
                SELECT IRHOLD ASSIGN TO IRHOLD                          00400000
                ORGANIZATION IS SEQUENTIAL.                             00410000
                SELECT IRDEPT ASSIGN TO IRDEPT                          00420000
                ORGANIZATION IS SEQUENTIAL.                             00430000
                SELECT IRLDCTL ASSIGN TO IRLDCTL                        00440000
                ORGANIZATION IS SEQUENTIAL.                             00450000
       DATA DIVISION.                                                   00460000
       FILE SECTION.                                                    00470000
       FD CYCDATE                                                       00480000
            RECORDING MODE IS F.                                        00490000
           COPY CYCDATE.                                                00500000
       FD REGMST                                                        00510000
            RECORDING MODE IS F.                                        00520000
           COPY REGREC.                                                 00530000
       FD GRADES                                                        00540000
            RECORDING MODE IS F.                                        00550000
           COPY GRDREC.                                                 00560000
       FD STANDING                                                      00570000
            RECORDING MODE IS F.                                        00580000
           COPY STANDING.                                               00590000
       FD HOLDMST                                                       00600000
            RECORDING MODE IS F.                                        00610000
           COPY HOLDMST.                                                00620000
       FD DEPTMST                                                       00630000
            RECORDING MODE IS F.                                        00640000
           COPY DEPTMST.                                                00650000
       FD IRSTUD                                                        00660000
            RECORDING MODE IS F.                                        00670000
       01 IRSTUD-REC PIC X(96).                                         00680000
       FD IRREG                                                         00690000
            RECORDING MODE IS F.                                        00700000
       01 IRREG-REC PIC X(96).                                          00710000
       FD IRGRD                                                         00720000
            RECORDING MODE IS F.                                        00730000
       01 IRGRD-REC PIC X(96).                                          00740000
       FD IRSTAND                                                       00750000
            RECORDING MODE IS F.                                        00760000
       01 IRSTAND-REC PIC X(96).                                        00770000
       FD IRHOLD                                                        00780000
            RECORDING MODE IS F.                                        00790000
       01 IRHOLD-REC PIC X(96).                                         00800000
       FD IRDEPT                                                        00810000
            RECORDING MODE IS F.                                        00820000
       01 IRDEPT-REC PIC X(96).                                         00830000
       FD IRLDCTL                                                       00840000
            RECORDING MODE IS F.                                        00850000
           COPY IRLDCTL.                                                00860000
       WORKING-STORAGE SECTION.                                         00870000
       01 WS-EOF             PIC A     VALUE SPACE.                     00880000
       01 WS-IN-EOF          PIC X(01) VALUE 'N'.                       00890000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    00900000
       01 WS-REGMST-STATUS   PIC X(02) VALUE SPACES.                    00910000
       01 WS-GRADES-STATUS   PIC X(02) VALUE SPACES.                    00920000
       01 WS-STANDING-STATUS PIC X(02) VALUE SPACES.                    00930000
       01 WS-HOLDMST-STATUS  PIC X(02) VALUE SPACES.                    00940000
       01 WS-DEPTMST-STATUS  PIC X(02) VALUE SPACES.                    00950000
       01 WS-OPEN-STATUS     PIC X(02) VALUE SPACES.                    00960000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    00970000
       01 WS-RUN-TS          PIC X(14) VALUE SPACES.                    00980000
       01 WS-FAIL-FLAG       PIC X(01) VALUE 'N'.                       00990000
           88 WS-EXTRACT-FAILED     VALUE 'Y'.                          01000000
       01 WS-HASH-ID         PIC X(09) VALUE SPACES.                    01010000
       01 WS-HASH-ID-N REDEFINES WS-HASH-ID PIC 9(09).                  01020000
                                                                        01030000
       77 WS-FILE-MAX        PIC 9(03) COMP VALUE 6.                    01040000
       01 WS-FILE-IDX        PIC 9(03) COMP VALUE ZERO.                 01050000
       01 WS-FILE-VALUES.                                               01060000
          05 FILLER          PIC X(08) VALUE 'STUDENT'.                 01070000
          05 FILLER          PIC X(08) VALUE 'REGIST'.                  01080000
          05 FILLER          PIC X(08) VALUE 'GRADES'.                  01090000
          05 FILLER          PIC X(08) VALUE 'STANDING'.                01100000
          05 FILLER          PIC X(08) VALUE 'HOLDS'.                   01110000
          05 FILLER          PIC X(08) VALUE 'DEPTS'.                   01120000
       01 WS-FILE-TABLE REDEFINES WS-FILE-VALUES.                       01130000
          05 WS-FT-ID OCCURS 6 TIMES PIC X(08).                         01140000
       01 WS-FILE-TOTALS.                                               01150000
          05 WS-FT-ENTRY OCCURS 6 TIMES.                                01160000
             10 WS-FT-COUNT     PIC 9(09) COMP VALUE ZERO.              01170000
             10 WS-FT-HASH      PIC 9(15) COMP-3 VALUE ZERO.            01180000
       01 WS-SET-COUNT       PIC 9(09) COMP VALUE ZERO.                 01190000
       01 WS-SET-HASH        PIC 9(15) COMP-3 VALUE ZERO.               01200000
                                                                        01210000
       01 WS-CONTROL-TOTALS.                                            01220000
           05 WS-CNT-OPEN-FAIL  PIC 9(07) COMP VALUE ZERO.              01230000
           05 WS-CNT-PRIVACY    PIC 9(07) COMP VALUE ZERO.              01240000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              01250000
           COPY SQLCLS.                                                 01260000
           COPY PRIVPARM.                                               01270000
           COPY IREXT.                                                  01280000
                                                                        01290000
            EXEC SQL                                                    01300000
               INCLUDE SQLCA                                            01310000
            END-EXEC.                                                   01320000
                                                                        01330000
            EXEC SQL                                                    01340000
               INCLUDE STUDENT                                          01350000
            END-EXEC.                                                   01360000
                                                                        01370000
       01  DCLSTUDENT.                                                  01380000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            01390000
           10 WS-STUD-NAME             PIC X(30).                       01400000
           10 WS-STUD-DEPT             PIC X(10).                       01410000
           10 WS-STUD-STATUS           PIC X(01).                       01420000
           10 WS-STATUS-EFF-DATE       PIC X(08).                       01430000
           10 WS-PRIVACY-FLAG          PIC X(01).                       01440000
           10 WS-PRIVACY-EFF-DATE      PIC X(08).                       01450000
           10 WS-ENTRY-TERM            PIC X(05).                       01460000
                                                                        01470000
            EXEC SQL                                                    01480000
               DECLARE IRSTUCUR CURSOR FOR                              01490000
               SELECT STUD_ID, STUD_NAME, STUD_DEPT,                    01500000
                      STUD_ENROLL_STATUS, STATUS_EFF_DT,                01510000
                      PRIVACY_FLAG, PRIVACY_EFF_DT, ENTRY_TERM          01520000
                 FROM STUD_STUDENT                                      01530000
                ORDER BY STUD_ID                                        01540000
            END-EXEC.                                                   01550000
                                                                        01560000
       PROCEDURE DIVISION.                                              01570000
                                                                        01580000
            PERFORM X050-READ-CYCDATE-PARA.                             01590000
            MOVE WS-BUSINESS-DATE TO PV-AS-OF-DATE.                     01600000
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS.              01610000
            DISPLAY 'IR EXTRACT SET FOR BUSINESS DATE: '                01620000
                    WS-BUSINESS-DATE.                                   01630000
                                                                        01640000
            OPEN OUTPUT IRLDCTL.                                        01650000
            OPEN OUTPUT IRSTUD.                                         01660000
            OPEN OUTPUT IRREG.                                          01670000
            OPEN OUTPUT IRGRD.                                          01680000
            OPEN OUTPUT IRSTAND.                                        01690000
            OPEN OUTPUT IRHOLD.                                         01700000
            OPEN OUTPUT IRDEPT.                                         01710000
                                                                        01720000
            PERFORM X100-STUDENT-EXTRACT-PARA.                          01730000
            PERFORM X200-REGMST-EXTRACT-PARA.                           01740000
            PERFORM X300-GRADES-EXTRACT-PARA.                           01750000
            PERFORM X400-STANDING-EXTRACT-PARA.                         01760000
            PERFORM X500-HOLDS-EXTRACT-PARA.                            01770000
            PERFORM X600-DEPTS-EXTRACT-PARA.                            01780000
                                                                        01790000
            CLOSE IRSTUD.                                               01800000
            CLOSE IRREG.                                                01810000
            CLOSE IRGRD.                                                01820000
            CLOSE IRSTAND.                                              01830000
            CLOSE IRHOLD.                                               01840000
            CLOSE IRDEPT.                                               01850000
                                                                        01860000
            IF WS-EXTRACT-FAILED                                        01870000
               DISPLAY 'EXTRACT SET INCOMPLETE - LOAD CONTROL NOT '     01880000
                       'WRITTEN'                                        01890000
            ELSE                                                        01900000
               PERFORM X700-LOAD-CONTROL-PARA                           01910000
            END-IF.                                                     01920000
            CLOSE IRLDCTL.                                              01930000
                                                                        01940000
            DISPLAY '===== IREXTR CONTROL TOTALS ====='.                01950000
            PERFORM X720-DISPLAY-FILE-PARA                              01960000
               VARYING WS-FILE-IDX FROM 1 BY 1                          01970000
               UNTIL WS-FILE-IDX > WS-FILE-MAX.                         01980000
            DISPLAY 'PRIVACY BLOCKED STUDENTS : ' WS-CNT-PRIVACY.       01990000
            DISPLAY 'INPUT OPEN FAILURES      : ' WS-CNT-OPEN-FAIL.     02000000
            DISPLAY 'SQL ERRORS ENCOUNTERED   : ' WS-CNT-SQLERR.        02010000
            DISPLAY '================================='.                02020000
                                                                        02030000
            IF WS-EXTRACT-FAILED                                        02040000
               MOVE +16 TO RETURN-CODE                                  02050000
            ELSE                                                        02060000
               MOVE ZERO TO RETURN-CODE                                 02070000
            END-IF.                                                     02080000
                                                                        02090000
            GOBACK.                                                     02100000
                                                                        02110000
       X050-READ-CYCDATE-PARA.                                          02120000
                                                                        02130000
            OPEN INPUT CYCDATE.                                         02140000
            IF WS-CYCDATE-STATUS NOT = '00'                             02150000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      02160000
               MOVE FUNCTION CURRENT-DATE(1:8)                          02170000
                 TO WS-BUSINESS-DATE                                    02180000
            ELSE                                                        02190000
               READ CYCDATE                                             02200000
                 AT END                                                 02210000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     02220000
                      TO WS-BUSINESS-DATE                               02230000
                 NOT AT END                                             02240000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           02250000
               END-READ                                                 02260000
               CLOSE CYCDATE                                            02270000
            END-IF.                                                     02280000
                                                                        02290000
       X100-STUDENT-EXTRACT-PARA.                                       02300000
                                                                        02310000
            MOVE 1 TO WS-FILE-IDX.                                      02320000
            EXEC SQL                                                    02330000
                 OPEN IRSTUCUR                                          02340000
            END-EXEC.                                                   02350000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                02360000
            IF NOT SQL-SUCCESS                                          02370000
               DISPLAY 'IRSTUCUR OPEN ERROR SQLCODE: ' SQLCODE          02380000
               ADD 1 TO WS-CNT-SQLERR                                   02390000
               MOVE 'Y' TO WS-FAIL-FLAG                                 02400000
            ELSE                                                        02410000
               MOVE SPACE TO WS-EOF                                     02420000
               PERFORM X110-FETCH-STUDENT-PARA UNTIL WS-EOF = 'Y'       02430000
               EXEC SQL                                                 02440000
                    CLOSE IRSTUCUR                                      02450000
               END-EXEC                                                 02460000
               CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS              02470000
            END-IF.                                                     02480000
                                                                        02490000
       X110-FETCH-STUDENT-PARA.                                         02500000
                                                                        02510000
            EXEC SQL                                                    02520000
                 FETCH IRSTUCUR                                         02530000
                   INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,      02540000
                        :WS-STUD-STATUS, :WS-STATUS-EFF-DATE,           02550000
                        :WS-PRIVACY-FLAG, :WS-PRIVACY-EFF-DATE,         02560000
                        :WS-ENTRY-TERM                                  02570000
            END-EXEC.                                                   02580000
                                                                        02590000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                02600000
            EVALUATE TRUE                                               02610000
            WHEN SQL-NOTFOUND                                           02620000
                 MOVE 'Y' TO WS-EOF                                     02630000
            WHEN SQL-SUCCESS                                            02640000
                 PERFORM X120-WRITE-STUDENT-PARA                        02650000
            WHEN OTHER                                                  02660000
                 DISPLAY 'IRSTUCUR FETCH ERROR SQLCODE: ' SQLCODE       02670000
                 ADD 1 TO WS-CNT-SQLERR                                 02680000
                 MOVE 'Y' TO WS-FAIL-FLAG                               02690000
                 MOVE 'Y' TO WS-EOF                                     02700000
            END-EVALUATE.                                               02710000
                                                                        02720000
       X120-WRITE-STUDENT-PARA.                                         02730000
                                                                        02740000
            MOVE SPACES              TO IREXT-REC.                      02750000
            MOVE WS-BUSINESS-DATE    TO IX-BUS-DATE.                    02760000
            MOVE WS-FT-ID(WS-FILE-IDX) TO IX-FILE-ID.                   02770000
            MOVE WS-STUD-ID          TO IX-STUD-ID.                     02780000
            MOVE WS-STUD-NAME        TO IX-STUD-NAME.                   02790000
            MOVE WS-STUD-DEPT        TO IX-STUD-DEPT.                   02800000
            MOVE WS-STUD-STATUS      TO IX-ENROLL-STATUS.               02810000
            MOVE WS-STATUS-EFF-DATE  TO IX-STATUS-EFF-DATE.             02820000
            MOVE WS-ENTRY-TERM       TO IX-ENTRY-TERM.                  02830000
            MOVE WS-PRIVACY-FLAG     TO PV-PRIVACY-FLAG.                02840000
            MOVE WS-PRIVACY-EFF-DATE TO PV-PRIVACY-EFF-DATE.            02850000
            CALL 'PRIVCHK' USING PRIV-CHECK-PARM.                       02860000
            MOVE PV-RESULT           TO IX-PRIVACY-BLOCK.               02870000
            IF PV-SUPPRESS                                              02880000
               ADD 1 TO WS-CNT-PRIVACY                                  02890000
            END-IF.                                                     02900000
            WRITE IRSTUD-REC FROM IREXT-REC.                            02910000
            MOVE IX-STUD-ID          TO WS-HASH-ID.                     02920000
            PERFORM X900-TALLY-PARA.                                    02930000
                                                                        02940000
       X200-REGMST-EXTRACT-PARA.                                        02950000
                                                                        02960000
            MOVE 2 TO WS-FILE-IDX.                                      02970000
            OPEN INPUT REGMST.                                          02980000
            IF WS-REGMST-STATUS NOT = '00'                              02990000
               MOVE WS-REGMST-STATUS TO WS-OPEN-STATUS                  03000000
               PERFORM X910-OPEN-FAILED-PARA                            03010000
            ELSE                                                        03020000
               MOVE 'N' TO WS-IN-EOF                                    03030000
               PERFORM X210-READ-REGMST-PARA UNTIL WS-IN-EOF = 'Y'      03040000
               CLOSE REGMST                                             03050000
            END-IF.                                                     03060000
                                                                        03070000
       X210-READ-REGMST-PARA.                                           03080000
                                                                        03090000
            READ REGMST NEXT                                            03100000
              AT END MOVE 'Y' TO WS-IN-EOF                              03110000
              NOT AT END                                                03120000
                 MOVE SPACES           TO IREXT-REC                     03130000
                 MOVE WS-BUSINESS-DATE TO IX-BUS-DATE                   03140000
                 MOVE WS-FT-ID(WS-FILE-IDX) TO IX-FILE-ID               03150000
                 MOVE REGMST-REC       TO IX-DATA                       03160000
                 WRITE IRREG-REC FROM IREXT-REC                         03170000
                 MOVE RG-STUD-ID       TO WS-HASH-ID                    03180000
                 PERFORM X900-TALLY-PARA                                03190000
            END-READ.                                                   03200000
                                                                        03210000
       X300-GRADES-EXTRACT-PARA.                                        03220000
                                                                        03230000
            MOVE 3 TO WS-FILE-IDX.                                      03240000
            OPEN INPUT GRADES.                                          03250000
            IF WS-GRADES-STATUS NOT = '00'                              03260000
               MOVE WS-GRADES-STATUS TO WS-OPEN-STATUS                  03270000
               PERFORM X910-OPEN-FAILED-PARA                            03280000
            ELSE                                                        03290000
               MOVE 'N' TO WS-IN-EOF                                    03300000
               PERFORM X310-READ-GRADES-PARA UNTIL WS-IN-EOF = 'Y'      03310000
               CLOSE GRADES                                             03320000
            END-IF.                                                     03330000
                                                                        03340000
       X310-READ-GRADES-PARA.                                           03350000
                                                                        03360000
            READ GRADES NEXT                                            03370000
              AT END MOVE 'Y' TO WS-IN-EOF                              03380000
              NOT AT END                                                03390000
                 MOVE SPACES           TO IREXT-REC                     03400000
                 MOVE WS-BUSINESS-DATE TO IX-BUS-DATE                   03410000
                 MOVE WS-FT-ID(WS-FILE-IDX) TO IX-FILE-ID               03420000
                 MOVE GRADES-REC       TO IX-DATA                       03430000
                 WRITE IRGRD-REC FROM IREXT-REC                         03440000
                 MOVE GR-STUD-ID       TO WS-HASH-ID                    03450000
                 PERFORM X900-TALLY-PARA                                03460000
            END-READ.                                                   03470000
                                                                        03480000
       X400-STANDING-EXTRACT-PARA.                                      03490000
                                                                        03500000
            MOVE 4 TO WS-FILE-IDX.                                      03510000
            OPEN INPUT STANDING.                                        03520000
            IF WS-STANDING-STATUS NOT = '00'                            03530000
               MOVE WS-STANDING-STATUS TO WS-OPEN-STATUS                03540000
               PERFORM X910-OPEN-FAILED-PARA                            03550000
            ELSE                                                        03560000
               MOVE 'N' TO WS-IN-EOF                                    03570000
               PERFORM X410-READ-STANDING-PARA UNTIL WS-IN-EOF = 'Y'    03580000
               CLOSE STANDING                                           03590000
            END-IF.                                                     03600000
                                                                        03610000
       X410-READ-STANDING-PARA.                                         03620000
                                                                        03630000
            READ STANDING                                               03640000
              AT END MOVE 'Y' TO WS-IN-EOF                              03650000
              NOT AT END                                                03660000
                 MOVE SPACES           TO IREXT-REC                     03670000
                 MOVE WS-BUSINESS-DATE TO IX-BUS-DATE                   03680000
                 MOVE WS-FT-ID(WS-FILE-IDX) TO IX-FILE-ID               03690000
                 MOVE STANDING-REC     TO IX-DATA                       03700000
                 WRITE IRSTAND-REC FROM IREXT-REC                       03710000
                 MOVE ST-STUD-ID       TO WS-HASH-ID                    03720000
                 PERFORM X900-TALLY-PARA                                03730000
            END-READ.                                                   03740000
                                                                        03750000
       X500-HOLDS-EXTRACT-PARA.                                         03760000
                                                                        03770000
            MOVE 5 TO WS-FILE-IDX.                                      03780000
            OPEN INPUT HOLDMST.                                         03790000
            IF WS-HOLDMST-STATUS NOT = '00'                             03800000
               MOVE WS-HOLDMST-STATUS TO WS-OPEN-STATUS                 03810000
               PERFORM X910-OPEN-FAILED-PARA                            03820000
            ELSE                                                        03830000
               MOVE 'N' TO WS-IN-EOF                                    03840000
               PERFORM X510-READ-HOLDS-PARA UNTIL WS-IN-EOF = 'Y'       03850000
               CLOSE HOLDMST                                            03860000
            END-IF.                                                     03870000
                                                                        03880000
       X510-READ-HOLDS-PARA.                                            03890000
                                                                        03900000
            READ HOLDMST NEXT                                           03910000
              AT END MOVE 'Y' TO WS-IN-EOF                              03920000
              NOT AT END                                                03930000
                 MOVE SPACES           TO IREXT-REC                     03940000
                 MOVE WS-BUSINESS-DATE TO IX-BUS-DATE                   03950000
                 MOVE WS-FT-ID(WS-FILE-IDX) TO IX-FILE-ID               03960000
                 MOVE HOLDMST-REC      TO IX-DATA                       03970000
                 WRITE IRHOLD-REC FROM IREXT-REC                        03980000
                 MOVE HM-STUD-ID       TO WS-HASH-ID                    03990000
                 PERFORM X900-TALLY-PARA                                04000000
            END-READ.                                                   04010000
                                                                        04020000
       X600-DEPTS-EXTRACT-PARA.                                         04030000
                                                                        04040000
            MOVE 6 TO WS-FILE-IDX.                                      04050000
            OPEN INPUT DEPTMST.                                         04060000
            IF WS-DEPTMST-STATUS NOT = '00'                             04070000
               MOVE WS-DEPTMST-STATUS TO WS-OPEN-STATUS                 04080000
               PERFORM X910-OPEN-FAILED-PARA                            04090000
            ELSE                                                        04100000
               MOVE 'N' TO WS-IN-EOF                                    04110000
               PERFORM X610-READ-DEPTS-PARA UNTIL WS-IN-EOF = 'Y'       04120000
               CLOSE DEPTMST                                            04130000
            END-IF.                                                     04140000
                                                                        04150000
       X610-READ-DEPTS-PARA.                                            04160000
                                                                        04170000
            READ DEPTMST NEXT                                           04180000
              AT END MOVE 'Y' TO WS-IN-EOF                              04190000
              NOT AT END                                                04200000
                 MOVE SPACES           TO IREXT-REC                     04210000
                 MOVE WS-BUSINESS-DATE TO IX-BUS-DATE                   04220000
                 MOVE WS-FT-ID(WS-FILE-IDX) TO IX-FILE-ID               04230000
                 MOVE DEPTMST-REC      TO IX-DATA                       04240000
                 WRITE IRDEPT-REC FROM IREXT-REC                        04250000
                 MOVE SPACES           TO WS-HASH-ID                    04260000
                 PERFORM X900-TALLY-PARA                                04270000
            END-READ.                                                   04280000
                                                                        04290000
       X700-LOAD-CONTROL-PARA.                                          04300000
                                                                        04310000
            PERFORM X710-CONTROL-REC-PARA                               04320000
               VARYING WS-FILE-IDX FROM 1 BY 1                          04330000
               UNTIL WS-FILE-IDX > WS-FILE-MAX.                         04340000
            MOVE SPACES           TO IRLDCTL-REC.                       04350000
            MOVE WS-BUSINESS-DATE TO LC-BUS-DATE.                       04360000
            MOVE 'SETTOTAL'       TO LC-FILE-ID.                        04370000
            MOVE WS-SET-COUNT     TO LC-REC-COUNT.                      04380000
            MOVE WS-SET-HASH      TO LC-HASH-TOTAL.                     04390000
            MOVE WS-RUN-TS        TO LC-RUN-TS.                         04400000
            WRITE IRLDCTL-REC.                                          04410000
                                                                        04420000
       X710-CONTROL-REC-PARA.                                           04430000
                                                                        04440000
            MOVE SPACES                   TO IRLDCTL-REC.               04450000
            MOVE WS-BUSINESS-DATE         TO LC-BUS-DATE.               04460000
            MOVE WS-FT-ID(WS-FILE-IDX)    TO LC-FILE-ID.                04470000
            MOVE WS-FT-COUNT(WS-FILE-IDX) TO LC-REC-COUNT.              04480000
            MOVE WS-FT-HASH(WS-FILE-IDX)  TO LC-HASH-TOTAL.             04490000
            MOVE WS-RUN-TS                TO LC-RUN-TS.                 04500000
            WRITE IRLDCTL-REC.                                          04510000
            ADD WS-FT-COUNT(WS-FILE-IDX)  TO WS-SET-COUNT.              04520000
            ADD WS-FT-HASH(WS-FILE-IDX)   TO WS-SET-HASH.               04530000
                                                                        04540000
       X720-DISPLAY-FILE-PARA.                                          04550000
                                                                        04560000
            DISPLAY WS-FT-ID(WS-FILE-IDX)                               04570000
                    ' RECORDS: ' WS-FT-COUNT(WS-FILE-IDX)               04580000
                    ' HASH: ' WS-FT-HASH(WS-FILE-IDX).                  04590000
                                                                        04600000
       X900-TALLY-PARA.                                                 04610000
                                                                        04620000
            ADD 1 TO WS-FT-COUNT(WS-FILE-IDX).                          04630000
            IF WS-HASH-ID IS NUMERIC                                    04640000
               ADD WS-HASH-ID-N TO WS-FT-HASH(WS-FILE-IDX)              04650000
            END-IF.                                                     04660000
                                                                        04670000
       X910-OPEN-FAILED-PARA.                                           04680000
                                                                        04690000
            DISPLAY WS-FT-ID(WS-FILE-IDX)                               04700000
                    ' SOURCE OPEN FAILED - STATUS: ' WS-OPEN-STATUS.    04710000
            ADD 1 TO WS-CNT-OPEN-FAIL.                                  04720000
            MOVE 'Y' TO WS-FAIL-FLAG.                                   04730000
