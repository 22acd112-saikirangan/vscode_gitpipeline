       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. CYCSNAP.                                             00020000
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
                FILE STATUS IS WS-IN-STATUS.                            00130000
                SELECT GRADES ASSIGN TO GRDFILE                         00140000
                ORGANIZATION IS INDEXED                                 00150000
                ACCESS MODE IS SEQUENTIAL                               00160000
                RECORD KEY IS GR-KEY                                    00170000
                FILE STATUS IS WS-IN-STATUS.                            00180000
                SELECT STANDING ASSIGN TO STANDING                      00190000
                ORGANIZATION IS SEQUENTIAL                              00200000
                FILE STATUS IS WS-IN-STATUS.                            00210000
                SELECT HOLDMST ASSIGN TO HOLDMST                        00220000
                ORGANIZATION IS INDEXED                                 00230000
                ACCESS MODE IS SEQUENTIAL                               00240000
                RECORD KEY IS HM-KEY                                    00250000
                FILE STATUS IS WS-IN-STATUS.                            00260000
                SELECT ADDRMST ASSIGN TO ADDRMST                        00270000
                ORGANIZATION IS INDEXED                                 00280000
                ACCESS MODE IS SEQUENTIAL                               00290000
                RECORD KEY IS AM-KEY                                    00300000
                FILE STATUS IS WS-IN-STATUS.                            00310000
                SELECT TRANSCPT ASSIGN TO TRANSCPT                      00320000
                ORGANIZATION IS SEQUENTIAL                              00330000
                FILE STATUS IS WS-IN-STATUS.                            00340000
                SELECT EXCHIST ASSIGN TO EXCHIST                        00350000
                ORGANIZATION IS INDEXED                                 00360000
                ACCESS MODE IS SEQUENTIAL                               00370000
                RECORD KEY IS XH-KEY                                    00380000
                FILE STATUS IS WS-IN-STATUS.                            00390000
                SELECT BATLEDG ASSIGN TO BATLEDG                        00400000
                ORGANIZATION IS INDEXED                                 00410000
                ACCESS MODE IS SEQUENTIAL                               00420000
                RECORD KEY IS BL-KEY                                    00430000
                FILE STATUS IS WS-IN-STATUS.                            00440000
                SELECT DELTAFIL ASSIGN TO DELTAFIL                      00441400
                ORGANIZATION IS SEQUENTIAL                              00442800
                FILE STATUS IS WS-IN-STATUS.                            00444200
                SELECT EMPFPRV ASSIGN TO EMPFPRV                        00445600
                ORGANIZATION IS SEQUENTIAL                              00447000
                FILE STATUS IS WS-IN-STATUS.                            00448400
                SELECT SNSTUD ASSIGN TO SNSTUD                          00450000
                ORGANIZATION IS SEQUENTIAL.                             00460000
                SELECT SNREG ASSIGN TO SNREG                            00470000
                ORGANIZATION IS SEQUENTIAL.                             00480000
                SELECT SNGRD ASSIGN TO SNGRD                            00490000
                ORGANIZATION IS SEQUENTIAL.                             00500000
                SELECT SNSTAND ASSIGN TO SNSTAND                        00510000
                ORGANIZATION IS SEQUENTIAL.                             00520000
                SELECT SNHOLD ASSIGN TO SNHOLD                          00530000
                ORGANIZATION IS SEQUENTIAL.                             00540000
                SELECT SNADDR ASSIGN TO SNADDR                          00550000
                ORGANIZATION IS SEQUENTIAL.                             00560000
                SELECT SNTRAN ASSIGN TO SNTRAN                          00570000
                ORGANIZATION IS SEQUENTIAL.                             00580000
                SELECT SNEXCH ASSIGN TO SNEXCH                          00590000
                ORGANIZATION IS SEQUENTIAL.                             00600000
                SELECT SNLEDG ASSIGN TO SNLEDG                          00610000
                ORGANIZATION IS SEQUENTIAL.                             00620000
                SELECT SNDELTA ASSIGN TO SNDELTA                        00622000
                ORGANIZATION IS SEQUENTIAL.                             00624000
                SELECT SNEMPF ASSIGN TO SNEMPF                          00626000
                ORGANIZATION IS SEQUENTIAL.                             00628000
                SELECT SNAPCTL ASSIGN TO SNAPCTL                        00630000
                ORGANIZATION IS SEQUENTIAL.                             00640000
       DATA DIVISION.                                                   00650000
       FILE SECTION.                                                    00660000
       FD CYCDATE                                                       00670000
            RECORDING MODE IS F.                                        00680000
           COPY CYCDATE.                                                00690000
       FD REGMST                                                        00700000
            RECORDING MODE IS F.                                        00710000
           COPY REGREC.                                                 00720000
       FD GRADES                                                        00730000
            RECORDING MODE IS F.                                        00740000
           COPY GRDREC.                                                 00750000
       FD STANDING                                                      00760000
            RECORDING MODE IS F.                                        00770000
           COPY STANDING.                                               00780000
       FD HOLDMST                                                       00790000
            RECORDING MODE IS F.                                        00800000
           COPY HOLDMST.                                                00810000
       FD ADDRMST                                                       00820000
            RECORDING MODE IS F.                                        00830000
           COPY ADDRMST.                                                00840000
       FD TRANSCPT                                                      00850000
            RECORDING MODE IS F.                                        00860000
       01 TRANSCPT-REC PIC X(90).                                       00870000
       FD EXCHIST                                                       00880000
            RECORDING MODE IS F.                                        00890000
       01 EXCHIST-REC.                                                  00900000
          05 XH-KEY.                                                    00910000
             10 XH-STUD-ID      PIC X(09).                              00920000
             10 XH-EXC-TYPE     PIC X(01).                              00930000
          05 FILLER             PIC X(70).                              00940000
       FD BATLEDG                                                       00950000
            RECORDING MODE IS F.                                        00960000
           COPY BATLEDG.                                                00970000
       FD DELTAFIL                                                      00971400
            RECORDING MODE IS F.                                        00972800
       01 DELTAFIL-REC PIC X(170).                                      00974200
       FD EMPFPRV                                                       00975600
            RECORDING MODE IS F.                                        00977000
       01 EMPFPRV-REC PIC X(80).                                        00978400
       FD SNSTUD                                                        00980000
            RECORDING MODE IS F.                                        00990000
       01 SNSTUD-REC PIC X(80).                                         01000000
       FD SNREG                                                         01010000
            RECORDING MODE IS F.                                        01020000
       01 SNREG-REC PIC X(80).                                          01030000
       FD SNGRD                                                         01040000
            RECORDING MODE IS F.                                        01050000
       01 SNGRD-REC PIC X(80).                                          01060000
       FD SNSTAND                                                       01070000
            RECORDING MODE IS F.                                        01080000
       01 SNSTAND-REC PIC X(80).                                        01090000
       FD SNHOLD                                                        01100000
            RECORDING MODE IS F.                                        01110000
       01 SNHOLD-REC PIC X(80).                                         01120000
       FD SNADDR                                                        01130000
            RECORDING MODE IS F.                                        01140000
       01 SNADDR-REC PIC X(160).                                        01150000
       FD SNTRAN                                                        01160000
            RECORDING MODE IS F.                                        01170000
       01 SNTRAN-REC PIC X(90).                                         01180000
       FD SNEXCH                                                        01190000
            RECORDING MODE IS F.                                        01200000
       01 SNEXCH-REC PIC X(80).                                         01210000
       FD SNLEDG                                                        01220000
            RECORDING MODE IS F.                                        01230000
       01 SNLEDG-REC PIC X(100).                                        01240000
       FD SNDELTA                                                       01241400
            RECORDING MODE IS F.                                        01242800
       01 SNDELTA-REC PIC X(170).                                       01244200
       FD SNEMPF                                                        01245600
            RECORDING MODE IS F.                                        01247000
       01 SNEMPF-REC PIC X(80).                                         01248400
       FD SNAPCTL                                                       01250000
            RECORDING MODE IS F.                                        01260000
           COPY SNAPCTL.                                                01270000
       WORKING-STORAGE SECTION.                                         01280000
       01 WS-EOF             PIC A     VALUE SPACE.                     01290000
       01 WS-IN-EOF          PIC X(01) VALUE 'N'.                       01300000
       01 WS-CYCDATE-STATUS  PIC X(02) VALUE SPACES.                    01310000
       01 WS-IN-STATUS       PIC X(02) VALUE SPACES.                    01320000
       01 WS-BUSINESS-DATE   PIC X(08) VALUE SPACES.                    01330000
       01 WS-SNAP-TS         PIC X(26) VALUE SPACES.                    01340000
       01 WS-SQLCODE-ED      PIC -999999999 VALUE ZERO.                 01350000
       01 WS-FAIL-FLAG       PIC X(01) VALUE 'N'.                       01360000
           88 WS-SNAPSHOT-FAILED    VALUE 'Y'.                          01370000
                                                                        01380000
       77 WS-FILE-MAX        PIC 9(03) COMP VALUE 11.                   01390000
       01 WS-FILE-IDX        PIC 9(03) COMP VALUE ZERO.                 01400000
       01 WS-FILE-VALUES.                                               01410000
          05 FILLER          PIC X(08) VALUE 'STUDENT'.                 01420000
          05 FILLER          PIC X(08) VALUE 'REGMST'.                  01430000
          05 FILLER          PIC X(08) VALUE 'GRDFILE'.                 01440000
          05 FILLER          PIC X(08) VALUE 'STANDING'.                01450000
          05 FILLER          PIC X(08) VALUE 'HOLDMST'.                 01460000
          05 FILLER          PIC X(08) VALUE 'ADDRMST'.                 01470000
          05 FILLER          PIC X(08) VALUE 'TRANSCPT'.                01480000
          05 FILLER          PIC X(08) VALUE 'EXCHIST'.                 01490000
          05 FILLER          PIC X(08) VALUE 'BATLEDG'.                 01500000
          05 FILLER          PIC X(08) VALUE 'DELTAFIL'.                01503300
          05 FILLER          PIC X(08) VALUE 'EMPFPRV'.                 01506600
       01 WS-FILE-TABLE REDEFINES WS-FILE-VALUES.                       01510000
          05 WS-FT-ID OCCURS 11 TIMES PIC X(08).                        01520000
       01 WS-FILE-TOTALS.                                               01530000
          05 WS-FT-COUNT OCCURS 11 TIMES PIC 9(09) COMP VALUE ZERO.     01540000
       01 WS-SET-COUNT       PIC 9(09) COMP VALUE ZERO.                 01550000
                                                                        01560000
       01 WS-CONTROL-TOTALS.                                            01570000
           05 WS-CNT-OPEN-FAIL  PIC 9(07) COMP VALUE ZERO.              01580000
           05 WS-CNT-SQLERR     PIC 9(07) COMP VALUE ZERO.              01590000
                                                                        01600000
       01 WS-MSG-PGM         PIC X(08) VALUE 'CYCSNAP'.                 01610000
       01 WS-MSG-NUM         PIC 9(03) VALUE ZERO.                      01620000
       01 WS-MSG-SEV         PIC X(01) VALUE 'I'.                       01630000
       01 WS-MSG-TEXT        PIC X(60) VALUE SPACES.                    01640000
           COPY SQLCLS.                                                 01650000
           COPY SNAPSTU.                                                01660000
                                                                        01670000
            EXEC SQL                                                    01680000
               INCLUDE SQLCA                                            01690000
            END-EXEC.                                                   01700000
                                                                        01710000
            EXEC SQL                                                    01720000
               INCLUDE STUDENT                                          01730000
            END-EXEC.                                                   01740000
                                                                        01750000
       01  DCLSTUDENT.                                                  01760000
           10 WS-STUD-ID               PIC S9(9) USAGE COMP.            01770000
           10 WS-STUD-NAME             PIC X(30).                       01780000
           10 WS-STUD-DEPT             PIC X(10).                       01790000
           10 WS-STUD-STATUS           PIC X(01).                       01800000
           10 WS-STATUS-EFF-DATE       PIC X(08).                       01810000
           10 WS-PRIVACY-FLAG          PIC X(01).                       01820000
           10 WS-PRIVACY-EFF-DATE      PIC X(08).                       01830000
           10 WS-ENTRY-TERM            PIC X(05).                       01840000
                                                                        01850000
            EXEC SQL                                                    01860000
               DECLARE SNSTUCUR CURSOR FOR                              01870000
               SELECT STUD_ID, STUD_NAME, STUD_DEPT,                    01880000
                      STUD_ENROLL_STATUS, STATUS_EFF_DT,                01890000
                      PRIVACY_FLAG, PRIVACY_EFF_DT, ENTRY_TERM          01900000
                 FROM STUD_STUDENT                                      01910000
                ORDER BY STUD_ID                                        01920000
            END-EXEC.                                                   01930000
                                                                        01940000
       PROCEDURE DIVISION.                                              01950000
                                                                        01960000
            PERFORM S050-READ-CYCDATE-PARA.                             01970000
            MOVE FUNCTION CURRENT-DATE TO WS-SNAP-TS.                   01980000
            DISPLAY 'CYCLE SNAPSHOT FOR BUSINESS DATE: '                01990000
                    WS-BUSINESS-DATE ' TAKEN AT: ' WS-SNAP-TS.          02000000
                                                                        02010000
            OPEN OUTPUT SNAPCTL.                                        02020000
            OPEN OUTPUT SNSTUD.                                         02030000
            OPEN OUTPUT SNREG.                                          02040000
            OPEN OUTPUT SNGRD.                                          02050000
            OPEN OUTPUT SNSTAND.                                        02060000
            OPEN OUTPUT SNHOLD.                                         02070000
            OPEN OUTPUT SNADDR.                                         02080000
            OPEN OUTPUT SNTRAN.                                         02090000
            OPEN OUTPUT SNEXCH.                                         02100000
            OPEN OUTPUT SNLEDG.                                         02110000
            OPEN OUTPUT SNDELTA.                                        02113300
            OPEN OUTPUT SNEMPF.                                         02116600
                                                                        02120000
            PERFORM S100-STUDENT-SNAP-PARA.                             02130000
            PERFORM S200-REGMST-SNAP-PARA.                              02140000
            PERFORM S300-GRADES-SNAP-PARA.                              02150000
            PERFORM S400-STANDING-SNAP-PARA.                            02160000
            PERFORM S500-HOLDS-SNAP-PARA.                               02170000
            PERFORM S550-ADDRESS-SNAP-PARA.                             02180000
            PERFORM S600-TRANSCPT-SNAP-PARA.                            02190000
            PERFORM S650-EXCHIST-SNAP-PARA.                             02200000
            PERFORM S680-BATLEDG-SNAP-PARA.                             02210000
            PERFORM S692-DELTAFIL-SNAP-PARA.                            02213300
            PERFORM S696-EMPFPRV-SNAP-PARA.                             02216600
                                                                        02220000
            CLOSE SNSTUD.                                               02230000
            CLOSE SNREG.                                                02240000
            CLOSE SNGRD.                                                02250000
            CLOSE SNSTAND.                                              02260000
            CLOSE SNHOLD.                                               02270000
            CLOSE SNADDR.                                               02280000
            CLOSE SNTRAN.                                               02290000
            CLOSE SNEXCH.                                               02300000
            CLOSE SNLEDG.                                               02310000
            CLOSE SNDELTA.                                              02313300
            CLOSE SNEMPF.                                               02316600
                                                                        02320000
            IF WS-SNAPSHOT-FAILED                                       02330000
               MOVE 'SNAPSHOT INCOMPLETE - CYCLE CANNOT BE BACKED OUT'  02340000
                 TO WS-MSG-TEXT                                         02350000
               MOVE 3 TO WS-MSG-NUM                                     02360000
               MOVE 'S' TO WS-MSG-SEV                                   02370000
               PERFORM S950-ISSUE-MSG-PARA                              02380000
            ELSE                                                        02390000
               PERFORM S700-SNAP-CONTROL-PARA                           02400000
            END-IF.                                                     02410000
            CLOSE SNAPCTL.                                              02420000
                                                                        02430000
            DISPLAY '===== CYCSNAP CONTROL TOTALS ====='.               02440000
            PERFORM S720-DISPLAY-FILE-PARA                              02450000
               VARYING WS-FILE-IDX FROM 1 BY 1                          02460000
               UNTIL WS-FILE-IDX > WS-FILE-MAX.                         02470000
            DISPLAY 'RECORDS IN SNAPSHOT SET  : ' WS-SET-COUNT.         02480000
            DISPLAY 'INPUT OPEN FAILURES      : ' WS-CNT-OPEN-FAIL.     02490000
            DISPLAY 'SQL ERRORS ENCOUNTERED   : ' WS-CNT-SQLERR.        02500000
            DISPLAY '=================================='.               02510000
                                                                        02520000
            IF WS-SNAPSHOT-FAILED                                       02530000
               MOVE +16 TO RETURN-CODE                                  02540000
            ELSE                                                        02550000
               MOVE ZERO TO RETURN-CODE                                 02560000
            END-IF.                                                     02570000
                                                                        02580000
            GOBACK.                                                     02590000
                                                                        02600000
       S050-READ-CYCDATE-PARA.                                          02610000
                                                                        02620000
            OPEN INPUT CYCDATE.                                         02630000
            IF WS-CYCDATE-STATUS NOT = '00'                             02640000
               DISPLAY 'NO CYCLE DATE CONTROL - USING SYSTEM DATE'      02650000
               MOVE FUNCTION CURRENT-DATE(1:8)                          02660000
                 TO WS-BUSINESS-DATE                                    02670000
            ELSE                                                        02680000
               READ CYCDATE                                             02690000
                 AT END                                                 02700000
                    MOVE FUNCTION CURRENT-DATE(1:8)                     02710000
                      TO WS-BUSINESS-DATE                               02720000
                 NOT AT END                                             02730000
                    MOVE CD-BUSINESS-DATE TO WS-BUSINESS-DATE           02740000
               END-READ                                                 02750000
               CLOSE CYCDATE                                            02760000
            END-IF.                                                     02770000
                                                                        02780000
       S100-STUDENT-SNAP-PARA.                                          02790000
                                                                        02800000
            MOVE 1 TO WS-FILE-IDX.                                      02810000
            EXEC SQL                                                    02820000
                 OPEN SNSTUCUR                                          02830000
            END-EXEC.                                                   02840000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                02850000
            IF NOT SQL-SUCCESS                                          02860000
               DISPLAY 'SNSTUCUR OPEN ERROR SQLCODE: ' SQLCODE          02870000
               PERFORM S920-SQL-FAILED-PARA                             02880000
            ELSE                                                        02890000
               MOVE SPACE TO WS-EOF                                     02900000
               PERFORM S110-FETCH-STUDENT-PARA UNTIL WS-EOF = 'Y'       02910000
               EXEC SQL                                                 02920000
                    CLOSE SNSTUCUR                                      02930000
               END-EXEC                                                 02940000
               CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS              02950000
            END-IF.                                                     02960000
                                                                        02970000
       S110-FETCH-STUDENT-PARA.                                         02980000
                                                                        02990000
            EXEC SQL                                                    03000000
                 FETCH SNSTUCUR                                         03010000
                   INTO :WS-STUD-ID, :WS-STUD-NAME, :WS-STUD-DEPT,      03020000
                        :WS-STUD-STATUS, :WS-STATUS-EFF-DATE,           03030000
                        :WS-PRIVACY-FLAG, :WS-PRIVACY-EFF-DATE,         03040000
                        :WS-ENTRY-TERM                                  03050000
            END-EXEC.                                                   03060000
                                                                        03070000
            CALL 'SQLSTAT' USING SQLCODE, WS-SQL-STATUS.                03080000
            EVALUATE TRUE                                               03090000
            WHEN SQL-NOTFOUND                                           03100000
                 MOVE 'Y' TO WS-EOF                                     03110000
            WHEN SQL-SUCCESS                                            03120000
                 MOVE SPACES              TO SNAPSTU-REC                03130000
                 MOVE WS-STUD-ID          TO SS-STUD-ID                 03140000
                 MOVE WS-STUD-NAME        TO SS-STUD-NAME               03150000
                 MOVE WS-STUD-DEPT        TO SS-STUD-DEPT               03160000
                 MOVE WS-STUD-STATUS      TO SS-ENROLL-STATUS           03170000
                 MOVE WS-STATUS-EFF-DATE  TO SS-STATUS-EFF-DATE         03180000
                 MOVE WS-PRIVACY-FLAG     TO SS-PRIVACY-FLAG            03190000
                 MOVE WS-PRIVACY-EFF-DATE TO SS-PRIVACY-EFF-DATE        03200000
                 MOVE WS-ENTRY-TERM       TO SS-ENTRY-TERM              03210000
                 WRITE SNSTUD-REC FROM SNAPSTU-REC                      03220000
                 ADD 1 TO WS-FT-COUNT(WS-FILE-IDX)                      03230000
            WHEN OTHER                                                  03240000
                 DISPLAY 'SNSTUCUR FETCH ERROR SQLCODE: ' SQLCODE       03250000
                 PERFORM S920-SQL-FAILED-PARA                           03260000
                 MOVE 'Y' TO WS-EOF                                     03270000
            END-EVALUATE.                                               03280000
                                                                        03290000
       S200-REGMST-SNAP-PARA.                                           03300000
                                                                        03310000
            MOVE 2 TO WS-FILE-IDX.                                      03320000
            OPEN INPUT REGMST.                                          03330000
            IF WS-IN-STATUS NOT = '00'                                  03340000
               PERFORM S910-OPEN-FAILED-PARA                            03350000
            ELSE                                                        03360000
               MOVE 'N' TO WS-IN-EOF                                    03370000
               PERFORM S210-READ-REGMST-PARA UNTIL WS-IN-EOF = 'Y'      03380000
               CLOSE REGMST                                             03390000
            END-IF.                                                     03400000
                                                                        03410000
       S210-READ-REGMST-PARA.                                           03420000
                                                                        03430000
            READ REGMST NEXT                                            03440000
              AT END MOVE 'Y' TO WS-IN-EOF                              03450000
              NOT AT END                                                03460000
                 WRITE SNREG-REC FROM REGMST-REC                        03470000
                 ADD 1 TO WS-FT-COUNT(WS-FILE-IDX)                      03480000
            END-READ.                                                   03490000
                                                                        03500000
       S300-GRADES-SNAP-PARA.                                           03510000
                                                                        03520000
            MOVE 3 TO WS-FILE-IDX.                                      03530000
            OPEN INPUT GRADES.                                          03540000
            IF WS-IN-STATUS NOT = '00'                                  03550000
               PERFORM S910-OPEN-FAILED-PARA                            03560000
            ELSE                                                        03570000
               MOVE 'N' TO WS-IN-EOF                                    03580000
               PERFORM S310-READ-GRADES-PARA UNTIL WS-IN-EOF = 'Y'      03590000
               CLOSE GRADES                                             03600000
            END-IF.                                                     03610000
                                                                        03620000
       S310-READ-GRADES-PARA.                                           03630000
                                                                        03640000
            READ GRADES NEXT                                            03650000
              AT END MOVE 'Y' TO WS-IN-EOF                              03660000
              NOT AT END                                                03670000
                 WRITE SNGRD-REC FROM GRADES-REC                        03680000
                 ADD 1 TO WS-FT-COUNT(WS-FILE-IDX)                      03690000
            END-READ.                                                   03700000
                                                                        03710000
       S400-STANDING-SNAP-PARA.                                         03720000
                                                                        03730000
            MOVE 4 TO WS-FILE-IDX.                                      03740000
            OPEN INPUT STANDING.                                        03750000
            IF WS-IN-STATUS NOT = '00'                                  03760000
               PERFORM S910-OPEN-FAILED-PARA                            03770000
            ELSE                                                        03780000
               MOVE 'N' TO WS-IN-EOF                                    03790000
               PERFORM S410-READ-STANDING-PARA UNTIL WS-IN-EOF = 'Y'    03800000
               CLOSE STANDING                                           03810000
            END-IF.                                                     03820000
                                                                        03830000
       S410-READ-STANDING-PARA.                                         03840000
                                                                        03850000
            READ STANDING                                               03860000
              AT END MOVE 'Y' TO WS-IN-EOF                              03870000
              NOT AT END                                                03880000
                 WRITE SNSTAND-REC FROM STANDING-REC                    03890000
                 ADD 1 TO WS-FT-COUNT(WS-FILE-IDX)                      03900000
            END-READ.                                                   03910000
                                                                        03920000
       S500-HOLDS-SNAP-PARA.                                            03930000
                                                                        03940000
            MOVE 5 TO WS-FILE-IDX.                                      03950000
            OPEN INPUT HOLDMST.                                         03960000
            IF WS-IN-STATUS NOT = '00'                                  03970000
               PERFORM S910-OPEN-FAILED-PARA                            03980000
            ELSE                                                        03990000
               MOVE 'N' TO WS-IN-EOF                                    04000000
               PERFORM S510-READ-HOLDS-PARA UNTIL WS-IN-EOF = 'Y'       04010000
               CLOSE HOLDMST                                            04020000
            END-IF.                                                     04030000
                                                                        04040000
       S510-READ-HOLDS-PARA.                                            04050000
                                                                        04060000
            READ HOLDMST NEXT                                           04070000
              AT END MOVE 'Y' TO WS-IN-EOF                              04080000
              NOT AT END                                                04090000
                 WRITE SNHOLD-REC FROM HOLDMST-REC                      04100000
                 ADD 1 TO WS-FT-COUNT(WS-FILE-IDX)                      04110000
            END-READ.                                                   04120000
                                                                        04130000
       S550-ADDRESS-SNAP-PARA.                                          04140000
                                                                        04150000
            MOVE 6 TO WS-FILE-IDX.                                      04160000
            OPEN INPUT ADDRMST.                                         04170000
            IF WS-IN-STATUS NOT = '00'                                  04180000
               PERFORM S910-OPEN-FAILED-PARA                            04190000
            ELSE                                                        04200000
               MOVE 'N' TO WS-IN-EOF                                    04210000
               PERFORM S560-READ-ADDRESS-PARA UNTIL WS-IN-EOF = 'Y'     04220000
               CLOSE ADDRMST                                            04230000
            END-IF.                                                     04240000
                                                                        04250000
       S560-READ-ADDRESS-PARA.                                          04260000
                                                                        04270000
            READ ADDRMST NEXT                                           04280000
              AT END MOVE 'Y' TO WS-IN-EOF                              04290000
              NOT AT END                                                04300000
                 WRITE SNADDR-REC FROM ADDRMST-REC                      04310000
                 ADD 1 TO WS-FT-COUNT(WS-FILE-IDX)                      04320000
            END-READ.                                                   04330000
                                                                        04340000
       S600-TRANSCPT-SNAP-PARA.                                         04350000
                                                                        04360000
            MOVE 7 TO WS-FILE-IDX.                                      04370000
            OPEN INPUT TRANSCPT.                                        04380000
            IF WS-IN-STATUS NOT = '00'                                  04390000
               PERFORM S910-OPEN-FAILED-PARA                            04400000
            ELSE                                                        04410000
               MOVE 'N' TO WS-IN-EOF                                    04420000
               PERFORM S610-READ-TRANSCPT-PARA UNTIL WS-IN-EOF = 'Y'    04430000
               CLOSE TRANSCPT                                           04440000
            END-IF.                                                     04450000
                                                                        04460000
       S610-READ-TRANSCPT-PARA.                                         04470000
                                                                        04480000
            READ TRANSCPT                                               04490000
              AT END MOVE 'Y' TO WS-IN-EOF                              04500000
              NOT AT END                                                04510000
                 WRITE SNTRAN-REC FROM TRANSCPT-REC                     04520000
                 ADD 1 TO WS-FT-COUNT(WS-FILE-IDX)                      04530000
            END-READ.                                                   04540000
                                                                        04550000
       S650-EXCHIST-SNAP-PARA.                                          04560000
                                                                        04570000
            MOVE 8 TO WS-FILE-IDX.                                      04580000
            OPEN INPUT EXCHIST.                                         04590000
            IF WS-IN-STATUS NOT = '00'                                  04600000
               PERFORM S910-OPEN-FAILED-PARA                            04610000
            ELSE                                                        04620000
               MOVE 'N' TO WS-IN-EOF                                    04630000
               PERFORM S660-READ-EXCHIST-PARA UNTIL WS-IN-EOF = 'Y'     04640000
               CLOSE EXCHIST                                            04650000
            END-IF.                                                     04660000
                                                                        04670000
       S660-READ-EXCHIST-PARA.                                          04680000
                                                                        04690000
            READ EXCHIST NEXT                                           04700000
              AT END MOVE 'Y' TO WS-IN-EOF                              04710000
              NOT AT END                                                04720000
                 WRITE SNEXCH-REC FROM EXCHIST-REC                      04730000
                 ADD 1 TO WS-FT-COUNT(WS-FILE-IDX)                      04740000
            END-READ.                                                   04750000
                                                                        04760000
       S680-BATLEDG-SNAP-PARA.                                          04770000
                                                                        04780000
            MOVE 9 TO WS-FILE-IDX.                                      04790000
            OPEN INPUT BATLEDG.                                         04800000
            IF WS-IN-STATUS NOT = '00'                                  04810000
               PERFORM S910-OPEN-FAILED-PARA                            04820000
            ELSE                                                        04830000
               MOVE 'N' TO WS-IN-EOF                                    04840000
               PERFORM S690-READ-BATLEDG-PARA UNTIL WS-IN-EOF = 'Y'     04850000
               CLOSE BATLEDG                                            04860000
            END-IF.                                                     04870000
                                                                        04880000
       S690-READ-BATLEDG-PARA.                                          04890000
                                                                        04900000
            READ BATLEDG NEXT                                           04910000
              AT END MOVE 'Y' TO WS-IN-EOF                              04920000
              NOT AT END                                                04930000
                 WRITE SNLEDG-REC FROM BATLEDG-REC                      04940000
                 ADD 1 TO WS-FT-COUNT(WS-FILE-IDX)                      04950000
            END-READ.                                                   04960000
                                                                        04970000
       S692-DELTAFIL-SNAP-PARA.                                         04970230
                                                                        04970460
            MOVE 10 TO WS-FILE-IDX.                                     04970690
            OPEN INPUT DELTAFIL.                                        04970920
            IF WS-IN-STATUS NOT = '00'                                  04971150
               PERFORM S910-OPEN-FAILED-PARA                            04971380
            ELSE                                                        04971610
               MOVE 'N' TO WS-IN-EOF                                    04971840
               PERFORM S694-READ-DELTAFIL-PARA UNTIL WS-IN-EOF = 'Y'    04972070
               CLOSE DELTAFIL                                           04972300
            END-IF.                                                     04972530
                                                                        04972760
       S694-READ-DELTAFIL-PARA.                                         04972990
                                                                        04973220
            READ DELTAFIL                                               04973450
              AT END MOVE 'Y' TO WS-IN-EOF                              04973680
              NOT AT END                                                04973910
                 WRITE SNDELTA-REC FROM DELTAFIL-REC                    04974140
                 ADD 1 TO WS-FT-COUNT(WS-FILE-IDX)                      04974370
            END-READ.                                                   04974600
                                                                        04974830
       S696-EMPFPRV-SNAP-PARA.                                          04975060
                                                                        04975290
            MOVE 11 TO WS-FILE-IDX.                                     04975520
            OPEN INPUT EMPFPRV.                                         04975750
            IF WS-IN-STATUS NOT = '00'                                  04975980
               PERFORM S910-OPEN-FAILED-PARA                            04976210
            ELSE                                                        04976440
               MOVE 'N' TO WS-IN-EOF                                    04976670
               PERFORM S698-READ-EMPFPRV-PARA UNTIL WS-IN-EOF = 'Y'     04976900
               CLOSE EMPFPRV                                            04977130
            END-IF.                                                     04977360
                                                                        04977590
       S698-READ-EMPFPRV-PARA.                                          04977820
                                                                        04978050
            READ EMPFPRV                                                04978280
              AT END MOVE 'Y' TO WS-IN-EOF                              04978510
              NOT AT END                                                04978740
                 WRITE SNEMPF-REC FROM EMPFPRV-REC                      04978970
                 ADD 1 TO WS-FT-COUNT(WS-FILE-IDX)                      04979200
            END-READ.                                                   04979430
                                                                        04979660
       S700-SNAP-CONTROL-PARA.                                          04980000
                                                                        04990000
            PERFORM S710-CONTROL-REC-PARA                               05000000
               VARYING WS-FILE-IDX FROM 1 BY 1                          05010000
               UNTIL WS-FILE-IDX > WS-FILE-MAX.                         05020000
            MOVE SPACES           TO SNAPCTL-REC.                       05030000
            MOVE WS-BUSINESS-DATE TO SC-BUS-DATE.                       05040000
            MOVE 'SETTOTAL'       TO SC-FILE-ID.                        05050000
            MOVE WS-SET-COUNT     TO SC-REC-COUNT.                      05060000
            MOVE WS-SNAP-TS       TO SC-SNAP-TS.                        05070000
            WRITE SNAPCTL-REC.                                          05080000
                                                                        05090000
       S710-CONTROL-REC-PARA.                                           05100000
                                                                        05110000
            MOVE SPACES                   TO SNAPCTL-REC.               05120000
            MOVE WS-BUSINESS-DATE         TO SC-BUS-DATE.               05130000
            MOVE WS-FT-ID(WS-FILE-IDX)    TO SC-FILE-ID.                05140000
            MOVE WS-FT-COUNT(WS-FILE-IDX) TO SC-REC-COUNT.              05150000
            MOVE WS-SNAP-TS               TO SC-SNAP-TS.                05160000
            WRITE SNAPCTL-REC.                                          05170000
            ADD WS-FT-COUNT(WS-FILE-IDX)  TO WS-SET-COUNT.              05180000
                                                                        05190000
       S720-DISPLAY-FILE-PARA.                                          05200000
                                                                        05210000
            DISPLAY WS-FT-ID(WS-FILE-IDX)                               05220000
                    ' RECORDS: ' WS-FT-COUNT(WS-FILE-IDX).              05230000
                                                                        05240000
       S910-OPEN-FAILED-PARA.                                           05250000
                                                                        05260000
            MOVE SPACES TO WS-MSG-TEXT.                                 05270000
            STRING WS-FT-ID(WS-FILE-IDX)                                05280000
                   ' SNAPSHOT SOURCE OPEN FAILED - STATUS: '            05290000
                   WS-IN-STATUS                                         05300000
              DELIMITED BY SIZE INTO WS-MSG-TEXT.                       05310000
            MOVE 1 TO WS-MSG-NUM.                                       05320000
            MOVE 'S' TO WS-MSG-SEV.                                     05330000
            PERFORM S950-ISSUE-MSG-PARA.                                05340000
            ADD 1 TO WS-CNT-OPEN-FAIL.                                  05350000
            MOVE 'Y' TO WS-FAIL-FLAG.                                   05360000
                                                                        05370000
       S920-SQL-FAILED-PARA.                                            05380000
                                                                        05390000
            MOVE SQLCODE TO WS-SQLCODE-ED.                              05400000
            MOVE SPACES TO WS-MSG-TEXT.                                 05410000
            STRING 'STUD_STUDENT UNLOAD FAILED - SQLCODE: '             05420000
                   WS-SQLCODE-ED                                        05430000
              DELIMITED BY SIZE INTO WS-MSG-TEXT.                       05440000
            MOVE 2 TO WS-MSG-NUM.                                       05450000
            MOVE 'S' TO WS-MSG-SEV.                                     05460000
            PERFORM S950-ISSUE-MSG-PARA.                                05470000
            ADD 1 TO WS-CNT-SQLERR.                                     05480000
            MOVE 'Y' TO WS-FAIL-FLAG.                                   05490000
                                                                        05500000
       S950-ISSUE-MSG-PARA.                                             05510000
                                                                        05520000
            CALL 'CYCMSG' USING WS-MSG-PGM, WS-MSG-NUM,                 05530000
                                WS-MSG-SEV, WS-MSG-TEXT                 05540000
              ON EXCEPTION                                              05550000
                 DISPLAY 'MSG MODULE UNAVAILABLE: ' WS-MSG-TEXT         05560000
            END-CALL.                                                   05570000
