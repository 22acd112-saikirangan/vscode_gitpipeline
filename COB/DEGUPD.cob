       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. DEGUPD.                                              00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT DEGREQ ASSIGN TO DEGREQ                          00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS RANDOM                                   00080000
                RECORD KEY IS DQ-KEY                                    00090000
                FILE STATUS IS WS-DEGREQ-STATUS.                        00100000
                SELECT DEGTRN ASSIGN TO DEGTRN                          00110000
                ORGANIZATION IS SEQUENTIAL.                             00120000
                SELECT DEPTMST ASSIGN TO DEPTMST                        00130000
                ORGANIZATION IS INDEXED                                 00140000
                ACCESS MODE IS RANDOM                                   00150000
                RECORD KEY IS DM-DEPT-CODE                              00160000
                FILE STATUS IS WS-DEPTMST-STATUS.                       00170000
                SELECT CRSCAT ASSIGN TO CRSCAT                          00180000
                ORGANIZATION IS INDEXED                                 00190000
                ACCESS MODE IS RANDOM                                   00200000
                RECORD KEY IS CC-COURSE                                 00210000
                FILE STATUS IS WS-CRSCAT-STATUS.                        00220000
       DATA DIVISION.                                                   00230000
       FILE SECTION.                                                    00240000
       FD DEGREQ                                                        00250000
            RECORDING MODE IS F.                                        00260000
           COPY DEGREQ.                                                 00270000
       FD DEGTRN                                                        00280000
            RECORDING MODE IS F.                                        00290000
       01 DEGTRN-REC.                                                   00300000
          05 DT-ACTION          PIC X(01).                              00310000
              88 DT-ACTION-ADD       VALUE 'A'.                         00320000
              88 DT-ACTION-CHANGE    VALUE 'C'.                         00330000
              88 DT-ACTION-DELETE    VALUE 'D'.                         00340000
          05 DT-DEPT            PIC X(10).                              00350000
          05 DT-REQ-TYPE        PIC X(01).                              00360000
          05 DT-ITEM            PIC X(10).                              00370000
          05 DT-MIN-CREDITS     PIC 9(03).                              00380000
          05 DT-DESC            PIC X(30).                              00390000
          05 FILLER             PIC X(25).                              00400000
       FD DEPTMST                                                       00410000
            RECORDING MODE IS F.                                        00420000
           COPY DEPTMST.                                                00430000
       FD CRSCAT                                                        00440000
            RECORDING MODE IS F.                                        00450000
           COPY CRSCAT.                                                 00460000
       WORKING-STORAGE SECTION.                                         00470000
       01 WS-EOF             PIC A     VALUE SPACE.                     00480000
       01 WS-DEGREQ-STATUS   PIC X(02) VALUE SPACES.                    00490000
       01 WS-DEPTMST-STATUS  PIC X(02) VALUE SPACES.                    00500000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00510000
       01 WS-EDIT-FLAG       PIC X(01) VALUE 'Y'.                       00520000
           88 WS-EDIT-OK            VALUE 'Y'.                          00530000
       01 WS-TRN-CNT-ADD     PIC 9(07) COMP VALUE ZERO.                 00540000
       01 WS-TRN-CNT-CHANGE  PIC 9(07) COMP VALUE ZERO.                 00550000
       01 WS-TRN-CNT-DELETE  PIC 9(07) COMP VALUE ZERO.                 00560000
       01 WS-TRN-CNT-FAILED  PIC 9(07) COMP VALUE ZERO.                 00570000
       PROCEDURE DIVISION.                                              00580000
                                                                        00590000
            OPEN I-O DEGREQ.                                            00600000
            IF WS-DEGREQ-STATUS NOT = '00'                              00610000
               DISPLAY 'DEGREQ OPEN FAILED - STATUS: '                  00620000
                       WS-DEGREQ-STATUS                                 00630000
               MOVE +16 TO RETURN-CODE                                  00640000
               GOBACK                                                   00650000
            END-IF.                                                     00660000
            OPEN INPUT DEPTMST.                                         00670000
            IF WS-DEPTMST-STATUS NOT = '00'                             00680000
               DISPLAY 'DEPTMST OPEN FAILED - STATUS: '                 00690000
                       WS-DEPTMST-STATUS                                00700000
               MOVE +16 TO RETURN-CODE                                  00710000
               GOBACK                                                   00720000
            END-IF.                                                     00730000
            OPEN INPUT CRSCAT.                                          00740000
            IF WS-CRSCAT-STATUS NOT = '00'                              00750000
               DISPLAY 'CRSCAT OPEN FAILED - STATUS: '                  00760000
                       WS-CRSCAT-STATUS                                 00770000
               MOVE +16 TO RETURN-CODE                                  00780000
               GOBACK                                                   00790000
            END-IF.                                                     00800000
            OPEN INPUT DEGTRN.                                          00810000
                                                                        00820000
            PERFORM A100-APPLY-TRANS-PARA UNTIL WS-EOF = 'Y'.           00830000
                                                                        00840000
            CLOSE DEGTRN.                                               00850000
            CLOSE DEGREQ.                                               00860000
            CLOSE DEPTMST.                                              00870000
            CLOSE CRSCAT.                                               00880000
                                                                        00890000
            DISPLAY '===== DEGUPD MAINTENANCE TOTALS ====='.            00900000
            DISPLAY 'ADDS APPLIED    : ' WS-TRN-CNT-ADD.                00910000
            DISPLAY 'CHANGES APPLIED : ' WS-TRN-CNT-CHANGE.             00920000
            DISPLAY 'DELETES APPLIED : ' WS-TRN-CNT-DELETE.             00930000
            DISPLAY 'FAILED TRANS    : ' WS-TRN-CNT-FAILED.             00940000
            DISPLAY '====================================='.            00950000
                                                                        00960000
            IF WS-TRN-CNT-FAILED > ZERO                                 00970000
               MOVE +8 TO RETURN-CODE                                   00980000
            ELSE                                                        00990000
               MOVE ZERO TO RETURN-CODE                                 01000000
            END-IF.                                                     01010000
                                                                        01020000
            GOBACK.                                                     01030000
                                                                        01040000
       A100-APPLY-TRANS-PARA.                                           01050000
                                                                        01060000
            READ DEGTRN                                                 01070000
              AT END MOVE 'Y' TO WS-EOF                                 01080000
              NOT AT END                                                01090000
                 MOVE DT-DEPT     TO DQ-DEPT                            01100000
                 MOVE DT-REQ-TYPE TO DQ-REQ-TYPE                        01110000
                 MOVE DT-ITEM     TO DQ-ITEM                            01120000
                 EVALUATE TRUE                                          01130000
                 WHEN DT-ACTION-ADD                                     01140000
                    PERFORM A200-ADD-REQ-PARA                           01150000
                 WHEN DT-ACTION-CHANGE                                  01160000
                    PERFORM A300-CHANGE-REQ-PARA                        01170000
                 WHEN DT-ACTION-DELETE                                  01180000
                    PERFORM A400-DELETE-REQ-PARA                        01190000
                 WHEN OTHER                                             01200000
                    DISPLAY 'INVALID TRANSACTION CODE FOR REQUIREMENT: '01210000
                            DT-DEPT ' ' DT-REQ-TYPE ' ' DT-ITEM         01220000
                    ADD 1 TO WS-TRN-CNT-FAILED                          01230000
                 END-EVALUATE                                           01240000
            END-READ.                                                   01250000
                                                                        01260000
       A200-ADD-REQ-PARA.                                               01270000
                                                                        01280000
            MOVE 'Y' TO WS-EDIT-FLAG.                                   01290000
            PERFORM A500-EDIT-REQ-PARA.                                 01300000
            IF WS-EDIT-OK                                               01310000
               IF DT-MIN-CREDITS IS NUMERIC                             01320000
                  MOVE DT-MIN-CREDITS TO DQ-MIN-CREDITS                 01330000
               ELSE                                                     01340000
                  MOVE ZERO TO DQ-MIN-CREDITS                           01350000
               END-IF                                                   01360000
               MOVE DT-DESC TO DQ-DESC                                  01370000
               WRITE DEGREQ-REC                                         01380000
                 INVALID KEY                                            01390000
                    DISPLAY 'ADD FAILED - REQUIREMENT EXISTS: '         01400000
                            DT-DEPT ' ' DT-REQ-TYPE ' ' DT-ITEM         01410000
                    ADD 1 TO WS-TRN-CNT-FAILED                          01420000
                 NOT INVALID KEY                                        01430000
                    ADD 1 TO WS-TRN-CNT-ADD                             01440000
                    DISPLAY 'ADDED REQUIREMENT: '                       01450000
                            DT-DEPT ' ' DT-REQ-TYPE ' ' DT-ITEM         01460000
               END-WRITE                                                01470000
            ELSE                                                        01480000
               ADD 1 TO WS-TRN-CNT-FAILED                               01490000
            END-IF.                                                     01500000
                                                                        01510000
       A300-CHANGE-REQ-PARA.                                            01520000
                                                                        01530000
            READ DEGREQ                                                 01540000
              INVALID KEY                                               01550000
                 DISPLAY 'CHANGE FAILED - REQUIREMENT NOT FOUND: '      01560000
                         DT-DEPT ' ' DT-REQ-TYPE ' ' DT-ITEM            01570000
                 ADD 1 TO WS-TRN-CNT-FAILED                             01580000
              NOT INVALID KEY                                           01590000
                 PERFORM A310-APPLY-CHANGE-PARA                         01600000
            END-READ.                                                   01610000
                                                                        01620000
       A310-APPLY-CHANGE-PARA.                                          01630000
                                                                        01640000
            IF DT-MIN-CREDITS IS NUMERIC AND DT-MIN-CREDITS > ZERO      01650000
               MOVE DT-MIN-CREDITS TO DQ-MIN-CREDITS                    01660000
            END-IF.                                                     01670000
            IF DT-DESC NOT = SPACES                                     01680000
               MOVE DT-DESC TO DQ-DESC                                  01690000
            END-IF.                                                     01700000
            REWRITE DEGREQ-REC                                          01710000
              INVALID KEY                                               01720000
                 DISPLAY 'REWRITE FAILED - REQUIREMENT: '               01730000
                         DT-DEPT ' ' DT-REQ-TYPE ' ' DT-ITEM            01740000
                 ADD 1 TO WS-TRN-CNT-FAILED                             01750000
              NOT INVALID KEY                                           01760000
                 ADD 1 TO WS-TRN-CNT-CHANGE                             01770000
                 DISPLAY 'CHANGED REQUIREMENT: '                        01780000
                         DT-DEPT ' ' DT-REQ-TYPE ' ' DT-ITEM            01790000
            END-REWRITE.                                                01800000
                                                                        01810000
       A400-DELETE-REQ-PARA.                                            01820000
                                                                        01830000
            DELETE DEGREQ                                               01840000
              INVALID KEY                                               01850000
                 DISPLAY 'DELETE FAILED - REQUIREMENT NOT FOUND: '      01860000
                         DT-DEPT ' ' DT-REQ-TYPE ' ' DT-ITEM            01870000
                 ADD 1 TO WS-TRN-CNT-FAILED                             01880000
              NOT INVALID KEY                                           01890000
                 ADD 1 TO WS-TRN-CNT-DELETE                             01900000
                 DISPLAY 'DELETED REQUIREMENT: '                        01910000
                         DT-DEPT ' ' DT-REQ-TYPE ' ' DT-ITEM            01920000
            END-DELETE.                                                 01930000
                                                                        01940000
       A500-EDIT-REQ-PARA.                                              01950000
                                                                        01960000
            MOVE DT-DEPT TO DM-DEPT-CODE.                               01970000
            READ DEPTMST                                                01980000
              INVALID KEY                                               01990000
                 DISPLAY 'REQUIREMENT DEPARTMENT NOT ON MASTER: '       02000000
                         DT-DEPT                                        02010000
                 MOVE 'N' TO WS-EDIT-FLAG                               02020000
            END-READ.                                                   02030000
            IF WS-EDIT-OK                                               02040000
               EVALUATE TRUE                                            02050000
               WHEN DQ-REQUIRED-COURSE                                  02060000
                  MOVE DT-ITEM TO CC-COURSE                             02070000
                  READ CRSCAT                                           02080000
                    INVALID KEY                                         02090000
                       DISPLAY 'REQUIRED COURSE NOT ON CATALOG: '       02100000
                               DT-ITEM ' DEPT: ' DT-DEPT                02110000
                       MOVE 'N' TO WS-EDIT-FLAG                         02120000
                  END-READ                                              02130000
               WHEN DQ-ELECTIVE-POOL                                    02140000
                  MOVE DT-ITEM TO DM-DEPT-CODE                          02150000
                  READ DEPTMST                                          02160000
                    INVALID KEY                                         02170000
                       DISPLAY 'ELECTIVE POOL DEPT NOT ON MASTER: '     02180000
                               DT-ITEM ' DEPT: ' DT-DEPT                02190000
                       MOVE 'N' TO WS-EDIT-FLAG                         02200000
                  END-READ                                              02210000
                  IF DT-MIN-CREDITS IS NOT NUMERIC                      02220000
                     OR DT-MIN-CREDITS = ZERO                           02230000
                     DISPLAY 'ELECTIVE POOL NEEDS MINIMUM CREDITS: '    02240000
                             DT-ITEM ' DEPT: ' DT-DEPT                  02250000
                     MOVE 'N' TO WS-EDIT-FLAG                           02260000
                  END-IF                                                02270000
               WHEN DQ-TOTAL-CREDITS                                    02280000
                  IF DT-ITEM NOT = SPACES                               02290000
                     DISPLAY 'TOTAL CREDIT RULE TAKES NO ITEM: '        02300000
                             DT-DEPT ' ' DT-ITEM                        02310000
                     MOVE 'N' TO WS-EDIT-FLAG                           02320000
                  END-IF                                                02330000
                  IF DT-MIN-CREDITS IS NOT NUMERIC                      02340000
                     OR DT-MIN-CREDITS = ZERO                           02350000
                     DISPLAY 'TOTAL CREDIT RULE NEEDS MINIMUM: '        02360000
                             DT-DEPT                                    02370000
                     MOVE 'N' TO WS-EDIT-FLAG                           02380000
                  END-IF                                                02390000
               WHEN OTHER                                               02400000
                  DISPLAY 'INVALID REQUIREMENT TYPE: ' DT-REQ-TYPE      02410000
                          ' DEPT: ' DT-DEPT                             02420000
                  MOVE 'N' TO WS-EDIT-FLAG                              02430000
               END-EVALUATE                                             02440000
            END-IF.                                                     02450000
