       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. XFRUPD.                                              00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT XFREQV ASSIGN TO XFREQV                          00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS RANDOM                                   00080000
                RECORD KEY IS XE-KEY                                    00090000
                FILE STATUS IS WS-XFREQV-STATUS.                        00100000
                SELECT XFRMTN ASSIGN TO XFRMTN                          00110000
                ORGANIZATION IS SEQUENTIAL.                             00120000
                SELECT CRSCAT ASSIGN TO CRSCAT                          00130000
                ORGANIZATION IS INDEXED                                 00140000
                ACCESS MODE IS RANDOM                                   00150000
                RECORD KEY IS CC-COURSE                                 00160000
                FILE STATUS IS WS-CRSCAT-STATUS.                        00170000
       DATA DIVISION.                                                   00180000
       FILE SECTION.                                                    00190000
       FD XFREQV                                                        00200000
            RECORDING MODE IS F.                                        00210000
           COPY XFREQV.                                                 00220000
       FD XFRMTN                                                        00230000
            RECORDING MODE IS F.                                        00240000
       01 XFRMTN-REC.                                                   00250000
          05 XM-ACTION          PIC X(01).                              00260000
              88 XM-ACTION-ADD       VALUE 'A'.                         00270000
              88 XM-ACTION-CHANGE    VALUE 'C'.                         00280000
              88 XM-ACTION-DELETE    VALUE 'D'.                         00290000
          05 XM-INST-CODE       PIC X(06).                              00300000
          05 XM-EXT-COURSE      PIC X(10).                              00310000
          05 XM-INST-NAME       PIC X(30).                              00320000
          05 XM-EQUIV-TYPE      PIC X(01).                              00330000
          05 XM-COURSE          PIC X(10).                              00340000
          05 XM-CREDITS         PIC 9(02).                              00350000
          05 XM-MIN-GRADE       PIC X(01).                              00360000
          05 XM-STATUS          PIC X(01).                              00370000
          05 FILLER             PIC X(18).                              00380000
       FD CRSCAT                                                        00390000
            RECORDING MODE IS F.                                        00400000
           COPY CRSCAT.                                                 00410000
       WORKING-STORAGE SECTION.                                         00420000
       01 WS-EOF             PIC A     VALUE SPACE.                     00430000
       01 WS-XFREQV-STATUS   PIC X(02) VALUE SPACES.                    00440000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00450000
       01 WS-EDIT-FLAG       PIC X(01) VALUE 'Y'.                       00460000
           88 WS-EDIT-OK            VALUE 'Y'.                          00470000
       01 WS-TRN-CNT-ADD     PIC 9(07) COMP VALUE ZERO.                 00480000
       01 WS-TRN-CNT-CHANGE  PIC 9(07) COMP VALUE ZERO.                 00490000
       01 WS-TRN-CNT-DELETE  PIC 9(07) COMP VALUE ZERO.                 00500000
       01 WS-TRN-CNT-FAILED  PIC 9(07) COMP VALUE ZERO.                 00510000
       PROCEDURE DIVISION.                                              00520000
                                                                        00530000
            OPEN I-O XFREQV.                                            00540000
            IF WS-XFREQV-STATUS NOT = '00'                              00550000
               DISPLAY 'XFREQV OPEN FAILED - STATUS: '                  00560000
                       WS-XFREQV-STATUS                                 00570000
               MOVE +16 TO RETURN-CODE                                  00580000
               GOBACK                                                   00590000
            END-IF.                                                     00600000
            OPEN INPUT CRSCAT.                                          00610000
            IF WS-CRSCAT-STATUS NOT = '00'                              00620000
               DISPLAY 'CRSCAT OPEN FAILED - STATUS: '                  00630000
                       WS-CRSCAT-STATUS                                 00640000
               MOVE +16 TO RETURN-CODE                                  00650000
               GOBACK                                                   00660000
            END-IF.                                                     00670000
            OPEN INPUT XFRMTN.                                          00680000
                                                                        00690000
            PERFORM A100-APPLY-TRANS-PARA UNTIL WS-EOF = 'Y'.           00700000
                                                                        00710000
            CLOSE XFRMTN.                                               00720000
            CLOSE XFREQV.                                               00730000
            CLOSE CRSCAT.                                               00740000
                                                                        00750000
            DISPLAY '===== XFRUPD MAINTENANCE TOTALS ====='.            00760000
            DISPLAY 'ADDS APPLIED    : ' WS-TRN-CNT-ADD.                00770000
            DISPLAY 'CHANGES APPLIED : ' WS-TRN-CNT-CHANGE.             00780000
            DISPLAY 'DELETES APPLIED : ' WS-TRN-CNT-DELETE.             00790000
            DISPLAY 'FAILED TRANS    : ' WS-TRN-CNT-FAILED.             00800000
            DISPLAY '====================================='.            00810000
                                                                        00820000
            IF WS-TRN-CNT-FAILED > ZERO                                 00830000
               MOVE +8 TO RETURN-CODE                                   00840000
            ELSE                                                        00850000
               MOVE ZERO TO RETURN-CODE                                 00860000
            END-IF.                                                     00870000
                                                                        00880000
            GOBACK.                                                     00890000
                                                                        00900000
       A100-APPLY-TRANS-PARA.                                           00910000
                                                                        00920000
            READ XFRMTN                                                 00930000
              AT END MOVE 'Y' TO WS-EOF                                 00940000
              NOT AT END                                                00950000
                 EVALUATE TRUE                                          00960000
                 WHEN XM-ACTION-ADD                                     00970000
                    PERFORM A200-ADD-EQUIV-PARA                         00980000
                 WHEN XM-ACTION-CHANGE                                  00990000
                    PERFORM A300-CHANGE-EQUIV-PARA                      01000000
                 WHEN XM-ACTION-DELETE                                  01010000
                    PERFORM A400-DELETE-EQUIV-PARA                      01020000
                 WHEN OTHER                                             01030000
                    DISPLAY 'INVALID TRANSACTION CODE FOR EQUIVALENCY: '01040000
                            XM-INST-CODE ' ' XM-EXT-COURSE              01050000
                    ADD 1 TO WS-TRN-CNT-FAILED                          01060000
                 END-EVALUATE                                           01070000
            END-READ.                                                   01080000
                                                                        01090000
       A200-ADD-EQUIV-PARA.                                             01100000
                                                                        01110000
            MOVE 'Y' TO WS-EDIT-FLAG.                                   01120000
            IF XM-INST-NAME = SPACES                                    01130000
               DISPLAY 'ADD FAILED - NO INSTITUTION NAME: '             01140000
                       XM-INST-CODE ' ' XM-EXT-COURSE                   01150000
               MOVE 'N' TO WS-EDIT-FLAG                                 01160000
            END-IF.                                                     01170000
            IF WS-EDIT-OK                                               01180000
               IF XM-EQUIV-TYPE NOT = 'C' AND XM-EQUIV-TYPE NOT = 'E'   01190000
                  DISPLAY 'ADD FAILED - EQUIVALENCY TYPE NOT C OR E: '  01200000
                          XM-INST-CODE ' ' XM-EXT-COURSE                01210000
                  MOVE 'N' TO WS-EDIT-FLAG                              01220000
               END-IF                                                   01230000
            END-IF.                                                     01240000
            IF WS-EDIT-OK                                               01250000
               PERFORM A500-EDIT-COURSE-PARA                            01260000
            END-IF.                                                     01270000
            IF WS-EDIT-OK                                               01280000
               PERFORM A510-EDIT-GRADE-PARA                             01290000
            END-IF.                                                     01300000
            IF WS-EDIT-OK                                               01310000
               MOVE XM-INST-CODE  TO XE-INST-CODE                       01320000
               MOVE XM-EXT-COURSE TO XE-EXT-COURSE                      01330000
               MOVE XM-INST-NAME  TO XE-INST-NAME                       01340000
               MOVE XM-EQUIV-TYPE TO XE-EQUIV-TYPE                      01350000
               MOVE XM-COURSE     TO XE-COURSE                          01360000
               IF XM-CREDITS IS NUMERIC                                 01370000
                  MOVE XM-CREDITS TO XE-CREDITS                         01380000
               ELSE                                                     01390000
                  MOVE ZERO TO XE-CREDITS                               01400000
               END-IF                                                   01410000
               IF XM-MIN-GRADE = SPACE                                  01420000
                  MOVE 'C' TO XE-MIN-GRADE                              01430000
               ELSE                                                     01440000
                  MOVE XM-MIN-GRADE TO XE-MIN-GRADE                     01450000
               END-IF                                                   01460000
               MOVE 'A'           TO XE-STATUS                          01470000
               MOVE SPACES        TO XFREQV-REC(62:19)                  01480000
               WRITE XFREQV-REC                                         01490000
                 INVALID KEY                                            01500000
                    DISPLAY 'ADD FAILED - EQUIVALENCY EXISTS: '         01510000
                            XM-INST-CODE ' ' XM-EXT-COURSE              01520000
                    ADD 1 TO WS-TRN-CNT-FAILED                          01530000
                 NOT INVALID KEY                                        01540000
                    ADD 1 TO WS-TRN-CNT-ADD                             01550000
                    DISPLAY 'ADDED EQUIVALENCY: '                       01560000
                            XM-INST-CODE ' ' XM-EXT-COURSE              01570000
               END-WRITE                                                01580000
            ELSE                                                        01590000
               ADD 1 TO WS-TRN-CNT-FAILED                               01600000
            END-IF.                                                     01610000
                                                                        01620000
       A300-CHANGE-EQUIV-PARA.                                          01630000
                                                                        01640000
            MOVE XM-INST-CODE  TO XE-INST-CODE.                         01650000
            MOVE XM-EXT-COURSE TO XE-EXT-COURSE.                        01660000
            READ XFREQV                                                 01670000
              INVALID KEY                                               01680000
                 DISPLAY 'CHANGE FAILED - EQUIVALENCY NOT FOUND: '      01690000
                         XM-INST-CODE ' ' XM-EXT-COURSE                 01700000
                 ADD 1 TO WS-TRN-CNT-FAILED                             01710000
              NOT INVALID KEY                                           01720000
                 PERFORM A310-APPLY-CHANGE-PARA                         01730000
            END-READ.                                                   01740000
                                                                        01750000
       A310-APPLY-CHANGE-PARA.                                          01760000
                                                                        01770000
            MOVE 'Y' TO WS-EDIT-FLAG.                                   01780000
            IF XM-EQUIV-TYPE NOT = SPACE                                01790000
               AND XM-EQUIV-TYPE NOT = 'C' AND XM-EQUIV-TYPE NOT = 'E'  01800000
               DISPLAY 'CHANGE FAILED - EQUIVALENCY TYPE NOT C OR E: '  01810000
                       XM-INST-CODE ' ' XM-EXT-COURSE                   01820000
               MOVE 'N' TO WS-EDIT-FLAG                                 01830000
            END-IF.                                                     01840000
            IF WS-EDIT-OK AND XM-COURSE NOT = SPACES                    01850000
               PERFORM A500-EDIT-COURSE-PARA                            01860000
            END-IF.                                                     01870000
            IF WS-EDIT-OK                                               01880000
               PERFORM A510-EDIT-GRADE-PARA                             01890000
            END-IF.                                                     01900000
            IF WS-EDIT-OK                                               01910000
               IF XM-INST-NAME NOT = SPACES                             01920000
                  MOVE XM-INST-NAME TO XE-INST-NAME                     01930000
               END-IF                                                   01940000
               IF XM-EQUIV-TYPE NOT = SPACE                             01950000
                  MOVE XM-EQUIV-TYPE TO XE-EQUIV-TYPE                   01960000
               END-IF                                                   01970000
               IF XM-COURSE NOT = SPACES                                01980000
                  MOVE XM-COURSE TO XE-COURSE                           01990000
               END-IF                                                   02000000
               IF XM-CREDITS IS NUMERIC AND XM-CREDITS > ZERO           02010000
                  MOVE XM-CREDITS TO XE-CREDITS                         02020000
               END-IF                                                   02030000
               IF XM-MIN-GRADE NOT = SPACE                              02040000
                  MOVE XM-MIN-GRADE TO XE-MIN-GRADE                     02050000
               END-IF                                                   02060000
               IF XM-STATUS = 'A' OR XM-STATUS = 'I'                    02070000
                  MOVE XM-STATUS TO XE-STATUS                           02080000
               END-IF                                                   02090000
               REWRITE XFREQV-REC                                       02100000
                 INVALID KEY                                            02110000
                    DISPLAY 'REWRITE FAILED - EQUIVALENCY: '            02120000
                            XM-INST-CODE ' ' XM-EXT-COURSE              02130000
                    ADD 1 TO WS-TRN-CNT-FAILED                          02140000
                 NOT INVALID KEY                                        02150000
                    ADD 1 TO WS-TRN-CNT-CHANGE                          02160000
                    DISPLAY 'CHANGED EQUIVALENCY: '                     02170000
                            XM-INST-CODE ' ' XM-EXT-COURSE              02180000
               END-REWRITE                                              02190000
            ELSE                                                        02200000
               ADD 1 TO WS-TRN-CNT-FAILED                               02210000
            END-IF.                                                     02220000
                                                                        02230000
       A400-DELETE-EQUIV-PARA.                                          02240000
                                                                        02250000
            MOVE XM-INST-CODE  TO XE-INST-CODE.                         02260000
            MOVE XM-EXT-COURSE TO XE-EXT-COURSE.                        02270000
            DELETE XFREQV                                               02280000
              INVALID KEY                                               02290000
                 DISPLAY 'DELETE FAILED - EQUIVALENCY NOT FOUND: '      02300000
                         XM-INST-CODE ' ' XM-EXT-COURSE                 02310000
                 ADD 1 TO WS-TRN-CNT-FAILED                             02320000
              NOT INVALID KEY                                           02330000
                 ADD 1 TO WS-TRN-CNT-DELETE                             02340000
                 DISPLAY 'DELETED EQUIVALENCY: '                        02350000
                         XM-INST-CODE ' ' XM-EXT-COURSE                 02360000
            END-DELETE.                                                 02370000
                                                                        02380000
       A500-EDIT-COURSE-PARA.                                           02390000
                                                                        02400000
            MOVE XM-COURSE TO CC-COURSE.                                02410000
            READ CRSCAT                                                 02420000
              INVALID KEY                                               02430000
                 DISPLAY 'EQUIVALENT COURSE NOT ON CATALOG: '           02440000
                         XM-COURSE ' ' XM-INST-CODE ' ' XM-EXT-COURSE   02450000
                 MOVE 'N' TO WS-EDIT-FLAG                               02460000
            END-READ.                                                   02470000
                                                                        02480000
       A510-EDIT-GRADE-PARA.                                            02490000
                                                                        02500000
            IF XM-MIN-GRADE NOT = SPACE AND XM-MIN-GRADE NOT = 'A'      02510000
               AND XM-MIN-GRADE NOT = 'B' AND XM-MIN-GRADE NOT = 'C'    02520000
               AND XM-MIN-GRADE NOT = 'D'                               02530000
               DISPLAY 'MINIMUM GRADE NOT A, B, C OR D: '               02540000
                       XM-INST-CODE ' ' XM-EXT-COURSE                   02550000
               MOVE 'N' TO WS-EDIT-FLAG                                 02560000
            END-IF.                                                     02570000
