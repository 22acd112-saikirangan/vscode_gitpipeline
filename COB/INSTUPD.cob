       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. INSTUPD.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT INSTMST ASSIGN TO INSTMST                        00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS RANDOM                                   00080000
                RECORD KEY IS IN-INSTR-ID                               00090000
                FILE STATUS IS WS-INSTMST-STATUS.                       00100000
                SELECT INSTRN ASSIGN TO INSTRN                          00110000
                ORGANIZATION IS SEQUENTIAL.                             00120000
                SELECT DEPTMST ASSIGN TO DEPTMST                        00130000
                ORGANIZATION IS INDEXED                                 00140000
                ACCESS MODE IS RANDOM                                   00150000
                RECORD KEY IS DM-DEPT-CODE                              00160000
                FILE STATUS IS WS-DEPTMST-STATUS.                       00170000
       DATA DIVISION.                                                   00180000
       FILE SECTION.                                                    00190000
       FD INSTMST                                                       00200000
            RECORDING MODE IS F.                                        00210000
           COPY INSTMST.                                                00220000
       FD INSTRN                                                        00230000
            RECORDING MODE IS F.                                        00240000
       01 INSTRN-REC.                                                   00250000
          05 IT-ACTION          PIC X(01).                              00260000
              88 IT-ACTION-ADD       VALUE 'A'.                         00270000
              88 IT-ACTION-CHANGE    VALUE 'C'.                         00280000
              88 IT-ACTION-DELETE    VALUE 'D'.                         00290000
          05 IT-INSTR-ID        PIC X(06).                              00300000
          05 IT-NAME            PIC X(30).                              00310000
          05 IT-DEPT            PIC X(10).                              00320000
          05 IT-MAX-LOAD        PIC 9(02).                              00330000
          05 IT-STATUS          PIC X(01).                              00340000
          05 FILLER             PIC X(30).                              00350000
       FD DEPTMST                                                       00360000
            RECORDING MODE IS F.                                        00370000
           COPY DEPTMST.                                                00380000
       WORKING-STORAGE SECTION.                                         00390000
       01 WS-EOF             PIC A     VALUE SPACE.                     00400000
       01 WS-INSTMST-STATUS  PIC X(02) VALUE SPACES.                    00410000
       01 WS-DEPTMST-STATUS  PIC X(02) VALUE SPACES.                    00420000
       01 WS-EDIT-FLAG       PIC X(01) VALUE 'Y'.                       00430000
           88 WS-EDIT-OK            VALUE 'Y'.                          00440000
       01 WS-TRN-CNT-ADD     PIC 9(07) COMP VALUE ZERO.                 00450000
       01 WS-TRN-CNT-CHANGE  PIC 9(07) COMP VALUE ZERO.                 00460000
       01 WS-TRN-CNT-DELETE  PIC 9(07) COMP VALUE ZERO.                 00470000
       01 WS-TRN-CNT-FAILED  PIC 9(07) COMP VALUE ZERO.                 00480000
       PROCEDURE DIVISION.                                              00490000
                                                                        00500000
            OPEN I-O INSTMST.                                           00510000
            IF WS-INSTMST-STATUS NOT = '00'                             00520000
               DISPLAY 'INSTMST OPEN FAILED - STATUS: '                 00530000
                       WS-INSTMST-STATUS                                00540000
               MOVE +16 TO RETURN-CODE                                  00550000
               GOBACK                                                   00560000
            END-IF.                                                     00570000
            OPEN INPUT DEPTMST.                                         00580000
            IF WS-DEPTMST-STATUS NOT = '00'                             00590000
               DISPLAY 'DEPTMST OPEN FAILED - STATUS: '                 00600000
                       WS-DEPTMST-STATUS                                00610000
               MOVE +16 TO RETURN-CODE                                  00620000
               GOBACK                                                   00630000
            END-IF.                                                     00640000
            OPEN INPUT INSTRN.                                          00650000
                                                                        00660000
            PERFORM A100-APPLY-TRANS-PARA UNTIL WS-EOF = 'Y'.           00670000
                                                                        00680000
            CLOSE INSTRN.                                               00690000
            CLOSE INSTMST.                                              00700000
            CLOSE DEPTMST.                                              00710000
                                                                        00720000
            DISPLAY '===== INSTUPD MAINTENANCE TOTALS ====='.           00730000
            DISPLAY 'ADDS APPLIED    : ' WS-TRN-CNT-ADD.                00740000
            DISPLAY 'CHANGES APPLIED : ' WS-TRN-CNT-CHANGE.             00750000
            DISPLAY 'DELETES APPLIED : ' WS-TRN-CNT-DELETE.             00760000
            DISPLAY 'FAILED TRANS    : ' WS-TRN-CNT-FAILED.             00770000
            DISPLAY '======================================'.           00780000
                                                                        00790000
            IF WS-TRN-CNT-FAILED > ZERO                                 00800000
               MOVE +8 TO RETURN-CODE                                   00810000
            ELSE                                                        00820000
               MOVE ZERO TO RETURN-CODE                                 00830000
            END-IF.                                                     00840000
                                                                        00850000
            GOBACK.                                                     00860000
                                                                        00870000
       A100-APPLY-TRANS-PARA.                                           00880000
                                                                        00890000
            READ INSTRN                                                 00900000
              AT END MOVE 'Y' TO WS-EOF                                 00910000
              NOT AT END                                                00920000
                 EVALUATE TRUE                                          00930000
                 WHEN IT-ACTION-ADD                                     00940000
                    PERFORM A200-ADD-INSTR-PARA                         00950000
                 WHEN IT-ACTION-CHANGE                                  00960000
                    PERFORM A300-CHANGE-INSTR-PARA                      00970000
                 WHEN IT-ACTION-DELETE                                  00980000
                    PERFORM A400-DELETE-INSTR-PARA                      00990000
                 WHEN OTHER                                             01000000
                    DISPLAY 'INVALID TRANSACTION CODE FOR INSTRUCTOR: ' 01010000
                            IT-INSTR-ID                                 01020000
                    ADD 1 TO WS-TRN-CNT-FAILED                          01030000
                 END-EVALUATE                                           01040000
            END-READ.                                                   01050000
                                                                        01060000
       A200-ADD-INSTR-PARA.                                             01070000
                                                                        01080000
            MOVE 'Y' TO WS-EDIT-FLAG.                                   01090000
            IF IT-NAME = SPACES                                         01100000
               DISPLAY 'ADD FAILED - NO NAME: ' IT-INSTR-ID             01110000
               MOVE 'N' TO WS-EDIT-FLAG                                 01120000
            END-IF.                                                     01130000
            IF WS-EDIT-OK                                               01140000
               PERFORM A500-EDIT-DEPT-PARA                              01150000
            END-IF.                                                     01160000
            IF WS-EDIT-OK                                               01170000
               MOVE IT-INSTR-ID TO IN-INSTR-ID                          01180000
               MOVE IT-NAME     TO IN-NAME                              01190000
               MOVE IT-DEPT     TO IN-DEPT                              01200000
               IF IT-MAX-LOAD IS NUMERIC                                01210000
                  MOVE IT-MAX-LOAD TO IN-MAX-LOAD                       01220000
               ELSE                                                     01230000
                  MOVE ZERO TO IN-MAX-LOAD                              01240000
               END-IF                                                   01250000
               MOVE 'A'         TO IN-STATUS                            01260000
               WRITE INSTMST-REC                                        01270000
                 INVALID KEY                                            01280000
                    DISPLAY 'ADD FAILED - INSTRUCTOR EXISTS: '          01290000
                            IT-INSTR-ID                                 01300000
                    ADD 1 TO WS-TRN-CNT-FAILED                          01310000
                 NOT INVALID KEY                                        01320000
                    ADD 1 TO WS-TRN-CNT-ADD                             01330000
                    DISPLAY 'ADDED INSTRUCTOR: ' IT-INSTR-ID            01340000
               END-WRITE                                                01350000
            ELSE                                                        01360000
               ADD 1 TO WS-TRN-CNT-FAILED                               01370000
            END-IF.                                                     01380000
                                                                        01390000
       A300-CHANGE-INSTR-PARA.                                          01400000
                                                                        01410000
            MOVE IT-INSTR-ID TO IN-INSTR-ID.                            01420000
            READ INSTMST                                                01430000
              INVALID KEY                                               01440000
                 DISPLAY 'CHANGE FAILED - INSTRUCTOR NOT FOUND: '       01450000
                         IT-INSTR-ID                                    01460000
                 ADD 1 TO WS-TRN-CNT-FAILED                             01470000
              NOT INVALID KEY                                           01480000
                 PERFORM A310-APPLY-CHANGE-PARA                         01490000
            END-READ.                                                   01500000
                                                                        01510000
       A310-APPLY-CHANGE-PARA.                                          01520000
                                                                        01530000
            MOVE 'Y' TO WS-EDIT-FLAG.                                   01540000
            IF IT-DEPT NOT = SPACES                                     01550000
               PERFORM A500-EDIT-DEPT-PARA                              01560000
            END-IF.                                                     01570000
            IF WS-EDIT-OK                                               01580000
               IF IT-NAME NOT = SPACES                                  01590000
                  MOVE IT-NAME TO IN-NAME                               01600000
               END-IF                                                   01610000
               IF IT-DEPT NOT = SPACES                                  01620000
                  MOVE IT-DEPT TO IN-DEPT                               01630000
               END-IF                                                   01640000
               IF IT-MAX-LOAD IS NUMERIC AND IT-MAX-LOAD > ZERO         01650000
                  MOVE IT-MAX-LOAD TO IN-MAX-LOAD                       01660000
               END-IF                                                   01670000
               IF IT-STATUS = 'A' OR IT-STATUS = 'I'                    01680000
                  MOVE IT-STATUS TO IN-STATUS                           01690000
               END-IF                                                   01700000
               REWRITE INSTMST-REC                                      01710000
                 INVALID KEY                                            01720000
                    DISPLAY 'REWRITE FAILED - INSTRUCTOR: '             01730000
                            IT-INSTR-ID                                 01740000
                    ADD 1 TO WS-TRN-CNT-FAILED                          01750000
                 NOT INVALID KEY                                        01760000
                    ADD 1 TO WS-TRN-CNT-CHANGE                          01770000
                    DISPLAY 'CHANGED INSTRUCTOR: ' IT-INSTR-ID          01780000
               END-REWRITE                                              01790000
            ELSE                                                        01800000
               ADD 1 TO WS-TRN-CNT-FAILED                               01810000
            END-IF.                                                     01820000
                                                                        01830000
       A400-DELETE-INSTR-PARA.                                          01840000
                                                                        01850000
            MOVE IT-INSTR-ID TO IN-INSTR-ID.                            01860000
            DELETE INSTMST                                              01870000
              INVALID KEY                                               01880000
                 DISPLAY 'DELETE FAILED - INSTRUCTOR NOT FOUND: '       01890000
                         IT-INSTR-ID                                    01900000
                 ADD 1 TO WS-TRN-CNT-FAILED                             01910000
              NOT INVALID KEY                                           01920000
                 ADD 1 TO WS-TRN-CNT-DELETE                             01930000
                 DISPLAY 'DELETED INSTRUCTOR: ' IT-INSTR-ID             01940000
            END-DELETE.                                                 01950000
                                                                        01960000
       A500-EDIT-DEPT-PARA.                                             01970000
                                                                        01980000
            MOVE IT-DEPT TO DM-DEPT-CODE.                               01990000
            READ DEPTMST                                                02000000
              INVALID KEY                                               02010000
                 DISPLAY 'INSTRUCTOR DEPARTMENT NOT ON MASTER: '        02020000
                         IT-DEPT ' ' IT-INSTR-ID                        02030000
                 MOVE 'N' TO WS-EDIT-FLAG                               02040000
            END-READ.                                                   02050000
