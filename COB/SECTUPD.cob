       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. SECTUPD.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
                SELECT SECTMST ASSIGN TO SECTMST                        00060000
                ORGANIZATION IS INDEXED                                 00070000
                ACCESS MODE IS RANDOM                                   00080000
                RECORD KEY IS SM-KEY                                    00090000
                FILE STATUS IS WS-SECTMST-STATUS.                       00100000
                SELECT SECTRN ASSIGN TO SECTRN                          00110000
                ORGANIZATION IS SEQUENTIAL.                             00120000
                SELECT CRSCAT ASSIGN TO CRSCAT                          00130000
                ORGANIZATION IS INDEXED                                 00140000
                ACCESS MODE IS RANDOM                                   00150000
                RECORD KEY IS CC-COURSE                                 00160000
                FILE STATUS IS WS-CRSCAT-STATUS.                        00170000
                SELECT TERMMST ASSIGN TO TERMMST                        00180000
                ORGANIZATION IS INDEXED                                 00190000
                ACCESS MODE IS RANDOM                                   00200000
                RECORD KEY IS TM-TERM                                   00210000
                FILE STATUS IS WS-TERMMST-STATUS.                       00220000
                SELECT INSTMST ASSIGN TO INSTMST                        00230000
                ORGANIZATION IS INDEXED                                 00240000
                ACCESS MODE IS RANDOM                                   00250000
                RECORD KEY IS IN-INSTR-ID                               00260000
                FILE STATUS IS WS-INSTMST-STATUS.                       00270000
       DATA DIVISION.                                                   00280000
       FILE SECTION.                                                    00290000
       FD SECTMST                                                       00300000
            RECORDING MODE IS F.                                        00310000
           COPY SECTMST.                                                00320000
       FD SECTRN                                                        00330000
            RECORDING MODE IS F.                                        00340000
       01 SECTRN-REC.                                                   00350000
          05 SN-ACTION          PIC X(01).                              00360000
              88 SN-ACTION-ADD       VALUE 'A'.                         00370000
              88 SN-ACTION-CHANGE    VALUE 'C'.                         00380000
              88 SN-ACTION-DELETE    VALUE 'D'.                         00390000
          05 SN-COURSE          PIC X(10).                              00400000
          05 SN-TERM            PIC X(05).                              00410000
          05 SN-SECTION         PIC X(03).                              00420000
          05 SN-INSTR-ID        PIC X(06).                              00430000
          05 SN-DAYS            PIC X(07).                              00440000
          05 SN-START-TIME      PIC 9(04).                              00450000
          05 SN-END-TIME        PIC 9(04).                              00460000
          05 SN-ROOM            PIC X(08).                              00470000
          05 SN-CAPACITY        PIC 9(04).                              00480000
          05 SN-STATUS          PIC X(01).                              00490000
          05 FILLER             PIC X(27).                              00500000
       FD CRSCAT                                                        00510000
            RECORDING MODE IS F.                                        00520000
           COPY CRSCAT.                                                 00530000
       FD TERMMST                                                       00540000
            RECORDING MODE IS F.                                        00550000
           COPY TERMMST.                                                00560000
       FD INSTMST                                                       00570000
            RECORDING MODE IS F.                                        00580000
           COPY INSTMST.                                                00590000
       WORKING-STORAGE SECTION.                                         00600000
       01 WS-EOF             PIC A     VALUE SPACE.                     00610000
       01 WS-SECTMST-STATUS  PIC X(02) VALUE SPACES.                    00620000
       01 WS-CRSCAT-STATUS   PIC X(02) VALUE SPACES.                    00630000
       01 WS-TERMMST-STATUS  PIC X(02) VALUE SPACES.                    00640000
       01 WS-INSTMST-STATUS  PIC X(02) VALUE SPACES.                    00650000
       01 WS-EDIT-FLAG       PIC X(01) VALUE 'Y'.                       00660000
           88 WS-EDIT-OK            VALUE 'Y'.                          00670000
       01 WS-DAY-IDX         PIC 9(01) COMP VALUE ZERO.                 00680000
       01 WS-DAY-CODES       PIC X(07) VALUE 'MTWRFSU'.                 00690000
       01 WS-DAY-CODE-TABLE REDEFINES WS-DAY-CODES.                     00700000
          05 WS-DAY-CODE     PIC X(01) OCCURS 7 TIMES.                  00710000
       01 WS-CHECK-DAYS      PIC X(07) VALUE SPACES.                    00720000
       01 WS-CHECK-DAY-TABLE REDEFINES WS-CHECK-DAYS.                   00730000
          05 WS-CHECK-DAY    PIC X(01) OCCURS 7 TIMES.                  00740000
       01 WS-TRN-CNT-ADD     PIC 9(07) COMP VALUE ZERO.                 00750000
       01 WS-TRN-CNT-CHANGE  PIC 9(07) COMP VALUE ZERO.                 00760000
       01 WS-TRN-CNT-DELETE  PIC 9(07) COMP VALUE ZERO.                 00770000
       01 WS-TRN-CNT-FAILED  PIC 9(07) COMP VALUE ZERO.                 00780000
       PROCEDURE DIVISION.                                              00790000
                                                                        00800000
            OPEN I-O SECTMST.                                           00810000
            IF WS-SECTMST-STATUS NOT = '00'                             00820000
               DISPLAY 'SECTMST OPEN FAILED - STATUS: '                 00830000
                       WS-SECTMST-STATUS                                00840000
               MOVE +16 TO RETURN-CODE                                  00850000
               GOBACK                                                   00860000
            END-IF.                                                     00870000
            OPEN INPUT CRSCAT.                                          00880000
            IF WS-CRSCAT-STATUS NOT = '00'                              00890000
               DISPLAY 'CRSCAT OPEN FAILED - STATUS: '                  00900000
                       WS-CRSCAT-STATUS                                 00910000
               MOVE +16 TO RETURN-CODE                                  00920000
               GOBACK                                                   00930000
            END-IF.                                                     00940000
            OPEN INPUT TERMMST.                                         00950000
            IF WS-TERMMST-STATUS NOT = '00'                             00960000
               DISPLAY 'TERMMST OPEN FAILED - STATUS: '                 00970000
                       WS-TERMMST-STATUS                                00980000
               MOVE +16 TO RETURN-CODE                                  00990000
               GOBACK                                                   01000000
            END-IF.                                                     01010000
            OPEN INPUT INSTMST.                                         01020000
            IF WS-INSTMST-STATUS NOT = '00'                             01030000
               DISPLAY 'INSTMST OPEN FAILED - STATUS: '                 01040000
                       WS-INSTMST-STATUS                                01050000
               MOVE +16 TO RETURN-CODE                                  01060000
               GOBACK                                                   01070000
            END-IF.                                                     01080000
            OPEN INPUT SECTRN.                                          01090000
                                                                        01100000
            PERFORM A100-APPLY-TRANS-PARA UNTIL WS-EOF = 'Y'.           01110000
                                                                        01120000
            CLOSE SECTRN.                                               01130000
            CLOSE SECTMST.                                              01140000
            CLOSE CRSCAT.                                               01150000
            CLOSE TERMMST.                                              01160000
            CLOSE INSTMST.                                              01170000
                                                                        01180000
            DISPLAY '===== SECTUPD MAINTENANCE TOTALS ====='.           01190000
            DISPLAY 'ADDS APPLIED    : ' WS-TRN-CNT-ADD.                01200000
            DISPLAY 'CHANGES APPLIED : ' WS-TRN-CNT-CHANGE.             01210000
            DISPLAY 'DELETES APPLIED : ' WS-TRN-CNT-DELETE.             01220000
            DISPLAY 'FAILED TRANS    : ' WS-TRN-CNT-FAILED.             01230000
            DISPLAY '======================================'.           01240000
                                                                        01250000
            IF WS-TRN-CNT-FAILED > ZERO                                 01260000
               MOVE +8 TO RETURN-CODE                                   01270000
            ELSE                                                        01280000
               MOVE ZERO TO RETURN-CODE                                 01290000
            END-IF.                                                     01300000
                                                                        01310000
            GOBACK.                                                     01320000
                                                                        01330000
       A100-APPLY-TRANS-PARA.                                           01340000
                                                                        01350000
            READ SECTRN                                                 01360000
              AT END MOVE 'Y' TO WS-EOF                                 01370000
              NOT AT END                                                01380000
                 EVALUATE TRUE                                          01390000
                 WHEN SN-ACTION-ADD                                     01400000
                    PERFORM A200-ADD-SECTION-PARA                       01410000
                 WHEN SN-ACTION-CHANGE                                  01420000
                    PERFORM A300-CHANGE-SECTION-PARA                    01430000
                 WHEN SN-ACTION-DELETE                                  01440000
                    PERFORM A400-DELETE-SECTION-PARA                    01450000
                 WHEN OTHER                                             01460000
                    DISPLAY 'INVALID TRANSACTION CODE FOR SECTION: '    01470000
                            SN-COURSE ' ' SN-TERM ' ' SN-SECTION        01480000
                    ADD 1 TO WS-TRN-CNT-FAILED                          01490000
                 END-EVALUATE                                           01500000
            END-READ.                                                   01510000
                                                                        01520000
       A200-ADD-SECTION-PARA.                                           01530000
                                                                        01540000
            MOVE 'Y' TO WS-EDIT-FLAG.                                   01550000
            MOVE SN-COURSE TO CC-COURSE.                                01560000
            READ CRSCAT                                                 01570000
              INVALID KEY                                               01580000
                 DISPLAY 'ADD FAILED - COURSE NOT IN CATALOG: '         01590000
                         SN-COURSE                                      01600000
                 MOVE 'N' TO WS-EDIT-FLAG                               01610000
            END-READ.                                                   01620000
            IF WS-EDIT-OK                                               01630000
               MOVE SN-TERM TO TM-TERM                                  01640000
               READ TERMMST                                             01650000
                 INVALID KEY                                            01660000
                    DISPLAY 'ADD FAILED - TERM NOT ON MASTER: '         01670000
                            SN-TERM                                     01680000
                    MOVE 'N' TO WS-EDIT-FLAG                            01690000
               END-READ                                                 01700000
            END-IF.                                                     01710000
            IF WS-EDIT-OK                                               01720000
               PERFORM A500-EDIT-MEETING-PARA                           01730000
            END-IF.                                                     01740000
            IF WS-EDIT-OK                                               01750000
               MOVE SN-COURSE     TO SM-COURSE                          01760000
               MOVE SN-TERM       TO SM-TERM                            01770000
               MOVE SN-SECTION    TO SM-SECTION                         01780000
               MOVE SN-INSTR-ID   TO SM-INSTR-ID                        01790000
               MOVE SN-DAYS       TO SM-DAYS                            01800000
               MOVE SN-START-TIME TO SM-START-TIME                      01810000
               MOVE SN-END-TIME   TO SM-END-TIME                        01820000
               MOVE SN-ROOM       TO SM-ROOM                            01830000
               IF SN-CAPACITY IS NUMERIC                                01840000
                  MOVE SN-CAPACITY TO SM-CAPACITY                       01850000
               ELSE                                                     01860000
                  MOVE ZERO TO SM-CAPACITY                              01870000
               END-IF                                                   01880000
               MOVE 'O'           TO SM-STATUS                          01890000
               WRITE SECTMST-REC                                        01900000
                 INVALID KEY                                            01910000
                    DISPLAY 'ADD FAILED - SECTION EXISTS: '             01920000
                            SN-COURSE ' ' SN-TERM ' ' SN-SECTION        01930000
                    ADD 1 TO WS-TRN-CNT-FAILED                          01940000
                 NOT INVALID KEY                                        01950000
                    ADD 1 TO WS-TRN-CNT-ADD                             01960000
                    DISPLAY 'ADDED SECTION: '                           01970000
                            SN-COURSE ' ' SN-TERM ' ' SN-SECTION        01980000
               END-WRITE                                                01990000
            ELSE                                                        02000000
               ADD 1 TO WS-TRN-CNT-FAILED                               02010000
            END-IF.                                                     02020000
                                                                        02030000
       A300-CHANGE-SECTION-PARA.                                        02040000
                                                                        02050000
            MOVE SN-COURSE  TO SM-COURSE.                               02060000
            MOVE SN-TERM    TO SM-TERM.                                 02070000
            MOVE SN-SECTION TO SM-SECTION.                              02080000
            READ SECTMST                                                02090000
              INVALID KEY                                               02100000
                 DISPLAY 'CHANGE FAILED - SECTION NOT FOUND: '          02110000
                         SN-COURSE ' ' SN-TERM ' ' SN-SECTION           02120000
                 ADD 1 TO WS-TRN-CNT-FAILED                             02130000
              NOT INVALID KEY                                           02140000
                 PERFORM A310-APPLY-CHANGE-PARA                         02150000
            END-READ.                                                   02160000
                                                                        02170000
       A310-APPLY-CHANGE-PARA.                                          02180000
                                                                        02190000
            MOVE 'Y' TO WS-EDIT-FLAG.                                   02200000
            IF SN-INSTR-ID NOT = SPACES                                 02210000
               MOVE SN-INSTR-ID TO IN-INSTR-ID                          02220000
               READ INSTMST                                             02230000
                 INVALID KEY                                            02240000
                    DISPLAY 'CHANGE FAILED - INSTRUCTOR NOT ON '        02250000
                            'MASTER: ' SN-INSTR-ID                      02260000
                    MOVE 'N' TO WS-EDIT-FLAG                            02270000
                 NOT INVALID KEY                                        02280000
                    MOVE SN-INSTR-ID TO SM-INSTR-ID                     02290000
               END-READ                                                 02300000
            END-IF.                                                     02310000
            IF SN-DAYS NOT = SPACES                                     02320000
               MOVE SN-DAYS TO WS-CHECK-DAYS                            02330000
               PERFORM A520-CHECK-DAY-PARA                              02340000
                  VARYING WS-DAY-IDX FROM 1 BY 1                        02350000
                  UNTIL WS-DAY-IDX > 7                                  02360000
               IF WS-EDIT-OK                                            02370000
                  MOVE SN-DAYS TO SM-DAYS                               02380000
               END-IF                                                   02390000
            END-IF.                                                     02400000
            IF SN-START-TIME IS NUMERIC AND SN-START-TIME > ZERO        02410000
               MOVE SN-START-TIME TO SM-START-TIME                      02420000
            END-IF.                                                     02430000
            IF SN-END-TIME IS NUMERIC AND SN-END-TIME > ZERO            02440000
               MOVE SN-END-TIME TO SM-END-TIME                          02450000
            END-IF.                                                     02460000
            IF SM-END-TIME NOT > SM-START-TIME                          02470000
               AND SM-END-TIME > ZERO                                   02480000
               DISPLAY 'CHANGE FAILED - END TIME NOT AFTER START: '     02490000
                       SN-COURSE ' ' SN-TERM ' ' SN-SECTION             02500000
               MOVE 'N' TO WS-EDIT-FLAG                                 02510000
            END-IF.                                                     02520000
            IF SN-ROOM NOT = SPACES                                     02530000
               MOVE SN-ROOM TO SM-ROOM                                  02540000
            END-IF.                                                     02550000
            IF SN-CAPACITY IS NUMERIC AND SN-CAPACITY > ZERO            02560000
               MOVE SN-CAPACITY TO SM-CAPACITY                          02570000
            END-IF.                                                     02580000
            IF SN-STATUS = 'O' OR SN-STATUS = 'X'                       02590000
               MOVE SN-STATUS TO SM-STATUS                              02600000
            END-IF.                                                     02610000
            IF WS-EDIT-OK                                               02620000
               REWRITE SECTMST-REC                                      02630000
                 INVALID KEY                                            02640000
                    DISPLAY 'REWRITE FAILED - SECTION: '                02650000
                            SN-COURSE ' ' SN-TERM ' ' SN-SECTION        02660000
                    ADD 1 TO WS-TRN-CNT-FAILED                          02670000
                 NOT INVALID KEY                                        02680000
                    ADD 1 TO WS-TRN-CNT-CHANGE                          02690000
                    DISPLAY 'CHANGED SECTION: '                         02700000
                            SN-COURSE ' ' SN-TERM ' ' SN-SECTION        02710000
               END-REWRITE                                              02720000
            ELSE                                                        02730000
               ADD 1 TO WS-TRN-CNT-FAILED                               02740000
            END-IF.                                                     02750000
                                                                        02760000
       A400-DELETE-SECTION-PARA.                                        02770000
                                                                        02780000
            MOVE SN-COURSE  TO SM-COURSE.                               02790000
            MOVE SN-TERM    TO SM-TERM.                                 02800000
            MOVE SN-SECTION TO SM-SECTION.                              02810000
            DELETE SECTMST                                              02820000
              INVALID KEY                                               02830000
                 DISPLAY 'DELETE FAILED - SECTION NOT FOUND: '          02840000
                         SN-COURSE ' ' SN-TERM ' ' SN-SECTION           02850000
                 ADD 1 TO WS-TRN-CNT-FAILED                             02860000
              NOT INVALID KEY                                           02870000
                 ADD 1 TO WS-TRN-CNT-DELETE                             02880000
                 DISPLAY 'DELETED SECTION: '                            02890000
                         SN-COURSE ' ' SN-TERM ' ' SN-SECTION           02900000
            END-DELETE.                                                 02910000
                                                                        02920000
       A500-EDIT-MEETING-PARA.                                          02930000
                                                                        02940000
            IF SN-INSTR-ID NOT = SPACES                                 02950000
               MOVE SN-INSTR-ID TO IN-INSTR-ID                          02960000
               READ INSTMST                                             02970000
                 INVALID KEY                                            02980000
                    DISPLAY 'ADD FAILED - INSTRUCTOR NOT ON MASTER: '   02990000
                            SN-INSTR-ID                                 03000000
                    MOVE 'N' TO WS-EDIT-FLAG                            03010000
               END-READ                                                 03020000
            END-IF.                                                     03030000
            IF SN-START-TIME IS NOT NUMERIC                             03040000
               OR SN-END-TIME IS NOT NUMERIC                            03050000
               DISPLAY 'ADD FAILED - BAD MEETING TIME: '                03060000
                       SN-COURSE ' ' SN-TERM ' ' SN-SECTION             03070000
               MOVE 'N' TO WS-EDIT-FLAG                                 03080000
            ELSE                                                        03090000
               IF SN-END-TIME NOT > SN-START-TIME                       03100000
                  AND SN-END-TIME > ZERO                                03110000
                  DISPLAY 'ADD FAILED - END TIME NOT AFTER START: '     03120000
                          SN-COURSE ' ' SN-TERM ' ' SN-SECTION          03130000
                  MOVE 'N' TO WS-EDIT-FLAG                              03140000
               END-IF                                                   03150000
            END-IF.                                                     03160000
            MOVE SN-DAYS TO WS-CHECK-DAYS.                              03170000
            PERFORM A520-CHECK-DAY-PARA                                 03180000
               VARYING WS-DAY-IDX FROM 1 BY 1                           03190000
               UNTIL WS-DAY-IDX > 7.                                    03200000
                                                                        03210000
       A520-CHECK-DAY-PARA.                                             03220000
                                                                        03230000
            IF WS-CHECK-DAY(WS-DAY-IDX) NOT = SPACE                     03240000
               AND WS-CHECK-DAY(WS-DAY-IDX)                             03250000
                   NOT = WS-DAY-CODE(WS-DAY-IDX)                        03260000
               DISPLAY 'BAD MEETING DAYS (MTWRFSU BY POSITION): '       03270000
                       SN-DAYS ' ' SN-COURSE ' ' SN-SECTION             03280000
               MOVE 'N' TO WS-EDIT-FLAG                                 03290000
               MOVE 7 TO WS-DAY-IDX                                     03300000
            END-IF.                                                     03310000
